      *-----------------------------------------------------------*
      * CHLPARM.CPY                                                *
      * GUESSCHL run parameter, read once at start-up: the date   *
      * whose daily-challenge results are to be reported.  A zero *
      * date, or a missing record, is the business date.           *
      *-----------------------------------------------------------*
       01  CHL-PARM-RECORD.
           05  CHL-REPORT-DATE            PIC 9(08).
           05  FILLER                     PIC X(12).
