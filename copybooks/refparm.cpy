      *-----------------------------------------------------------*
      * REFPARM.CPY                                                *
      * GUESSREF run parameter, read once at start-up: the date   *
      * whose refused sign-ons are to be listed.  A zero date, or *
      * a missing record, is the business date.                    *
      *-----------------------------------------------------------*
       01  REF-PARM-RECORD.
           05  REF-REPORT-DATE            PIC 9(08).
           05  FILLER                     PIC X(12).
