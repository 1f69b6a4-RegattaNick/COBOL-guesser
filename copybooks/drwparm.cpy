      *-----------------------------------------------------------*
      * DRWPARM.CPY                                                *
      * GUESSDRW run parameter, read once at start-up: the range  *
      * of game dates whose dealt numbers are to be examined.  A  *
      * zero from-date is the first of the business date's month; *
      * a zero to-date is the business date.  A missing record    *
      * takes both defaults - the month to date.                  *
      *-----------------------------------------------------------*
       01  DRW-PARM-RECORD.
           05  DRW-FROM-DATE              PIC 9(08).
           05  DRW-TO-DATE                PIC 9(08).
           05  FILLER                     PIC X(04).
