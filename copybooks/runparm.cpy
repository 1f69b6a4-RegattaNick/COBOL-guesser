      * record per run: "C" marks the business date's game         *
      * activity closed (the GAMEDAY record GUESSEOD requires      *
      * before balancing), "R" prints the run history for the      *
      * date, "D" rolls the business date on BUSINESS-DATE-FILE    *
      * to the next day.  A missing record defaults to a history   *
      * report for the current business date.  On a "D" the date  *
      * is optional - when given it must be the business date     *
      * being closed, so a repeated roll step is refused.           *
      *-----------------------------------------------------------*
       01  RUN-PARM-RECORD.
           05  RUNP-FUNCTION-CODE         PIC X(01).
               88  RUNP-FUNCTION-CLOSE        VALUE "C".
               88  RUNP-FUNCTION-REPORT       VALUE "R".
               88  RUNP-FUNCTION-ROLL         VALUE "D".
           05  RUNP-BUSINESS-DATE         PIC 9(08).
           05  FILLER                     PIC X(11).
