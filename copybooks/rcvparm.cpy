      *-----------------------------------------------------------*
      * RCVPARM.CPY                                                *
      * GUESSRCV run parameter, read once at start-up.  One        *
      * record per run: the function and the range of game dates   *
      * to recover.  Report-only (the default when the record is  *
      * missing) lists what would be added, what already matches, *
      * and what conflicts, and touches nothing; apply also writes *
      * the missing stats records.  A zero from-date is the        *
      * business date; a zero to-date is the from-date alone.      *
      *-----------------------------------------------------------*
       01  RCV-PARM-RECORD.
           05  RCV-FUNCTION-CODE          PIC X(01).
               88  RCV-FUNCTION-REPORT        VALUE "R".
               88  RCV-FUNCTION-APPLY         VALUE "A".
           05  RCV-FROM-DATE              PIC 9(08).
           05  RCV-TO-DATE                PIC 9(08).
           05  FILLER                     PIC X(03).
