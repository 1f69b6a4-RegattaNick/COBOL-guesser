      * RTGPARM.CPY                                                *
      * GUESSRTG run parameter, read once at start-up.  One        *
      * record per run: the game date to rate.  When the record    *
      * is missing the run rates the business date.                 *
      *-----------------------------------------------------------*
       01  RTG-PARM-RECORD.
           05  RTG-RATING-DATE            PIC 9(08).
