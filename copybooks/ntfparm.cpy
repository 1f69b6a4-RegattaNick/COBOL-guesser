      *-----------------------------------------------------------*
      * NTFPARM.CPY                                                *
      * GUESSNTF run parameter, read once at start-up.  A zero    *
      * (or missing) field takes its default: the run date is the *
      * business date; awards and rating moves are picked up from  *
      * the last 7 days, so a missed night is caught up; a saved  *
      * game idle 7 days or more is warned as due for             *
      * cancellation; a rating move of 50 points or more is news. *
      *-----------------------------------------------------------*
       01  NTF-PARM-RECORD.
           05  NTF-RUN-DATE               PIC 9(08).
           05  NTF-LOOKBACK-DAYS          PIC 9(02).
           05  NTF-STALE-DAYS             PIC 9(03).
           05  NTF-RATING-MOVE            PIC 9(03).
           05  FILLER                     PIC X(04).
