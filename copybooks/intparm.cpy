      *-----------------------------------------------------------*
      * INTPARM.CPY                                                *
      * GUESSINT run parameter, read once at start-up.  A zero    *
      * (or missing) field takes its default: the review date is  *
      * the business date; first-guess wins and head-to-head      *
      * pairs are judged over the last 30 days; a game given up   *
      * after 2 guesses or fewer is a bad start, and 3 such       *
      * restarts in one day is a pattern; 3 first-guess wins at   *
      * 5 times the chance rate is a pattern; 3 meetings all lost *
      * in 2 guesses or fewer is a pattern.                        *
      *-----------------------------------------------------------*
       01  INT-PARM-RECORD.
           05  INT-REVIEW-DATE            PIC 9(08).
           05  INT-LOOKBACK-DAYS          PIC 9(03).
           05  INT-BAD-START-GUESSES      PIC 9(02).
           05  INT-RESTART-LIMIT          PIC 9(02).
           05  INT-LUCK-MIN-WINS          PIC 9(02).
           05  INT-LUCK-FACTOR            PIC 9(02).
           05  INT-H2H-MIN-MEETINGS       PIC 9(02).
           05  INT-QUICK-LOSS-GUESSES     PIC 9(02).
           05  FILLER                     PIC X(07).
