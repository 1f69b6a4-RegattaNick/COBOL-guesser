               10  RTG-HISTORY-ENTRY      OCCURS 10 TIMES.
                   15  RTG-HIST-DATE      PIC 9(08).
                   15  RTG-HIST-RATING    PIC 9(05).
      * Rating movement banked while the player is on a review
      * hold (PLYM-REVIEW-HOLD) - the current rating stands still
      * and the night's points collect here, to be carried onto
      * the rating by the first GUESSRTG run after the hold is
      * lifted.  Spaces on records filed before the field existed
      * - readers take anything not numeric as nothing banked.
           05  RTG-HELD-DELTA             PIC S9(05).
