               88  PMNT-SUSPEND               VALUE "S".
               88  PMNT-REINSTATE             VALUE "A".
               88  PMNT-ASSIGN-TEAM           VALUE "T".
               88  PMNT-SET-NOTIFY-OPT-OUTS   VALUE "N".
      * Play-integrity case actions: "H" holds the player's awards
      * and rating movement, "C" clears the case and releases any
      * hold.  The name field may carry a short note for the
      * report; it is not filed.
               88  PMNT-REVIEW-HOLD           VALUE "H".
               88  PMNT-REVIEW-CLEAR          VALUE "C".
           05  PMNT-PLAYER-ID             PIC X(10).
           05  PMNT-PLAYER-NAME           PIC X(30).
      * Team for action "T" - validated against TEAM-MASTER-FILE
      * when that file is on hand.  A blank team on a "T" takes
      * the player off their team.
           05  PMNT-TEAM-ID               PIC X(04).
      * Notification opt-outs for action "N", one byte per GUESSNTF
      * event type in PLYM-NOTIFY-OPT-OUTS order - pairing, stale
      * saved game, award, rating move.  "Y" opts out, "N" or space
      * opts back in.  The four bytes replace the player's current
      * settings outright.
           05  PMNT-NOTIFY-OPT-OUTS.
               10  PMNT-OPT-OUT-FLAG      PIC X(01) OCCURS 4 TIMES.
                   88  PMNT-OPT-OUT-VALID     VALUES "Y" "N" " ".
           05  FILLER                     PIC X(01).
