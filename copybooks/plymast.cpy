           05  PLYM-STATUS-CODE           PIC X(01).
               88  PLYM-ACTIVE                VALUE "A".
               88  PLYM-SUSPENDED             VALUE "S".
      * Set by PLYMERGE on a duplicate id whose history has been
      * folded into another id.  A merged id cannot sign on and
      * cannot be reinstated - its history now lives elsewhere.
               88  PLYM-MERGED                VALUE "M".
      * Department team the player belongs to (TEAM-MASTER-FILE
      * key), assigned by PLYMAINT action "T".  Spaces until the
      * player is placed on a team.
      * records filed before the field existed) means the player
      * has never signed on since enrollment.
           05  PLYM-LAST-SIGNON-DATE      PIC 9(08).
      * Event types the player has asked GUESSNTF not to send them,
      * set by PLYMAINT action "N".  "Y" opts out of that event;
      * space or "N" receives it.  Spaces on every master record
      * converted by PLYMCONV, so everyone starts opted in.
           05  PLYM-NOTIFY-OPT-OUTS.
               10  PLYM-OPT-OUT-PAIRING       PIC X(01).
                   88  PLYM-NO-PAIRING-NOTICE     VALUE "Y".
               10  PLYM-OPT-OUT-STALE-SAVE    PIC X(01).
                   88  PLYM-NO-STALE-SAVE-NOTICE  VALUE "Y".
               10  PLYM-OPT-OUT-AWARD         PIC X(01).
                   88  PLYM-NO-AWARD-NOTICE       VALUE "Y".
               10  PLYM-OPT-OUT-RATING        PIC X(01).
                   88  PLYM-NO-RATING-NOTICE      VALUE "Y".
      * Play-integrity case.  GUESSINT opens a case ("R") when it
      * queues a suspicious pattern against the player; PLYMAINT
      * action "H" holds the player - GUESSAWD grants no awards
      * and GUESSRTG banks rating movement until the hold is
      * lifted - and action "C" clears the case.  Space means no
      * case has ever been opened.  The opened date is the review
      * date of the case's first flag (or of the hold, for a hold
      * placed without one); GUESSCAS lists the case's flags from
      * that date on.
           05  PLYM-REVIEW-STATUS         PIC X(01).
               88  PLYM-REVIEW-NONE           VALUE " ".
               88  PLYM-UNDER-REVIEW          VALUE "R".
               88  PLYM-REVIEW-HOLD           VALUE "H".
               88  PLYM-REVIEW-CLEARED        VALUE "C".
               88  PLYM-CASE-OPEN             VALUES "R" "H".
           05  PLYM-REVIEW-OPENED-DATE    PIC 9(08).
           05  FILLER                     PIC X(01).
