      *-----------------------------------------------------------*
      * SIGNREF.CPY                                                *
      * SIGNON-REFUSAL-FILE record.  One record per sign-on (or   *
      * play-again) COBOL-guesser refused, appended as it         *
      * happens: the id was not enrolled, suspended, or merged     *
      * away, or the PLAY-LIMIT-FILE refused it - outside the     *
      * permitted hours, or the day's game or match cap already   *
      * reached - or the player already had the day's challenge   *
      * attempt.  GUESSREF prints the day's refusals for           *
      * operations.                                                 *
      *-----------------------------------------------------------*
       01  SIGNON-REFUSAL-RECORD.
           05  SREF-REFUSAL-DATE          PIC 9(08).
           05  SREF-REFUSAL-TIME          PIC 9(08).
           05  SREF-PLAYER-ID             PIC X(10).
           05  SREF-TEAM-ID               PIC X(04).
           05  SREF-SESSION-MODE          PIC X(01).
           05  SREF-REASON-CODE           PIC X(01).
               88  SREF-NOT-ENROLLED          VALUE "N".
               88  SREF-SUSPENDED             VALUE "S".
               88  SREF-MERGED                VALUE "X".
               88  SREF-OUTSIDE-HOURS         VALUE "H".
               88  SREF-GAME-CAP              VALUE "G".
               88  SREF-MATCH-CAP             VALUE "M".
               88  SREF-CHALLENGE-PLAYED      VALUE "C".
      * Games (or matches, on a match-cap refusal) already played
      * that day, and the cap in force.  Zero on other reasons.
           05  SREF-PLAYED-TODAY          PIC 9(03).
           05  SREF-DAILY-LIMIT           PIC 9(03).
           05  FILLER                     PIC X(10).
