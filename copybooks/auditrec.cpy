      * The CTL-SESSION-MODE the guess was made under.  GUESSEOD
      * skips head-to-head guesses - a head-to-head loser's trail
      * stops short of the allowance by design, and would
      * otherwise look like a game still in flight.  Daily-
      * challenge guesses are skipped too - the attempt is filed
      * at sign-on and kept current after every guess.
           05  AUDL-SESSION-MODE          PIC X(01).
               88  AUDL-H2H-GUESS             VALUE "H".
               88  AUDL-CHALLENGE-GUESS       VALUE "D".
      * The guess allowance the game actually ran under, after the
      * rating handicap shaded the CTLPARM allowance at sign-on.
      * GUESSEOD's in-flight test measures each audit block
      * from the old layout - readers fall back to the CTLPARM
      * allowance.
           05  AUDL-MAX-GUESSES           PIC 9(02).
      * The range the game was actually dealt from, after the
      * rating handicap shaded it, and whether the number was
      * pinned by CTL-FIXED-NUMBER rather than drawn - for the
      * GUESSDRW draw-fairness report.  Spaces on rows filed
      * before the fields existed.
           05  AUDL-RANGE-LOW             PIC 9(03).
           05  AUDL-RANGE-HIGH            PIC 9(03).
           05  AUDL-FIXED-NUMBER-FLAG     PIC X(01).
               88  AUDL-NUMBER-PINNED         VALUE "Y".
