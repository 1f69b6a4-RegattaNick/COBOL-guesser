      *-----------------------------------------------------------*
      * REVQUEUE.CPY                                               *
      * REVIEW-QUEUE-FILE record.  One record per suspicious       *
      * pattern GUESSINT finds, keyed on player + the review date *
      * it was found on + the pattern, plus the other player for  *
      * a head-to-head pair (spaces on every other pattern).  A   *
      * re-run of the same night refreshes its records in place.  *
      * The session ids are the evidence - each one is a game on  *
      * AUDIT-LOG-FILE that GUESSINQ can replay guess by guess.   *
      * The case itself (under review / held / cleared) is        *
      * carried on the player master, PLYM-REVIEW-STATUS; the     *
      * GUESSCAS case report prints the queue against it.          *
      *-----------------------------------------------------------*
       01  REVIEW-QUEUE-RECORD.
           05  REVQ-KEY.
               10  REVQ-PLAYER-ID         PIC X(10).
               10  REVQ-REVIEW-DATE       PIC 9(08).
               10  REVQ-FLAG-CODE         PIC X(02).
      * Abandoned a game after a bad start and started a fresh one.
                   88  REVQ-ABANDON-RESTART   VALUE "AR".
      * First-guess wins far above chance for the ranges played.
                   88  REVQ-FIRST-GUESS-WINS  VALUE "FG".
      * Beat the same opponent every time, each loss a quick one.
                   88  REVQ-H2H-PAIR          VALUE "HH".
      * Batch-mode games filed under a real player id.
                   88  REVQ-BATCH-UNDER-ID    VALUE "BM".
               10  REVQ-OTHER-PLAYER-ID   PIC X(10).
           05  REVQ-SEVERITY              PIC X(01).
               88  REVQ-SEVERITY-HIGH         VALUE "H".
               88  REVQ-SEVERITY-MEDIUM       VALUE "M".
      * How often the pattern was seen, and out of how many games
      * - abandon-and-restart cycles, first-guess wins, quick
      * losses, or batch games, against the games that counted.
           05  REVQ-EVENT-COUNT           PIC 9(05).
           05  REVQ-GAME-COUNT            PIC 9(05).
      * First-guess wins only: the wins chance alone would give
      * over the same games (one in the range span per game).
      * Zero on every other pattern.
           05  REVQ-EXPECTED-COUNT        PIC 9(03)V99.
      * The dates of the games counted - the review date alone for
      * the nightly patterns, the look-back window for the others.
           05  REVQ-FROM-DATE             PIC 9(08).
      * Up to ten session ids of the games behind the flag, the
      * most recent kept when there were more.
           05  REVQ-SESSION-COUNT         PIC 9(02).
           05  REVQ-SESSION-ID            PIC 9(08) OCCURS 10 TIMES.
           05  FILLER                     PIC X(10).
