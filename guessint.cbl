      *===============================================================*
      *                                                                *
      * PROGRAM-ID.  GUESSINT.                                        *
      *                                                                *
      * AUTHOR.        Application Development.                       *
      * INSTALLATION.  Application Development.                       *
      * DATE-WRITTEN.  2026-10-15.                                     *
      *                                                                *
      * REMARKS.       Nightly play-integrity review.  Reads the      *
      *                AUDIT-LOG-FILE, regrouped into games by        *
      *                session id exactly as GUESSEOD and GUESSDRW    *
      *                group it, with PLAYER-STATS-FILE for the       *
      *                outcome and opponent of each head-to-head game *
      *                and SAVED-GAME-FILE for the games still        *
      *                suspended, and flags four patterns:            *
      *                                                                *
      *                  AR  a game given up after a bad start and    *
      *                      a fresh one started straight after,      *
      *                      time and again on the review date        *
      *                  FG  first-guess wins far above chance for    *
      *                      the ranges played, over the look-back    *
      *                      window, with one on the review date      *
      *                  HH  a head-to-head pair where one player     *
      *                      has lost every meeting in the window,    *
      *                      each one quickly, to the same opponent   *
      *                      (filed against the winner)               *
      *                  BM  batch-mode games filed under a real      *
      *                      player id on the review date             *
      *                                                                *
      *                Each flag is written to the keyed              *
      *                REVIEW-QUEUE-FILE with a severity and the      *
      *                session ids behind it, and opens a review      *
      *                case on the player master (PLYM-REVIEW-STATUS  *
      *                "R") unless one is already open.  Operations   *
      *                work the case with PLYMAINT - "H" holds the    *
      *                player's awards and rating movement, "C"       *
      *                clears it - from the GUESSCAS case report.     *
      *                Every run for a closed day first removes the   *
      *                queue records already filed for its review     *
      *                date, so a re-run files exactly what it finds. *
      *                Before the day is closed the flags are only    *
      *                printed - nothing is queued and no case is     *
      *                opened.  Thresholds come from INTPARM.         *
      *                                                                *
      *                Return codes: 0 review complete, 4 the day is  *
      *                not yet closed (games may still be in flight - *
      *                flags printed only), 8 no audit log, the       *
      *                review queue could not be opened, or a queue   *
      *                or master update failed.                       *
      *                                                                *
      * MODIFICATION HISTORY.                                          *
      *   2026-10-15  NR   Original version.                           *
      *   2026-10-15  NR   A run before the close prints its flags    *
      *                    only; a run after it clears the date's     *
      *                    earlier queue records first.  Queue and    *
      *                    master updates are status-checked.         *
      *                                                                *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUESSINT.
       AUTHOR. Application Development.
       INSTALLATION. Application Development.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNUCOBOL.
       OBJECT-COMPUTER. GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INT-PARM-FILE ASSIGN TO "INTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTPARM-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUDL-KEY
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PLAYER-STATS-FILE ASSIGN TO "PLYRSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLYST-KEY
               FILE STATUS IS WS-PLYRSTAT-STATUS.

           SELECT SAVED-GAME-FILE ASSIGN TO "SAVEGAME"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SAVG-PLAYER-ID
               FILE STATUS IS WS-SAVEGAME-STATUS.

           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLYMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLYM-PLAYER-ID
               FILE STATUS IS WS-PLYMAST-STATUS.

           SELECT REVIEW-QUEUE-FILE ASSIGN TO "REVQUEUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REVQ-KEY
               FILE STATUS IS WS-REVQUEUE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PRINT-FILE ASSIGN TO "INTPRINT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INT-PARM-FILE.
       COPY "intparm.cpy".

       FD  AUDIT-LOG-FILE.
       COPY "auditrec.cpy".

       FD  PLAYER-STATS-FILE.
       COPY "plystat.cpy".

       FD  SAVED-GAME-FILE.
       COPY "savegame.cpy".

       FD  PLAYER-MASTER-FILE.
       COPY "plymast.cpy".

       FD  REVIEW-QUEUE-FILE.
       COPY "revqueue.cpy".

       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(100).

       FD  BUSINESS-DATE-FILE.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-INTPARM-STATUS           PIC X(02).
       01  WS-AUDIT-STATUS             PIC X(02).
       01  WS-PLYRSTAT-STATUS          PIC X(02).
       01  WS-SAVEGAME-STATUS          PIC X(02).
       01  WS-PLYMAST-STATUS           PIC X(02).
       01  WS-REVQUEUE-STATUS          PIC X(02).
       01  WS-RUNCTL-STATUS            PIC X(02).
       01  WS-BUSDATE-STATUS           PIC X(02).
      * The business date on BUSINESS-DATE-FILE, rolled by GUESSRUN
      * "D" - the clock date at a site that has not started the
      * control.
       01  WS-BUSINESS-DATE            PIC 9(08).

       01  WS-PARM-EOF-FLAG            PIC X(01) VALUE "N".
           88  WS-PARM-EOF                     VALUE "Y".
       01  WS-AUDIT-EOF-FLAG           PIC X(01) VALUE "N".
           88  WS-AUDIT-EOF                    VALUE "Y".
       01  WS-RUN-OK-FLAG              PIC X(01) VALUE "N".
           88  WS-RUN-OK                       VALUE "Y".
       01  WS-STATS-OPEN-FLAG          PIC X(01) VALUE "N".
           88  WS-STATS-ON-FILE                VALUE "Y".
       01  WS-SAVEGAME-OPEN-FLAG       PIC X(01) VALUE "N".
           88  WS-SAVEGAME-ON-FILE             VALUE "Y".
       01  WS-MASTER-OPEN-FLAG         PIC X(01) VALUE "N".
           88  WS-MASTER-ON-FILE               VALUE "Y".
       01  WS-DAY-CLOSED-FLAG          PIC X(01) VALUE "N".
           88  WS-DAY-CLOSED                   VALUE "Y".
       01  WS-QUEUE-EOF-FLAG           PIC X(01) VALUE "N".
           88  WS-QUEUE-EOF                    VALUE "Y".

      * ---------------------------------------------------------- *
      * Review date, look-back window, and thresholds - see        *
      * INTPARM.CPY for the defaults.                               *
      * ---------------------------------------------------------- *
       01  WS-REVIEW-DATE              PIC 9(08).
       01  WS-FROM-DATE                PIC 9(08).
       01  WS-REVIEW-DAY-NUMBER        PIC 9(07).
       01  WS-LOOKBACK-DAYS            PIC 9(03).
       01  WS-BAD-START-GUESSES        PIC 9(02).
       01  WS-RESTART-LIMIT            PIC 9(02).
       01  WS-LUCK-MIN-WINS            PIC 9(02).
       01  WS-LUCK-FACTOR              PIC 9(02).
       01  WS-H2H-MIN-MEETINGS         PIC 9(02).
       01  WS-QUICK-LOSS-GUESSES       PIC 9(02).

      * ---------------------------------------------------------- *
      * The audit block (one game) being assembled.                 *
      * ---------------------------------------------------------- *
       01  WS-BLOCK-FLAG               PIC X(01) VALUE "N".
           88  WS-BLOCK-PENDING                VALUE "Y".
           88  WS-NO-BLOCK-PENDING             VALUE "N".
       01  WS-BLOCK.
           05  WS-BLK-PLAYER-ID        PIC X(10).
           05  WS-BLK-GAME-DATE        PIC 9(08).
           05  WS-BLK-SESSION-ID       PIC 9(08).
           05  WS-BLK-FIRST-TIME       PIC 9(08).
           05  WS-BLK-GUESSES          PIC 9(02).
           05  WS-BLK-LAST-RESULT      PIC X(01).
               88  WS-BLK-WON                  VALUE "C".
           05  WS-BLK-SESSION-MODE     PIC X(01).
               88  WS-BLK-H2H-GAME             VALUE "H".
               88  WS-BLK-CHALLENGE-GAME       VALUE "D".
               88  WS-BLK-BATCH-GAME           VALUE "B".
           05  WS-BLK-ALLOWANCE        PIC 9(02).
           05  WS-BLK-RANGE-LOW        PIC 9(03).
           05  WS-BLK-RANGE-HIGH       PIC 9(03).
           05  WS-BLK-RANGE-FLAG       PIC X(01).
               88  WS-BLK-RANGE-STAMPED        VALUE "Y".
           05  WS-BLK-PINNED-FLAG      PIC X(01).
               88  WS-BLK-PINNED               VALUE "Y".
      * Where the block's stats record may lie - see GUESSRCV.
       01  WS-WINDOW-END-TIME          PIC 9(08).
       01  WS-CLAIMED-KEY              PIC X(29) VALUE SPACES.
       01  WS-SEARCH-DONE-FLAG         PIC X(01).
           88  WS-SEARCH-DONE                  VALUE "Y".
       01  WS-STATS-FOUND-FLAG         PIC X(01).
           88  WS-STATS-FOUND                  VALUE "Y".

      * A game given up after a bad start on the review date,
      * waiting to see whether the player's next game follows it.
      * Input arrives in player/date/time order, so one player's
      * games on one date are consecutive.
       01  WS-ABANDON-FLAG             PIC X(01) VALUE "N".
           88  WS-ABANDON-PENDING              VALUE "Y".
           88  WS-NO-ABANDON-PENDING           VALUE "N".
       01  WS-ABANDON-SESSION-ID       PIC 9(08).
       01  WS-ABANDON-PLAYER-IDX       PIC 9(03) COMP.

      * ---------------------------------------------------------- *
      * Per-player facts.  The same 200-player ceiling as          *
      * GUESSRPT.  Each pattern keeps its own evidence - the last  *
      * ten session ids behind it.                                  *
      * ---------------------------------------------------------- *
       01  WS-MAX-PLAYERS              PIC 9(03) COMP VALUE 200.
       01  WS-PLAYER-COUNT             PIC 9(03) COMP VALUE 0.
       01  WS-PLAYER-TABLE.
           05  WS-PLAYER-ENTRY OCCURS 200 TIMES.
               10  WS-PLR-PLAYER-ID           PIC X(10).
      * Games on the review date, and the restart cycles among them.
               10  WS-PLR-DAY-GAMES           PIC 9(05).
               10  WS-PLR-RESTARTS            PIC 9(05).
               10  WS-PLR-AR-EVIDENCE.
                   15  WS-PLR-AR-COUNT        PIC 9(02).
                   15  WS-PLR-AR-SESSION      PIC 9(08)
                                              OCCURS 10 TIMES.
      * Games in the window with a range to judge chance by, the
      * first-guess wins among them, and the wins chance would
      * give (one in the range span per game).
               10  WS-PLR-FG-GAMES            PIC 9(05).
               10  WS-PLR-FG-WINS             PIC 9(05).
               10  WS-PLR-FG-EXPECTED         PIC 9(05)V9(06).
               10  WS-PLR-FG-TODAY-FLAG       PIC X(01).
                   88  WS-PLR-FG-WIN-TODAY            VALUE "Y".
               10  WS-PLR-FG-EVIDENCE.
                   15  WS-PLR-FG-COUNT        PIC 9(02).
                   15  WS-PLR-FG-SESSION      PIC 9(08)
                                              OCCURS 10 TIMES.
      * Batch-mode games on the review date.
               10  WS-PLR-BATCH-GAMES         PIC 9(05).
               10  WS-PLR-BM-EVIDENCE.
                   15  WS-PLR-BM-COUNT        PIC 9(02).
                   15  WS-PLR-BM-SESSION      PIC 9(08)
                                              OCCURS 10 TIMES.
       01  WS-SEARCH-IDX               PIC 9(03) COMP.
       01  WS-FOUND-IDX                PIC 9(03) COMP.
       01  WS-FOUND-FLAG               PIC X(01).
           88  WS-PLAYER-FOUND                 VALUE "Y".
           88  WS-PLAYER-NOT-FOUND             VALUE "N".
       01  WS-TRUNC-FLAG               PIC X(01) VALUE "N".
           88  WS-PLAYERS-TRUNCATED            VALUE "Y".
       01  WS-FILE-IDX                 PIC 9(03) COMP.

      * ---------------------------------------------------------- *
      * Head-to-head pairs, one entry per loser and winner, counted *
      * from the loser's side of each meeting only, so a meeting   *
      * counts once.  A pair is flagged when the loser has lost    *
      * every meeting in the window, each one quickly, and the      *
      * winner has never lost to them.                              *
      * ---------------------------------------------------------- *
       01  WS-MAX-PAIRS                PIC 9(03) COMP VALUE 200.
       01  WS-PAIR-COUNT               PIC 9(03) COMP VALUE 0.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 200 TIMES.
               10  WS-PAIR-LOSER-ID           PIC X(10).
               10  WS-PAIR-WINNER-ID          PIC X(10).
               10  WS-PAIR-MEETINGS           PIC 9(05).
               10  WS-PAIR-QUICK-LOSSES       PIC 9(05).
               10  WS-PAIR-TODAY-FLAG         PIC X(01).
                   88  WS-PAIR-MET-TODAY              VALUE "Y".
               10  WS-PAIR-EVIDENCE.
                   15  WS-PAIR-EV-COUNT       PIC 9(02).
                   15  WS-PAIR-EV-SESSION     PIC 9(08)
                                              OCCURS 10 TIMES.
       01  WS-PAIR-IDX                 PIC 9(03) COMP.
       01  WS-REVERSE-IDX              PIC 9(03) COMP.
       01  WS-PAIR-LOSER-KEY           PIC X(10).
       01  WS-PAIR-WINNER-KEY          PIC X(10).
       01  WS-PAIR-FOUND-IDX           PIC 9(03) COMP.
       01  WS-PAIR-FULL-FLAG           PIC X(01) VALUE "N".
           88  WS-PAIRS-TRUNCATED              VALUE "Y".

      * One pattern's evidence, worked on here and moved back to
      * its table entry - the same layout as every -EVIDENCE group.
       01  WS-EVIDENCE.
           05  WS-EV-COUNT             PIC 9(02).
           05  WS-EV-SESSION           PIC 9(08) OCCURS 10 TIMES.
       01  WS-EV-NEW-SESSION-ID        PIC 9(08).
       01  WS-EV-IDX                   PIC 9(02) COMP.

      * The flag being filed.
       01  WS-FLAG-PLAYER-ID           PIC X(10).
       01  WS-FLAG-OTHER-ID            PIC X(10).
       01  WS-FLAG-CODE                PIC X(02).
       01  WS-FLAG-SEVERITY            PIC X(01).
       01  WS-FLAG-EVENTS              PIC 9(05).
       01  WS-FLAG-GAMES               PIC 9(05).
       01  WS-FLAG-EXPECTED            PIC 9(05)V9(06).
       01  WS-FLAG-FROM-DATE           PIC 9(08).
       01  WS-CHANCE-LIMIT             PIC 9(07)V9(06).
       01  WS-RANGE-SPAN               PIC 9(04).
       01  WS-CASE-TEXT                PIC X(14).

      * ---------------------------------------------------------- *
      * Control totals.                                              *
      * ---------------------------------------------------------- *
       01  WS-ROWS-READ-COUNT          PIC 9(07) VALUE 0.
       01  WS-GAMES-COUNT              PIC 9(07) VALUE 0.
       01  WS-DAY-GAMES-COUNT          PIC 9(07) VALUE 0.
       01  WS-NO-RANGE-COUNT           PIC 9(07) VALUE 0.
       01  WS-H2H-NO-STATS-COUNT       PIC 9(07) VALUE 0.
       01  WS-SUSPENDED-COUNT          PIC 9(07) VALUE 0.
       01  WS-FLAG-COUNT               PIC 9(07) VALUE 0.
       01  WS-HIGH-COUNT               PIC 9(07) VALUE 0.
       01  WS-QUEUED-COUNT             PIC 9(07) VALUE 0.
       01  WS-REMOVED-COUNT            PIC 9(07) VALUE 0.
       01  WS-QUEUE-ERROR-COUNT        PIC 9(07) VALUE 0.
       01  WS-CASES-OPENED-COUNT       PIC 9(07) VALUE 0.
       01  WS-MASTER-ERROR-COUNT       PIC 9(07) VALUE 0.
       01  WS-NOT-ENROLLED-COUNT       PIC 9(07) VALUE 0.

      * ---------------------------------------------------------- *
      * Print lines.                                                *
      * ---------------------------------------------------------- *
       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(37)
               VALUE "GUESSINT - PLAY-INTEGRITY REVIEW     ".
           05  WS-HDG-RUN-DATE         PIC 9(08).
       01  WS-FUNCTION-LINE.
           05  FILLER                  PIC X(12) VALUE "REVIEW DATE ".
           05  WS-FUN-REVIEW-DATE      PIC 9(08).
           05  FILLER                  PIC X(17)
               VALUE "   WINDOW FROM   ".
           05  WS-FUN-FROM-DATE        PIC 9(08).
       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(12) VALUE "PLAYER-ID".
           05  FILLER                  PIC X(30) VALUE "PATTERN".
           05  FILLER                  PIC X(08) VALUE "SEV".
           05  FILLER                  PIC X(08) VALUE "EVENTS".
           05  FILLER                  PIC X(08) VALUE "GAMES".
           05  FILLER                  PIC X(12) VALUE "OPPONENT".
           05  FILLER                  PIC X(14) VALUE "CASE".
       01  WS-DETAIL-LINE.
           05  WS-DTL-PLAYER-ID        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-FLAG-CODE        PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-PATTERN          PIC X(25).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-SEVERITY         PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-EVENTS           PIC ZZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DTL-GAMES            PIC ZZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DTL-OTHER-ID         PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-CASE             PIC X(14).
       01  WS-CHANCE-LINE.
           05  FILLER                  PIC X(14) VALUE SPACES.
           05  FILLER                  PIC X(22)
               VALUE "WINS BY CHANCE ABOUT ".
           05  WS-CHN-EXPECTED         PIC ZZ9.99.
       01  WS-SESSION-LINE.
           05  FILLER                  PIC X(14) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "SESSIONS ".
           05  WS-SES-ENTRY            OCCURS 10 TIMES.
               10  WS-SES-SESSION-ID   PIC 9(08).
               10  FILLER              PIC X(01).
       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TOT-LABEL            PIC X(36).
           05  WS-TOT-COUNT            PIC Z,ZZZ,ZZ9.
       01  WS-MESSAGE-LINE             PIC X(70).

       PROCEDURE DIVISION.

      *=============================================================*
      * 0000-MAINLINE                                                *
      *=============================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-OK
               PERFORM 1500-RECORD-RUN-START THRU 1500-EXIT
               PERFORM 1600-CHECK-DAY-CLOSED THRU 1600-EXIT
               IF WS-DAY-CLOSED
                   PERFORM 2000-REMOVE-PRIOR-FLAGS THRU 2000-EXIT
               END-IF
               PERFORM 3000-REVIEW-GAMES THRU 3000-EXIT
               PERFORM 5000-FILE-PLAYER-FLAGS THRU 5000-EXIT
                   VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-PLAYER-COUNT
               PERFORM 5500-FILE-PAIR-FLAG THRU 5500-EXIT
                   VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
               PERFORM 8900-RECORD-RUN-END THRU 8900-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *=============================================================*
      * 1000-INITIALIZE                                              *
      * Reads the run parameter - each zero field takes its         *
      * default - works out the look-back window, and opens the     *
      * files.  The audit log is the one file the review cannot do  *
      * without; the queue is created on the first ever run.         *
      *=============================================================*
       1000-INITIALIZE.
           PERFORM 1040-READ-BUSINESS-DATE THRU 1040-EXIT.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HDG-RUN-DATE.
           WRITE PRINT-RECORD FROM WS-HEADING-LINE.
           OPEN INPUT INT-PARM-FILE.
           IF WS-INTPARM-STATUS = "35"
               SET WS-PARM-EOF TO TRUE
           ELSE
               READ INT-PARM-FILE
                   AT END SET WS-PARM-EOF TO TRUE
               END-READ
               CLOSE INT-PARM-FILE
           END-IF.
           IF WS-PARM-EOF
               MOVE ZEROS TO INT-PARM-RECORD
           END-IF.
           IF INT-REVIEW-DATE NOT NUMERIC OR INT-REVIEW-DATE = 0
               MOVE WS-BUSINESS-DATE TO WS-REVIEW-DATE
           ELSE
               MOVE INT-REVIEW-DATE TO WS-REVIEW-DATE
           END-IF.
           IF INT-LOOKBACK-DAYS NOT NUMERIC OR INT-LOOKBACK-DAYS = 0
               MOVE 30 TO WS-LOOKBACK-DAYS
           ELSE
               MOVE INT-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
           END-IF.
           IF INT-BAD-START-GUESSES NOT NUMERIC
                   OR INT-BAD-START-GUESSES = 0
               MOVE 2 TO WS-BAD-START-GUESSES
           ELSE
               MOVE INT-BAD-START-GUESSES TO WS-BAD-START-GUESSES
           END-IF.
           IF INT-RESTART-LIMIT NOT NUMERIC OR INT-RESTART-LIMIT = 0
               MOVE 3 TO WS-RESTART-LIMIT
           ELSE
               MOVE INT-RESTART-LIMIT TO WS-RESTART-LIMIT
           END-IF.
           IF INT-LUCK-MIN-WINS NOT NUMERIC OR INT-LUCK-MIN-WINS = 0
               MOVE 3 TO WS-LUCK-MIN-WINS
           ELSE
               MOVE INT-LUCK-MIN-WINS TO WS-LUCK-MIN-WINS
           END-IF.
           IF INT-LUCK-FACTOR NOT NUMERIC OR INT-LUCK-FACTOR = 0
               MOVE 5 TO WS-LUCK-FACTOR
           ELSE
               MOVE INT-LUCK-FACTOR TO WS-LUCK-FACTOR
           END-IF.
           IF INT-H2H-MIN-MEETINGS NOT NUMERIC
                   OR INT-H2H-MIN-MEETINGS = 0
               MOVE 3 TO WS-H2H-MIN-MEETINGS
           ELSE
               MOVE INT-H2H-MIN-MEETINGS TO WS-H2H-MIN-MEETINGS
           END-IF.
           IF INT-QUICK-LOSS-GUESSES NOT NUMERIC
                   OR INT-QUICK-LOSS-GUESSES = 0
               MOVE 2 TO WS-QUICK-LOSS-GUESSES
           ELSE
               MOVE INT-QUICK-LOSS-GUESSES TO WS-QUICK-LOSS-GUESSES
           END-IF.
           COMPUTE WS-REVIEW-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-REVIEW-DATE).
           COMPUTE WS-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-REVIEW-DAY-NUMBER
                   - WS-LOOKBACK-DAYS + 1).
           MOVE WS-REVIEW-DATE TO WS-FUN-REVIEW-DATE.
           MOVE WS-FROM-DATE TO WS-FUN-FROM-DATE.
           WRITE PRINT-RECORD FROM WS-FUNCTION-LINE.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "NO AUDIT LOG FILE - NO GAMES TO REVIEW"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O REVIEW-QUEUE-FILE.
           IF WS-REVQUEUE-STATUS = "35"
               OPEN OUTPUT REVIEW-QUEUE-FILE
               CLOSE REVIEW-QUEUE-FILE
               OPEN I-O REVIEW-QUEUE-FILE
           END-IF.
           IF WS-REVQUEUE-STATUS NOT = "00"
               MOVE SPACES TO WS-MESSAGE-LINE
               STRING "REVIEW QUEUE WILL NOT OPEN - STATUS "
                   WS-REVQUEUE-STATUS " - RUN REFUSED"
                   DELIMITED BY SIZE INTO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               CLOSE AUDIT-LOG-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT PLAYER-STATS-FILE.
           IF WS-PLYRSTAT-STATUS = "00"
               SET WS-STATS-ON-FILE TO TRUE
           END-IF.
           OPEN INPUT SAVED-GAME-FILE.
           IF WS-SAVEGAME-STATUS = "00"
               SET WS-SAVEGAME-ON-FILE TO TRUE
           END-IF.
      * Without a master the flags are still queued - there is
      * just no case status to open.
           OPEN I-O PLAYER-MASTER-FILE.
           IF WS-PLYMAST-STATUS = "00"
               SET WS-MASTER-ON-FILE TO TRUE
           END-IF.
           SET WS-RUN-OK TO TRUE.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           WRITE PRINT-RECORD FROM WS-COLUMN-LINE.
       1000-EXIT.
           EXIT.

      *=============================================================*
      * 1040-READ-BUSINESS-DATE                                      *
      * Picks up the business date.  A site that has not started    *
      * the control (no record, or a zero date) runs by the clock   *
      * date.                                                         *
      *=============================================================*
       1040-READ-BUSINESS-DATE.
           MOVE 0 TO WS-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSDATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   AT END MOVE 0 TO BDT-BUSINESS-DATE
               END-READ
               IF BDT-BUSINESS-DATE NUMERIC
                   MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-IF
               CLOSE BUSINESS-DATE-FILE
           END-IF.
           IF WS-BUSINESS-DATE = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           END-IF.
       1040-EXIT.
           EXIT.

      *=============================================================*
      * 1500-RECORD-RUN-START                                        *
      * Opens the run-control file (created on the first ever       *
      * run), flags a prior run that started but never wrote its    *
      * end record as an abend to investigate, and stamps this      *
      * run's start record.  A review date already reviewed is not  *
      * refused - a re-run refreshes the same queue records.         *
      *=============================================================*
       1500-RECORD-RUN-START.
           OPEN I-O RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF.
           MOVE "GUESSINT" TO RUNC-PROGRAM-ID.
           MOVE WS-REVIEW-DATE TO RUNC-BUSINESS-DATE.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RUNC-STARTED
                       DISPLAY "WARNING - a prior GUESSINT run for "
                           WS-REVIEW-DATE " started but never "
                           "completed - investigate as an abend."
                   END-IF
           END-READ.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE "GUESSINT" TO RUNC-PROGRAM-ID.
           MOVE WS-REVIEW-DATE TO RUNC-BUSINESS-DATE.
           SET RUNC-STARTED TO TRUE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUNC-START-DATE.
           MOVE FUNCTION CURRENT-DATE(9:8) TO RUNC-START-TIME.
           MOVE 0 TO RUNC-END-DATE.
           MOVE 0 TO RUNC-END-TIME.
           MOVE 0 TO RUNC-RECORD-COUNT.
           MOVE 0 TO RUNC-RETURN-CODE.
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
           END-WRITE.
       1500-EXIT.
           EXIT.

      *=============================================================*
      * 1600-CHECK-DAY-CLOSED                                        *
      * The day is closed once GUESSRUN function "C" has filed a    *
      * complete GAMEDAY record for it.  Until then a game that     *
      * looks given up may only be in flight, so the flags are      *
      * provisional - printed, but neither queued nor used to open  *
      * a case.                                                       *
      *=============================================================*
       1600-CHECK-DAY-CLOSED.
           MOVE "GAMEDAY" TO RUNC-PROGRAM-ID.
           MOVE WS-REVIEW-DATE TO RUNC-BUSINESS-DATE.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RUNC-COMPLETE
                       SET WS-DAY-CLOSED TO TRUE
                   END-IF
           END-READ.
           IF NOT WS-DAY-CLOSED
               MOVE "DAY NOT CLOSED - FLAGS PRINTED ONLY, NOT QUEUED"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
       1600-EXIT.
           EXIT.

      *=============================================================*
      * 2000-REMOVE-PRIOR-FLAGS                                      *
      * Deletes the queue records an earlier run filed for this     *
      * review date, so a re-run - after the close, or after a      *
      * provisional run was followed by a late game - leaves only   *
      * the flags it finds.  The queue is keyed by player first, so *
      * the whole file is swept.  A case an earlier run opened      *
      * stays open for operations to clear.                          *
      *=============================================================*
       2000-REMOVE-PRIOR-FLAGS.
           MOVE LOW-VALUES TO REVQ-KEY.
           START REVIEW-QUEUE-FILE KEY >= REVQ-KEY
               INVALID KEY
                   GO TO 2000-EXIT
           END-START.
           PERFORM 2100-CHECK-ONE-QUEUE-RECORD THRU 2100-EXIT
               UNTIL WS-QUEUE-EOF.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-QUEUE-RECORD.
           READ REVIEW-QUEUE-FILE NEXT RECORD
               AT END
                   SET WS-QUEUE-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF REVQ-REVIEW-DATE NOT = WS-REVIEW-DATE
               GO TO 2100-EXIT
           END-IF.
           DELETE REVIEW-QUEUE-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-REVQUEUE-STATUS = "00"
               ADD 1 TO WS-REMOVED-COUNT
           ELSE
               DISPLAY "GUESSINT - queue record for " REVQ-PLAYER-ID
                   " " REVQ-FLAG-CODE " not removed, status "
                   WS-REVQUEUE-STATUS
               ADD 1 TO WS-QUEUE-ERROR-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF.
       2100-EXIT.
           EXIT.

      *=============================================================*
      * 3000-REVIEW-GAMES                                            *
      * One pass over the audit log for the look-back window,       *
      * regrouping it into games by session id; each game is        *
      * judged as soon as the next row shows where it ends.          *
      *=============================================================*
       3000-REVIEW-GAMES.
           PERFORM 3050-READ-NEXT-AUDIT THRU 3050-EXIT.
           PERFORM 3100-TAKE-ONE-ROW THRU 3100-EXIT
               UNTIL WS-AUDIT-EOF.
           IF WS-BLOCK-PENDING
               MOVE 99999999 TO WS-WINDOW-END-TIME
               PERFORM 4000-RESOLVE-BLOCK THRU 4000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3050-READ-NEXT-AUDIT.
           READ AUDIT-LOG-FILE NEXT RECORD
               AT END SET WS-AUDIT-EOF TO TRUE
           END-READ.
       3050-EXIT.
           EXIT.

       3100-TAKE-ONE-ROW.
           IF AUDL-GAME-DATE < WS-FROM-DATE
                   OR AUDL-GAME-DATE > WS-REVIEW-DATE
               PERFORM 3050-READ-NEXT-AUDIT THRU 3050-EXIT
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-ROWS-READ-COUNT.
           IF WS-BLOCK-PENDING
               IF AUDL-PLAYER-ID NOT = WS-BLK-PLAYER-ID
                       OR AUDL-GAME-DATE NOT = WS-BLK-GAME-DATE
                   MOVE 99999999 TO WS-WINDOW-END-TIME
                   PERFORM 4000-RESOLVE-BLOCK THRU 4000-EXIT
               ELSE
                   IF AUDL-SESSION-ID NOT = WS-BLK-SESSION-ID
                       MOVE AUDL-GAME-TIME TO WS-WINDOW-END-TIME
                       PERFORM 4000-RESOLVE-BLOCK THRU 4000-EXIT
                   END-IF
               END-IF
           END-IF.
           IF WS-NO-BLOCK-PENDING
               PERFORM 3200-OPEN-BLOCK THRU 3200-EXIT
           ELSE
               MOVE AUDL-GUESS-COUNT TO WS-BLK-GUESSES
               MOVE AUDL-RESULT-CODE TO WS-BLK-LAST-RESULT
           END-IF.
           PERFORM 3050-READ-NEXT-AUDIT THRU 3050-EXIT.
       3100-EXIT.
           EXIT.

      *=============================================================*
      * 3200-OPEN-BLOCK                                              *
      * Starts the next game.  A game given up after a bad start    *
      * that this one follows, for the same player on the same      *
      * day, is one abandon-and-restart cycle.                       *
      *=============================================================*
       3200-OPEN-BLOCK.
           IF AUDL-PLAYER-ID NOT = WS-BLK-PLAYER-ID
                   OR AUDL-GAME-DATE NOT = WS-BLK-GAME-DATE
               MOVE SPACES TO WS-CLAIMED-KEY
               SET WS-NO-ABANDON-PENDING TO TRUE
           END-IF.
           IF WS-ABANDON-PENDING
               PERFORM 4700-COUNT-RESTART THRU 4700-EXIT
           END-IF.
           SET WS-BLOCK-PENDING TO TRUE.
           MOVE AUDL-PLAYER-ID TO WS-BLK-PLAYER-ID.
           MOVE AUDL-GAME-DATE TO WS-BLK-GAME-DATE.
           MOVE AUDL-SESSION-ID TO WS-BLK-SESSION-ID.
           MOVE AUDL-GAME-TIME TO WS-BLK-FIRST-TIME.
           MOVE AUDL-GUESS-COUNT TO WS-BLK-GUESSES.
           MOVE AUDL-RESULT-CODE TO WS-BLK-LAST-RESULT.
           MOVE AUDL-SESSION-MODE TO WS-BLK-SESSION-MODE.
           IF AUDL-MAX-GUESSES NUMERIC
               MOVE AUDL-MAX-GUESSES TO WS-BLK-ALLOWANCE
           ELSE
               MOVE 0 TO WS-BLK-ALLOWANCE
           END-IF.
           IF AUDL-RANGE-LOW NUMERIC AND AUDL-RANGE-HIGH NUMERIC
                   AND AUDL-RANGE-HIGH > 0
               MOVE "Y" TO WS-BLK-RANGE-FLAG
               MOVE AUDL-RANGE-LOW TO WS-BLK-RANGE-LOW
               MOVE AUDL-RANGE-HIGH TO WS-BLK-RANGE-HIGH
           ELSE
               MOVE "N" TO WS-BLK-RANGE-FLAG
               MOVE 0 TO WS-BLK-RANGE-LOW
               MOVE 0 TO WS-BLK-RANGE-HIGH
           END-IF.
           IF AUDL-NUMBER-PINNED
               MOVE "Y" TO WS-BLK-PINNED-FLAG
           ELSE
               MOVE "N" TO WS-BLK-PINNED-FLAG
           END-IF.
       3200-EXIT.
           EXIT.

      *=============================================================*
      * 4000-RESOLVE-BLOCK                                           *
      * Judges one finished game against each pattern.  The         *
      * review-date patterns (abandon-and-restart, batch mode) look *
      * at the review date only; first-guess wins and head-to-head  *
      * pairs look at the whole window.                               *
      *=============================================================*
       4000-RESOLVE-BLOCK.
           SET WS-NO-BLOCK-PENDING TO TRUE.
           ADD 1 TO WS-GAMES-COUNT.
           PERFORM 4050-FIND-PLAYER-ENTRY THRU 4050-EXIT.
           IF WS-PLAYER-NOT-FOUND
               GO TO 4000-EXIT
           END-IF.
           IF WS-BLK-GAME-DATE = WS-REVIEW-DATE
               ADD 1 TO WS-DAY-GAMES-COUNT
               ADD 1 TO WS-PLR-DAY-GAMES (WS-FOUND-IDX)
               PERFORM 4100-CHECK-BATCH-MODE THRU 4100-EXIT
               PERFORM 4200-CHECK-ABANDONED THRU 4200-EXIT
           END-IF.
           PERFORM 4300-CHECK-FIRST-GUESS THRU 4300-EXIT.
           IF WS-BLK-H2H-GAME
               PERFORM 4400-CHECK-H2H-MEETING THRU 4400-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4050-FIND-PLAYER-ENTRY.
           SET WS-PLAYER-NOT-FOUND TO TRUE.
           PERFORM 4060-COMPARE-ONE-ENTRY THRU 4060-EXIT
               VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > WS-PLAYER-COUNT
                   OR WS-PLAYER-FOUND.
           IF WS-PLAYER-FOUND
               GO TO 4050-EXIT
           END-IF.
           IF WS-PLAYER-COUNT < WS-MAX-PLAYERS
               ADD 1 TO WS-PLAYER-COUNT
               MOVE WS-PLAYER-COUNT TO WS-FOUND-IDX
               INITIALIZE WS-PLAYER-ENTRY (WS-FOUND-IDX)
               MOVE WS-BLK-PLAYER-ID
                   TO WS-PLR-PLAYER-ID (WS-FOUND-IDX)
               MOVE "N" TO WS-PLR-FG-TODAY-FLAG (WS-FOUND-IDX)
               SET WS-PLAYER-FOUND TO TRUE
           ELSE
               IF NOT WS-PLAYERS-TRUNCATED
                   DISPLAY "WARNING - player table full at "
                       WS-MAX-PLAYERS
                       " entries, additional players are not "
                       "being reviewed."
                   SET WS-PLAYERS-TRUNCATED TO TRUE
               END-IF
           END-IF.
       4050-EXIT.
           EXIT.

       4060-COMPARE-ONE-ENTRY.
           IF WS-PLR-PLAYER-ID (WS-SEARCH-IDX) = WS-BLK-PLAYER-ID
               SET WS-PLAYER-FOUND TO TRUE
               MOVE WS-SEARCH-IDX TO WS-FOUND-IDX
           END-IF.
       4060-EXIT.
           EXIT.

      *=============================================================*
      * 4100-CHECK-BATCH-MODE                                        *
      * The game files every batch-mode game under the BATCH-RUN    *
      * id, so a batch game under any other id was filed some other *
      * way.                                                          *
      *=============================================================*
       4100-CHECK-BATCH-MODE.
           IF NOT WS-BLK-BATCH-GAME
                   OR WS-BLK-PLAYER-ID = "BATCH-RUN "
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-PLR-BATCH-GAMES (WS-FOUND-IDX).
           MOVE WS-PLR-BM-EVIDENCE (WS-FOUND-IDX) TO WS-EVIDENCE.
           MOVE WS-BLK-SESSION-ID TO WS-EV-NEW-SESSION-ID.
           PERFORM 7000-ADD-EVIDENCE THRU 7000-EXIT.
           MOVE WS-EVIDENCE TO WS-PLR-BM-EVIDENCE (WS-FOUND-IDX).
       4100-EXIT.
           EXIT.

      *=============================================================*
      * 4200-CHECK-ABANDONED                                         *
      * A game given up after a bad start: not won, stopped short   *
      * of its allowance within the bad-start guess count.  Head-   *
      * to-head trails stop short by design, the daily challenge    *
      * files an unfinished attempt as a loss, and batch games are  *
      * not a player's choice - none of them count.  Nor does the   *
      * player's live checkpoint, which can still be resumed.  It   *
      * becomes a restart cycle only when 3200 sees the player's    *
      * next game follow it the same day.                            *
      *=============================================================*
       4200-CHECK-ABANDONED.
           SET WS-NO-ABANDON-PENDING TO TRUE.
           IF WS-BLK-H2H-GAME OR WS-BLK-CHALLENGE-GAME
                   OR WS-BLK-BATCH-GAME OR WS-BLK-WON
               GO TO 4200-EXIT
           END-IF.
           IF WS-BLK-ALLOWANCE > 0
                   AND WS-BLK-GUESSES NOT < WS-BLK-ALLOWANCE
               GO TO 4200-EXIT
           END-IF.
           IF WS-BLK-GUESSES > WS-BAD-START-GUESSES
               GO TO 4200-EXIT
           END-IF.
           IF WS-SAVEGAME-ON-FILE
               MOVE WS-BLK-PLAYER-ID TO SAVG-PLAYER-ID
               READ SAVED-GAME-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SAVG-GAME-IN-PROGRESS
                               AND SAVG-SESSION-ID = WS-BLK-SESSION-ID
                           ADD 1 TO WS-SUSPENDED-COUNT
                           GO TO 4200-EXIT
                       END-IF
               END-READ
           END-IF.
           SET WS-ABANDON-PENDING TO TRUE.
           MOVE WS-BLK-SESSION-ID TO WS-ABANDON-SESSION-ID.
           MOVE WS-FOUND-IDX TO WS-ABANDON-PLAYER-IDX.
       4200-EXIT.
           EXIT.

      *=============================================================*
      * 4300-CHECK-FIRST-GUESS                                       *
      * Every game with a stamped range counts toward the chance    *
      * rate - one in the range span - except a pinned number,      *
      * which is known in advance, and batch games.  A game won on  *
      * its first guess is a first-guess win.  Rows filed before    *
      * the range was stamped are left out.                          *
      *=============================================================*
       4300-CHECK-FIRST-GUESS.
           IF WS-BLK-PINNED OR WS-BLK-BATCH-GAME
               GO TO 4300-EXIT
           END-IF.
           IF NOT WS-BLK-RANGE-STAMPED
                   OR WS-BLK-RANGE-HIGH < WS-BLK-RANGE-LOW
               ADD 1 TO WS-NO-RANGE-COUNT
               GO TO 4300-EXIT
           END-IF.
           COMPUTE WS-RANGE-SPAN =
               WS-BLK-RANGE-HIGH - WS-BLK-RANGE-LOW + 1.
           ADD 1 TO WS-PLR-FG-GAMES (WS-FOUND-IDX).
           COMPUTE WS-PLR-FG-EXPECTED (WS-FOUND-IDX) ROUNDED =
               WS-PLR-FG-EXPECTED (WS-FOUND-IDX)
               + (1 / WS-RANGE-SPAN).
           IF WS-BLK-GUESSES NOT = 1 OR NOT WS-BLK-WON
               GO TO 4300-EXIT
           END-IF.
           ADD 1 TO WS-PLR-FG-WINS (WS-FOUND-IDX).
           IF WS-BLK-GAME-DATE = WS-REVIEW-DATE
               SET WS-PLR-FG-WIN-TODAY (WS-FOUND-IDX) TO TRUE
           END-IF.
           MOVE WS-PLR-FG-EVIDENCE (WS-FOUND-IDX) TO WS-EVIDENCE.
           MOVE WS-BLK-SESSION-ID TO WS-EV-NEW-SESSION-ID.
           PERFORM 7000-ADD-EVIDENCE THRU 7000-EXIT.
           MOVE WS-EVIDENCE TO WS-PLR-FG-EVIDENCE (WS-FOUND-IDX).
       4300-EXIT.
           EXIT.

      *=============================================================*
      * 4400-CHECK-H2H-MEETING                                       *
      * Finds the game's head-to-head stats record, which names the *
      * opponent and the outcome, and counts a lost meeting against *
      * the pair - quick when the loser had used no more than the   *
      * quick-loss guess count.  A won meeting is counted from the  *
      * other side, by the loser's own game.                          *
      *=============================================================*
       4400-CHECK-H2H-MEETING.
           PERFORM 4500-FIND-STATS-IN-WINDOW THRU 4500-EXIT.
           IF NOT WS-STATS-FOUND
               ADD 1 TO WS-H2H-NO-STATS-COUNT
               GO TO 4400-EXIT
           END-IF.
           MOVE PLYST-KEY TO WS-CLAIMED-KEY.
           IF NOT PLYST-LOST OR PLYST-OPPONENT-ID = SPACES
               GO TO 4400-EXIT
           END-IF.
           MOVE WS-BLK-PLAYER-ID TO WS-PAIR-LOSER-KEY.
           MOVE PLYST-OPPONENT-ID TO WS-PAIR-WINNER-KEY.
           PERFORM 4600-FIND-PAIR-ENTRY THRU 4600-EXIT.
           IF WS-PAIR-FOUND-IDX = 0
               GO TO 4400-EXIT
           END-IF.
           ADD 1 TO WS-PAIR-MEETINGS (WS-PAIR-FOUND-IDX).
           IF PLYST-GUESSES-USED NOT > WS-QUICK-LOSS-GUESSES
               ADD 1 TO WS-PAIR-QUICK-LOSSES (WS-PAIR-FOUND-IDX)
           END-IF.
           IF WS-BLK-GAME-DATE = WS-REVIEW-DATE
               SET WS-PAIR-MET-TODAY (WS-PAIR-FOUND-IDX) TO TRUE
           END-IF.
           MOVE WS-PAIR-EVIDENCE (WS-PAIR-FOUND-IDX) TO WS-EVIDENCE.
           MOVE WS-BLK-SESSION-ID TO WS-EV-NEW-SESSION-ID.
           PERFORM 7000-ADD-EVIDENCE THRU 7000-EXIT.
           MOVE WS-EVIDENCE TO WS-PAIR-EVIDENCE (WS-PAIR-FOUND-IDX).
       4400-EXIT.
           EXIT.

      *=============================================================*
      * 4500-FIND-STATS-IN-WINDOW                                    *
      * Positions on the player's stats records from the game's     *
      * first guess and reads forward to the window end, looking    *
      * for a head-to-head record not already claimed by the        *
      * previous game - the same search GUESSRCV makes.              *
      *=============================================================*
       4500-FIND-STATS-IN-WINDOW.
           MOVE "N" TO WS-STATS-FOUND-FLAG.
           IF NOT WS-STATS-ON-FILE
               GO TO 4500-EXIT
           END-IF.
           MOVE "N" TO WS-SEARCH-DONE-FLAG.
           MOVE WS-BLK-PLAYER-ID TO PLYST-PLAYER-ID.
           MOVE WS-BLK-GAME-DATE TO PLYST-GAME-DATE.
           MOVE WS-BLK-FIRST-TIME TO PLYST-GAME-TIME.
           MOVE LOW-VALUES TO PLYST-RECORD-TYPE.
           MOVE 0 TO PLYST-SEQ-NO.
           START PLAYER-STATS-FILE KEY >= PLYST-KEY
               INVALID KEY
                   GO TO 4500-EXIT
           END-START.
           PERFORM 4510-CHECK-NEXT-STATS THRU 4510-EXIT
               UNTIL WS-SEARCH-DONE.
       4500-EXIT.
           EXIT.

       4510-CHECK-NEXT-STATS.
           READ PLAYER-STATS-FILE NEXT RECORD
               AT END
                   SET WS-SEARCH-DONE TO TRUE
                   GO TO 4510-EXIT
           END-READ.
           IF PLYST-PLAYER-ID NOT = WS-BLK-PLAYER-ID
                   OR PLYST-GAME-DATE NOT = WS-BLK-GAME-DATE
                   OR PLYST-GAME-TIME > WS-WINDOW-END-TIME
               SET WS-SEARCH-DONE TO TRUE
               GO TO 4510-EXIT
           END-IF.
           IF PLYST-H2H-RECORD
                   AND PLYST-KEY NOT = WS-CLAIMED-KEY
               SET WS-STATS-FOUND TO TRUE
               SET WS-SEARCH-DONE TO TRUE
           END-IF.
       4510-EXIT.
           EXIT.

      *=============================================================*
      * 4600-FIND-PAIR-ENTRY                                         *
      * Finds (or adds) the pair entry for WS-PAIR-LOSER-KEY and    *
      * WS-PAIR-WINNER-KEY.  Zero in WS-PAIR-FOUND-IDX when the     *
      * table is full.                                                *
      *=============================================================*
       4600-FIND-PAIR-ENTRY.
           MOVE 0 TO WS-PAIR-FOUND-IDX.
           PERFORM 4610-COMPARE-ONE-PAIR THRU 4610-EXIT
               VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > WS-PAIR-COUNT
                   OR WS-PAIR-FOUND-IDX > 0.
           IF WS-PAIR-FOUND-IDX > 0
               GO TO 4600-EXIT
           END-IF.
           IF WS-PAIR-COUNT < WS-MAX-PAIRS
               ADD 1 TO WS-PAIR-COUNT
               MOVE WS-PAIR-COUNT TO WS-PAIR-FOUND-IDX
               INITIALIZE WS-PAIR-ENTRY (WS-PAIR-FOUND-IDX)
               MOVE WS-PAIR-LOSER-KEY
                   TO WS-PAIR-LOSER-ID (WS-PAIR-FOUND-IDX)
               MOVE WS-PAIR-WINNER-KEY
                   TO WS-PAIR-WINNER-ID (WS-PAIR-FOUND-IDX)
               MOVE "N" TO WS-PAIR-TODAY-FLAG (WS-PAIR-FOUND-IDX)
           ELSE
               IF NOT WS-PAIRS-TRUNCATED
                   DISPLAY "WARNING - head-to-head pair table full "
                       "at " WS-MAX-PAIRS " entries, additional "
                       "pairs are not being reviewed."
                   SET WS-PAIRS-TRUNCATED TO TRUE
               END-IF
           END-IF.
       4600-EXIT.
           EXIT.

       4610-COMPARE-ONE-PAIR.
           IF WS-PAIR-LOSER-ID (WS-SEARCH-IDX) = WS-PAIR-LOSER-KEY
                   AND WS-PAIR-WINNER-ID (WS-SEARCH-IDX)
                       = WS-PAIR-WINNER-KEY
               MOVE WS-SEARCH-IDX TO WS-PAIR-FOUND-IDX
           END-IF.
       4610-EXIT.
           EXIT.

      *=============================================================*
      * 4700-COUNT-RESTART                                           *
      * The game given up after a bad start was followed by a fresh *
      * one - one restart cycle, with the abandoned game's session  *
      * as its evidence.                                              *
      *=============================================================*
       4700-COUNT-RESTART.
           SET WS-NO-ABANDON-PENDING TO TRUE.
           ADD 1 TO WS-PLR-RESTARTS (WS-ABANDON-PLAYER-IDX).
           MOVE WS-PLR-AR-EVIDENCE (WS-ABANDON-PLAYER-IDX)
               TO WS-EVIDENCE.
           MOVE WS-ABANDON-SESSION-ID TO WS-EV-NEW-SESSION-ID.
           PERFORM 7000-ADD-EVIDENCE THRU 7000-EXIT.
           MOVE WS-EVIDENCE
               TO WS-PLR-AR-EVIDENCE (WS-ABANDON-PLAYER-IDX).
       4700-EXIT.
           EXIT.

      *=============================================================*
      * 5000-FILE-PLAYER-FLAGS                                       *
      * Measures one player's facts against the thresholds and      *
      * files a queue record for each pattern that trips.  A        *
      * pattern at twice its threshold (four times, for the chance  *
      * rate) is HIGH, otherwise MEDIUM; batch mode under a real id *
      * is always HIGH.                                               *
      *=============================================================*
       5000-FILE-PLAYER-FLAGS.
           MOVE WS-PLR-PLAYER-ID (WS-FILE-IDX) TO WS-FLAG-PLAYER-ID.
           MOVE SPACES TO WS-FLAG-OTHER-ID.
           MOVE 0 TO WS-FLAG-EXPECTED.
           IF WS-PLR-RESTARTS (WS-FILE-IDX) NOT < WS-RESTART-LIMIT
               MOVE "AR" TO WS-FLAG-CODE
               IF WS-PLR-RESTARTS (WS-FILE-IDX)
                       NOT < WS-RESTART-LIMIT * 2
                   MOVE "H" TO WS-FLAG-SEVERITY
               ELSE
                   MOVE "M" TO WS-FLAG-SEVERITY
               END-IF
               MOVE WS-PLR-RESTARTS (WS-FILE-IDX) TO WS-FLAG-EVENTS
               MOVE WS-PLR-DAY-GAMES (WS-FILE-IDX) TO WS-FLAG-GAMES
               MOVE WS-REVIEW-DATE TO WS-FLAG-FROM-DATE
               MOVE WS-PLR-AR-EVIDENCE (WS-FILE-IDX) TO WS-EVIDENCE
               PERFORM 6000-FILE-ONE-FLAG THRU 6000-EXIT
           END-IF.
           COMPUTE WS-CHANCE-LIMIT =
               WS-PLR-FG-EXPECTED (WS-FILE-IDX) * WS-LUCK-FACTOR.
           IF WS-PLR-FG-WIN-TODAY (WS-FILE-IDX)
                   AND WS-PLR-FG-WINS (WS-FILE-IDX)
                       NOT < WS-LUCK-MIN-WINS
                   AND WS-PLR-FG-WINS (WS-FILE-IDX)
                       NOT < WS-CHANCE-LIMIT
               MOVE "FG" TO WS-FLAG-CODE
               IF WS-PLR-FG-WINS (WS-FILE-IDX)
                       NOT < WS-CHANCE-LIMIT * 4
                   MOVE "H" TO WS-FLAG-SEVERITY
               ELSE
                   MOVE "M" TO WS-FLAG-SEVERITY
               END-IF
               MOVE WS-PLR-FG-WINS (WS-FILE-IDX) TO WS-FLAG-EVENTS
               MOVE WS-PLR-FG-GAMES (WS-FILE-IDX) TO WS-FLAG-GAMES
               MOVE WS-PLR-FG-EXPECTED (WS-FILE-IDX)
                   TO WS-FLAG-EXPECTED
               MOVE WS-FROM-DATE TO WS-FLAG-FROM-DATE
               MOVE WS-PLR-FG-EVIDENCE (WS-FILE-IDX) TO WS-EVIDENCE
               PERFORM 6000-FILE-ONE-FLAG THRU 6000-EXIT
               MOVE 0 TO WS-FLAG-EXPECTED
           END-IF.
           IF WS-PLR-BATCH-GAMES (WS-FILE-IDX) > 0
               MOVE "BM" TO WS-FLAG-CODE
               MOVE "H" TO WS-FLAG-SEVERITY
               MOVE WS-PLR-BATCH-GAMES (WS-FILE-IDX) TO WS-FLAG-EVENTS
               MOVE WS-PLR-DAY-GAMES (WS-FILE-IDX) TO WS-FLAG-GAMES
               MOVE WS-REVIEW-DATE TO WS-FLAG-FROM-DATE
               MOVE WS-PLR-BM-EVIDENCE (WS-FILE-IDX) TO WS-EVIDENCE
               PERFORM 6000-FILE-ONE-FLAG THRU 6000-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

      *=============================================================*
      * 5500-FILE-PAIR-FLAG                                          *
      * A pair that met on the review date is flagged when the      *
      * loser has lost at least the minimum number of meetings,     *
      * every one of them quickly, and has never beaten the winner  *
      * in the window.  The flag is filed against the winner - the  *
      * player whose rating and awards gain - with the loser as the *
      * other player.                                                 *
      *=============================================================*
       5500-FILE-PAIR-FLAG.
           IF NOT WS-PAIR-MET-TODAY (WS-PAIR-IDX)
                   OR WS-PAIR-MEETINGS (WS-PAIR-IDX)
                       < WS-H2H-MIN-MEETINGS
                   OR WS-PAIR-QUICK-LOSSES (WS-PAIR-IDX)
                       < WS-PAIR-MEETINGS (WS-PAIR-IDX)
               GO TO 5500-EXIT
           END-IF.
           MOVE WS-PAIR-WINNER-ID (WS-PAIR-IDX) TO WS-PAIR-LOSER-KEY.
           MOVE WS-PAIR-LOSER-ID (WS-PAIR-IDX) TO WS-PAIR-WINNER-KEY.
           MOVE 0 TO WS-REVERSE-IDX.
           PERFORM 5510-CHECK-REVERSE-PAIR THRU 5510-EXIT
               VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > WS-PAIR-COUNT
                   OR WS-REVERSE-IDX > 0.
           IF WS-REVERSE-IDX > 0
               GO TO 5500-EXIT
           END-IF.
           MOVE WS-PAIR-WINNER-ID (WS-PAIR-IDX) TO WS-FLAG-PLAYER-ID.
           MOVE WS-PAIR-LOSER-ID (WS-PAIR-IDX) TO WS-FLAG-OTHER-ID.
           MOVE "HH" TO WS-FLAG-CODE.
           IF WS-PAIR-MEETINGS (WS-PAIR-IDX)
                   NOT < WS-H2H-MIN-MEETINGS * 2
               MOVE "H" TO WS-FLAG-SEVERITY
           ELSE
               MOVE "M" TO WS-FLAG-SEVERITY
           END-IF.
           MOVE WS-PAIR-QUICK-LOSSES (WS-PAIR-IDX) TO WS-FLAG-EVENTS.
           MOVE WS-PAIR-MEETINGS (WS-PAIR-IDX) TO WS-FLAG-GAMES.
           MOVE 0 TO WS-FLAG-EXPECTED.
           MOVE WS-FROM-DATE TO WS-FLAG-FROM-DATE.
           MOVE WS-PAIR-EVIDENCE (WS-PAIR-IDX) TO WS-EVIDENCE.
           PERFORM 6000-FILE-ONE-FLAG THRU 6000-EXIT.
       5500-EXIT.
           EXIT.

      * A meeting the loser won shows as the reverse pair having
      * at least one meeting.
       5510-CHECK-REVERSE-PAIR.
           IF WS-PAIR-LOSER-ID (WS-SEARCH-IDX) = WS-PAIR-LOSER-KEY
                   AND WS-PAIR-WINNER-ID (WS-SEARCH-IDX)
                       = WS-PAIR-WINNER-KEY
                   AND WS-PAIR-MEETINGS (WS-SEARCH-IDX) > 0
               MOVE WS-SEARCH-IDX TO WS-REVERSE-IDX
           END-IF.
       5510-EXIT.
           EXIT.

      *=============================================================*
      * 6000-FILE-ONE-FLAG                                           *
      * Once the day is closed, writes the flag to the review queue *
      * and opens a case on the player master if none is open; a    *
      * provisional flag is only printed.  Either way the flag is   *
      * printed with its session ids.                                *
      *=============================================================*
       6000-FILE-ONE-FLAG.
           MOVE SPACES TO REVIEW-QUEUE-RECORD.
           MOVE WS-FLAG-PLAYER-ID TO REVQ-PLAYER-ID.
           MOVE WS-REVIEW-DATE TO REVQ-REVIEW-DATE.
           MOVE WS-FLAG-CODE TO REVQ-FLAG-CODE.
           MOVE WS-FLAG-OTHER-ID TO REVQ-OTHER-PLAYER-ID.
           MOVE WS-FLAG-SEVERITY TO REVQ-SEVERITY.
           MOVE WS-FLAG-EVENTS TO REVQ-EVENT-COUNT.
           MOVE WS-FLAG-GAMES TO REVQ-GAME-COUNT.
           COMPUTE REVQ-EXPECTED-COUNT ROUNDED = WS-FLAG-EXPECTED.
           MOVE WS-FLAG-FROM-DATE TO REVQ-FROM-DATE.
           MOVE WS-EV-COUNT TO REVQ-SESSION-COUNT.
           PERFORM 6050-MOVE-ONE-SESSION THRU 6050-EXIT
               VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX > 10.
           ADD 1 TO WS-FLAG-COUNT.
           IF REVQ-SEVERITY-HIGH
               ADD 1 TO WS-HIGH-COUNT
           END-IF.
           IF NOT WS-DAY-CLOSED
               MOVE "PROVISIONAL" TO WS-CASE-TEXT
               PERFORM 6200-PRINT-FLAG THRU 6200-EXIT
               GO TO 6000-EXIT
           END-IF.
           WRITE REVIEW-QUEUE-RECORD
               INVALID KEY
                   REWRITE REVIEW-QUEUE-RECORD
           END-WRITE.
           IF WS-REVQUEUE-STATUS NOT = "00"
               MOVE SPACES TO WS-CASE-TEXT
               STRING "NOT QUEUED " WS-REVQUEUE-STATUS
                   DELIMITED BY SIZE INTO WS-CASE-TEXT
               ADD 1 TO WS-QUEUE-ERROR-COUNT
               MOVE 8 TO RETURN-CODE
               PERFORM 6200-PRINT-FLAG THRU 6200-EXIT
               GO TO 6000-EXIT
           END-IF.
           ADD 1 TO WS-QUEUED-COUNT.
           PERFORM 6100-OPEN-CASE THRU 6100-EXIT.
           PERFORM 6200-PRINT-FLAG THRU 6200-EXIT.
       6000-EXIT.
           EXIT.

       6050-MOVE-ONE-SESSION.
           IF WS-EV-IDX > WS-EV-COUNT
               MOVE 0 TO REVQ-SESSION-ID (WS-EV-IDX)
           ELSE
               MOVE WS-EV-SESSION (WS-EV-IDX)
                   TO REVQ-SESSION-ID (WS-EV-IDX)
           END-IF.
       6050-EXIT.
           EXIT.

      *=============================================================*
      * 6100-OPEN-CASE                                               *
      * A player with no case, or a cleared one, goes under review  *
      * as of the review date.  A case already open (under review   *
      * or held) is left as it stands - tonight's flag joins it.    *
      *=============================================================*
       6100-OPEN-CASE.
           MOVE SPACES TO WS-CASE-TEXT.
           IF NOT WS-MASTER-ON-FILE
               MOVE "NO MASTER" TO WS-CASE-TEXT
               GO TO 6100-EXIT
           END-IF.
           MOVE WS-FLAG-PLAYER-ID TO PLYM-PLAYER-ID.
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   MOVE "NOT ENROLLED" TO WS-CASE-TEXT
                   ADD 1 TO WS-NOT-ENROLLED-COUNT
                   GO TO 6100-EXIT
           END-READ.
           IF PLYM-REVIEW-HOLD
               MOVE "ALREADY HELD" TO WS-CASE-TEXT
               GO TO 6100-EXIT
           END-IF.
           IF PLYM-UNDER-REVIEW
               MOVE "ALREADY OPEN" TO WS-CASE-TEXT
               GO TO 6100-EXIT
           END-IF.
           SET PLYM-UNDER-REVIEW TO TRUE.
           MOVE WS-REVIEW-DATE TO PLYM-REVIEW-OPENED-DATE.
           REWRITE PLAYER-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-PLYMAST-STATUS NOT = "00"
               MOVE SPACES TO WS-CASE-TEXT
               STRING "NOT OPENED " WS-PLYMAST-STATUS
                   DELIMITED BY SIZE INTO WS-CASE-TEXT
               ADD 1 TO WS-MASTER-ERROR-COUNT
               MOVE 8 TO RETURN-CODE
               GO TO 6100-EXIT
           END-IF.
           ADD 1 TO WS-CASES-OPENED-COUNT.
           MOVE "CASE OPENED" TO WS-CASE-TEXT.
       6100-EXIT.
           EXIT.

       6200-PRINT-FLAG.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE REVQ-PLAYER-ID TO WS-DTL-PLAYER-ID.
           MOVE REVQ-FLAG-CODE TO WS-DTL-FLAG-CODE.
           IF REVQ-ABANDON-RESTART
               MOVE "ABANDON AND RESTART" TO WS-DTL-PATTERN
           ELSE
           IF REVQ-FIRST-GUESS-WINS
               MOVE "FIRST-GUESS WINS" TO WS-DTL-PATTERN
           ELSE
           IF REVQ-H2H-PAIR
               MOVE "ALWAYS BEATS OPPONENT" TO WS-DTL-PATTERN
           ELSE
               MOVE "BATCH MODE UNDER REAL ID" TO WS-DTL-PATTERN
           END-IF
           END-IF
           END-IF.
           IF REVQ-SEVERITY-HIGH
               MOVE "HIGH" TO WS-DTL-SEVERITY
           ELSE
               MOVE "MEDIUM" TO WS-DTL-SEVERITY
           END-IF.
           MOVE REVQ-EVENT-COUNT TO WS-DTL-EVENTS.
           MOVE REVQ-GAME-COUNT TO WS-DTL-GAMES.
           MOVE REVQ-OTHER-PLAYER-ID TO WS-DTL-OTHER-ID.
           MOVE WS-CASE-TEXT TO WS-DTL-CASE.
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
           IF REVQ-FIRST-GUESS-WINS
               MOVE REVQ-EXPECTED-COUNT TO WS-CHN-EXPECTED
               WRITE PRINT-RECORD FROM WS-CHANCE-LINE
           END-IF.
           MOVE SPACES TO WS-SESSION-LINE.
           MOVE "SESSIONS" TO WS-SESSION-LINE (15:8).
           PERFORM 6210-PLACE-ONE-SESSION THRU 6210-EXIT
               VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX > REVQ-SESSION-COUNT.
           WRITE PRINT-RECORD FROM WS-SESSION-LINE.
       6200-EXIT.
           EXIT.

       6210-PLACE-ONE-SESSION.
           MOVE REVQ-SESSION-ID (WS-EV-IDX)
               TO WS-SES-SESSION-ID (WS-EV-IDX).
       6210-EXIT.
           EXIT.

      *=============================================================*
      * 7000-ADD-EVIDENCE                                            *
      * Adds WS-EV-NEW-SESSION-ID to the evidence in WS-EVIDENCE.   *
      * Once ten are held the oldest drops off, so the most recent  *
      * ten are kept.                                                 *
      *=============================================================*
       7000-ADD-EVIDENCE.
           IF WS-EV-COUNT NOT NUMERIC
               MOVE 0 TO WS-EV-COUNT
           END-IF.
           IF WS-EV-COUNT < 10
               ADD 1 TO WS-EV-COUNT
           ELSE
               PERFORM 7010-SHIFT-ONE-SESSION THRU 7010-EXIT
                   VARYING WS-EV-IDX FROM 1 BY 1
                   UNTIL WS-EV-IDX > 9
           END-IF.
           MOVE WS-EV-NEW-SESSION-ID TO WS-EV-SESSION (WS-EV-COUNT).
       7000-EXIT.
           EXIT.

       7010-SHIFT-ONE-SESSION.
           MOVE WS-EV-SESSION (WS-EV-IDX + 1)
               TO WS-EV-SESSION (WS-EV-IDX).
       7010-EXIT.
           EXIT.

      *=============================================================*
      * 8000-PRINT-CONTROL-TOTALS                                    *
      *=============================================================*
       8000-PRINT-CONTROL-TOTALS.
           IF WS-FLAG-COUNT = 0
               MOVE "NO SUSPICIOUS PATTERNS FOUND" TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
           END-IF.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "AUDIT ROWS IN WINDOW" TO WS-TOT-LABEL.
           MOVE WS-ROWS-READ-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "GAMES IN WINDOW" TO WS-TOT-LABEL.
           MOVE WS-GAMES-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "GAMES ON REVIEW DATE" TO WS-TOT-LABEL.
           MOVE WS-DAY-GAMES-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "GAMES WITHOUT RANGE - NO CHANCE TEST" TO WS-TOT-LABEL.
           MOVE WS-NO-RANGE-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "HEAD-TO-HEAD GAMES WITHOUT STATS" TO WS-TOT-LABEL.
           MOVE WS-H2H-NO-STATS-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "SUSPENDED GAMES NOT COUNTED" TO WS-TOT-LABEL.
           MOVE WS-SUSPENDED-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "PRIOR FLAGS FOR DATE REMOVED" TO WS-TOT-LABEL.
           MOVE WS-REMOVED-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "FLAGS FOUND" TO WS-TOT-LABEL.
           MOVE WS-FLAG-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "  OF WHICH HIGH SEVERITY" TO WS-TOT-LABEL.
           MOVE WS-HIGH-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "FLAGS QUEUED FOR REVIEW" TO WS-TOT-LABEL.
           MOVE WS-QUEUED-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "QUEUE UPDATES FAILED" TO WS-TOT-LABEL.
           MOVE WS-QUEUE-ERROR-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "REVIEW CASES OPENED" TO WS-TOT-LABEL.
           MOVE WS-CASES-OPENED-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "CASES NOT OPENED - MASTER FAILED" TO WS-TOT-LABEL.
           MOVE WS-MASTER-ERROR-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "FLAGGED IDS NOT ON MASTER" TO WS-TOT-LABEL.
           MOVE WS-NOT-ENROLLED-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
       8000-EXIT.
           EXIT.

      *=============================================================*
      * 8900-RECORD-RUN-END                                          *
      * Rewrites this run's record complete, with the end            *
      * timestamp, the flags queued, and the return code.             *
      *=============================================================*
       8900-RECORD-RUN-END.
           MOVE "GUESSINT" TO RUNC-PROGRAM-ID.
           MOVE WS-REVIEW-DATE TO RUNC-BUSINESS-DATE.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE SPACES TO RUN-CONTROL-RECORD
                   MOVE "GUESSINT" TO RUNC-PROGRAM-ID
                   MOVE WS-REVIEW-DATE TO RUNC-BUSINESS-DATE
                   MOVE 0 TO RUNC-START-DATE
                   MOVE 0 TO RUNC-START-TIME
           END-READ.
           SET RUNC-COMPLETE TO TRUE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUNC-END-DATE.
           MOVE FUNCTION CURRENT-DATE(9:8) TO RUNC-END-TIME.
           MOVE WS-QUEUED-COUNT TO RUNC-RECORD-COUNT.
           MOVE RETURN-CODE TO RUNC-RETURN-CODE.
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
           END-WRITE.
           CLOSE RUN-CONTROL-FILE.
       8900-EXIT.
           EXIT.

      *=============================================================*
      * 9000-TERMINATE                                               *
      *=============================================================*
       9000-TERMINATE.
           IF WS-RUN-OK
               CLOSE AUDIT-LOG-FILE
               CLOSE REVIEW-QUEUE-FILE
           END-IF.
           IF WS-STATS-ON-FILE
               CLOSE PLAYER-STATS-FILE
           END-IF.
           IF WS-SAVEGAME-ON-FILE
               CLOSE SAVED-GAME-FILE
           END-IF.
           IF WS-MASTER-ON-FILE
               CLOSE PLAYER-MASTER-FILE
           END-IF.
           CLOSE PRINT-FILE.
       9000-EXIT.
           EXIT.
