      *===============================================================*
      *                                                                *
      * PROGRAM-ID.  GUESSDRW.                                        *
      *                                                                *
      * AUTHOR.        Application Development.                       *
      * INSTALLATION.  Application Development.                       *
      * DATE-WRITTEN.  2026-10-15.                                     *
      *                                                                *
      * REMARKS.       Random-draw fairness report.  Answers the      *
      *                "it always picks high numbers" complaint with  *
      *                evidence: every number dealt by GenerateNumber *
      *                in the DRWPARM date range is tallied into ten  *
      *                buckets of the range it was dealt from,        *
      *                one table per difficulty and range actually    *
      *                played (the rating handicap shades the range,  *
      *                so one difficulty can be played over several   *
      *                ranges).  Each table carries a chi-square      *
      *                goodness-of-fit test against a uniform draw,   *
      *                a pass/warn flag per bucket, and how often one *
      *                player was dealt the same number twice         *
      *                running.                                       *
      *                                                                *
      *                A deal is the first AUDIT-LOG-FILE row of each *
      *                AUDL-SESSION-ID, grouped exactly as GUESSEOD   *
      *                and GUESSRCV group it, so a game abandoned     *
      *                part-way is still a deal.  A finished game's   *
      *                PLAYER-STATS-FILE record is found as GUESSRCV  *
      *                finds it; its PLYST-NUM-TO-GUESS must agree    *
      *                with the audit trail (a disagreement is listed *
      *                and left out), and it supplies the difficulty  *
      *                of record.  A head-to-head contest deals one   *
      *                number to two players - it is tallied once,    *
      *                from the lower player id's side.  Numbers      *
      *                pinned by CTL-FIXED-NUMBER are left out, as    *
      *                are daily-challenge attempts (one number dealt *
      *                to the whole club) and batch games on rows     *
      *                filed before the pin was recorded.  Other      *
      *                rows from before the range was recorded take   *
      *                the control range, shaded as GUESSRCV shades   *
      *                it.                                            *
      *                                                                *
      *                Return codes: 0 every test passed (or had too  *
      *                few deals to test), 4 at least one WARN, 8     *
      *                bad date range or no audit log.                *
      *                                                                *
      * MODIFICATION HISTORY.                                          *
      *   2026-10-15  NR   Original version.                           *
      *   2026-10-15  NR   A parameter without a date now defaults to *
      *                    the business date on BUSINESS-DATE-FILE,   *
      *                    not the clock date.                        *
      *   2026-10-15  NR   Daily-challenge deals (session mode "D")   *
      *                    are left out and counted on their own      *
      *                    control-total line - the whole club plays  *
      *                    the one number.                            *
      *   2026-10-15  NR   The range and allowance now come from the  *
      *                    CTLMAINT control-table entry in effect on  *
      *                    each game's own date (CTLPARM before the   *
      *                    first entry), not one CTLPARM record for   *
      *                    the whole range.                           *
      *   2026-10-15  NR   A head-to-head game the lower id lost is   *
      *                    matched to its stats record like a win,    *
      *                    not counted as head-to-head without stats  *
      *                    and dropped.                               *
      *                                                                *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUESSDRW.
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
           SELECT DRW-PARM-FILE ASSIGN TO "DRWPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRWPARM-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT CONTROL-TABLE-FILE ASSIGN TO "CTLTABLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTLT-EFFECTIVE-DATE
               FILE STATUS IS WS-CTLTBL-STATUS.

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

           SELECT PRINT-FILE ASSIGN TO "DRWPRINT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DRW-PARM-FILE.
       COPY "drwparm.cpy".

       FD  CONTROL-FILE.
       COPY "ctlparm.cpy".

       FD  CONTROL-TABLE-FILE.
       COPY "ctltbl.cpy".

       FD  AUDIT-LOG-FILE.
       COPY "auditrec.cpy".

       FD  PLAYER-STATS-FILE.
       COPY "plystat.cpy".

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(100).

       FD  BUSINESS-DATE-FILE.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DRWPARM-STATUS           PIC X(02).
       01  WS-CONTROL-STATUS           PIC X(02).
       01  WS-AUDIT-STATUS             PIC X(02).
       01  WS-PLYRSTAT-STATUS          PIC X(02).
       01  WS-BUSDATE-STATUS           PIC X(02).
      * The business date on BUSINESS-DATE-FILE, rolled by GUESSRUN
      * "D" - the clock date at a site that has not started the
      * control.
       01  WS-BUSINESS-DATE            PIC 9(08).

       01  WS-PARM-EOF-FLAG            PIC X(01) VALUE "N".
           88  WS-PARM-EOF                     VALUE "Y".
       01  WS-CONTROL-EOF-FLAG         PIC X(01) VALUE "N".
           88  WS-CONTROL-EOF                  VALUE "Y".
      * Effective-dated control table kept by CTLMAINT, held whole
      * so each game is taken under the entry in effect on its own
      * date.  The CTLPARM record (or the built-in defaults) covers
      * any date before the first entry.  CTLMAINT holds the table
      * to 500 entries.
       01  WS-CTLTBL-STATUS            PIC X(02).
       01  WS-CTLTBL-EOF-FLAG          PIC X(01) VALUE "N".
           88  WS-CTLTBL-EOF                   VALUE "Y".
       01  WS-CTL-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.
       01  WS-CTL-TABLE.
           05  WS-CTL-ENTRY            OCCURS 500 TIMES.
               10  WS-CTE-EFFECTIVE-DATE   PIC 9(08).
               10  WS-CTE-PARM-DATA        PIC X(19).
       01  WS-CTL-IDX                  PIC 9(04) COMP.
       01  WS-CTLPARM-DATA             PIC X(19).
      * The date the CTL- fields are currently set for.
       01  WS-CTL-LOOKUP-DATE          PIC 9(08).
       01  WS-CTL-SET-DATE             PIC 9(08) VALUE 0.
       01  WS-AUDIT-EOF-FLAG           PIC X(01) VALUE "N".
           88  WS-AUDIT-EOF                    VALUE "Y".
       01  WS-RUN-OK-FLAG              PIC X(01) VALUE "N".
           88  WS-RUN-OK                       VALUE "Y".
       01  WS-AUDIT-OPEN-FLAG          PIC X(01) VALUE "N".
           88  WS-AUDIT-ON-FILE                VALUE "Y".
       01  WS-STATS-OPEN-FLAG          PIC X(01) VALUE "N".
           88  WS-STATS-ON-FILE                VALUE "Y".

       01  WS-FROM-DATE                PIC 9(08).
       01  WS-TO-DATE                  PIC 9(08).

      * ---------------------------------------------------------- *
      * The audit block (one game) being assembled.  The first     *
      * row's number, range, and pin flag are the deal; the rest   *
      * of the block only says whether the game was finished.      *
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
           05  WS-BLK-NUM-TO-GUESS     PIC 9(03).
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
       01  WS-EXPECTED-TYPE            PIC X(01).
       01  WS-SEARCH-DONE-FLAG         PIC X(01).
           88  WS-SEARCH-DONE                  VALUE "Y".
       01  WS-STATS-FOUND-FLAG         PIC X(01).
           88  WS-STATS-FOUND                  VALUE "Y".

      * Range for a row filed before the range was stamped - the
      * control range after the presets, shaded as 1170 in the
      * game shades it for a rated player.
       01  WS-HANDICAP-SPAN            PIC 9(04).
       01  WS-HANDICAP-SHADE           PIC 9(04).
       01  WS-FLAT-ALLOWANCE           PIC 9(02).

      * ---------------------------------------------------------- *
      * The deal being tallied.                                     *
      * ---------------------------------------------------------- *
       01  WS-DEAL-NUMBER              PIC 9(03).
       01  WS-DEAL-RANGE-LOW           PIC 9(03).
       01  WS-DEAL-RANGE-HIGH          PIC 9(03).
       01  WS-DEAL-DIFFICULTY          PIC X(01).
       01  WS-DEAL-TALLY-FLAG          PIC X(01).
           88  WS-DEAL-IN-DISTRIBUTION         VALUE "Y".
           88  WS-DEAL-REPEATS-ONLY            VALUE "N".

      * The player's previous deal, for the back-to-back count.
      * Input arrives in player/date/time order, so one player's
      * deals are consecutive.  A deal left out of the report
      * clears it - the games either side of a pinned batch run
      * were not dealt back to back.
       01  WS-PREV-PLAYER-ID           PIC X(10) VALUE SPACES.
       01  WS-PREV-NUMBER              PIC 9(03) VALUE 0.
       01  WS-PREV-GROUP-IDX           PIC 9(03) COMP VALUE 0.
       01  WS-LAST-PLAYER-ID           PIC X(10).
       01  WS-LAST-NUMBER              PIC 9(03).
       01  WS-LAST-GROUP-IDX           PIC 9(03) COMP.

      * ---------------------------------------------------------- *
      * One entry per difficulty and range played.  A range of    *
      * fewer than ten numbers gets one bucket per number.          *
      * ---------------------------------------------------------- *
       01  WS-MAX-GROUPS               PIC 9(03) COMP VALUE 50.
       01  WS-GROUP-COUNT              PIC 9(03) COMP VALUE 0.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 50 TIMES.
               10  WS-GRP-DIFFICULTY          PIC X(01).
               10  WS-GRP-RANGE-LOW           PIC 9(03).
               10  WS-GRP-RANGE-HIGH          PIC 9(03).
               10  WS-GRP-BUCKETS             PIC 9(02).
               10  WS-GRP-DEALS               PIC 9(07).
               10  WS-GRP-PAIRS               PIC 9(07).
               10  WS-GRP-REPEATS             PIC 9(07).
               10  WS-GRP-BUCKET-COUNT        PIC 9(07)
                                              OCCURS 10 TIMES.
       01  WS-GRP-IDX                  PIC 9(03) COMP.
       01  WS-DEAL-GROUP-IDX           PIC 9(03) COMP.
       01  WS-GROUP-FULL-FLAG          PIC X(01) VALUE "N".
           88  WS-GROUP-TABLE-FULL             VALUE "Y".

       01  WS-BUCKET-IDX               PIC 9(02) COMP.
       01  WS-RANGE-SPAN               PIC 9(04).
       01  WS-NUMBER                   PIC 9(04).
       01  WS-PRINT-DIFFICULTY         PIC X(01).

      * Bucket bounds for the group being printed.
       01  WS-BUCKET-TABLE.
           05  WS-BUCKET-ENTRY OCCURS 10 TIMES.
               10  WS-BKT-FROM                PIC 9(03).
               10  WS-BKT-TO                  PIC 9(03).
       01  WS-BUCKET-WIDTH             PIC 9(04).

      * ---------------------------------------------------------- *
      * Goodness of fit.  A bucket whose own chi-square term is    *
      * over 6.63 (1% for one degree of freedom) is flagged WARN. *
      * The whole table is tested against the 5% chi-square       *
      * critical value for its degrees of freedom (buckets less   *
      * one), loaded at start-up.  Expected counts under five make *
      * the test unreliable, so such a bucket or table is shown   *
      * FEW rather than passed or warned.                          *
      * ---------------------------------------------------------- *
       01  WS-CRITICAL-TABLE.
           05  WS-CHI-CRITICAL         PIC 9(02)V99 OCCURS 9 TIMES.
       01  WS-BUCKET-LIMIT             PIC 9(02)V99 VALUE 6.63.
       01  WS-MIN-EXPECTED             PIC 9(02)V99 VALUE 5.00.
       01  WS-EXPECTED                 PIC 9(07)V99.
       01  WS-CHI-TERM                 PIC 9(07)V99.
       01  WS-CHI-TOTAL                PIC 9(07)V99.
       01  WS-DEGREES-FREEDOM          PIC 9(02).
       01  WS-FEW-DEALS-FLAG           PIC X(01).
           88  WS-FEW-DEALS                    VALUE "Y".

      * ---------------------------------------------------------- *
      * Control totals.                                              *
      * ---------------------------------------------------------- *
       01  WS-ROWS-READ-COUNT          PIC 9(07) VALUE 0.
       01  WS-GAMES-COUNT              PIC 9(07) VALUE 0.
       01  WS-PINNED-COUNT             PIC 9(07) VALUE 0.
       01  WS-CHALLENGE-COUNT          PIC 9(07) VALUE 0.
       01  WS-OLD-BATCH-COUNT          PIC 9(07) VALUE 0.
       01  WS-DERIVED-RANGE-COUNT      PIC 9(07) VALUE 0.
       01  WS-DISAGREE-COUNT           PIC 9(07) VALUE 0.
       01  WS-OUT-OF-RANGE-COUNT       PIC 9(07) VALUE 0.
       01  WS-H2H-SECOND-COUNT         PIC 9(07) VALUE 0.
       01  WS-H2H-NO-STATS-COUNT       PIC 9(07) VALUE 0.
       01  WS-UNFINISHED-COUNT         PIC 9(07) VALUE 0.
       01  WS-NO-STATS-COUNT           PIC 9(07) VALUE 0.
       01  WS-OVERFLOW-COUNT           PIC 9(07) VALUE 0.
       01  WS-ANALYSED-COUNT           PIC 9(07) VALUE 0.
       01  WS-REPEAT-TOTAL             PIC 9(07) VALUE 0.
       01  WS-WARN-COUNT               PIC 9(07) VALUE 0.

      * ---------------------------------------------------------- *
      * Print lines.                                                *
      * ---------------------------------------------------------- *
       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(37)
               VALUE "GUESSDRW - RANDOM-DRAW FAIRNESS      ".
           05  WS-HDG-RUN-DATE         PIC 9(08).
       01  WS-FUNCTION-LINE.
           05  FILLER                  PIC X(11) VALUE "GAME DATES ".
           05  WS-FUN-FROM-DATE        PIC 9(08).
           05  FILLER                  PIC X(04) VALUE " TO ".
           05  WS-FUN-TO-DATE          PIC 9(08).
       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(12) VALUE "PLAYER-ID".
           05  FILLER                  PIC X(10) VALUE "DATE".
           05  FILLER                  PIC X(10) VALUE "SESSION".
           05  FILLER                  PIC X(08) VALUE "AUDIT".
           05  FILLER                  PIC X(08) VALUE "STATS".
           05  FILLER                  PIC X(30) VALUE "DISPOSITION".
       01  WS-DETAIL-LINE.
           05  WS-DTL-PLAYER-ID        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-GAME-DATE        PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-SESSION-ID       PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-AUDIT-NUMBER     PIC ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-DTL-STATS-NUMBER     PIC ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-DTL-DISPOSITION      PIC X(30).
       01  WS-GROUP-LINE.
           05  FILLER                  PIC X(11) VALUE "DIFFICULTY ".
           05  WS-GRL-DIFFICULTY       PIC X(01).
           05  FILLER                  PIC X(09) VALUE "   RANGE ".
           05  WS-GRL-RANGE-LOW        PIC ZZ9.
           05  FILLER                  PIC X(04) VALUE " TO ".
           05  WS-GRL-RANGE-HIGH       PIC ZZ9.
           05  FILLER                  PIC X(09) VALUE "   DEALS ".
           05  WS-GRL-DEALS            PIC Z,ZZZ,ZZ9.
       01  WS-BUCKET-COLUMN-LINE.
           05  FILLER                  PIC X(08) VALUE "BUCKET".
           05  FILLER                  PIC X(06) VALUE "FROM".
           05  FILLER                  PIC X(06) VALUE "TO".
           05  FILLER                  PIC X(11) VALUE "DEALT".
           05  FILLER                  PIC X(14) VALUE "EXPECTED".
           05  FILLER                  PIC X(14) VALUE "CHI-SQUARE".
           05  FILLER                  PIC X(04) VALUE "FLAG".
       01  WS-BUCKET-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-BKL-BUCKET           PIC Z9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-BKL-FROM             PIC ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-BKL-TO               PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-BKL-DEALT            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BKL-EXPECTED         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-BKL-CHI-TERM         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-BKL-FLAG             PIC X(04).
       01  WS-FIT-LINE.
           05  FILLER                  PIC X(26)
               VALUE "GOODNESS OF FIT  CHI-SQ  ".
           05  WS-FIT-CHI-TOTAL        PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(05) VALUE "  DF ".
           05  WS-FIT-DF               PIC Z9.
           05  FILLER                  PIC X(15) VALUE "  5% CRITICAL ".
           05  WS-FIT-CRITICAL         PIC Z9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-FIT-FLAG             PIC X(04).
       01  WS-REPEAT-LINE.
           05  FILLER                  PIC X(23)
               VALUE "BACK-TO-BACK  PAIRS   ".
           05  WS-RPT-PAIRS            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE "  REPEATS ".
           05  WS-RPT-REPEATS          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE "  EXPECTED ".
           05  WS-RPT-EXPECTED         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-FLAG             PIC X(04).
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
               PERFORM 3000-COLLECT-DEALS THRU 3000-EXIT
               PERFORM 6000-PRINT-DISTRIBUTIONS THRU 6000-EXIT
               PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *=============================================================*
      * 1000-INITIALIZE                                              *
      * Reads the run parameter (a missing record is the month to   *
      * date), the control record, and opens the files.              *
      *=============================================================*
       1000-INITIALIZE.
           PERFORM 1040-READ-BUSINESS-DATE THRU 1040-EXIT.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HDG-RUN-DATE.
           WRITE PRINT-RECORD FROM WS-HEADING-LINE.
           OPEN INPUT DRW-PARM-FILE.
           IF WS-DRWPARM-STATUS = "35"
               SET WS-PARM-EOF TO TRUE
           ELSE
               READ DRW-PARM-FILE
                   AT END SET WS-PARM-EOF TO TRUE
               END-READ
               CLOSE DRW-PARM-FILE
           END-IF.
           IF WS-PARM-EOF
               MOVE SPACES TO DRW-PARM-RECORD
               MOVE 0 TO DRW-FROM-DATE
               MOVE 0 TO DRW-TO-DATE
           END-IF.
           IF DRW-FROM-DATE NOT NUMERIC OR DRW-FROM-DATE = 0
               MOVE WS-BUSINESS-DATE (1:6) TO WS-FROM-DATE (1:6)
               MOVE "01" TO WS-FROM-DATE (7:2)
           ELSE
               MOVE DRW-FROM-DATE TO WS-FROM-DATE
           END-IF.
           IF DRW-TO-DATE NOT NUMERIC OR DRW-TO-DATE = 0
               MOVE WS-BUSINESS-DATE TO WS-TO-DATE
           ELSE
               MOVE DRW-TO-DATE TO WS-TO-DATE
           END-IF.
           MOVE WS-FROM-DATE TO WS-FUN-FROM-DATE.
           MOVE WS-TO-DATE TO WS-FUN-TO-DATE.
           WRITE PRINT-RECORD FROM WS-FUNCTION-LINE.
           IF WS-TO-DATE < WS-FROM-DATE
               MOVE "TO-DATE BEFORE FROM-DATE - RUN ABANDONED"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "NO AUDIT LOG FILE - NO DEALS TO EXAMINE"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           SET WS-AUDIT-ON-FILE TO TRUE.
           OPEN INPUT PLAYER-STATS-FILE.
           IF WS-PLYRSTAT-STATUS = "00"
               SET WS-STATS-ON-FILE TO TRUE
           END-IF.
           PERFORM 1100-READ-CONTROL-RECORD THRU 1100-EXIT.
           MOVE 3.84 TO WS-CHI-CRITICAL (1).
           MOVE 5.99 TO WS-CHI-CRITICAL (2).
           MOVE 7.81 TO WS-CHI-CRITICAL (3).
           MOVE 9.49 TO WS-CHI-CRITICAL (4).
           MOVE 11.07 TO WS-CHI-CRITICAL (5).
           MOVE 12.59 TO WS-CHI-CRITICAL (6).
           MOVE 14.07 TO WS-CHI-CRITICAL (7).
           MOVE 15.51 TO WS-CHI-CRITICAL (8).
           MOVE 16.92 TO WS-CHI-CRITICAL (9).
           SET WS-RUN-OK TO TRUE.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "DEALS WHERE THE AUDIT TRAIL AND STATS RECORD DISAGREE"
               TO WS-MESSAGE-LINE.
           WRITE PRINT-RECORD FROM WS-MESSAGE-LINE.
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
      * 1100-READ-CONTROL-RECORD                                     *
      * Picks up the range and allowance the same way the game does *
      * - from the control table, each game under the entry in      *
      * effect on its own date (CTLPARM before the first entry),    *
      * with the same difficulty presets - for rows filed before    *
      * the range was stamped on the audit trail.  Set here for the *
      * first date of the range; 3200 moves it on as the dates      *
      * change.                                                     *
      *=============================================================*
       1100-READ-CONTROL-RECORD.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS = "35"
               SET WS-CONTROL-EOF TO TRUE
           ELSE
               READ CONTROL-FILE
                   AT END SET WS-CONTROL-EOF TO TRUE
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           IF WS-CONTROL-EOF
               MOVE "N" TO CTL-DIFFICULTY-CODE
               MOVE 1 TO CTL-RANGE-LOW
               MOVE 100 TO CTL-RANGE-HIGH
               MOVE 5 TO CTL-MAX-GUESSES
           END-IF.
           MOVE CTL-PARM-RECORD TO WS-CTLPARM-DATA.
           PERFORM 1110-LOAD-CONTROL-TABLE THRU 1110-EXIT.
           MOVE WS-FROM-DATE TO WS-CTL-LOOKUP-DATE.
           PERFORM 1150-SET-CONTROL-FOR-DATE THRU 1150-EXIT.
       1100-EXIT.
           EXIT.

      *=============================================================*
      * 1110-LOAD-CONTROL-TABLE                                      *
      * Loads the control table in start-date order.  No table is   *
      * an empty one - CTLPARM then covers every date.               *
      *=============================================================*
       1110-LOAD-CONTROL-TABLE.
           MOVE 0 TO WS-CTL-ENTRY-COUNT.
           OPEN INPUT CONTROL-TABLE-FILE.
           IF WS-CTLTBL-STATUS NOT = "00"
               GO TO 1110-EXIT
           END-IF.
           PERFORM 1120-LOAD-ONE-ENTRY THRU 1120-EXIT
               UNTIL WS-CTLTBL-EOF.
           CLOSE CONTROL-TABLE-FILE.
       1110-EXIT.
           EXIT.

       1120-LOAD-ONE-ENTRY.
           READ CONTROL-TABLE-FILE NEXT RECORD
               AT END SET WS-CTLTBL-EOF TO TRUE
           END-READ.
           IF WS-CTLTBL-EOF
               GO TO 1120-EXIT
           END-IF.
           IF WS-CTL-ENTRY-COUNT >= 500
               SET WS-CTLTBL-EOF TO TRUE
               GO TO 1120-EXIT
           END-IF.
           ADD 1 TO WS-CTL-ENTRY-COUNT.
           MOVE CTLT-EFFECTIVE-DATE
               TO WS-CTE-EFFECTIVE-DATE (WS-CTL-ENTRY-COUNT).
           MOVE CTLT-PARM-DATA TO WS-CTE-PARM-DATA (WS-CTL-ENTRY-COUNT).
       1120-EXIT.
           EXIT.

      *=============================================================*
      * 1150-SET-CONTROL-FOR-DATE                                    *
      * Sets the CTL- fields and the flat allowance to the entry in *
      * effect on WS-CTL-LOOKUP-DATE - the last one starting on or  *
      * before it, else CTLPARM - with the same difficulty presets  *
      * as the game.                                                  *
      *=============================================================*
       1150-SET-CONTROL-FOR-DATE.
           MOVE WS-CTLPARM-DATA TO CTL-PARM-RECORD.
           PERFORM 1160-CHECK-ONE-ENTRY THRU 1160-EXIT
               VARYING WS-CTL-IDX FROM 1 BY 1
               UNTIL WS-CTL-IDX > WS-CTL-ENTRY-COUNT.
           IF CTL-RANGE-LOW = 0
               MOVE 1 TO CTL-RANGE-LOW
               IF CTL-DIFF-EASY
                   MOVE 50 TO CTL-RANGE-HIGH
                   MOVE 8 TO CTL-MAX-GUESSES
               ELSE
                   IF CTL-DIFF-HARD
                       MOVE 500 TO CTL-RANGE-HIGH
                       MOVE 3 TO CTL-MAX-GUESSES
                   ELSE
                       MOVE 100 TO CTL-RANGE-HIGH
                       MOVE 5 TO CTL-MAX-GUESSES
                   END-IF
               END-IF
           END-IF.
           MOVE CTL-MAX-GUESSES TO WS-FLAT-ALLOWANCE.
           MOVE WS-CTL-LOOKUP-DATE TO WS-CTL-SET-DATE.
       1150-EXIT.
           EXIT.

       1160-CHECK-ONE-ENTRY.
           IF WS-CTE-EFFECTIVE-DATE (WS-CTL-IDX)
                   NOT > WS-CTL-LOOKUP-DATE
               MOVE WS-CTE-PARM-DATA (WS-CTL-IDX) TO CTL-PARM-RECORD
           END-IF.
       1160-EXIT.
           EXIT.

      *=============================================================*
      * 3000-COLLECT-DEALS                                           *
      * One pass over the audit log, regrouping it into games by    *
      * session id; each game is resolved into a deal as soon as    *
      * the next row shows where it ends.                            *
      *=============================================================*
       3000-COLLECT-DEALS.
           PERFORM 3050-READ-NEXT-AUDIT THRU 3050-EXIT.
           PERFORM 3100-TAKE-ONE-ROW THRU 3100-EXIT
               UNTIL WS-AUDIT-EOF.
           IF WS-BLOCK-PENDING
               MOVE 99999999 TO WS-WINDOW-END-TIME
               PERFORM 4000-RESOLVE-BLOCK THRU 4000-EXIT
           END-IF.
           IF WS-DISAGREE-COUNT = 0
               MOVE "  NONE" TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
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
                   OR AUDL-GAME-DATE > WS-TO-DATE
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

       3200-OPEN-BLOCK.
           IF AUDL-PLAYER-ID NOT = WS-BLK-PLAYER-ID
                   OR AUDL-GAME-DATE NOT = WS-BLK-GAME-DATE
               MOVE SPACES TO WS-CLAIMED-KEY
           END-IF.
           SET WS-BLOCK-PENDING TO TRUE.
           MOVE AUDL-PLAYER-ID TO WS-BLK-PLAYER-ID.
           MOVE AUDL-GAME-DATE TO WS-BLK-GAME-DATE.
           MOVE AUDL-SESSION-ID TO WS-BLK-SESSION-ID.
           MOVE AUDL-GAME-TIME TO WS-BLK-FIRST-TIME.
           MOVE AUDL-GUESS-COUNT TO WS-BLK-GUESSES.
           MOVE AUDL-RESULT-CODE TO WS-BLK-LAST-RESULT.
           MOVE AUDL-NUM-TO-GUESS TO WS-BLK-NUM-TO-GUESS.
           MOVE AUDL-SESSION-MODE TO WS-BLK-SESSION-MODE.
           IF AUDL-MAX-GUESSES NUMERIC
               MOVE AUDL-MAX-GUESSES TO WS-BLK-ALLOWANCE
           ELSE
               MOVE 0 TO WS-BLK-ALLOWANCE
           END-IF.
      * The game is taken under the control entry in effect on its
      * own date.
           IF WS-BLK-GAME-DATE NOT = WS-CTL-SET-DATE
               MOVE WS-BLK-GAME-DATE TO WS-CTL-LOOKUP-DATE
               PERFORM 1150-SET-CONTROL-FOR-DATE THRU 1150-EXIT
           END-IF.
           IF WS-BLK-ALLOWANCE = 0
               MOVE WS-FLAT-ALLOWANCE TO WS-BLK-ALLOWANCE
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
      * Turns one game into a deal, or counts why it is left out.   *
      * A finished game is checked against its stats record; an    *
      * unfinished one has none by design and stands on its audit  *
      * row.  A head-to-head game is tallied only from the side    *
      * whose stats record names the higher id as opponent, and    *
      * not at all when that record cannot be found.                 *
      *=============================================================*
       4000-RESOLVE-BLOCK.
           SET WS-NO-BLOCK-PENDING TO TRUE.
           MOVE WS-PREV-PLAYER-ID TO WS-LAST-PLAYER-ID.
           MOVE WS-PREV-NUMBER TO WS-LAST-NUMBER.
           MOVE WS-PREV-GROUP-IDX TO WS-LAST-GROUP-IDX.
           MOVE 0 TO WS-PREV-GROUP-IDX.
           ADD 1 TO WS-GAMES-COUNT.
           IF WS-BLK-PINNED
               ADD 1 TO WS-PINNED-COUNT
               GO TO 4000-EXIT
           END-IF.
      * The daily challenge deals one number to every player who
      * signs on that day - tallying each attempt would weigh one
      * draw many times over.
           IF WS-BLK-CHALLENGE-GAME
               ADD 1 TO WS-CHALLENGE-COUNT
               GO TO 4000-EXIT
           END-IF.
           IF WS-BLK-RANGE-STAMPED
               MOVE WS-BLK-RANGE-LOW TO WS-DEAL-RANGE-LOW
               MOVE WS-BLK-RANGE-HIGH TO WS-DEAL-RANGE-HIGH
           ELSE
               IF WS-BLK-BATCH-GAME
                   ADD 1 TO WS-OLD-BATCH-COUNT
                   GO TO 4000-EXIT
               END-IF
               PERFORM 4300-DERIVE-RANGE THRU 4300-EXIT
               ADD 1 TO WS-DERIVED-RANGE-COUNT
           END-IF.
           MOVE WS-BLK-NUM-TO-GUESS TO WS-DEAL-NUMBER.
           PERFORM 4350-SET-DIFFICULTY THRU 4350-EXIT.
           SET WS-DEAL-IN-DISTRIBUTION TO TRUE.
      * A head-to-head loser's trail stops short of the allowance
      * the moment the opponent wins, so a head-to-head game always
      * goes to its stats record, won or lost.
           IF NOT WS-BLK-H2H-GAME
                   AND WS-BLK-LAST-RESULT NOT = "C"
                   AND WS-BLK-GUESSES < WS-BLK-ALLOWANCE
               ADD 1 TO WS-UNFINISHED-COUNT
           ELSE
               IF WS-BLK-H2H-GAME
                   MOVE "H" TO WS-EXPECTED-TYPE
               ELSE
                   MOVE "G" TO WS-EXPECTED-TYPE
               END-IF
               PERFORM 4100-FIND-STATS-IN-WINDOW THRU 4100-EXIT
               IF WS-STATS-FOUND
                   MOVE PLYST-KEY TO WS-CLAIMED-KEY
                   IF PLYST-NUM-TO-GUESS NOT = WS-DEAL-NUMBER
                       PERFORM 4200-LIST-DISAGREEMENT THRU 4200-EXIT
                       GO TO 4000-EXIT
                   END-IF
                   IF PLYST-DIFFICULTY-CODE NOT = SPACE
                       MOVE PLYST-DIFFICULTY-CODE
                           TO WS-DEAL-DIFFICULTY
                   END-IF
                   IF PLYST-H2H-RECORD
                           AND PLYST-PLAYER-ID > PLYST-OPPONENT-ID
                       SET WS-DEAL-REPEATS-ONLY TO TRUE
                       ADD 1 TO WS-H2H-SECOND-COUNT
                   END-IF
               ELSE
                   IF WS-BLK-H2H-GAME
                       ADD 1 TO WS-H2H-NO-STATS-COUNT
                       GO TO 4000-EXIT
                   END-IF
                   ADD 1 TO WS-NO-STATS-COUNT
               END-IF
           END-IF.
           IF WS-DEAL-NUMBER < WS-DEAL-RANGE-LOW
                   OR WS-DEAL-NUMBER > WS-DEAL-RANGE-HIGH
               ADD 1 TO WS-OUT-OF-RANGE-COUNT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4400-FIND-GROUP THRU 4400-EXIT.
           IF WS-DEAL-GROUP-IDX = 0
               ADD 1 TO WS-OVERFLOW-COUNT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4500-NOTE-REPEAT THRU 4500-EXIT.
           IF WS-DEAL-IN-DISTRIBUTION
               PERFORM 4600-TALLY-BUCKET THRU 4600-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      *=============================================================*
      * 4100-FIND-STATS-IN-WINDOW                                    *
      * Positions on the player's stats records from the game's     *
      * first guess and reads forward to the window end, looking    *
      * for a record of the expected type not already claimed by    *
      * the previous game - the same search GUESSRCV makes.          *
      *=============================================================*
       4100-FIND-STATS-IN-WINDOW.
           MOVE "N" TO WS-STATS-FOUND-FLAG.
           IF NOT WS-STATS-ON-FILE
               GO TO 4100-EXIT
           END-IF.
           MOVE "N" TO WS-SEARCH-DONE-FLAG.
           MOVE WS-BLK-PLAYER-ID TO PLYST-PLAYER-ID.
           MOVE WS-BLK-GAME-DATE TO PLYST-GAME-DATE.
           MOVE WS-BLK-FIRST-TIME TO PLYST-GAME-TIME.
           MOVE LOW-VALUES TO PLYST-RECORD-TYPE.
           MOVE 0 TO PLYST-SEQ-NO.
           START PLAYER-STATS-FILE KEY >= PLYST-KEY
               INVALID KEY
                   GO TO 4100-EXIT
           END-START.
           PERFORM 4110-CHECK-NEXT-STATS THRU 4110-EXIT
               UNTIL WS-SEARCH-DONE.
       4100-EXIT.
           EXIT.

       4110-CHECK-NEXT-STATS.
           READ PLAYER-STATS-FILE NEXT RECORD
               AT END
                   SET WS-SEARCH-DONE TO TRUE
                   GO TO 4110-EXIT
           END-READ.
           IF PLYST-PLAYER-ID NOT = WS-BLK-PLAYER-ID
                   OR PLYST-GAME-DATE NOT = WS-BLK-GAME-DATE
                   OR PLYST-GAME-TIME > WS-WINDOW-END-TIME
               SET WS-SEARCH-DONE TO TRUE
               GO TO 4110-EXIT
           END-IF.
           IF PLYST-RECORD-TYPE = WS-EXPECTED-TYPE
                   AND PLYST-KEY NOT = WS-CLAIMED-KEY
               SET WS-STATS-FOUND TO TRUE
               SET WS-SEARCH-DONE TO TRUE
           END-IF.
       4110-EXIT.
           EXIT.

       4200-LIST-DISAGREEMENT.
           MOVE WS-BLK-PLAYER-ID TO WS-DTL-PLAYER-ID.
           MOVE WS-BLK-GAME-DATE TO WS-DTL-GAME-DATE.
           MOVE WS-BLK-SESSION-ID TO WS-DTL-SESSION-ID.
           MOVE WS-DEAL-NUMBER TO WS-DTL-AUDIT-NUMBER.
           MOVE PLYST-NUM-TO-GUESS TO WS-DTL-STATS-NUMBER.
           MOVE "LEFT OUT OF DISTRIBUTION" TO WS-DTL-DISPOSITION.
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
           ADD 1 TO WS-DISAGREE-COUNT.
       4200-EXIT.
           EXIT.

      *=============================================================*
      * 4300-DERIVE-RANGE                                            *
      * For a row filed before the range was stamped.  The rating  *
      * handicap moved the allowance one guess with the range, so *
      * a stamped allowance one under the flat control allowance   *
      * is a widened range and one over is a narrowed one - as     *
      * GUESSRCV reads it back.                                      *
      *=============================================================*
       4300-DERIVE-RANGE.
           MOVE CTL-RANGE-LOW TO WS-DEAL-RANGE-LOW.
           MOVE CTL-RANGE-HIGH TO WS-DEAL-RANGE-HIGH.
           COMPUTE WS-HANDICAP-SPAN =
               CTL-RANGE-HIGH - CTL-RANGE-LOW + 1.
           COMPUTE WS-HANDICAP-SHADE = WS-HANDICAP-SPAN / 4.
           IF WS-BLK-ALLOWANCE < WS-FLAT-ALLOWANCE
               IF CTL-RANGE-HIGH + WS-HANDICAP-SHADE > 999
                   MOVE 999 TO WS-DEAL-RANGE-HIGH
               ELSE
                   ADD WS-HANDICAP-SHADE TO WS-DEAL-RANGE-HIGH
               END-IF
           END-IF.
           IF WS-BLK-ALLOWANCE > WS-FLAT-ALLOWANCE
               IF CTL-RANGE-HIGH - WS-HANDICAP-SHADE
                       >= CTL-RANGE-LOW + 9
                   SUBTRACT WS-HANDICAP-SHADE FROM WS-DEAL-RANGE-HIGH
               END-IF
           END-IF.
       4300-EXIT.
           EXIT.

      *=============================================================*
      * 4350-SET-DIFFICULTY                                          *
      * The difficulty the game stamps on its stats record (6930   *
      * in the game), from the range high.  A finished game's       *
      * stats record overrides it with the difficulty of record.    *
      *=============================================================*
       4350-SET-DIFFICULTY.
           IF WS-DEAL-RANGE-HIGH >= 500
               MOVE "H" TO WS-DEAL-DIFFICULTY
           ELSE
               IF WS-DEAL-RANGE-HIGH <= 50
                   MOVE "E" TO WS-DEAL-DIFFICULTY
               ELSE
                   MOVE "N" TO WS-DEAL-DIFFICULTY
               END-IF
           END-IF.
       4350-EXIT.
           EXIT.

      *=============================================================*
      * 4400-FIND-GROUP                                              *
      * Finds the deal's difficulty and range in the group table,  *
      * adding it when new.  WS-DEAL-GROUP-IDX is left zero when   *
      * the table is full.                                           *
      *=============================================================*
       4400-FIND-GROUP.
           MOVE 0 TO WS-DEAL-GROUP-IDX.
           PERFORM 4410-COMPARE-ONE-GROUP THRU 4410-EXIT
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GROUP-COUNT
                   OR WS-DEAL-GROUP-IDX > 0.
           IF WS-DEAL-GROUP-IDX > 0
               GO TO 4400-EXIT
           END-IF.
           IF WS-GROUP-COUNT >= WS-MAX-GROUPS
               IF NOT WS-GROUP-TABLE-FULL
                   DISPLAY "WARNING - more than " WS-MAX-GROUPS
                       " difficulty/range groups; further ranges "
                       "not reported"
                   SET WS-GROUP-TABLE-FULL TO TRUE
               END-IF
               GO TO 4400-EXIT
           END-IF.
           ADD 1 TO WS-GROUP-COUNT.
           MOVE WS-GROUP-COUNT TO WS-DEAL-GROUP-IDX.
           MOVE WS-DEAL-DIFFICULTY
               TO WS-GRP-DIFFICULTY (WS-DEAL-GROUP-IDX).
           MOVE WS-DEAL-RANGE-LOW
               TO WS-GRP-RANGE-LOW (WS-DEAL-GROUP-IDX).
           MOVE WS-DEAL-RANGE-HIGH
               TO WS-GRP-RANGE-HIGH (WS-DEAL-GROUP-IDX).
           COMPUTE WS-RANGE-SPAN =
               WS-DEAL-RANGE-HIGH - WS-DEAL-RANGE-LOW + 1.
           IF WS-RANGE-SPAN < 10
               MOVE WS-RANGE-SPAN TO WS-GRP-BUCKETS (WS-DEAL-GROUP-IDX)
           ELSE
               MOVE 10 TO WS-GRP-BUCKETS (WS-DEAL-GROUP-IDX)
           END-IF.
           MOVE 0 TO WS-GRP-DEALS (WS-DEAL-GROUP-IDX).
           MOVE 0 TO WS-GRP-PAIRS (WS-DEAL-GROUP-IDX).
           MOVE 0 TO WS-GRP-REPEATS (WS-DEAL-GROUP-IDX).
           PERFORM 4420-CLEAR-ONE-BUCKET THRU 4420-EXIT
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 10.
       4400-EXIT.
           EXIT.

       4410-COMPARE-ONE-GROUP.
           IF WS-GRP-DIFFICULTY (WS-GRP-IDX) = WS-DEAL-DIFFICULTY
                   AND WS-GRP-RANGE-LOW (WS-GRP-IDX)
                       = WS-DEAL-RANGE-LOW
                   AND WS-GRP-RANGE-HIGH (WS-GRP-IDX)
                       = WS-DEAL-RANGE-HIGH
               MOVE WS-GRP-IDX TO WS-DEAL-GROUP-IDX
           END-IF.
       4410-EXIT.
           EXIT.

       4420-CLEAR-ONE-BUCKET.
           MOVE 0 TO WS-GRP-BUCKET-COUNT
               (WS-DEAL-GROUP-IDX, WS-BUCKET-IDX).
       4420-EXIT.
           EXIT.

      *=============================================================*
      * 4500-NOTE-REPEAT                                             *
      * Counts a back-to-back pair when the player's previous deal  *
      * was over the same range, and a repeat when it was the same  *
      * number.  The second side of a head-to-head game counts     *
      * here - that player was dealt the number too.                 *
      *=============================================================*
       4500-NOTE-REPEAT.
           IF WS-LAST-PLAYER-ID = WS-BLK-PLAYER-ID
                   AND WS-LAST-GROUP-IDX = WS-DEAL-GROUP-IDX
               ADD 1 TO WS-GRP-PAIRS (WS-DEAL-GROUP-IDX)
               IF WS-LAST-NUMBER = WS-DEAL-NUMBER
                   ADD 1 TO WS-GRP-REPEATS (WS-DEAL-GROUP-IDX)
                   ADD 1 TO WS-REPEAT-TOTAL
               END-IF
           END-IF.
           MOVE WS-BLK-PLAYER-ID TO WS-PREV-PLAYER-ID.
           MOVE WS-DEAL-NUMBER TO WS-PREV-NUMBER.
           MOVE WS-DEAL-GROUP-IDX TO WS-PREV-GROUP-IDX.
       4500-EXIT.
           EXIT.

       4600-TALLY-BUCKET.
           COMPUTE WS-RANGE-SPAN =
               WS-DEAL-RANGE-HIGH - WS-DEAL-RANGE-LOW + 1.
           COMPUTE WS-BUCKET-IDX =
               ((WS-DEAL-NUMBER - WS-DEAL-RANGE-LOW)
                   * WS-GRP-BUCKETS (WS-DEAL-GROUP-IDX))
                   / WS-RANGE-SPAN + 1.
           ADD 1 TO WS-GRP-BUCKET-COUNT
               (WS-DEAL-GROUP-IDX, WS-BUCKET-IDX).
           ADD 1 TO WS-GRP-DEALS (WS-DEAL-GROUP-IDX).
           ADD 1 TO WS-ANALYSED-COUNT.
       4600-EXIT.
           EXIT.

      *=============================================================*
      * 6000-PRINT-DISTRIBUTIONS                                     *
      * One table per group, easy groups first, then normal, then  *
      * hard.                                                         *
      *=============================================================*
       6000-PRINT-DISTRIBUTIONS.
           MOVE "E" TO WS-PRINT-DIFFICULTY.
           PERFORM 6100-PRINT-ONE-GROUP THRU 6100-EXIT
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GROUP-COUNT.
           MOVE "N" TO WS-PRINT-DIFFICULTY.
           PERFORM 6100-PRINT-ONE-GROUP THRU 6100-EXIT
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GROUP-COUNT.
           MOVE "H" TO WS-PRINT-DIFFICULTY.
           PERFORM 6100-PRINT-ONE-GROUP THRU 6100-EXIT
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GROUP-COUNT.
           IF WS-GROUP-COUNT = 0
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "NO DEALS TO EXAMINE IN THE DATE RANGE"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
           END-IF.
       6000-EXIT.
           EXIT.

      *=============================================================*
      * 6100-PRINT-ONE-GROUP                                         *
      * Prints the bucket table, the goodness-of-fit line, and the  *
      * back-to-back line for one group.  Only an excess of repeats *
      * is warned on - the game's own redraw history keeps repeats  *
      * below chance within one run, by design.  A repeat excess   *
      * also needs at least two repeats, so one chance repeat       *
      * against a tiny expectation is not flagged.                   *
      *=============================================================*
       6100-PRINT-ONE-GROUP.
           IF WS-GRP-DIFFICULTY (WS-GRP-IDX) NOT = WS-PRINT-DIFFICULTY
               GO TO 6100-EXIT
           END-IF.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE WS-GRP-DIFFICULTY (WS-GRP-IDX) TO WS-GRL-DIFFICULTY.
           MOVE WS-GRP-RANGE-LOW (WS-GRP-IDX) TO WS-GRL-RANGE-LOW.
           MOVE WS-GRP-RANGE-HIGH (WS-GRP-IDX) TO WS-GRL-RANGE-HIGH.
           MOVE WS-GRP-DEALS (WS-GRP-IDX) TO WS-GRL-DEALS.
           WRITE PRINT-RECORD FROM WS-GROUP-LINE.
           WRITE PRINT-RECORD FROM WS-BUCKET-COLUMN-LINE.
           COMPUTE WS-RANGE-SPAN =
               WS-GRP-RANGE-HIGH (WS-GRP-IDX)
               - WS-GRP-RANGE-LOW (WS-GRP-IDX) + 1.
           MOVE LOW-VALUES TO WS-BUCKET-TABLE.
           PERFORM 6110-PLACE-ONE-NUMBER THRU 6110-EXIT
               VARYING WS-NUMBER FROM WS-GRP-RANGE-LOW (WS-GRP-IDX)
               BY 1 UNTIL WS-NUMBER > WS-GRP-RANGE-HIGH (WS-GRP-IDX).
           MOVE 0 TO WS-CHI-TOTAL.
           MOVE "N" TO WS-FEW-DEALS-FLAG.
           PERFORM 6120-PRINT-ONE-BUCKET THRU 6120-EXIT
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > WS-GRP-BUCKETS (WS-GRP-IDX).
           COMPUTE WS-DEGREES-FREEDOM = WS-GRP-BUCKETS (WS-GRP-IDX) - 1.
           MOVE WS-CHI-TOTAL TO WS-FIT-CHI-TOTAL.
           MOVE WS-DEGREES-FREEDOM TO WS-FIT-DF.
           IF WS-DEGREES-FREEDOM = 0
               MOVE 0 TO WS-FIT-CRITICAL
               MOVE "FEW" TO WS-FIT-FLAG
           ELSE
               MOVE WS-CHI-CRITICAL (WS-DEGREES-FREEDOM)
                   TO WS-FIT-CRITICAL
               IF WS-FEW-DEALS
                   MOVE "FEW" TO WS-FIT-FLAG
               ELSE
                   IF WS-CHI-TOTAL
                           > WS-CHI-CRITICAL (WS-DEGREES-FREEDOM)
                       MOVE "WARN" TO WS-FIT-FLAG
                       ADD 1 TO WS-WARN-COUNT
                   ELSE
                       MOVE "PASS" TO WS-FIT-FLAG
                   END-IF
               END-IF
           END-IF.
           WRITE PRINT-RECORD FROM WS-FIT-LINE.
           COMPUTE WS-EXPECTED ROUNDED =
               WS-GRP-PAIRS (WS-GRP-IDX) / WS-RANGE-SPAN.
           MOVE WS-GRP-PAIRS (WS-GRP-IDX) TO WS-RPT-PAIRS.
           MOVE WS-GRP-REPEATS (WS-GRP-IDX) TO WS-RPT-REPEATS.
           MOVE WS-EXPECTED TO WS-RPT-EXPECTED.
           MOVE "PASS" TO WS-RPT-FLAG.
           IF WS-EXPECTED > 0
                   AND WS-GRP-REPEATS (WS-GRP-IDX) > WS-EXPECTED
                   AND WS-GRP-REPEATS (WS-GRP-IDX) >= 2
               COMPUTE WS-CHI-TERM ROUNDED =
                   (WS-GRP-REPEATS (WS-GRP-IDX) - WS-EXPECTED)
                   * (WS-GRP-REPEATS (WS-GRP-IDX) - WS-EXPECTED)
                   / WS-EXPECTED
               IF WS-CHI-TERM > WS-BUCKET-LIMIT
                   MOVE "WARN" TO WS-RPT-FLAG
                   ADD 1 TO WS-WARN-COUNT
               END-IF
           END-IF.
           WRITE PRINT-RECORD FROM WS-REPEAT-LINE.
       6100-EXIT.
           EXIT.

      * Bucket bounds come from the same arithmetic 4600 tallies
      * with, so a bucket's FROM and TO are exactly the numbers it
      * was counted over, whatever the span.
       6110-PLACE-ONE-NUMBER.
           COMPUTE WS-BUCKET-IDX =
               ((WS-NUMBER - WS-GRP-RANGE-LOW (WS-GRP-IDX))
                   * WS-GRP-BUCKETS (WS-GRP-IDX))
                   / WS-RANGE-SPAN + 1.
           IF WS-BKT-FROM (WS-BUCKET-IDX) NOT NUMERIC
               MOVE WS-NUMBER TO WS-BKT-FROM (WS-BUCKET-IDX)
           END-IF.
           MOVE WS-NUMBER TO WS-BKT-TO (WS-BUCKET-IDX).
       6110-EXIT.
           EXIT.

       6120-PRINT-ONE-BUCKET.
           COMPUTE WS-BUCKET-WIDTH =
               WS-BKT-TO (WS-BUCKET-IDX)
               - WS-BKT-FROM (WS-BUCKET-IDX) + 1.
           COMPUTE WS-EXPECTED ROUNDED =
               WS-GRP-DEALS (WS-GRP-IDX) * WS-BUCKET-WIDTH
               / WS-RANGE-SPAN.
           MOVE 0 TO WS-CHI-TERM.
           IF WS-EXPECTED > 0
               COMPUTE WS-CHI-TERM ROUNDED =
                   (WS-GRP-BUCKET-COUNT (WS-GRP-IDX, WS-BUCKET-IDX)
                       - WS-EXPECTED)
                   * (WS-GRP-BUCKET-COUNT (WS-GRP-IDX, WS-BUCKET-IDX)
                       - WS-EXPECTED)
                   / WS-EXPECTED
           END-IF.
           ADD WS-CHI-TERM TO WS-CHI-TOTAL.
           MOVE WS-BUCKET-IDX TO WS-BKL-BUCKET.
           MOVE WS-BKT-FROM (WS-BUCKET-IDX) TO WS-BKL-FROM.
           MOVE WS-BKT-TO (WS-BUCKET-IDX) TO WS-BKL-TO.
           MOVE WS-GRP-BUCKET-COUNT (WS-GRP-IDX, WS-BUCKET-IDX)
               TO WS-BKL-DEALT.
           MOVE WS-EXPECTED TO WS-BKL-EXPECTED.
           MOVE WS-CHI-TERM TO WS-BKL-CHI-TERM.
           IF WS-EXPECTED < WS-MIN-EXPECTED
               MOVE "FEW" TO WS-BKL-FLAG
               SET WS-FEW-DEALS TO TRUE
           ELSE
               IF WS-CHI-TERM > WS-BUCKET-LIMIT
                   MOVE "WARN" TO WS-BKL-FLAG
                   ADD 1 TO WS-WARN-COUNT
               ELSE
                   MOVE "PASS" TO WS-BKL-FLAG
               END-IF
           END-IF.
           WRITE PRINT-RECORD FROM WS-BUCKET-LINE.
       6120-EXIT.
           EXIT.

      *=============================================================*
      * 8000-PRINT-CONTROL-TOTALS                                    *
      *=============================================================*
       8000-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "AUDIT ROWS IN RANGE" TO WS-TOT-LABEL.
           MOVE WS-ROWS-READ-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "GAMES DEALT" TO WS-TOT-LABEL.
           MOVE WS-GAMES-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "  PINNED NUMBER - LEFT OUT" TO WS-TOT-LABEL.
           MOVE WS-PINNED-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "  DAILY CHALLENGE - LEFT OUT" TO WS-TOT-LABEL.
           MOVE WS-CHALLENGE-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "  BATCH, PIN NOT RECORDED - LEFT OUT" TO WS-TOT-LABEL.
           MOVE WS-OLD-BATCH-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "  STATS DISAGREES - LEFT OUT" TO WS-TOT-LABEL.
           MOVE WS-DISAGREE-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "  HEAD-TO-HEAD, NO STATS - LEFT OUT" TO WS-TOT-LABEL.
           MOVE WS-H2H-NO-STATS-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "  NUMBER OUTSIDE RANGE - LEFT OUT" TO WS-TOT-LABEL.
           MOVE WS-OUT-OF-RANGE-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "  RANGES NOT REPORTED - LEFT OUT" TO WS-TOT-LABEL.
           MOVE WS-OVERFLOW-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "  HEAD-TO-HEAD SECOND SIDE" TO WS-TOT-LABEL.
           MOVE WS-H2H-SECOND-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "DEALS TALLIED" TO WS-TOT-LABEL.
           MOVE WS-ANALYSED-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "  UNFINISHED GAMES" TO WS-TOT-LABEL.
           MOVE WS-UNFINISHED-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "  FINISHED, NO STATS RECORD" TO WS-TOT-LABEL.
           MOVE WS-NO-STATS-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "  RANGE TAKEN FROM CONTROLS" TO WS-TOT-LABEL.
           MOVE WS-DERIVED-RANGE-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "BACK-TO-BACK REPEATS" TO WS-TOT-LABEL.
           MOVE WS-REPEAT-TOTAL TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "WARNINGS" TO WS-TOT-LABEL.
           MOVE WS-WARN-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           IF WS-WARN-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

      *=============================================================*
      * 9000-TERMINATE                                               *
      *=============================================================*
       9000-TERMINATE.
           IF WS-AUDIT-ON-FILE
               CLOSE AUDIT-LOG-FILE
           END-IF.
           IF WS-STATS-ON-FILE
               CLOSE PLAYER-STATS-FILE
           END-IF.
           CLOSE PRINT-FILE.
       9000-EXIT.
           EXIT.
