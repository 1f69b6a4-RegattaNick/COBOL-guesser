      *===============================================================*
      *                                                                *
      * PROGRAM-ID.  GUESSRCV.                                        *
      *                                                                *
      * AUTHOR.        Application Development.                       *
      * INSTALLATION.  Application Development.                       *
      * DATE-WRITTEN.  2026-10-15.                                     *
      *                                                                *
      * REMARKS.       Stats forward recovery.  Rebuilds game ("G")   *
      *                and head-to-head ("H") PLAYER-STATS-FILE       *
      *                records missing for a range of game dates      *
      *                from the per-guess AUDIT-LOG-FILE, so a        *
      *                damaged stats file - or the "AUDIT TRAIL       *
      *                WITHOUT STATS RECORD" orphans GUESSEOD         *
      *                reports - can be brought forward without a    *
      *                restore that loses everything since the        *
      *                backup.                                         *
      *                                                                *
      *                The audit trail is regrouped into games by     *
      *                AUDL-SESSION-ID, exactly as GUESSEOD groups    *
      *                it.  A game that never finished (not won and   *
      *                short of its own stamped allowance) is set     *
      *                aside - it is still suspended, or was          *
      *                abandoned, and has no stats record by design.  *
      *                A head-to-head loser's trail stops short when  *
      *                the opponent wins, so a contest is unfinished  *
      *                only when neither side won, the allowance was  *
      *                not used, and no stats record is on file.      *
      *                Each finished game is looked for on the stats  *
      *                file between its first guess and the player's  *
      *                next game: found and agreeing is a match,      *
      *                found but disagreeing on guesses or outcome    *
      *                is a conflict, not found is an add.  The       *
      *                rebuilt record is dated at the game's last     *
      *                guess and carries the player's team from the   *
      *                master and the difficulty of the control range *
      *                the game ran under (shaded as the rating       *
      *                handicap shaded it, read back off the stamped  *
      *                allowance).  A head-to-head game's opponent    *
      *                is the other id whose audit rows share its     *
      *                session id and date.  Match-summary records    *
      *                are not rebuilt - the audit trail holds only   *
      *                the rounds.                                     *
      *                                                                *
      *                Report-only (RCVPARM function "R", or no       *
      *                record) lists every add, match, and conflict   *
      *                and touches nothing.  Apply (function "A")     *
      *                also writes the adds.  Neither ever rewrites   *
      *                or deletes a stats record already on file -   *
      *                a conflict is for a person to resolve.  An     *
      *                apply rerun finds its own adds as matches.     *
      *                                                                *
      *                Return codes: 0 nothing missing or             *
      *                conflicting (or every add applied), 4 adds    *
      *                pending (report-only) or conflicts found, 8    *
      *                bad parameter, or a rebuilt record could not  *
      *                be written.                                     *
      *                                                                *
      * MODIFICATION HISTORY.                                          *
      *   2026-10-15  NR   Original version.                           *
      *   2026-10-15  NR   A parameter without a date now defaults to *
      *                    the business date on BUSINESS-DATE-FILE,   *
      *                    not the clock date.                        *
      *   2026-10-15  NR   Daily-challenge games (session mode "D")   *
      *                    are listed and set aside, never rebuilt -  *
      *                    the attempt files and maintains its own    *
      *                    stats record from sign-on.                 *
      *   2026-10-15  NR   The range and allowance now come from the  *
      *                    CTLMAINT control-table entry in effect on  *
      *                    each game's own date (CTLPARM before the   *
      *                    first entry), not one CTLPARM record for   *
      *                    the whole range.                           *
      *   2026-10-15  NR   Head-to-head losses are rebuilt - a short  *
      *                    trail no longer sets the loser's contest   *
      *                    aside as unfinished.  The stats write      *
      *                    check tests the PLYRSTAT status again.     *
      *                                                                *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUESSRCV.
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
           SELECT RCV-PARM-FILE ASSIGN TO "RCVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVPARM-STATUS.

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

           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLYMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLYM-PLAYER-ID
               FILE STATUS IS WS-PLYMAST-STATUS.

           SELECT PRINT-FILE ASSIGN TO "RCVPRINT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RCV-PARM-FILE.
       COPY "rcvparm.cpy".

       FD  CONTROL-FILE.
       COPY "ctlparm.cpy".

       FD  CONTROL-TABLE-FILE.
       COPY "ctltbl.cpy".

       FD  AUDIT-LOG-FILE.
       COPY "auditrec.cpy".

       FD  PLAYER-STATS-FILE.
       COPY "plystat.cpy".

       FD  PLAYER-MASTER-FILE.
       COPY "plymast.cpy".

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(100).

       FD  BUSINESS-DATE-FILE.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RCVPARM-STATUS           PIC X(02).
       01  WS-CONTROL-STATUS           PIC X(02).
       01  WS-AUDIT-STATUS             PIC X(02).
       01  WS-PLYRSTAT-STATUS          PIC X(02).
           88  WS-STATS-WRITE-OK               VALUE "00".
       01  WS-PLYMAST-STATUS           PIC X(02).
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
       01  WS-APPLY-FLAG               PIC X(01) VALUE "N".
           88  WS-APPLYING                     VALUE "Y".
       01  WS-AUDIT-OPEN-FLAG          PIC X(01) VALUE "N".
           88  WS-AUDIT-ON-FILE                VALUE "Y".
       01  WS-STATS-OPEN-FLAG          PIC X(01) VALUE "N".
           88  WS-STATS-ON-FILE                VALUE "Y".
       01  WS-MASTER-OPEN-FLAG         PIC X(01) VALUE "N".
           88  WS-MASTER-ON-FILE               VALUE "Y".

       01  WS-FROM-DATE                PIC 9(08).
       01  WS-TO-DATE                  PIC 9(08).

      * ---------------------------------------------------------- *
      * Head-to-head session table, filled by the first pass over  *
      * the audit log: one entry per player per head-to-head game, *
      * so the second pass can name each game's opponent - the     *
      * other id filed under the same date and session id.          *
      * ---------------------------------------------------------- *
       01  WS-MAX-H2H                  PIC 9(03) COMP VALUE 500.
       01  WS-H2H-COUNT                PIC 9(03) COMP VALUE 0.
       01  WS-H2H-TABLE.
           05  WS-H2H-ENTRY OCCURS 500 TIMES.
               10  WS-H2H-GAME-DATE           PIC 9(08).
               10  WS-H2H-SESSION-ID          PIC 9(08).
               10  WS-H2H-PLAYER-ID           PIC X(10).
               10  WS-H2H-WON-FLAG            PIC X(01).
                   88  WS-H2H-WON                     VALUE "Y".
       01  WS-H2H-IDX                  PIC 9(03) COMP.
       01  WS-H2H-TRUNC-FLAG           PIC X(01) VALUE "N".
           88  WS-H2H-TRUNCATED                VALUE "Y".
       01  WS-OPPONENT-ID              PIC X(10).
       01  WS-OPPONENT-WON-FLAG        PIC X(01).
           88  WS-OPPONENT-WON                 VALUE "Y".

      * ---------------------------------------------------------- *
      * The audit block (one game) being assembled, and the block  *
      * before it, held until the next row shows where its stats   *
      * window ends.                                                 *
      * ---------------------------------------------------------- *
       01  WS-BLOCK-FLAG               PIC X(01) VALUE "N".
           88  WS-BLOCK-PENDING                VALUE "Y".
           88  WS-NO-BLOCK-PENDING             VALUE "N".
       01  WS-BLOCK.
           05  WS-BLK-PLAYER-ID        PIC X(10).
           05  WS-BLK-GAME-DATE        PIC 9(08).
           05  WS-BLK-SESSION-ID       PIC 9(08).
           05  WS-BLK-FIRST-TIME       PIC 9(08).
           05  WS-BLK-LAST-TIME        PIC 9(08).
           05  WS-BLK-GUESSES          PIC 9(02).
           05  WS-BLK-LAST-RESULT      PIC X(01).
           05  WS-BLK-NUM-TO-GUESS     PIC 9(03).
           05  WS-BLK-SESSION-MODE     PIC X(01).
               88  WS-BLK-H2H-GAME             VALUE "H".
               88  WS-BLK-CHALLENGE-GAME       VALUE "D".
           05  WS-BLK-ALLOWANCE        PIC 9(02).
      * Where the block's stats record may lie: from its first
      * guess up to the player's next game's first guess (or the
      * end of the day).  Inclusive - batch can file a stats
      * record and start the next game in the same hundredth.
       01  WS-WINDOW-END-TIME          PIC 9(08).

      * The stats record the previous block matched, so a record
      * on a shared window boundary is claimed only once.
       01  WS-CLAIMED-KEY              PIC X(29) VALUE SPACES.

       01  WS-EXPECTED-TYPE            PIC X(01).
       01  WS-EXPECTED-OUTCOME         PIC X(01).
       01  WS-SEARCH-DONE-FLAG         PIC X(01).
           88  WS-SEARCH-DONE                  VALUE "Y".
       01  WS-STATS-FOUND-FLAG         PIC X(01).
           88  WS-STATS-FOUND                  VALUE "Y".
       01  WS-STATS-WRITE-FLAG         PIC X(01).
           88  WS-STATS-WRITE-PENDING          VALUE "Y".
           88  WS-STATS-WRITE-COMPLETE         VALUE "N".
       01  WS-STATS-WRITE-ATTEMPTS     PIC 9(04) COMP.

      * Range in effect for the rebuilt record's difficulty - the
      * control range after the presets, shaded as 1170 in the
      * game shades it for a rated player.
       01  WS-RANGE-HIGH               PIC 9(03).
       01  WS-HANDICAP-SPAN            PIC 9(04).
       01  WS-HANDICAP-SHADE           PIC 9(04).
       01  WS-FLAT-ALLOWANCE           PIC 9(02).

      * ---------------------------------------------------------- *
      * Control totals.                                              *
      * ---------------------------------------------------------- *
       01  WS-ROWS-READ-COUNT          PIC 9(07) VALUE 0.
       01  WS-GAMES-COUNT              PIC 9(07) VALUE 0.
       01  WS-UNFINISHED-COUNT         PIC 9(07) VALUE 0.
       01  WS-CHALLENGE-COUNT          PIC 9(07) VALUE 0.
       01  WS-MATCH-COUNT              PIC 9(07) VALUE 0.
       01  WS-CONFLICT-COUNT           PIC 9(07) VALUE 0.
       01  WS-ADD-COUNT                PIC 9(07) VALUE 0.
       01  WS-ADDED-COUNT              PIC 9(07) VALUE 0.
       01  WS-WRITE-FAIL-COUNT         PIC 9(07) VALUE 0.

      * ---------------------------------------------------------- *
      * Print lines.                                                *
      * ---------------------------------------------------------- *
       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(37)
               VALUE "GUESSRCV - STATS FORWARD RECOVERY    ".
           05  WS-HDG-RUN-DATE         PIC 9(08).
       01  WS-FUNCTION-LINE.
           05  FILLER                  PIC X(10) VALUE "FUNCTION: ".
           05  WS-FUN-TEXT             PIC X(30).
           05  FILLER                  PIC X(13) VALUE "GAME DATES ".
           05  WS-FUN-FROM-DATE        PIC 9(08).
           05  FILLER                  PIC X(04) VALUE " TO ".
           05  WS-FUN-TO-DATE          PIC 9(08).
       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(12) VALUE "PLAYER-ID".
           05  FILLER                  PIC X(10) VALUE "DATE".
           05  FILLER                  PIC X(10) VALUE "TIME".
           05  FILLER                  PIC X(05) VALUE "TYPE".
           05  FILLER                  PIC X(12) VALUE "OPPONENT".
           05  FILLER                  PIC X(30) VALUE "DISPOSITION".
           05  FILLER                  PIC X(10) VALUE "AUDIT".
           05  FILLER                  PIC X(08) VALUE "STATS".
       01  WS-DETAIL-LINE.
           05  WS-DTL-PLAYER-ID        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-GAME-DATE        PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-GAME-TIME        PIC 9(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DTL-TYPE             PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DTL-OPPONENT-ID      PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-DISPOSITION      PIC X(30).
           05  WS-DTL-AUDIT            PIC X(10).
           05  WS-DTL-STATS            PIC X(08).
      * Guesses and outcome, shown as e.g. "04 W" in the two
      * comparison columns.
       01  WS-COMPARE-TEXT.
           05  WS-CMP-GUESSES          PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-CMP-OUTCOME          PIC X(01).
       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TOT-LABEL            PIC X(30).
           05  WS-TOT-COUNT            PIC Z,ZZZ,ZZ9.
       01  WS-MESSAGE-LINE             PIC X(70).

       PROCEDURE DIVISION.

      *=============================================================*
      * 0000-MAINLINE                                                *
      *=============================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-OK
               PERFORM 2000-COLLECT-H2H-SESSIONS THRU 2000-EXIT
               PERFORM 3000-RECOVER-GAMES THRU 3000-EXIT
               PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *=============================================================*
      * 1000-INITIALIZE                                              *
      * Reads the run parameter (a missing record is a report-only  *
      * run for the business date), the control record, and opens   *
      * the files.  Report-only opens the stats file INPUT; apply   *
      * opens it I-O, creating it when it has been lost outright.   *
      *=============================================================*
       1000-INITIALIZE.
           PERFORM 1040-READ-BUSINESS-DATE THRU 1040-EXIT.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HDG-RUN-DATE.
           WRITE PRINT-RECORD FROM WS-HEADING-LINE.
           OPEN INPUT RCV-PARM-FILE.
           IF WS-RCVPARM-STATUS = "35"
               SET WS-PARM-EOF TO TRUE
           ELSE
               READ RCV-PARM-FILE
                   AT END SET WS-PARM-EOF TO TRUE
               END-READ
               CLOSE RCV-PARM-FILE
           END-IF.
           IF WS-PARM-EOF
               MOVE SPACES TO RCV-PARM-RECORD
               MOVE "R" TO RCV-FUNCTION-CODE
               MOVE 0 TO RCV-FROM-DATE
               MOVE 0 TO RCV-TO-DATE
           END-IF.
           IF RCV-FUNCTION-REPORT
               MOVE "REPORT ONLY" TO WS-FUN-TEXT
           ELSE
               IF RCV-FUNCTION-APPLY
                   SET WS-APPLYING TO TRUE
                   MOVE "APPLY - WRITE MISSING RECORDS"
                       TO WS-FUN-TEXT
               ELSE
                   MOVE "BAD PARAMETER RECORD - RUN ABANDONED"
                       TO WS-MESSAGE-LINE
                   WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           IF RCV-FROM-DATE NOT NUMERIC OR RCV-FROM-DATE = 0
               MOVE WS-BUSINESS-DATE TO WS-FROM-DATE
           ELSE
               MOVE RCV-FROM-DATE TO WS-FROM-DATE
           END-IF.
           IF RCV-TO-DATE NOT NUMERIC OR RCV-TO-DATE = 0
               MOVE WS-FROM-DATE TO WS-TO-DATE
           ELSE
               MOVE RCV-TO-DATE TO WS-TO-DATE
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
               MOVE "NO AUDIT LOG FILE - NOTHING TO RECOVER FROM"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           SET WS-AUDIT-ON-FILE TO TRUE.
           IF WS-APPLYING
               OPEN I-O PLAYER-STATS-FILE
               IF WS-PLYRSTAT-STATUS = "35"
                   OPEN OUTPUT PLAYER-STATS-FILE
                   CLOSE PLAYER-STATS-FILE
                   OPEN I-O PLAYER-STATS-FILE
               END-IF
           ELSE
               OPEN INPUT PLAYER-STATS-FILE
           END-IF.
           IF WS-PLYRSTAT-STATUS = "00"
               SET WS-STATS-ON-FILE TO TRUE
           END-IF.
           OPEN INPUT PLAYER-MASTER-FILE.
           IF WS-PLYMAST-STATUS = "00"
               SET WS-MASTER-ON-FILE TO TRUE
           END-IF.
           PERFORM 1100-READ-CONTROL-RECORD THRU 1100-EXIT.
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
      * 1100-READ-CONTROL-RECORD                                     *
      * Picks up the range and allowance the same way the game does *
      * - from the control table, each game under the entry in      *
      * effect on its own date (CTLPARM before the first entry),    *
      * with the same difficulty presets - for the rebuilt records' *
      * difficulty and for rows converted from the old audit        *
      * layout, which carry no allowance stamp.  Set here for the   *
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
      * 2000-COLLECT-H2H-SESSIONS                                    *
      * First pass: notes every player's head-to-head game in the   *
      * date range by date and session id.  Both players' rows of  *
      * one contest share the session id, under their own ids.      *
      *=============================================================*
       2000-COLLECT-H2H-SESSIONS.
           PERFORM 2100-READ-NEXT-AUDIT THRU 2100-EXIT.
           PERFORM 2200-NOTE-ONE-H2H-ROW THRU 2200-EXIT
               UNTIL WS-AUDIT-EOF.
           CLOSE AUDIT-LOG-FILE.
           OPEN INPUT AUDIT-LOG-FILE.
           MOVE "N" TO WS-AUDIT-EOF-FLAG.
       2000-EXIT.
           EXIT.

       2100-READ-NEXT-AUDIT.
           READ AUDIT-LOG-FILE NEXT RECORD
               AT END SET WS-AUDIT-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-NOTE-ONE-H2H-ROW.
           IF AUDL-H2H-GUESS
                   AND AUDL-GAME-DATE NOT < WS-FROM-DATE
                   AND AUDL-GAME-DATE NOT > WS-TO-DATE
      * Rows of one game arrive together, so only a change from
      * the last entry noted opens a new one.
               IF WS-H2H-COUNT = 0
                   OR AUDL-PLAYER-ID
                       NOT = WS-H2H-PLAYER-ID (WS-H2H-COUNT)
                   OR AUDL-GAME-DATE
                       NOT = WS-H2H-GAME-DATE (WS-H2H-COUNT)
                   OR AUDL-SESSION-ID
                       NOT = WS-H2H-SESSION-ID (WS-H2H-COUNT)
                   PERFORM 2300-ADD-H2H-ENTRY THRU 2300-EXIT
               END-IF
      * The winning guess marks the side that won the contest.
               IF AUDL-CORRECT AND WS-H2H-COUNT > 0
                       AND AUDL-PLAYER-ID
                           = WS-H2H-PLAYER-ID (WS-H2H-COUNT)
                       AND AUDL-SESSION-ID
                           = WS-H2H-SESSION-ID (WS-H2H-COUNT)
                   SET WS-H2H-WON (WS-H2H-COUNT) TO TRUE
               END-IF
           END-IF.
           PERFORM 2100-READ-NEXT-AUDIT THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       2300-ADD-H2H-ENTRY.
           IF WS-H2H-COUNT < WS-MAX-H2H
               ADD 1 TO WS-H2H-COUNT
               MOVE AUDL-GAME-DATE TO WS-H2H-GAME-DATE (WS-H2H-COUNT)
               MOVE AUDL-SESSION-ID
                   TO WS-H2H-SESSION-ID (WS-H2H-COUNT)
               MOVE AUDL-PLAYER-ID TO WS-H2H-PLAYER-ID (WS-H2H-COUNT)
               MOVE "N" TO WS-H2H-WON-FLAG (WS-H2H-COUNT)
           ELSE
               IF NOT WS-H2H-TRUNCATED
                   DISPLAY "WARNING - head-to-head table full at "
                       WS-MAX-H2H " entries, later contests are "
                       "rebuilt without an opponent id."
                   SET WS-H2H-TRUNCATED TO TRUE
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

      *=============================================================*
      * 3000-RECOVER-GAMES                                           *
      * Second pass: regroups the range's audit rows into games by  *
      * a change of session id (or of player or date), and resolves *
      * each game against the stats file once the next row shows    *
      * where its window ends.                                        *
      *=============================================================*
       3000-RECOVER-GAMES.
           PERFORM 2100-READ-NEXT-AUDIT THRU 2100-EXIT.
           PERFORM 3100-TAKE-ONE-ROW THRU 3100-EXIT
               UNTIL WS-AUDIT-EOF.
           IF WS-BLOCK-PENDING
               MOVE 99999999 TO WS-WINDOW-END-TIME
               PERFORM 4000-RESOLVE-BLOCK THRU 4000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-TAKE-ONE-ROW.
           IF AUDL-GAME-DATE < WS-FROM-DATE
                   OR AUDL-GAME-DATE > WS-TO-DATE
               PERFORM 2100-READ-NEXT-AUDIT THRU 2100-EXIT
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
               MOVE AUDL-GAME-TIME TO WS-BLK-LAST-TIME
               MOVE AUDL-GUESS-COUNT TO WS-BLK-GUESSES
               MOVE AUDL-RESULT-CODE TO WS-BLK-LAST-RESULT
           END-IF.
           PERFORM 2100-READ-NEXT-AUDIT THRU 2100-EXIT.
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
           MOVE AUDL-GAME-TIME TO WS-BLK-LAST-TIME.
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
      * Zero is a row converted from the old layout - the allowance
      * in effect that day is the best available stand-in, as in
      * GUESSEOD.
           IF WS-BLK-ALLOWANCE = 0
               MOVE WS-FLAT-ALLOWANCE TO WS-BLK-ALLOWANCE
           END-IF.
       3200-EXIT.
           EXIT.

      *=============================================================*
      * 4000-RESOLVE-BLOCK                                           *
      * Sets an unfinished game aside; otherwise looks for its      *
      * stats record in the window and reports the game as a match, *
      * a conflict, or an add - writing the add on an apply run.     *
      *=============================================================*
       4000-RESOLVE-BLOCK.
           SET WS-NO-BLOCK-PENDING TO TRUE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-BLK-PLAYER-ID TO WS-DTL-PLAYER-ID.
           MOVE WS-BLK-GAME-DATE TO WS-DTL-GAME-DATE.
           MOVE WS-BLK-LAST-TIME TO WS-DTL-GAME-TIME.
      * A daily-challenge attempt files its own type "D" stats
      * record at sign-on and keeps it current guess by guess, so
      * there is never anything for the audit trail to bring
      * forward.
           IF WS-BLK-CHALLENGE-GAME
               MOVE "DAILY CHALLENGE - NOT REBUILT"
                   TO WS-DTL-DISPOSITION
               WRITE PRINT-RECORD FROM WS-DETAIL-LINE
               ADD 1 TO WS-CHALLENGE-COUNT
               GO TO 4000-EXIT
           END-IF.
      * A head-to-head loser's trail stops short of the allowance
      * the moment the opponent wins, so a short trail does not by
      * itself make a contest unfinished - that is decided below,
      * from the stats search and the opponent's side.
           IF NOT WS-BLK-H2H-GAME
                   AND WS-BLK-LAST-RESULT NOT = "C"
                   AND WS-BLK-GUESSES < WS-BLK-ALLOWANCE
               MOVE "UNFINISHED - NOT REBUILT" TO WS-DTL-DISPOSITION
               WRITE PRINT-RECORD FROM WS-DETAIL-LINE
               ADD 1 TO WS-UNFINISHED-COUNT
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO WS-OPPONENT-ID.
           MOVE "N" TO WS-OPPONENT-WON-FLAG.
           IF WS-BLK-H2H-GAME
               MOVE "H" TO WS-EXPECTED-TYPE
               PERFORM 4200-FIND-OPPONENT THRU 4200-EXIT
           ELSE
               MOVE "G" TO WS-EXPECTED-TYPE
           END-IF.
           IF WS-BLK-LAST-RESULT = "C"
               MOVE "W" TO WS-EXPECTED-OUTCOME
           ELSE
               MOVE "L" TO WS-EXPECTED-OUTCOME
           END-IF.
           MOVE WS-EXPECTED-TYPE TO WS-DTL-TYPE.
           MOVE WS-OPPONENT-ID TO WS-DTL-OPPONENT-ID.
           MOVE WS-BLK-GUESSES TO WS-CMP-GUESSES.
           MOVE WS-EXPECTED-OUTCOME TO WS-CMP-OUTCOME.
           MOVE WS-COMPARE-TEXT TO WS-DTL-AUDIT.
           PERFORM 4100-FIND-STATS-IN-WINDOW THRU 4100-EXIT.
      * A head-to-head contest with its stats record on file is
      * finished.  Without one, it finished only if one side won
      * or this side used its allowance; otherwise it was cut off
      * in play and has no stats record by design.
           IF WS-BLK-H2H-GAME AND NOT WS-STATS-FOUND
                   AND WS-BLK-LAST-RESULT NOT = "C"
                   AND WS-BLK-GUESSES < WS-BLK-ALLOWANCE
                   AND NOT WS-OPPONENT-WON
               MOVE "UNFINISHED - NOT REBUILT" TO WS-DTL-DISPOSITION
               WRITE PRINT-RECORD FROM WS-DETAIL-LINE
               ADD 1 TO WS-UNFINISHED-COUNT
               GO TO 4000-EXIT
           END-IF.
           ADD 1 TO WS-GAMES-COUNT.
           IF WS-STATS-FOUND
               MOVE PLYST-KEY TO WS-CLAIMED-KEY
               MOVE PLYST-GAME-TIME TO WS-DTL-GAME-TIME
               MOVE PLYST-GUESSES-USED TO WS-CMP-GUESSES
               MOVE PLYST-OUTCOME-CODE TO WS-CMP-OUTCOME
               MOVE WS-COMPARE-TEXT TO WS-DTL-STATS
               IF PLYST-GUESSES-USED = WS-BLK-GUESSES
                       AND PLYST-OUTCOME-CODE = WS-EXPECTED-OUTCOME
                   MOVE "ALREADY ON FILE" TO WS-DTL-DISPOSITION
                   ADD 1 TO WS-MATCH-COUNT
               ELSE
                   MOVE "CONFLICT - LEFT AS FILED"
                       TO WS-DTL-DISPOSITION
                   ADD 1 TO WS-CONFLICT-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-ADD-COUNT
               IF WS-APPLYING
                   PERFORM 5000-WRITE-REBUILT-STATS THRU 5000-EXIT
               ELSE
                   MOVE "MISSING - WOULD BE ADDED"
                       TO WS-DTL-DISPOSITION
               END-IF
           END-IF.
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
       4000-EXIT.
           EXIT.

      *=============================================================*
      * 4100-FIND-STATS-IN-WINDOW                                    *
      * Positions on the player's stats records from the game's     *
      * first guess and reads forward to the window end, looking    *
      * for a record of the expected type not already claimed by    *
      * the previous game.                                            *
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

       4200-FIND-OPPONENT.
           PERFORM 4210-COMPARE-ONE-H2H THRU 4210-EXIT
               VARYING WS-H2H-IDX FROM 1 BY 1
               UNTIL WS-H2H-IDX > WS-H2H-COUNT
                   OR WS-OPPONENT-ID NOT = SPACES.
       4200-EXIT.
           EXIT.

       4210-COMPARE-ONE-H2H.
           IF WS-H2H-GAME-DATE (WS-H2H-IDX) = WS-BLK-GAME-DATE
                   AND WS-H2H-SESSION-ID (WS-H2H-IDX)
                       = WS-BLK-SESSION-ID
                   AND WS-H2H-PLAYER-ID (WS-H2H-IDX)
                       NOT = WS-BLK-PLAYER-ID
               MOVE WS-H2H-PLAYER-ID (WS-H2H-IDX) TO WS-OPPONENT-ID
               MOVE WS-H2H-WON-FLAG (WS-H2H-IDX)
                   TO WS-OPPONENT-WON-FLAG
           END-IF.
       4210-EXIT.
           EXIT.

      *=============================================================*
      * 5000-WRITE-REBUILT-STATS                                     *
      * Files the missing record the way the game would have: dated *
      * at the game's last guess, the team from the master (spaces  *
      * for an id not enrolled, such as BATCH-RUN), the allowance  *
      * stamped on the audit rows, and the difficulty of the range  *
      * in effect.  A WRITE never replaces a record already on      *
      * file; a duplicate key bumps PLYST-SEQ-NO, as 6905 in the    *
      * game does.                                                    *
      *=============================================================*
       5000-WRITE-REBUILT-STATS.
           MOVE SPACES TO PLYR-STATS-RECORD.
           MOVE WS-BLK-PLAYER-ID TO PLYST-PLAYER-ID.
           MOVE WS-BLK-GAME-DATE TO PLYST-GAME-DATE.
           MOVE WS-BLK-LAST-TIME TO PLYST-GAME-TIME.
           MOVE WS-EXPECTED-TYPE TO PLYST-RECORD-TYPE.
           MOVE WS-EXPECTED-OUTCOME TO PLYST-OUTCOME-CODE.
           MOVE WS-BLK-NUM-TO-GUESS TO PLYST-NUM-TO-GUESS.
           MOVE WS-BLK-GUESSES TO PLYST-GUESSES-USED.
           MOVE 0 TO PLYST-ROUNDS-PLAYED.
           MOVE 0 TO PLYST-MATCH-SCORE.
           MOVE WS-OPPONENT-ID TO PLYST-OPPONENT-ID.
           MOVE WS-BLK-ALLOWANCE TO PLYST-MAX-GUESSES.
           MOVE WS-BLK-SESSION-MODE TO PLYST-SESSION-MODE.
           PERFORM 5100-SET-DIFFICULTY THRU 5100-EXIT.
           MOVE SPACES TO PLYST-TEAM-ID.
           IF WS-MASTER-ON-FILE
               MOVE WS-BLK-PLAYER-ID TO PLYM-PLAYER-ID
               READ PLAYER-MASTER-FILE
                   NOT INVALID KEY
                       MOVE PLYM-TEAM-ID TO PLYST-TEAM-ID
               END-READ
           END-IF.
           MOVE 0 TO PLYST-SEQ-NO.
           MOVE 0 TO WS-STATS-WRITE-ATTEMPTS.
           SET WS-STATS-WRITE-PENDING TO TRUE.
           PERFORM 5200-WRITE-STATS-RETRY THRU 5200-EXIT
               UNTIL WS-STATS-WRITE-COMPLETE.
           IF WS-STATS-WRITE-OK
               MOVE "ADDED" TO WS-DTL-DISPOSITION
               MOVE PLYST-KEY TO WS-CLAIMED-KEY
               ADD 1 TO WS-ADDED-COUNT
           ELSE
               MOVE SPACES TO WS-DTL-DISPOSITION
               STRING "WRITE FAILED - STATUS " WS-PLYRSTAT-STATUS
                   DELIMITED BY SIZE INTO WS-DTL-DISPOSITION
               ADD 1 TO WS-WRITE-FAIL-COUNT
           END-IF.
       5000-EXIT.
           EXIT.

      *=============================================================*
      * 5100-SET-DIFFICULTY                                          *
      * The game stamps difficulty from the range high after the    *
      * rating handicap has shaded it (6930 in the game).  The      *
      * handicap moved the allowance one guess with the range, so   *
      * a stamped allowance one under the flat control allowance is *
      * a widened range and one over is a narrowed one.  Head-to-   *
      * head and batch always play the flat range.                   *
      *=============================================================*
       5100-SET-DIFFICULTY.
           MOVE CTL-RANGE-HIGH TO WS-RANGE-HIGH.
           COMPUTE WS-HANDICAP-SPAN =
               CTL-RANGE-HIGH - CTL-RANGE-LOW + 1.
           COMPUTE WS-HANDICAP-SHADE = WS-HANDICAP-SPAN / 4.
           IF WS-BLK-ALLOWANCE < WS-FLAT-ALLOWANCE
               IF CTL-RANGE-HIGH + WS-HANDICAP-SHADE > 999
                   MOVE 999 TO WS-RANGE-HIGH
               ELSE
                   ADD WS-HANDICAP-SHADE TO WS-RANGE-HIGH
               END-IF
           END-IF.
           IF WS-BLK-ALLOWANCE > WS-FLAT-ALLOWANCE
               IF CTL-RANGE-HIGH - WS-HANDICAP-SHADE
                       >= CTL-RANGE-LOW + 9
                   SUBTRACT WS-HANDICAP-SHADE FROM WS-RANGE-HIGH
               END-IF
           END-IF.
           IF WS-RANGE-HIGH >= 500
               SET PLYST-DIFF-HARD TO TRUE
           ELSE
               IF WS-RANGE-HIGH <= 50
                   SET PLYST-DIFF-EASY TO TRUE
               ELSE
                   SET PLYST-DIFF-NORMAL TO TRUE
               END-IF
           END-IF.
       5100-EXIT.
           EXIT.

       5200-WRITE-STATS-RETRY.
           ADD 1 TO WS-STATS-WRITE-ATTEMPTS.
           WRITE PLYR-STATS-RECORD
               INVALID KEY
                   ADD 1 TO PLYST-SEQ-NO
           END-WRITE.
           IF WS-STATS-WRITE-OK OR WS-STATS-WRITE-ATTEMPTS > 99
               SET WS-STATS-WRITE-COMPLETE TO TRUE
           END-IF.
       5200-EXIT.
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
           MOVE "UNFINISHED GAMES SET ASIDE" TO WS-TOT-LABEL.
           MOVE WS-UNFINISHED-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "CHALLENGE ATTEMPTS SET ASIDE" TO WS-TOT-LABEL.
           MOVE WS-CHALLENGE-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "FINISHED GAMES EXAMINED" TO WS-TOT-LABEL.
           MOVE WS-GAMES-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "  ALREADY ON FILE" TO WS-TOT-LABEL.
           MOVE WS-MATCH-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "  CONFLICTS" TO WS-TOT-LABEL.
           MOVE WS-CONFLICT-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "  MISSING" TO WS-TOT-LABEL.
           MOVE WS-ADD-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           IF WS-APPLYING
               MOVE "RECORDS ADDED" TO WS-TOT-LABEL
               MOVE WS-ADDED-COUNT TO WS-TOT-COUNT
               WRITE PRINT-RECORD FROM WS-TOTAL-LINE
               MOVE "WRITES FAILED" TO WS-TOT-LABEL
               MOVE WS-WRITE-FAIL-COUNT TO WS-TOT-COUNT
               WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           END-IF.
           IF WS-WRITE-FAIL-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CONFLICT-COUNT > 0
                       OR (WS-ADD-COUNT > 0 AND NOT WS-APPLYING)
                   MOVE 4 TO RETURN-CODE
               END-IF
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
           IF WS-MASTER-ON-FILE
               CLOSE PLAYER-MASTER-FILE
           END-IF.
           CLOSE PRINT-FILE.
       9000-EXIT.
           EXIT.
