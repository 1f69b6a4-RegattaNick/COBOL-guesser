      *                                                                *
      *                An audit block that never finished - its last  *
      *                result is not a win and its guess count never  *
      *                reached the allowance in the control entry     *
      *                the games ran under - is a game still          *
      *                suspended in the saved-game library (or one    *
      *                abandoned for a fresh start).  No stats        *
      *                    was played under - games are grouped by  *
      *                    a change of session id instead of the    *
      *                    guess count restarting at one.             *
      *   2026-10-15  NR   A parameter without a date now defaults to *
      *                    the business date on BUSINESS-DATE-FILE,   *
      *                    not the clock date.                        *
      *   2026-10-15  NR   Daily-challenge guesses (session mode "D") *
      *                    are excluded from the balance like head-   *
      *                    to-head's - the attempt is filed at sign-  *
      *                    on as its own stats record type and writes *
      *                    no report line.                            *
      *   2026-10-15  NR   The allowance now comes from the CTLMAINT  *
      *                    control-table entry in effect on the       *
      *                    balance date (CTLPARM before the first     *
      *                    entry), so a later parameter change no     *
      *                    longer alters how an earlier day balances. *
      *                                                                *
      *===============================================================*
       IDENTIFICATION DIVISION.
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
           SELECT PRINT-FILE ASSIGN TO "EODPRINT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EOD-PARM-FILE.
       FD  CONTROL-FILE.
       COPY "ctlparm.cpy".

       FD  CONTROL-TABLE-FILE.
       COPY "ctltbl.cpy".

       FD  AUDIT-LOG-FILE.
       COPY "auditrec.cpy".

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(100).

       FD  BUSINESS-DATE-FILE.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-EODPARM-STATUS           PIC X(02).
       01  WS-RUNCTL-STATUS            PIC X(02).
       01  WS-BUSDATE-STATUS           PIC X(02).
      * The business date on BUSINESS-DATE-FILE, rolled by GUESSRUN
      * "D" - the clock date at a site that has not started the
      * control.
       01  WS-BUSINESS-DATE            PIC 9(08).
       01  WS-RUN-REFUSED-FLAG         PIC X(01) VALUE "N".
           88  WS-RUN-REFUSED                  VALUE "Y".
       01  WS-CONTROL-STATUS           PIC X(02).
           88  WS-PARM-EOF                     VALUE "Y".
       01  WS-CONTROL-EOF-FLAG         PIC X(01) VALUE "N".
           88  WS-CONTROL-EOF                  VALUE "Y".
      * Effective-dated control table kept by CTLMAINT - the entry
      * in effect on the balance date, when there is one, takes the
      * place of the CTLPARM record.
       01  WS-CTLTBL-STATUS            PIC X(02).
       01  WS-CTLTBL-EOF-FLAG          PIC X(01) VALUE "N".
           88  WS-CTLTBL-EOF                   VALUE "Y".
       01  WS-CTLTBL-FOUND-FLAG        PIC X(01) VALUE "N".
           88  WS-CTLTBL-ENTRY-FOUND           VALUE "Y".
       01  WS-AUDIT-EOF-FLAG           PIC X(01) VALUE "N".
           88  WS-AUDIT-EOF                    VALUE "Y".
       01  WS-STATS-EOF-FLAG           PIC X(01) VALUE "N".
       01  WS-INFLIGHT-COUNT           PIC 9(05) VALUE 0.

      * One audit block's own allowance, for the in-flight test -
      * the stamp carried on its rows, or the allowance in effect
      * on the balance date for rows converted from the old layout
      * (stamped zero).
       01  WS-BLOCK-ALLOWANCE          PIC 9(02).

      * ---------------------------------------------------------- *

      *=============================================================*
      * 1000-INITIALIZE                                              *
      * Picks up the balance date (the business date when no        *
      * parameter is supplied), opens the three input files - any   *
      * of them may be absent on a quiet day - and prints the       *
      * report headings.                                            *
      *=============================================================*
       1000-INITIALIZE.
           PERFORM 1040-READ-BUSINESS-DATE THRU 1040-EXIT.
           OPEN INPUT EOD-PARM-FILE.
           IF WS-EODPARM-STATUS = "35"
               SET WS-PARM-EOF TO TRUE
           END-IF.
           IF WS-PARM-EOF OR EOD-BALANCE-DATE NOT NUMERIC
                   OR EOD-BALANCE-DATE = 0
               MOVE WS-BUSINESS-DATE TO WS-BALANCE-DATE
           ELSE
               MOVE EOD-BALANCE-DATE TO WS-BALANCE-DATE
           END-IF.
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
      * Picks up the guess allowance the same way the game does -   *
      * from the control-table entry in effect on the balance date  *
      * (CTLPARM before the first entry), with the same difficulty- *
      * preset defaulting - so a finished game (allowance           *
      * exhausted) can be told from one still in flight, and a      *
      * later parameter change never alters how a past day          *
      * balances.                                                   *
      *=============================================================*
       1100-READ-CONTROL-RECORD.
           PERFORM 1110-FIND-CONTROL-ENTRY THRU 1110-EXIT.
           IF NOT WS-CTLTBL-ENTRY-FOUND
               OPEN INPUT CONTROL-FILE
               IF WS-CONTROL-STATUS = "35"
                   SET WS-CONTROL-EOF TO TRUE
               ELSE
                   READ CONTROL-FILE
                       AT END SET WS-CONTROL-EOF TO TRUE
                   END-READ
                   CLOSE CONTROL-FILE
               END-IF
           END-IF.
           IF WS-CONTROL-EOF
               MOVE "N" TO CTL-DIFFICULTY-CODE
       1100-EXIT.
           EXIT.

      *=============================================================*
      * 1110-FIND-CONTROL-ENTRY                                      *
      * Reads the control table in start-date order and keeps the   *
      * last entry starting on or before the date being processed - *
      * the one in effect that day, as the game picks it for its     *
      * business date.                                                *
      *=============================================================*
       1110-FIND-CONTROL-ENTRY.
           MOVE "N" TO WS-CTLTBL-FOUND-FLAG.
           MOVE "N" TO WS-CTLTBL-EOF-FLAG.
           OPEN INPUT CONTROL-TABLE-FILE.
           IF WS-CTLTBL-STATUS NOT = "00"
               GO TO 1110-EXIT
           END-IF.
           PERFORM 1120-READ-CONTROL-ENTRY THRU 1120-EXIT
               UNTIL WS-CTLTBL-EOF.
           CLOSE CONTROL-TABLE-FILE.
       1110-EXIT.
           EXIT.

       1120-READ-CONTROL-ENTRY.
           READ CONTROL-TABLE-FILE NEXT RECORD
               AT END SET WS-CTLTBL-EOF TO TRUE
           END-READ.
           IF WS-CTLTBL-EOF
               GO TO 1120-EXIT
           END-IF.
           IF CTLT-EFFECTIVE-DATE > WS-BALANCE-DATE
               SET WS-CTLTBL-EOF TO TRUE
               GO TO 1120-EXIT
           END-IF.
           MOVE CTLT-PARM-DATA TO CTL-PARM-RECORD.
           SET WS-CTLTBL-ENTRY-FOUND TO TRUE.
       1120-EXIT.
           EXIT.

      *=============================================================*
      * 1500-RECORD-RUN-START                                        *
      * Opens the run-control file (created on the first ever       *
           EXIT.

       2200-COLLECT-ONE-AUDIT.
      * Daily-challenge guesses are left out with head-to-head's -
      * the attempt is filed at sign-on, never as a type "G" stats
      * record or a report line, and a walked-away attempt is a
      * finished loss, not a game in flight.
           IF AUDL-GAME-DATE = WS-BALANCE-DATE
                   AND NOT AUDL-H2H-GUESS
                   AND NOT AUDL-CHALLENGE-GUESS
               MOVE AUDL-PLAYER-ID TO WS-LOOKUP-ID
               PERFORM 7000-FIND-PLAYER-ENTRY THRU 7000-EXIT
               IF WS-PLAYER-NOT-FOUND
      * Each block measures against the allowance stamped on its
      * own rows - with the rating handicap, players on the same
      * night run different allowances.  A zero stamp is a block
      * converted from the old layout; the allowance in effect on
      * the balance date is the best available stand-in for those.
           MOVE WS-AUD-ALLOWANCE
               (WS-BAL-PLAYER-IDX, WS-EXCL-IDX)
               TO WS-BLOCK-ALLOWANCE.
