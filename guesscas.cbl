      *===============================================================*
      *                                                                *
      * PROGRAM-ID.  GUESSCAS.                                        *
      *                                                                *
      * AUTHOR.        Application Development.                       *
      * INSTALLATION.  Application Development.                       *
      * DATE-WRITTEN.  2026-10-15.                                     *
      *                                                                *
      * REMARKS.       Daily play-integrity case report.  Lists every *
      *                player whose master shows an open review case  *
      *                (PLYM-REVIEW-STATUS "R" under review or "H"    *
      *                held), with the date the case opened and how   *
      *                many days it has been open, followed by the    *
      *                REVIEW-QUEUE-FILE flags GUESSINT has raised    *
      *                against the player since then - pattern,       *
      *                severity, counts, opponent, and the session    *
      *                ids to replay with GUESSINQ.  Flags raised on  *
      *                the report date are marked NEW.                *
      *                                                                *
      *                Operations work the report with PLYMAINT: "H"  *
      *                holds the player's awards and rating movement, *
      *                "C" clears the case.  Read only.               *
      *                                                                *
      *                Return codes: 0 report printed, 4 open cases   *
      *                on the report, 8 no player master.             *
      *                                                                *
      * MODIFICATION HISTORY.                                          *
      *   2026-10-15  NR   Original version.                           *
      *                                                                *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUESSCAS.
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
           SELECT CAS-PARM-FILE ASSIGN TO "CASPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASPARM-STATUS.

           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLYMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PLYM-PLAYER-ID
               FILE STATUS IS WS-PLYMAST-STATUS.

           SELECT REVIEW-QUEUE-FILE ASSIGN TO "REVQUEUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REVQ-KEY
               FILE STATUS IS WS-REVQUEUE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "CASPRINT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAS-PARM-FILE.
       COPY "casparm.cpy".

       FD  PLAYER-MASTER-FILE.
       COPY "plymast.cpy".

       FD  REVIEW-QUEUE-FILE.
       COPY "revqueue.cpy".

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(100).

       FD  BUSINESS-DATE-FILE.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CASPARM-STATUS           PIC X(02).
       01  WS-PLYMAST-STATUS           PIC X(02).
       01  WS-REVQUEUE-STATUS          PIC X(02).
       01  WS-BUSDATE-STATUS           PIC X(02).
      * The business date on BUSINESS-DATE-FILE, rolled by GUESSRUN
      * "D" - the clock date at a site that has not started the
      * control.
       01  WS-BUSINESS-DATE            PIC 9(08).

       01  WS-PARM-EOF-FLAG            PIC X(01) VALUE "N".
           88  WS-PARM-EOF                     VALUE "Y".
       01  WS-MASTER-EOF-FLAG          PIC X(01) VALUE "N".
           88  WS-MASTER-EOF                   VALUE "Y".
       01  WS-RUN-OK-FLAG              PIC X(01) VALUE "N".
           88  WS-RUN-OK                       VALUE "Y".
       01  WS-QUEUE-OPEN-FLAG          PIC X(01) VALUE "N".
           88  WS-QUEUE-ON-FILE                VALUE "Y".
       01  WS-QUEUE-DONE-FLAG          PIC X(01).
           88  WS-QUEUE-DONE                   VALUE "Y".

       01  WS-REPORT-DATE              PIC 9(08).
       01  WS-REPORT-DAY-NUMBER        PIC 9(07).
       01  WS-OPENED-DAY-NUMBER        PIC 9(07).
       01  WS-DAYS-OPEN                PIC 9(05).
       01  WS-PLAYER-ENTRY-COUNT       PIC 9(05).
       01  WS-SES-IDX                  PIC 9(02) COMP.

      * ---------------------------------------------------------- *
      * Control totals.                                              *
      * ---------------------------------------------------------- *
       01  WS-MASTERS-READ-COUNT       PIC 9(07) VALUE 0.
       01  WS-OPEN-CASE-COUNT          PIC 9(07) VALUE 0.
       01  WS-HELD-COUNT               PIC 9(07) VALUE 0.
       01  WS-UNDER-REVIEW-COUNT       PIC 9(07) VALUE 0.
       01  WS-ENTRIES-LISTED-COUNT     PIC 9(07) VALUE 0.
       01  WS-NEW-FLAG-COUNT           PIC 9(07) VALUE 0.

      * ---------------------------------------------------------- *
      * Print lines.                                                *
      * ---------------------------------------------------------- *
       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(37)
               VALUE "GUESSCAS - PLAY-INTEGRITY CASES      ".
           05  WS-HDG-RUN-DATE         PIC 9(08).
       01  WS-FUNCTION-LINE.
           05  FILLER                  PIC X(15)
               VALUE "CASES AS OF    ".
           05  WS-FUN-REPORT-DATE      PIC 9(08).
       01  WS-CASE-LINE.
           05  WS-CAS-PLAYER-ID        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CAS-PLAYER-NAME      PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CAS-STATUS           PIC X(15).
           05  FILLER                  PIC X(08) VALUE " OPENED ".
           05  WS-CAS-OPENED-DATE      PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CAS-DAYS-OPEN        PIC ZZZZ9.
           05  FILLER                  PIC X(05) VALUE " DAYS".
       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "FLAGGED".
           05  FILLER                  PIC X(28) VALUE "PATTERN".
           05  FILLER                  PIC X(08) VALUE "SEV".
           05  FILLER                  PIC X(08) VALUE "EVENTS".
           05  FILLER                  PIC X(08) VALUE "GAMES".
           05  FILLER                  PIC X(12) VALUE "OPPONENT".
       01  WS-ENTRY-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-ENT-REVIEW-DATE      PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ENT-FLAG-CODE        PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-ENT-PATTERN          PIC X(25).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ENT-SEVERITY         PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ENT-EVENTS           PIC ZZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-ENT-GAMES            PIC ZZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-ENT-OTHER-ID         PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ENT-NEW              PIC X(03).
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
               PERFORM 2050-READ-NEXT-MASTER THRU 2050-EXIT
               PERFORM 2000-CHECK-ONE-PLAYER THRU 2000-EXIT
                   UNTIL WS-MASTER-EOF
               PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *=============================================================*
      * 1000-INITIALIZE                                              *
      * Reads the report date (default: the business date) and      *
      * opens the files.  No queue yet means GUESSINT has never     *
      * flagged anything - a case held by hand still prints.        *
      *=============================================================*
       1000-INITIALIZE.
           PERFORM 1040-READ-BUSINESS-DATE THRU 1040-EXIT.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HDG-RUN-DATE.
           WRITE PRINT-RECORD FROM WS-HEADING-LINE.
           OPEN INPUT CAS-PARM-FILE.
           IF WS-CASPARM-STATUS = "35"
               SET WS-PARM-EOF TO TRUE
           ELSE
               READ CAS-PARM-FILE
                   AT END SET WS-PARM-EOF TO TRUE
               END-READ
               CLOSE CAS-PARM-FILE
           END-IF.
           IF WS-PARM-EOF
               MOVE ZEROS TO CAS-PARM-RECORD
           END-IF.
           IF CAS-REPORT-DATE NOT NUMERIC OR CAS-REPORT-DATE = 0
               MOVE WS-BUSINESS-DATE TO WS-REPORT-DATE
           ELSE
               MOVE CAS-REPORT-DATE TO WS-REPORT-DATE
           END-IF.
           COMPUTE WS-REPORT-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE).
           MOVE WS-REPORT-DATE TO WS-FUN-REPORT-DATE.
           WRITE PRINT-RECORD FROM WS-FUNCTION-LINE.
           OPEN INPUT PLAYER-MASTER-FILE.
           IF WS-PLYMAST-STATUS NOT = "00"
               MOVE "NO PLAYER MASTER FILE - NO CASES TO REPORT"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT REVIEW-QUEUE-FILE.
           IF WS-REVQUEUE-STATUS = "00"
               SET WS-QUEUE-ON-FILE TO TRUE
           END-IF.
           SET WS-RUN-OK TO TRUE.
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
      * 2000-CHECK-ONE-PLAYER                                        *
      * A player with an open case gets a case header, then the     *
      * queue flags raised since the case opened.                    *
      *=============================================================*
       2000-CHECK-ONE-PLAYER.
           ADD 1 TO WS-MASTERS-READ-COUNT.
           IF PLYM-CASE-OPEN
               ADD 1 TO WS-OPEN-CASE-COUNT
               IF PLYM-REVIEW-HOLD
                   ADD 1 TO WS-HELD-COUNT
               ELSE
                   ADD 1 TO WS-UNDER-REVIEW-COUNT
               END-IF
               PERFORM 3000-PRINT-CASE-HEADER THRU 3000-EXIT
               PERFORM 4000-LIST-CASE-FLAGS THRU 4000-EXIT
           END-IF.
           PERFORM 2050-READ-NEXT-MASTER THRU 2050-EXIT.
       2000-EXIT.
           EXIT.

       2050-READ-NEXT-MASTER.
           READ PLAYER-MASTER-FILE NEXT RECORD
               AT END SET WS-MASTER-EOF TO TRUE
           END-READ.
       2050-EXIT.
           EXIT.

      *=============================================================*
      * 3000-PRINT-CASE-HEADER                                       *
      * A case with no opened date (held by hand before the date    *
      * was kept) shows zero days open.                              *
      *=============================================================*
       3000-PRINT-CASE-HEADER.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE PLYM-PLAYER-ID TO WS-CAS-PLAYER-ID.
           MOVE PLYM-PLAYER-NAME TO WS-CAS-PLAYER-NAME.
           IF PLYM-REVIEW-HOLD
               MOVE "HELD" TO WS-CAS-STATUS
           ELSE
               MOVE "UNDER REVIEW" TO WS-CAS-STATUS
           END-IF.
           MOVE 0 TO WS-DAYS-OPEN.
           IF PLYM-REVIEW-OPENED-DATE NUMERIC
                   AND PLYM-REVIEW-OPENED-DATE > 0
               MOVE PLYM-REVIEW-OPENED-DATE TO WS-CAS-OPENED-DATE
               COMPUTE WS-OPENED-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(PLYM-REVIEW-OPENED-DATE)
               IF WS-REPORT-DAY-NUMBER > WS-OPENED-DAY-NUMBER
                   COMPUTE WS-DAYS-OPEN =
                       WS-REPORT-DAY-NUMBER - WS-OPENED-DAY-NUMBER
               END-IF
           ELSE
               MOVE 0 TO WS-CAS-OPENED-DATE
           END-IF.
           MOVE WS-DAYS-OPEN TO WS-CAS-DAYS-OPEN.
           WRITE PRINT-RECORD FROM WS-CASE-LINE.
           WRITE PRINT-RECORD FROM WS-COLUMN-LINE.
       3000-EXIT.
           EXIT.

      *=============================================================*
      * 4000-LIST-CASE-FLAGS                                         *
      * Positions on the player's queue records and lists those     *
      * raised from the case's opened date to the report date.      *
      * Flags from an earlier, cleared case are left off.            *
      *=============================================================*
       4000-LIST-CASE-FLAGS.
           MOVE 0 TO WS-PLAYER-ENTRY-COUNT.
           IF WS-QUEUE-ON-FILE
               PERFORM 4050-START-PLAYER-FLAGS THRU 4050-EXIT
           END-IF.
           IF WS-PLAYER-ENTRY-COUNT = 0
               MOVE "    NO QUEUED FLAGS SINCE THE CASE OPENED"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
           END-IF.
       4000-EXIT.
           EXIT.

       4050-START-PLAYER-FLAGS.
           MOVE "N" TO WS-QUEUE-DONE-FLAG.
           MOVE LOW-VALUES TO REVQ-KEY.
           MOVE PLYM-PLAYER-ID TO REVQ-PLAYER-ID.
           IF PLYM-REVIEW-OPENED-DATE NUMERIC
               MOVE PLYM-REVIEW-OPENED-DATE TO REVQ-REVIEW-DATE
           END-IF.
           START REVIEW-QUEUE-FILE KEY >= REVQ-KEY
               INVALID KEY
                   GO TO 4050-EXIT
           END-START.
           PERFORM 4100-LIST-NEXT-FLAG THRU 4100-EXIT
               UNTIL WS-QUEUE-DONE.
       4050-EXIT.
           EXIT.

       4100-LIST-NEXT-FLAG.
           READ REVIEW-QUEUE-FILE NEXT RECORD
               AT END
                   SET WS-QUEUE-DONE TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           IF REVQ-PLAYER-ID NOT = PLYM-PLAYER-ID
                   OR REVQ-REVIEW-DATE > WS-REPORT-DATE
               SET WS-QUEUE-DONE TO TRUE
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-PLAYER-ENTRY-COUNT.
           ADD 1 TO WS-ENTRIES-LISTED-COUNT.
           MOVE SPACES TO WS-ENTRY-LINE.
           MOVE REVQ-REVIEW-DATE TO WS-ENT-REVIEW-DATE.
           MOVE REVQ-FLAG-CODE TO WS-ENT-FLAG-CODE.
           IF REVQ-ABANDON-RESTART
               MOVE "ABANDON AND RESTART" TO WS-ENT-PATTERN
           ELSE
           IF REVQ-FIRST-GUESS-WINS
               MOVE "FIRST-GUESS WINS" TO WS-ENT-PATTERN
           ELSE
           IF REVQ-H2H-PAIR
               MOVE "ALWAYS BEATS OPPONENT" TO WS-ENT-PATTERN
           ELSE
               MOVE "BATCH MODE UNDER REAL ID" TO WS-ENT-PATTERN
           END-IF
           END-IF
           END-IF.
           IF REVQ-SEVERITY-HIGH
               MOVE "HIGH" TO WS-ENT-SEVERITY
           ELSE
               MOVE "MEDIUM" TO WS-ENT-SEVERITY
           END-IF.
           MOVE REVQ-EVENT-COUNT TO WS-ENT-EVENTS.
           MOVE REVQ-GAME-COUNT TO WS-ENT-GAMES.
           MOVE REVQ-OTHER-PLAYER-ID TO WS-ENT-OTHER-ID.
           IF REVQ-REVIEW-DATE = WS-REPORT-DATE
               MOVE "NEW" TO WS-ENT-NEW
               ADD 1 TO WS-NEW-FLAG-COUNT
           END-IF.
           WRITE PRINT-RECORD FROM WS-ENTRY-LINE.
           MOVE SPACES TO WS-SESSION-LINE.
           MOVE "SESSIONS" TO WS-SESSION-LINE (15:8).
           IF REVQ-SESSION-COUNT NUMERIC
               PERFORM 4110-PLACE-ONE-SESSION THRU 4110-EXIT
                   VARYING WS-SES-IDX FROM 1 BY 1
                   UNTIL WS-SES-IDX > REVQ-SESSION-COUNT
                       OR WS-SES-IDX > 10
           END-IF.
           WRITE PRINT-RECORD FROM WS-SESSION-LINE.
       4100-EXIT.
           EXIT.

       4110-PLACE-ONE-SESSION.
           MOVE REVQ-SESSION-ID (WS-SES-IDX)
               TO WS-SES-SESSION-ID (WS-SES-IDX).
       4110-EXIT.
           EXIT.

      *=============================================================*
      * 8000-PRINT-CONTROL-TOTALS                                    *
      *=============================================================*
       8000-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           IF WS-OPEN-CASE-COUNT = 0
               MOVE "NO OPEN REVIEW CASES" TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE "PLAYERS ON MASTER" TO WS-TOT-LABEL.
           MOVE WS-MASTERS-READ-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "OPEN REVIEW CASES" TO WS-TOT-LABEL.
           MOVE WS-OPEN-CASE-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "  HELD" TO WS-TOT-LABEL.
           MOVE WS-HELD-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "  UNDER REVIEW" TO WS-TOT-LABEL.
           MOVE WS-UNDER-REVIEW-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "FLAGS LISTED" TO WS-TOT-LABEL.
           MOVE WS-ENTRIES-LISTED-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "NEW FLAGS ON REPORT DATE" TO WS-TOT-LABEL.
           MOVE WS-NEW-FLAG-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
       8000-EXIT.
           EXIT.

      *=============================================================*
      * 9000-TERMINATE                                               *
      *=============================================================*
       9000-TERMINATE.
           IF WS-RUN-OK
               CLOSE PLAYER-MASTER-FILE
           END-IF.
           IF WS-QUEUE-ON-FILE
               CLOSE REVIEW-QUEUE-FILE
           END-IF.
           CLOSE PRINT-FILE.
       9000-EXIT.
           EXIT.
