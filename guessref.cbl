      *===============================================================*
      *                                                                *
      * PROGRAM-ID.  GUESSREF.                                        *
      *                                                                *
      * AUTHOR.        Application Development.                       *
      * INSTALLATION.  Application Development.                       *
      * DATE-WRITTEN.  2026-10-15.                                     *
      *                                                                *
      * REMARKS.       Daily refused sign-on report.  Lists every     *
      *                sign-on (or play-again) COBOL-guesser refused  *
      *                on the REFPARM date - time, player, team,      *
      *                session mode, the reason, and for a cap        *
      *                refusal the games or matches already played    *
      *                against the cap in force - with a count by     *
      *                reason, so operations can see who is being     *
      *                turned away by the daily play limits and the   *
      *                permitted hours.                                *
      *                                                                *
      * MODIFICATION HISTORY.                                          *
      *   2026-10-15  NR   Original version.                           *
      *   2026-10-15  NR   A parameter without a date now defaults to *
      *                    the business date on BUSINESS-DATE-FILE,   *
      *                    not the clock date.                        *
      *   2026-10-15  NR   Second attempts at the daily challenge     *
      *                    (reason "C") are listed and totalled under *
      *                    their own reason.                          *
      *   2026-10-15  NR   The refusal file is closed whenever it was *
      *                    opened, not only on a last status of 00.   *
      *                                                                *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUESSREF.
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
           SELECT REF-PARM-FILE ASSIGN TO "REFPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFPARM-STATUS.

           SELECT SIGNON-REFUSAL-FILE ASSIGN TO "SIGNREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNREF-STATUS.

           SELECT PRINT-FILE ASSIGN TO "REFPRINT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REF-PARM-FILE.
       COPY "refparm.cpy".

       FD  SIGNON-REFUSAL-FILE.
       COPY "signref.cpy".

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(90).

       FD  BUSINESS-DATE-FILE.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-REFPARM-STATUS           PIC X(02).
       01  WS-SIGNREF-STATUS           PIC X(02).
       01  WS-BUSDATE-STATUS           PIC X(02).
      * The business date on BUSINESS-DATE-FILE, rolled by GUESSRUN
      * "D" - the clock date at a site that has not started the
      * control.
       01  WS-BUSINESS-DATE            PIC 9(08).

       01  WS-PARM-EOF-FLAG            PIC X(01) VALUE "N".
           88  WS-PARM-EOF                     VALUE "Y".
       01  WS-REFUSAL-EOF-FLAG         PIC X(01) VALUE "N".
           88  WS-REFUSAL-EOF                  VALUE "Y".
       01  WS-SIGNREF-OPEN-FLAG        PIC X(01) VALUE "N".
           88  WS-SIGNREF-OPEN                 VALUE "Y".

       01  WS-REPORT-DATE              PIC 9(08).

      * ---------------------------------------------------------- *
      * Refusal counts, in the order the reasons are totalled.      *
      * ---------------------------------------------------------- *
       01  WS-REFUSAL-COUNT            PIC 9(05) VALUE 0.
       01  WS-NOT-ENROLLED-COUNT       PIC 9(05) VALUE 0.
       01  WS-SUSPENDED-COUNT          PIC 9(05) VALUE 0.
       01  WS-MERGED-COUNT             PIC 9(05) VALUE 0.
       01  WS-OUTSIDE-HOURS-COUNT      PIC 9(05) VALUE 0.
       01  WS-GAME-CAP-COUNT           PIC 9(05) VALUE 0.
       01  WS-MATCH-CAP-COUNT          PIC 9(05) VALUE 0.
       01  WS-CHALLENGE-COUNT          PIC 9(05) VALUE 0.
       01  WS-OTHER-REASON-COUNT       PIC 9(05) VALUE 0.

      * ---------------------------------------------------------- *
      * Print lines.                                                *
      * ---------------------------------------------------------- *
       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(36)
               VALUE "GUESSREF - REFUSED SIGN-ONS FOR    ".
           05  WS-HDG-REPORT-DATE      PIC 9(08).
       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(10) VALUE "TIME".
           05  FILLER                  PIC X(12) VALUE "PLAYER-ID".
           05  FILLER                  PIC X(06) VALUE "TEAM".
           05  FILLER                  PIC X(06) VALUE "MODE".
           05  FILLER                  PIC X(26) VALUE "REASON".
           05  FILLER                  PIC X(08) VALUE "PLAYED".
           05  FILLER                  PIC X(05) VALUE "LIMIT".
       01  WS-DETAIL-LINE.
           05  WS-DTL-TIME             PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-PLAYER-ID        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-TEAM-ID          PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-SESSION-MODE     PIC X(01).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-DTL-REASON           PIC X(24).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-PLAYED           PIC ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-DTL-LIMIT            PIC ZZ9.
       01  WS-MESSAGE-LINE             PIC X(60).
       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(30).
           05  WS-TOT-COUNT            PIC ZZZZ9.

       PROCEDURE DIVISION.

      *=============================================================*
      * 0000-MAINLINE                                                *
      *=============================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LIST-REFUSALS THRU 2000-EXIT.
           PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *=============================================================*
      * 1000-INITIALIZE                                              *
      * Reads the run parameter - a missing record, or a zero date, *
      * reports on the business date - and opens the refusal log    *
      * and the report.  No log yet means nobody has been refused.  *
      *=============================================================*
       1000-INITIALIZE.
           PERFORM 1040-READ-BUSINESS-DATE THRU 1040-EXIT.
           OPEN INPUT REF-PARM-FILE.
           IF WS-REFPARM-STATUS = "35"
               SET WS-PARM-EOF TO TRUE
           ELSE
               READ REF-PARM-FILE
                   AT END SET WS-PARM-EOF TO TRUE
               END-READ
               CLOSE REF-PARM-FILE
           END-IF.
           IF WS-PARM-EOF OR REF-REPORT-DATE NOT NUMERIC
                   OR REF-REPORT-DATE = 0
               MOVE WS-BUSINESS-DATE TO WS-REPORT-DATE
           ELSE
               MOVE REF-REPORT-DATE TO WS-REPORT-DATE
           END-IF.
           OPEN INPUT SIGNON-REFUSAL-FILE.
           IF WS-SIGNREF-STATUS = "00"
               SET WS-SIGNREF-OPEN TO TRUE
           ELSE
               SET WS-REFUSAL-EOF TO TRUE
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE WS-REPORT-DATE TO WS-HDG-REPORT-DATE.
           WRITE PRINT-RECORD FROM WS-HEADING-LINE.
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
      * 2000-LIST-REFUSALS                                           *
      * The log is appended as refusals happen, so it is already   *
      * in time order within the day - one line per refusal on the *
      * report date.                                                 *
      *=============================================================*
       2000-LIST-REFUSALS.
           WRITE PRINT-RECORD FROM WS-COLUMN-LINE.
           IF NOT WS-REFUSAL-EOF
               PERFORM 2100-READ-NEXT-REFUSAL THRU 2100-EXIT
           END-IF.
           PERFORM 2200-LIST-ONE-REFUSAL THRU 2200-EXIT
               UNTIL WS-REFUSAL-EOF.
       2000-EXIT.
           EXIT.

       2100-READ-NEXT-REFUSAL.
           READ SIGNON-REFUSAL-FILE
               AT END SET WS-REFUSAL-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-LIST-ONE-REFUSAL.
           IF SREF-REFUSAL-DATE NOT = WS-REPORT-DATE
               PERFORM 2100-READ-NEXT-REFUSAL THRU 2100-EXIT
               GO TO 2200-EXIT
           END-IF.
           MOVE SREF-REFUSAL-TIME TO WS-DTL-TIME.
           MOVE SREF-PLAYER-ID TO WS-DTL-PLAYER-ID.
           MOVE SREF-TEAM-ID TO WS-DTL-TEAM-ID.
           MOVE SREF-SESSION-MODE TO WS-DTL-SESSION-MODE.
           IF SREF-NOT-ENROLLED
               MOVE "NOT ENROLLED" TO WS-DTL-REASON
               ADD 1 TO WS-NOT-ENROLLED-COUNT
           ELSE
           IF SREF-SUSPENDED
               MOVE "SUSPENDED" TO WS-DTL-REASON
               ADD 1 TO WS-SUSPENDED-COUNT
           ELSE
           IF SREF-MERGED
               MOVE "MERGED INTO ANOTHER ID" TO WS-DTL-REASON
               ADD 1 TO WS-MERGED-COUNT
           ELSE
           IF SREF-OUTSIDE-HOURS
               MOVE "OUTSIDE PLAYING HOURS" TO WS-DTL-REASON
               ADD 1 TO WS-OUTSIDE-HOURS-COUNT
           ELSE
           IF SREF-GAME-CAP
               MOVE "DAILY GAME LIMIT" TO WS-DTL-REASON
               ADD 1 TO WS-GAME-CAP-COUNT
           ELSE
           IF SREF-MATCH-CAP
               MOVE "DAILY MATCH LIMIT" TO WS-DTL-REASON
               ADD 1 TO WS-MATCH-CAP-COUNT
           ELSE
           IF SREF-CHALLENGE-PLAYED
               MOVE "CHALLENGE ALREADY PLAYED" TO WS-DTL-REASON
               ADD 1 TO WS-CHALLENGE-COUNT
           ELSE
               MOVE "UNKNOWN REASON CODE" TO WS-DTL-REASON
               ADD 1 TO WS-OTHER-REASON-COUNT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           MOVE SREF-PLAYED-TODAY TO WS-DTL-PLAYED.
           MOVE SREF-DAILY-LIMIT TO WS-DTL-LIMIT.
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
           ADD 1 TO WS-REFUSAL-COUNT.
           PERFORM 2100-READ-NEXT-REFUSAL THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *=============================================================*
      * 3000-PRINT-TOTALS                                            *
      *=============================================================*
       3000-PRINT-TOTALS.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           IF WS-REFUSAL-COUNT = 0
               MOVE "NO SIGN-ONS REFUSED" TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               GO TO 3000-EXIT
           END-IF.
           MOVE "NOT ENROLLED" TO WS-TOT-LABEL.
           MOVE WS-NOT-ENROLLED-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "SUSPENDED" TO WS-TOT-LABEL.
           MOVE WS-SUSPENDED-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "MERGED INTO ANOTHER ID" TO WS-TOT-LABEL.
           MOVE WS-MERGED-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "OUTSIDE PLAYING HOURS" TO WS-TOT-LABEL.
           MOVE WS-OUTSIDE-HOURS-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "DAILY GAME LIMIT" TO WS-TOT-LABEL.
           MOVE WS-GAME-CAP-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "DAILY MATCH LIMIT" TO WS-TOT-LABEL.
           MOVE WS-MATCH-CAP-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "CHALLENGE ALREADY PLAYED" TO WS-TOT-LABEL.
           MOVE WS-CHALLENGE-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           IF WS-OTHER-REASON-COUNT > 0
               MOVE "UNKNOWN REASON CODE" TO WS-TOT-LABEL
               MOVE WS-OTHER-REASON-COUNT TO WS-TOT-COUNT
               WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           END-IF.
           MOVE "TOTAL SIGN-ONS REFUSED" TO WS-TOT-LABEL.
           MOVE WS-REFUSAL-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
       3000-EXIT.
           EXIT.

      *=============================================================*
      * 9000-TERMINATE                                               *
      *=============================================================*
       9000-TERMINATE.
           IF WS-SIGNREF-OPEN
               CLOSE SIGNON-REFUSAL-FILE
           END-IF.
           CLOSE PRINT-FILE.
       9000-EXIT.
           EXIT.
