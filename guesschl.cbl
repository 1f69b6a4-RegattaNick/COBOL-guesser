      *===============================================================*
      *                                                                *
      * PROGRAM-ID.  GUESSCHL.                                        *
      *                                                                *
      * AUTHOR.        Application Development.                       *
      * INSTALLATION.  Application Development.                       *
      * DATE-WRITTEN.  2026-10-15.                                     *
      *                                                                *
      * REMARKS.       Nightly daily-challenge results.  Lists every  *
      *                attempt at the CHLPARM date's challenge number *
      *                from the DAILY-CHALLENGE-FILE COBOL-guesser    *
      *                keeps.  Winners are ranked by fewest guesses   *
      *                used, then by time taken (sign-on to the       *
      *                winning guess); players tied on both share a   *
      *                rank.  Lost and abandoned attempts follow,     *
      *                unranked - an attempt never finished is a      *
      *                loss, as the game filed it.                    *
      *                                                                *
      *                The number is revealed only once the day is    *
      *                closed (the GAMEDAY record GUESSRUN function   *
      *                "C" files on RUN-CONTROL-FILE).  Run before    *
      *                the close, the standings are printed as        *
      *                provisional with the number withheld - other   *
      *                players may still be playing it.               *
      *                                                                *
      *                Return codes: 0 results final, 4 day not yet   *
      *                closed (provisional).                          *
      *                                                                *
      * MODIFICATION HISTORY.                                          *
      *   2026-10-15  NR   Original version.                           *
      *                                                                *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUESSCHL.
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
           SELECT CHL-PARM-FILE ASSIGN TO "CHLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHLPARM-STATUS.

           SELECT DAILY-CHALLENGE-FILE ASSIGN TO "DAILYCHL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCHL-KEY
               FILE STATUS IS WS-DAILYCHL-STATUS.

           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLYMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLYM-PLAYER-ID
               FILE STATUS IS WS-PLYMAST-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PRINT-FILE ASSIGN TO "CHLPRINT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHL-PARM-FILE.
       COPY "chlparm.cpy".

       FD  DAILY-CHALLENGE-FILE.
       COPY "dailychl.cpy".

       FD  PLAYER-MASTER-FILE.
       COPY "plymast.cpy".

       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(90).

       FD  BUSINESS-DATE-FILE.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CHLPARM-STATUS           PIC X(02).
       01  WS-DAILYCHL-STATUS          PIC X(02).
       01  WS-PLYMAST-STATUS           PIC X(02).
       01  WS-RUNCTL-STATUS            PIC X(02).
       01  WS-BUSDATE-STATUS           PIC X(02).
      * The business date on BUSINESS-DATE-FILE, rolled by GUESSRUN
      * "D" - the clock date at a site that has not started the
      * control.
       01  WS-BUSINESS-DATE            PIC 9(08).

       01  WS-PARM-EOF-FLAG            PIC X(01) VALUE "N".
           88  WS-PARM-EOF                     VALUE "Y".
       01  WS-CHALLENGE-OPEN-FLAG      PIC X(01) VALUE "N".
           88  WS-CHALLENGE-ON-FILE            VALUE "Y".
       01  WS-ATTEMPT-EOF-FLAG         PIC X(01) VALUE "N".
           88  WS-ATTEMPT-EOF                  VALUE "Y".
       01  WS-MASTER-OPEN-FLAG         PIC X(01) VALUE "N".
           88  WS-MASTER-ON-FILE               VALUE "Y".
       01  WS-NUMBER-FOUND-FLAG        PIC X(01) VALUE "N".
           88  WS-NUMBER-FOUND                 VALUE "Y".
       01  WS-DAY-CLOSED-FLAG          PIC X(01) VALUE "N".
           88  WS-DAY-CLOSED                   VALUE "Y".

       01  WS-REPORT-DATE              PIC 9(08).
       01  WS-DAY-NUMBER               PIC 9(03) VALUE 0.
       01  WS-DAY-RANGE-LOW            PIC 9(03) VALUE 0.
       01  WS-DAY-RANGE-HIGH           PIC 9(03) VALUE 0.
       01  WS-DAY-MAX-GUESSES          PIC 9(02) VALUE 0.

      * ---------------------------------------------------------- *
      * The day's attempts.  The sort key orders the table in one  *
      * pass: winners (class 1) before losses (2) before attempts  *
      * never finished (3), then fewest guesses, then least time   *
      * taken, in hundredths of a second.                           *
      * ---------------------------------------------------------- *
       01  WS-MAX-ATTEMPTS             PIC 9(03) COMP VALUE 500.
       01  WS-ATTEMPT-COUNT            PIC 9(03) COMP VALUE 0.
       01  WS-ATTEMPT-TABLE.
           05  WS-ATTEMPT-ENTRY OCCURS 500 TIMES.
               10  WS-ATT-PLAYER-ID           PIC X(10).
               10  WS-ATT-SORT-KEY.
                   15  WS-ATT-CLASS           PIC 9(01).
                   15  WS-ATT-GUESSES         PIC 9(02).
                   15  WS-ATT-ELAPSED         PIC 9(07).
               10  WS-ATT-START-TIME          PIC 9(08).
               10  WS-ATT-FINISH-TIME         PIC 9(08).
       01  WS-TRUNC-FLAG               PIC X(01) VALUE "N".
           88  WS-ATTEMPTS-TRUNCATED           VALUE "Y".

       01  WS-SEARCH-IDX               PIC 9(03) COMP.
       01  WS-SORT-OUTER-IDX           PIC 9(03) COMP.
       01  WS-SORT-INNER-IDX           PIC 9(03) COMP.
       01  WS-SORT-BEST-IDX            PIC 9(03) COMP.
       01  WS-SORT-WORK-ENTRY.
           05  WS-SORT-WORK-PLAYER-ID       PIC X(10).
           05  WS-SORT-WORK-SORT-KEY        PIC X(10).
           05  WS-SORT-WORK-START-TIME      PIC 9(08).
           05  WS-SORT-WORK-FINISH-TIME     PIC 9(08).

       01  WS-PRINT-RANK               PIC 9(03) VALUE 0.
       01  WS-PREV-SORT-KEY            PIC X(10) VALUE SPACES.

      * ---------------------------------------------------------- *
      * Time-of-day arithmetic: an HHMMSSCC clock time broken out  *
      * and carried as hundredths since midnight.  A finish earlier *
      * in the day than its start crossed midnight.                 *
      * ---------------------------------------------------------- *
       01  WS-TIME-WORK.
           05  WS-TIME-HH              PIC 9(02).
           05  WS-TIME-MM              PIC 9(02).
           05  WS-TIME-SS              PIC 9(02).
           05  WS-TIME-CC              PIC 9(02).
       01  WS-TIME-HUNDREDTHS          PIC 9(07).
       01  WS-START-HUNDREDTHS         PIC 9(07).
       01  WS-FINISH-HUNDREDTHS        PIC 9(07).
       01  WS-HUNDREDTHS-PER-DAY       PIC 9(07) VALUE 8640000.
       01  WS-ELAPSED-SECONDS          PIC 9(05).

      * ---------------------------------------------------------- *
      * Control totals.                                              *
      * ---------------------------------------------------------- *
       01  WS-WON-COUNT                PIC 9(05) VALUE 0.
       01  WS-LOST-COUNT               PIC 9(05) VALUE 0.
       01  WS-ABANDONED-COUNT          PIC 9(05) VALUE 0.

      * ---------------------------------------------------------- *
      * Print lines.                                                *
      * ---------------------------------------------------------- *
       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(36)
               VALUE "GUESSCHL - DAILY CHALLENGE RESULTS ".
           05  WS-HDG-REPORT-DATE      PIC 9(08).
       01  WS-RANGE-LINE.
           05  FILLER                  PIC X(17)
               VALUE "PLAYED BETWEEN   ".
           05  WS-RNG-LOW              PIC ZZ9.
           05  FILLER                  PIC X(05) VALUE " AND ".
           05  WS-RNG-HIGH             PIC ZZ9.
           05  FILLER                  PIC X(04) VALUE " IN ".
           05  WS-RNG-MAX-GUESSES      PIC Z9.
           05  FILLER                  PIC X(08) VALUE " GUESSES".
       01  WS-NUMBER-LINE.
           05  FILLER                  PIC X(17)
               VALUE "THE NUMBER WAS   ".
           05  WS-NUM-VALUE            PIC ZZ9.
       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(06) VALUE "RANK".
           05  FILLER                  PIC X(12) VALUE "PLAYER-ID".
           05  FILLER                  PIC X(32) VALUE "NAME".
           05  FILLER                  PIC X(11) VALUE "RESULT".
           05  FILLER                  PIC X(09) VALUE "GUESSES".
           05  FILLER                  PIC X(10) VALUE "FINISHED".
           05  FILLER                  PIC X(07) VALUE "SECONDS".
       01  WS-DETAIL-LINE.
           05  WS-DTL-RANK             PIC ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DTL-PLAYER-ID        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-PLAYER-NAME      PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-RESULT           PIC X(09).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-DTL-GUESSES          PIC Z9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-DTL-FINISH-TIME      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-SECONDS          PIC ZZZZ9.
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
           PERFORM 1500-RECORD-RUN-START THRU 1500-EXIT.
           PERFORM 1600-CHECK-DAY-CLOSED THRU 1600-EXIT.
           PERFORM 2000-LOAD-ATTEMPTS THRU 2000-EXIT.
           PERFORM 3000-RANK-ATTEMPTS THRU 3000-EXIT.
           PERFORM 4000-PRINT-RESULTS THRU 4000-EXIT.
           PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
           PERFORM 8900-RECORD-RUN-END THRU 8900-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *=============================================================*
      * 1000-INITIALIZE                                              *
      * Reads the run parameter - a missing record, or a zero date, *
      * reports on the business date - and opens the challenge      *
      * file and the report.  No challenge file yet means nobody    *
      * has ever played one.  The master is optional, for names.    *
      *=============================================================*
       1000-INITIALIZE.
           PERFORM 1040-READ-BUSINESS-DATE THRU 1040-EXIT.
           OPEN INPUT CHL-PARM-FILE.
           IF WS-CHLPARM-STATUS = "35"
               SET WS-PARM-EOF TO TRUE
           ELSE
               READ CHL-PARM-FILE
                   AT END SET WS-PARM-EOF TO TRUE
               END-READ
               CLOSE CHL-PARM-FILE
           END-IF.
           IF WS-PARM-EOF OR CHL-REPORT-DATE NOT NUMERIC
                   OR CHL-REPORT-DATE = 0
               MOVE WS-BUSINESS-DATE TO WS-REPORT-DATE
           ELSE
               MOVE CHL-REPORT-DATE TO WS-REPORT-DATE
           END-IF.
           OPEN INPUT DAILY-CHALLENGE-FILE.
           IF WS-DAILYCHL-STATUS = "00"
               SET WS-CHALLENGE-ON-FILE TO TRUE
           ELSE
               SET WS-ATTEMPT-EOF TO TRUE
           END-IF.
           OPEN INPUT PLAYER-MASTER-FILE.
           IF WS-PLYMAST-STATUS = "00"
               SET WS-MASTER-ON-FILE TO TRUE
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
      * 1500-RECORD-RUN-START                                        *
      * Stamps this run's start on the run-control file (created    *
      * on the first ever run) and flags a prior run that started   *
      * but never wrote its end record as an abend to investigate.  *
      * A rerun of the results - after the close, say - is           *
      * harmless, so a complete record does not refuse the run.      *
      *=============================================================*
       1500-RECORD-RUN-START.
           OPEN I-O RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF.
           MOVE "GUESSCHL" TO RUNC-PROGRAM-ID.
           MOVE WS-REPORT-DATE TO RUNC-BUSINESS-DATE.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RUNC-STARTED
                       DISPLAY "WARNING - a prior GUESSCHL run for "
                           WS-REPORT-DATE " started but never "
                           "completed - investigate as an abend."
                   END-IF
           END-READ.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE "GUESSCHL" TO RUNC-PROGRAM-ID.
           MOVE WS-REPORT-DATE TO RUNC-BUSINESS-DATE.
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
      * complete GAMEDAY record for it.  Until then the number is   *
      * withheld and the standings are provisional.                  *
      *=============================================================*
       1600-CHECK-DAY-CLOSED.
           MOVE "GAMEDAY" TO RUNC-PROGRAM-ID.
           MOVE WS-REPORT-DATE TO RUNC-BUSINESS-DATE.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RUNC-COMPLETE
                       SET WS-DAY-CLOSED TO TRUE
                   END-IF
           END-READ.
           IF NOT WS-DAY-CLOSED
               MOVE 4 TO RETURN-CODE
           END-IF.
       1600-EXIT.
           EXIT.

      *=============================================================*
      * 2000-LOAD-ATTEMPTS                                           *
      * Reads the day's number record, then every attempt record    *
      * filed for the date - they sort together under the date and  *
      * record type, so one START and a read forward finds them.     *
      *=============================================================*
       2000-LOAD-ATTEMPTS.
           IF NOT WS-CHALLENGE-ON-FILE
               GO TO 2000-EXIT
           END-IF.
           MOVE SPACES TO DAILY-CHALLENGE-RECORD.
           MOVE WS-REPORT-DATE TO DCHL-CHALLENGE-DATE.
           SET DCHL-NUMBER-RECORD TO TRUE.
           READ DAILY-CHALLENGE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-NUMBER-FOUND TO TRUE
                   MOVE DCHL-NUM-TO-GUESS TO WS-DAY-NUMBER
                   MOVE DCHL-RANGE-LOW TO WS-DAY-RANGE-LOW
                   MOVE DCHL-RANGE-HIGH TO WS-DAY-RANGE-HIGH
                   MOVE DCHL-MAX-GUESSES TO WS-DAY-MAX-GUESSES
           END-READ.
           MOVE WS-REPORT-DATE TO DCHL-CHALLENGE-DATE.
           SET DCHL-ATTEMPT-RECORD TO TRUE.
           MOVE LOW-VALUES TO DCHL-PLAYER-ID.
           START DAILY-CHALLENGE-FILE KEY >= DCHL-KEY
               INVALID KEY
                   SET WS-ATTEMPT-EOF TO TRUE
           END-START.
           PERFORM 2100-READ-NEXT-ATTEMPT THRU 2100-EXIT
               UNTIL WS-ATTEMPT-EOF.
       2000-EXIT.
           EXIT.

       2100-READ-NEXT-ATTEMPT.
           READ DAILY-CHALLENGE-FILE NEXT RECORD
               AT END SET WS-ATTEMPT-EOF TO TRUE
           END-READ.
           IF WS-ATTEMPT-EOF
               GO TO 2100-EXIT
           END-IF.
           IF DCHL-CHALLENGE-DATE NOT = WS-REPORT-DATE
                   OR NOT DCHL-ATTEMPT-RECORD
               SET WS-ATTEMPT-EOF TO TRUE
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-ADD-ONE-ATTEMPT THRU 2200-EXIT.
       2100-EXIT.
           EXIT.

      *=============================================================*
      * 2200-ADD-ONE-ATTEMPT                                         *
      * Files one attempt in the table with its sort key.  A won    *
      * attempt is timed from sign-on to the winning guess; a       *
      * finished loss is timed the same way, for the listing only.  *
      *=============================================================*
       2200-ADD-ONE-ATTEMPT.
           IF WS-ATTEMPT-COUNT >= WS-MAX-ATTEMPTS
               IF NOT WS-ATTEMPTS-TRUNCATED
                   DISPLAY "WARNING - attempt table full at "
                       WS-MAX-ATTEMPTS
                       " entries, additional attempts are being "
                       "dropped from the results."
                   SET WS-ATTEMPTS-TRUNCATED TO TRUE
               END-IF
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-ATTEMPT-COUNT.
           MOVE WS-ATTEMPT-COUNT TO WS-SEARCH-IDX.
           MOVE DCHL-PLAYER-ID TO WS-ATT-PLAYER-ID (WS-SEARCH-IDX).
           MOVE DCHL-GUESSES-USED TO WS-ATT-GUESSES (WS-SEARCH-IDX).
           MOVE DCHL-START-TIME TO WS-ATT-START-TIME (WS-SEARCH-IDX).
           MOVE DCHL-FINISH-TIME
               TO WS-ATT-FINISH-TIME (WS-SEARCH-IDX).
           MOVE 0 TO WS-ATT-ELAPSED (WS-SEARCH-IDX).
           IF NOT DCHL-ATTEMPT-FINISHED
               MOVE 3 TO WS-ATT-CLASS (WS-SEARCH-IDX)
               ADD 1 TO WS-ABANDONED-COUNT
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2300-COMPUTE-ELAPSED THRU 2300-EXIT.
           IF DCHL-WON
               MOVE 1 TO WS-ATT-CLASS (WS-SEARCH-IDX)
               ADD 1 TO WS-WON-COUNT
           ELSE
               MOVE 2 TO WS-ATT-CLASS (WS-SEARCH-IDX)
               ADD 1 TO WS-LOST-COUNT
           END-IF.
       2200-EXIT.
           EXIT.

       2300-COMPUTE-ELAPSED.
           MOVE DCHL-START-TIME TO WS-TIME-WORK.
           PERFORM 2400-TIME-TO-HUNDREDTHS THRU 2400-EXIT.
           MOVE WS-TIME-HUNDREDTHS TO WS-START-HUNDREDTHS.
           MOVE DCHL-FINISH-TIME TO WS-TIME-WORK.
           PERFORM 2400-TIME-TO-HUNDREDTHS THRU 2400-EXIT.
           MOVE WS-TIME-HUNDREDTHS TO WS-FINISH-HUNDREDTHS.
           IF WS-FINISH-HUNDREDTHS < WS-START-HUNDREDTHS
               ADD WS-HUNDREDTHS-PER-DAY TO WS-FINISH-HUNDREDTHS
           END-IF.
           COMPUTE WS-ATT-ELAPSED (WS-SEARCH-IDX) =
               WS-FINISH-HUNDREDTHS - WS-START-HUNDREDTHS.
       2300-EXIT.
           EXIT.

       2400-TIME-TO-HUNDREDTHS.
           COMPUTE WS-TIME-HUNDREDTHS =
               (WS-TIME-HH * 360000) + (WS-TIME-MM * 6000)
               + (WS-TIME-SS * 100) + WS-TIME-CC.
       2400-EXIT.
           EXIT.

      *=============================================================*
      * 3000-RANK-ATTEMPTS                                           *
      * Orders the table on the sort key - a straight selection     *
      * sort, as GUESSRPT ranks its leaderboard; one club's day of  *
      * attempts is small enough that this is the simplest correct  *
      * approach.                                                     *
      *=============================================================*
       3000-RANK-ATTEMPTS.
           PERFORM 3200-SELECT-ONE-PLACE THRU 3200-EXIT
               VARYING WS-SORT-OUTER-IDX FROM 1 BY 1
               UNTIL WS-SORT-OUTER-IDX >= WS-ATTEMPT-COUNT.
       3000-EXIT.
           EXIT.

       3200-SELECT-ONE-PLACE.
           MOVE WS-SORT-OUTER-IDX TO WS-SORT-BEST-IDX.
           PERFORM 3210-COMPARE-ONE-CANDIDATE THRU 3210-EXIT
               VARYING WS-SORT-INNER-IDX FROM WS-SORT-OUTER-IDX
               BY 1 UNTIL WS-SORT-INNER-IDX > WS-ATTEMPT-COUNT.
           IF WS-SORT-BEST-IDX NOT = WS-SORT-OUTER-IDX
               PERFORM 3220-SWAP-ENTRIES THRU 3220-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

       3210-COMPARE-ONE-CANDIDATE.
           IF WS-ATT-SORT-KEY (WS-SORT-INNER-IDX) <
                   WS-ATT-SORT-KEY (WS-SORT-BEST-IDX)
               MOVE WS-SORT-INNER-IDX TO WS-SORT-BEST-IDX
           END-IF.
       3210-EXIT.
           EXIT.

       3220-SWAP-ENTRIES.
           MOVE WS-ATTEMPT-ENTRY (WS-SORT-OUTER-IDX)
               TO WS-SORT-WORK-ENTRY.
           MOVE WS-ATTEMPT-ENTRY (WS-SORT-BEST-IDX)
               TO WS-ATTEMPT-ENTRY (WS-SORT-OUTER-IDX).
           MOVE WS-SORT-WORK-ENTRY
               TO WS-ATTEMPT-ENTRY (WS-SORT-BEST-IDX).
       3220-EXIT.
           EXIT.

      *=============================================================*
      * 4000-PRINT-RESULTS                                           *
      * The range and allowance the day was played at, the number  *
      * itself if the day is closed, then one line per attempt.     *
      *=============================================================*
       4000-PRINT-RESULTS.
           IF WS-NUMBER-FOUND
               MOVE WS-DAY-RANGE-LOW TO WS-RNG-LOW
               MOVE WS-DAY-RANGE-HIGH TO WS-RNG-HIGH
               MOVE WS-DAY-MAX-GUESSES TO WS-RNG-MAX-GUESSES
               WRITE PRINT-RECORD FROM WS-RANGE-LINE
           END-IF.
           IF WS-DAY-CLOSED
               IF WS-NUMBER-FOUND
                   MOVE WS-DAY-NUMBER TO WS-NUM-VALUE
                   WRITE PRINT-RECORD FROM WS-NUMBER-LINE
               END-IF
           ELSE
               MOVE "DAY NOT CLOSED - NUMBER WITHHELD - PROVISIONAL"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
           END-IF.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           IF WS-ATTEMPT-COUNT = 0
               MOVE "NO CHALLENGE ATTEMPTS ON FILE FOR THIS DATE"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               GO TO 4000-EXIT
           END-IF.
           WRITE PRINT-RECORD FROM WS-COLUMN-LINE.
           PERFORM 4100-PRINT-ONE-ATTEMPT THRU 4100-EXIT
               VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > WS-ATTEMPT-COUNT.
       4000-EXIT.
           EXIT.

      *=============================================================*
      * 4100-PRINT-ONE-ATTEMPT                                       *
      * Winners carry a rank - shared when guesses and time taken   *
      * are both tied.  Losses and abandoned attempts carry none.   *
      *=============================================================*
       4100-PRINT-ONE-ATTEMPT.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-ATT-CLASS (WS-SEARCH-IDX) = 1
               IF WS-ATT-SORT-KEY (WS-SEARCH-IDX)
                       NOT = WS-PREV-SORT-KEY
                   MOVE WS-SEARCH-IDX TO WS-PRINT-RANK
               END-IF
               MOVE WS-ATT-SORT-KEY (WS-SEARCH-IDX)
                   TO WS-PREV-SORT-KEY
               MOVE WS-PRINT-RANK TO WS-DTL-RANK
               MOVE "WON" TO WS-DTL-RESULT
           ELSE
               IF WS-ATT-CLASS (WS-SEARCH-IDX) = 2
                   MOVE "LOST" TO WS-DTL-RESULT
               ELSE
                   MOVE "ABANDONED" TO WS-DTL-RESULT
               END-IF
           END-IF.
           MOVE WS-ATT-PLAYER-ID (WS-SEARCH-IDX) TO WS-DTL-PLAYER-ID.
           PERFORM 4200-LOOK-UP-PLAYER-NAME THRU 4200-EXIT.
           MOVE WS-ATT-GUESSES (WS-SEARCH-IDX) TO WS-DTL-GUESSES.
           IF WS-ATT-CLASS (WS-SEARCH-IDX) NOT = 3
               MOVE WS-ATT-FINISH-TIME (WS-SEARCH-IDX)
                   TO WS-DTL-FINISH-TIME
               COMPUTE WS-ELAPSED-SECONDS =
                   WS-ATT-ELAPSED (WS-SEARCH-IDX) / 100
               MOVE WS-ELAPSED-SECONDS TO WS-DTL-SECONDS
           END-IF.
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
       4100-EXIT.
           EXIT.

      *=============================================================*
      * 4200-LOOK-UP-PLAYER-NAME                                     *
      * As GUESSRPT does - an id with no master record is flagged,  *
      * and a site with no master at all gets a blank column.       *
      *=============================================================*
       4200-LOOK-UP-PLAYER-NAME.
           IF WS-MASTER-ON-FILE
               MOVE WS-ATT-PLAYER-ID (WS-SEARCH-IDX)
                   TO PLYM-PLAYER-ID
               READ PLAYER-MASTER-FILE
                   INVALID KEY
                       MOVE "(NOT ENROLLED)" TO WS-DTL-PLAYER-NAME
                   NOT INVALID KEY
                       MOVE PLYM-PLAYER-NAME TO WS-DTL-PLAYER-NAME
               END-READ
           END-IF.
       4200-EXIT.
           EXIT.

      *=============================================================*
      * 5000-PRINT-TOTALS                                            *
      *=============================================================*
       5000-PRINT-TOTALS.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "ATTEMPTS WON" TO WS-TOT-LABEL.
           MOVE WS-WON-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "ATTEMPTS LOST" TO WS-TOT-LABEL.
           MOVE WS-LOST-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "ATTEMPTS ABANDONED (LOST)" TO WS-TOT-LABEL.
           MOVE WS-ABANDONED-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "TOTAL ATTEMPTS" TO WS-TOT-LABEL.
           MOVE WS-ATTEMPT-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
       5000-EXIT.
           EXIT.

      *=============================================================*
      * 8900-RECORD-RUN-END                                          *
      * Rewrites this run's record complete, with the end            *
      * timestamp, the attempts listed, and the return code.          *
      *=============================================================*
       8900-RECORD-RUN-END.
           MOVE "GUESSCHL" TO RUNC-PROGRAM-ID.
           MOVE WS-REPORT-DATE TO RUNC-BUSINESS-DATE.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE SPACES TO RUN-CONTROL-RECORD
                   MOVE "GUESSCHL" TO RUNC-PROGRAM-ID
                   MOVE WS-REPORT-DATE TO RUNC-BUSINESS-DATE
                   MOVE 0 TO RUNC-START-DATE
                   MOVE 0 TO RUNC-START-TIME
           END-READ.
           SET RUNC-COMPLETE TO TRUE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUNC-END-DATE.
           MOVE FUNCTION CURRENT-DATE(9:8) TO RUNC-END-TIME.
           MOVE WS-ATTEMPT-COUNT TO RUNC-RECORD-COUNT.
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
           IF WS-CHALLENGE-ON-FILE
               CLOSE DAILY-CHALLENGE-FILE
           END-IF.
           IF WS-MASTER-ON-FILE
               CLOSE PLAYER-MASTER-FILE
           END-IF.
           CLOSE PRINT-FILE.
       9000-EXIT.
           EXIT.
