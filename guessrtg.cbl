      *                weight.  New players start at 1000 and a       *
      *                rating never falls below zero.  Prints a       *
      *                movement report of who went up and down.       *
      *                A player on a play-integrity review hold       *
      *                (PLYMAINT action "H") has the night's points   *
      *                banked on the rating record instead; the       *
      *                first run after the hold is lifted carries     *
      *                them onto the rating.                          *
      *                                                                *
      * MODIFICATION HISTORY.                                          *
      *   2026-08-22  NR   Original version.                           *
      *                    rating date already marked complete is    *
      *                    refused RC 8 - a date rated twice moves   *
      *                    every rating twice.                         *
      *   2026-10-15  NR   A parameter without a date now defaults to *
      *                    the business date on BUSINESS-DATE-FILE,   *
      *                    not the clock date.                        *
      *   2026-10-15  NR   Rating movement is held for a player on a  *
      *                    play-integrity review hold: the points are *
      *                    banked on the rating record and carried    *
      *                    onto the rating by the first run after the *
      *                    hold is lifted.                            *
      *                                                                *
      *===============================================================*
       IDENTIFICATION DIVISION.

           SELECT PLAYER-RATING-FILE ASSIGN TO "PLAYRTG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTG-PLAYER-ID
               FILE STATUS IS WS-PLAYRTG-STATUS.

           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLYMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLYM-PLAYER-ID
               FILE STATUS IS WS-PLYMAST-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           SELECT PRINT-FILE ASSIGN TO "RTGPRINT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RTG-PARM-FILE.
       FD  PLAYER-RATING-FILE.
       COPY "plyrtg.cpy".

       FD  PLAYER-MASTER-FILE.
       COPY "plymast.cpy".

       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(90).

       FD  BUSINESS-DATE-FILE.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RTGPARM-STATUS           PIC X(02).
       01  WS-RUNCTL-STATUS            PIC X(02).
       01  WS-BUSDATE-STATUS           PIC X(02).
      * The business date on BUSINESS-DATE-FILE, rolled by GUESSRUN
      * "D" - the clock date at a site that has not started the
      * control.
       01  WS-BUSINESS-DATE            PIC 9(08).
       01  WS-RUN-REFUSED-FLAG         PIC X(01) VALUE "N".
           88  WS-RUN-REFUSED                  VALUE "Y".
       01  WS-PLYRSTAT-STATUS          PIC X(02).
       01  WS-PLAYRTG-STATUS           PIC X(02).
       01  WS-PLYMAST-STATUS           PIC X(02).
       01  WS-MASTER-OPEN-FLAG         PIC X(01) VALUE "N".
           88  WS-MASTER-ON-FILE               VALUE "Y".
       01  WS-RATING-EOF-FLAG          PIC X(01) VALUE "N".
           88  WS-RATING-EOF                   VALUE "Y".

       01  WS-PARM-EOF-FLAG            PIC X(01) VALUE "N".
           88  WS-PARM-EOF                     VALUE "Y".
       01  WS-HIST-SHIFT-IDX           PIC 9(02) COMP.
       01  WS-RATED-PLAYER-COUNT       PIC 9(05) VALUE 0.

      * Play-integrity hold (PLYM-REVIEW-HOLD, set by PLYMAINT "H").
      * A held player's nightly points are banked on the rating
      * record instead of moving the rating, and carried onto it by
      * the first run after the hold is lifted.
       01  WS-HOLD-FLAG                PIC X(01).
           88  WS-PLAYER-HELD                  VALUE "Y".
           88  WS-PLAYER-NOT-HELD              VALUE "N".
       01  WS-BANKED-DELTA             PIC S9(05) COMP.
       01  WS-PRINT-GAMES              PIC 9(05) COMP.
       01  WS-HELD-PLAYER-COUNT        PIC 9(05) VALUE 0.
       01  WS-RELEASED-PLAYER-COUNT    PIC 9(05) VALUE 0.

      * ---------------------------------------------------------- *
      * Print lines.                                                *
      * ---------------------------------------------------------- *
           05  WS-DTL-MOVEMENT         PIC +++++9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-DIRECTION        PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-NOTE             PIC X(24).
       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(30).
           05  WS-TOT-COUNT            PIC ZZZZ9.
               PERFORM 3000-APPLY-ONE-PLAYER THRU 3000-EXIT
                   VARYING WS-UPDATE-IDX FROM 1 BY 1
                   UNTIL WS-UPDATE-IDX > WS-PLAYER-COUNT
               PERFORM 3500-RELEASE-BANKED-MOVES THRU 3500-EXIT
               PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
               PERFORM 8900-RECORD-RUN-END THRU 8900-EXIT
           END-IF.

      *=============================================================*
      * 1000-INITIALIZE                                              *
      * Picks up the rating date (the business date when no         *
      * parameter is supplied), opens the stats and rating files -  *
      * the rating file is created on the first ever run - and      *
      * prints the report headings.                                 *
      *=============================================================*
       1000-INITIALIZE.
           PERFORM 1040-READ-BUSINESS-DATE THRU 1040-EXIT.
           OPEN INPUT RTG-PARM-FILE.
           IF WS-RTGPARM-STATUS = "35"
               SET WS-PARM-EOF TO TRUE
           END-IF.
           IF WS-PARM-EOF OR RTG-RATING-DATE NOT NUMERIC
                   OR RTG-RATING-DATE = 0
               MOVE WS-BUSINESS-DATE TO WS-RATING-DATE
           ELSE
               MOVE RTG-RATING-DATE TO WS-RATING-DATE
           END-IF.
               CLOSE PLAYER-RATING-FILE
               OPEN I-O PLAYER-RATING-FILE
           END-IF.
      * The master is read only for review holds - a site without
      * one has no holds.
           OPEN INPUT PLAYER-MASTER-FILE.
           IF WS-PLYMAST-STATUS = "00"
               SET WS-MASTER-ON-FILE TO TRUE
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE WS-RATING-DATE TO WS-HDG-RATING-DATE.
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
      * Opens the run-control file (created on the first ever       *
      * Carries one player's nightly delta onto the rating file -   *
      * a first-ever rating starts from 1000 - pushes the new       *
      * rating onto the history table, and prints the movement      *
      * line.  A player on a review hold has the delta banked       *
      * instead and the rating left where it stands; a player whose *
      * hold has been lifted has the banked points carried on with  *
      * tonight's.                                                    *
      *=============================================================*
       3000-APPLY-ONE-PLAYER.
           MOVE WS-RTG-PLAYER-ID (WS-UPDATE-IDX) TO RTG-PLAYER-ID.
                   MOVE 0 TO RTG-GAMES-RATED
                   MOVE 0 TO RTG-LAST-RATED-DATE
                   PERFORM 3050-CLEAR-HISTORY THRU 3050-EXIT
                   MOVE 0 TO RTG-HELD-DELTA
                   WRITE PLAYER-RATING-RECORD
           END-READ.
           MOVE RTG-CURRENT-RATING TO WS-OLD-RATING.
           MOVE WS-RTG-GAMES (WS-UPDATE-IDX) TO WS-PRINT-GAMES.
           MOVE SPACES TO WS-DTL-NOTE.
           IF RTG-HELD-DELTA NUMERIC
               MOVE RTG-HELD-DELTA TO WS-BANKED-DELTA
           ELSE
               MOVE 0 TO WS-BANKED-DELTA
           END-IF.
           PERFORM 3400-CHECK-REVIEW-HOLD THRU 3400-EXIT.
           IF WS-PLAYER-HELD
               COMPUTE RTG-HELD-DELTA =
                   WS-BANKED-DELTA + WS-RTG-DELTA (WS-UPDATE-IDX)
               REWRITE PLAYER-RATING-RECORD
               ADD 1 TO WS-HELD-PLAYER-COUNT
               MOVE "HELD FOR REVIEW - BANKED" TO WS-DTL-NOTE
               PERFORM 3200-PRINT-MOVEMENT THRU 3200-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF WS-BANKED-DELTA NOT = 0
               ADD 1 TO WS-RELEASED-PLAYER-COUNT
               MOVE "INCLUDES RELEASED HOLD" TO WS-DTL-NOTE
           END-IF.
           MOVE 0 TO RTG-HELD-DELTA.
           COMPUTE WS-NEW-RATING =
               RTG-CURRENT-RATING + WS-RTG-DELTA (WS-UPDATE-IDX)
               + WS-BANKED-DELTA.
           IF WS-NEW-RATING < 0
               MOVE 0 TO WS-NEW-RATING
           END-IF.
           EXIT.

       3200-PRINT-MOVEMENT.
           MOVE RTG-PLAYER-ID TO WS-DTL-PLAYER-ID.
           MOVE WS-PRINT-GAMES TO WS-DTL-GAMES.
           MOVE WS-OLD-RATING TO WS-DTL-OLD-RATING.
           MOVE RTG-CURRENT-RATING TO WS-DTL-NEW-RATING.
           COMPUTE WS-DTL-MOVEMENT =
       3200-EXIT.
           EXIT.

      *=============================================================*
      * 3400-CHECK-REVIEW-HOLD                                       *
      * Looks RTG-PLAYER-ID up on the master for a play-integrity   *
      * hold.  No master on hand, or no record, is no hold.  The    *
      * master has its own record area, so the rating record in     *
      * hand is left alone.                                          *
      *=============================================================*
       3400-CHECK-REVIEW-HOLD.
           SET WS-PLAYER-NOT-HELD TO TRUE.
           IF NOT WS-MASTER-ON-FILE
               GO TO 3400-EXIT
           END-IF.
           MOVE RTG-PLAYER-ID TO PLYM-PLAYER-ID.
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   GO TO 3400-EXIT
           END-READ.
           IF PLYM-REVIEW-HOLD
               SET WS-PLAYER-HELD TO TRUE
           END-IF.
       3400-EXIT.
           EXIT.

      *=============================================================*
      * 3500-RELEASE-BANKED-MOVES                                    *
      * Sweeps the rating file for points banked under a review     *
      * hold that has since been lifted, for players with no games  *
      * tonight (3000 has already released the rest).  The banked   *
      * points move the rating tonight, as one night's movement.    *
      *=============================================================*
       3500-RELEASE-BANKED-MOVES.
           MOVE LOW-VALUES TO RTG-PLAYER-ID.
           START PLAYER-RATING-FILE KEY >= RTG-PLAYER-ID
               INVALID KEY
                   SET WS-RATING-EOF TO TRUE
           END-START.
           PERFORM 3510-CHECK-ONE-RATING THRU 3510-EXIT
               UNTIL WS-RATING-EOF.
       3500-EXIT.
           EXIT.

       3510-CHECK-ONE-RATING.
           READ PLAYER-RATING-FILE NEXT RECORD
               AT END
                   SET WS-RATING-EOF TO TRUE
                   GO TO 3510-EXIT
           END-READ.
           IF RTG-HELD-DELTA NOT NUMERIC
               GO TO 3510-EXIT
           END-IF.
           IF RTG-HELD-DELTA = 0
               GO TO 3510-EXIT
           END-IF.
           PERFORM 3400-CHECK-REVIEW-HOLD THRU 3400-EXIT.
           IF WS-PLAYER-HELD
               GO TO 3510-EXIT
           END-IF.
           MOVE RTG-CURRENT-RATING TO WS-OLD-RATING.
           COMPUTE WS-NEW-RATING =
               RTG-CURRENT-RATING + RTG-HELD-DELTA.
           IF WS-NEW-RATING < 0
               MOVE 0 TO WS-NEW-RATING
           END-IF.
           MOVE WS-NEW-RATING TO RTG-CURRENT-RATING.
           MOVE 0 TO RTG-HELD-DELTA.
           MOVE WS-RATING-DATE TO RTG-LAST-RATED-DATE.
           PERFORM 3100-PUSH-HISTORY THRU 3100-EXIT.
           REWRITE PLAYER-RATING-RECORD.
           ADD 1 TO WS-RELEASED-PLAYER-COUNT.
           MOVE 0 TO WS-PRINT-GAMES.
           MOVE "RELEASED HOLD ONLY" TO WS-DTL-NOTE.
           PERFORM 3200-PRINT-MOVEMENT THRU 3200-EXIT.
       3510-EXIT.
           EXIT.

      *=============================================================*
      * 8000-PRINT-TOTALS                                            *
      *=============================================================*
               MOVE WS-RATED-PLAYER-COUNT TO WS-TOT-COUNT
               WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           END-IF.
           IF WS-HELD-PLAYER-COUNT > 0
               MOVE "PLAYERS HELD - MOVEMENT BANKED" TO WS-TOT-LABEL
               MOVE WS-HELD-PLAYER-COUNT TO WS-TOT-COUNT
               WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           END-IF.
           IF WS-RELEASED-PLAYER-COUNT > 0
               MOVE "PLAYERS WITH HOLDS RELEASED" TO WS-TOT-LABEL
               MOVE WS-RELEASED-PLAYER-COUNT TO WS-TOT-COUNT
               WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           END-IF.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE PLAYER-STATS-FILE.
           CLOSE PLAYER-RATING-FILE.
           IF WS-MASTER-ON-FILE
               CLOSE PLAYER-MASTER-FILE
           END-IF.
           CLOSE PRINT-FILE.
       9000-EXIT.
           EXIT.
