      *                                                                *
      * MODIFICATION HISTORY.                                          *
      *   2026-09-02  NR   Original version.                           *
      *   2026-10-15  NR   Awards are now dated with the business     *
      *                    date on BUSINESS-DATE-FILE, not the clock  *
      *                    date.                                      *
      *   2026-10-15  NR   A player on a play-integrity hold          *
      *                    (PLYMAINT action "H") is granted no        *
      *                    awards until the hold is lifted; the held  *
      *                    checks are counted on the totals page.     *
      *                                                                *
      *===============================================================*
       IDENTIFICATION DIVISION.
           SELECT PRINT-FILE ASSIGN TO "AWDPRINT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-STATS-FILE.
       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(90).

       FD  BUSINESS-DATE-FILE.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PLYRSTAT-STATUS          PIC X(02).
       01  WS-PLAYRTG-STATUS           PIC X(02).
       01  WS-PLYMAST-STATUS           PIC X(02).
       01  WS-AWARD-STATUS             PIC X(02).
       01  WS-BUSDATE-STATUS           PIC X(02).
      * The business date on BUSINESS-DATE-FILE, rolled by GUESSRUN
      * "D" - the clock date at a site that has not started the
      * control.
       01  WS-BUSINESS-DATE            PIC 9(08).

       01  WS-STATS-EOF-FLAG           PIC X(01) VALUE "N".
           88  WS-STATS-EOF                    VALUE "Y".
       01  WS-AWARD-GRANT-VALUE        PIC 9(05).
       01  WS-GRANTED-COUNT            PIC 9(05) VALUE 0.

      * A player on a play-integrity hold (PLYM-REVIEW-HOLD) earns
      * nothing while the hold stands.  Awards are detected from
      * the whole history every night, so the first run after the
      * hold is lifted grants whatever was held back.
       01  WS-CHECK-PLAYER-ID          PIC X(10).
       01  WS-HOLD-FLAG                PIC X(01).
           88  WS-PLAYER-HELD                  VALUE "Y".
           88  WS-PLAYER-NOT-HELD              VALUE "N".
       01  WS-HELD-COUNT               PIC 9(05) VALUE 0.

      * ---------------------------------------------------------- *
      * Print lines - one certificate page per award earned        *
      * tonight.                                                    *
      * master for certificate names, and the print file.            *
      *=============================================================*
       1000-INITIALIZE.
           PERFORM 1040-READ-BUSINESS-DATE THRU 1040-EXIT.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.
           OPEN INPUT PLAYER-STATS-FILE.
           IF WS-PLYRSTAT-STATUS NOT = "00"
               SET WS-STATS-EOF TO TRUE
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
      * 2000-SWEEP-STATS                                             *
      * One pass over the stats file accumulating each player's     *
      * Turns one player's accumulated facts into award grants.     *
      * Each grant is a keyed WRITE - a key already on file means   *
      * the award was earned on an earlier night, and is skipped.   *
      * A player on a play-integrity hold is passed over tonight.   *
      *=============================================================*
       4000-GRANT-ONE-PLAYER.
           MOVE WS-AWD-PLAYER-ID (WS-GRANT-IDX) TO WS-CHECK-PLAYER-ID.
           PERFORM 4100-CHECK-REVIEW-HOLD THRU 4100-EXIT.
           IF WS-PLAYER-HELD
               GO TO 4000-EXIT
           END-IF.
           IF WS-AWD-WINS (WS-GRANT-IDX) > 0
               MOVE "FW" TO WS-AWARD-GRANT-CODE
               MOVE 0 TO WS-AWARD-GRANT-VALUE
       4000-EXIT.
           EXIT.

      *=============================================================*
      * 4100-CHECK-REVIEW-HOLD                                       *
      * Looks the player up on the master for a play-integrity      *
      * hold.  No master on hand, or no record, is no hold.         *
      *=============================================================*
       4100-CHECK-REVIEW-HOLD.
           SET WS-PLAYER-NOT-HELD TO TRUE.
           IF NOT WS-MASTER-ON-FILE
               GO TO 4100-EXIT
           END-IF.
           MOVE WS-CHECK-PLAYER-ID TO PLYM-PLAYER-ID.
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   GO TO 4100-EXIT
           END-READ.
           IF PLYM-REVIEW-HOLD
               SET WS-PLAYER-HELD TO TRUE
               ADD 1 TO WS-HELD-COUNT
           END-IF.
       4100-EXIT.
           EXIT.

      *=============================================================*
      * 4500-GRANT-ONE-AWARD                                         *
      * One keyed WRITE per detection.  The INVALID KEY path is     *
      *=============================================================*
      * 5000-SWEEP-RATINGS                                           *
      * Rating milestone: a current rating of 1500 or better earns  *
      * RM, once, with the rating as the certificate figure - held  *
      * back, like every other award, while the player is on a      *
      * play-integrity hold.                                        *
      *=============================================================*
       5000-SWEEP-RATINGS.
           IF NOT WS-RATING-EOF

       5200-CHECK-ONE-RATING.
           IF RTG-CURRENT-RATING >= 1500
               MOVE RTG-PLAYER-ID TO WS-CHECK-PLAYER-ID
               PERFORM 4100-CHECK-REVIEW-HOLD THRU 4100-EXIT
           ELSE
               SET WS-PLAYER-NOT-HELD TO TRUE
           END-IF.
           IF RTG-CURRENT-RATING >= 1500 AND WS-PLAYER-NOT-HELD
               MOVE SPACES TO AWARD-RECORD
               MOVE RTG-PLAYER-ID TO AWRD-PLAYER-ID
               MOVE "RM" TO AWRD-AWARD-CODE
               MOVE WS-GRANTED-COUNT TO WS-TOT-COUNT
               WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           END-IF.
           IF WS-HELD-COUNT > 0
               MOVE "AWARD CHECKS HELD FOR REVIEW" TO WS-TOT-LABEL
               MOVE WS-HELD-COUNT TO WS-TOT-COUNT
               WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           END-IF.
       8000-EXIT.
           EXIT.

