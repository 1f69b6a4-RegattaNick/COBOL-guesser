      *                PLAYER-MASTER-FILE that COBOL-guesser           *
      *                validates sign-ons against: enroll a new       *
      *                player, rename an existing one, or suspend /   *
      *                reinstate an id, assign a team, set the        *
      *                notification opt-outs, or hold / clear a       *
      *                play-integrity case.  Every transaction is     *
      *                echoed to a print report with its              *
      *                disposition, with applied/rejected counts at   *
      *                the end.                                        *
      *                                                                *
      * MODIFICATION HISTORY.                                          *
      *   2026-08-22  NR   Original version.                           *
      *   2026-09-02  NR   Enrollment zeroes the new last-sign-on    *
      *                    date the game maintains for the award     *
      *                    announcements.                              *
      *   2026-10-15  NR   Suspend/reinstate now rejects an id        *
      *                    retired by PLYMERGE - its history has      *
      *                    moved to another id, so it must stay      *
      *                    merged.                                     *
      *   2026-10-15  NR   New action "N" sets the player's per-event *
      *                    opt-outs from the GUESSNTF notification   *
      *                    file.                                       *
      *   2026-10-15  NR   New actions "H" and "C" hold a player's    *
      *                    awards and rating movement for a play-     *
      *                    integrity case, and clear the case.        *
      *   2026-10-15  NR   Enrollment starts the player with no play- *
      *                    integrity case - status space, opened      *
      *                    date zero.                                 *
      *                                                                *
      *===============================================================*
       IDENTIFICATION DIVISION.
                   ELSE
                       IF PMNT-ASSIGN-TEAM
                           PERFORM 2400-ASSIGN-TEAM THRU 2400-EXIT
                       ELSE
                       IF PMNT-SET-NOTIFY-OPT-OUTS
                           PERFORM 2500-SET-NOTIFY-OPT-OUTS
                               THRU 2500-EXIT
                       ELSE
                       IF PMNT-REVIEW-HOLD OR PMNT-REVIEW-CLEAR
                           PERFORM 2600-SET-REVIEW-STATUS
                               THRU 2600-EXIT
                       ELSE
                           SET WS-ACTION-REJECTED TO TRUE
                           MOVE "UNKNOWN ACTION CODE"
                               TO WS-REJECT-REASON
                       END-IF
                       END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO PLYM-ENROLL-DATE.
           SET PLYM-ACTIVE TO TRUE.
           MOVE 0 TO PLYM-LAST-SIGNON-DATE.
           SET PLYM-REVIEW-NONE TO TRUE.
           MOVE 0 TO PLYM-REVIEW-OPENED-DATE.
           WRITE PLAYER-MASTER-RECORD
               INVALID KEY
                   SET WS-ACTION-REJECTED TO TRUE
                   SET WS-ACTION-REJECTED TO TRUE
                   MOVE "ID NOT ON MASTER" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF PLYM-MERGED
                       SET WS-ACTION-REJECTED TO TRUE
                       MOVE "ID RETIRED BY MERGE"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE PMNT-ACTION-CODE TO PLYM-STATUS-CODE
                       REWRITE PLAYER-MASTER-RECORD
                   END-IF
           END-READ.
       2300-EXIT.
           EXIT.
       2400-EXIT.
           EXIT.

      *=============================================================*
      * 2500-SET-NOTIFY-OPT-OUTS                                     *
      * Replaces a player's notification opt-outs with the four     *
      * flags on the transaction - pairing due, stale saved game,   *
      * new award, rating move.  "Y" stops GUESSNTF sending that    *
      * event to the player; "N" or space lets it through again.    *
      *=============================================================*
       2500-SET-NOTIFY-OPT-OUTS.
           IF NOT PMNT-OPT-OUT-VALID(1)
              OR NOT PMNT-OPT-OUT-VALID(2)
              OR NOT PMNT-OPT-OUT-VALID(3)
              OR NOT PMNT-OPT-OUT-VALID(4)
               SET WS-ACTION-REJECTED TO TRUE
               MOVE "OPT-OUT FLAGS NOT Y/N" TO WS-REJECT-REASON
               GO TO 2500-EXIT
           END-IF.
           MOVE PMNT-PLAYER-ID TO PLYM-PLAYER-ID.
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   SET WS-ACTION-REJECTED TO TRUE
                   MOVE "ID NOT ON MASTER" TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE PMNT-NOTIFY-OPT-OUTS TO PLYM-NOTIFY-OPT-OUTS
                   REWRITE PLAYER-MASTER-RECORD
           END-READ.
       2500-EXIT.
           EXIT.

      *=============================================================*
      * 2600-SET-REVIEW-STATUS                                       *
      * Works a play-integrity case.  "H" holds the player - awards *
      * and rating movement wait until the hold is lifted - and     *
      * opens a case dated today if GUESSINT had not already opened *
      * one.  "C" clears the case, which also lifts any hold; a     *
      * player with no case open has nothing to clear.  A merged id *
      * is rejected, as for suspend/reinstate.                       *
      *=============================================================*
       2600-SET-REVIEW-STATUS.
           MOVE PMNT-PLAYER-ID TO PLYM-PLAYER-ID.
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   SET WS-ACTION-REJECTED TO TRUE
                   MOVE "ID NOT ON MASTER" TO WS-REJECT-REASON
                   GO TO 2600-EXIT
           END-READ.
           IF PLYM-MERGED
               SET WS-ACTION-REJECTED TO TRUE
               MOVE "ID RETIRED BY MERGE" TO WS-REJECT-REASON
               GO TO 2600-EXIT
           END-IF.
           IF PMNT-REVIEW-CLEAR
               IF NOT PLYM-CASE-OPEN
                   SET WS-ACTION-REJECTED TO TRUE
                   MOVE "NO REVIEW CASE OPEN" TO WS-REJECT-REASON
                   GO TO 2600-EXIT
               END-IF
               SET PLYM-REVIEW-CLEARED TO TRUE
           ELSE
               IF PLYM-REVIEW-HOLD
                   SET WS-ACTION-REJECTED TO TRUE
                   MOVE "PLAYER ALREADY HELD" TO WS-REJECT-REASON
                   GO TO 2600-EXIT
               END-IF
               IF NOT PLYM-UNDER-REVIEW
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO PLYM-REVIEW-OPENED-DATE
               END-IF
               SET PLYM-REVIEW-HOLD TO TRUE
           END-IF.
           REWRITE PLAYER-MASTER-RECORD.
       2600-EXIT.
           EXIT.

       2900-PRINT-DISPOSITION.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE PMNT-ACTION-CODE TO WS-DTL-ACTION.
