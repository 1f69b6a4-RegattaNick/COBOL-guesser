      *                trail shows a game ending, and a clear "no     *
      *                records found" page when the selection comes   *
      *                up empty.  The guess allowance is read from    *
      *                the control entry the game ran under that day. *
      *                                                                *
      * MODIFICATION HISTORY.                                          *
      *   2026-08-22  NR   Original version.                           *
      *                    allowances per player), falling back to   *
      *                    the CTLPARM allowance on rows converted   *
      *                    from the old layout.                       *
      *   2026-10-15  NR   The allowance now comes from the CTLMAINT  *
      *                    control-table entry in effect on the game  *
      *                    date inquired on (CTLPARM before the first *
      *                    entry).                                    *
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
               ACCESS MODE IS DYNAMIC
       FD  CONTROL-FILE.
       COPY "ctlparm.cpy".

       FD  CONTROL-TABLE-FILE.
       COPY "ctltbl.cpy".

       FD  AUDIT-LOG-FILE.
       COPY "auditrec.cpy".

           88  WS-PARM-OK                      VALUE "Y".
       01  WS-CONTROL-EOF-FLAG         PIC X(01) VALUE "N".
           88  WS-CONTROL-EOF                  VALUE "Y".
      * Effective-dated control table kept by CTLMAINT - the entry
      * in effect on the game date inquired on, when there is one,
      * takes the place of the CTLPARM record.
       01  WS-CTLTBL-STATUS            PIC X(02).
       01  WS-CTLTBL-EOF-FLAG          PIC X(01) VALUE "N".
           88  WS-CTLTBL-EOF                   VALUE "Y".
       01  WS-CTLTBL-FOUND-FLAG        PIC X(01) VALUE "N".
           88  WS-CTLTBL-ENTRY-FOUND           VALUE "Y".
       01  WS-AUDIT-EOF-FLAG           PIC X(01) VALUE "N".
           88  WS-AUDIT-EOF                    VALUE "Y".

       01  WS-CURRENT-SESSION-ID       PIC 9(08) VALUE 0.
      * The allowance stamped on the row in hand - zero on rows
      * converted from the old layout, which fall back to the
      * allowance in effect on the game date.
       01  WS-ROW-ALLOWANCE            PIC 9(02).
       01  WS-LAST-ALLOWANCE           PIC 9(02).

      *=============================================================*
      * 1100-READ-CONTROL-RECORD                                     *
      * Picks up the guess allowance the same way the game does -   *
      * from the control-table entry in effect on the game date     *
      * inquired on (CTLPARM before the first entry), with the same *
      * difficulty-preset defaulting - so the "n OF m" column       *
      * matches what the player saw.                                *
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
           IF CTLT-EFFECTIVE-DATE > INQ-GAME-DATE
               SET WS-CTLTBL-EOF TO TRUE
               GO TO 1120-EXIT
           END-IF.
           MOVE CTLT-PARM-DATA TO CTL-PARM-RECORD.
           SET WS-CTLTBL-ENTRY-FOUND TO TRUE.
       1120-EXIT.
           EXIT.

      *=============================================================*
      * 2000-REPLAY-SESSION                                          *
      * Positions the keyed audit log at the selection - player,    *
