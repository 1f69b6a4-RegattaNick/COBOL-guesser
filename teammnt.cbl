      * INSTALLATION.  Application Development.                       *
      * DATE-WRITTEN.  2026-09-02.                                     *
      *                                                                *
      * REMARKS.       Team master maintenance - the team-side twin    *
      *                of PLYMAINT.  Applies a file of maintenance     *
      *                transactions to the TEAM-MASTER-FILE that       *
      *                player team assignments are validated against:  *
      *                add a new team, rename an existing one, drop    *
      *                one, or set the finance cost center the         *
      *                monthly chargeback bills the team to.  A drop   *
      *                is refused while any PLAYER-MASTER-FILE record  *
      *                still carries the team, so membership can       *
      *                never point at a team that is gone.  Every      *
      *                transaction is echoed to a print report with    *
      *                its disposition, with applied/rejected counts   *
      *                at the end.                                     *
      *                                                                *
      * MODIFICATION HISTORY.                                          *
      *   2026-09-02  NR   Original version.                           *
      *   2026-10-15  NR   Added the team cost center for the monthly  *
      *                    chargeback - set on an add or by the new    *
      *                    action "C", and shown on the report.        *
      *                                                                *
      *===============================================================*
       IDENTIFICATION DIVISION.
       COPY "teamtrn.cpy".

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-TEAMMAST-STATUS          PIC X(02).
           05  FILLER                  PIC X(05) VALUE "ACT".
           05  FILLER                  PIC X(06) VALUE "TEAM".
           05  FILLER                  PIC X(32) VALUE "TEAM-NAME".
           05  FILLER                  PIC X(08) VALUE "COST-CTR".
           05  FILLER                  PIC X(11) VALUE "DISPOSITION".
       01  WS-DETAIL-LINE.
           05  WS-DTL-ACTION           PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-TEAM-NAME        PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-COST-CENTER      PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-DISPOSITION      PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-REASON           PIC X(30).
               ELSE
                   IF TMNT-DROP
                       PERFORM 2300-DROP-TEAM THRU 2300-EXIT
                   ELSE
                   IF TMNT-SET-COST-CENTER
                       PERFORM 2400-SET-COST-CENTER THRU 2400-EXIT
                   ELSE
                       SET WS-ACTION-REJECTED TO TRUE
                       MOVE "UNKNOWN ACTION CODE"
                           TO WS-REJECT-REASON
                   END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.

      *=============================================================*
      * 2100-ADD-TEAM                                                *
      * Adds a new team, created as of today, with the cost center  *
      * if the transaction carries one.  An id already on file is   *
      * rejected rather than overlaid.                                *
      *=============================================================*
       2100-ADD-TEAM.
           IF TMNT-TEAM-NAME = SPACES
           MOVE TMNT-TEAM-ID TO TEAM-TEAM-ID.
           MOVE TMNT-TEAM-NAME TO TEAM-TEAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TEAM-CREATED-DATE.
           MOVE TMNT-COST-CENTER TO TEAM-COST-CENTER.
           WRITE TEAM-MASTER-RECORD
               INVALID KEY
                   SET WS-ACTION-REJECTED TO TRUE
       2360-EXIT.
           EXIT.

      *=============================================================*
      * 2400-SET-COST-CENTER                                         *
      * Sets the finance cost center an existing team's games are   *
      * charged to.  A blank cost center clears it, which sends the *
      * team's games to the chargeback suspense line until a new    *
      * one is assigned.                                              *
      *=============================================================*
       2400-SET-COST-CENTER.
           MOVE TMNT-TEAM-ID TO TEAM-TEAM-ID.
           READ TEAM-MASTER-FILE
               INVALID KEY
                   SET WS-ACTION-REJECTED TO TRUE
                   MOVE "TEAM NOT ON MASTER" TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE TMNT-COST-CENTER TO TEAM-COST-CENTER
                   REWRITE TEAM-MASTER-RECORD
           END-READ.
       2400-EXIT.
           EXIT.

       2900-PRINT-DISPOSITION.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE TMNT-ACTION-CODE TO WS-DTL-ACTION.
           MOVE TMNT-TEAM-ID TO WS-DTL-TEAM-ID.
           MOVE TMNT-TEAM-NAME TO WS-DTL-TEAM-NAME.
           MOVE TMNT-COST-CENTER TO WS-DTL-COST-CENTER.
           IF WS-ACTION-APPLIED
               MOVE "APPLIED" TO WS-DTL-DISPOSITION
               ADD 1 TO WS-APPLIED-COUNT
