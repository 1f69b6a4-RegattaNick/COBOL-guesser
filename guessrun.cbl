      *                "started" state is flagged ABEND? - the job    *
      *                never wrote its end record.                     *
      *                                                                *
      *                "D" rolls the business date on                 *
      *                BUSINESS-DATE-FILE - the date the game dates   *
      *                its records with and every batch program      *
      *                defaults to - on to the next day.  It lists   *
      *                the jobs on RUN-CONTROL-FILE not yet complete  *
      *                for the date being closed, and refuses to     *
      *                roll while that date's GAMEDAY close is        *
      *                missing.  The first "D" at a site with no     *
      *                business-date record starts the control at    *
      *                the parameter date (or today).                 *
      *                                                                *
      *                Return codes:  0  function complete            *
      *                               4  rolled, with jobs still not  *
      *                                  complete for the closed date *
      *                               8  bad parameter, or roll       *
      *                                  refused                       *
      *                                                                *
      * MODIFICATION HISTORY.                                          *
      *   2026-09-02  NR   Original version.                           *
      *   2026-09-02  NR   A parameter record whose function code is *
      *                    the GAMEDAY record unfiled and GUESSEOD   *
      *                    refusing the night.  Only a missing       *
      *                    record defaults to a report.               *
      *   2026-10-15  NR   New function "D" rolls the business date   *
      *                    on BUSINESS-DATE-FILE, listing the date's  *
      *                    incomplete jobs and refusing while its     *
      *                    GAMEDAY close is missing. A parameter      *
      *                    without a date now means the business date *
      *                    rather than the clock date.                *
      *   2026-10-15  NR   The roll checks the parameter date, and    *
      *                    stamps BUSROLL, from working-storage       *
      *                    copies - not the control record area,      *
      *                    which is gone once the file is closed.     *
      *   2026-10-15  NR   A business-date record that cannot be      *
      *                    opened or written ends the roll RC 8 with  *
      *                    nothing filed as BUSROLL.                  *
      *                                                                *
      *===============================================================*
       IDENTIFICATION DIVISION.
               RECORD KEY IS RUNC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "RUNPRINT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       FD  BUSINESS-DATE-FILE.
       COPY "busdate.cpy".

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-RUNPARM-STATUS           PIC X(02).
       01  WS-RUNCTL-STATUS            PIC X(02).
       01  WS-BUSDATE-STATUS           PIC X(02).
       01  WS-BUSDATE-FLAG             PIC X(01) VALUE "N".
           88  WS-BUSDATE-ON-FILE              VALUE "Y".

       01  WS-PARM-EOF-FLAG            PIC X(01) VALUE "N".
           88  WS-PARM-EOF                     VALUE "Y".
           88  WS-RUNCTL-EOF                   VALUE "Y".

       01  WS-BUSINESS-DATE            PIC 9(08).
      * The business date on BUSINESS-DATE-FILE (the clock date when
      * the site has none) - what a parameter without a date means.
       01  WS-DEFAULT-DATE             PIC 9(08).
       01  WS-NEXT-BUSINESS-DATE       PIC 9(08).
      * When the roll was made, kept for the BUSROLL entry - the
      * record area is not there once the control file is closed.
       01  WS-ROLLED-DATE              PIC 9(08).
       01  WS-ROLLED-TIME              PIC 9(08).
       01  WS-HISTORY-COUNT            PIC 9(05) VALUE 0.
       01  WS-INCOMPLETE-COUNT         PIC 9(05) VALUE 0.

      * ---------------------------------------------------------- *
      * Print lines.                                                *
           IF WS-PARM-OK
               IF RUNP-FUNCTION-CLOSE
                   PERFORM 2000-CLOSE-GAME-DAY THRU 2000-EXIT
               ELSE
               IF RUNP-FUNCTION-ROLL
                   PERFORM 4000-ROLL-BUSINESS-DATE THRU 4000-EXIT
               ELSE
                   PERFORM 3000-PRINT-RUN-HISTORY THRU 3000-EXIT
               END-IF
               END-IF
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
      * Reads and edits the run parameter and opens the run         *
      * control file (created on the first ever run) and the        *
      * report.  A missing record defaults to a history report      *
      * for the current business date; a record whose function      *
      * code is not "C", "R", or "D" abandons the run RC 8 -        *
      * silently reporting instead of closing the day would leave   *
      * GUESSEOD refusing the night with no hint why.                 *
      *=============================================================*
       1000-INITIALIZE.
           OPEN OUTPUT PRINT-FILE.
           ELSE
               IF NOT RUNP-FUNCTION-CLOSE
                       AND NOT RUNP-FUNCTION-REPORT
                       AND NOT RUNP-FUNCTION-ROLL
                   MOVE "BAD PARAMETER RECORD - RUN ABANDONED"
                       TO WS-MESSAGE-LINE
                   WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               END-IF
           END-IF.
           SET WS-PARM-OK TO TRUE.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           IF WS-PARM-EOF OR RUNP-BUSINESS-DATE NOT NUMERIC
                   OR RUNP-BUSINESS-DATE = 0
               MOVE WS-DEFAULT-DATE TO WS-BUSINESS-DATE
           ELSE
               MOVE RUNP-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF.
           END-IF.
           IF RUNP-FUNCTION-CLOSE
               MOVE "CLOSE GAME DAY" TO WS-FUN-TEXT
           ELSE
           IF RUNP-FUNCTION-ROLL
               MOVE "ROLL BUSINESS DATE" TO WS-FUN-TEXT
           ELSE
               MOVE "RUN HISTORY REPORT" TO WS-FUN-TEXT
           END-IF
           END-IF.
           MOVE WS-BUSINESS-DATE TO WS-FUN-DATE.
           WRITE PRINT-RECORD FROM WS-FUNCTION-LINE.
       1000-EXIT.
           EXIT.

      *=============================================================*
      * 1050-READ-BUSINESS-DATE                                      *
      * Picks up the business-date control record.  A site that    *
      * has not started the control (no record, or a zero date)     *
      * defaults to the clock date, as before.                        *
      *=============================================================*
       1050-READ-BUSINESS-DATE.
           MOVE 0 TO WS-DEFAULT-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSDATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   AT END MOVE 0 TO BDT-BUSINESS-DATE
               END-READ
               IF BDT-BUSINESS-DATE NUMERIC
                   MOVE BDT-BUSINESS-DATE TO WS-DEFAULT-DATE
               END-IF
               CLOSE BUSINESS-DATE-FILE
           END-IF.
           IF WS-DEFAULT-DATE = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DEFAULT-DATE
           ELSE
               SET WS-BUSDATE-ON-FILE TO TRUE
           END-IF.
       1050-EXIT.
           EXIT.

      *=============================================================*
      * 2000-CLOSE-GAME-DAY                                          *
      * Files (or re-stamps) the GAMEDAY record marking the          *
       3200-EXIT.
           EXIT.

      *=============================================================*
      * 4000-ROLL-BUSINESS-DATE                                      *
      * Closes the business date and moves the control on to the    *
      * next calendar day.  A parameter date that is not the date   *
      * on the control means the roll has already run (or names    *
      * the wrong day) - refused.  The jobs on RUN-CONTROL-FILE     *
      * still not complete for the date are listed whatever happens *
      * next; the roll itself is refused while GUESSRUN "C" has not *
      * filed the date's GAMEDAY close - sessions may still be      *
      * writing records dated with it.  A completed roll is filed   *
      * on RUN-CONTROL-FILE as pseudo-program "BUSROLL" against the *
      * date it closed.                                               *
      *=============================================================*
       4000-ROLL-BUSINESS-DATE.
           IF NOT WS-BUSDATE-ON-FILE
               PERFORM 4500-START-BUSINESS-DATE THRU 4500-EXIT
               GO TO 4000-EXIT
           END-IF.
           IF WS-BUSINESS-DATE NOT = WS-DEFAULT-DATE
               MOVE SPACES TO WS-MESSAGE-LINE
               STRING "BUSINESS DATE IS " WS-DEFAULT-DATE
                       " - NOT THE PARAMETER DATE - ROLL REFUSED"
                   DELIMITED BY SIZE INTO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-LIST-INCOMPLETE-JOBS THRU 4100-EXIT.
           MOVE "GAMEDAY" TO RUNC-PROGRAM-ID.
           MOVE WS-BUSINESS-DATE TO RUNC-BUSINESS-DATE.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE SPACES TO RUNC-STATUS-CODE
           END-READ.
           IF NOT RUNC-COMPLETE
               MOVE "GAME DAY NOT CLOSED (GUESSRUN C) - ROLL REFUSED"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           COMPUTE WS-NEXT-BUSINESS-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) + 1).
           OPEN OUTPUT BUSINESS-DATE-FILE.
           IF WS-BUSDATE-STATUS NOT = "00"
               PERFORM 4900-BUSDATE-NOT-WRITTEN THRU 4900-EXIT
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO BUSINESS-DATE-RECORD.
           MOVE WS-NEXT-BUSINESS-DATE TO BDT-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO BDT-PRIOR-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ROLLED-DATE.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-ROLLED-TIME.
           MOVE WS-ROLLED-DATE TO BDT-ROLLED-DATE.
           MOVE WS-ROLLED-TIME TO BDT-ROLLED-TIME.
           WRITE BUSINESS-DATE-RECORD.
           IF WS-BUSDATE-STATUS NOT = "00"
               PERFORM 4900-BUSDATE-NOT-WRITTEN THRU 4900-EXIT
               CLOSE BUSINESS-DATE-FILE
               GO TO 4000-EXIT
           END-IF.
           CLOSE BUSINESS-DATE-FILE.

           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE "BUSROLL" TO RUNC-PROGRAM-ID.
           MOVE WS-BUSINESS-DATE TO RUNC-BUSINESS-DATE.
           SET RUNC-COMPLETE TO TRUE.
           MOVE WS-ROLLED-DATE TO RUNC-START-DATE.
           MOVE WS-ROLLED-TIME TO RUNC-START-TIME.
           MOVE RUNC-START-DATE TO RUNC-END-DATE.
           MOVE RUNC-START-TIME TO RUNC-END-TIME.
           MOVE WS-INCOMPLETE-COUNT TO RUNC-RECORD-COUNT.
           MOVE 0 TO RUNC-RETURN-CODE.
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
           END-WRITE.

           MOVE SPACES TO WS-MESSAGE-LINE.
           STRING "BUSINESS DATE ROLLED FROM " WS-BUSINESS-DATE
                   " TO " WS-NEXT-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-MESSAGE-LINE.
           WRITE PRINT-RECORD FROM WS-MESSAGE-LINE.
           IF WS-INCOMPLETE-COUNT > 0
               MOVE "ROLLED WITH JOBS NOT COMPLETE - SEE ABOVE"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.

      *=============================================================*
      * 4100-LIST-INCOMPLETE-JOBS                                    *
      * Prints every run-control record for the date being closed   *
      * that is not complete - started and never ended, the same    *
      * ABEND? condition the history report flags.  GAMEDAY is      *
      * checked on its own by 4000.                                   *
      *=============================================================*
       4100-LIST-INCOMPLETE-JOBS.
           MOVE "JOBS NOT COMPLETE FOR THE DATE BEING CLOSED:"
               TO WS-MESSAGE-LINE.
           WRITE PRINT-RECORD FROM WS-MESSAGE-LINE.
           WRITE PRINT-RECORD FROM WS-COLUMN-LINE.
           MOVE LOW-VALUES TO RUNC-KEY.
           START RUN-CONTROL-FILE KEY >= RUNC-KEY
               INVALID KEY
                   SET WS-RUNCTL-EOF TO TRUE
           END-START.
           IF NOT WS-RUNCTL-EOF
               PERFORM 3100-READ-NEXT-RUNCTL THRU 3100-EXIT
           END-IF.
           PERFORM 4200-CHECK-ONE-RUN THRU 4200-EXIT
               UNTIL WS-RUNCTL-EOF.
           IF WS-INCOMPLETE-COUNT = 0
               MOVE "  NONE" TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
           END-IF.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
       4100-EXIT.
           EXIT.

       4200-CHECK-ONE-RUN.
           IF RUNC-BUSINESS-DATE = WS-BUSINESS-DATE
                   AND NOT RUNC-COMPLETE
                   AND RUNC-PROGRAM-ID NOT = "GAMEDAY"
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE RUNC-PROGRAM-ID TO WS-DTL-PROGRAM-ID
               MOVE "ABEND?" TO WS-DTL-STATUS
               MOVE RUNC-START-TIME TO WS-DTL-START-TIME
               MOVE RUNC-END-TIME TO WS-DTL-END-TIME
               MOVE RUNC-RECORD-COUNT TO WS-DTL-RECORD-COUNT
               MOVE RUNC-RETURN-CODE TO WS-DTL-RETURN-CODE
               WRITE PRINT-RECORD FROM WS-DETAIL-LINE
               ADD 1 TO WS-INCOMPLETE-COUNT
           END-IF.
           PERFORM 3100-READ-NEXT-RUNCTL THRU 3100-EXIT.
       4200-EXIT.
           EXIT.

      *=============================================================*
      * 4500-START-BUSINESS-DATE                                     *
      * First roll at a site with no business-date record: the      *
      * control starts at the parameter date, or today.  Nothing is *
      * closed, so there is nothing to check.                         *
      *=============================================================*
       4500-START-BUSINESS-DATE.
           OPEN OUTPUT BUSINESS-DATE-FILE.
           IF WS-BUSDATE-STATUS NOT = "00"
               PERFORM 4900-BUSDATE-NOT-WRITTEN THRU 4900-EXIT
               GO TO 4500-EXIT
           END-IF.
           MOVE SPACES TO BUSINESS-DATE-RECORD.
           MOVE WS-BUSINESS-DATE TO BDT-BUSINESS-DATE.
           MOVE 0 TO BDT-PRIOR-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BDT-ROLLED-DATE.
           MOVE FUNCTION CURRENT-DATE(9:8) TO BDT-ROLLED-TIME.
           WRITE BUSINESS-DATE-RECORD.
           IF WS-BUSDATE-STATUS NOT = "00"
               PERFORM 4900-BUSDATE-NOT-WRITTEN THRU 4900-EXIT
               CLOSE BUSINESS-DATE-FILE
               GO TO 4500-EXIT
           END-IF.
           CLOSE BUSINESS-DATE-FILE.
           MOVE SPACES TO WS-MESSAGE-LINE.
           STRING "BUSINESS DATE CONTROL STARTED AT " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-MESSAGE-LINE.
           WRITE PRINT-RECORD FROM WS-MESSAGE-LINE.
       4500-EXIT.
           EXIT.

      *=============================================================*
      * 4900-BUSDATE-NOT-WRITTEN                                     *
      * The business-date record could not be opened or written.   *
      * The date has not moved, so nothing is filed as BUSROLL and  *
      * the run ends RC 8 for the operator to rerun once the file   *
      * is put right.                                                 *
      *=============================================================*
       4900-BUSDATE-NOT-WRITTEN.
           MOVE SPACES TO WS-MESSAGE-LINE.
           STRING "BUSINESS DATE NOT WRITTEN, STATUS " WS-BUSDATE-STATUS
                   " - DATE NOT MOVED"
               DELIMITED BY SIZE INTO WS-MESSAGE-LINE.
           WRITE PRINT-RECORD FROM WS-MESSAGE-LINE.
           MOVE 8 TO RETURN-CODE.
       4900-EXIT.
           EXIT.

      *=============================================================*
      * 9000-TERMINATE                                               *
      *=============================================================*
