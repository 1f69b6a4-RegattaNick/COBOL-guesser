      *                    the statement month) so the operations    *
      *                    run-history report sees it, and a prior   *
      *                    start with no end is flagged as an abend. *
      *   2026-10-15  NR   A parameter without a date now defaults to *
      *                    the business date on BUSINESS-DATE-FILE,   *
      *                    not the clock date.                        *
      *                                                                *
      *===============================================================*
       IDENTIFICATION DIVISION.
           SELECT PRINT-FILE ASSIGN TO "STMPRINT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STM-PARM-FILE.
       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(90).

       FD  BUSINESS-DATE-FILE.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-STMPARM-STATUS           PIC X(02).
       01  WS-RUNCTL-STATUS            PIC X(02).
       01  WS-BUSDATE-STATUS           PIC X(02).
      * The business date on BUSINESS-DATE-FILE, rolled by GUESSRUN
      * "D" - the clock date at a site that has not started the
      * control.
       01  WS-BUSINESS-DATE            PIC 9(08).
      * The statement month as a run-control business date - the
      * first of the month, since the run covers the whole month.
       01  WS-RUN-BUSINESS-DATE        PIC 9(08).
      * the movement figures, and opens the files.                    *
      *=============================================================*
       1000-INITIALIZE.
           PERFORM 1040-READ-BUSINESS-DATE THRU 1040-EXIT.
           OPEN INPUT STM-PARM-FILE.
           IF WS-STMPARM-STATUS = "35"
               SET WS-PARM-EOF TO TRUE
           END-IF.
           IF WS-PARM-EOF OR STM-STATEMENT-MONTH NOT NUMERIC
                   OR STM-STATEMENT-MONTH = 0
               MOVE WS-BUSINESS-DATE (1:6)
                   TO WS-STATEMENT-MONTH
           ELSE
               MOVE STM-STATEMENT-MONTH TO WS-STATEMENT-MONTH
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
