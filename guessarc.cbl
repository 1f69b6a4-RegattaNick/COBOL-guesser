      *                    AUDITNEW and its swap step are gone, and  *
      *                    a restore re-keys audit records back in,  *
      *                    leaving duplicates alone.                  *
      *   2026-10-15  NR   The run date, which keys the run-control   *
      *                    record and sets the cutoff, is now the     *
      *                    business date on BUSINESS-DATE-FILE, not   *
      *                    the clock date.                            *
      *                                                                *
      *===============================================================*
       IDENTIFICATION DIVISION.
           SELECT PRINT-FILE ASSIGN TO "ARCPRINT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARC-PARM-FILE.
       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(80).

       FD  BUSINESS-DATE-FILE.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ARCPARM-STATUS           PIC X(02).
       01  WS-RUNCTL-STATUS            PIC X(02).
       01  WS-BUSDATE-STATUS           PIC X(02).
      * The business date on BUSINESS-DATE-FILE, rolled by GUESSRUN
      * "D" - the clock date at a site that has not started the
      * control.
       01  WS-BUSINESS-DATE            PIC 9(08).
       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-PLYRSTAT-STATUS          PIC X(02).
       01  WS-AUDIT-STATUS             PIC X(02).
      * everything.                                                   *
      *=============================================================*
       1000-INITIALIZE.
           PERFORM 1040-READ-BUSINESS-DATE THRU 1040-EXIT.
           OPEN OUTPUT PRINT-FILE.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
           WRITE PRINT-RECORD FROM WS-HEADING-LINE.
           OPEN INPUT ARC-PARM-FILE.
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
