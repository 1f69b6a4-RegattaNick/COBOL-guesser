      *                    opened, so a double run can neither send  *
      *                    the league the same games twice nor wipe  *
      *                    the extract already sent.                   *
      *   2026-10-15  NR   A parameter without a date now defaults to *
      *                    the business date on BUSINESS-DATE-FILE,   *
      *                    not the clock date.                        *
      *                                                                *
      *===============================================================*
       IDENTIFICATION DIVISION.
               RECORD KEY IS RUNC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXT-PARM-FILE.
       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       FD  BUSINESS-DATE-FILE.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-EXTPARM-STATUS           PIC X(02).
       01  WS-PLYRSTAT-STATUS          PIC X(02).
       01  WS-EXTRACT-STATUS           PIC X(02).
       01  WS-RUNCTL-STATUS            PIC X(02).
       01  WS-BUSDATE-STATUS           PIC X(02).
      * The business date on BUSINESS-DATE-FILE, rolled by GUESSRUN
      * "D" - the clock date at a site that has not started the
      * control.
       01  WS-BUSINESS-DATE            PIC 9(08).
       01  WS-RUN-REFUSED-FLAG         PIC X(01) VALUE "N".
           88  WS-RUN-REFUSED                  VALUE "Y".


      *=============================================================*
      * 1000-INITIALIZE                                              *
      * Picks up the extract date (the business date when no        *
      * parameter is supplied), opens the stats file, and starts    *
      * the extract with its header.  OPEN OUTPUT rewrites the      *
      * extract from scratch, so a rerun for the same date replaces *
      * the earlier file instead of appending a second copy.        *
      *=============================================================*
       1000-INITIALIZE.
           PERFORM 1040-READ-BUSINESS-DATE THRU 1040-EXIT.
           OPEN INPUT EXT-PARM-FILE.
           IF WS-EXTPARM-STATUS = "35"
               SET WS-PARM-EOF TO TRUE
           END-IF.
           IF WS-PARM-EOF OR EXT-EXTRACT-DATE NOT NUMERIC
                   OR EXT-EXTRACT-DATE = 0
               MOVE WS-BUSINESS-DATE TO WS-EXTRACT-DATE
           ELSE
               MOVE EXT-EXTRACT-DATE TO WS-EXTRACT-DATE
           END-IF.
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
