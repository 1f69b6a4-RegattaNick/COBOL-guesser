      *                expected-outcome files side by side, pairing   *
      *                them by sequence number, and checks: numeric   *
      *                fields, guesses inside the configured range    *
      *                (the same controls the game runs under),       *
      *                sequence numbers ascending with no gaps or     *
      *                duplicates, a recognized expected-result       *
      *                code, and a one-to-one pairing between the     *
      *                    start and end so the operations run-      *
      *                    history report sees it, and a prior       *
      *                    start with no end is flagged as an abend. *
      *   2026-10-15  NR   The run date, which keys the run-control   *
      *                    record, is now the business date on        *
      *                    BUSINESS-DATE-FILE, not the clock date.    *
      *   2026-10-15  NR   The range now comes from the CTLMAINT      *
      *                    control-table entry in effect on the       *
      *                    business date (CTLPARM before the first    *
      *                    entry), as the game takes it.              *
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

           SELECT RAW-TRANS-FILE ASSIGN TO "GTRNRAW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAWTRANS-STATUS.
           SELECT PRINT-FILE ASSIGN TO "EDTPRINT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       COPY "ctlparm.cpy".

       FD  CONTROL-TABLE-FILE.
       COPY "ctltbl.cpy".

      * The raw files are declared with X-type fields - nothing is
      * trusted to be numeric until the edit says so.
       FD  RAW-TRANS-FILE.
       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(80).

       FD  BUSINESS-DATE-FILE.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS           PIC X(02).
       01  WS-RUNCTL-STATUS            PIC X(02).
       01  WS-BUSDATE-STATUS           PIC X(02).
      * The business date on BUSINESS-DATE-FILE, rolled by GUESSRUN
      * "D" - the clock date at a site that has not started the
      * control.
       01  WS-BUSINESS-DATE            PIC 9(08).
       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-RAWTRANS-STATUS          PIC X(02).
       01  WS-RAWEXPO-STATUS           PIC X(02).

       01  WS-CONTROL-EOF-FLAG         PIC X(01) VALUE "N".
           88  WS-CONTROL-EOF                  VALUE "Y".
      * Effective-dated control table kept by CTLMAINT - the entry
      * in effect on the business date, when there is one, takes the
      * place of the CTLPARM record.
       01  WS-CTLTBL-STATUS            PIC X(02).
       01  WS-CTLTBL-EOF-FLAG          PIC X(01) VALUE "N".
           88  WS-CTLTBL-EOF                   VALUE "Y".
       01  WS-CTLTBL-FOUND-FLAG        PIC X(01) VALUE "N".
           88  WS-CTLTBL-ENTRY-FOUND           VALUE "Y".
       01  WS-TRANS-EOF-FLAG           PIC X(01) VALUE "N".
           88  WS-TRANS-EOF                    VALUE "Y".
       01  WS-EXPO-EOF-FLAG            PIC X(01) VALUE "N".
      * report, and primes the first record from each raw file.      *
      *=============================================================*
       1000-INITIALIZE.
           PERFORM 1040-READ-BUSINESS-DATE THRU 1040-EXIT.
           PERFORM 1100-READ-CONTROL-RECORD THRU 1100-EXIT.
           OPEN INPUT RAW-TRANS-FILE.
           IF WS-RAWTRANS-STATUS NOT = "00"
           OPEN OUTPUT EXPECTED-OUTCOME-FILE.
           OPEN OUTPUT REJECT-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
           WRITE PRINT-RECORD FROM WS-HEADING-LINE.
           MOVE CTL-RANGE-LOW TO WS-RNG-LOW.
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
      * 1100-READ-CONTROL-RECORD                                     *
      * The same control-table entry (the one in effect on the      *
      * business date, or CTLPARM before the first entry) and range *
      * defaulting as the game's 1050/1060 paragraphs, so the edit  *
      * passes exactly what the game would accept.                  *
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
           IF CTLT-EFFECTIVE-DATE > WS-BUSINESS-DATE
               SET WS-CTLTBL-EOF TO TRUE
               GO TO 1120-EXIT
           END-IF.
           MOVE CTLT-PARM-DATA TO CTL-PARM-RECORD.
           SET WS-CTLTBL-ENTRY-FOUND TO TRUE.
       1120-EXIT.
           EXIT.

      *=============================================================*
      * 1500-RECORD-RUN-START                                        *
      * Stamps this run's start on the run-control file (created    *
