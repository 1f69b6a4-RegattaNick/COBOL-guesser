      *===============================================================*
      *                                                                *
      * PROGRAM-ID.  CTLMAINT.                                        *
      *                                                                *
      * AUTHOR.        Application Development.                       *
      * INSTALLATION.  Application Development.                       *
      * DATE-WRITTEN.  2026-10-15.                                     *
      *                                                                *
      * REMARKS.       Control parameter maintenance.  Applies a file *
      *                of maintenance transactions to the effective-  *
      *                dated CONTROL-TABLE-FILE that COBOL-guesser    *
      *                and the batch suite take their range,          *
      *                allowance, difficulty, and session mode from:  *
      *                add an entry taking effect on a start date,    *
      *                change a future entry, or delete one.  Every   *
      *                add and change is edited - a known difficulty  *
      *                and session mode, the range low below the      *
      *                high, an allowance of 2 to 20 guesses, match   *
      *                rounds of 20 or fewer, and a pinned number     *
      *                inside the range - and only a date after the   *
      *                business date may be added, changed, or        *
      *                deleted, so the parameters any past day was    *
      *                played and balanced under never move.  The     *
      *                first entry on an empty table is the one       *
      *                exception: it may carry any date, so the       *
      *                CTLPARM values in force can be loaded back to  *
      *                when they started.                             *
      *                                                                *
      *                Each applied change is appended to the         *
      *                CONTROL-HISTORY-FILE with who made it, when,   *
      *                and the entry before and after; CTLLIST prints *
      *                that history.  Every transaction is echoed to  *
      *                a print report with its disposition, with      *
      *                applied/rejected counts at the end.            *
      *                                                                *
      *                Return codes: 0 normal, 8 the control table    *
      *                would not open (nothing applied) or a change   *
      *                could not be logged (the run stops there).     *
      *                                                                *
      * MODIFICATION HISTORY.                                          *
      *   2026-10-15  NR   Original version.                           *
      *   2026-10-15  NR   Control table open and change log write    *
      *                    are status-checked; either failure ends    *
      *                    the run RC 8.                              *
      *                                                                *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLMAINT.
       AUTHOR. Application Development.
       INSTALLATION. Application Development.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNUCOBOL.
       OBJECT-COMPUTER. GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-TABLE-FILE ASSIGN TO "CTLTABLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTLT-EFFECTIVE-DATE
               FILE STATUS IS WS-CTLTBL-STATUS.

           SELECT CONTROL-MAINT-FILE ASSIGN TO "CTLTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

           SELECT CONTROL-HISTORY-FILE ASSIGN TO "CTLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLHIST-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "CTLMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-TABLE-FILE.
       COPY "ctltbl.cpy".

       FD  CONTROL-MAINT-FILE.
       COPY "ctlmtrn.cpy".

       FD  CONTROL-HISTORY-FILE.
       COPY "ctlhist.cpy".

       FD  BUSINESS-DATE-FILE.
       COPY "busdate.cpy".

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CTLTBL-STATUS            PIC X(02).
       01  WS-MAINT-STATUS             PIC X(02).
       01  WS-CTLHIST-STATUS           PIC X(02).
       01  WS-BUSDATE-STATUS           PIC X(02).
       01  WS-MAINT-EOF-FLAG           PIC X(01) VALUE "N".
           88  WS-MAINT-EOF                    VALUE "Y".
       01  WS-CTLTBL-EOF-FLAG          PIC X(01) VALUE "N".
           88  WS-CTLTBL-EOF                   VALUE "Y".
       01  WS-ACTION-FLAG              PIC X(01).
           88  WS-ACTION-APPLIED               VALUE "A".
           88  WS-ACTION-REJECTED              VALUE "R".
       01  WS-REJECT-REASON            PIC X(30).

      * Set when the control table will not open - nothing is
      * applied - or a change could not be logged, which stops the
      * run at that transaction.  Either ends the run RC 8.
       01  WS-RUN-FLAG                 PIC X(01) VALUE "N".
           88  WS-RUN-REFUSED                  VALUE "Y".
       01  WS-LOG-FAILED-FLAG          PIC X(01) VALUE "N".
           88  WS-LOG-FAILED                   VALUE "Y".
       01  WS-MESSAGE-LINE             PIC X(70).

      * The business date on BUSINESS-DATE-FILE, rolled by GUESSRUN
      * - entries on or before it are in force or history and are
      * not touched.  The clock date and time stamp each change.
       01  WS-BUSINESS-DATE            PIC 9(08).
       01  WS-CHANGE-DATE              PIC 9(08).
       01  WS-CHANGE-TIME              PIC 9(08).

      * Entries on the table.  The readers hold the whole table in
      * storage, 500 entries at most, so an add past that is refused.
       01  WS-ENTRY-COUNT              PIC 9(04) COMP VALUE 0.

      * Effective date taken apart for the calendar check.
       01  WS-EDIT-DATE.
           05  WS-EDIT-YEAR            PIC 9(04).
           05  WS-EDIT-MONTH           PIC 9(02).
           05  WS-EDIT-DAY             PIC 9(02).

      * The range an edited entry will actually play - its own, or
      * the difficulty preset when its range low is zero - for the
      * pinned-number check.
       01  WS-EDIT-RANGE-LOW           PIC 9(03).
       01  WS-EDIT-RANGE-HIGH          PIC 9(03).

      * The entry as it stood before a change or delete, for the
      * change log.
       01  WS-OLD-PARM-DATA            PIC X(19).

       01  WS-TRANS-READ-COUNT         PIC 9(05) VALUE 0.
       01  WS-APPLIED-COUNT            PIC 9(05) VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(05) VALUE 0.

      * ---------------------------------------------------------- *
      * Print lines.                                                *
      * ---------------------------------------------------------- *
       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(37)
               VALUE "CTLMAINT - CONTROL PARAMETER UPDATE  ".
           05  WS-HDG-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(18)
               VALUE "  BUSINESS DATE   ".
           05  WS-HDG-BUSINESS-DATE    PIC 9(08).
       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(05) VALUE "ACT".
           05  FILLER                  PIC X(10) VALUE "EFFECTIVE".
           05  FILLER                  PIC X(10) VALUE "CHANGED-BY".
           05  FILLER                  PIC X(28)
               VALUE "D LOW HIGH MX R M RD F FIX".
           05  FILLER                  PIC X(11) VALUE "DISPOSITION".
       01  WS-DETAIL-LINE.
           05  WS-DTL-ACTION           PIC X(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-DTL-EFFECTIVE-DATE   PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-CHANGED-BY       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-DIFFICULTY       PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-RANGE-LOW        PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-RANGE-HIGH       PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-MAX-GUESSES      PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-RESTART          PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-MODE             PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-ROUNDS           PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-FIXED-FLAG       PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-FIXED-NUMBER     PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-DISPOSITION      PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-REASON           PIC X(30).
       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(30).
           05  WS-TOT-COUNT            PIC ZZZZ9.

       PROCEDURE DIVISION.

      *=============================================================*
      * 0000-MAINLINE                                                *
      *=============================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-REFUSED
               CLOSE PRINT-FILE
               STOP RUN
           END-IF.
           PERFORM 2000-APPLY-ONE-TRANSACTION THRU 2000-EXIT
               UNTIL WS-MAINT-EOF.
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *=============================================================*
      * 1000-INITIALIZE                                              *
      * Opens the control table for update and the change log for   *
      * extend (creating either on the first ever run), counts the  *
      * entries already on the table, and opens the transaction     *
      * file and the report.  A table that will not open for any    *
      * other reason refuses the run, RC 8, with nothing applied.    *
      *=============================================================*
       1000-INITIALIZE.
           PERFORM 1040-READ-BUSINESS-DATE THRU 1040-EXIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CHANGE-DATE.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-CHANGE-TIME.
           OPEN OUTPUT PRINT-FILE.
           MOVE WS-CHANGE-DATE TO WS-HDG-RUN-DATE.
           MOVE WS-BUSINESS-DATE TO WS-HDG-BUSINESS-DATE.
           WRITE PRINT-RECORD FROM WS-HEADING-LINE.
           OPEN I-O CONTROL-TABLE-FILE.
           IF WS-CTLTBL-STATUS = "35"
               OPEN OUTPUT CONTROL-TABLE-FILE
               CLOSE CONTROL-TABLE-FILE
               OPEN I-O CONTROL-TABLE-FILE
           END-IF.
           IF WS-CTLTBL-STATUS NOT = "00"
               MOVE SPACES TO WS-MESSAGE-LINE
               STRING "CONTROL TABLE WILL NOT OPEN - STATUS "
                   WS-CTLTBL-STATUS " - RUN REFUSED"
                   DELIMITED BY SIZE INTO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-COUNT-ENTRIES THRU 1200-EXIT.
           OPEN EXTEND CONTROL-HISTORY-FILE.
           IF WS-CTLHIST-STATUS = "35"
               OPEN OUTPUT CONTROL-HISTORY-FILE
               CLOSE CONTROL-HISTORY-FILE
               OPEN EXTEND CONTROL-HISTORY-FILE
           END-IF.
           OPEN INPUT CONTROL-MAINT-FILE.
           IF WS-MAINT-STATUS = "35"
               SET WS-MAINT-EOF TO TRUE
           END-IF.
           WRITE PRINT-RECORD FROM WS-COLUMN-LINE.
           IF NOT WS-MAINT-EOF
               PERFORM 1100-READ-NEXT-TRANSACTION THRU 1100-EXIT
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

       1100-READ-NEXT-TRANSACTION.
           READ CONTROL-MAINT-FILE
               AT END SET WS-MAINT-EOF TO TRUE
           END-READ.
           IF NOT WS-MAINT-EOF
               ADD 1 TO WS-TRANS-READ-COUNT
           END-IF.
       1100-EXIT.
           EXIT.

      *=============================================================*
      * 1200-COUNT-ENTRIES                                           *
      * Walks the table once for its entry count - the table-full   *
      * check and the empty-table exception both need it.            *
      *=============================================================*
       1200-COUNT-ENTRIES.
           MOVE 0 TO WS-ENTRY-COUNT.
           MOVE "N" TO WS-CTLTBL-EOF-FLAG.
           MOVE 0 TO CTLT-EFFECTIVE-DATE.
           START CONTROL-TABLE-FILE KEY >= CTLT-EFFECTIVE-DATE
               INVALID KEY
                   SET WS-CTLTBL-EOF TO TRUE
           END-START.
           PERFORM 1210-COUNT-ONE-ENTRY THRU 1210-EXIT
               UNTIL WS-CTLTBL-EOF.
       1200-EXIT.
           EXIT.

       1210-COUNT-ONE-ENTRY.
           READ CONTROL-TABLE-FILE NEXT RECORD
               AT END SET WS-CTLTBL-EOF TO TRUE
           END-READ.
           IF NOT WS-CTLTBL-EOF
               ADD 1 TO WS-ENTRY-COUNT
           END-IF.
       1210-EXIT.
           EXIT.

      *=============================================================*
      * 2000-APPLY-ONE-TRANSACTION                                   *
      * Checks the fields every action needs, dispatches on the     *
      * action code, prints the disposition, and reads the next.     *
      *=============================================================*
       2000-APPLY-ONE-TRANSACTION.
           SET WS-ACTION-APPLIED TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 2050-EDIT-EFFECTIVE-DATE THRU 2050-EXIT.
           IF WS-ACTION-REJECTED
               CONTINUE
           ELSE
           IF CTLM-CHANGED-BY = SPACES
               SET WS-ACTION-REJECTED TO TRUE
               MOVE "CHANGED-BY BLANK" TO WS-REJECT-REASON
           ELSE
           IF CTLM-ADD
               PERFORM 2100-ADD-ENTRY THRU 2100-EXIT
           ELSE
           IF CTLM-CHANGE
               PERFORM 2200-CHANGE-ENTRY THRU 2200-EXIT
           ELSE
           IF CTLM-DELETE
               PERFORM 2300-DELETE-ENTRY THRU 2300-EXIT
           ELSE
               SET WS-ACTION-REJECTED TO TRUE
               MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM 2900-PRINT-DISPOSITION THRU 2900-EXIT.
           IF WS-LOG-FAILED
               SET WS-MAINT-EOF TO TRUE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 1100-READ-NEXT-TRANSACTION THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

      *=============================================================*
      * 2050-EDIT-EFFECTIVE-DATE                                     *
      * A numeric date with a real month and a day of 1 to 31.       *
      *=============================================================*
       2050-EDIT-EFFECTIVE-DATE.
           IF CTLM-EFFECTIVE-DATE NOT NUMERIC
               SET WS-ACTION-REJECTED TO TRUE
               MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 2050-EXIT
           END-IF.
           MOVE CTLM-EFFECTIVE-DATE TO WS-EDIT-DATE.
           IF WS-EDIT-YEAR < 1900
                   OR WS-EDIT-MONTH < 1 OR WS-EDIT-MONTH > 12
                   OR WS-EDIT-DAY < 1 OR WS-EDIT-DAY > 31
               SET WS-ACTION-REJECTED TO TRUE
               MOVE "EFFECTIVE DATE INVALID" TO WS-REJECT-REASON
           END-IF.
       2050-EXIT.
           EXIT.

      *=============================================================*
      * 2100-ADD-ENTRY                                               *
      * Adds an entry taking effect on its start date.  Only a date *
      * after the business date may be added, except for the first  *
      * entry on an empty table.  A date already on the table is    *
      * rejected rather than overlaid - that is a change.            *
      *=============================================================*
       2100-ADD-ENTRY.
           IF WS-ENTRY-COUNT >= 500
               SET WS-ACTION-REJECTED TO TRUE
               MOVE "CONTROL TABLE FULL" TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF.
           IF WS-ENTRY-COUNT > 0
                   AND CTLM-EFFECTIVE-DATE NOT > WS-BUSINESS-DATE
               SET WS-ACTION-REJECTED TO TRUE
               MOVE "DATE NOT AFTER BUSINESS DATE" TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2500-EDIT-PARAMETERS THRU 2500-EXIT.
           IF WS-ACTION-REJECTED
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES TO CONTROL-TABLE-RECORD.
           MOVE CTLM-EFFECTIVE-DATE TO CTLT-EFFECTIVE-DATE.
           MOVE CTLM-PARM-DATA TO CTLT-PARM-DATA.
           MOVE CTLM-CHANGED-BY TO CTLT-CHANGED-BY.
           MOVE WS-CHANGE-DATE TO CTLT-CHANGED-DATE.
           MOVE WS-CHANGE-TIME TO CTLT-CHANGED-TIME.
           WRITE CONTROL-TABLE-RECORD
               INVALID KEY
                   SET WS-ACTION-REJECTED TO TRUE
                   MOVE "ENTRY ALREADY ON TABLE" TO WS-REJECT-REASON
           END-WRITE.
           IF WS-ACTION-APPLIED
               ADD 1 TO WS-ENTRY-COUNT
               MOVE SPACES TO WS-OLD-PARM-DATA
               PERFORM 2800-LOG-CHANGE THRU 2800-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *=============================================================*
      * 2200-CHANGE-ENTRY                                            *
      * Replaces a future entry's parameters outright.  An entry    *
      * already in effect is history; correct it with a new entry   *
      * from a later date instead.                                    *
      *=============================================================*
       2200-CHANGE-ENTRY.
           IF CTLM-EFFECTIVE-DATE NOT > WS-BUSINESS-DATE
               SET WS-ACTION-REJECTED TO TRUE
               MOVE "ENTRY ALREADY IN EFFECT" TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2500-EDIT-PARAMETERS THRU 2500-EXIT.
           IF WS-ACTION-REJECTED
               GO TO 2200-EXIT
           END-IF.
           MOVE CTLM-EFFECTIVE-DATE TO CTLT-EFFECTIVE-DATE.
           READ CONTROL-TABLE-FILE
               INVALID KEY
                   SET WS-ACTION-REJECTED TO TRUE
                   MOVE "ENTRY NOT ON TABLE" TO WS-REJECT-REASON
           END-READ.
           IF WS-ACTION-REJECTED
               GO TO 2200-EXIT
           END-IF.
           MOVE CTLT-PARM-DATA TO WS-OLD-PARM-DATA.
           MOVE CTLM-PARM-DATA TO CTLT-PARM-DATA.
           MOVE CTLM-CHANGED-BY TO CTLT-CHANGED-BY.
           MOVE WS-CHANGE-DATE TO CTLT-CHANGED-DATE.
           MOVE WS-CHANGE-TIME TO CTLT-CHANGED-TIME.
           REWRITE CONTROL-TABLE-RECORD
               INVALID KEY
                   SET WS-ACTION-REJECTED TO TRUE
                   MOVE "REWRITE FAILED" TO WS-REJECT-REASON
           END-REWRITE.
           IF WS-ACTION-APPLIED
               PERFORM 2800-LOG-CHANGE THRU 2800-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *=============================================================*
      * 2300-DELETE-ENTRY                                            *
      * Withdraws a future entry, so the one before it stays in     *
      * force past that date.  An entry already in effect is kept.  *
      *=============================================================*
       2300-DELETE-ENTRY.
           IF CTLM-EFFECTIVE-DATE NOT > WS-BUSINESS-DATE
               SET WS-ACTION-REJECTED TO TRUE
               MOVE "ENTRY ALREADY IN EFFECT" TO WS-REJECT-REASON
               GO TO 2300-EXIT
           END-IF.
           MOVE CTLM-EFFECTIVE-DATE TO CTLT-EFFECTIVE-DATE.
           READ CONTROL-TABLE-FILE
               INVALID KEY
                   SET WS-ACTION-REJECTED TO TRUE
                   MOVE "ENTRY NOT ON TABLE" TO WS-REJECT-REASON
           END-READ.
           IF WS-ACTION-REJECTED
               GO TO 2300-EXIT
           END-IF.
           MOVE CTLT-PARM-DATA TO WS-OLD-PARM-DATA.
           DELETE CONTROL-TABLE-FILE
               INVALID KEY
                   SET WS-ACTION-REJECTED TO TRUE
                   MOVE "DELETE FAILED" TO WS-REJECT-REASON
           END-DELETE.
           IF WS-ACTION-APPLIED
               SUBTRACT 1 FROM WS-ENTRY-COUNT
               MOVE SPACES TO CTLM-PARM-DATA
               PERFORM 2800-LOG-CHANGE THRU 2800-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

      *=============================================================*
      * 2500-EDIT-PARAMETERS                                         *
      * The edits an add or change must pass, stopping at the first *
      * failure.  A blank restart or pinned-number flag is taken as *
      * "N".  A zero range low means the difficulty presets supply  *
      * the range and allowance, as 1060 in the game fills them in, *
      * so the high and allowance must then be left zero too.        *
      *=============================================================*
       2500-EDIT-PARAMETERS.
           IF CTLM-RESTART-FLAG = SPACE
               MOVE "N" TO CTLM-RESTART-FLAG
           END-IF.
           IF CTLM-FIXED-NUMBER-FLAG = SPACE
               MOVE "N" TO CTLM-FIXED-NUMBER-FLAG
           END-IF.
           IF NOT CTLM-DIFF-VALID
               MOVE "DIFFICULTY NOT E/N/H" TO WS-REJECT-REASON
               GO TO 2500-REJECT
           END-IF.
           IF NOT CTLM-MODE-VALID
               MOVE "SESSION MODE NOT I/B/M/H/D" TO WS-REJECT-REASON
               GO TO 2500-REJECT
           END-IF.
           IF NOT CTLM-RESTART-VALID
               MOVE "RESTART FLAG NOT Y/N" TO WS-REJECT-REASON
               GO TO 2500-REJECT
           END-IF.
           IF NOT CTLM-FIXED-FLAG-VALID
               MOVE "PINNED NUMBER FLAG NOT Y/N" TO WS-REJECT-REASON
               GO TO 2500-REJECT
           END-IF.
           IF CTLM-RANGE-LOW NOT NUMERIC
                   OR CTLM-RANGE-HIGH NOT NUMERIC
                   OR CTLM-MAX-GUESSES NOT NUMERIC
                   OR CTLM-MATCH-ROUNDS NOT NUMERIC
                   OR CTLM-FIXED-NUMBER NOT NUMERIC
               MOVE "PARAMETER NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 2500-REJECT
           END-IF.
           IF CTLM-RANGE-LOW = 0
               IF CTLM-RANGE-HIGH NOT = 0
                       OR CTLM-MAX-GUESSES NOT = 0
                   MOVE "PRESET RANGE - HIGH/MAX NOT 0"
                       TO WS-REJECT-REASON
                   GO TO 2500-REJECT
               END-IF
               MOVE 1 TO WS-EDIT-RANGE-LOW
               IF CTLM-DIFF-EASY
                   MOVE 50 TO WS-EDIT-RANGE-HIGH
               ELSE
                   IF CTLM-DIFF-HARD
                       MOVE 500 TO WS-EDIT-RANGE-HIGH
                   ELSE
                       MOVE 100 TO WS-EDIT-RANGE-HIGH
                   END-IF
               END-IF
           ELSE
               IF CTLM-RANGE-LOW NOT < CTLM-RANGE-HIGH
                   MOVE "RANGE LOW NOT BELOW HIGH" TO WS-REJECT-REASON
                   GO TO 2500-REJECT
               END-IF
               IF CTLM-MAX-GUESSES < 2 OR CTLM-MAX-GUESSES > 20
                   MOVE "ALLOWANCE NOT 2 TO 20" TO WS-REJECT-REASON
                   GO TO 2500-REJECT
               END-IF
               MOVE CTLM-RANGE-LOW TO WS-EDIT-RANGE-LOW
               MOVE CTLM-RANGE-HIGH TO WS-EDIT-RANGE-HIGH
           END-IF.
           IF CTLM-MODE-MATCH AND CTLM-MATCH-ROUNDS > 20
               MOVE "MATCH ROUNDS OVER 20" TO WS-REJECT-REASON
               GO TO 2500-REJECT
           END-IF.
           IF CTLM-FIXED-NUMBER-YES
                   AND (CTLM-FIXED-NUMBER < WS-EDIT-RANGE-LOW
                       OR CTLM-FIXED-NUMBER > WS-EDIT-RANGE-HIGH)
               MOVE "PINNED NUMBER OUTSIDE RANGE" TO WS-REJECT-REASON
               GO TO 2500-REJECT
           END-IF.
           GO TO 2500-EXIT.
       2500-REJECT.
           SET WS-ACTION-REJECTED TO TRUE.
       2500-EXIT.
           EXIT.

      *=============================================================*
      * 2800-LOG-CHANGE                                              *
      * Appends the applied change to the CONTROL-HISTORY-FILE:     *
      * who, when, and the entry before (WS-OLD-PARM-DATA) and       *
      * after (the transaction's parameters, spaces on a delete).    *
      * A change that cannot be logged has still been made, so the  *
      * run stops there, RC 8, before any further change goes on     *
      * the table without a record of it.                              *
      *=============================================================*
       2800-LOG-CHANGE.
           MOVE SPACES TO CONTROL-HISTORY-RECORD.
           MOVE CTLM-EFFECTIVE-DATE TO CTLH-EFFECTIVE-DATE.
           MOVE CTLM-ACTION-CODE TO CTLH-ACTION-CODE.
           MOVE CTLM-CHANGED-BY TO CTLH-CHANGED-BY.
           MOVE WS-CHANGE-DATE TO CTLH-CHANGE-DATE.
           MOVE WS-CHANGE-TIME TO CTLH-CHANGE-TIME.
           MOVE WS-BUSINESS-DATE TO CTLH-BUSINESS-DATE.
           MOVE WS-OLD-PARM-DATA TO CTLH-OLD-PARM-DATA.
           MOVE CTLM-PARM-DATA TO CTLH-NEW-PARM-DATA.
           MOVE CTLM-REASON TO CTLH-REASON.
           WRITE CONTROL-HISTORY-RECORD.
           IF WS-CTLHIST-STATUS NOT = "00"
               MOVE SPACES TO WS-REJECT-REASON
               STRING "APPLIED, NOT LOGGED - STATUS "
                   WS-CTLHIST-STATUS
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               MOVE 8 TO RETURN-CODE
               SET WS-LOG-FAILED TO TRUE
           END-IF.
       2800-EXIT.
           EXIT.

       2900-PRINT-DISPOSITION.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE CTLM-ACTION-CODE TO WS-DTL-ACTION.
           MOVE CTLM-EFFECTIVE-DATE TO WS-DTL-EFFECTIVE-DATE.
           MOVE CTLM-CHANGED-BY TO WS-DTL-CHANGED-BY.
           IF NOT CTLM-DELETE
               MOVE CTLM-DIFFICULTY-CODE TO WS-DTL-DIFFICULTY
               MOVE CTLM-RANGE-LOW TO WS-DTL-RANGE-LOW
               MOVE CTLM-RANGE-HIGH TO WS-DTL-RANGE-HIGH
               MOVE CTLM-MAX-GUESSES TO WS-DTL-MAX-GUESSES
               MOVE CTLM-RESTART-FLAG TO WS-DTL-RESTART
               MOVE CTLM-SESSION-MODE TO WS-DTL-MODE
               MOVE CTLM-MATCH-ROUNDS TO WS-DTL-ROUNDS
               MOVE CTLM-FIXED-NUMBER-FLAG TO WS-DTL-FIXED-FLAG
               MOVE CTLM-FIXED-NUMBER TO WS-DTL-FIXED-NUMBER
           END-IF.
           IF WS-ACTION-APPLIED
               MOVE "APPLIED" TO WS-DTL-DISPOSITION
               ADD 1 TO WS-APPLIED-COUNT
               MOVE WS-REJECT-REASON TO WS-DTL-REASON
           ELSE
               MOVE "REJECTED" TO WS-DTL-DISPOSITION
               MOVE WS-REJECT-REASON TO WS-DTL-REASON
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
       2900-EXIT.
           EXIT.

      *=============================================================*
      * 8000-PRINT-TOTALS                                            *
      *=============================================================*
       8000-PRINT-TOTALS.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "TRANSACTIONS READ" TO WS-TOT-LABEL.
           MOVE WS-TRANS-READ-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "TRANSACTIONS APPLIED" TO WS-TOT-LABEL.
           MOVE WS-APPLIED-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "TRANSACTIONS REJECTED" TO WS-TOT-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "ENTRIES NOW ON TABLE" TO WS-TOT-LABEL.
           MOVE WS-ENTRY-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           IF WS-LOG-FAILED
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "CHANGE LOG WRITE FAILED - RUN STOPPED, REMAINING"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               MOVE "TRANSACTIONS NOT APPLIED - LOG THE LAST CHANGE"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               DISPLAY "CHANGE LOG WRITE FAILED - RUN STOPPED"
           END-IF.
       8000-EXIT.
           EXIT.

      *=============================================================*
      * 9000-TERMINATE                                               *
      *=============================================================*
       9000-TERMINATE.
           CLOSE CONTROL-TABLE-FILE.
           CLOSE CONTROL-HISTORY-FILE.
           CLOSE CONTROL-MAINT-FILE.
           CLOSE PRINT-FILE.
       9000-EXIT.
           EXIT.
