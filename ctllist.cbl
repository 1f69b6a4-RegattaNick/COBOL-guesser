      *===============================================================*
      *                                                                *
      * PROGRAM-ID.  CTLLIST.                                         *
      *                                                                *
      * AUTHOR.        Application Development.                       *
      * INSTALLATION.  Application Development.                       *
      * DATE-WRITTEN.  2026-10-15.                                     *
      *                                                                *
      * REMARKS.       Control parameter history, for settling a      *
      *                dispute over what range, allowance, or         *
      *                difficulty a day was played under.  Lists     *
      *                every entry on the effective-dated             *
      *                CONTROL-TABLE-FILE with the date it took       *
      *                effect and the date the next entry replaced    *
      *                it, then the CTLPARM record that covers any    *
      *                date before the first entry, and marks the     *
      *                one in force on the CTLLPARM date (the         *
      *                business date when none is given).  Then      *
      *                prints the CTLMAINT change log in the order    *
      *                the changes were made: who, when, and each     *
      *                entry before and after.  Read only - run on    *
      *                demand.                                        *
      *                                                                *
      * MODIFICATION HISTORY.                                          *
      *   2026-10-15  NR   Original version.                           *
      *                                                                *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLLIST.
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
           SELECT CTLL-PARM-FILE ASSIGN TO "CTLLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLLPARM-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT CONTROL-TABLE-FILE ASSIGN TO "CTLTABLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTLT-EFFECTIVE-DATE
               FILE STATUS IS WS-CTLTBL-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT CONTROL-HISTORY-FILE ASSIGN TO "CTLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLHIST-STATUS.

           SELECT PRINT-FILE ASSIGN TO "CTLLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLL-PARM-FILE.
       COPY "ctllparm.cpy".

       FD  BUSINESS-DATE-FILE.
       COPY "busdate.cpy".

       FD  CONTROL-TABLE-FILE.
       COPY "ctltbl.cpy".

       FD  CONTROL-FILE.
       COPY "ctlparm.cpy".

       FD  CONTROL-HISTORY-FILE.
       COPY "ctlhist.cpy".

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-CTLLPARM-STATUS          PIC X(02).
       01  WS-BUSDATE-STATUS           PIC X(02).
       01  WS-CTLTBL-STATUS            PIC X(02).
       01  WS-CONTROL-STATUS           PIC X(02).
       01  WS-CTLHIST-STATUS           PIC X(02).
       01  WS-PARM-EOF-FLAG            PIC X(01) VALUE "N".
           88  WS-PARM-EOF                     VALUE "Y".
       01  WS-CTLTBL-EOF-FLAG          PIC X(01) VALUE "N".
           88  WS-CTLTBL-EOF                   VALUE "Y".
       01  WS-CONTROL-EOF-FLAG         PIC X(01) VALUE "N".
           88  WS-CONTROL-EOF                  VALUE "Y".
       01  WS-CTLHIST-EOF-FLAG         PIC X(01) VALUE "N".
           88  WS-CTLHIST-EOF                  VALUE "Y".

       01  WS-BUSINESS-DATE            PIC 9(08).
      * The disputed day - the entry in force on it is marked.
       01  WS-AS-OF-DATE               PIC 9(08).

      * Each entry is printed once the next one is read, so its
      * replaced-on date is known - the held entry waits here.
       01  WS-HELD-FLAG                PIC X(01) VALUE "N".
           88  WS-ENTRY-HELD                   VALUE "Y".
       01  WS-HELD-ENTRY.
           05  WS-HLD-EFFECTIVE-DATE   PIC 9(08).
           05  WS-HLD-PARM-DATA.
               10  WS-HLD-DIFFICULTY-CODE
                                       PIC X(01).
               10  WS-HLD-RANGE-LOW    PIC X(03).
               10  WS-HLD-RANGE-HIGH   PIC X(03).
               10  WS-HLD-MAX-GUESSES  PIC X(02).
               10  WS-HLD-RESTART-FLAG PIC X(01).
               10  WS-HLD-SESSION-MODE PIC X(01).
               10  WS-HLD-MATCH-ROUNDS PIC X(02).
               10  WS-HLD-FIXED-FLAG   PIC X(01).
               10  WS-HLD-FIXED-NUMBER PIC X(03).
               10  FILLER              PIC X(02).
           05  WS-HLD-CHANGED-BY       PIC X(08).
           05  WS-HLD-CHANGED-DATE     PIC X(08).
           05  WS-HLD-CHANGED-TIME     PIC X(08).
           05  FILLER                  PIC X(10).
      * Start date of the entry after the held one; zero while the
      * held entry is the last on the table.
       01  WS-NEXT-DATE                PIC 9(08).
      * Start date of the first entry - CTLPARM covers every date
      * before it.  Zero when the table is empty or absent.
       01  WS-FIRST-DATE               PIC 9(08) VALUE 0.

       01  WS-ENTRY-COUNT              PIC 9(05) VALUE 0.
       01  WS-CHANGE-COUNT             PIC 9(05) VALUE 0.

      * ---------------------------------------------------------- *
      * Print lines.                                                *
      * ---------------------------------------------------------- *
       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(37)
               VALUE "CTLLIST - CONTROL PARAMETER HISTORY ".
           05  FILLER                  PIC X(14)
               VALUE "IN FORCE ON   ".
           05  WS-HDG-AS-OF-DATE       PIC 9(08).
       01  WS-SECTION-LINE             PIC X(60).
       01  WS-TABLE-COLUMN-LINE.
           05  FILLER                  PIC X(10) VALUE "EFFECTIVE".
           05  FILLER                  PIC X(10) VALUE "REPLACED".
           05  FILLER                  PIC X(28)
               VALUE "D LOW HIGH MX R M RD F FIX".
           05  FILLER                  PIC X(10) VALUE "CHANGED-BY".
           05  FILLER                  PIC X(10) VALUE "CHANGED-ON".
       01  WS-DETAIL-LINE.
           05  WS-DTL-EFFECTIVE-DATE   PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-REPLACED-DATE    PIC X(08).
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
           05  WS-DTL-CHANGED-BY       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-CHANGED-DATE     PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-MARKER           PIC X(12).
       01  WS-LOG-COLUMN-LINE.
           05  FILLER                  PIC X(17)
               VALUE "CHANGED-ON TIME".
           05  FILLER                  PIC X(10) VALUE "BUSINESS".
           05  FILLER                  PIC X(10) VALUE "BY".
           05  FILLER                  PIC X(09) VALUE "ACTION".
           05  FILLER                  PIC X(10) VALUE "EFFECTIVE".
           05  FILLER                  PIC X(06) VALUE "REASON".
       01  WS-LOG-LINE.
           05  WS-LOG-CHANGE-DATE      PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LOG-CHANGE-TIME      PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LOG-BUSINESS-DATE    PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LOG-CHANGED-BY       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LOG-ACTION           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LOG-EFFECTIVE-DATE   PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LOG-REASON           PIC X(30).
      * The before and after values under each change, lined up
      * with the table columns.
       01  WS-LOG-PARM-LINE.
           05  FILLER                  PIC X(08) VALUE SPACES.
           05  WS-LPL-LABEL            PIC X(12).
           05  WS-LPL-DIFFICULTY       PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LPL-RANGE-LOW        PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LPL-RANGE-HIGH       PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LPL-MAX-GUESSES      PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LPL-RESTART          PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LPL-MODE             PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LPL-ROUNDS           PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LPL-FIXED-FLAG       PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LPL-FIXED-NUMBER     PIC X(03).
       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(30).
           05  WS-TOT-COUNT            PIC ZZZZ9.
       01  WS-MESSAGE-LINE             PIC X(60).

       PROCEDURE DIVISION.

      *=============================================================*
      * 0000-MAINLINE                                                *
      *=============================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LIST-TABLE THRU 2000-EXIT.
           PERFORM 3000-LIST-CTLPARM THRU 3000-EXIT.
           PERFORM 4000-LIST-CHANGE-LOG THRU 4000-EXIT.
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *=============================================================*
      * 1000-INITIALIZE                                              *
      * Takes the disputed date from CTLLPARM, defaulting to the    *
      * business date, and opens the report.                          *
      *=============================================================*
       1000-INITIALIZE.
           PERFORM 1040-READ-BUSINESS-DATE THRU 1040-EXIT.
           OPEN INPUT CTLL-PARM-FILE.
           IF WS-CTLLPARM-STATUS = "35"
               SET WS-PARM-EOF TO TRUE
           ELSE
               READ CTLL-PARM-FILE
                   AT END SET WS-PARM-EOF TO TRUE
               END-READ
               CLOSE CTLL-PARM-FILE
           END-IF.
           IF WS-PARM-EOF OR CTLL-AS-OF-DATE NOT NUMERIC
                   OR CTLL-AS-OF-DATE = 0
               MOVE WS-BUSINESS-DATE TO WS-AS-OF-DATE
           ELSE
               MOVE CTLL-AS-OF-DATE TO WS-AS-OF-DATE
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE WS-AS-OF-DATE TO WS-HDG-AS-OF-DATE.
           WRITE PRINT-RECORD FROM WS-HEADING-LINE.
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
      * 2000-LIST-TABLE                                              *
      * Lists the table in start-date order.  Each entry is held    *
      * until the next is read, which supplies its replaced-on      *
      * date; the last is printed as current.                         *
      *=============================================================*
       2000-LIST-TABLE.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "EFFECTIVE-DATED CONTROL TABLE" TO WS-SECTION-LINE.
           WRITE PRINT-RECORD FROM WS-SECTION-LINE.
           OPEN INPUT CONTROL-TABLE-FILE.
           IF WS-CTLTBL-STATUS NOT = "00"
               MOVE "NO CONTROL TABLE ON FILE - CTLPARM THROUGHOUT"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               GO TO 2000-EXIT
           END-IF.
           WRITE PRINT-RECORD FROM WS-TABLE-COLUMN-LINE.
           PERFORM 2100-READ-ONE-ENTRY THRU 2100-EXIT
               UNTIL WS-CTLTBL-EOF.
           IF WS-ENTRY-HELD
               MOVE 0 TO WS-NEXT-DATE
               PERFORM 2200-PRINT-HELD-ENTRY THRU 2200-EXIT
           END-IF.
           CLOSE CONTROL-TABLE-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-ONE-ENTRY.
           READ CONTROL-TABLE-FILE NEXT RECORD
               AT END SET WS-CTLTBL-EOF TO TRUE
           END-READ.
           IF WS-CTLTBL-EOF
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-ENTRY-COUNT.
           IF WS-ENTRY-HELD
               MOVE CTLT-EFFECTIVE-DATE TO WS-NEXT-DATE
               PERFORM 2200-PRINT-HELD-ENTRY THRU 2200-EXIT
           ELSE
               MOVE CTLT-EFFECTIVE-DATE TO WS-FIRST-DATE
           END-IF.
           MOVE CONTROL-TABLE-RECORD TO WS-HELD-ENTRY.
           SET WS-ENTRY-HELD TO TRUE.
       2100-EXIT.
           EXIT.

       2200-PRINT-HELD-ENTRY.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-HLD-EFFECTIVE-DATE TO WS-DTL-EFFECTIVE-DATE.
           IF WS-NEXT-DATE = 0
               MOVE "CURRENT" TO WS-DTL-REPLACED-DATE
           ELSE
               MOVE WS-NEXT-DATE TO WS-DTL-REPLACED-DATE
           END-IF.
           MOVE WS-HLD-DIFFICULTY-CODE TO WS-DTL-DIFFICULTY.
           MOVE WS-HLD-RANGE-LOW TO WS-DTL-RANGE-LOW.
           MOVE WS-HLD-RANGE-HIGH TO WS-DTL-RANGE-HIGH.
           MOVE WS-HLD-MAX-GUESSES TO WS-DTL-MAX-GUESSES.
           MOVE WS-HLD-RESTART-FLAG TO WS-DTL-RESTART.
           MOVE WS-HLD-SESSION-MODE TO WS-DTL-MODE.
           MOVE WS-HLD-MATCH-ROUNDS TO WS-DTL-ROUNDS.
           MOVE WS-HLD-FIXED-FLAG TO WS-DTL-FIXED-FLAG.
           MOVE WS-HLD-FIXED-NUMBER TO WS-DTL-FIXED-NUMBER.
           MOVE WS-HLD-CHANGED-BY TO WS-DTL-CHANGED-BY.
           MOVE WS-HLD-CHANGED-DATE TO WS-DTL-CHANGED-DATE.
           IF WS-HLD-EFFECTIVE-DATE NOT > WS-AS-OF-DATE
                   AND (WS-NEXT-DATE = 0
                       OR WS-NEXT-DATE > WS-AS-OF-DATE)
               MOVE "<== IN FORCE" TO WS-DTL-MARKER
           END-IF.
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
       2200-EXIT.
           EXIT.

      *=============================================================*
      * 3000-LIST-CTLPARM                                            *
      * The CTLPARM record as it stands - what the game and the     *
      * batch suite fall back on for any date before the first      *
      * entry.  It is hand-edited, so for those dates it shows      *
      * today's values, not necessarily the ones played then.        *
      *=============================================================*
       3000-LIST-CTLPARM.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "CTLPARM - IN FORCE BEFORE THE FIRST ENTRY"
               TO WS-SECTION-LINE.
           WRITE PRINT-RECORD FROM WS-SECTION-LINE.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS = "35"
               SET WS-CONTROL-EOF TO TRUE
           ELSE
               READ CONTROL-FILE
                   AT END SET WS-CONTROL-EOF TO TRUE
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "CTLPARM" TO WS-DTL-EFFECTIVE-DATE.
           IF WS-FIRST-DATE = 0
               MOVE "CURRENT" TO WS-DTL-REPLACED-DATE
           ELSE
               MOVE WS-FIRST-DATE TO WS-DTL-REPLACED-DATE
           END-IF.
           IF WS-CONTROL-EOF
      * No CTLPARM record either - the programs' built-in 1-100,
      * 5-guess interactive game applies.
               MOVE "DEFAULTS" TO WS-DTL-EFFECTIVE-DATE
               MOVE "N" TO WS-DTL-DIFFICULTY
               MOVE "001" TO WS-DTL-RANGE-LOW
               MOVE "100" TO WS-DTL-RANGE-HIGH
               MOVE "05" TO WS-DTL-MAX-GUESSES
               MOVE "N" TO WS-DTL-RESTART
               MOVE "I" TO WS-DTL-MODE
               MOVE "00" TO WS-DTL-ROUNDS
               MOVE "N" TO WS-DTL-FIXED-FLAG
               MOVE "000" TO WS-DTL-FIXED-NUMBER
           ELSE
               MOVE CTL-DIFFICULTY-CODE TO WS-DTL-DIFFICULTY
               MOVE CTL-RANGE-LOW TO WS-DTL-RANGE-LOW
               MOVE CTL-RANGE-HIGH TO WS-DTL-RANGE-HIGH
               MOVE CTL-MAX-GUESSES TO WS-DTL-MAX-GUESSES
               MOVE CTL-RESTART-FLAG TO WS-DTL-RESTART
               MOVE CTL-SESSION-MODE TO WS-DTL-MODE
               MOVE CTL-MATCH-ROUNDS TO WS-DTL-ROUNDS
               MOVE CTL-FIXED-NUMBER-FLAG TO WS-DTL-FIXED-FLAG
               MOVE CTL-FIXED-NUMBER TO WS-DTL-FIXED-NUMBER
           END-IF.
           IF WS-FIRST-DATE = 0 OR WS-AS-OF-DATE < WS-FIRST-DATE
               MOVE "<== IN FORCE" TO WS-DTL-MARKER
           END-IF.
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
       3000-EXIT.
           EXIT.

      *=============================================================*
      * 4000-LIST-CHANGE-LOG                                         *
      * The CTLMAINT change log, oldest change first: one line for  *
      * who and when, then the entry before and after.                *
      *=============================================================*
       4000-LIST-CHANGE-LOG.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "CHANGE LOG" TO WS-SECTION-LINE.
           WRITE PRINT-RECORD FROM WS-SECTION-LINE.
           OPEN INPUT CONTROL-HISTORY-FILE.
           IF WS-CTLHIST-STATUS NOT = "00"
               MOVE "NO CHANGE LOG ON FILE" TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               GO TO 4000-EXIT
           END-IF.
           WRITE PRINT-RECORD FROM WS-LOG-COLUMN-LINE.
           PERFORM 4100-LIST-ONE-CHANGE THRU 4100-EXIT
               UNTIL WS-CTLHIST-EOF.
           CLOSE CONTROL-HISTORY-FILE.
       4000-EXIT.
           EXIT.

       4100-LIST-ONE-CHANGE.
           READ CONTROL-HISTORY-FILE
               AT END SET WS-CTLHIST-EOF TO TRUE
           END-READ.
           IF WS-CTLHIST-EOF
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE SPACES TO WS-LOG-LINE.
           MOVE CTLH-CHANGE-DATE TO WS-LOG-CHANGE-DATE.
           MOVE CTLH-CHANGE-TIME TO WS-LOG-CHANGE-TIME.
           MOVE CTLH-BUSINESS-DATE TO WS-LOG-BUSINESS-DATE.
           MOVE CTLH-CHANGED-BY TO WS-LOG-CHANGED-BY.
           IF CTLH-ADDED
               MOVE "ADDED" TO WS-LOG-ACTION
           ELSE
               IF CTLH-CHANGED
                   MOVE "CHANGED" TO WS-LOG-ACTION
               ELSE
                   MOVE "DELETED" TO WS-LOG-ACTION
               END-IF
           END-IF.
           MOVE CTLH-EFFECTIVE-DATE TO WS-LOG-EFFECTIVE-DATE.
           MOVE CTLH-REASON TO WS-LOG-REASON.
           WRITE PRINT-RECORD FROM WS-LOG-LINE.
           MOVE SPACES TO WS-LOG-PARM-LINE.
           IF CTLH-ADDED
               MOVE "BEFORE: NONE" TO WS-LPL-LABEL
           ELSE
               MOVE "BEFORE:" TO WS-LPL-LABEL
               MOVE CTLH-OLD-DIFFICULTY-CODE TO WS-LPL-DIFFICULTY
               MOVE CTLH-OLD-RANGE-LOW TO WS-LPL-RANGE-LOW
               MOVE CTLH-OLD-RANGE-HIGH TO WS-LPL-RANGE-HIGH
               MOVE CTLH-OLD-MAX-GUESSES TO WS-LPL-MAX-GUESSES
               MOVE CTLH-OLD-RESTART-FLAG TO WS-LPL-RESTART
               MOVE CTLH-OLD-SESSION-MODE TO WS-LPL-MODE
               MOVE CTLH-OLD-MATCH-ROUNDS TO WS-LPL-ROUNDS
               MOVE CTLH-OLD-FIXED-FLAG TO WS-LPL-FIXED-FLAG
               MOVE CTLH-OLD-FIXED-NUMBER TO WS-LPL-FIXED-NUMBER
           END-IF.
           WRITE PRINT-RECORD FROM WS-LOG-PARM-LINE.
           MOVE SPACES TO WS-LOG-PARM-LINE.
           IF CTLH-DELETED
               MOVE "AFTER:  NONE" TO WS-LPL-LABEL
           ELSE
               MOVE "AFTER:" TO WS-LPL-LABEL
               MOVE CTLH-NEW-DIFFICULTY-CODE TO WS-LPL-DIFFICULTY
               MOVE CTLH-NEW-RANGE-LOW TO WS-LPL-RANGE-LOW
               MOVE CTLH-NEW-RANGE-HIGH TO WS-LPL-RANGE-HIGH
               MOVE CTLH-NEW-MAX-GUESSES TO WS-LPL-MAX-GUESSES
               MOVE CTLH-NEW-RESTART-FLAG TO WS-LPL-RESTART
               MOVE CTLH-NEW-SESSION-MODE TO WS-LPL-MODE
               MOVE CTLH-NEW-MATCH-ROUNDS TO WS-LPL-ROUNDS
               MOVE CTLH-NEW-FIXED-FLAG TO WS-LPL-FIXED-FLAG
               MOVE CTLH-NEW-FIXED-NUMBER TO WS-LPL-FIXED-NUMBER
           END-IF.
           WRITE PRINT-RECORD FROM WS-LOG-PARM-LINE.
       4100-EXIT.
           EXIT.

      *=============================================================*
      * 8000-PRINT-TOTALS                                            *
      *=============================================================*
       8000-PRINT-TOTALS.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "TABLE ENTRIES LISTED" TO WS-TOT-LABEL.
           MOVE WS-ENTRY-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "CHANGES LISTED" TO WS-TOT-LABEL.
           MOVE WS-CHANGE-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
       8000-EXIT.
           EXIT.

      *=============================================================*
      * 9000-TERMINATE                                               *
      *=============================================================*
       9000-TERMINATE.
           CLOSE PRINT-FILE.
       9000-EXIT.
           EXIT.
