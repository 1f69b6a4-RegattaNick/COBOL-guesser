      *===============================================================*
      *                                                                *
      * PROGRAM-ID.  GUESSBIL.                                        *
      *                                                                *
      * AUTHOR.        Application Development.                       *
      * INSTALLATION.  Application Development.                       *
      * DATE-WRITTEN.  2026-10-15.                                     *
      *                                                                *
      * REMARKS.       Monthly department chargeback, replacing the   *
      *                hand tally finance built off the TEAMSTND      *
      *                printout.  Prices every game filed on          *
      *                PLAYER-STATS-FILE in the billing month from    *
      *                the RATE-TABLE-FILE by session mode and        *
      *                difficulty, charges it to the cost center of   *
      *                the PLYST-TEAM-ID stamped on the record, and   *
      *                writes a fixed-format GL journal interface     *
      *                file: an H header, one D debit per cost        *
      *                center, one C balancing credit, and a T        *
      *                trailer carrying the line count and debit and  *
      *                credit totals.  Match-summary records are not  *
      *                priced - each round is already a game.  Games  *
      *                that cannot be charged to a department - no    *
      *                team, an away game loaded by GUESSLDR, a team  *
      *                not on the master or with no cost center, or   *
      *                no rate - are not posted: they are listed on   *
      *                an exceptions page under a suspense line for   *
      *                finance to resolve.  The month is stamped on   *
      *                RUN-CONTROL-FILE, and a month already billed   *
      *                is refused, so it can never be billed twice.   *
      *                                                                *
      *                Return codes: 0 clean, 4 billed with games     *
      *                in suspense, 8 refused (bad parameter or rate  *
      *                table, no stats file, or month already         *
      *                billed).                                       *
      *                                                                *
      * MODIFICATION HISTORY.                                          *
      *   2026-10-15  NR   Original version.                           *
      *   2026-10-15  NR   The default billing month and the journal  *
      *                    date now come from the business date on    *
      *                    BUSINESS-DATE-FILE, not the clock date.    *
      *   2026-10-15  NR   Rate table holds fifteen entries (the      *
      *                    daily-challenge mode), with a bound check; *
      *                    a missing stats file now refuses the run   *
      *                    instead of billing the month empty.        *
      *                                                                *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUESSBIL.
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
           SELECT BIL-PARM-FILE ASSIGN TO "BILPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILPARM-STATUS.

           SELECT RATE-TABLE-FILE ASSIGN TO "RATETBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATETBL-STATUS.

           SELECT PLAYER-STATS-FILE ASSIGN TO "PLYRSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PLYST-KEY
               FILE STATUS IS WS-PLYRSTAT-STATUS.

           SELECT TEAM-MASTER-FILE ASSIGN TO "TEAMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TEAM-TEAM-ID
               FILE STATUS IS WS-TEAMMAST-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJOURNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJOURNL-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PRINT-FILE ASSIGN TO "BILPRINT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BIL-PARM-FILE.
       COPY "bilparm.cpy".

       FD  RATE-TABLE-FILE.
       COPY "ratetbl.cpy".

       FD  PLAYER-STATS-FILE.
       COPY "plystat.cpy".

       FD  TEAM-MASTER-FILE.
       COPY "teammast.cpy".

       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD           PIC X(80).

       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(100).

       FD  BUSINESS-DATE-FILE.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BILPARM-STATUS           PIC X(02).
       01  WS-RATETBL-STATUS           PIC X(02).
       01  WS-PLYRSTAT-STATUS          PIC X(02).
       01  WS-TEAMMAST-STATUS          PIC X(02).
       01  WS-GLJOURNL-STATUS          PIC X(02).
       01  WS-RUNCTL-STATUS            PIC X(02).
       01  WS-BUSDATE-STATUS           PIC X(02).
      * The business date on BUSINESS-DATE-FILE, rolled by GUESSRUN
      * "D" - the clock date at a site that has not started the
      * control.
       01  WS-BUSINESS-DATE            PIC 9(08).
       01  WS-RUN-REFUSED-FLAG         PIC X(01) VALUE "N".
           88  WS-RUN-REFUSED                  VALUE "Y".

       01  WS-PARM-EOF-FLAG            PIC X(01) VALUE "N".
           88  WS-PARM-EOF                     VALUE "Y".
       01  WS-RATE-EOF-FLAG            PIC X(01) VALUE "N".
           88  WS-RATE-EOF                     VALUE "Y".
       01  WS-STATS-EOF-FLAG           PIC X(01) VALUE "N".
           88  WS-STATS-EOF                    VALUE "Y".
       01  WS-STATS-OPEN-FLAG          PIC X(01) VALUE "N".
           88  WS-STATS-ON-FILE                VALUE "Y".
       01  WS-TEAM-OPEN-FLAG           PIC X(01) VALUE "N".
           88  WS-TEAMS-ON-FILE                VALUE "Y".

       01  WS-TODAY                    PIC 9(08).
       01  WS-TODAY-YEAR               PIC 9(04).
       01  WS-TODAY-MONTH              PIC 9(02).
       01  WS-BILL-MONTH               PIC 9(06).
       01  WS-BILL-YEAR                PIC 9(04).
       01  WS-BILL-MM                  PIC 9(02).
       01  WS-MONTH-START-DATE         PIC 9(08).
       01  WS-MONTH-END-DATE           PIC 9(08).

      * ---------------------------------------------------------- *
      * Rate table, loaded once from RATE-TABLE-FILE.  Five       *
      * session modes by three difficulties is fifteen entries at  *
      * most, as a duplicate entry refuses the run.                *
      * ---------------------------------------------------------- *
       01  WS-MAX-RATES                PIC 9(03) COMP VALUE 15.
       01  WS-RATE-COUNT               PIC 9(03) COMP VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 15 TIMES.
               10  WS-RTE-SESSION-MODE        PIC X(01).
               10  WS-RTE-DIFFICULTY-CODE     PIC X(01).
               10  WS-RTE-GAME-CHARGE         PIC 9(03)V99.
       01  WS-RATE-IDX                 PIC 9(03) COMP.
       01  WS-RATE-ERROR               PIC X(30).

      * ---------------------------------------------------------- *
      * The game being priced.                                     *
      * ---------------------------------------------------------- *
       01  WS-GAME-MODE                PIC X(01).
       01  WS-GAME-DIFFICULTY          PIC X(01).
       01  WS-GAME-CHARGE              PIC 9(03)V99.
       01  WS-GAME-COST-CENTER         PIC X(06).
       01  WS-RATE-FOUND-FLAG          PIC X(01).
           88  WS-RATE-FOUND                   VALUE "Y".
       01  WS-REASON-IDX               PIC 9(03) COMP.

      * ---------------------------------------------------------- *
      * Charges per department cost center - one GL debit line     *
      * each.  A club has far fewer cost centers than teams.       *
      * ---------------------------------------------------------- *
       01  WS-MAX-COST-CENTERS         PIC 9(03) COMP VALUE 50.
       01  WS-CC-COUNT                 PIC 9(03) COMP VALUE 0.
       01  WS-CC-TABLE.
           05  WS-CC-ENTRY OCCURS 50 TIMES.
               10  WS-CC-COST-CENTER          PIC X(06).
               10  WS-CC-GAME-COUNT           PIC 9(07).
               10  WS-CC-AMOUNT               PIC 9(09)V99.
       01  WS-CC-IDX                   PIC 9(03) COMP.
       01  WS-CC-FOUND-IDX             PIC 9(03) COMP.

      * ---------------------------------------------------------- *
      * Suspense - games that cannot be charged to a department,   *
      * by reason, and the games themselves for the exceptions     *
      * page (capped, with a warning - the reason totals stay      *
      * complete past the cap).                                    *
      * ---------------------------------------------------------- *
       01  WS-REASON-TABLE.
           05  WS-REASON-ENTRY OCCURS 6 TIMES.
               10  WS-RSN-LABEL               PIC X(22).
               10  WS-RSN-GAME-COUNT          PIC 9(07).
               10  WS-RSN-AMOUNT              PIC 9(09)V99.
       01  WS-MAX-SUSPENSE             PIC 9(03) COMP VALUE 500.
       01  WS-SUSP-COUNT               PIC 9(03) COMP VALUE 0.
       01  WS-SUSP-TABLE.
           05  WS-SUSP-ENTRY OCCURS 500 TIMES.
               10  WS-SUS-PLAYER-ID           PIC X(10).
               10  WS-SUS-GAME-DATE           PIC 9(08).
               10  WS-SUS-GAME-TIME           PIC 9(08).
               10  WS-SUS-RECORD-TYPE         PIC X(01).
               10  WS-SUS-TEAM-ID             PIC X(04).
               10  WS-SUS-SESSION-MODE        PIC X(01).
               10  WS-SUS-DIFFICULTY          PIC X(01).
               10  WS-SUS-CHARGE              PIC 9(03)V99.
               10  WS-SUS-REASON-IDX          PIC 9(03) COMP.
       01  WS-SUSP-IDX                 PIC 9(03) COMP.
       01  WS-SUSP-TRUNC-FLAG          PIC X(01) VALUE "N".
           88  WS-SUSPENSE-TRUNCATED           VALUE "Y".

       01  WS-STATS-READ-COUNT         PIC 9(07) VALUE 0.
       01  WS-MONTH-RECORD-COUNT       PIC 9(07) VALUE 0.
       01  WS-SUMMARY-SKIP-COUNT       PIC 9(07) VALUE 0.
       01  WS-BILLED-COUNT             PIC 9(07) VALUE 0.
       01  WS-SUSPENSE-COUNT           PIC 9(07) VALUE 0.
       01  WS-SUSPENSE-AMOUNT          PIC 9(09)V99 VALUE 0.
       01  WS-JOURNAL-LINE-COUNT       PIC 9(05) VALUE 0.
       01  WS-DEBIT-TOTAL              PIC 9(09)V99 VALUE 0.
       01  WS-CREDIT-TOTAL             PIC 9(09)V99 VALUE 0.

      * ---------------------------------------------------------- *
      * GL journal interface records - fixed format, 80 bytes,     *
      * amounts unsigned with two implied decimals.                *
      * ---------------------------------------------------------- *
       01  WS-GL-HEADER-RECORD.
           05  FILLER                  PIC X(01) VALUE "H".
           05  WS-GLH-SOURCE           PIC X(08) VALUE "GUESSBIL".
           05  WS-GLH-PERIOD           PIC 9(06).
           05  WS-GLH-JOURNAL-DATE     PIC 9(08).
           05  WS-GLH-DESCRIPTION      PIC X(30)
               VALUE "GUESSER SYSTEM TIME CHARGEBACK".
           05  FILLER                  PIC X(27) VALUE SPACES.
       01  WS-GL-DEBIT-RECORD.
           05  FILLER                  PIC X(01) VALUE "D".
           05  WS-GLD-COST-CENTER      PIC X(06).
           05  WS-GLD-ACCOUNT          PIC X(08).
           05  WS-GLD-AMOUNT           PIC 9(09)V99.
           05  WS-GLD-GAME-COUNT       PIC 9(07).
           05  WS-GLD-PERIOD           PIC 9(06).
           05  WS-GLD-DESCRIPTION      PIC X(30)
               VALUE "GUESSER SYSTEM TIME CHARGEBACK".
           05  FILLER                  PIC X(11) VALUE SPACES.
       01  WS-GL-CREDIT-RECORD.
           05  FILLER                  PIC X(01) VALUE "C".
           05  WS-GLC-COST-CENTER      PIC X(06).
           05  WS-GLC-ACCOUNT          PIC X(08).
           05  WS-GLC-AMOUNT           PIC 9(09)V99.
           05  WS-GLC-GAME-COUNT       PIC 9(07).
           05  WS-GLC-PERIOD           PIC 9(06).
           05  WS-GLC-DESCRIPTION      PIC X(30)
               VALUE "GUESSER SYSTEM TIME CHARGEBACK".
           05  FILLER                  PIC X(11) VALUE SPACES.
       01  WS-GL-TRAILER-RECORD.
           05  FILLER                  PIC X(01) VALUE "T".
           05  WS-GLT-LINE-COUNT       PIC 9(05).
           05  WS-GLT-DEBIT-TOTAL      PIC 9(09)V99.
           05  WS-GLT-CREDIT-TOTAL     PIC 9(09)V99.
           05  WS-GLT-GAME-COUNT       PIC 9(07).
           05  FILLER                  PIC X(45) VALUE SPACES.

      * ---------------------------------------------------------- *
      * Print lines.                                               *
      * ---------------------------------------------------------- *
       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(36)
               VALUE "GUESSBIL - MONTHLY CHARGEBACK       ".
           05  WS-HDG-RUN-DATE         PIC 9(08).
       01  WS-EXCEPTION-HEADING-LINE.
           05  FILLER                  PIC X(36)
               VALUE "GUESSBIL - CHARGEBACK EXCEPTIONS    ".
           05  WS-EHD-RUN-DATE         PIC 9(08).
       01  WS-FUNCTION-LINE.
           05  FILLER                  PIC X(15)
               VALUE "BILLING MONTH: ".
           05  WS-FNC-BILL-MONTH       PIC 9(06).
       01  WS-RATE-COLUMN-LINE.
           05  FILLER                  PIC X(06) VALUE "MODE".
           05  FILLER                  PIC X(06) VALUE "DIFF".
           05  FILLER                  PIC X(10) VALUE "    CHARGE".
       01  WS-RATE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RTL-SESSION-MODE     PIC X(01).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-RTL-DIFFICULTY       PIC X(01).
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  WS-RTL-CHARGE           PIC ZZ9.99.
       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(06) VALUE "DR/CR".
           05  FILLER                  PIC X(10) VALUE "COST-CTR".
           05  FILLER                  PIC X(10) VALUE "ACCOUNT".
           05  FILLER                  PIC X(10) VALUE "     GAMES".
           05  FILLER                  PIC X(16)
               VALUE "          AMOUNT".
       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-DR-CR            PIC X(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-DTL-COST-CENTER      PIC X(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-DTL-ACCOUNT          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-GAME-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EXC-COLUMN-LINE.
           05  FILLER                  PIC X(12) VALUE "PLAYER-ID".
           05  FILLER                  PIC X(10) VALUE "DATE".
           05  FILLER                  PIC X(10) VALUE "TIME".
           05  FILLER                  PIC X(04) VALUE "TY".
           05  FILLER                  PIC X(06) VALUE "TEAM".
           05  FILLER                  PIC X(04) VALUE "MD".
           05  FILLER                  PIC X(04) VALUE "DF".
           05  FILLER                  PIC X(08) VALUE "  CHARGE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "REASON".
       01  WS-EXC-DETAIL-LINE.
           05  WS-EXD-PLAYER-ID        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EXD-GAME-DATE        PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EXD-GAME-TIME        PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EXD-RECORD-TYPE      PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-EXD-TEAM-ID          PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EXD-SESSION-MODE     PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-EXD-DIFFICULTY       PIC X(01).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-EXD-CHARGE           PIC ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EXD-REASON           PIC X(22).
       01  WS-REASON-LINE.
           05  WS-RSL-LABEL            PIC X(30).
           05  WS-RSL-GAME-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RSL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(30).
           05  WS-TOT-COUNT            PIC Z,ZZZ,ZZ9.
       01  WS-AMOUNT-TOTAL-LINE.
           05  WS-ATL-LABEL            PIC X(30).
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  WS-ATL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-MESSAGE-LINE             PIC X(100).

       PROCEDURE DIVISION.

      *=============================================================*
      * 0000-MAINLINE                                               *
      *=============================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT WS-RUN-REFUSED
               PERFORM 1500-RECORD-RUN-START THRU 1500-EXIT
           END-IF.
           IF NOT WS-RUN-REFUSED
               PERFORM 2000-PRICE-ONE-RECORD THRU 2000-EXIT
                   UNTIL WS-STATS-EOF
               PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
               PERFORM 7000-PRINT-EXCEPTIONS THRU 7000-EXIT
               PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
               PERFORM 8900-RECORD-RUN-END THRU 8900-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *=============================================================*
      * 1000-INITIALIZE                                             *
      * Opens the stats file and the team master (optional - with   *
      * no master every team's games go to suspense), starts the    *
      * report, picks up the billing month (the month before the    *
      * business date's when the parameter gives none) and the GL   *
      * accounts, and loads the rate table.  A missing account or a *
      * bad rate table refuses the run RC 8 - a journal posted to a *
      * blank account or priced from half a table would only have   *
      * to be reversed.                                             *
      *=============================================================*
       1000-INITIALIZE.
           PERFORM 1040-READ-BUSINESS-DATE THRU 1040-EXIT.
           OPEN OUTPUT PRINT-FILE.
           MOVE WS-BUSINESS-DATE TO WS-TODAY.
           MOVE WS-TODAY TO WS-HDG-RUN-DATE.
           MOVE WS-TODAY TO WS-EHD-RUN-DATE.
           WRITE PRINT-RECORD FROM WS-HEADING-LINE.
           OPEN INPUT TEAM-MASTER-FILE.
           IF WS-TEAMMAST-STATUS = "00"
               SET WS-TEAMS-ON-FILE TO TRUE
           END-IF.
      * Without the stats file there is nothing to price, and a
      * month stamped billed on an empty journal could never be
      * billed properly - the run is refused before the stamp.
           OPEN INPUT PLAYER-STATS-FILE.
           IF WS-PLYRSTAT-STATUS = "00"
               SET WS-STATS-ON-FILE TO TRUE
           ELSE
               SET WS-STATS-EOF TO TRUE
           END-IF.
           MOVE "AWAY GAME" TO WS-RSN-LABEL (1).
           MOVE "NO TEAM" TO WS-RSN-LABEL (2).
           MOVE "TEAM NOT ON MASTER" TO WS-RSN-LABEL (3).
           MOVE "NO COST CENTER" TO WS-RSN-LABEL (4).
           MOVE "NO RATE FOR MODE/DIFF" TO WS-RSN-LABEL (5).
           MOVE "COST CTR TABLE FULL" TO WS-RSN-LABEL (6).
           PERFORM 1050-CLEAR-ONE-REASON THRU 1050-EXIT
               VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > 6.
           OPEN INPUT BIL-PARM-FILE.
           IF WS-BILPARM-STATUS = "35"
               SET WS-PARM-EOF TO TRUE
           ELSE
               READ BIL-PARM-FILE
                   AT END SET WS-PARM-EOF TO TRUE
               END-READ
               CLOSE BIL-PARM-FILE
           END-IF.
           IF WS-PARM-EOF
               MOVE SPACES TO BIL-PARM-RECORD
               MOVE 0 TO BIL-BILLING-MONTH
           END-IF.
           IF BIL-BILLING-MONTH NOT NUMERIC
                   OR BIL-BILLING-MONTH = 0
               MOVE WS-TODAY (1:4) TO WS-TODAY-YEAR
               MOVE WS-TODAY (5:2) TO WS-TODAY-MONTH
               IF WS-TODAY-MONTH = 1
                   COMPUTE WS-BILL-MONTH =
                       (WS-TODAY-YEAR - 1) * 100 + 12
               ELSE
                   COMPUTE WS-BILL-MONTH =
                       WS-TODAY-YEAR * 100 + WS-TODAY-MONTH - 1
               END-IF
           ELSE
               MOVE BIL-BILLING-MONTH TO WS-BILL-MONTH
           END-IF.
           MOVE WS-BILL-MONTH TO WS-FNC-BILL-MONTH.
           WRITE PRINT-RECORD FROM WS-FUNCTION-LINE.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           DIVIDE WS-BILL-MONTH BY 100 GIVING WS-BILL-YEAR
               REMAINDER WS-BILL-MM.
           IF WS-BILL-MM < 1 OR WS-BILL-MM > 12
               MOVE "BILLING MONTH INVALID - RUN REFUSED"
                   TO WS-MESSAGE-LINE
               PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF.
           IF BIL-DEBIT-ACCOUNT = SPACES
                   OR BIL-CREDIT-COST-CENTER = SPACES
                   OR BIL-CREDIT-ACCOUNT = SPACES
               MOVE "GL ACCOUNTS MISSING FROM BILPARM - RUN REFUSED"
                   TO WS-MESSAGE-LINE
               PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF.
           IF NOT WS-STATS-ON-FILE
               MOVE "PLAYER STATS FILE NOT AVAILABLE - RUN REFUSED"
                   TO WS-MESSAGE-LINE
               PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF.
           COMPUTE WS-MONTH-START-DATE = WS-BILL-MONTH * 100 + 1.
           COMPUTE WS-MONTH-END-DATE = WS-BILL-MONTH * 100 + 31.
           PERFORM 1100-LOAD-RATE-TABLE THRU 1100-EXIT.
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

       1050-CLEAR-ONE-REASON.
           MOVE 0 TO WS-RSN-GAME-COUNT (WS-REASON-IDX).
           MOVE 0 TO WS-RSN-AMOUNT (WS-REASON-IDX).
       1050-EXIT.
           EXIT.

      *=============================================================*
      * 1100-LOAD-RATE-TABLE                                        *
      * Loads and edits the rate table, echoing it to the report    *
      * so the bill shows the rates it was priced at.  A missing    *
      * or empty table, an unknown mode or difficulty, a charge     *
      * that is not numeric, or a mode/difficulty given twice       *
      * refuses the run.                                            *
      *=============================================================*
       1100-LOAD-RATE-TABLE.
           OPEN INPUT RATE-TABLE-FILE.
           IF WS-RATETBL-STATUS = "35"
               MOVE "RATE TABLE NOT FOUND - RUN REFUSED"
                   TO WS-MESSAGE-LINE
               PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF.
           WRITE PRINT-RECORD FROM WS-RATE-COLUMN-LINE.
           MOVE SPACES TO WS-RATE-ERROR.
           PERFORM 1150-READ-NEXT-RATE THRU 1150-EXIT.
           PERFORM 1200-LOAD-ONE-RATE THRU 1200-EXIT
               UNTIL WS-RATE-EOF OR WS-RATE-ERROR NOT = SPACES.
           CLOSE RATE-TABLE-FILE.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           IF WS-RATE-ERROR = SPACES AND WS-RATE-COUNT = 0
               MOVE "RATE TABLE EMPTY" TO WS-RATE-ERROR
           END-IF.
           IF WS-RATE-ERROR NOT = SPACES
               MOVE SPACES TO WS-MESSAGE-LINE
               STRING WS-RATE-ERROR DELIMITED BY "  "
                   " - RUN REFUSED" DELIMITED BY SIZE
                   INTO WS-MESSAGE-LINE
               PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

       1150-READ-NEXT-RATE.
           READ RATE-TABLE-FILE
               AT END SET WS-RATE-EOF TO TRUE
           END-READ.
       1150-EXIT.
           EXIT.

       1200-LOAD-ONE-RATE.
           MOVE RATE-SESSION-MODE TO WS-RTL-SESSION-MODE.
           MOVE RATE-DIFFICULTY-CODE TO WS-RTL-DIFFICULTY.
           IF NOT RATE-MODE-VALID
               MOVE "RATE TABLE - BAD SESSION MODE" TO WS-RATE-ERROR
               GO TO 1200-EXIT
           END-IF.
           IF NOT RATE-DIFF-VALID
               MOVE "RATE TABLE - BAD DIFFICULTY" TO WS-RATE-ERROR
               GO TO 1200-EXIT
           END-IF.
           IF RATE-GAME-CHARGE NOT NUMERIC
               MOVE "RATE TABLE - BAD CHARGE" TO WS-RATE-ERROR
               GO TO 1200-EXIT
           END-IF.
           MOVE RATE-SESSION-MODE TO WS-GAME-MODE.
           MOVE RATE-DIFFICULTY-CODE TO WS-GAME-DIFFICULTY.
           PERFORM 2300-LOOK-UP-RATE THRU 2300-EXIT.
           IF WS-RATE-FOUND
               MOVE "RATE TABLE - DUPLICATE ENTRY" TO WS-RATE-ERROR
               GO TO 1200-EXIT
           END-IF.
           IF WS-RATE-COUNT NOT < WS-MAX-RATES
               MOVE "RATE TABLE - TOO MANY ENTRIES" TO WS-RATE-ERROR
               GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-RATE-COUNT.
           MOVE RATE-SESSION-MODE
               TO WS-RTE-SESSION-MODE (WS-RATE-COUNT).
           MOVE RATE-DIFFICULTY-CODE
               TO WS-RTE-DIFFICULTY-CODE (WS-RATE-COUNT).
           MOVE RATE-GAME-CHARGE
               TO WS-RTE-GAME-CHARGE (WS-RATE-COUNT).
           MOVE RATE-GAME-CHARGE TO WS-RTL-CHARGE.
           WRITE PRINT-RECORD FROM WS-RATE-LINE.
           PERFORM 1150-READ-NEXT-RATE THRU 1150-EXIT.
       1200-EXIT.
           EXIT.

       1900-REFUSE-RUN.
           WRITE PRINT-RECORD FROM WS-MESSAGE-LINE.
           DISPLAY "GUESSBIL - " WS-MESSAGE-LINE.
           MOVE 8 TO RETURN-CODE.
           SET WS-RUN-REFUSED TO TRUE.
       1900-EXIT.
           EXIT.

      *=============================================================*
      * 1500-RECORD-RUN-START                                       *
      * Opens the run-control file (created on the first ever       *
      * run) and refuses a month already marked complete - finance  *
      * must never be sent the same month's charges twice.  The     *
      * month is filed under its first day.  A prior run that       *
      * started but never wrote its end record is flagged as an     *
      * abend to investigate, and this run's start is stamped.      *
      * The journal file is opened only once the run is cleared,    *
      * so a refused rerun cannot wipe the journal already sent.    *
      *=============================================================*
       1500-RECORD-RUN-START.
           OPEN I-O RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF.
           MOVE "GUESSBIL" TO RUNC-PROGRAM-ID.
           MOVE WS-MONTH-START-DATE TO RUNC-BUSINESS-DATE.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RUNC-COMPLETE
                       MOVE "MONTH ALREADY BILLED - RUN REFUSED"
                           TO WS-MESSAGE-LINE
                       PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
                   ELSE
                       DISPLAY "WARNING - a prior GUESSBIL run for "
                           WS-BILL-MONTH " started but never "
                           "completed - investigate as an abend."
                   END-IF
           END-READ.
           IF WS-RUN-REFUSED
               CLOSE RUN-CONTROL-FILE
               GO TO 1500-EXIT
           END-IF.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE "GUESSBIL" TO RUNC-PROGRAM-ID.
           MOVE WS-MONTH-START-DATE TO RUNC-BUSINESS-DATE.
           SET RUNC-STARTED TO TRUE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUNC-START-DATE.
           MOVE FUNCTION CURRENT-DATE(9:8) TO RUNC-START-TIME.
           MOVE 0 TO RUNC-END-DATE.
           MOVE 0 TO RUNC-END-TIME.
           MOVE 0 TO RUNC-RECORD-COUNT.
           MOVE 0 TO RUNC-RETURN-CODE.
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
           END-WRITE.
           OPEN OUTPUT GL-JOURNAL-FILE.
           IF NOT WS-STATS-EOF
               PERFORM 2100-READ-NEXT-STATS THRU 2100-EXIT
           END-IF.
       1500-EXIT.
           EXIT.

      *=============================================================*
      * 2000-PRICE-ONE-RECORD                                       *
      * Prices one game filed in the billing month and charges it   *
      * to its team's cost center, or sends it to suspense with     *
      * the reason it cannot be charged.  A match-summary record    *
      * is counted but not priced - its rounds were filed as games  *
      * of their own.                                               *
      *=============================================================*
       2000-PRICE-ONE-RECORD.
           IF PLYST-GAME-DATE < WS-MONTH-START-DATE
                   OR PLYST-GAME-DATE > WS-MONTH-END-DATE
               PERFORM 2100-READ-NEXT-STATS THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-MONTH-RECORD-COUNT.
           IF PLYST-MATCH-RECORD
               ADD 1 TO WS-SUMMARY-SKIP-COUNT
               PERFORM 2100-READ-NEXT-STATS THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2200-SET-RATE-KEY THRU 2200-EXIT.
           PERFORM 2300-LOOK-UP-RATE THRU 2300-EXIT.
           MOVE 0 TO WS-REASON-IDX.
           MOVE SPACES TO WS-GAME-COST-CENTER.
           IF PLYST-AWAY-GAME
               MOVE 1 TO WS-REASON-IDX
           ELSE
           IF PLYST-TEAM-ID = SPACES
               MOVE 2 TO WS-REASON-IDX
           ELSE
               PERFORM 2400-LOOK-UP-COST-CENTER THRU 2400-EXIT
           END-IF
           END-IF.
           IF WS-REASON-IDX = 0 AND NOT WS-RATE-FOUND
               MOVE 5 TO WS-REASON-IDX
           END-IF.
           IF WS-REASON-IDX = 0
               PERFORM 2500-CHARGE-COST-CENTER THRU 2500-EXIT
           END-IF.
           IF WS-REASON-IDX NOT = 0
               PERFORM 2600-ADD-TO-SUSPENSE THRU 2600-EXIT
           END-IF.
           PERFORM 2100-READ-NEXT-STATS THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-NEXT-STATS.
           READ PLAYER-STATS-FILE NEXT RECORD
               AT END SET WS-STATS-EOF TO TRUE
           END-READ.
           IF NOT WS-STATS-EOF
               ADD 1 TO WS-STATS-READ-COUNT
           END-IF.
       2100-EXIT.
           EXIT.

      *=============================================================*
      * 2200-SET-RATE-KEY                                           *
      * The session mode stamped on the record, or for a record     *
      * filed before the mode was stamped: head-to-head for an "H"  *
      * record, batch for the BATCH-RUN id, and interactive for     *
      * anything else.  A space difficulty is normal.               *
      *=============================================================*
       2200-SET-RATE-KEY.
           IF PLYST-SESSION-MODE NOT = SPACE
               MOVE PLYST-SESSION-MODE TO WS-GAME-MODE
           ELSE
           IF PLYST-H2H-RECORD
               MOVE "H" TO WS-GAME-MODE
           ELSE
           IF PLYST-PLAYER-ID = "BATCH-RUN "
               MOVE "B" TO WS-GAME-MODE
           ELSE
               MOVE "I" TO WS-GAME-MODE
           END-IF
           END-IF
           END-IF.
           IF PLYST-DIFFICULTY-CODE = SPACE
               MOVE "N" TO WS-GAME-DIFFICULTY
           ELSE
               MOVE PLYST-DIFFICULTY-CODE TO WS-GAME-DIFFICULTY
           END-IF.
       2200-EXIT.
           EXIT.

      *=============================================================*
      * 2300-LOOK-UP-RATE                                           *
      * Finds WS-GAME-MODE / WS-GAME-DIFFICULTY in the rate table.  *
      *=============================================================*
       2300-LOOK-UP-RATE.
           MOVE "N" TO WS-RATE-FOUND-FLAG.
           MOVE 0 TO WS-GAME-CHARGE.
           PERFORM 2310-CHECK-ONE-RATE THRU 2310-EXIT
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT OR WS-RATE-FOUND.
       2300-EXIT.
           EXIT.

       2310-CHECK-ONE-RATE.
           IF WS-RTE-SESSION-MODE (WS-RATE-IDX) = WS-GAME-MODE
                   AND WS-RTE-DIFFICULTY-CODE (WS-RATE-IDX)
                       = WS-GAME-DIFFICULTY
               SET WS-RATE-FOUND TO TRUE
               MOVE WS-RTE-GAME-CHARGE (WS-RATE-IDX)
                   TO WS-GAME-CHARGE
           END-IF.
       2310-EXIT.
           EXIT.

      *=============================================================*
      * 2400-LOOK-UP-COST-CENTER                                    *
      * Reads the game's team for its cost center.  Sets the        *
      * suspense reason when the team is gone from the master or    *
      * has no cost center yet.                                     *
      *=============================================================*
       2400-LOOK-UP-COST-CENTER.
           IF NOT WS-TEAMS-ON-FILE
               MOVE 3 TO WS-REASON-IDX
               GO TO 2400-EXIT
           END-IF.
           MOVE PLYST-TEAM-ID TO TEAM-TEAM-ID.
           READ TEAM-MASTER-FILE
               INVALID KEY
                   MOVE 3 TO WS-REASON-IDX
               NOT INVALID KEY
                   IF TEAM-COST-CENTER = SPACES
                       MOVE 4 TO WS-REASON-IDX
                   ELSE
                       MOVE TEAM-COST-CENTER TO WS-GAME-COST-CENTER
                   END-IF
           END-READ.
       2400-EXIT.
           EXIT.

      *=============================================================*
      * 2500-CHARGE-COST-CENTER                                     *
      * Adds the game to its cost center's debit, opening a new     *
      * cost center entry on first sight.  A full table sends the   *
      * game to suspense rather than lose it.                       *
      *=============================================================*
       2500-CHARGE-COST-CENTER.
           MOVE 0 TO WS-CC-FOUND-IDX.
           PERFORM 2510-CHECK-ONE-COST-CENTER THRU 2510-EXIT
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-COUNT OR WS-CC-FOUND-IDX > 0.
           IF WS-CC-FOUND-IDX = 0
               IF WS-CC-COUNT < WS-MAX-COST-CENTERS
                   ADD 1 TO WS-CC-COUNT
                   MOVE WS-CC-COUNT TO WS-CC-FOUND-IDX
                   MOVE WS-GAME-COST-CENTER
                       TO WS-CC-COST-CENTER (WS-CC-FOUND-IDX)
                   MOVE 0 TO WS-CC-GAME-COUNT (WS-CC-FOUND-IDX)
                   MOVE 0 TO WS-CC-AMOUNT (WS-CC-FOUND-IDX)
               ELSE
                   MOVE 6 TO WS-REASON-IDX
                   GO TO 2500-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-CC-GAME-COUNT (WS-CC-FOUND-IDX).
           ADD WS-GAME-CHARGE TO WS-CC-AMOUNT (WS-CC-FOUND-IDX).
           ADD 1 TO WS-BILLED-COUNT.
       2500-EXIT.
           EXIT.

       2510-CHECK-ONE-COST-CENTER.
           IF WS-CC-COST-CENTER (WS-CC-IDX) = WS-GAME-COST-CENTER
               MOVE WS-CC-IDX TO WS-CC-FOUND-IDX
           END-IF.
       2510-EXIT.
           EXIT.

      *=============================================================*
      * 2600-ADD-TO-SUSPENSE                                        *
      * Totals the game under its suspense reason and keeps it for  *
      * the exceptions page.  A game with no rate is carried at     *
      * zero.                                                       *
      *=============================================================*
       2600-ADD-TO-SUSPENSE.
           ADD 1 TO WS-RSN-GAME-COUNT (WS-REASON-IDX).
           ADD WS-GAME-CHARGE TO WS-RSN-AMOUNT (WS-REASON-IDX).
           ADD 1 TO WS-SUSPENSE-COUNT.
           ADD WS-GAME-CHARGE TO WS-SUSPENSE-AMOUNT.
           IF WS-SUSP-COUNT >= WS-MAX-SUSPENSE
               IF NOT WS-SUSPENSE-TRUNCATED
                   SET WS-SUSPENSE-TRUNCATED TO TRUE
                   DISPLAY "WARNING - more than " WS-MAX-SUSPENSE
                       " games in suspense; the exceptions page "
                       "lists the first " WS-MAX-SUSPENSE " only."
               END-IF
               GO TO 2600-EXIT
           END-IF.
           ADD 1 TO WS-SUSP-COUNT.
           MOVE PLYST-PLAYER-ID TO WS-SUS-PLAYER-ID (WS-SUSP-COUNT).
           MOVE PLYST-GAME-DATE TO WS-SUS-GAME-DATE (WS-SUSP-COUNT).
           MOVE PLYST-GAME-TIME TO WS-SUS-GAME-TIME (WS-SUSP-COUNT).
           MOVE PLYST-RECORD-TYPE
               TO WS-SUS-RECORD-TYPE (WS-SUSP-COUNT).
           MOVE PLYST-TEAM-ID TO WS-SUS-TEAM-ID (WS-SUSP-COUNT).
           MOVE WS-GAME-MODE TO WS-SUS-SESSION-MODE (WS-SUSP-COUNT).
           MOVE WS-GAME-DIFFICULTY
               TO WS-SUS-DIFFICULTY (WS-SUSP-COUNT).
           MOVE WS-GAME-CHARGE TO WS-SUS-CHARGE (WS-SUSP-COUNT).
           MOVE WS-REASON-IDX TO WS-SUS-REASON-IDX (WS-SUSP-COUNT).
       2600-EXIT.
           EXIT.

      *=============================================================*
      * 6000-WRITE-JOURNAL                                          *
      * Writes the GL journal: the header, one debit per cost       *
      * center to the department account, the balancing credit for  *
      * the month's total, and the trailer.  The same lines are     *
      * printed as the billing summary.  The credit is written      *
      * even in a month with nothing to bill, so the journal        *
      * always balances and the trailer always proves it.           *
      *=============================================================*
       6000-WRITE-JOURNAL.
           MOVE WS-BILL-MONTH TO WS-GLH-PERIOD.
           MOVE WS-TODAY TO WS-GLH-JOURNAL-DATE.
           WRITE GL-JOURNAL-RECORD FROM WS-GL-HEADER-RECORD.
           WRITE PRINT-RECORD FROM WS-COLUMN-LINE.
           PERFORM 6100-WRITE-ONE-DEBIT THRU 6100-EXIT
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-COUNT.
           MOVE WS-DEBIT-TOTAL TO WS-CREDIT-TOTAL.
           MOVE BIL-CREDIT-COST-CENTER TO WS-GLC-COST-CENTER.
           MOVE BIL-CREDIT-ACCOUNT TO WS-GLC-ACCOUNT.
           MOVE WS-CREDIT-TOTAL TO WS-GLC-AMOUNT.
           MOVE WS-BILLED-COUNT TO WS-GLC-GAME-COUNT.
           MOVE WS-BILL-MONTH TO WS-GLC-PERIOD.
           WRITE GL-JOURNAL-RECORD FROM WS-GL-CREDIT-RECORD.
           ADD 1 TO WS-JOURNAL-LINE-COUNT.
           MOVE "C" TO WS-DTL-DR-CR.
           MOVE BIL-CREDIT-COST-CENTER TO WS-DTL-COST-CENTER.
           MOVE BIL-CREDIT-ACCOUNT TO WS-DTL-ACCOUNT.
           MOVE WS-BILLED-COUNT TO WS-DTL-GAME-COUNT.
           MOVE WS-CREDIT-TOTAL TO WS-DTL-AMOUNT.
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
           MOVE WS-JOURNAL-LINE-COUNT TO WS-GLT-LINE-COUNT.
           MOVE WS-DEBIT-TOTAL TO WS-GLT-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL TO WS-GLT-CREDIT-TOTAL.
           MOVE WS-BILLED-COUNT TO WS-GLT-GAME-COUNT.
           WRITE GL-JOURNAL-RECORD FROM WS-GL-TRAILER-RECORD.
           DISPLAY "GUESSBIL - " WS-BILLED-COUNT " game(s) billed "
               "for " WS-BILL-MONTH " across " WS-CC-COUNT
               " cost center(s), " WS-SUSPENSE-COUNT
               " in suspense.".
       6000-EXIT.
           EXIT.

       6100-WRITE-ONE-DEBIT.
           MOVE WS-CC-COST-CENTER (WS-CC-IDX) TO WS-GLD-COST-CENTER.
           MOVE BIL-DEBIT-ACCOUNT TO WS-GLD-ACCOUNT.
           MOVE WS-CC-AMOUNT (WS-CC-IDX) TO WS-GLD-AMOUNT.
           MOVE WS-CC-GAME-COUNT (WS-CC-IDX) TO WS-GLD-GAME-COUNT.
           MOVE WS-BILL-MONTH TO WS-GLD-PERIOD.
           WRITE GL-JOURNAL-RECORD FROM WS-GL-DEBIT-RECORD.
           ADD 1 TO WS-JOURNAL-LINE-COUNT.
           ADD WS-CC-AMOUNT (WS-CC-IDX) TO WS-DEBIT-TOTAL.
           MOVE "D" TO WS-DTL-DR-CR.
           MOVE WS-CC-COST-CENTER (WS-CC-IDX) TO WS-DTL-COST-CENTER.
           MOVE BIL-DEBIT-ACCOUNT TO WS-DTL-ACCOUNT.
           MOVE WS-CC-GAME-COUNT (WS-CC-IDX) TO WS-DTL-GAME-COUNT.
           MOVE WS-CC-AMOUNT (WS-CC-IDX) TO WS-DTL-AMOUNT.
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
       6100-EXIT.
           EXIT.

      *=============================================================*
      * 7000-PRINT-EXCEPTIONS                                       *
      * The exceptions page: every game sent to suspense with its   *
      * reason, the suspense total by reason, and the suspense      *
      * line itself - charges finance must place by hand, because   *
      * they are in neither the debits nor the credit.              *
      *=============================================================*
       7000-PRINT-EXCEPTIONS.
           WRITE PRINT-RECORD FROM WS-EXCEPTION-HEADING-LINE
               AFTER ADVANCING PAGE.
           WRITE PRINT-RECORD FROM WS-FUNCTION-LINE.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           IF WS-SUSPENSE-COUNT = 0
               MOVE "NO GAMES IN SUSPENSE" TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               GO TO 7000-EXIT
           END-IF.
           WRITE PRINT-RECORD FROM WS-EXC-COLUMN-LINE.
           PERFORM 7100-PRINT-ONE-EXCEPTION THRU 7100-EXIT
               VARYING WS-SUSP-IDX FROM 1 BY 1
               UNTIL WS-SUSP-IDX > WS-SUSP-COUNT.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           PERFORM 7200-PRINT-ONE-REASON THRU 7200-EXIT
               VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > 6.
           MOVE "SUSPENSE - NOT POSTED" TO WS-RSL-LABEL.
           MOVE WS-SUSPENSE-COUNT TO WS-RSL-GAME-COUNT.
           MOVE WS-SUSPENSE-AMOUNT TO WS-RSL-AMOUNT.
           WRITE PRINT-RECORD FROM WS-REASON-LINE.
       7000-EXIT.
           EXIT.

       7100-PRINT-ONE-EXCEPTION.
           MOVE WS-SUS-PLAYER-ID (WS-SUSP-IDX) TO WS-EXD-PLAYER-ID.
           MOVE WS-SUS-GAME-DATE (WS-SUSP-IDX) TO WS-EXD-GAME-DATE.
           MOVE WS-SUS-GAME-TIME (WS-SUSP-IDX) TO WS-EXD-GAME-TIME.
           MOVE WS-SUS-RECORD-TYPE (WS-SUSP-IDX)
               TO WS-EXD-RECORD-TYPE.
           MOVE WS-SUS-TEAM-ID (WS-SUSP-IDX) TO WS-EXD-TEAM-ID.
           MOVE WS-SUS-SESSION-MODE (WS-SUSP-IDX)
               TO WS-EXD-SESSION-MODE.
           MOVE WS-SUS-DIFFICULTY (WS-SUSP-IDX) TO WS-EXD-DIFFICULTY.
           MOVE WS-SUS-CHARGE (WS-SUSP-IDX) TO WS-EXD-CHARGE.
           MOVE WS-RSN-LABEL (WS-SUS-REASON-IDX (WS-SUSP-IDX))
               TO WS-EXD-REASON.
           WRITE PRINT-RECORD FROM WS-EXC-DETAIL-LINE.
       7100-EXIT.
           EXIT.

       7200-PRINT-ONE-REASON.
           IF WS-RSN-GAME-COUNT (WS-REASON-IDX) > 0
               MOVE WS-RSN-LABEL (WS-REASON-IDX) TO WS-RSL-LABEL
               MOVE WS-RSN-GAME-COUNT (WS-REASON-IDX)
                   TO WS-RSL-GAME-COUNT
               MOVE WS-RSN-AMOUNT (WS-REASON-IDX) TO WS-RSL-AMOUNT
               WRITE PRINT-RECORD FROM WS-REASON-LINE
           END-IF.
       7200-EXIT.
           EXIT.

      *=============================================================*
      * 8000-PRINT-TOTALS                                           *
      * Control totals.  Every game filed in the month is either    *
      * billed or in suspense, and the debits equal the credit.     *
      * Suspense sets RC 4 so the scheduler flags the exceptions    *
      * page for finance.                                           *
      *=============================================================*
       8000-PRINT-TOTALS.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "STATS RECORDS READ" TO WS-TOT-LABEL.
           MOVE WS-STATS-READ-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "RECORDS IN BILLING MONTH" TO WS-TOT-LABEL.
           MOVE WS-MONTH-RECORD-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "MATCH SUMMARIES NOT PRICED" TO WS-TOT-LABEL.
           MOVE WS-SUMMARY-SKIP-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "GAMES BILLED" TO WS-TOT-LABEL.
           MOVE WS-BILLED-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "GAMES IN SUSPENSE" TO WS-TOT-LABEL.
           MOVE WS-SUSPENSE-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "JOURNAL LINES WRITTEN" TO WS-TOT-LABEL.
           MOVE WS-JOURNAL-LINE-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "TOTAL DEBITS" TO WS-ATL-LABEL.
           MOVE WS-DEBIT-TOTAL TO WS-ATL-AMOUNT.
           WRITE PRINT-RECORD FROM WS-AMOUNT-TOTAL-LINE.
           MOVE "TOTAL CREDITS" TO WS-ATL-LABEL.
           MOVE WS-CREDIT-TOTAL TO WS-ATL-AMOUNT.
           WRITE PRINT-RECORD FROM WS-AMOUNT-TOTAL-LINE.
           MOVE "SUSPENSE - NOT POSTED" TO WS-ATL-LABEL.
           MOVE WS-SUSPENSE-AMOUNT TO WS-ATL-AMOUNT.
           WRITE PRINT-RECORD FROM WS-AMOUNT-TOTAL-LINE.
           IF WS-SUSPENSE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

      *=============================================================*
      * 8900-RECORD-RUN-END                                         *
      * Rewrites this run's record complete, with the end           *
      * timestamp, the games billed, and the return code - from     *
      * here on the month cannot be billed again.                   *
      *=============================================================*
       8900-RECORD-RUN-END.
           MOVE "GUESSBIL" TO RUNC-PROGRAM-ID.
           MOVE WS-MONTH-START-DATE TO RUNC-BUSINESS-DATE.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE SPACES TO RUN-CONTROL-RECORD
                   MOVE "GUESSBIL" TO RUNC-PROGRAM-ID
                   MOVE WS-MONTH-START-DATE TO RUNC-BUSINESS-DATE
                   MOVE 0 TO RUNC-START-DATE
                   MOVE 0 TO RUNC-START-TIME
           END-READ.
           SET RUNC-COMPLETE TO TRUE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUNC-END-DATE.
           MOVE FUNCTION CURRENT-DATE(9:8) TO RUNC-END-TIME.
           MOVE WS-BILLED-COUNT TO RUNC-RECORD-COUNT.
           MOVE RETURN-CODE TO RUNC-RETURN-CODE.
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
           END-WRITE.
           CLOSE RUN-CONTROL-FILE.
       8900-EXIT.
           EXIT.

      *=============================================================*
      * 9000-TERMINATE                                              *
      *=============================================================*
       9000-TERMINATE.
           IF WS-TEAMS-ON-FILE
               CLOSE TEAM-MASTER-FILE
           END-IF.
           IF WS-STATS-ON-FILE
               CLOSE PLAYER-STATS-FILE
           END-IF.
           IF NOT WS-RUN-REFUSED
               CLOSE GL-JOURNAL-FILE
           END-IF.
           CLOSE PRINT-FILE.
       9000-EXIT.
           EXIT.
