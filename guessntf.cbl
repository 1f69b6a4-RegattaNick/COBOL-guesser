      *===============================================================*
      *                                                                *
      * PROGRAM-ID.  GUESSNTF.                                        *
      *                                                                *
      * AUTHOR.        Application Development.                       *
      * INSTALLATION.  Application Development.                       *
      * DATE-WRITTEN.  2026-10-15.                                    *
      *                                                                *
      * REMARKS.       Nightly player notifications.  Scans the       *
      *                files behind four events and writes one        *
      *                NOTIFY-OUT-FILE record per player per message  *
      *                for the corporate mail gateway:                *
      *                  P  a tournament pairing still pending and    *
      *                     scheduled for tomorrow (both players,     *
      *                     each told the opponent's name);           *
      *                  S  a saved game idle the stale-days          *
      *                     parameter or longer;                      *
      *                  A  an award dated within the look-back       *
      *                     window;                                   *
      *                  R  a nightly rating move of at least the     *
      *                     rating-move parameter, rated within the   *
      *                     look-back window.                         *
      *                Each record carries the event type, player     *
      *                id, player name from PLAYER-MASTER-FILE, and   *
      *                the message text.  Suspended, merged, and      *
      *                unenrolled ids are never notified, nor is a    *
      *                player who has opted out of that event type    *
      *                on the master (PLYMAINT action "N").           *
      *                                                                *
      *                Every notification sent is filed on            *
      *                NOTIFY-HISTORY-FILE, keyed on player, event    *
      *                type, and the event's own reference, and the   *
      *                history is written before the message - a      *
      *                rerun, or a later night that still sees the    *
      *                same event in the look-back window, finds the  *
      *                key taken and sends nothing.  NOTIFY-OUT-FILE  *
      *                is extended, never rewritten, so a rerun       *
      *                cannot wipe messages the gateway has not yet   *
      *                collected.                                     *
      *                                                                *
      *                A control report lists the messages written    *
      *                and counts each event type's candidates,       *
      *                opt-outs, ineligible ids, already-sent, and    *
      *                written.  A missing event file is noted and    *
      *                its event skipped.                             *
      *                                                                *
      *                Return codes:  0  run complete                 *
      *                               8  master or history file       *
      *                                  unavailable (nothing sent),  *
      *                                  or a history or message      *
      *                                  write failed                 *
      *                                                                *
      * MODIFICATION HISTORY.                                         *
      *   2026-10-15  NR   Original version.                          *
      *   2026-10-15  NR   A parameter without a date now defaults to *
      *                    the business date on BUSINESS-DATE-FILE,   *
      *                    not the clock date.                        *
      *                                                                *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUESSNTF.
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
           SELECT NTF-PARM-FILE ASSIGN TO "NTFPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTFPARM-STATUS.

           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLYMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLYM-PLAYER-ID
               FILE STATUS IS WS-PLYMAST-STATUS.

           SELECT TOURN-MASTER-FILE ASSIGN TO "TOURMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRN-KEY
               FILE STATUS IS WS-TOURMAST-STATUS.

           SELECT SAVED-GAME-FILE ASSIGN TO "SAVEGAME"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SAVG-PLAYER-ID
               FILE STATUS IS WS-SAVEGAME-STATUS.

           SELECT AWARD-FILE ASSIGN TO "AWARDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AWRD-KEY
               FILE STATUS IS WS-AWARDS-STATUS.

           SELECT PLAYER-RATING-FILE ASSIGN TO "PLAYRTG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RTG-PLAYER-ID
               FILE STATUS IS WS-PLAYRTG-STATUS.

           SELECT NOTIFY-HISTORY-FILE ASSIGN TO "NTFHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NTFH-KEY
               FILE STATUS IS WS-NTFHIST-STATUS.

           SELECT NOTIFY-OUT-FILE ASSIGN TO "NTFOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTFOUT-STATUS.

           SELECT PRINT-FILE ASSIGN TO "NTFPRINT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NTF-PARM-FILE.
       COPY "ntfparm.cpy".

       FD  PLAYER-MASTER-FILE.
       COPY "plymast.cpy".

       FD  TOURN-MASTER-FILE.
       COPY "tourmast.cpy".

       FD  SAVED-GAME-FILE.
       COPY "savegame.cpy".

       FD  AWARD-FILE.
       COPY "awards.cpy".

       FD  PLAYER-RATING-FILE.
       COPY "plyrtg.cpy".

       FD  NOTIFY-HISTORY-FILE.
       COPY "ntfhist.cpy".

       FD  NOTIFY-OUT-FILE.
       COPY "ntfout.cpy".

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(120).

       FD  BUSINESS-DATE-FILE.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-NTFPARM-STATUS           PIC X(02).
       01  WS-PLYMAST-STATUS           PIC X(02).
       01  WS-TOURMAST-STATUS          PIC X(02).
       01  WS-SAVEGAME-STATUS          PIC X(02).
       01  WS-AWARDS-STATUS            PIC X(02).
       01  WS-PLAYRTG-STATUS           PIC X(02).
       01  WS-NTFHIST-STATUS           PIC X(02).
       01  WS-NTFOUT-STATUS            PIC X(02).
       01  WS-BUSDATE-STATUS           PIC X(02).
      * The business date on BUSINESS-DATE-FILE, rolled by GUESSRUN
      * "D" - the clock date at a site that has not started the
      * control.
       01  WS-BUSINESS-DATE            PIC 9(08).

       01  WS-PARM-EOF-FLAG            PIC X(01) VALUE "N".
           88  WS-PARM-EOF                     VALUE "Y".
       01  WS-RUN-ABORT-FLAG           PIC X(01) VALUE "N".
           88  WS-RUN-ABORTED                  VALUE "Y".
       01  WS-MASTER-OPEN-FLAG         PIC X(01) VALUE "N".
           88  WS-MASTER-OPEN                  VALUE "Y".
       01  WS-HISTORY-OPEN-FLAG        PIC X(01) VALUE "N".
           88  WS-HISTORY-OPEN                 VALUE "Y".
       01  WS-OUT-OPEN-FLAG            PIC X(01) VALUE "N".
           88  WS-OUT-OPEN                     VALUE "Y".
       01  WS-TOURN-EOF-FLAG           PIC X(01) VALUE "N".
           88  WS-TOURN-EOF                    VALUE "Y".
       01  WS-SAVED-EOF-FLAG           PIC X(01) VALUE "N".
           88  WS-SAVED-EOF                    VALUE "Y".
       01  WS-AWARD-EOF-FLAG           PIC X(01) VALUE "N".
           88  WS-AWARD-EOF                    VALUE "Y".
       01  WS-RATING-EOF-FLAG          PIC X(01) VALUE "N".
           88  WS-RATING-EOF                   VALUE "Y".
       01  WS-FAIL-WARN-FLAG           PIC X(01) VALUE "N".
           88  WS-FAIL-WARNED                  VALUE "Y".

      * ---------------------------------------------------------- *
      * Run dates and thresholds, from NTFPARM or their defaults.  *
      * ---------------------------------------------------------- *
       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-RUN-DAY-NUMBER           PIC 9(07).
       01  WS-TOMORROW-DATE            PIC 9(08).
       01  WS-LOOKBACK-FROM-DATE       PIC 9(08).
       01  WS-LOOKBACK-DAYS            PIC 9(02).
       01  WS-STALE-DAYS               PIC 9(03).
       01  WS-RATING-MOVE              PIC 9(03).

      * ---------------------------------------------------------- *
      * The event in hand, set up by the scan paragraphs and       *
      * issued by 6000.                                             *
      * ---------------------------------------------------------- *
       01  WS-TYPE-IDX                 PIC 9(03) COMP.
       01  WS-EVT-PLAYER-ID            PIC X(10).
       01  WS-EVT-REF                  PIC X(20).
       01  WS-EVT-MESSAGE              PIC X(100).

      * Event references - what makes one event of a type distinct
      * from the next for the same player.
       01  WS-PAIRING-REF.
           05  WS-PREF-ROUND-NO        PIC 9(02).
           05  WS-PREF-PAIRING-NO      PIC 9(03).
           05  WS-PREF-SCHEDULED-DATE  PIC 9(08).
           05  FILLER                  PIC X(07) VALUE SPACES.
       01  WS-SAVED-REF.
           05  WS-SREF-SAVED-DATE      PIC 9(08).
           05  WS-SREF-SAVED-TIME      PIC 9(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
       01  WS-RATING-REF.
           05  WS-RREF-RATED-DATE      PIC 9(08).
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-PLAYER-A-NAME            PIC X(30).
       01  WS-PLAYER-B-NAME            PIC X(30).
       01  WS-LOOKUP-ID                PIC X(10).
       01  WS-LOOKUP-NAME              PIC X(30).
       01  WS-SAVED-AGE-DAYS           PIC S9(05).
       01  WS-PREV-RATING              PIC 9(05).
       01  WS-RATING-CHANGE            PIC S9(05).
       01  WS-RATING-CHANGE-SIZE       PIC 9(05).

      * ---------------------------------------------------------- *
      * Message editing.  Figures are space-edited then taken from *
      * their first digit, so a message reads "5 wins" and not     *
      * "    5 wins"; dates read as YYYY-MM-DD.                     *
      * ---------------------------------------------------------- *
       01  WS-FIGURE-VALUE             PIC 9(05).
       01  WS-FIGURE-EDIT              PIC ZZZZ9.
       01  WS-FIGURE-LEAD              PIC 9(03) COMP.
       01  WS-FIGURE-TEXT              PIC X(05).
       01  WS-FIGURE-TEXT-1            PIC X(05).
       01  WS-FIGURE-TEXT-2            PIC X(05).
       01  WS-FIGURE-TEXT-3            PIC X(05).
       01  WS-DATE-VALUE.
           05  WS-DV-YEAR              PIC 9(04).
           05  WS-DV-MONTH             PIC 9(02).
           05  WS-DV-DAY               PIC 9(02).
       01  WS-DATE-TEXT.
           05  WS-DT-YEAR              PIC 9(04).
           05  FILLER                  PIC X(01) VALUE "-".
           05  WS-DT-MONTH             PIC 9(02).
           05  FILLER                  PIC X(01) VALUE "-".
           05  WS-DT-DAY               PIC 9(02).

      * ---------------------------------------------------------- *
      * Control counts by event type, in the order the events are  *
      * scanned.  Codes and names are loaded in 1000.               *
      * ---------------------------------------------------------- *
       01  WS-EVENT-TYPE-TABLE.
           05  WS-EVENT-TYPE-ENTRY OCCURS 4 TIMES.
               10  WS-ET-CODE                 PIC X(01).
               10  WS-ET-NAME                 PIC X(24).
               10  WS-ET-CANDIDATES           PIC 9(07).
               10  WS-ET-OPTED-OUT            PIC 9(07).
               10  WS-ET-INELIGIBLE           PIC 9(07).
               10  WS-ET-ALREADY-SENT         PIC 9(07).
               10  WS-ET-WRITTEN              PIC 9(07).
       01  WS-FAILED-COUNT             PIC 9(07) VALUE 0.
       01  WS-TOTAL-CANDIDATES         PIC 9(07) VALUE 0.
       01  WS-TOTAL-OPTED-OUT          PIC 9(07) VALUE 0.
       01  WS-TOTAL-INELIGIBLE         PIC 9(07) VALUE 0.
       01  WS-TOTAL-ALREADY-SENT       PIC 9(07) VALUE 0.
       01  WS-TOTAL-WRITTEN            PIC 9(07) VALUE 0.

      * ---------------------------------------------------------- *
      * Print lines.                                                *
      * ---------------------------------------------------------- *
       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(43)
               VALUE "GUESSNTF - PLAYER NOTIFICATIONS  RUN DATE ".
           05  WS-HDG-RUN-DATE         PIC 9(08).
       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(03) VALUE "T".
           05  FILLER                  PIC X(12) VALUE "PLAYER-ID".
           05  FILLER                  PIC X(07) VALUE "MESSAGE".
       01  WS-DETAIL-LINE.
           05  WS-DTL-EVENT-TYPE       PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-PLAYER-ID        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-MESSAGE          PIC X(100).
       01  WS-CTL-COLUMN-LINE.
           05  FILLER                  PIC X(26) VALUE "EVENT TYPE".
           05  FILLER                  PIC X(12) VALUE "  CANDIDATES".
           05  FILLER                  PIC X(12) VALUE "   OPTED-OUT".
           05  FILLER                  PIC X(12) VALUE "  INELIGIBLE".
           05  FILLER                  PIC X(14)
               VALUE "  ALREADY-SENT".
           05  FILLER                  PIC X(12) VALUE "     WRITTEN".
       01  WS-CTL-LINE.
           05  WS-CTL-TYPE-NAME        PIC X(26).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-CTL-CANDIDATES       PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-CTL-OPTED-OUT        PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-CTL-INELIGIBLE       PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-CTL-ALREADY-SENT     PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-CTL-WRITTEN          PIC Z,ZZZ,ZZ9.
       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(30).
           05  WS-TOT-COUNT            PIC Z,ZZZ,ZZ9.
       01  WS-MESSAGE-LINE             PIC X(80).

       PROCEDURE DIVISION.

      *=============================================================*
      * 0000-MAINLINE                                                *
      *=============================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT WS-RUN-ABORTED
               PERFORM 2000-PAIRING-NOTICES THRU 2000-EXIT
               PERFORM 3000-STALE-SAVE-NOTICES THRU 3000-EXIT
               PERFORM 4000-AWARD-NOTICES THRU 4000-EXIT
               PERFORM 5000-RATING-NOTICES THRU 5000-EXIT
               PERFORM 8000-PRINT-CONTROL-REPORT THRU 8000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *=============================================================*
      * 1000-INITIALIZE                                              *
      * Picks up the run parameter (the business date, a 7-day      *
      * look-back, a 7-day stale age, and a 50-point rating move    *
      * wherever a field is zero or the record is missing), works   *
      * out tomorrow and the start of the look-back window, loads   *
      * the event-type table, and opens the master, the history     *
      * (made on the first ever run), and the outbound file.        *
      * Without the master or the history nothing can be sent       *
      * safely - the run ends RC 8.                                  *
      *=============================================================*
       1000-INITIALIZE.
           PERFORM 1040-READ-BUSINESS-DATE THRU 1040-EXIT.
           OPEN INPUT NTF-PARM-FILE.
           IF WS-NTFPARM-STATUS = "35"
               SET WS-PARM-EOF TO TRUE
           ELSE
               READ NTF-PARM-FILE
                   AT END SET WS-PARM-EOF TO TRUE
               END-READ
               CLOSE NTF-PARM-FILE
           END-IF.
           IF WS-PARM-EOF
               MOVE ZEROES TO NTF-PARM-RECORD
           END-IF.
           IF NTF-RUN-DATE NOT NUMERIC OR NTF-RUN-DATE = 0
               MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
           ELSE
               MOVE NTF-RUN-DATE TO WS-RUN-DATE
           END-IF.
           IF NTF-LOOKBACK-DAYS NOT NUMERIC OR NTF-LOOKBACK-DAYS = 0
               MOVE 7 TO WS-LOOKBACK-DAYS
           ELSE
               MOVE NTF-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
           END-IF.
           IF NTF-STALE-DAYS NOT NUMERIC OR NTF-STALE-DAYS = 0
               MOVE 7 TO WS-STALE-DAYS
           ELSE
               MOVE NTF-STALE-DAYS TO WS-STALE-DAYS
           END-IF.
           IF NTF-RATING-MOVE NOT NUMERIC OR NTF-RATING-MOVE = 0
               MOVE 50 TO WS-RATING-MOVE
           ELSE
               MOVE NTF-RATING-MOVE TO WS-RATING-MOVE
           END-IF.
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-TOMORROW-DATE =
               FUNCTION DATE-OF-INTEGER(WS-RUN-DAY-NUMBER + 1).
           COMPUTE WS-LOOKBACK-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-RUN-DAY-NUMBER
                   - WS-LOOKBACK-DAYS).

           MOVE "P" TO WS-ET-CODE (1).
           MOVE "PAIRING DUE TOMORROW" TO WS-ET-NAME (1).
           MOVE "S" TO WS-ET-CODE (2).
           MOVE "STALE SAVED GAME" TO WS-ET-NAME (2).
           MOVE "A" TO WS-ET-CODE (3).
           MOVE "NEW AWARD" TO WS-ET-NAME (3).
           MOVE "R" TO WS-ET-CODE (4).
           MOVE "RATING MOVE" TO WS-ET-NAME (4).
           PERFORM 1100-CLEAR-ONE-TYPE THRU 1100-EXIT
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 4.

           OPEN OUTPUT PRINT-FILE.
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
           WRITE PRINT-RECORD FROM WS-HEADING-LINE.

           OPEN INPUT PLAYER-MASTER-FILE.
           IF WS-PLYMAST-STATUS NOT = "00"
               MOVE SPACES TO WS-MESSAGE-LINE
               STRING "PLAYER MASTER NOT AVAILABLE - STATUS "
                       WS-PLYMAST-STATUS " - NOTHING SENT"
                   DELIMITED BY SIZE INTO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               SET WS-RUN-ABORTED TO TRUE
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           SET WS-MASTER-OPEN TO TRUE.
           OPEN I-O NOTIFY-HISTORY-FILE.
           IF WS-NTFHIST-STATUS = "35"
               OPEN OUTPUT NOTIFY-HISTORY-FILE
               CLOSE NOTIFY-HISTORY-FILE
               OPEN I-O NOTIFY-HISTORY-FILE
           END-IF.
           IF WS-NTFHIST-STATUS NOT = "00"
               MOVE SPACES TO WS-MESSAGE-LINE
               STRING "NOTIFICATION HISTORY NOT AVAILABLE - STATUS "
                       WS-NTFHIST-STATUS " - NOTHING SENT"
                   DELIMITED BY SIZE INTO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               SET WS-RUN-ABORTED TO TRUE
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           SET WS-HISTORY-OPEN TO TRUE.
      * Extended, not rewritten - messages from an earlier run the
      * gateway has not collected yet must survive a rerun.
           OPEN EXTEND NOTIFY-OUT-FILE.
           IF WS-NTFOUT-STATUS = "35"
               OPEN OUTPUT NOTIFY-OUT-FILE
           END-IF.
           IF WS-NTFOUT-STATUS NOT = "00"
               MOVE SPACES TO WS-MESSAGE-LINE
               STRING "NOTIFICATION FILE NOT AVAILABLE - STATUS "
                       WS-NTFOUT-STATUS " - NOTHING SENT"
                   DELIMITED BY SIZE INTO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               SET WS-RUN-ABORTED TO TRUE
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           SET WS-OUT-OPEN TO TRUE.
           WRITE PRINT-RECORD FROM WS-COLUMN-LINE.
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

       1100-CLEAR-ONE-TYPE.
           MOVE 0 TO WS-ET-CANDIDATES (WS-TYPE-IDX).
           MOVE 0 TO WS-ET-OPTED-OUT (WS-TYPE-IDX).
           MOVE 0 TO WS-ET-INELIGIBLE (WS-TYPE-IDX).
           MOVE 0 TO WS-ET-ALREADY-SENT (WS-TYPE-IDX).
           MOVE 0 TO WS-ET-WRITTEN (WS-TYPE-IDX).
       1100-EXIT.
           EXIT.

      *=============================================================*
      * 2000-PAIRING-NOTICES                                         *
      * Type P.  Every pairing still pending and scheduled for      *
      * tomorrow reminds both players, each told who they face.     *
      *=============================================================*
       2000-PAIRING-NOTICES.
           OPEN INPUT TOURN-MASTER-FILE.
           IF WS-TOURMAST-STATUS NOT = "00"
               MOVE "NO TOURNAMENT MASTER - PAIRING NOTICES SKIPPED"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-READ-NEXT-PAIRING THRU 2100-EXIT.
           PERFORM 2200-CHECK-ONE-PAIRING THRU 2200-EXIT
               UNTIL WS-TOURN-EOF.
           CLOSE TOURN-MASTER-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-NEXT-PAIRING.
           READ TOURN-MASTER-FILE NEXT RECORD
               AT END SET WS-TOURN-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-CHECK-ONE-PAIRING.
           IF TRN-RESULT-PENDING
                   AND TRN-SCHEDULED-DATE = WS-TOMORROW-DATE
               PERFORM 2300-NOTIFY-PAIRING THRU 2300-EXIT
           END-IF.
           PERFORM 2100-READ-NEXT-PAIRING THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       2300-NOTIFY-PAIRING.
           MOVE 1 TO WS-TYPE-IDX.
           MOVE TRN-ROUND-NO TO WS-PREF-ROUND-NO.
           MOVE TRN-PAIRING-NO TO WS-PREF-PAIRING-NO.
           MOVE TRN-SCHEDULED-DATE TO WS-PREF-SCHEDULED-DATE.
           MOVE TRN-PLAYER-A-ID TO WS-LOOKUP-ID.
           PERFORM 6500-LOOKUP-PLAYER-NAME THRU 6500-EXIT.
           MOVE WS-LOOKUP-NAME TO WS-PLAYER-A-NAME.
           MOVE TRN-PLAYER-B-ID TO WS-LOOKUP-ID.
           PERFORM 6500-LOOKUP-PLAYER-NAME THRU 6500-EXIT.
           MOVE WS-LOOKUP-NAME TO WS-PLAYER-B-NAME.
           MOVE TRN-ROUND-NO TO WS-FIGURE-VALUE.
           PERFORM 6800-EDIT-FIGURE THRU 6800-EXIT.
           MOVE TRN-SCHEDULED-DATE TO WS-DATE-VALUE.
           PERFORM 6900-EDIT-DATE THRU 6900-EXIT.

           MOVE TRN-PLAYER-A-ID TO WS-EVT-PLAYER-ID.
           MOVE WS-PAIRING-REF TO WS-EVT-REF.
           MOVE SPACES TO WS-EVT-MESSAGE.
           STRING "Tournament round " DELIMITED BY SIZE
                   WS-FIGURE-TEXT DELIMITED BY SPACE
                   ": your game against " DELIMITED BY SIZE
                   WS-PLAYER-B-NAME DELIMITED BY "  "
                   " is due tomorrow, " DELIMITED BY SIZE
                   WS-DATE-TEXT DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
               INTO WS-EVT-MESSAGE.
           PERFORM 6000-ISSUE-NOTIFICATION THRU 6000-EXIT.

           MOVE TRN-PLAYER-B-ID TO WS-EVT-PLAYER-ID.
           MOVE WS-PAIRING-REF TO WS-EVT-REF.
           MOVE SPACES TO WS-EVT-MESSAGE.
           STRING "Tournament round " DELIMITED BY SIZE
                   WS-FIGURE-TEXT DELIMITED BY SPACE
                   ": your game against " DELIMITED BY SIZE
                   WS-PLAYER-A-NAME DELIMITED BY "  "
                   " is due tomorrow, " DELIMITED BY SIZE
                   WS-DATE-TEXT DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
               INTO WS-EVT-MESSAGE.
           PERFORM 6000-ISSUE-NOTIFICATION THRU 6000-EXIT.
       2300-EXIT.
           EXIT.

      *=============================================================*
      * 3000-STALE-SAVE-NOTICES                                      *
      * Type S.  A game still in progress whose last checkpoint is  *
      * the stale age or older is a candidate for SAVELIST's        *
      * cancel - the player is warned to finish it first.  Every    *
      * guess rewrites the checkpoint, so a player who plays on    *
      * and then lets the game go stale again is warned again.      *
      *=============================================================*
       3000-STALE-SAVE-NOTICES.
           OPEN INPUT SAVED-GAME-FILE.
           IF WS-SAVEGAME-STATUS NOT = "00"
               MOVE "NO SAVED-GAME FILE - STALE-GAME NOTICES SKIPPED"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-READ-NEXT-SAVED THRU 3100-EXIT.
           PERFORM 3200-CHECK-ONE-SAVED THRU 3200-EXIT
               UNTIL WS-SAVED-EOF.
           CLOSE SAVED-GAME-FILE.
       3000-EXIT.
           EXIT.

       3100-READ-NEXT-SAVED.
           READ SAVED-GAME-FILE NEXT RECORD
               AT END SET WS-SAVED-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

       3200-CHECK-ONE-SAVED.
           PERFORM 3300-NOTIFY-STALE-SAVE THRU 3300-EXIT.
           PERFORM 3100-READ-NEXT-SAVED THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

       3300-NOTIFY-STALE-SAVE.
           IF NOT SAVG-GAME-IN-PROGRESS
                   OR SAVG-SAVED-DATE NOT NUMERIC
                   OR SAVG-SAVED-DATE = 0
               GO TO 3300-EXIT
           END-IF.
           COMPUTE WS-SAVED-AGE-DAYS = WS-RUN-DAY-NUMBER
               - FUNCTION INTEGER-OF-DATE(SAVG-SAVED-DATE).
           IF WS-SAVED-AGE-DAYS < WS-STALE-DAYS
               GO TO 3300-EXIT
           END-IF.
           MOVE 2 TO WS-TYPE-IDX.
           MOVE SAVG-PLAYER-ID TO WS-EVT-PLAYER-ID.
           MOVE SAVG-SAVED-DATE TO WS-SREF-SAVED-DATE.
           MOVE SAVG-SAVED-TIME TO WS-SREF-SAVED-TIME.
           MOVE WS-SAVED-REF TO WS-EVT-REF.
           MOVE WS-SAVED-AGE-DAYS TO WS-FIGURE-VALUE.
           PERFORM 6800-EDIT-FIGURE THRU 6800-EXIT.
           MOVE SAVG-SAVED-DATE TO WS-DATE-VALUE.
           PERFORM 6900-EDIT-DATE THRU 6900-EXIT.
           MOVE SPACES TO WS-EVT-MESSAGE.
           STRING "Your saved game from " DELIMITED BY SIZE
                   WS-DATE-TEXT DELIMITED BY SIZE
                   " has been idle " DELIMITED BY SIZE
                   WS-FIGURE-TEXT DELIMITED BY SPACE
                   " days - finish it before it is cancelled."
                       DELIMITED BY SIZE
               INTO WS-EVT-MESSAGE.
           PERFORM 6000-ISSUE-NOTIFICATION THRU 6000-EXIT.
       3300-EXIT.
           EXIT.

      *=============================================================*
      * 4000-AWARD-NOTICES                                           *
      * Type A.  Every award GUESSAWD dated within the look-back    *
      * window, worded as the game words it at sign-on.  An award  *
      * is earned once per player, so its code is its reference.    *
      *=============================================================*
       4000-AWARD-NOTICES.
           OPEN INPUT AWARD-FILE.
           IF WS-AWARDS-STATUS NOT = "00"
               MOVE "NO AWARD FILE - AWARD NOTICES SKIPPED"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-READ-NEXT-AWARD THRU 4100-EXIT.
           PERFORM 4200-CHECK-ONE-AWARD THRU 4200-EXIT
               UNTIL WS-AWARD-EOF.
           CLOSE AWARD-FILE.
       4000-EXIT.
           EXIT.

       4100-READ-NEXT-AWARD.
           READ AWARD-FILE NEXT RECORD
               AT END SET WS-AWARD-EOF TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

       4200-CHECK-ONE-AWARD.
           PERFORM 4300-NOTIFY-AWARD THRU 4300-EXIT.
           PERFORM 4100-READ-NEXT-AWARD THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

       4300-NOTIFY-AWARD.
           IF AWRD-AWARD-DATE < WS-LOOKBACK-FROM-DATE
                   OR AWRD-AWARD-DATE > WS-RUN-DATE
               GO TO 4300-EXIT
           END-IF.
           MOVE 3 TO WS-TYPE-IDX.
           MOVE AWRD-PLAYER-ID TO WS-EVT-PLAYER-ID.
           MOVE AWRD-AWARD-CODE TO WS-EVT-REF.
           MOVE AWRD-DETAIL-VALUE TO WS-FIGURE-VALUE.
           PERFORM 6800-EDIT-FIGURE THRU 6800-EXIT.
           MOVE SPACES TO WS-EVT-MESSAGE.
           IF AWRD-FIRST-WIN
               MOVE "New award: first game won!" TO WS-EVT-MESSAGE
           ELSE
           IF AWRD-CENTURY-GAME
               MOVE "New award: one hundred games played!"
                   TO WS-EVT-MESSAGE
           ELSE
           IF AWRD-HARD-WIN
               MOVE "New award: a win at hard difficulty!"
                   TO WS-EVT-MESSAGE
           ELSE
           IF AWRD-WIN-STREAK
               STRING "New award: " DELIMITED BY SIZE
                       WS-FIGURE-TEXT DELIMITED BY SPACE
                       " wins in a row!" DELIMITED BY SIZE
                   INTO WS-EVT-MESSAGE
           ELSE
           IF AWRD-PERSONAL-BEST
               STRING "New award: personal best - won in "
                           DELIMITED BY SIZE
                       WS-FIGURE-TEXT DELIMITED BY SPACE
                       " guess(es)!" DELIMITED BY SIZE
                   INTO WS-EVT-MESSAGE
           ELSE
               STRING "New award: rating reached " DELIMITED BY SIZE
                       WS-FIGURE-TEXT DELIMITED BY SPACE
                       "!" DELIMITED BY SIZE
                   INTO WS-EVT-MESSAGE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM 6000-ISSUE-NOTIFICATION THRU 6000-EXIT.
       4300-EXIT.
           EXIT.

      *=============================================================*
      * 5000-RATING-NOTICES                                          *
      * Type R.  A player rated within the look-back window whose  *
      * latest nightly move - previous history entry (1000 for a   *
      * first rating) to current - is the threshold or more, up or  *
      * down.  The rated date is the reference, so each night's     *
      * move is its own notice.                                       *
      *=============================================================*
       5000-RATING-NOTICES.
           OPEN INPUT PLAYER-RATING-FILE.
           IF WS-PLAYRTG-STATUS NOT = "00"
               MOVE "NO RATING FILE - RATING NOTICES SKIPPED"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-READ-NEXT-RATING THRU 5100-EXIT.
           PERFORM 5200-CHECK-ONE-RATING THRU 5200-EXIT
               UNTIL WS-RATING-EOF.
           CLOSE PLAYER-RATING-FILE.
       5000-EXIT.
           EXIT.

       5100-READ-NEXT-RATING.
           READ PLAYER-RATING-FILE NEXT RECORD
               AT END SET WS-RATING-EOF TO TRUE
           END-READ.
       5100-EXIT.
           EXIT.

       5200-CHECK-ONE-RATING.
           PERFORM 5300-NOTIFY-RATING-MOVE THRU 5300-EXIT.
           PERFORM 5100-READ-NEXT-RATING THRU 5100-EXIT.
       5200-EXIT.
           EXIT.

       5300-NOTIFY-RATING-MOVE.
           IF RTG-LAST-RATED-DATE < WS-LOOKBACK-FROM-DATE
                   OR RTG-LAST-RATED-DATE > WS-RUN-DATE
               GO TO 5300-EXIT
           END-IF.
           IF RTG-HIST-DATE (2) = 0
               MOVE 1000 TO WS-PREV-RATING
           ELSE
               MOVE RTG-HIST-RATING (2) TO WS-PREV-RATING
           END-IF.
           COMPUTE WS-RATING-CHANGE =
               RTG-CURRENT-RATING - WS-PREV-RATING.
           IF WS-RATING-CHANGE < 0
               COMPUTE WS-RATING-CHANGE-SIZE = 0 - WS-RATING-CHANGE
           ELSE
               MOVE WS-RATING-CHANGE TO WS-RATING-CHANGE-SIZE
           END-IF.
           IF WS-RATING-CHANGE-SIZE < WS-RATING-MOVE
               GO TO 5300-EXIT
           END-IF.
           MOVE 4 TO WS-TYPE-IDX.
           MOVE RTG-PLAYER-ID TO WS-EVT-PLAYER-ID.
           MOVE RTG-LAST-RATED-DATE TO WS-RREF-RATED-DATE.
           MOVE WS-RATING-REF TO WS-EVT-REF.
           MOVE WS-PREV-RATING TO WS-FIGURE-VALUE.
           PERFORM 6800-EDIT-FIGURE THRU 6800-EXIT.
           MOVE WS-FIGURE-TEXT TO WS-FIGURE-TEXT-1.
           MOVE RTG-CURRENT-RATING TO WS-FIGURE-VALUE.
           PERFORM 6800-EDIT-FIGURE THRU 6800-EXIT.
           MOVE WS-FIGURE-TEXT TO WS-FIGURE-TEXT-2.
           MOVE WS-RATING-CHANGE-SIZE TO WS-FIGURE-VALUE.
           PERFORM 6800-EDIT-FIGURE THRU 6800-EXIT.
           MOVE WS-FIGURE-TEXT TO WS-FIGURE-TEXT-3.
           MOVE SPACES TO WS-EVT-MESSAGE.
           IF WS-RATING-CHANGE > 0
               STRING "Your rating rose " DELIMITED BY SIZE
                       WS-FIGURE-TEXT-3 DELIMITED BY SPACE
                       " points, from " DELIMITED BY SIZE
                       WS-FIGURE-TEXT-1 DELIMITED BY SPACE
                       " to " DELIMITED BY SIZE
                       WS-FIGURE-TEXT-2 DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                   INTO WS-EVT-MESSAGE
           ELSE
               STRING "Your rating fell " DELIMITED BY SIZE
                       WS-FIGURE-TEXT-3 DELIMITED BY SPACE
                       " points, from " DELIMITED BY SIZE
                       WS-FIGURE-TEXT-1 DELIMITED BY SPACE
                       " to " DELIMITED BY SIZE
                       WS-FIGURE-TEXT-2 DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                   INTO WS-EVT-MESSAGE
           END-IF.
           PERFORM 6000-ISSUE-NOTIFICATION THRU 6000-EXIT.
       5300-EXIT.
           EXIT.

      *=============================================================*
      * 6000-ISSUE-NOTIFICATION                                      *
      * Sends the event in WS-EVT-* to its player unless the id is  *
      * not an active enrolled player, the player has opted out of *
      * the event type, or the history shows it already sent.  The *
      * history record goes first: if the message write then fails *
      * the event is lost rather than sent twice, and the failure   *
      * is reported and ends the run RC 8.                           *
      *=============================================================*
       6000-ISSUE-NOTIFICATION.
           ADD 1 TO WS-ET-CANDIDATES (WS-TYPE-IDX).
           MOVE WS-EVT-PLAYER-ID TO PLYM-PLAYER-ID.
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO PLYM-STATUS-CODE
           END-READ.
           IF NOT PLYM-ACTIVE
               ADD 1 TO WS-ET-INELIGIBLE (WS-TYPE-IDX)
               GO TO 6000-EXIT
           END-IF.
           IF (WS-TYPE-IDX = 1 AND PLYM-NO-PAIRING-NOTICE)
                   OR (WS-TYPE-IDX = 2 AND PLYM-NO-STALE-SAVE-NOTICE)
                   OR (WS-TYPE-IDX = 3 AND PLYM-NO-AWARD-NOTICE)
                   OR (WS-TYPE-IDX = 4 AND PLYM-NO-RATING-NOTICE)
               ADD 1 TO WS-ET-OPTED-OUT (WS-TYPE-IDX)
               GO TO 6000-EXIT
           END-IF.

           MOVE SPACES TO NOTIFY-HISTORY-RECORD.
           MOVE WS-EVT-PLAYER-ID TO NTFH-PLAYER-ID.
           MOVE WS-ET-CODE (WS-TYPE-IDX) TO NTFH-EVENT-TYPE.
           MOVE WS-EVT-REF TO NTFH-EVENT-REF.
           MOVE WS-RUN-DATE TO NTFH-SENT-DATE.
           WRITE NOTIFY-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-NTFHIST-STATUS = "22"
               ADD 1 TO WS-ET-ALREADY-SENT (WS-TYPE-IDX)
               GO TO 6000-EXIT
           END-IF.
           IF WS-NTFHIST-STATUS NOT = "00"
               PERFORM 6100-REPORT-WRITE-FAILURE THRU 6100-EXIT
               GO TO 6000-EXIT
           END-IF.

           MOVE SPACES TO NOTIFY-OUT-RECORD.
           MOVE WS-ET-CODE (WS-TYPE-IDX) TO NTFO-EVENT-TYPE.
           MOVE WS-EVT-PLAYER-ID TO NTFO-PLAYER-ID.
           MOVE PLYM-PLAYER-NAME TO NTFO-PLAYER-NAME.
           MOVE WS-RUN-DATE TO NTFO-RUN-DATE.
           MOVE WS-EVT-MESSAGE TO NTFO-MESSAGE-TEXT.
           WRITE NOTIFY-OUT-RECORD.
           IF WS-NTFOUT-STATUS NOT = "00"
               PERFORM 6100-REPORT-WRITE-FAILURE THRU 6100-EXIT
               GO TO 6000-EXIT
           END-IF.
           ADD 1 TO WS-ET-WRITTEN (WS-TYPE-IDX).
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-ET-CODE (WS-TYPE-IDX) TO WS-DTL-EVENT-TYPE.
           MOVE WS-EVT-PLAYER-ID TO WS-DTL-PLAYER-ID.
           MOVE WS-EVT-MESSAGE TO WS-DTL-MESSAGE.
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
       6000-EXIT.
           EXIT.

       6100-REPORT-WRITE-FAILURE.
           ADD 1 TO WS-FAILED-COUNT.
           MOVE SPACES TO WS-MESSAGE-LINE.
           STRING "WRITE FAILED - " WS-ET-CODE (WS-TYPE-IDX)
                   " NOTICE FOR " WS-EVT-PLAYER-ID
                   " HISTORY STATUS " WS-NTFHIST-STATUS
                   " OUT STATUS " WS-NTFOUT-STATUS
               DELIMITED BY SIZE INTO WS-MESSAGE-LINE.
           WRITE PRINT-RECORD FROM WS-MESSAGE-LINE.
           IF NOT WS-FAIL-WARNED
               DISPLAY "WARNING - GUESSNTF notification write "
                   "failed - see NTFPRINT."
               SET WS-FAIL-WARNED TO TRUE
           END-IF.
       6100-EXIT.
           EXIT.

      *=============================================================*
      * 6500-LOOKUP-PLAYER-NAME                                      *
      * Master name for WS-LOOKUP-ID, for telling a player who     *
      * they face.  An id not on the master is named by its id.     *
      *=============================================================*
       6500-LOOKUP-PLAYER-NAME.
           MOVE WS-LOOKUP-ID TO PLYM-PLAYER-ID.
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   MOVE WS-LOOKUP-ID TO WS-LOOKUP-NAME
               NOT INVALID KEY
                   MOVE PLYM-PLAYER-NAME TO WS-LOOKUP-NAME
           END-READ.
       6500-EXIT.
           EXIT.

       6800-EDIT-FIGURE.
           MOVE WS-FIGURE-VALUE TO WS-FIGURE-EDIT.
           MOVE 0 TO WS-FIGURE-LEAD.
           INSPECT WS-FIGURE-EDIT TALLYING WS-FIGURE-LEAD
               FOR LEADING SPACES.
           MOVE WS-FIGURE-EDIT (WS-FIGURE-LEAD + 1:)
               TO WS-FIGURE-TEXT.
       6800-EXIT.
           EXIT.

       6900-EDIT-DATE.
           MOVE WS-DV-YEAR TO WS-DT-YEAR.
           MOVE WS-DV-MONTH TO WS-DT-MONTH.
           MOVE WS-DV-DAY TO WS-DT-DAY.
       6900-EXIT.
           EXIT.

      *=============================================================*
      * 8000-PRINT-CONTROL-REPORT                                    *
      * Counts by event type and overall.  Candidates less the     *
      * opted-out, ineligible, and already-sent is what was         *
      * written, bar any write failure.                               *
      *=============================================================*
       8000-PRINT-CONTROL-REPORT.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           WRITE PRINT-RECORD FROM WS-CTL-COLUMN-LINE.
           PERFORM 8100-PRINT-ONE-TYPE THRU 8100-EXIT
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 4.
           MOVE "ALL EVENT TYPES" TO WS-CTL-TYPE-NAME.
           MOVE WS-TOTAL-CANDIDATES TO WS-CTL-CANDIDATES.
           MOVE WS-TOTAL-OPTED-OUT TO WS-CTL-OPTED-OUT.
           MOVE WS-TOTAL-INELIGIBLE TO WS-CTL-INELIGIBLE.
           MOVE WS-TOTAL-ALREADY-SENT TO WS-CTL-ALREADY-SENT.
           MOVE WS-TOTAL-WRITTEN TO WS-CTL-WRITTEN.
           WRITE PRINT-RECORD FROM WS-CTL-LINE.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "NOTIFICATIONS WRITTEN" TO WS-TOT-LABEL.
           MOVE WS-TOTAL-WRITTEN TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "WRITES FAILED" TO WS-TOT-LABEL.
           MOVE WS-FAILED-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           IF WS-FAILED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "GUESSNTF - " WS-TOTAL-WRITTEN " notification(s) "
               "written for " WS-RUN-DATE ".".
       8000-EXIT.
           EXIT.

       8100-PRINT-ONE-TYPE.
           MOVE WS-ET-NAME (WS-TYPE-IDX) TO WS-CTL-TYPE-NAME.
           MOVE WS-ET-CANDIDATES (WS-TYPE-IDX) TO WS-CTL-CANDIDATES.
           MOVE WS-ET-OPTED-OUT (WS-TYPE-IDX) TO WS-CTL-OPTED-OUT.
           MOVE WS-ET-INELIGIBLE (WS-TYPE-IDX) TO WS-CTL-INELIGIBLE.
           MOVE WS-ET-ALREADY-SENT (WS-TYPE-IDX)
               TO WS-CTL-ALREADY-SENT.
           MOVE WS-ET-WRITTEN (WS-TYPE-IDX) TO WS-CTL-WRITTEN.
           WRITE PRINT-RECORD FROM WS-CTL-LINE.
           ADD WS-ET-CANDIDATES (WS-TYPE-IDX) TO WS-TOTAL-CANDIDATES.
           ADD WS-ET-OPTED-OUT (WS-TYPE-IDX) TO WS-TOTAL-OPTED-OUT.
           ADD WS-ET-INELIGIBLE (WS-TYPE-IDX) TO WS-TOTAL-INELIGIBLE.
           ADD WS-ET-ALREADY-SENT (WS-TYPE-IDX)
               TO WS-TOTAL-ALREADY-SENT.
           ADD WS-ET-WRITTEN (WS-TYPE-IDX) TO WS-TOTAL-WRITTEN.
       8100-EXIT.
           EXIT.

      *=============================================================*
      * 9000-TERMINATE                                               *
      *=============================================================*
       9000-TERMINATE.
           IF WS-MASTER-OPEN
               CLOSE PLAYER-MASTER-FILE
           END-IF.
           IF WS-HISTORY-OPEN
               CLOSE NOTIFY-HISTORY-FILE
           END-IF.
           IF WS-OUT-OPEN
               CLOSE NOTIFY-OUT-FILE
           END-IF.
           CLOSE PRINT-FILE.
       9000-EXIT.
           EXIT.
