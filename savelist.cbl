      *                how far it had got - so stale ones can be      *
      *                spotted, and cancels a named player's saved    *
      *                game when SAVPARM asks for function "C".        *
      *                A game's age is counted to the business date   *
      *                on BUSINESS-DATE-FILE.                          *
      *                                                                *
      * MODIFICATION HISTORY.                                          *
      *   2026-08-22  NR   Original version.                           *
      *   2026-10-15  NR   Saved-game age by the business date, not   *
      *                    the clock.                                  *
      *                                                                *
      *===============================================================*
       IDENTIFICATION DIVISION.
           SELECT PRINT-FILE ASSIGN TO "SAVPRINT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SAV-PARM-FILE.
       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(90).

       FD  BUSINESS-DATE-FILE.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SAVPARM-STATUS           PIC X(02).
       01  WS-SAVEGAME-STATUS          PIC X(02).
       01  WS-BUSDATE-STATUS           PIC X(02).
      * The business date on BUSINESS-DATE-FILE, rolled by GUESSRUN
      * "D" - the clock date at a site that has not started the
      * control.
       01  WS-BUSINESS-DATE            PIC 9(08).

       01  WS-PARM-EOF-FLAG            PIC X(01) VALUE "N".
           88  WS-PARM-EOF                     VALUE "Y".
      * straight listing - and opens the library and the report.     *
      *=============================================================*
       1000-INITIALIZE.
           PERFORM 1040-READ-BUSINESS-DATE THRU 1040-EXIT.
           OPEN INPUT SAV-PARM-FILE.
           IF WS-SAVPARM-STATUS = "35"
               SET WS-PARM-EOF TO TRUE
               SET WS-SAVE-EOF TO TRUE
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE WS-BUSINESS-DATE TO WS-HDG-RUN-DATE.
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
      * 2000-LIST-SAVED-GAMES                                        *
      * Walks the library printing one line per suspended game.     *
               MOVE SAVG-SAVED-DATE TO WS-DTL-SAVED-DATE
               MOVE SAVG-SAVED-TIME TO WS-DTL-SAVED-TIME
               COMPUTE WS-SAVED-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                   - FUNCTION INTEGER-OF-DATE(SAVG-SAVED-DATE)
               MOVE WS-SAVED-AGE-DAYS TO WS-DTL-AGE-DAYS
               MOVE SAVG-GUESS-COUNT TO WS-DTL-GUESS-COUNT
