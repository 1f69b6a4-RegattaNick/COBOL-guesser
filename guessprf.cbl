      *                - any outstanding SAVED-GAME-FILE              *
      *                  checkpoint, with its age in days.             *
      *                                                                *
      *                The current month and the saved game's age go *
      *                by the business date on BUSINESS-DATE-FILE.    *
      *                                                                *
      *                An id not on the master prints a clear         *
      *                not-enrolled page rather than an empty         *
      *                report.  The stats file is keyed player-       *
      *                                                                *
      * MODIFICATION HISTORY.                                          *
      *   2026-09-02  NR   Original version.                           *
      *   2026-10-15  NR   Shows "MERGED" for an id retired by        *
      *                    PLYMERGE.                                   *
      *   2026-10-15  NR   Current month and saved-game age by the    *
      *                    business date, not the clock.              *
      *                                                                *
      *===============================================================*
       IDENTIFICATION DIVISION.
           SELECT PRINT-FILE ASSIGN TO "PRFPRINT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRF-PARM-FILE.
       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(90).

       FD  BUSINESS-DATE-FILE.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PRFPARM-STATUS           PIC X(02).
       01  WS-PLYMAST-STATUS           PIC X(02).
       01  WS-PLYRSTAT-STATUS          PIC X(02).
       01  WS-PLAYRTG-STATUS           PIC X(02).
       01  WS-SAVEGAME-STATUS          PIC X(02).
       01  WS-BUSDATE-STATUS           PIC X(02).
      * The business date on BUSINESS-DATE-FILE, rolled by GUESSRUN
      * "D" - the clock date at a site that has not started the
      * control.
       01  WS-BUSINESS-DATE            PIC 9(08).

       01  WS-PARM-EOF-FLAG            PIC X(01) VALUE "N".
           88  WS-PARM-EOF                     VALUE "Y".
      * site - each section just reports nothing on file.            *
      *=============================================================*
       1000-INITIALIZE.
           PERFORM 1040-READ-BUSINESS-DATE THRU 1040-EXIT.
           OPEN OUTPUT PRINT-FILE.
           MOVE WS-BUSINESS-DATE TO WS-HDG-RUN-DATE.
           MOVE WS-BUSINESS-DATE (1:6) TO WS-CURRENT-YYYYMM.
           WRITE PRINT-RECORD FROM WS-HEADING-LINE.
           OPEN INPUT PRF-PARM-FILE.
           IF WS-PRFPARM-STATUS = "35"
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
      * 2000-PRINT-MASTER-SECTION                                    *
      * Enrollment, status, and team - or the clear not-enrolled    *
           MOVE PLYM-ENROLL-DATE TO WS-ENL-ENROLL-DATE.
           IF PLYM-SUSPENDED
               MOVE "SUSPENDED" TO WS-ENL-STATUS-TEXT
           ELSE
           IF PLYM-MERGED
               MOVE "MERGED" TO WS-ENL-STATUS-TEXT
           ELSE
               MOVE "ACTIVE" TO WS-ENL-STATUS-TEXT
           END-IF
           END-IF.
           MOVE PLYM-TEAM-ID TO WS-ENL-TEAM-ID.
           WRITE PRINT-RECORD FROM WS-ENROLL-LINE.
                       MOVE SAVG-SAVED-DATE TO WS-SVL-SAVED-DATE
                       COMPUTE WS-SAVED-AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE(
                               WS-BUSINESS-DATE)
                           - FUNCTION INTEGER-OF-DATE(
                               SAVG-SAVED-DATE)
                       MOVE WS-SAVED-AGE-DAYS TO WS-SVL-AGE-DAYS
