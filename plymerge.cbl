      *===============================================================*
      *                                                                *
      * PROGRAM-ID.  PLYMERGE.                                        *
      *                                                                *
      * AUTHOR.        Application Development.                       *
      * INSTALLATION.  Application Development.                       *
      * DATE-WRITTEN.  2026-10-15.                                     *
      *                                                                *
      * REMARKS.       Player id merge.  Folds a duplicate enrollment *
      *                (the from-id on MRGPARM) into the id that      *
      *                survives (the to-id), moving everything keyed  *
      *                on the player id:                               *
      *                                                                *
      *                - PLAYER-STATS-FILE records are rekeyed, and   *
      *                  head-to-head records naming the from-id as   *
      *                  the opponent are repointed;                   *
      *                - AUDIT-LOG-FILE rows are rekeyed, session    *
      *                  ids unchanged;                                *
      *                - AWARD-FILE entries move across; where both  *
      *                  ids earned the same code the earlier award  *
      *                  is the one kept;                              *
      *                - the SAVED-GAME-FILE checkpoint moves across *
      *                  when it is the live one;                      *
      *                - TOURN-MASTER-FILE pairings are repointed;   *
      *                - the PLAYER-RATING-FILE records are combined *
      *                  into one, weighted by games rated, and any  *
      *                  movement held back for review is added       *
      *                  together;                                     *
      *                - NOTIFY-HISTORY-FILE entries are rekeyed, so *
      *                  nothing already sent is mailed again;        *
      *                - DAILY-CHALLENGE-FILE attempts move across;  *
      *                  where both ids attempted the same day the   *
      *                  earlier attempt is the one kept;              *
      *                - REVIEW-QUEUE-FILE flags are rekeyed, and     *
      *                  flags naming the from-id as the other        *
      *                  player are repointed;                         *
      *                                                                *
      *                and the from-id's master record is then        *
      *                retired with status "M" (merged).  The to-id   *
      *                keeps the earlier of the two enrollment dates. *
      *                                                                *
      *                The merge is refused, with nothing touched,    *
      *                when both ids have a game in progress on the   *
      *                saved-game library (one of the two would be    *
      *                lost) or the two ids hold a pending            *
      *                tournament pairing against each other (it      *
      *                would become a pairing against itself), or     *
      *                either id has a play-integrity review case     *
      *                open.                                           *
      *                                                                *
      *                Every file is counted under both ids before    *
      *                and after the merge, and the control totals    *
      *                print per file with a balance check, for the   *
      *                operations tick-off.                            *
      *                                                                *
      *                Return codes: 0 merged and balanced, 4 merged  *
      *                but a file failed to balance or a record could *
      *                not be rekeyed (investigate before rerunning), *
      *                8 merge refused, or a rewrite, write, or       *
      *                delete failed part way - the failures are      *
      *                listed on the exceptions page.                 *
      *                                                                *
      * MODIFICATION HISTORY.                                          *
      *   2026-10-15  NR   Original version.                           *
      *   2026-10-15  NR   Every rewrite, write, and delete is now    *
      *                    status-checked; failures are listed on an  *
      *                    exceptions page and end the run RC 8.      *
      *   2026-10-15  NR   Held rating movement is carried across;    *
      *                    notification history, challenge attempts,  *
      *                    and the review queue are merged; refused   *
      *                    while either id has a review case open.    *
      *   2026-10-15  NR   Saved game and rating are written under    *
      *                    the to-id before the from-id's record is   *
      *                    deleted, so a failed write loses nothing.  *
      *                                                                *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLYMERGE.
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
           SELECT MRG-PARM-FILE ASSIGN TO "MRGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRGPARM-STATUS.

           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLYMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLYM-PLAYER-ID
               FILE STATUS IS WS-PLYMAST-STATUS.

           SELECT PLAYER-STATS-FILE ASSIGN TO "PLYRSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLYST-KEY
               FILE STATUS IS WS-PLYRSTAT-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDL-KEY
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AWARD-FILE ASSIGN TO "AWARDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AWRD-KEY
               FILE STATUS IS WS-AWARD-FILE-STATUS.

           SELECT SAVED-GAME-FILE ASSIGN TO "SAVEGAME"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SAVG-PLAYER-ID
               FILE STATUS IS WS-SAVEGAME-STATUS.

           SELECT TOURN-MASTER-FILE ASSIGN TO "TOURMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-KEY
               FILE STATUS IS WS-TOURMAST-STATUS.

           SELECT PLAYER-RATING-FILE ASSIGN TO "PLAYRTG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RTG-PLAYER-ID
               FILE STATUS IS WS-PLAYRTG-STATUS.

           SELECT NOTIFY-HISTORY-FILE ASSIGN TO "NTFHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTFH-KEY
               FILE STATUS IS WS-NTFHIST-STATUS.

           SELECT DAILY-CHALLENGE-FILE ASSIGN TO "DAILYCHL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCHL-KEY
               FILE STATUS IS WS-DAILYCHL-STATUS.

           SELECT REVIEW-QUEUE-FILE ASSIGN TO "REVQUEUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REVQ-KEY
               FILE STATUS IS WS-REVQUEUE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "MRGPRINT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MRG-PARM-FILE.
       COPY "mrgparm.cpy".

       FD  PLAYER-MASTER-FILE.
       COPY "plymast.cpy".

       FD  PLAYER-STATS-FILE.
       COPY "plystat.cpy".

       FD  AUDIT-LOG-FILE.
       COPY "auditrec.cpy".

       FD  AWARD-FILE.
       COPY "awards.cpy".

       FD  SAVED-GAME-FILE.
       COPY "savegame.cpy".

       FD  TOURN-MASTER-FILE.
       COPY "tourmast.cpy".

       FD  PLAYER-RATING-FILE.
       COPY "plyrtg.cpy".

       FD  NOTIFY-HISTORY-FILE.
       COPY "ntfhist.cpy".

       FD  DAILY-CHALLENGE-FILE.
       COPY "dailychl.cpy".

       FD  REVIEW-QUEUE-FILE.
       COPY "revqueue.cpy".

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-MRGPARM-STATUS           PIC X(02).
       01  WS-PLYMAST-STATUS           PIC X(02).
       01  WS-PLYRSTAT-STATUS          PIC X(02).
           88  WS-STATS-WRITE-OK               VALUE "00".
       01  WS-AUDIT-STATUS             PIC X(02).
           88  WS-AUDIT-WRITE-OK               VALUE "00".
       01  WS-AWARD-FILE-STATUS        PIC X(02).
       01  WS-SAVEGAME-STATUS          PIC X(02).
       01  WS-TOURMAST-STATUS          PIC X(02).
       01  WS-PLAYRTG-STATUS           PIC X(02).
       01  WS-NTFHIST-STATUS           PIC X(02).
       01  WS-DAILYCHL-STATUS          PIC X(02).
       01  WS-REVQUEUE-STATUS          PIC X(02).

       01  WS-PARM-EOF-FLAG            PIC X(01) VALUE "N".
           88  WS-PARM-EOF                     VALUE "Y".
       01  WS-REFUSED-FLAG             PIC X(01) VALUE "N".
           88  WS-MERGE-REFUSED                VALUE "Y".
       01  WS-MASTER-OPEN-FLAG         PIC X(01) VALUE "N".
           88  WS-MASTER-ON-FILE               VALUE "Y".
       01  WS-STATS-OPEN-FLAG          PIC X(01) VALUE "N".
           88  WS-STATS-ON-FILE                VALUE "Y".
       01  WS-AUDIT-OPEN-FLAG          PIC X(01) VALUE "N".
           88  WS-AUDIT-ON-FILE                VALUE "Y".
       01  WS-AWARD-OPEN-FLAG          PIC X(01) VALUE "N".
           88  WS-AWARDS-ON-FILE               VALUE "Y".
       01  WS-SAVED-OPEN-FLAG          PIC X(01) VALUE "N".
           88  WS-SAVED-ON-FILE                VALUE "Y".
       01  WS-TOURN-OPEN-FLAG          PIC X(01) VALUE "N".
           88  WS-TOURN-ON-FILE                VALUE "Y".
       01  WS-RATING-OPEN-FLAG         PIC X(01) VALUE "N".
           88  WS-RATING-ON-FILE               VALUE "Y".
       01  WS-NTFHIST-OPEN-FLAG        PIC X(01) VALUE "N".
           88  WS-NTFHIST-ON-FILE              VALUE "Y".
       01  WS-DAILYCHL-OPEN-FLAG       PIC X(01) VALUE "N".
           88  WS-DAILYCHL-ON-FILE             VALUE "Y".
       01  WS-REVQUEUE-OPEN-FLAG       PIC X(01) VALUE "N".
           88  WS-REVQUEUE-ON-FILE             VALUE "Y".

       01  WS-SCAN-EOF-FLAG            PIC X(01).
           88  WS-SCAN-EOF                     VALUE "Y".
       01  WS-REKEY-DONE-FLAG          PIC X(01).
           88  WS-REKEY-DONE                   VALUE "Y".
       01  WS-WRITE-FLAG               PIC X(01).
           88  WS-WRITE-PENDING                VALUE "Y".
           88  WS-WRITE-COMPLETE               VALUE "N".
       01  WS-WRITE-ATTEMPTS           PIC 9(04) COMP.
       01  WS-OUT-OF-BALANCE-FLAG      PIC X(01) VALUE "N".
           88  WS-OUT-OF-BALANCE               VALUE "Y".

       01  WS-FROM-ID                  PIC X(10).
       01  WS-TO-ID                    PIC X(10).
       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-FROM-ENROLL-DATE         PIC 9(08).

      * ---------------------------------------------------------- *
      * Saved-game state of each id, taken at the refusal check     *
      * and used again when the checkpoint is moved.                *
      * ---------------------------------------------------------- *
       01  WS-FROM-SAVED-FLAG          PIC X(01) VALUE "N".
           88  WS-FROM-HAS-SAVED               VALUE "Y".
       01  WS-FROM-ACTIVE-FLAG         PIC X(01) VALUE "N".
           88  WS-FROM-GAME-ACTIVE             VALUE "Y".
       01  WS-TO-SAVED-FLAG            PIC X(01) VALUE "N".
           88  WS-TO-HAS-SAVED                 VALUE "Y".
       01  WS-TO-ACTIVE-FLAG           PIC X(01) VALUE "N".
           88  WS-TO-GAME-ACTIVE               VALUE "Y".

      * ---------------------------------------------------------- *
      * Hold areas for a record while it is rewritten under the    *
      * other key.  Plain buffers the same length as the live      *
      * records, as GUESSXRF's holding files are.                   *
      * ---------------------------------------------------------- *
       01  WS-STATS-HOLD               PIC X(59).
       01  WS-AUDIT-HOLD               PIC X(53).
       01  WS-SAVED-HOLD               PIC X(52).
       01  WS-RATING-HOLD              PIC X(165).
       01  WS-HOLD-AWARD-CODE          PIC X(02).
       01  WS-HOLD-AWARD-DATE          PIC 9(08).
       01  WS-HOLD-AWARD-VALUE         PIC 9(05).
       01  WS-NTFH-HOLD                PIC X(50).
       01  WS-DCHL-HOLD                PIC X(60).
       01  WS-REVQ-HOLD                PIC X(146).

      * The daily-challenge and review-queue files are keyed with
      * the player id last or repointed in the key, so they are
      * walked end to end; after a record is moved the walk picks
      * up again just past the key it left.
       01  WS-DCHL-LAST-KEY            PIC X(19).
       01  WS-DCHL-FROM-START          PIC 9(08).
       01  WS-REVQ-LAST-KEY            PIC X(30).
       01  WS-REVQ-ORIG-PLAYER         PIC X(10).
       01  WS-REVQ-ORIG-OTHER          PIC X(10).

      * ---------------------------------------------------------- *
      * Rating combination.  The merged rating is the two ratings  *
      * weighted by games rated; two records with no games rated   *
      * between them simply average.                                *
      * ---------------------------------------------------------- *
       01  WS-FROM-RATING              PIC 9(05).
       01  WS-FROM-GAMES-RATED         PIC 9(07).
       01  WS-FROM-LAST-RATED          PIC 9(08).
       01  WS-TO-RATING                PIC 9(05).
       01  WS-TO-GAMES-RATED           PIC 9(07).
       01  WS-COMBINED-GAMES           PIC 9(08).
      * Movement GUESSRTG banked under a review hold, on each id -
      * the from-id's is added to the to-id's, never dropped.
       01  WS-FROM-HELD-DELTA          PIC S9(05) VALUE 0.
       01  WS-TO-HELD-DELTA            PIC S9(05) VALUE 0.
       01  WS-COMBINED-HELD-DELTA      PIC S9(06) VALUE 0.
       01  WS-HIST-SHIFT-IDX           PIC 9(02) COMP.

      * ---------------------------------------------------------- *
      * Control totals.  Phase 1 is counted before the merge,      *
      * phase 2 after, by the same counting pass.                   *
      * ---------------------------------------------------------- *
       01  WS-PHASE-IDX                PIC 9(01).
       01  WS-FILE-TOTALS.
           05  WS-PHASE-TOTALS OCCURS 2 TIMES.
               10  WS-PT-STATS-FROM           PIC 9(07).
               10  WS-PT-STATS-TO             PIC 9(07).
               10  WS-PT-OPP-FROM             PIC 9(07).
               10  WS-PT-OPP-TO               PIC 9(07).
               10  WS-PT-AUDIT-FROM           PIC 9(07).
               10  WS-PT-AUDIT-TO             PIC 9(07).
               10  WS-PT-AWARD-FROM           PIC 9(07).
               10  WS-PT-AWARD-TO             PIC 9(07).
               10  WS-PT-SAVED-FROM           PIC 9(07).
               10  WS-PT-SAVED-TO             PIC 9(07).
               10  WS-PT-TOURN-FROM           PIC 9(07).
               10  WS-PT-TOURN-TO             PIC 9(07).
               10  WS-PT-TOURN-BOTH           PIC 9(07).
               10  WS-PT-RATING-FROM          PIC 9(07).
               10  WS-PT-RATING-TO            PIC 9(07).
               10  WS-PT-NTFH-FROM            PIC 9(07).
               10  WS-PT-NTFH-TO              PIC 9(07).
               10  WS-PT-DCHL-FROM            PIC 9(07).
               10  WS-PT-DCHL-TO              PIC 9(07).
               10  WS-PT-REVQ-FROM            PIC 9(07).
               10  WS-PT-REVQ-TO              PIC 9(07).
               10  WS-PT-REVQ-OTHER-FROM      PIC 9(07).
               10  WS-PT-REVQ-OTHER-TO        PIC 9(07).

       01  WS-STATS-REKEYED            PIC 9(07) VALUE 0.
       01  WS-OPP-REPOINTED            PIC 9(07) VALUE 0.
       01  WS-AUDIT-REKEYED            PIC 9(07) VALUE 0.
       01  WS-AWARD-MOVED              PIC 9(07) VALUE 0.
       01  WS-AWARD-DUPLICATE          PIC 9(07) VALUE 0.
       01  WS-AWARD-EARLIER            PIC 9(07) VALUE 0.
       01  WS-SAVED-MOVED              PIC 9(07) VALUE 0.
       01  WS-SAVED-DROPPED            PIC 9(07) VALUE 0.
       01  WS-TOURN-REPOINTED          PIC 9(07) VALUE 0.
       01  WS-RATING-MOVED             PIC 9(07) VALUE 0.
       01  WS-RATING-COMBINED          PIC 9(07) VALUE 0.
       01  WS-NTFH-REKEYED             PIC 9(07) VALUE 0.
       01  WS-NTFH-DUPLICATE           PIC 9(07) VALUE 0.
       01  WS-DCHL-REKEYED             PIC 9(07) VALUE 0.
       01  WS-DCHL-DUPLICATE           PIC 9(07) VALUE 0.
       01  WS-DCHL-EARLIER             PIC 9(07) VALUE 0.
       01  WS-REVQ-REKEYED             PIC 9(07) VALUE 0.
       01  WS-REVQ-DUPLICATE           PIC 9(07) VALUE 0.
       01  WS-REVQ-DROPPED-PLAYER      PIC 9(07) VALUE 0.
       01  WS-REVQ-DROPPED-OTHER       PIC 9(07) VALUE 0.
       01  WS-REKEY-FAILED             PIC 9(07) VALUE 0.
       01  WS-UPDATE-FAILED            PIC 9(07) VALUE 0.

      * ---------------------------------------------------------- *
      * Exceptions page: every rewrite, write, or delete the merge *
      * could not make, listed after the control totals.  Fifty    *
      * are kept; the count covers them all.                       *
      * ---------------------------------------------------------- *
       01  WS-MAX-EXCEPTIONS           PIC 9(03) COMP VALUE 50.
       01  WS-EXCEPTION-COUNT          PIC 9(03) COMP VALUE 0.
       01  WS-EXCEPTION-TABLE.
           05  WS-EXCEPTION-ENTRY OCCURS 50 TIMES.
               10  WS-EXC-TEXT             PIC X(50).
               10  WS-EXC-STATUS           PIC X(02).
       01  WS-EXCEPTION-IDX            PIC 9(03) COMP.
       01  WS-FAIL-TEXT                PIC X(50).
       01  WS-FAIL-STATUS              PIC X(02).

      * Balance-check work fields, loaded per file before 8500.
       01  WS-BAL-FROM-BEFORE          PIC 9(07).
       01  WS-BAL-TO-BEFORE            PIC 9(07).
       01  WS-BAL-DROPPED              PIC 9(07).
       01  WS-BAL-FROM-AFTER           PIC 9(07).
       01  WS-BAL-TO-AFTER             PIC 9(07).
       01  WS-BAL-EXPECTED             PIC 9(08).

      * ---------------------------------------------------------- *
      * Print lines.                                                *
      * ---------------------------------------------------------- *
       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(34)
               VALUE "PLYMERGE - PLAYER ID MERGE        ".
           05  WS-HDG-RUN-DATE         PIC 9(08).
       01  WS-IDS-LINE.
           05  FILLER                  PIC X(10) VALUE "MERGE ID ".
           05  WS-IDS-FROM-ID          PIC X(10).
           05  FILLER                  PIC X(09) VALUE " INTO ID ".
           05  WS-IDS-TO-ID            PIC X(10).
       01  WS-FILE-HEADER-LINE.
           05  FILLER                  PIC X(06) VALUE "FILE: ".
           05  WS-FHD-FILE-NAME        PIC X(40).
       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(34) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "BEFORE".
           05  FILLER                  PIC X(09) VALUE "AFTER".
       01  WS-BA-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BA-LABEL             PIC X(30).
           05  WS-BA-BEFORE            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-BA-AFTER             PIC Z,ZZZ,ZZ9.
       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TOT-LABEL            PIC X(30).
           05  WS-TOT-COUNT            PIC Z,ZZZ,ZZ9.
       01  WS-DELTA-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DLT-LABEL            PIC X(30).
           05  WS-DLT-AMOUNT           PIC -,---,--9.
       01  WS-BALANCE-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BAL-TEXT             PIC X(60).
       01  WS-EXCEPTION-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EXL-TEXT             PIC X(50).
           05  FILLER                  PIC X(09) VALUE " STATUS ".
           05  WS-EXL-STATUS           PIC X(02).
       01  WS-MESSAGE-LINE             PIC X(70).

       PROCEDURE DIVISION.

      *=============================================================*
      * 0000-MAINLINE                                                *
      *=============================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT WS-MERGE-REFUSED
               PERFORM 1200-CHECK-MASTERS THRU 1200-EXIT
               PERFORM 1300-CHECK-SAVED-GAMES THRU 1300-EXIT
               PERFORM 1400-CHECK-PENDING-PAIRINGS THRU 1400-EXIT
           END-IF.
           IF WS-MERGE-REFUSED
               MOVE "MERGE REFUSED - NO FILE HAS BEEN CHANGED"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 1 TO WS-PHASE-IDX
               PERFORM 2000-COUNT-ALL-FILES THRU 2000-EXIT
               PERFORM 3000-MERGE-STATS-FILE THRU 3000-EXIT
               PERFORM 3500-MERGE-AUDIT-FILE THRU 3500-EXIT
               PERFORM 4000-MERGE-AWARDS THRU 4000-EXIT
               PERFORM 4500-MERGE-SAVED-GAME THRU 4500-EXIT
               PERFORM 5000-REPOINT-PAIRINGS THRU 5000-EXIT
               PERFORM 5500-COMBINE-RATINGS THRU 5500-EXIT
               PERFORM 5700-MERGE-NOTIFY-HISTORY THRU 5700-EXIT
               PERFORM 5800-MERGE-CHALLENGE-ATTEMPTS THRU 5800-EXIT
               PERFORM 5900-MERGE-REVIEW-QUEUE THRU 5900-EXIT
               PERFORM 6000-RETIRE-MASTER THRU 6000-EXIT
               MOVE 2 TO WS-PHASE-IDX
               PERFORM 2000-COUNT-ALL-FILES THRU 2000-EXIT
               PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
               IF WS-OUT-OF-BALANCE OR WS-REKEY-FAILED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF WS-UPDATE-FAILED > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *=============================================================*
      * 1000-INITIALIZE                                              *
      * Reads and edits the id pair, then opens the files.  Every    *
      * keyed file other than the master is optional - a site that  *
      * has never built one simply has nothing in it to move.        *
      *=============================================================*
       1000-INITIALIZE.
           MOVE ZEROS TO WS-FILE-TOTALS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           OPEN OUTPUT PRINT-FILE.
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
           WRITE PRINT-RECORD FROM WS-HEADING-LINE.
           OPEN INPUT MRG-PARM-FILE.
           IF WS-MRGPARM-STATUS = "35"
               SET WS-PARM-EOF TO TRUE
           ELSE
               READ MRG-PARM-FILE
                   AT END SET WS-PARM-EOF TO TRUE
               END-READ
               CLOSE MRG-PARM-FILE
           END-IF.
           IF WS-PARM-EOF
               MOVE "NO MERGE PARAMETER RECORD" TO WS-MESSAGE-LINE
               PERFORM 1900-REFUSE-MERGE THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF.
           MOVE MRG-FROM-PLAYER-ID TO WS-FROM-ID.
           MOVE MRG-TO-PLAYER-ID TO WS-TO-ID.
           MOVE WS-FROM-ID TO WS-IDS-FROM-ID.
           MOVE WS-TO-ID TO WS-IDS-TO-ID.
           WRITE PRINT-RECORD FROM WS-IDS-LINE.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           IF WS-FROM-ID = SPACES OR WS-TO-ID = SPACES
               MOVE "FROM-ID OR TO-ID BLANK" TO WS-MESSAGE-LINE
               PERFORM 1900-REFUSE-MERGE THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF.
           IF WS-FROM-ID = WS-TO-ID
               MOVE "FROM-ID AND TO-ID ARE THE SAME ID"
                   TO WS-MESSAGE-LINE
               PERFORM 1900-REFUSE-MERGE THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-OPEN-FILES THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

       1100-OPEN-FILES.
           OPEN I-O PLAYER-MASTER-FILE.
           IF WS-PLYMAST-STATUS = "00"
               SET WS-MASTER-ON-FILE TO TRUE
           ELSE
               MOVE "NO PLAYER MASTER FILE" TO WS-MESSAGE-LINE
               PERFORM 1900-REFUSE-MERGE THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF.
           OPEN I-O PLAYER-STATS-FILE.
           IF WS-PLYRSTAT-STATUS = "00"
               SET WS-STATS-ON-FILE TO TRUE
           END-IF.
           OPEN I-O AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = "00"
               SET WS-AUDIT-ON-FILE TO TRUE
           END-IF.
           OPEN I-O AWARD-FILE.
           IF WS-AWARD-FILE-STATUS = "00"
               SET WS-AWARDS-ON-FILE TO TRUE
           END-IF.
           OPEN I-O SAVED-GAME-FILE.
           IF WS-SAVEGAME-STATUS = "00"
               SET WS-SAVED-ON-FILE TO TRUE
           END-IF.
           OPEN I-O TOURN-MASTER-FILE.
           IF WS-TOURMAST-STATUS = "00"
               SET WS-TOURN-ON-FILE TO TRUE
           END-IF.
           OPEN I-O PLAYER-RATING-FILE.
           IF WS-PLAYRTG-STATUS = "00"
               SET WS-RATING-ON-FILE TO TRUE
           END-IF.
           OPEN I-O NOTIFY-HISTORY-FILE.
           IF WS-NTFHIST-STATUS = "00"
               SET WS-NTFHIST-ON-FILE TO TRUE
           END-IF.
           OPEN I-O DAILY-CHALLENGE-FILE.
           IF WS-DAILYCHL-STATUS = "00"
               SET WS-DAILYCHL-ON-FILE TO TRUE
           END-IF.
           OPEN I-O REVIEW-QUEUE-FILE.
           IF WS-REVQUEUE-STATUS = "00"
               SET WS-REVQUEUE-ON-FILE TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.

      *=============================================================*
      * 1200-CHECK-MASTERS                                           *
      * Both ids must be enrolled, and neither may already be a     *
      * merged id - merging into a retired id would bury the        *
      * history where nobody can sign on to it.  Neither may have   *
      * a play-integrity case open either: GUESSAWD and GUESSRTG    *
      * hold by the id the history is under, so a merge would let   *
      * a held id's games escape the hold, or put a clean id's      *
      * games under one.  The case is cleared or closed first.       *
      *=============================================================*
       1200-CHECK-MASTERS.
           MOVE WS-FROM-ID TO PLYM-PLAYER-ID.
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   MOVE "FROM-ID NOT ON PLAYER MASTER"
                       TO WS-MESSAGE-LINE
                   PERFORM 1900-REFUSE-MERGE THRU 1900-EXIT
               NOT INVALID KEY
                   IF PLYM-MERGED
                       MOVE "FROM-ID HAS ALREADY BEEN MERGED"
                           TO WS-MESSAGE-LINE
                       PERFORM 1900-REFUSE-MERGE THRU 1900-EXIT
                   END-IF
                   IF PLYM-CASE-OPEN
                       MOVE "FROM-ID HAS AN OPEN REVIEW CASE"
                           TO WS-MESSAGE-LINE
                       PERFORM 1900-REFUSE-MERGE THRU 1900-EXIT
                   END-IF
                   MOVE PLYM-ENROLL-DATE TO WS-FROM-ENROLL-DATE
           END-READ.
           MOVE WS-TO-ID TO PLYM-PLAYER-ID.
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   MOVE "TO-ID NOT ON PLAYER MASTER"
                       TO WS-MESSAGE-LINE
                   PERFORM 1900-REFUSE-MERGE THRU 1900-EXIT
               NOT INVALID KEY
                   IF PLYM-MERGED
                       MOVE "TO-ID IS ITSELF A MERGED ID"
                           TO WS-MESSAGE-LINE
                       PERFORM 1900-REFUSE-MERGE THRU 1900-EXIT
                   END-IF
                   IF PLYM-CASE-OPEN
                       MOVE "TO-ID HAS AN OPEN REVIEW CASE"
                           TO WS-MESSAGE-LINE
                       PERFORM 1900-REFUSE-MERGE THRU 1900-EXIT
                   END-IF
           END-READ.
       1200-EXIT.
           EXIT.

      *=============================================================*
      * 1300-CHECK-SAVED-GAMES                                       *
      * One id keeps one checkpoint.  With a game in progress under *
      * both ids, one of the two would have to be thrown away, so  *
      * the merge waits until the player finishes (or SAVELIST     *
      * cancels) one of them.                                         *
      *=============================================================*
       1300-CHECK-SAVED-GAMES.
           IF NOT WS-SAVED-ON-FILE
               GO TO 1300-EXIT
           END-IF.
           MOVE WS-FROM-ID TO SAVG-PLAYER-ID.
           READ SAVED-GAME-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-FROM-HAS-SAVED TO TRUE
                   IF SAVG-GAME-IN-PROGRESS
                       SET WS-FROM-GAME-ACTIVE TO TRUE
                   END-IF
           END-READ.
           MOVE WS-TO-ID TO SAVG-PLAYER-ID.
           READ SAVED-GAME-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-TO-HAS-SAVED TO TRUE
                   IF SAVG-GAME-IN-PROGRESS
                       SET WS-TO-GAME-ACTIVE TO TRUE
                   END-IF
           END-READ.
           IF WS-FROM-GAME-ACTIVE AND WS-TO-GAME-ACTIVE
               MOVE "BOTH IDS HAVE A SAVED GAME IN PROGRESS"
                   TO WS-MESSAGE-LINE
               PERFORM 1900-REFUSE-MERGE THRU 1900-EXIT
           END-IF.
       1300-EXIT.
           EXIT.

      *=============================================================*
      * 1400-CHECK-PENDING-PAIRINGS                                  *
      * A pending pairing of the two ids against each other would   *
      * become a pairing of one player against themselves, which    *
      * TOURNEY could never resolve.  The coordinator must post or  *
      * void it first.                                                *
      *=============================================================*
       1400-CHECK-PENDING-PAIRINGS.
           IF NOT WS-TOURN-ON-FILE
               GO TO 1400-EXIT
           END-IF.
           PERFORM 5050-START-PAIRINGS THRU 5050-EXIT.
           PERFORM 1410-CHECK-ONE-PAIRING THRU 1410-EXIT
               UNTIL WS-SCAN-EOF.
       1400-EXIT.
           EXIT.

       1410-CHECK-ONE-PAIRING.
           IF TRN-RESULT-PENDING
               IF (TRN-PLAYER-A-ID = WS-FROM-ID
                       AND TRN-PLAYER-B-ID = WS-TO-ID)
                   OR (TRN-PLAYER-A-ID = WS-TO-ID
                       AND TRN-PLAYER-B-ID = WS-FROM-ID)
                   MOVE SPACES TO WS-MESSAGE-LINE
                   STRING "PENDING PAIRING BETWEEN THE TWO IDS - "
                           "ROUND " TRN-ROUND-NO
                           " PAIRING " TRN-PAIRING-NO
                       DELIMITED BY SIZE INTO WS-MESSAGE-LINE
                   PERFORM 1900-REFUSE-MERGE THRU 1900-EXIT
               END-IF
           END-IF.
           PERFORM 5060-READ-NEXT-PAIRING THRU 5060-EXIT.
       1410-EXIT.
           EXIT.

      *=============================================================*
      * 1900-REFUSE-MERGE                                            *
      * Prints the reason in WS-MESSAGE-LINE and marks the merge     *
      * refused.  The checks all run, so the operator sees every    *
      * reason at once rather than one per attempt.                  *
      *=============================================================*
       1900-REFUSE-MERGE.
           WRITE PRINT-RECORD FROM WS-MESSAGE-LINE.
           SET WS-MERGE-REFUSED TO TRUE.
       1900-EXIT.
           EXIT.

      *=============================================================*
      * 2000-COUNT-ALL-FILES                                         *
      * Counts every file's records under each id into the phase    *
      * of WS-FILE-TOTALS named by WS-PHASE-IDX.                      *
      *=============================================================*
       2000-COUNT-ALL-FILES.
           PERFORM 2100-COUNT-STATS THRU 2100-EXIT.
           PERFORM 2200-COUNT-AUDIT THRU 2200-EXIT.
           PERFORM 2300-COUNT-AWARDS THRU 2300-EXIT.
           PERFORM 2400-COUNT-SAVED THRU 2400-EXIT.
           PERFORM 2500-COUNT-PAIRINGS THRU 2500-EXIT.
           PERFORM 2600-COUNT-RATINGS THRU 2600-EXIT.
           PERFORM 2700-COUNT-NOTIFY-HISTORY THRU 2700-EXIT.
           PERFORM 2800-COUNT-CHALLENGE-ATTEMPTS THRU 2800-EXIT.
           PERFORM 2900-COUNT-REVIEW-QUEUE THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2100-COUNT-STATS.
           IF NOT WS-STATS-ON-FILE
               GO TO 2100-EXIT
           END-IF.
           PERFORM 3050-START-STATS THRU 3050-EXIT.
           PERFORM 2110-COUNT-ONE-STATS THRU 2110-EXIT
               UNTIL WS-SCAN-EOF.
       2100-EXIT.
           EXIT.

       2110-COUNT-ONE-STATS.
           IF PLYST-PLAYER-ID = WS-FROM-ID
               ADD 1 TO WS-PT-STATS-FROM (WS-PHASE-IDX)
           END-IF.
           IF PLYST-PLAYER-ID = WS-TO-ID
               ADD 1 TO WS-PT-STATS-TO (WS-PHASE-IDX)
           END-IF.
           IF PLYST-OPPONENT-ID = WS-FROM-ID
               ADD 1 TO WS-PT-OPP-FROM (WS-PHASE-IDX)
           END-IF.
           IF PLYST-OPPONENT-ID = WS-TO-ID
               ADD 1 TO WS-PT-OPP-TO (WS-PHASE-IDX)
           END-IF.
           PERFORM 3060-READ-NEXT-STATS THRU 3060-EXIT.
       2110-EXIT.
           EXIT.

       2200-COUNT-AUDIT.
           IF NOT WS-AUDIT-ON-FILE
               GO TO 2200-EXIT
           END-IF.
           MOVE "N" TO WS-SCAN-EOF-FLAG.
           MOVE LOW-VALUES TO AUDL-KEY.
           START AUDIT-LOG-FILE KEY >= AUDL-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START.
           IF NOT WS-SCAN-EOF
               PERFORM 2220-READ-NEXT-AUDIT THRU 2220-EXIT
           END-IF.
           PERFORM 2210-COUNT-ONE-AUDIT THRU 2210-EXIT
               UNTIL WS-SCAN-EOF.
       2200-EXIT.
           EXIT.

       2210-COUNT-ONE-AUDIT.
           IF AUDL-PLAYER-ID = WS-FROM-ID
               ADD 1 TO WS-PT-AUDIT-FROM (WS-PHASE-IDX)
           END-IF.
           IF AUDL-PLAYER-ID = WS-TO-ID
               ADD 1 TO WS-PT-AUDIT-TO (WS-PHASE-IDX)
           END-IF.
           PERFORM 2220-READ-NEXT-AUDIT THRU 2220-EXIT.
       2210-EXIT.
           EXIT.

       2220-READ-NEXT-AUDIT.
           READ AUDIT-LOG-FILE NEXT RECORD
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ.
       2220-EXIT.
           EXIT.

       2300-COUNT-AWARDS.
           IF NOT WS-AWARDS-ON-FILE
               GO TO 2300-EXIT
           END-IF.
           MOVE "N" TO WS-SCAN-EOF-FLAG.
           MOVE LOW-VALUES TO AWRD-KEY.
           START AWARD-FILE KEY >= AWRD-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START.
           IF NOT WS-SCAN-EOF
               PERFORM 2320-READ-NEXT-AWARD THRU 2320-EXIT
           END-IF.
           PERFORM 2310-COUNT-ONE-AWARD THRU 2310-EXIT
               UNTIL WS-SCAN-EOF.
       2300-EXIT.
           EXIT.

       2310-COUNT-ONE-AWARD.
           IF AWRD-PLAYER-ID = WS-FROM-ID
               ADD 1 TO WS-PT-AWARD-FROM (WS-PHASE-IDX)
           END-IF.
           IF AWRD-PLAYER-ID = WS-TO-ID
               ADD 1 TO WS-PT-AWARD-TO (WS-PHASE-IDX)
           END-IF.
           PERFORM 2320-READ-NEXT-AWARD THRU 2320-EXIT.
       2310-EXIT.
           EXIT.

       2320-READ-NEXT-AWARD.
           READ AWARD-FILE NEXT RECORD
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ.
       2320-EXIT.
           EXIT.

      * The saved-game and rating files hold at most one record
      * per id, so a keyed read of each id is the whole count.
       2400-COUNT-SAVED.
           IF NOT WS-SAVED-ON-FILE
               GO TO 2400-EXIT
           END-IF.
           MOVE WS-FROM-ID TO SAVG-PLAYER-ID.
           READ SAVED-GAME-FILE
               NOT INVALID KEY
                   ADD 1 TO WS-PT-SAVED-FROM (WS-PHASE-IDX)
           END-READ.
           MOVE WS-TO-ID TO SAVG-PLAYER-ID.
           READ SAVED-GAME-FILE
               NOT INVALID KEY
                   ADD 1 TO WS-PT-SAVED-TO (WS-PHASE-IDX)
           END-READ.
       2400-EXIT.
           EXIT.

       2500-COUNT-PAIRINGS.
           IF NOT WS-TOURN-ON-FILE
               GO TO 2500-EXIT
           END-IF.
           PERFORM 5050-START-PAIRINGS THRU 5050-EXIT.
           PERFORM 2510-COUNT-ONE-PAIRING THRU 2510-EXIT
               UNTIL WS-SCAN-EOF.
       2500-EXIT.
           EXIT.

       2510-COUNT-ONE-PAIRING.
           IF TRN-PLAYER-A-ID = WS-FROM-ID
                   OR TRN-PLAYER-B-ID = WS-FROM-ID
               ADD 1 TO WS-PT-TOURN-FROM (WS-PHASE-IDX)
           END-IF.
           IF TRN-PLAYER-A-ID = WS-TO-ID
                   OR TRN-PLAYER-B-ID = WS-TO-ID
               ADD 1 TO WS-PT-TOURN-TO (WS-PHASE-IDX)
           END-IF.
           IF (TRN-PLAYER-A-ID = WS-FROM-ID
                   OR TRN-PLAYER-B-ID = WS-FROM-ID)
               AND (TRN-PLAYER-A-ID = WS-TO-ID
                   OR TRN-PLAYER-B-ID = WS-TO-ID)
               ADD 1 TO WS-PT-TOURN-BOTH (WS-PHASE-IDX)
           END-IF.
           PERFORM 5060-READ-NEXT-PAIRING THRU 5060-EXIT.
       2510-EXIT.
           EXIT.

       2600-COUNT-RATINGS.
           IF NOT WS-RATING-ON-FILE
               GO TO 2600-EXIT
           END-IF.
           MOVE WS-FROM-ID TO RTG-PLAYER-ID.
           READ PLAYER-RATING-FILE
               NOT INVALID KEY
                   ADD 1 TO WS-PT-RATING-FROM (WS-PHASE-IDX)
           END-READ.
           MOVE WS-TO-ID TO RTG-PLAYER-ID.
           READ PLAYER-RATING-FILE
               NOT INVALID KEY
                   ADD 1 TO WS-PT-RATING-TO (WS-PHASE-IDX)
           END-READ.
       2600-EXIT.
           EXIT.

       2700-COUNT-NOTIFY-HISTORY.
           IF NOT WS-NTFHIST-ON-FILE
               GO TO 2700-EXIT
           END-IF.
           MOVE "N" TO WS-SCAN-EOF-FLAG.
           MOVE LOW-VALUES TO NTFH-KEY.
           START NOTIFY-HISTORY-FILE KEY >= NTFH-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START.
           IF NOT WS-SCAN-EOF
               PERFORM 2720-READ-NEXT-NOTIFY THRU 2720-EXIT
           END-IF.
           PERFORM 2710-COUNT-ONE-NOTIFY THRU 2710-EXIT
               UNTIL WS-SCAN-EOF.
       2700-EXIT.
           EXIT.

       2710-COUNT-ONE-NOTIFY.
           IF NTFH-PLAYER-ID = WS-FROM-ID
               ADD 1 TO WS-PT-NTFH-FROM (WS-PHASE-IDX)
           END-IF.
           IF NTFH-PLAYER-ID = WS-TO-ID
               ADD 1 TO WS-PT-NTFH-TO (WS-PHASE-IDX)
           END-IF.
           PERFORM 2720-READ-NEXT-NOTIFY THRU 2720-EXIT.
       2710-EXIT.
           EXIT.

       2720-READ-NEXT-NOTIFY.
           READ NOTIFY-HISTORY-FILE NEXT RECORD
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ.
       2720-EXIT.
           EXIT.

      * Attempt records only - the day's number record carries no
      * player.
       2800-COUNT-CHALLENGE-ATTEMPTS.
           IF NOT WS-DAILYCHL-ON-FILE
               GO TO 2800-EXIT
           END-IF.
           PERFORM 5850-START-CHALLENGE THRU 5850-EXIT.
           PERFORM 2810-COUNT-ONE-ATTEMPT THRU 2810-EXIT
               UNTIL WS-SCAN-EOF.
       2800-EXIT.
           EXIT.

       2810-COUNT-ONE-ATTEMPT.
           IF DCHL-ATTEMPT-RECORD
               IF DCHL-PLAYER-ID = WS-FROM-ID
                   ADD 1 TO WS-PT-DCHL-FROM (WS-PHASE-IDX)
               END-IF
               IF DCHL-PLAYER-ID = WS-TO-ID
                   ADD 1 TO WS-PT-DCHL-TO (WS-PHASE-IDX)
               END-IF
           END-IF.
           PERFORM 5860-READ-NEXT-CHALLENGE THRU 5860-EXIT.
       2810-EXIT.
           EXIT.

       2900-COUNT-REVIEW-QUEUE.
           IF NOT WS-REVQUEUE-ON-FILE
               GO TO 2900-EXIT
           END-IF.
           PERFORM 5950-START-REVIEW-QUEUE THRU 5950-EXIT.
           PERFORM 2910-COUNT-ONE-FLAG THRU 2910-EXIT
               UNTIL WS-SCAN-EOF.
       2900-EXIT.
           EXIT.

       2910-COUNT-ONE-FLAG.
           IF REVQ-PLAYER-ID = WS-FROM-ID
               ADD 1 TO WS-PT-REVQ-FROM (WS-PHASE-IDX)
           END-IF.
           IF REVQ-PLAYER-ID = WS-TO-ID
               ADD 1 TO WS-PT-REVQ-TO (WS-PHASE-IDX)
           END-IF.
           IF REVQ-OTHER-PLAYER-ID = WS-FROM-ID
               ADD 1 TO WS-PT-REVQ-OTHER-FROM (WS-PHASE-IDX)
           END-IF.
           IF REVQ-OTHER-PLAYER-ID = WS-TO-ID
               ADD 1 TO WS-PT-REVQ-OTHER-TO (WS-PHASE-IDX)
           END-IF.
           PERFORM 5960-READ-NEXT-FLAG THRU 5960-EXIT.
       2910-EXIT.
           EXIT.

      *=============================================================*
      * 3000-MERGE-STATS-FILE                                        *
      * First repoints every head-to-head record that names the     *
      * from-id as the opponent (the key is untouched, so a plain   *
      * REWRITE does), then rekeys the from-id's own records.        *
      *=============================================================*
       3000-MERGE-STATS-FILE.
           IF NOT WS-STATS-ON-FILE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3050-START-STATS THRU 3050-EXIT.
           PERFORM 3100-REPOINT-ONE-OPPONENT THRU 3100-EXIT
               UNTIL WS-SCAN-EOF.
           MOVE "N" TO WS-REKEY-DONE-FLAG.
           PERFORM 3200-REKEY-ONE-STATS THRU 3200-EXIT
               UNTIL WS-REKEY-DONE.
       3000-EXIT.
           EXIT.

       3050-START-STATS.
           MOVE "N" TO WS-SCAN-EOF-FLAG.
           MOVE LOW-VALUES TO PLYST-KEY.
           START PLAYER-STATS-FILE KEY >= PLYST-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START.
           IF NOT WS-SCAN-EOF
               PERFORM 3060-READ-NEXT-STATS THRU 3060-EXIT
           END-IF.
       3050-EXIT.
           EXIT.

       3060-READ-NEXT-STATS.
           READ PLAYER-STATS-FILE NEXT RECORD
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ.
       3060-EXIT.
           EXIT.

       3100-REPOINT-ONE-OPPONENT.
           IF PLYST-OPPONENT-ID = WS-FROM-ID
               MOVE WS-TO-ID TO PLYST-OPPONENT-ID
               REWRITE PLYR-STATS-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF WS-PLYRSTAT-STATUS = "00"
                   ADD 1 TO WS-OPP-REPOINTED
               ELSE
                   MOVE SPACES TO WS-FAIL-TEXT
                   STRING "STATS OPPONENT NOT REPOINTED "
                           PLYST-PLAYER-ID
                       DELIMITED BY SIZE INTO WS-FAIL-TEXT
                   MOVE WS-PLYRSTAT-STATUS TO WS-FAIL-STATUS
                   PERFORM 7900-NOTE-UPDATE-FAILURE THRU 7900-EXIT
               END-IF
           END-IF.
           PERFORM 3060-READ-NEXT-STATS THRU 3060-EXIT.
       3100-EXIT.
           EXIT.

      *=============================================================*
      * 3200-REKEY-ONE-STATS                                         *
      * Positions on the from-id's first remaining record, writes    *
      * a copy under the to-id, and only then deletes the original  *
      * - a record that cannot be written is left where it was,     *
      * never lost.  Both ids can hold a game finished in the same  *
      * second, so a duplicate key bumps PLYST-SEQ-NO and retries,  *
      * the same way COBOL-guesser's 6905 does.                       *
      *=============================================================*
       3200-REKEY-ONE-STATS.
           MOVE LOW-VALUES TO PLYST-KEY.
           MOVE WS-FROM-ID TO PLYST-PLAYER-ID.
           START PLAYER-STATS-FILE KEY >= PLYST-KEY
               INVALID KEY
                   SET WS-REKEY-DONE TO TRUE
                   GO TO 3200-EXIT
           END-START.
           READ PLAYER-STATS-FILE NEXT RECORD
               AT END
                   SET WS-REKEY-DONE TO TRUE
                   GO TO 3200-EXIT
           END-READ.
           IF PLYST-PLAYER-ID NOT = WS-FROM-ID
               SET WS-REKEY-DONE TO TRUE
               GO TO 3200-EXIT
           END-IF.
           MOVE PLYR-STATS-RECORD TO WS-STATS-HOLD.
           MOVE WS-TO-ID TO PLYST-PLAYER-ID.
           MOVE 0 TO WS-WRITE-ATTEMPTS.
           SET WS-WRITE-PENDING TO TRUE.
           PERFORM 3250-WRITE-STATS-RETRY THRU 3250-EXIT
               UNTIL WS-WRITE-COMPLETE.
           IF NOT WS-STATS-WRITE-OK
               MOVE WS-STATS-HOLD TO PLYR-STATS-RECORD
               MOVE SPACES TO WS-MESSAGE-LINE
               STRING "UNABLE TO REKEY STATS RECORD "
                       PLYST-GAME-DATE " " PLYST-GAME-TIME
                       " - STATUS " WS-PLYRSTAT-STATUS
                   DELIMITED BY SIZE INTO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               ADD 1 TO WS-REKEY-FAILED
               SET WS-REKEY-DONE TO TRUE
               GO TO 3200-EXIT
           END-IF.
      * The copy is on file under the to-id; an original that will
      * not delete now stands under both, and the pass stops rather
      * than copy it again.
           MOVE WS-STATS-HOLD TO PLYR-STATS-RECORD.
           DELETE PLAYER-STATS-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-PLYRSTAT-STATUS NOT = "00"
               MOVE SPACES TO WS-FAIL-TEXT
               STRING "STATS NOT DELETED " PLYST-GAME-DATE " "
                       PLYST-GAME-TIME
                   DELIMITED BY SIZE INTO WS-FAIL-TEXT
               MOVE WS-PLYRSTAT-STATUS TO WS-FAIL-STATUS
               PERFORM 7900-NOTE-UPDATE-FAILURE THRU 7900-EXIT
               SET WS-REKEY-DONE TO TRUE
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO WS-STATS-REKEYED.
       3200-EXIT.
           EXIT.

       3250-WRITE-STATS-RETRY.
           ADD 1 TO WS-WRITE-ATTEMPTS.
           WRITE PLYR-STATS-RECORD
               INVALID KEY
                   ADD 1 TO PLYST-SEQ-NO
           END-WRITE.
           IF WS-STATS-WRITE-OK OR WS-WRITE-ATTEMPTS > 99
               SET WS-WRITE-COMPLETE TO TRUE
           END-IF.
       3250-EXIT.
           EXIT.

      *=============================================================*
      * 3500-MERGE-AUDIT-FILE                                        *
      * Rekeys the from-id's audit rows the same write-then-delete  *
      * way as 3200.  The session id stays as it was, so every      *
      * game still reads as one block; a key collision bumps the    *
      * row's time, as COBOL-guesser's 6955 does.                    *
      *=============================================================*
       3500-MERGE-AUDIT-FILE.
           IF NOT WS-AUDIT-ON-FILE
               GO TO 3500-EXIT
           END-IF.
           MOVE "N" TO WS-REKEY-DONE-FLAG.
           PERFORM 3600-REKEY-ONE-AUDIT THRU 3600-EXIT
               UNTIL WS-REKEY-DONE.
       3500-EXIT.
           EXIT.

       3600-REKEY-ONE-AUDIT.
           MOVE LOW-VALUES TO AUDL-KEY.
           MOVE WS-FROM-ID TO AUDL-PLAYER-ID.
           START AUDIT-LOG-FILE KEY >= AUDL-KEY
               INVALID KEY
                   SET WS-REKEY-DONE TO TRUE
                   GO TO 3600-EXIT
           END-START.
           READ AUDIT-LOG-FILE NEXT RECORD
               AT END
                   SET WS-REKEY-DONE TO TRUE
                   GO TO 3600-EXIT
           END-READ.
           IF AUDL-PLAYER-ID NOT = WS-FROM-ID
               SET WS-REKEY-DONE TO TRUE
               GO TO 3600-EXIT
           END-IF.
           MOVE AUDIT-LOG-RECORD TO WS-AUDIT-HOLD.
           MOVE WS-TO-ID TO AUDL-PLAYER-ID.
           MOVE 0 TO WS-WRITE-ATTEMPTS.
           SET WS-WRITE-PENDING TO TRUE.
           PERFORM 3650-WRITE-AUDIT-RETRY THRU 3650-EXIT
               UNTIL WS-WRITE-COMPLETE.
           IF NOT WS-AUDIT-WRITE-OK
               MOVE WS-AUDIT-HOLD TO AUDIT-LOG-RECORD
               MOVE SPACES TO WS-MESSAGE-LINE
               STRING "UNABLE TO REKEY AUDIT ROW "
                       AUDL-GAME-DATE " " AUDL-GAME-TIME
                       " - STATUS " WS-AUDIT-STATUS
                   DELIMITED BY SIZE INTO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               ADD 1 TO WS-REKEY-FAILED
               SET WS-REKEY-DONE TO TRUE
               GO TO 3600-EXIT
           END-IF.
           MOVE WS-AUDIT-HOLD TO AUDIT-LOG-RECORD.
           DELETE AUDIT-LOG-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE SPACES TO WS-FAIL-TEXT
               STRING "AUDIT ROW NOT DELETED " AUDL-GAME-DATE " "
                       AUDL-GAME-TIME
                   DELIMITED BY SIZE INTO WS-FAIL-TEXT
               MOVE WS-AUDIT-STATUS TO WS-FAIL-STATUS
               PERFORM 7900-NOTE-UPDATE-FAILURE THRU 7900-EXIT
               SET WS-REKEY-DONE TO TRUE
               GO TO 3600-EXIT
           END-IF.
           ADD 1 TO WS-AUDIT-REKEYED.
       3600-EXIT.
           EXIT.

       3650-WRITE-AUDIT-RETRY.
           ADD 1 TO WS-WRITE-ATTEMPTS.
           WRITE AUDIT-LOG-RECORD
               INVALID KEY
                   ADD 1 TO AUDL-GAME-TIME
           END-WRITE.
           IF WS-AUDIT-WRITE-OK OR WS-WRITE-ATTEMPTS > 99
               SET WS-WRITE-COMPLETE TO TRUE
           END-IF.
       3650-EXIT.
           EXIT.

      *=============================================================*
      * 4000-MERGE-AWARDS                                            *
      * Moves each of the from-id's awards to the to-id.  Where the *
      * to-id already holds the same award code, the earlier of the *
      * two is kept - the to-id's record takes the from-id's date   *
      * and figure when the from-id earned it first - and the other *
      * is dropped, since each award is earnable once per player.    *
      *=============================================================*
       4000-MERGE-AWARDS.
           IF NOT WS-AWARDS-ON-FILE
               GO TO 4000-EXIT
           END-IF.
           MOVE "N" TO WS-REKEY-DONE-FLAG.
           PERFORM 4100-MOVE-ONE-AWARD THRU 4100-EXIT
               UNTIL WS-REKEY-DONE.
       4000-EXIT.
           EXIT.

       4100-MOVE-ONE-AWARD.
           MOVE WS-FROM-ID TO AWRD-PLAYER-ID.
           MOVE LOW-VALUES TO AWRD-AWARD-CODE.
           START AWARD-FILE KEY >= AWRD-KEY
               INVALID KEY
                   SET WS-REKEY-DONE TO TRUE
                   GO TO 4100-EXIT
           END-START.
           READ AWARD-FILE NEXT RECORD
               AT END
                   SET WS-REKEY-DONE TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           IF AWRD-PLAYER-ID NOT = WS-FROM-ID
               SET WS-REKEY-DONE TO TRUE
               GO TO 4100-EXIT
           END-IF.
           MOVE AWRD-AWARD-CODE TO WS-HOLD-AWARD-CODE.
           MOVE AWRD-AWARD-DATE TO WS-HOLD-AWARD-DATE.
           MOVE AWRD-DETAIL-VALUE TO WS-HOLD-AWARD-VALUE.
           MOVE WS-TO-ID TO AWRD-PLAYER-ID.
           READ AWARD-FILE
               INVALID KEY
                   MOVE WS-TO-ID TO AWRD-PLAYER-ID
                   MOVE WS-HOLD-AWARD-CODE TO AWRD-AWARD-CODE
                   MOVE WS-HOLD-AWARD-DATE TO AWRD-AWARD-DATE
                   MOVE WS-HOLD-AWARD-VALUE TO AWRD-DETAIL-VALUE
                   PERFORM 4150-WRITE-MOVED-AWARD THRU 4150-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-AWARD-DUPLICATE
                   IF WS-HOLD-AWARD-DATE < AWRD-AWARD-DATE
                       MOVE WS-HOLD-AWARD-DATE TO AWRD-AWARD-DATE
                       MOVE WS-HOLD-AWARD-VALUE
                           TO AWRD-DETAIL-VALUE
                       PERFORM 4160-REWRITE-EARLIER-AWARD
                           THRU 4160-EXIT
                   END-IF
           END-READ.
      * An award that could not be carried across stays under the
      * from-id, and the pass stops rather than meet it again.
           IF WS-REKEY-DONE
               GO TO 4100-EXIT
           END-IF.
           MOVE WS-FROM-ID TO AWRD-PLAYER-ID.
           MOVE WS-HOLD-AWARD-CODE TO AWRD-AWARD-CODE.
           DELETE AWARD-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-AWARD-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-FAIL-TEXT
               STRING "AWARD NOT DELETED " WS-HOLD-AWARD-CODE
                   DELIMITED BY SIZE INTO WS-FAIL-TEXT
               MOVE WS-AWARD-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM 7900-NOTE-UPDATE-FAILURE THRU 7900-EXIT
               SET WS-REKEY-DONE TO TRUE
           END-IF.
       4100-EXIT.
           EXIT.

       4150-WRITE-MOVED-AWARD.
           WRITE AWARD-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-AWARD-FILE-STATUS = "00"
               ADD 1 TO WS-AWARD-MOVED
           ELSE
               MOVE SPACES TO WS-FAIL-TEXT
               STRING "AWARD NOT MOVED " WS-HOLD-AWARD-CODE
                   DELIMITED BY SIZE INTO WS-FAIL-TEXT
               MOVE WS-AWARD-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM 7900-NOTE-UPDATE-FAILURE THRU 7900-EXIT
               SET WS-REKEY-DONE TO TRUE
           END-IF.
       4150-EXIT.
           EXIT.

       4160-REWRITE-EARLIER-AWARD.
           REWRITE AWARD-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-AWARD-FILE-STATUS = "00"
               ADD 1 TO WS-AWARD-EARLIER
           ELSE
               MOVE SPACES TO WS-FAIL-TEXT
               STRING "AWARD DATE NOT TAKEN " WS-HOLD-AWARD-CODE
                   DELIMITED BY SIZE INTO WS-FAIL-TEXT
               MOVE WS-AWARD-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM 7900-NOTE-UPDATE-FAILURE THRU 7900-EXIT
               SET WS-REKEY-DONE TO TRUE
           END-IF.
       4160-EXIT.
           EXIT.

      *=============================================================*
      * 4500-MERGE-SAVED-GAME                                        *
      * The from-id's checkpoint replaces the to-id's when it is a  *
      * game in progress (1300 has already ruled out both being in  *
      * progress) or when the to-id has none; otherwise it is a     *
      * finished game's checkpoint and is simply dropped.  The to-  *
      * id's record is written first and the from-id's deleted only *
      * once that has worked, as 3200 does, so a failed write       *
      * leaves the game in progress where it was.                    *
      *=============================================================*
       4500-MERGE-SAVED-GAME.
           IF NOT WS-SAVED-ON-FILE OR NOT WS-FROM-HAS-SAVED
               GO TO 4500-EXIT
           END-IF.
           MOVE WS-FROM-ID TO SAVG-PLAYER-ID.
           READ SAVED-GAME-FILE
               INVALID KEY
                   GO TO 4500-EXIT
           END-READ.
           MOVE SAVED-GAME-RECORD TO WS-SAVED-HOLD.
           IF WS-FROM-GAME-ACTIVE OR NOT WS-TO-HAS-SAVED
               MOVE WS-SAVED-HOLD TO SAVED-GAME-RECORD
               MOVE WS-TO-ID TO SAVG-PLAYER-ID
               WRITE SAVED-GAME-RECORD
                   INVALID KEY
                       REWRITE SAVED-GAME-RECORD
               END-WRITE
               IF WS-SAVEGAME-STATUS NOT = "00"
                   MOVE "SAVED GAME NOT MOVED" TO WS-FAIL-TEXT
                   MOVE WS-SAVEGAME-STATUS TO WS-FAIL-STATUS
                   PERFORM 7900-NOTE-UPDATE-FAILURE THRU 7900-EXIT
                   GO TO 4500-EXIT
               END-IF
               ADD 1 TO WS-SAVED-MOVED
               IF WS-TO-HAS-SAVED
                   ADD 1 TO WS-SAVED-DROPPED
               END-IF
           ELSE
               ADD 1 TO WS-SAVED-DROPPED
           END-IF.
           MOVE WS-SAVED-HOLD TO SAVED-GAME-RECORD.
           DELETE SAVED-GAME-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-SAVEGAME-STATUS NOT = "00"
               MOVE "SAVED GAME NOT DELETED" TO WS-FAIL-TEXT
               MOVE WS-SAVEGAME-STATUS TO WS-FAIL-STATUS
               PERFORM 7900-NOTE-UPDATE-FAILURE THRU 7900-EXIT
           END-IF.
       4500-EXIT.
           EXIT.

      *=============================================================*
      * 5000-REPOINT-PAIRINGS                                        *
      * Repoints every pairing, pending or posted, that names the   *
      * from-id on either side, so the standings carry the merged   *
      * player's whole tournament record under the one id.           *
      *=============================================================*
       5000-REPOINT-PAIRINGS.
           IF NOT WS-TOURN-ON-FILE
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5050-START-PAIRINGS THRU 5050-EXIT.
           PERFORM 5100-REPOINT-ONE-PAIRING THRU 5100-EXIT
               UNTIL WS-SCAN-EOF.
       5000-EXIT.
           EXIT.

       5050-START-PAIRINGS.
           MOVE "N" TO WS-SCAN-EOF-FLAG.
           MOVE LOW-VALUES TO TRN-KEY.
           START TOURN-MASTER-FILE KEY >= TRN-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START.
           IF NOT WS-SCAN-EOF
               PERFORM 5060-READ-NEXT-PAIRING THRU 5060-EXIT
           END-IF.
       5050-EXIT.
           EXIT.

       5060-READ-NEXT-PAIRING.
           READ TOURN-MASTER-FILE NEXT RECORD
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ.
       5060-EXIT.
           EXIT.

       5100-REPOINT-ONE-PAIRING.
           IF TRN-PLAYER-A-ID = WS-FROM-ID
                   OR TRN-PLAYER-B-ID = WS-FROM-ID
               IF TRN-PLAYER-A-ID = WS-FROM-ID
                   MOVE WS-TO-ID TO TRN-PLAYER-A-ID
               END-IF
               IF TRN-PLAYER-B-ID = WS-FROM-ID
                   MOVE WS-TO-ID TO TRN-PLAYER-B-ID
               END-IF
               REWRITE TOURN-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF WS-TOURMAST-STATUS = "00"
                   ADD 1 TO WS-TOURN-REPOINTED
               ELSE
                   MOVE SPACES TO WS-FAIL-TEXT
                   STRING "PAIRING NOT REPOINTED " TRN-KEY
                       DELIMITED BY SIZE INTO WS-FAIL-TEXT
                   MOVE WS-TOURMAST-STATUS TO WS-FAIL-STATUS
                   PERFORM 7900-NOTE-UPDATE-FAILURE THRU 7900-EXIT
               END-IF
           END-IF.
           PERFORM 5060-READ-NEXT-PAIRING THRU 5060-EXIT.
       5100-EXIT.
           EXIT.

      *=============================================================*
      * 5500-COMBINE-RATINGS                                         *
      * A rating on the from-id alone moves across unchanged.  With *
      * both ids rated, the two are combined into the to-id's       *
      * record: the rating weighted by games rated, the games       *
      * rated summed, the later last-rated date, and the combined   *
      * rating pushed onto the history as of today - so the next    *
      * GUESSRTG pass rates the merged player from where both        *
      * histories left off, and nothing is simply dropped.  Any     *
      * movement banked under a review hold is added together, so  *
      * the first run after the hold lifts releases both.  The      *
      * to-id's record is written or rewritten first and the from-  *
      * id's deleted only once that has worked, as 3200 does.        *
      *=============================================================*
       5500-COMBINE-RATINGS.
           IF NOT WS-RATING-ON-FILE
               GO TO 5500-EXIT
           END-IF.
           MOVE WS-FROM-ID TO RTG-PLAYER-ID.
           READ PLAYER-RATING-FILE
               INVALID KEY
                   GO TO 5500-EXIT
           END-READ.
           MOVE PLAYER-RATING-RECORD TO WS-RATING-HOLD.
           MOVE RTG-CURRENT-RATING TO WS-FROM-RATING.
           MOVE RTG-GAMES-RATED TO WS-FROM-GAMES-RATED.
           MOVE RTG-LAST-RATED-DATE TO WS-FROM-LAST-RATED.
           IF RTG-HELD-DELTA NUMERIC
               MOVE RTG-HELD-DELTA TO WS-FROM-HELD-DELTA
           ELSE
               MOVE 0 TO WS-FROM-HELD-DELTA
           END-IF.
           MOVE WS-TO-ID TO RTG-PLAYER-ID.
           READ PLAYER-RATING-FILE
               INVALID KEY
                   MOVE WS-RATING-HOLD TO PLAYER-RATING-RECORD
                   MOVE WS-TO-ID TO RTG-PLAYER-ID
                   MOVE WS-FROM-HELD-DELTA TO RTG-HELD-DELTA
                   MOVE WS-FROM-HELD-DELTA TO WS-COMBINED-HELD-DELTA
                   PERFORM 5550-WRITE-MOVED-RATING THRU 5550-EXIT
                   IF WS-PLAYRTG-STATUS = "00"
                       PERFORM 5580-DELETE-FROM-RATING THRU 5580-EXIT
                   END-IF
                   GO TO 5500-EXIT
           END-READ.
           MOVE RTG-CURRENT-RATING TO WS-TO-RATING.
           MOVE RTG-GAMES-RATED TO WS-TO-GAMES-RATED.
           IF RTG-HELD-DELTA NUMERIC
               MOVE RTG-HELD-DELTA TO WS-TO-HELD-DELTA
           ELSE
               MOVE 0 TO WS-TO-HELD-DELTA
           END-IF.
           COMPUTE WS-COMBINED-HELD-DELTA =
               WS-FROM-HELD-DELTA + WS-TO-HELD-DELTA.
           IF WS-COMBINED-HELD-DELTA > 99999
               MOVE 99999 TO RTG-HELD-DELTA
           ELSE
               IF WS-COMBINED-HELD-DELTA < -99999
                   MOVE -99999 TO RTG-HELD-DELTA
               ELSE
                   MOVE WS-COMBINED-HELD-DELTA TO RTG-HELD-DELTA
               END-IF
           END-IF.
           COMPUTE WS-COMBINED-GAMES =
               WS-FROM-GAMES-RATED + WS-TO-GAMES-RATED.
           IF WS-COMBINED-GAMES > 0
               COMPUTE RTG-CURRENT-RATING ROUNDED =
                   ((WS-FROM-RATING * WS-FROM-GAMES-RATED)
                   + (WS-TO-RATING * WS-TO-GAMES-RATED))
                   / WS-COMBINED-GAMES
           ELSE
               COMPUTE RTG-CURRENT-RATING ROUNDED =
                   (WS-FROM-RATING + WS-TO-RATING) / 2
           END-IF.
           IF WS-COMBINED-GAMES > 9999999
               MOVE 9999999 TO RTG-GAMES-RATED
           ELSE
               MOVE WS-COMBINED-GAMES TO RTG-GAMES-RATED
           END-IF.
           IF WS-FROM-LAST-RATED > RTG-LAST-RATED-DATE
               MOVE WS-FROM-LAST-RATED TO RTG-LAST-RATED-DATE
           END-IF.
           PERFORM 5600-SHIFT-ONE-ENTRY THRU 5600-EXIT
               VARYING WS-HIST-SHIFT-IDX FROM 10 BY -1
               UNTIL WS-HIST-SHIFT-IDX < 2.
           MOVE WS-RUN-DATE TO RTG-HIST-DATE (1).
           MOVE RTG-CURRENT-RATING TO RTG-HIST-RATING (1).
           REWRITE PLAYER-RATING-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-PLAYRTG-STATUS NOT = "00"
               MOVE "COMBINED RATING NOT REWRITTEN" TO WS-FAIL-TEXT
               MOVE WS-PLAYRTG-STATUS TO WS-FAIL-STATUS
               PERFORM 7900-NOTE-UPDATE-FAILURE THRU 7900-EXIT
               GO TO 5500-EXIT
           END-IF.
           ADD 1 TO WS-RATING-COMBINED.
           MOVE SPACES TO WS-MESSAGE-LINE.
           STRING "RATINGS COMBINED: " WS-FROM-RATING " OVER "
                   WS-FROM-GAMES-RATED " GAMES + " WS-TO-RATING
                   " OVER " WS-TO-GAMES-RATED " = "
                   RTG-CURRENT-RATING
               DELIMITED BY SIZE INTO WS-MESSAGE-LINE.
           WRITE PRINT-RECORD FROM WS-MESSAGE-LINE.
           PERFORM 5580-DELETE-FROM-RATING THRU 5580-EXIT.
       5500-EXIT.
           EXIT.

       5550-WRITE-MOVED-RATING.
           WRITE PLAYER-RATING-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-PLAYRTG-STATUS = "00"
               ADD 1 TO WS-RATING-MOVED
           ELSE
               MOVE "RATING NOT MOVED TO TO-ID" TO WS-FAIL-TEXT
               MOVE WS-PLAYRTG-STATUS TO WS-FAIL-STATUS
               PERFORM 7900-NOTE-UPDATE-FAILURE THRU 7900-EXIT
           END-IF.
       5550-EXIT.
           EXIT.

      * Only once the to-id's record is safely on file.
       5580-DELETE-FROM-RATING.
           MOVE WS-RATING-HOLD TO PLAYER-RATING-RECORD.
           DELETE PLAYER-RATING-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-PLAYRTG-STATUS NOT = "00"
               MOVE "FROM-ID RATING NOT DELETED" TO WS-FAIL-TEXT
               MOVE WS-PLAYRTG-STATUS TO WS-FAIL-STATUS
               PERFORM 7900-NOTE-UPDATE-FAILURE THRU 7900-EXIT
           END-IF.
       5580-EXIT.
           EXIT.

       5600-SHIFT-ONE-ENTRY.
           MOVE RTG-HISTORY-ENTRY (WS-HIST-SHIFT-IDX - 1)
               TO RTG-HISTORY-ENTRY (WS-HIST-SHIFT-IDX).
       5600-EXIT.
           EXIT.

      *=============================================================*
      * 5700-MERGE-NOTIFY-HISTORY                                    *
      * Rekeys the from-id's GUESSNTF history the write-then-delete *
      * way of 3200, so an award or pairing that moved across is    *
      * still known as sent and is not mailed again.  A notice the  *
      * to-id was already sent for the same event is the one kept.   *
      *=============================================================*
       5700-MERGE-NOTIFY-HISTORY.
           IF NOT WS-NTFHIST-ON-FILE
               GO TO 5700-EXIT
           END-IF.
           MOVE "N" TO WS-REKEY-DONE-FLAG.
           PERFORM 5710-REKEY-ONE-NOTIFY THRU 5710-EXIT
               UNTIL WS-REKEY-DONE.
       5700-EXIT.
           EXIT.

       5710-REKEY-ONE-NOTIFY.
           MOVE LOW-VALUES TO NTFH-KEY.
           MOVE WS-FROM-ID TO NTFH-PLAYER-ID.
           START NOTIFY-HISTORY-FILE KEY >= NTFH-KEY
               INVALID KEY
                   SET WS-REKEY-DONE TO TRUE
                   GO TO 5710-EXIT
           END-START.
           READ NOTIFY-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-REKEY-DONE TO TRUE
                   GO TO 5710-EXIT
           END-READ.
           IF NTFH-PLAYER-ID NOT = WS-FROM-ID
               SET WS-REKEY-DONE TO TRUE
               GO TO 5710-EXIT
           END-IF.
           MOVE NOTIFY-HISTORY-RECORD TO WS-NTFH-HOLD.
           MOVE WS-TO-ID TO NTFH-PLAYER-ID.
           WRITE NOTIFY-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-NTFHIST-STATUS = "00"
               ADD 1 TO WS-NTFH-REKEYED
           ELSE
               IF WS-NTFHIST-STATUS = "22"
                   ADD 1 TO WS-NTFH-DUPLICATE
               ELSE
                   MOVE SPACES TO WS-FAIL-TEXT
                   STRING "NOTICE NOT MOVED " NTFH-EVENT-TYPE " "
                           NTFH-EVENT-REF
                       DELIMITED BY SIZE INTO WS-FAIL-TEXT
                   MOVE WS-NTFHIST-STATUS TO WS-FAIL-STATUS
                   PERFORM 7900-NOTE-UPDATE-FAILURE THRU 7900-EXIT
                   SET WS-REKEY-DONE TO TRUE
                   GO TO 5710-EXIT
               END-IF
           END-IF.
           MOVE WS-NTFH-HOLD TO NOTIFY-HISTORY-RECORD.
           DELETE NOTIFY-HISTORY-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-NTFHIST-STATUS NOT = "00"
               MOVE SPACES TO WS-FAIL-TEXT
               STRING "NOTICE NOT DELETED " NTFH-EVENT-TYPE " "
                       NTFH-EVENT-REF
                   DELIMITED BY SIZE INTO WS-FAIL-TEXT
               MOVE WS-NTFHIST-STATUS TO WS-FAIL-STATUS
               PERFORM 7900-NOTE-UPDATE-FAILURE THRU 7900-EXIT
               SET WS-REKEY-DONE TO TRUE
           END-IF.
       5710-EXIT.
           EXIT.

      *=============================================================*
      * 5800-MERGE-CHALLENGE-ATTEMPTS                                *
      * Moves the from-id's daily-challenge attempts to the to-id,  *
      * so an attempt under either id refuses a second one that     *
      * day.  Where both ids attempted the same day, the earlier    *
      * attempt (by start time) is the one kept under the to-id,    *
      * as the first attempt is the one that counts.                 *
      *=============================================================*
       5800-MERGE-CHALLENGE-ATTEMPTS.
           IF NOT WS-DAILYCHL-ON-FILE
               GO TO 5800-EXIT
           END-IF.
           PERFORM 5850-START-CHALLENGE THRU 5850-EXIT.
           PERFORM 5810-MOVE-ONE-ATTEMPT THRU 5810-EXIT
               UNTIL WS-SCAN-EOF.
       5800-EXIT.
           EXIT.

       5810-MOVE-ONE-ATTEMPT.
           IF NOT DCHL-ATTEMPT-RECORD
                   OR DCHL-PLAYER-ID NOT = WS-FROM-ID
               PERFORM 5860-READ-NEXT-CHALLENGE THRU 5860-EXIT
               GO TO 5810-EXIT
           END-IF.
           MOVE DCHL-KEY TO WS-DCHL-LAST-KEY.
           MOVE DAILY-CHALLENGE-RECORD TO WS-DCHL-HOLD.
           MOVE DCHL-START-TIME TO WS-DCHL-FROM-START.
           MOVE WS-TO-ID TO DCHL-PLAYER-ID.
           READ DAILY-CHALLENGE-FILE
               INVALID KEY
                   MOVE WS-DCHL-HOLD TO DAILY-CHALLENGE-RECORD
                   MOVE WS-TO-ID TO DCHL-PLAYER-ID
                   PERFORM 5820-WRITE-MOVED-ATTEMPT THRU 5820-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-DCHL-DUPLICATE
                   IF WS-DCHL-FROM-START < DCHL-START-TIME
                       MOVE WS-DCHL-HOLD TO DAILY-CHALLENGE-RECORD
                       MOVE WS-TO-ID TO DCHL-PLAYER-ID
                       PERFORM 5830-REWRITE-EARLIER-ATTEMPT
                           THRU 5830-EXIT
                   END-IF
           END-READ.
      * An attempt that could not be carried across stays under the
      * from-id; the walk moves past it.
           IF WS-DAILYCHL-STATUS = "00"
               MOVE WS-DCHL-HOLD TO DAILY-CHALLENGE-RECORD
               DELETE DAILY-CHALLENGE-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF WS-DAILYCHL-STATUS NOT = "00"
                   MOVE SPACES TO WS-FAIL-TEXT
                   STRING "CHALLENGE ATTEMPT NOT DELETED "
                           DCHL-CHALLENGE-DATE
                       DELIMITED BY SIZE INTO WS-FAIL-TEXT
                   MOVE WS-DAILYCHL-STATUS TO WS-FAIL-STATUS
                   PERFORM 7900-NOTE-UPDATE-FAILURE THRU 7900-EXIT
               END-IF
           END-IF.
           MOVE WS-DCHL-LAST-KEY TO DCHL-KEY.
           START DAILY-CHALLENGE-FILE KEY > DCHL-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
                   GO TO 5810-EXIT
           END-START.
           PERFORM 5860-READ-NEXT-CHALLENGE THRU 5860-EXIT.
       5810-EXIT.
           EXIT.

       5820-WRITE-MOVED-ATTEMPT.
           WRITE DAILY-CHALLENGE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-DAILYCHL-STATUS = "00"
               ADD 1 TO WS-DCHL-REKEYED
           ELSE
               MOVE SPACES TO WS-FAIL-TEXT
               STRING "CHALLENGE ATTEMPT NOT MOVED "
                       DCHL-CHALLENGE-DATE
                   DELIMITED BY SIZE INTO WS-FAIL-TEXT
               MOVE WS-DAILYCHL-STATUS TO WS-FAIL-STATUS
               PERFORM 7900-NOTE-UPDATE-FAILURE THRU 7900-EXIT
           END-IF.
       5820-EXIT.
           EXIT.

       5830-REWRITE-EARLIER-ATTEMPT.
           REWRITE DAILY-CHALLENGE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-DAILYCHL-STATUS = "00"
               ADD 1 TO WS-DCHL-EARLIER
           ELSE
               MOVE SPACES TO WS-FAIL-TEXT
               STRING "EARLIER ATTEMPT NOT TAKEN "
                       DCHL-CHALLENGE-DATE
                   DELIMITED BY SIZE INTO WS-FAIL-TEXT
               MOVE WS-DAILYCHL-STATUS TO WS-FAIL-STATUS
               PERFORM 7900-NOTE-UPDATE-FAILURE THRU 7900-EXIT
           END-IF.
       5830-EXIT.
           EXIT.

       5850-START-CHALLENGE.
           MOVE "N" TO WS-SCAN-EOF-FLAG.
           MOVE LOW-VALUES TO DCHL-KEY.
           START DAILY-CHALLENGE-FILE KEY >= DCHL-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START.
           IF NOT WS-SCAN-EOF
               PERFORM 5860-READ-NEXT-CHALLENGE THRU 5860-EXIT
           END-IF.
       5850-EXIT.
           EXIT.

       5860-READ-NEXT-CHALLENGE.
           READ DAILY-CHALLENGE-FILE NEXT RECORD
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ.
       5860-EXIT.
           EXIT.

      *=============================================================*
      * 5900-MERGE-REVIEW-QUEUE                                      *
      * Rekeys the from-id's GUESSINT flags to the to-id, so        *
      * GUESSCAS lists them with the case, and repoints head-to-    *
      * head flags naming the from-id as the other player.  A flag  *
      * the to-id already holds for the same date, pattern, and     *
      * other player is the one kept.                                 *
      *=============================================================*
       5900-MERGE-REVIEW-QUEUE.
           IF NOT WS-REVQUEUE-ON-FILE
               GO TO 5900-EXIT
           END-IF.
           PERFORM 5950-START-REVIEW-QUEUE THRU 5950-EXIT.
           PERFORM 5910-MOVE-ONE-FLAG THRU 5910-EXIT
               UNTIL WS-SCAN-EOF.
       5900-EXIT.
           EXIT.

       5910-MOVE-ONE-FLAG.
           IF REVQ-PLAYER-ID NOT = WS-FROM-ID
                   AND REVQ-OTHER-PLAYER-ID NOT = WS-FROM-ID
               PERFORM 5960-READ-NEXT-FLAG THRU 5960-EXIT
               GO TO 5910-EXIT
           END-IF.
           MOVE REVQ-KEY TO WS-REVQ-LAST-KEY.
           MOVE REVIEW-QUEUE-RECORD TO WS-REVQ-HOLD.
           MOVE REVQ-PLAYER-ID TO WS-REVQ-ORIG-PLAYER.
           MOVE REVQ-OTHER-PLAYER-ID TO WS-REVQ-ORIG-OTHER.
           IF REVQ-PLAYER-ID = WS-FROM-ID
               MOVE WS-TO-ID TO REVQ-PLAYER-ID
           END-IF.
           IF REVQ-OTHER-PLAYER-ID = WS-FROM-ID
               MOVE WS-TO-ID TO REVQ-OTHER-PLAYER-ID
           END-IF.
           WRITE REVIEW-QUEUE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-REVQUEUE-STATUS = "00"
               ADD 1 TO WS-REVQ-REKEYED
           ELSE
               IF WS-REVQUEUE-STATUS = "22"
                   PERFORM 5920-COUNT-DROPPED-FLAG THRU 5920-EXIT
               ELSE
                   MOVE SPACES TO WS-FAIL-TEXT
                   STRING "FLAG NOT MOVED " WS-REVQ-ORIG-PLAYER " "
                           REVQ-REVIEW-DATE " " REVQ-FLAG-CODE
                       DELIMITED BY SIZE INTO WS-FAIL-TEXT
                   MOVE WS-REVQUEUE-STATUS TO WS-FAIL-STATUS
                   PERFORM 7900-NOTE-UPDATE-FAILURE THRU 7900-EXIT
                   GO TO 5910-NEXT
               END-IF
           END-IF.
           MOVE WS-REVQ-HOLD TO REVIEW-QUEUE-RECORD.
           DELETE REVIEW-QUEUE-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-REVQUEUE-STATUS NOT = "00"
               MOVE SPACES TO WS-FAIL-TEXT
               STRING "FLAG NOT DELETED " REVQ-PLAYER-ID " "
                       REVQ-REVIEW-DATE " " REVQ-FLAG-CODE
                   DELIMITED BY SIZE INTO WS-FAIL-TEXT
               MOVE WS-REVQUEUE-STATUS TO WS-FAIL-STATUS
               PERFORM 7900-NOTE-UPDATE-FAILURE THRU 7900-EXIT
           END-IF.
       5910-NEXT.
           MOVE WS-REVQ-LAST-KEY TO REVQ-KEY.
           START REVIEW-QUEUE-FILE KEY > REVQ-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
                   GO TO 5910-EXIT
           END-START.
           PERFORM 5960-READ-NEXT-FLAG THRU 5960-EXIT.
       5910-EXIT.
           EXIT.

      * A flag dropped as a duplicate leaves the per-id counts one
      * short wherever it named either id, which the balance proof
      * allows for.
       5920-COUNT-DROPPED-FLAG.
           ADD 1 TO WS-REVQ-DUPLICATE.
           IF WS-REVQ-ORIG-PLAYER = WS-FROM-ID
                   OR WS-REVQ-ORIG-PLAYER = WS-TO-ID
               ADD 1 TO WS-REVQ-DROPPED-PLAYER
           END-IF.
           IF WS-REVQ-ORIG-OTHER = WS-FROM-ID
                   OR WS-REVQ-ORIG-OTHER = WS-TO-ID
               ADD 1 TO WS-REVQ-DROPPED-OTHER
           END-IF.
       5920-EXIT.
           EXIT.

       5950-START-REVIEW-QUEUE.
           MOVE "N" TO WS-SCAN-EOF-FLAG.
           MOVE LOW-VALUES TO REVQ-KEY.
           START REVIEW-QUEUE-FILE KEY >= REVQ-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START.
           IF NOT WS-SCAN-EOF
               PERFORM 5960-READ-NEXT-FLAG THRU 5960-EXIT
           END-IF.
       5950-EXIT.
           EXIT.

       5960-READ-NEXT-FLAG.
           READ REVIEW-QUEUE-FILE NEXT RECORD
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ.
       5960-EXIT.
           EXIT.

      *=============================================================*
      * 6000-RETIRE-MASTER                                           *
      * Marks the from-id merged, so it can no longer sign on or be *
      * paired, and gives the to-id the earlier enrollment date -   *
      * the person has been a member since the first of their two   *
      * enrollments.  The from-id's record itself is kept, so a     *
      * stray reference to it still resolves to a name.              *
      *=============================================================*
       6000-RETIRE-MASTER.
           MOVE WS-FROM-ID TO PLYM-PLAYER-ID.
           READ PLAYER-MASTER-FILE
               NOT INVALID KEY
                   SET PLYM-MERGED TO TRUE
                   PERFORM 6100-REWRITE-MASTER THRU 6100-EXIT
           END-READ.
           MOVE WS-TO-ID TO PLYM-PLAYER-ID.
           READ PLAYER-MASTER-FILE
               NOT INVALID KEY
                   IF WS-FROM-ENROLL-DATE < PLYM-ENROLL-DATE
                       MOVE WS-FROM-ENROLL-DATE TO PLYM-ENROLL-DATE
                       PERFORM 6100-REWRITE-MASTER THRU 6100-EXIT
                   END-IF
           END-READ.
           MOVE SPACES TO WS-MESSAGE-LINE.
           STRING "PLAYER ID " WS-FROM-ID " RETIRED AS MERGED INTO "
                   WS-TO-ID
               DELIMITED BY SIZE INTO WS-MESSAGE-LINE.
           WRITE PRINT-RECORD FROM WS-MESSAGE-LINE.
       6000-EXIT.
           EXIT.

       6100-REWRITE-MASTER.
           REWRITE PLAYER-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-PLYMAST-STATUS NOT = "00"
               MOVE SPACES TO WS-FAIL-TEXT
               STRING "MASTER NOT REWRITTEN " PLYM-PLAYER-ID
                   DELIMITED BY SIZE INTO WS-FAIL-TEXT
               MOVE WS-PLYMAST-STATUS TO WS-FAIL-STATUS
               PERFORM 7900-NOTE-UPDATE-FAILURE THRU 7900-EXIT
           END-IF.
       6100-EXIT.
           EXIT.

      *=============================================================*
      * 7900-NOTE-UPDATE-FAILURE                                     *
      * Keeps WS-FAIL-TEXT and WS-FAIL-STATUS for the exceptions    *
      * page and counts the failure - any one of them fails the     *
      * run RC 8, since the merge is then only partly applied.       *
      *=============================================================*
       7900-NOTE-UPDATE-FAILURE.
           ADD 1 TO WS-UPDATE-FAILED.
           IF WS-EXCEPTION-COUNT < WS-MAX-EXCEPTIONS
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-FAIL-TEXT TO WS-EXC-TEXT (WS-EXCEPTION-COUNT)
               MOVE WS-FAIL-STATUS
                   TO WS-EXC-STATUS (WS-EXCEPTION-COUNT)
           END-IF.
       7900-EXIT.
           EXIT.

      *=============================================================*
      * 8000-PRINT-CONTROL-TOTALS                                    *
      * Per file: the records under each id before and after the   *
      * merge, what the merge did, and a balance proof - after the  *
      * merge the from-id holds nothing, and the to-id holds both   *
      * ids' records less the duplicates the merge dropped.          *
      *=============================================================*
       8000-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "PLAYER-STATS-FILE (PLYRSTAT)" TO WS-FHD-FILE-NAME.
           PERFORM 8100-PRINT-FILE-HEADER THRU 8100-EXIT.
           MOVE "RECORDS UNDER FROM-ID" TO WS-BA-LABEL.
           MOVE WS-PT-STATS-FROM (1) TO WS-BA-BEFORE.
           MOVE WS-PT-STATS-FROM (2) TO WS-BA-AFTER.
           WRITE PRINT-RECORD FROM WS-BA-LINE.
           MOVE "RECORDS UNDER TO-ID" TO WS-BA-LABEL.
           MOVE WS-PT-STATS-TO (1) TO WS-BA-BEFORE.
           MOVE WS-PT-STATS-TO (2) TO WS-BA-AFTER.
           WRITE PRINT-RECORD FROM WS-BA-LINE.
           MOVE "OPPONENT REFS TO FROM-ID" TO WS-BA-LABEL.
           MOVE WS-PT-OPP-FROM (1) TO WS-BA-BEFORE.
           MOVE WS-PT-OPP-FROM (2) TO WS-BA-AFTER.
           WRITE PRINT-RECORD FROM WS-BA-LINE.
           MOVE "OPPONENT REFS TO TO-ID" TO WS-BA-LABEL.
           MOVE WS-PT-OPP-TO (1) TO WS-BA-BEFORE.
           MOVE WS-PT-OPP-TO (2) TO WS-BA-AFTER.
           WRITE PRINT-RECORD FROM WS-BA-LINE.
           MOVE "RECORDS REKEYED" TO WS-TOT-LABEL.
           MOVE WS-STATS-REKEYED TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "OPPONENT REFS REPOINTED" TO WS-TOT-LABEL.
           MOVE WS-OPP-REPOINTED TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE WS-PT-STATS-FROM (1) TO WS-BAL-FROM-BEFORE.
           MOVE WS-PT-STATS-TO (1) TO WS-BAL-TO-BEFORE.
           MOVE 0 TO WS-BAL-DROPPED.
           MOVE WS-PT-STATS-FROM (2) TO WS-BAL-FROM-AFTER.
           MOVE WS-PT-STATS-TO (2) TO WS-BAL-TO-AFTER.
           PERFORM 8500-CHECK-BALANCE THRU 8500-EXIT.
           MOVE WS-PT-OPP-FROM (1) TO WS-BAL-FROM-BEFORE.
           MOVE WS-PT-OPP-TO (1) TO WS-BAL-TO-BEFORE.
           MOVE 0 TO WS-BAL-DROPPED.
           MOVE WS-PT-OPP-FROM (2) TO WS-BAL-FROM-AFTER.
           MOVE WS-PT-OPP-TO (2) TO WS-BAL-TO-AFTER.
           PERFORM 8500-CHECK-BALANCE THRU 8500-EXIT.

           MOVE "AUDIT-LOG-FILE (AUDITLOG)" TO WS-FHD-FILE-NAME.
           PERFORM 8100-PRINT-FILE-HEADER THRU 8100-EXIT.
           MOVE "ROWS UNDER FROM-ID" TO WS-BA-LABEL.
           MOVE WS-PT-AUDIT-FROM (1) TO WS-BA-BEFORE.
           MOVE WS-PT-AUDIT-FROM (2) TO WS-BA-AFTER.
           WRITE PRINT-RECORD FROM WS-BA-LINE.
           MOVE "ROWS UNDER TO-ID" TO WS-BA-LABEL.
           MOVE WS-PT-AUDIT-TO (1) TO WS-BA-BEFORE.
           MOVE WS-PT-AUDIT-TO (2) TO WS-BA-AFTER.
           WRITE PRINT-RECORD FROM WS-BA-LINE.
           MOVE "ROWS REKEYED" TO WS-TOT-LABEL.
           MOVE WS-AUDIT-REKEYED TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE WS-PT-AUDIT-FROM (1) TO WS-BAL-FROM-BEFORE.
           MOVE WS-PT-AUDIT-TO (1) TO WS-BAL-TO-BEFORE.
           MOVE 0 TO WS-BAL-DROPPED.
           MOVE WS-PT-AUDIT-FROM (2) TO WS-BAL-FROM-AFTER.
           MOVE WS-PT-AUDIT-TO (2) TO WS-BAL-TO-AFTER.
           PERFORM 8500-CHECK-BALANCE THRU 8500-EXIT.

           MOVE "AWARD-FILE (AWARDS)" TO WS-FHD-FILE-NAME.
           PERFORM 8100-PRINT-FILE-HEADER THRU 8100-EXIT.
           MOVE "AWARDS UNDER FROM-ID" TO WS-BA-LABEL.
           MOVE WS-PT-AWARD-FROM (1) TO WS-BA-BEFORE.
           MOVE WS-PT-AWARD-FROM (2) TO WS-BA-AFTER.
           WRITE PRINT-RECORD FROM WS-BA-LINE.
           MOVE "AWARDS UNDER TO-ID" TO WS-BA-LABEL.
           MOVE WS-PT-AWARD-TO (1) TO WS-BA-BEFORE.
           MOVE WS-PT-AWARD-TO (2) TO WS-BA-AFTER.
           WRITE PRINT-RECORD FROM WS-BA-LINE.
           MOVE "AWARDS MOVED" TO WS-TOT-LABEL.
           MOVE WS-AWARD-MOVED TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "DUPLICATE CODES DROPPED" TO WS-TOT-LABEL.
           MOVE WS-AWARD-DUPLICATE TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "  OF WHICH FROM-ID EARLIER" TO WS-TOT-LABEL.
           MOVE WS-AWARD-EARLIER TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE WS-PT-AWARD-FROM (1) TO WS-BAL-FROM-BEFORE.
           MOVE WS-PT-AWARD-TO (1) TO WS-BAL-TO-BEFORE.
           MOVE WS-AWARD-DUPLICATE TO WS-BAL-DROPPED.
           MOVE WS-PT-AWARD-FROM (2) TO WS-BAL-FROM-AFTER.
           MOVE WS-PT-AWARD-TO (2) TO WS-BAL-TO-AFTER.
           PERFORM 8500-CHECK-BALANCE THRU 8500-EXIT.

           MOVE "SAVED-GAME-FILE (SAVEGAME)" TO WS-FHD-FILE-NAME.
           PERFORM 8100-PRINT-FILE-HEADER THRU 8100-EXIT.
           MOVE "CHECKPOINTS UNDER FROM-ID" TO WS-BA-LABEL.
           MOVE WS-PT-SAVED-FROM (1) TO WS-BA-BEFORE.
           MOVE WS-PT-SAVED-FROM (2) TO WS-BA-AFTER.
           WRITE PRINT-RECORD FROM WS-BA-LINE.
           MOVE "CHECKPOINTS UNDER TO-ID" TO WS-BA-LABEL.
           MOVE WS-PT-SAVED-TO (1) TO WS-BA-BEFORE.
           MOVE WS-PT-SAVED-TO (2) TO WS-BA-AFTER.
           WRITE PRINT-RECORD FROM WS-BA-LINE.
           MOVE "CHECKPOINTS MOVED" TO WS-TOT-LABEL.
           MOVE WS-SAVED-MOVED TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "FINISHED CHECKPOINTS DROPPED" TO WS-TOT-LABEL.
           MOVE WS-SAVED-DROPPED TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE WS-PT-SAVED-FROM (1) TO WS-BAL-FROM-BEFORE.
           MOVE WS-PT-SAVED-TO (1) TO WS-BAL-TO-BEFORE.
           MOVE WS-SAVED-DROPPED TO WS-BAL-DROPPED.
           MOVE WS-PT-SAVED-FROM (2) TO WS-BAL-FROM-AFTER.
           MOVE WS-PT-SAVED-TO (2) TO WS-BAL-TO-AFTER.
           PERFORM 8500-CHECK-BALANCE THRU 8500-EXIT.

           MOVE "TOURN-MASTER-FILE (TOURMAST)" TO WS-FHD-FILE-NAME.
           PERFORM 8100-PRINT-FILE-HEADER THRU 8100-EXIT.
           MOVE "PAIRINGS NAMING FROM-ID" TO WS-BA-LABEL.
           MOVE WS-PT-TOURN-FROM (1) TO WS-BA-BEFORE.
           MOVE WS-PT-TOURN-FROM (2) TO WS-BA-AFTER.
           WRITE PRINT-RECORD FROM WS-BA-LINE.
           MOVE "PAIRINGS NAMING TO-ID" TO WS-BA-LABEL.
           MOVE WS-PT-TOURN-TO (1) TO WS-BA-BEFORE.
           MOVE WS-PT-TOURN-TO (2) TO WS-BA-AFTER.
           WRITE PRINT-RECORD FROM WS-BA-LINE.
           MOVE "PAIRINGS NAMING BOTH" TO WS-BA-LABEL.
           MOVE WS-PT-TOURN-BOTH (1) TO WS-BA-BEFORE.
           MOVE WS-PT-TOURN-BOTH (2) TO WS-BA-AFTER.
           WRITE PRINT-RECORD FROM WS-BA-LINE.
           MOVE "PAIRINGS REPOINTED" TO WS-TOT-LABEL.
           MOVE WS-TOURN-REPOINTED TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
      * A pairing naming both ids counts once under each before the
      * merge and once under the to-id after, so it stands in for
      * the "dropped" figure in the proof.
           MOVE WS-PT-TOURN-FROM (1) TO WS-BAL-FROM-BEFORE.
           MOVE WS-PT-TOURN-TO (1) TO WS-BAL-TO-BEFORE.
           MOVE WS-PT-TOURN-BOTH (1) TO WS-BAL-DROPPED.
           MOVE WS-PT-TOURN-FROM (2) TO WS-BAL-FROM-AFTER.
           MOVE WS-PT-TOURN-TO (2) TO WS-BAL-TO-AFTER.
           PERFORM 8500-CHECK-BALANCE THRU 8500-EXIT.

           MOVE "PLAYER-RATING-FILE (PLAYRTG)" TO WS-FHD-FILE-NAME.
           PERFORM 8100-PRINT-FILE-HEADER THRU 8100-EXIT.
           MOVE "RATING RECORDS UNDER FROM-ID" TO WS-BA-LABEL.
           MOVE WS-PT-RATING-FROM (1) TO WS-BA-BEFORE.
           MOVE WS-PT-RATING-FROM (2) TO WS-BA-AFTER.
           WRITE PRINT-RECORD FROM WS-BA-LINE.
           MOVE "RATING RECORDS UNDER TO-ID" TO WS-BA-LABEL.
           MOVE WS-PT-RATING-TO (1) TO WS-BA-BEFORE.
           MOVE WS-PT-RATING-TO (2) TO WS-BA-AFTER.
           WRITE PRINT-RECORD FROM WS-BA-LINE.
           MOVE "RATING RECORDS MOVED" TO WS-TOT-LABEL.
           MOVE WS-RATING-MOVED TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "RATING RECORDS COMBINED" TO WS-TOT-LABEL.
           MOVE WS-RATING-COMBINED TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "HELD MOVEMENT ON FROM-ID" TO WS-DLT-LABEL.
           MOVE WS-FROM-HELD-DELTA TO WS-DLT-AMOUNT.
           WRITE PRINT-RECORD FROM WS-DELTA-LINE.
           MOVE "HELD MOVEMENT ON TO-ID" TO WS-DLT-LABEL.
           MOVE WS-TO-HELD-DELTA TO WS-DLT-AMOUNT.
           WRITE PRINT-RECORD FROM WS-DELTA-LINE.
           MOVE "HELD MOVEMENT NOW ON TO-ID" TO WS-DLT-LABEL.
           MOVE WS-COMBINED-HELD-DELTA TO WS-DLT-AMOUNT.
           WRITE PRINT-RECORD FROM WS-DELTA-LINE.
           MOVE WS-PT-RATING-FROM (1) TO WS-BAL-FROM-BEFORE.
           MOVE WS-PT-RATING-TO (1) TO WS-BAL-TO-BEFORE.
           MOVE WS-RATING-COMBINED TO WS-BAL-DROPPED.
           MOVE WS-PT-RATING-FROM (2) TO WS-BAL-FROM-AFTER.
           MOVE WS-PT-RATING-TO (2) TO WS-BAL-TO-AFTER.
           PERFORM 8500-CHECK-BALANCE THRU 8500-EXIT.
           PERFORM 8300-PRINT-LATER-FILES THRU 8300-EXIT.

           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           IF WS-OUT-OF-BALANCE OR WS-REKEY-FAILED > 0
                   OR WS-UPDATE-FAILED > 0
               MOVE "MERGE INCOMPLETE - INVESTIGATE BEFORE RERUNNING"
                   TO WS-MESSAGE-LINE
           ELSE
               MOVE "MERGE COMPLETE - ALL FILES BALANCED"
                   TO WS-MESSAGE-LINE
           END-IF.
           WRITE PRINT-RECORD FROM WS-MESSAGE-LINE.
           IF WS-UPDATE-FAILED > 0
               PERFORM 8200-PRINT-EXCEPTIONS THRU 8200-EXIT
           END-IF.
       8000-EXIT.
           EXIT.

      *=============================================================*
      * 8300-PRINT-LATER-FILES                                       *
      * Control totals for the notification history, the daily-     *
      * challenge attempts, and the review queue, in the same form  *
      * as the files above.                                           *
      *=============================================================*
       8300-PRINT-LATER-FILES.
           MOVE "NOTIFY-HISTORY-FILE (NTFHIST)" TO WS-FHD-FILE-NAME.
           PERFORM 8100-PRINT-FILE-HEADER THRU 8100-EXIT.
           MOVE "NOTICES UNDER FROM-ID" TO WS-BA-LABEL.
           MOVE WS-PT-NTFH-FROM (1) TO WS-BA-BEFORE.
           MOVE WS-PT-NTFH-FROM (2) TO WS-BA-AFTER.
           WRITE PRINT-RECORD FROM WS-BA-LINE.
           MOVE "NOTICES UNDER TO-ID" TO WS-BA-LABEL.
           MOVE WS-PT-NTFH-TO (1) TO WS-BA-BEFORE.
           MOVE WS-PT-NTFH-TO (2) TO WS-BA-AFTER.
           WRITE PRINT-RECORD FROM WS-BA-LINE.
           MOVE "NOTICES REKEYED" TO WS-TOT-LABEL.
           MOVE WS-NTFH-REKEYED TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "DUPLICATE NOTICES DROPPED" TO WS-TOT-LABEL.
           MOVE WS-NTFH-DUPLICATE TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE WS-PT-NTFH-FROM (1) TO WS-BAL-FROM-BEFORE.
           MOVE WS-PT-NTFH-TO (1) TO WS-BAL-TO-BEFORE.
           MOVE WS-NTFH-DUPLICATE TO WS-BAL-DROPPED.
           MOVE WS-PT-NTFH-FROM (2) TO WS-BAL-FROM-AFTER.
           MOVE WS-PT-NTFH-TO (2) TO WS-BAL-TO-AFTER.
           PERFORM 8500-CHECK-BALANCE THRU 8500-EXIT.

           MOVE "DAILY-CHALLENGE-FILE (DAILYCHL)" TO WS-FHD-FILE-NAME.
           PERFORM 8100-PRINT-FILE-HEADER THRU 8100-EXIT.
           MOVE "ATTEMPTS UNDER FROM-ID" TO WS-BA-LABEL.
           MOVE WS-PT-DCHL-FROM (1) TO WS-BA-BEFORE.
           MOVE WS-PT-DCHL-FROM (2) TO WS-BA-AFTER.
           WRITE PRINT-RECORD FROM WS-BA-LINE.
           MOVE "ATTEMPTS UNDER TO-ID" TO WS-BA-LABEL.
           MOVE WS-PT-DCHL-TO (1) TO WS-BA-BEFORE.
           MOVE WS-PT-DCHL-TO (2) TO WS-BA-AFTER.
           WRITE PRINT-RECORD FROM WS-BA-LINE.
           MOVE "ATTEMPTS MOVED" TO WS-TOT-LABEL.
           MOVE WS-DCHL-REKEYED TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "SAME-DAY ATTEMPTS DROPPED" TO WS-TOT-LABEL.
           MOVE WS-DCHL-DUPLICATE TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "  OF WHICH FROM-ID EARLIER" TO WS-TOT-LABEL.
           MOVE WS-DCHL-EARLIER TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE WS-PT-DCHL-FROM (1) TO WS-BAL-FROM-BEFORE.
           MOVE WS-PT-DCHL-TO (1) TO WS-BAL-TO-BEFORE.
           MOVE WS-DCHL-DUPLICATE TO WS-BAL-DROPPED.
           MOVE WS-PT-DCHL-FROM (2) TO WS-BAL-FROM-AFTER.
           MOVE WS-PT-DCHL-TO (2) TO WS-BAL-TO-AFTER.
           PERFORM 8500-CHECK-BALANCE THRU 8500-EXIT.

           MOVE "REVIEW-QUEUE-FILE (REVQUEUE)" TO WS-FHD-FILE-NAME.
           PERFORM 8100-PRINT-FILE-HEADER THRU 8100-EXIT.
           MOVE "FLAGS UNDER FROM-ID" TO WS-BA-LABEL.
           MOVE WS-PT-REVQ-FROM (1) TO WS-BA-BEFORE.
           MOVE WS-PT-REVQ-FROM (2) TO WS-BA-AFTER.
           WRITE PRINT-RECORD FROM WS-BA-LINE.
           MOVE "FLAGS UNDER TO-ID" TO WS-BA-LABEL.
           MOVE WS-PT-REVQ-TO (1) TO WS-BA-BEFORE.
           MOVE WS-PT-REVQ-TO (2) TO WS-BA-AFTER.
           WRITE PRINT-RECORD FROM WS-BA-LINE.
           MOVE "OTHER-PLAYER REFS TO FROM-ID" TO WS-BA-LABEL.
           MOVE WS-PT-REVQ-OTHER-FROM (1) TO WS-BA-BEFORE.
           MOVE WS-PT-REVQ-OTHER-FROM (2) TO WS-BA-AFTER.
           WRITE PRINT-RECORD FROM WS-BA-LINE.
           MOVE "OTHER-PLAYER REFS TO TO-ID" TO WS-BA-LABEL.
           MOVE WS-PT-REVQ-OTHER-TO (1) TO WS-BA-BEFORE.
           MOVE WS-PT-REVQ-OTHER-TO (2) TO WS-BA-AFTER.
           WRITE PRINT-RECORD FROM WS-BA-LINE.
           MOVE "FLAGS REKEYED OR REPOINTED" TO WS-TOT-LABEL.
           MOVE WS-REVQ-REKEYED TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "DUPLICATE FLAGS DROPPED" TO WS-TOT-LABEL.
           MOVE WS-REVQ-DUPLICATE TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE WS-PT-REVQ-FROM (1) TO WS-BAL-FROM-BEFORE.
           MOVE WS-PT-REVQ-TO (1) TO WS-BAL-TO-BEFORE.
           MOVE WS-REVQ-DROPPED-PLAYER TO WS-BAL-DROPPED.
           MOVE WS-PT-REVQ-FROM (2) TO WS-BAL-FROM-AFTER.
           MOVE WS-PT-REVQ-TO (2) TO WS-BAL-TO-AFTER.
           PERFORM 8500-CHECK-BALANCE THRU 8500-EXIT.
           MOVE WS-PT-REVQ-OTHER-FROM (1) TO WS-BAL-FROM-BEFORE.
           MOVE WS-PT-REVQ-OTHER-TO (1) TO WS-BAL-TO-BEFORE.
           MOVE WS-REVQ-DROPPED-OTHER TO WS-BAL-DROPPED.
           MOVE WS-PT-REVQ-OTHER-FROM (2) TO WS-BAL-FROM-AFTER.
           MOVE WS-PT-REVQ-OTHER-TO (2) TO WS-BAL-TO-AFTER.
           PERFORM 8500-CHECK-BALANCE THRU 8500-EXIT.
       8300-EXIT.
           EXIT.

      *=============================================================*
      * 8200-PRINT-EXCEPTIONS                                        *
      * The updates the merge could not make, with the file status  *
      * each returned.                                               *
      *=============================================================*
       8200-PRINT-EXCEPTIONS.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "EXCEPTIONS - UPDATES THAT FAILED" TO WS-MESSAGE-LINE.
           WRITE PRINT-RECORD FROM WS-MESSAGE-LINE.
           PERFORM 8210-PRINT-ONE-EXCEPTION THRU 8210-EXIT
               VARYING WS-EXCEPTION-IDX FROM 1 BY 1
               UNTIL WS-EXCEPTION-IDX > WS-EXCEPTION-COUNT.
           MOVE "UPDATES FAILED" TO WS-TOT-LABEL.
           MOVE WS-UPDATE-FAILED TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
       8200-EXIT.
           EXIT.

       8210-PRINT-ONE-EXCEPTION.
           MOVE WS-EXC-TEXT (WS-EXCEPTION-IDX) TO WS-EXL-TEXT.
           MOVE WS-EXC-STATUS (WS-EXCEPTION-IDX) TO WS-EXL-STATUS.
           WRITE PRINT-RECORD FROM WS-EXCEPTION-LINE.
       8210-EXIT.
           EXIT.

       8100-PRINT-FILE-HEADER.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           WRITE PRINT-RECORD FROM WS-FILE-HEADER-LINE.
           WRITE PRINT-RECORD FROM WS-COLUMN-LINE.
       8100-EXIT.
           EXIT.

       8500-CHECK-BALANCE.
           COMPUTE WS-BAL-EXPECTED =
               WS-BAL-FROM-BEFORE + WS-BAL-TO-BEFORE
               - WS-BAL-DROPPED.
           IF WS-BAL-FROM-AFTER = 0
                   AND WS-BAL-TO-AFTER = WS-BAL-EXPECTED
               MOVE "BALANCED" TO WS-BAL-TEXT
           ELSE
               MOVE "*** OUT OF BALANCE ***" TO WS-BAL-TEXT
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.
           WRITE PRINT-RECORD FROM WS-BALANCE-LINE.
       8500-EXIT.
           EXIT.

      *=============================================================*
      * 9000-TERMINATE                                               *
      *=============================================================*
       9000-TERMINATE.
           IF WS-MASTER-ON-FILE
               CLOSE PLAYER-MASTER-FILE
           END-IF.
           IF WS-STATS-ON-FILE
               CLOSE PLAYER-STATS-FILE
           END-IF.
           IF WS-AUDIT-ON-FILE
               CLOSE AUDIT-LOG-FILE
           END-IF.
           IF WS-AWARDS-ON-FILE
               CLOSE AWARD-FILE
           END-IF.
           IF WS-SAVED-ON-FILE
               CLOSE SAVED-GAME-FILE
           END-IF.
           IF WS-TOURN-ON-FILE
               CLOSE TOURN-MASTER-FILE
           END-IF.
           IF WS-RATING-ON-FILE
               CLOSE PLAYER-RATING-FILE
           END-IF.
           IF WS-NTFHIST-ON-FILE
               CLOSE NOTIFY-HISTORY-FILE
           END-IF.
           IF WS-DAILYCHL-ON-FILE
               CLOSE DAILY-CHALLENGE-FILE
           END-IF.
           IF WS-REVQUEUE-ON-FILE
               CLOSE REVIEW-QUEUE-FILE
           END-IF.
           CLOSE PRINT-FILE.
       9000-EXIT.
           EXIT.
