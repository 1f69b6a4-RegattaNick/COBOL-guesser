      *                    operations a report of every outstanding   *
      *                    saved game and a way to cancel stale ones.  *
      *                    The draw-history seed now comes from the    *
      *                    signed-on player's own checkpoint.         *
      *   2026-09-02  NR   Added a head-to-head session mode, driven  *
      *                    by CTL-SESSION-MODE "H": two player ids     *
      *                    sign on (both validated against the        *
      *                    Welcome line, and rewrites the new        *
      *                    last-sign-on date on the master record    *
      *                    (the master is now opened I-O for that).  *
      *   2026-10-15  NR   Sign-on refuses an id that PLYMERGE has   *
      *                    retired as merged into another id.        *
      *   2026-10-15  NR   Stats records now carry the session mode  *
      *                    the game was played under, for the        *
      *                    monthly chargeback.                       *
      *   2026-10-15  NR   Sign-on enforces the PLAY-LIMIT-FILE:     *
      *                    permitted hours by weekday and daily game *
      *                    and match caps, with per-player and       *
      *                    per-team overrides.  A capped player may  *
      *                    still finish a suspended saved game, and  *
      *                    every refused sign-on or play-again is    *
      *                    logged to SIGNON-REFUSAL-FILE.            *
      *   2026-10-15  NR   Audit rows now carry the range the number *
      *                    was dealt from and whether it was pinned, *
      *                    for the draw-fairness report.             *
      *   2026-10-15  NR   Stats, audit, report, and refusal         *
      *                    records, the day's play-limit count, and  *
      *                    the last-sign-on date are now dated with  *
      *                    the business date from BUSINESS-DATE-FILE *
      *                    (rolled by GUESSRUN) instead of the       *
      *                    clock, so a session past midnight stays   *
      *                    on its business day.                      *
      *   2026-10-15  NR   New daily-challenge session mode (CTL-    *
      *                    SESSION-MODE "D"): every player plays the *
      *                    day's number, drawn once and kept on      *
      *                    DAILY-CHALLENGE-FILE, at the flat CTLPARM *
      *                    range and allowance with no rating        *
      *                    handicap.  One attempt a day - a second   *
      *                    sign-on is refused and logged - and the   *
      *                    attempt is filed on PLAYER-STATS-FILE as  *
      *                    a type "D" record at sign-on and kept     *
      *                    current after every guess, so an          *
      *                    abandoned attempt counts as a loss.  The  *
      *                    number is not shown on a loss.            *
      *   2026-10-15  NR   Control parameters now come from the      *
      *                    CTLMAINT effective-dated control table    *
      *                    entry in effect for the business date;    *
      *                    CTLPARM is read only for a date before    *
      *                    the first entry or where no table exists. *
      *   2026-10-15  NR   The audit log and report file are closed  *
      *                    only when they were opened - a session    *
      *                    ended at sign-on never opened them.       *
      *   2026-10-15  NR   A failed rewrite of the challenge attempt *
      *                    or its stats record now warns, as a       *
      *                    failed read already did.                  *
      *                                                                *
      *===============================================================*
       IDENTIFICATION DIVISION.
               RECORD KEY IS SAVG-PLAYER-ID
               FILE STATUS IS WS-SAVEGAME-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT PLAY-LIMIT-FILE ASSIGN TO "PLAYLIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAYLIM-STATUS.

           SELECT SIGNON-REFUSAL-FILE ASSIGN TO "SIGNREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNREF-STATUS.

           SELECT REPORT-OUT-FILE ASSIGN TO "REPTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPTOUT-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT CONTROL-TABLE-FILE ASSIGN TO "CTLTABLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTLT-EFFECTIVE-DATE
               FILE STATUS IS WS-CTLTBL-STATUS.

           SELECT DAILY-CHALLENGE-FILE ASSIGN TO "DAILYCHL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCHL-KEY
               FILE STATUS IS WS-DAILYCHL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       COPY "ctlparm.cpy".

       FD  CONTROL-TABLE-FILE.
       COPY "ctltbl.cpy".

       FD  PLAYER-STATS-FILE.
       COPY "plystat.cpy".

       FD  SAVED-GAME-FILE.
       COPY "savegame.cpy".

       FD  BUSINESS-DATE-FILE.
       COPY "busdate.cpy".

       FD  PLAY-LIMIT-FILE.
       COPY "playlim.cpy".

       FD  SIGNON-REFUSAL-FILE.
       COPY "signref.cpy".

       FD  REPORT-OUT-FILE.
       COPY "reptout.cpy".

       FD  EXCEPTION-FILE.
       COPY "excprec.cpy".

       FD  DAILY-CHALLENGE-FILE.
       COPY "dailychl.cpy".

       WORKING-STORAGE SECTION.

      * ---------------------------------------------------------- *

       01  WS-PLYRSTAT-STATUS          PIC X(02).
           88  WS-STATS-WRITE-OK               VALUE "00".
      *> Business date from BUSINESS-DATE-FILE, read once at start-up
      *> - every stats, audit, and report record of the session is
      *> dated with it, however late the session runs.
       01  WS-BUSDATE-STATUS           PIC X(02).
       01  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
       01  WS-CONTROL-STATUS           PIC X(02).
       01  WS-CONTROL-EOF-FLAG         PIC X(01) VALUE "N".
           88  WS-CONTROL-EOF                  VALUE "Y".
      *> Effective-dated control table kept by CTLMAINT - the entry
      *> in effect for the business date, when there is one, takes
      *> the place of the CTLPARM record.
       01  WS-CTLTBL-STATUS            PIC X(02).
       01  WS-CTLTBL-EOF-FLAG          PIC X(01) VALUE "N".
           88  WS-CTLTBL-EOF                   VALUE "Y".
       01  WS-CTLTBL-FOUND-FLAG        PIC X(01) VALUE "N".
           88  WS-CTLTBL-ENTRY-FOUND           VALUE "Y".
       01  WS-PLAYER-ID                PIC X(10).
       01  WS-PLAYER-NAME              PIC X(30).
       01  WS-PLAYER-TEAM-ID           PIC X(04) VALUE SPACES.
       01  WS-OUTCOME-CODE             PIC X(01).
       01  WS-AUDIT-STATUS             PIC X(02).

      * ---------------------------------------------------------- *
      * Daily play limits, loaded from PLAY-LIMIT-FILE at sign-on. *
      * 1640 checks the id in WS-LIM-PLAYER-ID / WS-LIM-TEAM-ID    *
      * against them - at sign-on, and again before each further   *
      * game of the session, so "play again" cannot run past a     *
      * cap.  A player refused with a suspended game on file may   *
      * still sign on to finish that game, and nothing more.       *
      * ---------------------------------------------------------- *
       01  WS-PLAYLIM-STATUS           PIC X(02).
       01  WS-SIGNREF-STATUS           PIC X(02).
       01  WS-LIMITS-EOF-FLAG          PIC X(01) VALUE "N".
           88  WS-LIMITS-EOF                   VALUE "Y".
       01  WS-LIMITS-LOADED-FLAG       PIC X(01) VALUE "N".
           88  WS-LIMITS-LOADED                VALUE "Y".
       01  WS-SIGNREF-OPEN-FLAG        PIC X(01) VALUE "N".
           88  WS-SIGNREF-OPEN                 VALUE "Y".
       01  WS-SAVEGAME-OPEN-FLAG       PIC X(01) VALUE "N".
           88  WS-SAVEGAME-OPEN                VALUE "Y".
       01  WS-AUDIT-OPEN-FLAG          PIC X(01) VALUE "N".
           88  WS-AUDIT-OPEN                   VALUE "Y".
       01  WS-REPTOUT-OPEN-FLAG        PIC X(01) VALUE "N".
           88  WS-REPTOUT-OPEN                 VALUE "Y".
       01  WS-DEFAULT-MAX-GAMES        PIC 9(03) VALUE 0.
       01  WS-DEFAULT-MAX-MATCHES      PIC 9(03) VALUE 0.
       01  WS-MAX-HOURS                PIC 9(03) COMP VALUE 21.
       01  WS-HOURS-COUNT              PIC 9(03) COMP VALUE 0.
       01  WS-HOURS-TABLE.
           05  WS-HOURS-ENTRY          OCCURS 21 TIMES.
               10  WS-HRS-WEEKDAY      PIC X(01).
               10  WS-HRS-START-TIME   PIC 9(04).
               10  WS-HRS-END-TIME     PIC 9(04).
       01  WS-MAX-OVERRIDES            PIC 9(03) COMP VALUE 200.
       01  WS-OVERRIDE-COUNT           PIC 9(03) COMP VALUE 0.
       01  WS-OVERRIDE-TABLE.
           05  WS-OVERRIDE-ENTRY       OCCURS 200 TIMES.
               10  WS-OVR-TYPE         PIC X(01).
               10  WS-OVR-KEY          PIC X(10).
               10  WS-OVR-START-TIME   PIC 9(04).
               10  WS-OVR-END-TIME     PIC 9(04).
               10  WS-OVR-MAX-GAMES    PIC 9(03).
               10  WS-OVR-MAX-MATCHES  PIC 9(03).
       01  WS-OVR-PASS-TYPE            PIC X(01).
       01  WS-LIMIT-IDX                PIC 9(03) COMP.
       01  WS-LIM-PLAYER-ID            PIC X(10).
       01  WS-LIM-TEAM-ID              PIC X(04).
       01  WS-LIM-TODAY                PIC 9(08).
       01  WS-LIM-NOW-HHMM             PIC 9(04).
       01  WS-LIM-DAY-NUMBER           PIC 9(07).
       01  WS-LIM-WEEKS                PIC 9(07).
       01  WS-LIM-WEEKDAY-NUM          PIC 9(01).
       01  WS-LIM-WEEKDAY              PIC X(01).
       01  WS-EFF-MAX-GAMES            PIC 9(03).
       01  WS-EFF-MAX-MATCHES          PIC 9(03).
       01  WS-EFF-START-TIME           PIC 9(04).
       01  WS-EFF-END-TIME             PIC 9(04).
       01  WS-WINDOW-FLAG              PIC X(01).
           88  WS-OVERRIDE-WINDOW              VALUE "Y".
       01  WS-DAY-RESTRICTED-FLAG      PIC X(01).
           88  WS-DAY-RESTRICTED               VALUE "Y".
       01  WS-IN-WINDOW-FLAG           PIC X(01).
           88  WS-IN-WINDOW                    VALUE "Y".
       01  WS-GAMES-TODAY              PIC 9(03).
       01  WS-MATCHES-TODAY            PIC 9(03).
       01  WS-LIM-STATS-EOF-FLAG       PIC X(01).
           88  WS-LIM-STATS-EOF                VALUE "Y".
       01  WS-LIMIT-FLAG               PIC X(01) VALUE "N".
           88  WS-LIMIT-REFUSED                VALUE "Y".
           88  WS-LIMIT-PASSED                 VALUE "N".
       01  WS-REFUSAL-REASON           PIC X(01).
       01  WS-REFUSAL-PLAYED           PIC 9(03).
       01  WS-REFUSAL-LIMIT            PIC 9(03).
       01  WS-RESUME-ONLY-FLAG         PIC X(01) VALUE "N".
           88  WS-RESUME-ONLY                  VALUE "Y".
       01  WS-LIMIT-COUNT-DISP         PIC ZZ9.

      * ---------------------------------------------------------- *
      * Daily challenge.  The day's number lives on the DAILY-      *
      * CHALLENGE-FILE; each player's one attempt is filed there    *
      * and on PLAYER-STATS-FILE at sign-on, and both are rewritten *
      * after every guess.  WS-CHL-STATS-KEY holds the stats key    *
      * filed at sign-on, for those rewrites.                       *
      * ---------------------------------------------------------- *
       01  WS-DAILYCHL-STATUS          PIC X(02).
       01  WS-DAILYCHL-OPEN-FLAG       PIC X(01) VALUE "N".
           88  WS-DAILYCHL-OPEN                VALUE "Y".
       01  WS-CHL-START-TIME           PIC 9(08).
       01  WS-CHL-STATS-KEY            PIC X(29).

      * ---------------------------------------------------------- *
      * Rating-handicap fields.  The bands shade the CTL- range    *
      * and allowance in place, the same way the difficulty        *
      * 1000-INITIALIZE                                              *
      * Reads the difficulty/guess-allowance control record,          *
      * greets the player, checks for a checkpointed game to         *
      * resume, and opens the stats and audit files.  The stats      *
      * file is opened before sign-on, for the daily play limits.    *
      *=============================================================*
       1000-INITIALIZE.
           DISPLAY "Welcome to COBOL-guesser.".
           PERFORM 1040-READ-BUSINESS-DATE THRU 1040-EXIT.
           PERFORM 1050-READ-CONTROL-RECORD THRU 1050-EXIT.
           MOVE CTL-MAX-GUESSES TO WS-MAX-GUESSES-DISP.
           DISPLAY "You have " WS-MAX-GUESSES-DISP
               " guesses to correctly guess the number.".
           DISPLAY "Good luck!".
           DISPLAY " ".
      *> Opened ahead of sign-on - the daily play limits count the
      *> player's games already filed today.
           OPEN I-O PLAYER-STATS-FILE.
           IF WS-PLYRSTAT-STATUS = "35"
               OPEN OUTPUT PLAYER-STATS-FILE
               CLOSE PLAYER-STATS-FILE
               OPEN I-O PLAYER-STATS-FILE
           END-IF.
           IF CTL-MODE-BATCH
               MOVE "BATCH-RUN " TO WS-PLAYER-ID
               PERFORM 1500-OPEN-BATCH-FILES THRU 1500-EXIT
                   MOVE WS-PLAYER-ID TO WS-H2H-PLAYER-ID (2)
                   MOVE WS-PLAYER-NAME TO WS-H2H-PLAYER-NAME (2)
                   MOVE WS-PLAYER-TEAM-ID TO WS-H2H-TEAM-ID (2)
               ELSE
               IF CTL-MODE-CHALLENGE
      *> Everyone plays the day's number at the flat CTLPARM game -
      *> no rating handicap, and one attempt, so no saved game.
                   PERFORM 1700-START-DAILY-CHALLENGE THRU 1700-EXIT
               ELSE
                   PERFORM 1170-APPLY-RATING-HANDICAP THRU 1170-EXIT
                   PERFORM 1300-OPEN-SAVED-GAME-FILE THRU 1300-EXIT
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.
           OPEN I-O AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = "35"
               CLOSE AUDIT-LOG-FILE
               OPEN I-O AUDIT-LOG-FILE
           END-IF.
           SET WS-AUDIT-OPEN TO TRUE.
           OPEN EXTEND REPORT-OUT-FILE.
           IF WS-REPTOUT-STATUS = "35"
               OPEN OUTPUT REPORT-OUT-FILE
               CLOSE REPORT-OUT-FILE
               OPEN EXTEND REPORT-OUT-FILE
           END-IF.
           SET WS-REPTOUT-OPEN TO TRUE.
      *> Signed on past a daily limit only to finish a suspended
      *> game, and declined it - there is nothing left to play.
           IF WS-RESUME-ONLY AND NOT WS-RESUMING
               PERFORM 1675-RECHECK-PLAY-LIMITS THRU 1675-EXIT
               PERFORM Finish
           END-IF.
       1000-EXIT.
           EXIT.

      *=============================================================*
      * 1040-READ-BUSINESS-DATE                                      *
      * Picks up the business date the session's records are dated *
      * with.  Only GUESSRUN's roll-date step moves it, so a game   *
      * played past midnight still lands on the day it belongs to.  *
      * A site that has not started the business-date control (no  *
      * record, or a zero date) dates by the clock as before.        *
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
      * 1050-READ-CONTROL-RECORD                                     *
      * Takes the session's parameters from the control-table entry *
      * in effect for the business date.  A date before the first   *
      * entry, or a site with no table yet, reads the CTLPARM        *
      * record as before.                                             *
      *=============================================================*
       1050-READ-CONTROL-RECORD.
           PERFORM 1055-FIND-CONTROL-ENTRY THRU 1055-EXIT.
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
      * No control record supplied - fall back to the original
       1050-EXIT.
           EXIT.

      *=============================================================*
      * 1055-FIND-CONTROL-ENTRY                                      *
      * Reads the control table in start-date order and keeps the   *
      * last entry starting on or before the business date - the    *
      * one in effect.  The table is small, so a straight read      *
      * from the top is fine.                                          *
      *=============================================================*
       1055-FIND-CONTROL-ENTRY.
           MOVE "N" TO WS-CTLTBL-FOUND-FLAG.
           MOVE "N" TO WS-CTLTBL-EOF-FLAG.
           OPEN INPUT CONTROL-TABLE-FILE.
           IF WS-CTLTBL-STATUS NOT = "00"
               GO TO 1055-EXIT
           END-IF.
           PERFORM 1056-READ-CONTROL-ENTRY THRU 1056-EXIT
               UNTIL WS-CTLTBL-EOF.
           CLOSE CONTROL-TABLE-FILE.
       1055-EXIT.
           EXIT.

       1056-READ-CONTROL-ENTRY.
           READ CONTROL-TABLE-FILE NEXT RECORD
               AT END SET WS-CTLTBL-EOF TO TRUE
           END-READ.
           IF WS-CTLTBL-EOF
               GO TO 1056-EXIT
           END-IF.
           IF CTLT-EFFECTIVE-DATE > WS-BUSINESS-DATE
               SET WS-CTLTBL-EOF TO TRUE
               GO TO 1056-EXIT
           END-IF.
           MOVE CTLT-PARM-DATA TO CTL-PARM-RECORD.
           SET WS-CTLTBL-ENTRY-FOUND TO TRUE.
       1056-EXIT.
           EXIT.

      *=============================================================*
      * 1060-APPLY-DIFFICULTY-PRESET                                 *
      * Fills in the range and guess allowance from                  *
      * unknown or suspended id.  A site that has never built the    *
      * master file gets the old unvalidated sign-on (with a         *
      * console warning) rather than a game nobody can start.        *
      * The daily play limits are loaded here and checked for each   *
      * id that passes the master checks.                             *
      *=============================================================*
       1100-GET-VALID-PLAYER.
      *> I-O rather than INPUT - sign-on rewrites the record's
                   SET WS-AWARDS-ON-FILE TO TRUE
               END-IF
           END-IF.
           PERFORM 1600-LOAD-PLAY-LIMITS THRU 1600-EXIT.
           SET WS-PLAYER-NOT-OK TO TRUE.
           PERFORM 1110-PROMPT-AND-CHECK-ID THRU 1110-EXIT
               UNTIL WS-PLAYER-OK.
           DISPLAY "Please enter your player ID "
               "(10 characters)."
           ACCEPT WS-PLAYER-ID.
           MOVE WS-PLAYER-ID TO WS-LIM-PLAYER-ID.
           MOVE SPACES TO WS-LIM-TEAM-ID.
           MOVE 0 TO WS-REFUSAL-PLAYED.
           MOVE 0 TO WS-REFUSAL-LIMIT.
           IF WS-MASTER-ON-FILE
               MOVE WS-PLAYER-ID TO PLYM-PLAYER-ID
               READ PLAYER-MASTER-FILE
                       DISPLAY "Player ID " WS-PLAYER-ID
                           " is not enrolled - see the club "
                           "coordinator, or try again."
                       MOVE "N" TO WS-REFUSAL-REASON
                       PERFORM 1690-LOG-SIGNON-REFUSAL
                           THRU 1690-EXIT
                   NOT INVALID KEY
                       MOVE PLYM-TEAM-ID TO WS-LIM-TEAM-ID
                       IF PLYM-SUSPENDED
                           DISPLAY "Player ID " WS-PLAYER-ID
                               " is suspended and may not play."
                           MOVE "S" TO WS-REFUSAL-REASON
                           PERFORM 1690-LOG-SIGNON-REFUSAL
                               THRU 1690-EXIT
                       ELSE
                       IF PLYM-MERGED
                           DISPLAY "Player ID " WS-PLAYER-ID
                               " has been merged into another "
                               "player id - sign on with that id."
                           MOVE "X" TO WS-REFUSAL-REASON
                           PERFORM 1690-LOG-SIGNON-REFUSAL
                               THRU 1690-EXIT
                       ELSE
                           PERFORM 1630-APPLY-PLAY-LIMITS
                               THRU 1630-EXIT
                           IF WS-LIMIT-PASSED OR WS-RESUME-ONLY
                               SET WS-PLAYER-OK TO TRUE
                               MOVE PLYM-PLAYER-NAME TO WS-PLAYER-NAME
                               MOVE PLYM-TEAM-ID TO WS-PLAYER-TEAM-ID
                               DISPLAY "Welcome, " PLYM-PLAYER-NAME "."
                               PERFORM 1120-NOTE-SIGNON-DATE
                                   THRU 1120-EXIT
                               PERFORM 1190-SHOW-NEW-AWARDS
                                   THRU 1190-EXIT
                           END-IF
                       END-IF
                       END-IF
               END-READ
           ELSE
               PERFORM 1630-APPLY-PLAY-LIMITS THRU 1630-EXIT
               IF WS-LIMIT-PASSED OR WS-RESUME-ONLY
                   SET WS-PLAYER-OK TO TRUE
                   MOVE WS-PLAYER-ID TO WS-PLAYER-NAME
                   MOVE SPACES TO WS-PLAYER-TEAM-ID
               END-IF
           END-IF.
       1110-EXIT.
           EXIT.
           ELSE
               MOVE 0 TO WS-PREV-SIGNON-DATE
           END-IF.
           MOVE WS-BUSINESS-DATE TO PLYM-LAST-SIGNON-DATE.
           REWRITE PLAYER-MASTER-RECORD.
       1120-EXIT.
           EXIT.
      *=============================================================*
      * 1300-OPEN-SAVED-GAME-FILE                                    *
      * Opens the keyed saved-game library for the session,          *
      * creating it on the first ever run.  The daily play limits    *
      * may already have opened it at sign-on (1670).                 *
      *=============================================================*
       1300-OPEN-SAVED-GAME-FILE.
           IF WS-SAVEGAME-OPEN
               GO TO 1300-EXIT
           END-IF.
           OPEN I-O SAVED-GAME-FILE.
           IF WS-SAVEGAME-STATUS = "35"
               OPEN OUTPUT SAVED-GAME-FILE
               CLOSE SAVED-GAME-FILE
               OPEN I-O SAVED-GAME-FILE
           END-IF.
           SET WS-SAVEGAME-OPEN TO TRUE.
       1300-EXIT.
           EXIT.

       1500-EXIT.
           EXIT.

      *=============================================================*
      * 1600-LOAD-PLAY-LIMITS                                        *
      * Loads the PLAY-LIMIT-FILE (layout and rules in PLAYLIM.CPY)  *
      * into the hours and override tables.  A site with no limits  *
      * file plays unrestricted.  A record with a non-numeric field *
      * is skipped with a console warning rather than guessed at,   *
      * and an override already past its expiry date is dropped.    *
      *=============================================================*
       1600-LOAD-PLAY-LIMITS.
           OPEN INPUT PLAY-LIMIT-FILE.
           IF WS-PLAYLIM-STATUS NOT = "00"
               GO TO 1600-EXIT
           END-IF.
           SET WS-LIMITS-LOADED TO TRUE.
           MOVE WS-BUSINESS-DATE TO WS-LIM-TODAY.
           PERFORM 1610-LOAD-ONE-LIMIT THRU 1610-EXIT
               UNTIL WS-LIMITS-EOF.
           CLOSE PLAY-LIMIT-FILE.
       1600-EXIT.
           EXIT.

       1610-LOAD-ONE-LIMIT.
           READ PLAY-LIMIT-FILE
               AT END SET WS-LIMITS-EOF TO TRUE
           END-READ.
           IF WS-LIMITS-EOF
               GO TO 1610-EXIT
           END-IF.
           IF PLIM-START-TIME NOT NUMERIC
                   OR PLIM-END-TIME NOT NUMERIC
                   OR PLIM-MAX-GAMES NOT NUMERIC
                   OR PLIM-MAX-MATCHES NOT NUMERIC
                   OR PLIM-EXPIRY-DATE NOT NUMERIC
               DISPLAY "WARNING - play limits record skipped, "
                   "non-numeric field: " PLAY-LIMIT-RECORD
               GO TO 1610-EXIT
           END-IF.
           IF PLIM-DEFAULT-CAPS
               MOVE PLIM-MAX-GAMES TO WS-DEFAULT-MAX-GAMES
               MOVE PLIM-MAX-MATCHES TO WS-DEFAULT-MAX-MATCHES
               GO TO 1610-EXIT
           END-IF.
           IF PLIM-WEEKDAY-HOURS
               IF PLIM-LIMIT-KEY (1:1) < "1"
                       OR PLIM-LIMIT-KEY (1:1) > "7"
                       OR WS-HOURS-COUNT >= WS-MAX-HOURS
                   DISPLAY "WARNING - play limits hours record "
                       "skipped: " PLAY-LIMIT-RECORD
               ELSE
                   ADD 1 TO WS-HOURS-COUNT
                   MOVE PLIM-LIMIT-KEY (1:1)
                       TO WS-HRS-WEEKDAY (WS-HOURS-COUNT)
                   MOVE PLIM-START-TIME
                       TO WS-HRS-START-TIME (WS-HOURS-COUNT)
                   MOVE PLIM-END-TIME
                       TO WS-HRS-END-TIME (WS-HOURS-COUNT)
               END-IF
               GO TO 1610-EXIT
           END-IF.
           IF NOT PLIM-PLAYER-OVERRIDE AND NOT PLIM-TEAM-OVERRIDE
                   OR PLIM-LIMIT-KEY = SPACES
               DISPLAY "WARNING - play limits record skipped: "
                   PLAY-LIMIT-RECORD
               GO TO 1610-EXIT
           END-IF.
           IF PLIM-EXPIRY-DATE > 0
                   AND PLIM-EXPIRY-DATE < WS-LIM-TODAY
               GO TO 1610-EXIT
           END-IF.
           IF WS-OVERRIDE-COUNT >= WS-MAX-OVERRIDES
               DISPLAY "WARNING - more than " WS-MAX-OVERRIDES
                   " play limit overrides; override skipped: "
                   PLIM-LIMIT-KEY
               GO TO 1610-EXIT
           END-IF.
           ADD 1 TO WS-OVERRIDE-COUNT.
           MOVE PLIM-RECORD-TYPE TO WS-OVR-TYPE (WS-OVERRIDE-COUNT).
           MOVE PLIM-LIMIT-KEY TO WS-OVR-KEY (WS-OVERRIDE-COUNT).
           MOVE PLIM-START-TIME
               TO WS-OVR-START-TIME (WS-OVERRIDE-COUNT).
           MOVE PLIM-END-TIME TO WS-OVR-END-TIME (WS-OVERRIDE-COUNT).
           MOVE PLIM-MAX-GAMES
               TO WS-OVR-MAX-GAMES (WS-OVERRIDE-COUNT).
           MOVE PLIM-MAX-MATCHES
               TO WS-OVR-MAX-MATCHES (WS-OVERRIDE-COUNT).
       1610-EXIT.
           EXIT.

      *=============================================================*
      * 1630-APPLY-PLAY-LIMITS                                       *
      * Sign-on check of the id in WS-LIM-PLAYER-ID.  A refused     *
      * player with a suspended game on file is let on to finish    *
      * it (1670); any other refusal is logged and the id is       *
      * re-prompted, the same as a suspended one.  In challenge     *
      * mode a player within the limits is also refused a second    *
      * attempt at the day's number (1680).                          *
      *=============================================================*
       1630-APPLY-PLAY-LIMITS.
           PERFORM 1640-CHECK-PLAY-LIMITS THRU 1640-EXIT.
           IF WS-LIMIT-PASSED AND CTL-MODE-CHALLENGE
               PERFORM 1680-CHECK-CHALLENGE-ATTEMPT THRU 1680-EXIT
           END-IF.
           IF WS-LIMIT-REFUSED
               PERFORM 1670-CHECK-RESUME-ONLY THRU 1670-EXIT
               IF NOT WS-RESUME-ONLY
                   PERFORM 1690-LOG-SIGNON-REFUSAL THRU 1690-EXIT
               END-IF
           END-IF.
       1630-EXIT.
           EXIT.

      *=============================================================*
      * 1640-CHECK-PLAY-LIMITS                                       *
      * Works out the limits in force for WS-LIM-PLAYER-ID (the     *
      * defaults, then their team's override, then their own) and  *
      * refuses - with the reason and the counts for the log - a   *
      * game outside the permitted hours, or past the day's cap:   *
      * matches in match mode, games in every other mode.           *
      *=============================================================*
       1640-CHECK-PLAY-LIMITS.
           SET WS-LIMIT-PASSED TO TRUE.
           MOVE 0 TO WS-REFUSAL-PLAYED.
           MOVE 0 TO WS-REFUSAL-LIMIT.
           IF NOT WS-LIMITS-LOADED
               GO TO 1640-EXIT
           END-IF.
           MOVE WS-BUSINESS-DATE TO WS-LIM-TODAY.
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-LIM-NOW-HHMM.
           MOVE WS-DEFAULT-MAX-GAMES TO WS-EFF-MAX-GAMES.
           MOVE WS-DEFAULT-MAX-MATCHES TO WS-EFF-MAX-MATCHES.
           MOVE "N" TO WS-WINDOW-FLAG.
           MOVE "T" TO WS-OVR-PASS-TYPE.
           PERFORM 1645-APPLY-ONE-OVERRIDE THRU 1645-EXIT
               VARYING WS-LIMIT-IDX FROM 1 BY 1
               UNTIL WS-LIMIT-IDX > WS-OVERRIDE-COUNT.
           MOVE "P" TO WS-OVR-PASS-TYPE.
           PERFORM 1645-APPLY-ONE-OVERRIDE THRU 1645-EXIT
               VARYING WS-LIMIT-IDX FROM 1 BY 1
               UNTIL WS-LIMIT-IDX > WS-OVERRIDE-COUNT.
           PERFORM 1650-CHECK-HOURS THRU 1650-EXIT.
           IF NOT WS-IN-WINDOW
               SET WS-LIMIT-REFUSED TO TRUE
               MOVE "H" TO WS-REFUSAL-REASON
               DISPLAY "Player ID " WS-LIM-PLAYER-ID
                   " - play is not permitted at "
                   WS-LIM-NOW-HHMM (1:2) ":" WS-LIM-NOW-HHMM (3:2)
                   " today.  See the posted playing hours."
               GO TO 1640-EXIT
           END-IF.
           IF CTL-MODE-MATCH AND WS-EFF-MAX-MATCHES = 0
               GO TO 1640-EXIT
           END-IF.
           IF NOT CTL-MODE-MATCH AND WS-EFF-MAX-GAMES = 0
               GO TO 1640-EXIT
           END-IF.
           PERFORM 1660-COUNT-TODAYS-PLAY THRU 1660-EXIT.
           IF CTL-MODE-MATCH
               IF WS-MATCHES-TODAY >= WS-EFF-MAX-MATCHES
                   SET WS-LIMIT-REFUSED TO TRUE
                   MOVE "M" TO WS-REFUSAL-REASON
                   MOVE WS-MATCHES-TODAY TO WS-REFUSAL-PLAYED
                   MOVE WS-EFF-MAX-MATCHES TO WS-REFUSAL-LIMIT
                   MOVE WS-MATCHES-TODAY TO WS-LIMIT-COUNT-DISP
                   DISPLAY "Player ID " WS-LIM-PLAYER-ID " has played "
                       WS-LIMIT-COUNT-DISP " match(es) today, the "
                       "daily limit - come back tomorrow."
               END-IF
           ELSE
               IF WS-GAMES-TODAY >= WS-EFF-MAX-GAMES
                   SET WS-LIMIT-REFUSED TO TRUE
                   MOVE "G" TO WS-REFUSAL-REASON
                   MOVE WS-GAMES-TODAY TO WS-REFUSAL-PLAYED
                   MOVE WS-EFF-MAX-GAMES TO WS-REFUSAL-LIMIT
                   MOVE WS-GAMES-TODAY TO WS-LIMIT-COUNT-DISP
                   DISPLAY "Player ID " WS-LIM-PLAYER-ID " has played "
                       WS-LIMIT-COUNT-DISP " game(s) today, the "
                       "daily limit - come back tomorrow."
               END-IF
           END-IF.
       1640-EXIT.
           EXIT.

       1645-APPLY-ONE-OVERRIDE.
           IF WS-OVR-TYPE (WS-LIMIT-IDX) NOT = WS-OVR-PASS-TYPE
               GO TO 1645-EXIT
           END-IF.
           IF WS-OVR-PASS-TYPE = "T"
               IF WS-LIM-TEAM-ID = SPACES
                       OR WS-OVR-KEY (WS-LIMIT-IDX) NOT = WS-LIM-TEAM-ID
                   GO TO 1645-EXIT
               END-IF
           ELSE
               IF WS-OVR-KEY (WS-LIMIT-IDX) NOT = WS-LIM-PLAYER-ID
                   GO TO 1645-EXIT
               END-IF
           END-IF.
           IF WS-OVR-MAX-GAMES (WS-LIMIT-IDX) > 0
               MOVE WS-OVR-MAX-GAMES (WS-LIMIT-IDX) TO WS-EFF-MAX-GAMES
           END-IF.
           IF WS-OVR-MAX-MATCHES (WS-LIMIT-IDX) > 0
               MOVE WS-OVR-MAX-MATCHES (WS-LIMIT-IDX)
                   TO WS-EFF-MAX-MATCHES
           END-IF.
           IF WS-OVR-START-TIME (WS-LIMIT-IDX) > 0
                   OR WS-OVR-END-TIME (WS-LIMIT-IDX) > 0
               MOVE WS-OVR-START-TIME (WS-LIMIT-IDX)
                   TO WS-EFF-START-TIME
               MOVE WS-OVR-END-TIME (WS-LIMIT-IDX) TO WS-EFF-END-TIME
               SET WS-OVERRIDE-WINDOW TO TRUE
           END-IF.
       1645-EXIT.
           EXIT.

      *=============================================================*
      * 1650-CHECK-HOURS                                             *
      * An override window applies every day.  Otherwise today's   *
      * weekday windows apply, and a weekday with none is open all  *
      * day.  The weekday comes from the day number: day 1 of the   *
      * INTEGER-OF-DATE calendar, 1601-01-01, was a Monday.          *
      *=============================================================*
       1650-CHECK-HOURS.
           MOVE "N" TO WS-IN-WINDOW-FLAG.
           IF WS-OVERRIDE-WINDOW
               IF WS-LIM-NOW-HHMM >= WS-EFF-START-TIME
                       AND WS-LIM-NOW-HHMM < WS-EFF-END-TIME
                   SET WS-IN-WINDOW TO TRUE
               END-IF
               GO TO 1650-EXIT
           END-IF.
           COMPUTE WS-LIM-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-LIM-TODAY) - 1.
           DIVIDE WS-LIM-DAY-NUMBER BY 7 GIVING WS-LIM-WEEKS
               REMAINDER WS-LIM-WEEKDAY-NUM.
           ADD 1 TO WS-LIM-WEEKDAY-NUM.
           MOVE WS-LIM-WEEKDAY-NUM TO WS-LIM-WEEKDAY.
           MOVE "N" TO WS-DAY-RESTRICTED-FLAG.
           PERFORM 1655-CHECK-ONE-WINDOW THRU 1655-EXIT
               VARYING WS-LIMIT-IDX FROM 1 BY 1
               UNTIL WS-LIMIT-IDX > WS-HOURS-COUNT.
           IF NOT WS-DAY-RESTRICTED
               SET WS-IN-WINDOW TO TRUE
           END-IF.
       1650-EXIT.
           EXIT.

       1655-CHECK-ONE-WINDOW.
           IF WS-HRS-WEEKDAY (WS-LIMIT-IDX) = WS-LIM-WEEKDAY
               SET WS-DAY-RESTRICTED TO TRUE
               IF WS-LIM-NOW-HHMM >= WS-HRS-START-TIME (WS-LIMIT-IDX)
                       AND WS-LIM-NOW-HHMM
                           < WS-HRS-END-TIME (WS-LIMIT-IDX)
                   SET WS-IN-WINDOW TO TRUE
               END-IF
           END-IF.
       1655-EXIT.
           EXIT.

      *=============================================================*
      * 1660-COUNT-TODAYS-PLAY                                       *
      * Counts the player's records already filed today, by key     *
      * range.  A match-summary record is a match; a head-to-head   *
      * record, or a game record not played as a match round, is a  *
      * game.  Away games loaded from the league were not played    *
      * here and do not count.                                        *
      *=============================================================*
       1660-COUNT-TODAYS-PLAY.
           MOVE 0 TO WS-GAMES-TODAY.
           MOVE 0 TO WS-MATCHES-TODAY.
           MOVE "N" TO WS-LIM-STATS-EOF-FLAG.
           MOVE WS-LIM-PLAYER-ID TO PLYST-PLAYER-ID.
           MOVE WS-LIM-TODAY TO PLYST-GAME-DATE.
           MOVE 0 TO PLYST-GAME-TIME.
           MOVE LOW-VALUES TO PLYST-RECORD-TYPE.
           MOVE 0 TO PLYST-SEQ-NO.
           START PLAYER-STATS-FILE KEY >= PLYST-KEY
               INVALID KEY
                   SET WS-LIM-STATS-EOF TO TRUE
           END-START.
           PERFORM 1665-COUNT-ONE-STATS THRU 1665-EXIT
               UNTIL WS-LIM-STATS-EOF.
       1660-EXIT.
           EXIT.

       1665-COUNT-ONE-STATS.
           READ PLAYER-STATS-FILE NEXT RECORD
               AT END SET WS-LIM-STATS-EOF TO TRUE
           END-READ.
           IF WS-LIM-STATS-EOF
               GO TO 1665-EXIT
           END-IF.
           IF PLYST-PLAYER-ID NOT = WS-LIM-PLAYER-ID
                   OR PLYST-GAME-DATE NOT = WS-LIM-TODAY
               SET WS-LIM-STATS-EOF TO TRUE
               GO TO 1665-EXIT
           END-IF.
           IF PLYST-AWAY-GAME
               GO TO 1665-EXIT
           END-IF.
           IF PLYST-MATCH-RECORD
               ADD 1 TO WS-MATCHES-TODAY
           ELSE
               IF PLYST-H2H-RECORD OR NOT PLYST-MODE-MATCH
                   ADD 1 TO WS-GAMES-TODAY
               END-IF
           END-IF.
       1665-EXIT.
           EXIT.

      *=============================================================*
      * 1670-CHECK-RESUME-ONLY                                       *
      * A player refused by the limits may still finish a suspended *
      * game - the same test 1400-CHECK-RESTART offers a resume on. *
      * Head-to-head and the daily challenge keep no saved games.    *
      *=============================================================*
       1670-CHECK-RESUME-ONLY.
           IF CTL-MODE-HEAD2HEAD OR CTL-MODE-CHALLENGE
                   OR NOT CTL-RESTART-YES
               GO TO 1670-EXIT
           END-IF.
           PERFORM 1300-OPEN-SAVED-GAME-FILE THRU 1300-EXIT.
           MOVE WS-LIM-PLAYER-ID TO SAVG-PLAYER-ID.
           READ SAVED-GAME-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SAVG-GAME-IN-PROGRESS
                           OR (CTL-MODE-MATCH
                               AND SAVG-MATCH-ROUNDS-PLAYED > 0
                               AND SAVG-MATCH-ROUNDS-PLAYED
                                   < CTL-MATCH-ROUNDS)
                       SET WS-RESUME-ONLY TO TRUE
                       DISPLAY "You may still finish your suspended "
                           "game, but not start a new one."
                   END-IF
           END-READ.
       1670-EXIT.
           EXIT.

      *=============================================================*
      * 1675-RECHECK-PLAY-LIMITS                                     *
      * Before another game of the same session.  A player let on   *
      * only to finish a suspended game is refused outright (under  *
      * the reason they were capped at sign-on); anyone else is     *
      * checked again, so the game just filed counts.               *
      *=============================================================*
       1675-RECHECK-PLAY-LIMITS.
           MOVE WS-PLAYER-ID TO WS-LIM-PLAYER-ID.
           MOVE WS-PLAYER-TEAM-ID TO WS-LIM-TEAM-ID.
           IF WS-RESUME-ONLY
               SET WS-LIMIT-REFUSED TO TRUE
               DISPLAY "Your daily limit is reached - no new game "
                   "can be started today."
           ELSE
               PERFORM 1640-CHECK-PLAY-LIMITS THRU 1640-EXIT
           END-IF.
           IF WS-LIMIT-REFUSED
               PERFORM 1690-LOG-SIGNON-REFUSAL THRU 1690-EXIT
           END-IF.
       1675-EXIT.
           EXIT.

      *=============================================================*
      * 1680-CHECK-CHALLENGE-ATTEMPT                                 *
      * One attempt a day: an attempt record already filed for this *
      * id on the business date - finished or abandoned - refuses   *
      * the sign-on, logged under its own reason.                    *
      *=============================================================*
       1680-CHECK-CHALLENGE-ATTEMPT.
           PERFORM 1720-OPEN-CHALLENGE-FILE THRU 1720-EXIT.
           MOVE WS-BUSINESS-DATE TO DCHL-CHALLENGE-DATE.
           SET DCHL-ATTEMPT-RECORD TO TRUE.
           MOVE WS-LIM-PLAYER-ID TO DCHL-PLAYER-ID.
           READ DAILY-CHALLENGE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-LIMIT-REFUSED TO TRUE
                   MOVE "C" TO WS-REFUSAL-REASON
                   DISPLAY "You have already played today's "
                       "challenge - come back tomorrow."
           END-READ.
       1680-EXIT.
           EXIT.

      *=============================================================*
      * 1690-LOG-SIGNON-REFUSAL                                      *
      * Appends one refusal to SIGNON-REFUSAL-FILE for the daily    *
      * GUESSREF report, creating the file on the first refusal     *
      * ever logged.                                                  *
      *=============================================================*
       1690-LOG-SIGNON-REFUSAL.
           IF NOT WS-SIGNREF-OPEN
               OPEN EXTEND SIGNON-REFUSAL-FILE
               IF WS-SIGNREF-STATUS = "35"
                   OPEN OUTPUT SIGNON-REFUSAL-FILE
                   CLOSE SIGNON-REFUSAL-FILE
                   OPEN EXTEND SIGNON-REFUSAL-FILE
               END-IF
               SET WS-SIGNREF-OPEN TO TRUE
           END-IF.
           MOVE SPACES TO SIGNON-REFUSAL-RECORD.
           MOVE WS-BUSINESS-DATE TO SREF-REFUSAL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:8) TO SREF-REFUSAL-TIME.
           MOVE WS-LIM-PLAYER-ID TO SREF-PLAYER-ID.
           MOVE WS-LIM-TEAM-ID TO SREF-TEAM-ID.
           MOVE CTL-SESSION-MODE TO SREF-SESSION-MODE.
           MOVE WS-REFUSAL-REASON TO SREF-REASON-CODE.
           MOVE WS-REFUSAL-PLAYED TO SREF-PLAYED-TODAY.
           MOVE WS-REFUSAL-LIMIT TO SREF-DAILY-LIMIT.
           WRITE SIGNON-REFUSAL-RECORD.
       1690-EXIT.
           EXIT.

      *=============================================================*
      * 1700-START-DAILY-CHALLENGE                                   *
      * Deals the signed-on player the day's number and files the   *
      * attempt at once - on DAILY-CHALLENGE-FILE, and on PLAYER-   *
      * STATS-FILE as a type "D" loss with no guesses used - so a   *
      * player who walks away mid-game has still had their attempt, *
      * and it still counts as a loss.  6940 keeps both records     *
      * current after every guess.  Init sees a round already in    *
      * progress and does not draw again.                             *
      *=============================================================*
       1700-START-DAILY-CHALLENGE.
           PERFORM 1710-GET-DAILY-NUMBER THRU 1710-EXIT.
           PERFORM 2070-ASSIGN-SESSION-ID THRU 2070-EXIT.
           MOVE 0 TO GuessCount.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-CHL-START-TIME.
           MOVE SPACES TO DAILY-CHALLENGE-RECORD.
           MOVE WS-BUSINESS-DATE TO DCHL-CHALLENGE-DATE.
           SET DCHL-ATTEMPT-RECORD TO TRUE.
           MOVE WS-PLAYER-ID TO DCHL-PLAYER-ID.
           MOVE NumToGuess TO DCHL-NUM-TO-GUESS.
           MOVE CTL-RANGE-LOW TO DCHL-RANGE-LOW.
           MOVE CTL-RANGE-HIGH TO DCHL-RANGE-HIGH.
           MOVE CTL-MAX-GUESSES TO DCHL-MAX-GUESSES.
           SET DCHL-ATTEMPT-STARTED TO TRUE.
           SET DCHL-LOST TO TRUE.
           MOVE 0 TO DCHL-GUESSES-USED.
           MOVE WS-CHL-START-TIME TO DCHL-START-TIME.
           MOVE 0 TO DCHL-FINISH-TIME.
           WRITE DAILY-CHALLENGE-RECORD
               INVALID KEY
      *> Signed on at another terminal since the sign-on check.
                   DISPLAY "You have already played today's "
                       "challenge - come back tomorrow."
                   PERFORM Finish
           END-WRITE.
           MOVE SPACES TO PLYR-STATS-RECORD.
           MOVE WS-PLAYER-ID TO PLYST-PLAYER-ID.
           MOVE WS-BUSINESS-DATE TO PLYST-GAME-DATE.
           MOVE WS-CHL-START-TIME TO PLYST-GAME-TIME.
           SET PLYST-LOST TO TRUE.
           MOVE NumToGuess TO PLYST-NUM-TO-GUESS.
           MOVE 0 TO PLYST-GUESSES-USED.
           MOVE CTL-MAX-GUESSES TO PLYST-MAX-GUESSES.
           MOVE WS-PLAYER-TEAM-ID TO PLYST-TEAM-ID.
           PERFORM 6930-SET-STATS-DIFFICULTY THRU 6930-EXIT.
           SET PLYST-MODE-CHALLENGE TO TRUE.
           SET PLYST-CHALLENGE-RECORD TO TRUE.
           MOVE 0 TO PLYST-SEQ-NO.
           MOVE 0 TO WS-STATS-WRITE-ATTEMPTS.
           SET WS-STATS-WRITE-PENDING TO TRUE.
           PERFORM 6905-WRITE-STATS-RETRY THRU 6905-EXIT
               UNTIL NOT WS-STATS-WRITE-PENDING.
           MOVE PLYST-KEY TO WS-CHL-STATS-KEY.
           SET WS-ROUND-IN-PROGRESS TO TRUE.
           MOVE CTL-RANGE-LOW TO WS-RANGE-LOW-DISP.
           MOVE CTL-RANGE-HIGH TO WS-RANGE-HIGH-DISP.
           MOVE CTL-MAX-GUESSES TO WS-MAX-GUESSES-DISP.
           DISPLAY "Today's challenge: one number for the whole "
               "club, between " WS-RANGE-LOW-DISP " and "
               WS-RANGE-HIGH-DISP ", in " WS-MAX-GUESSES-DISP
               " guesses.".
           DISPLAY "You get one attempt - leaving before the end "
               "counts as a loss.".
       1700-EXIT.
           EXIT.

      *=============================================================*
      * 1710-GET-DAILY-NUMBER                                        *
      * Picks up the business date's challenge number, with the     *
      * range and allowance it was drawn under, or draws it when    *
      * this is the day's first attempt.  CTL-FIXED-NUMBER is not   *
      * honored here - a pinned number would be the same every      *
      * day.                                                          *
      *=============================================================*
       1710-GET-DAILY-NUMBER.
           PERFORM 1720-OPEN-CHALLENGE-FILE THRU 1720-EXIT.
           MOVE SPACES TO DAILY-CHALLENGE-RECORD.
           MOVE WS-BUSINESS-DATE TO DCHL-CHALLENGE-DATE.
           SET DCHL-NUMBER-RECORD TO TRUE.
           READ DAILY-CHALLENGE-FILE
               INVALID KEY
                   PERFORM 1730-DRAW-DAILY-NUMBER THRU 1730-EXIT
           END-READ.
           MOVE DCHL-NUM-TO-GUESS TO NumToGuess.
           MOVE DCHL-RANGE-LOW TO CTL-RANGE-LOW.
           MOVE DCHL-RANGE-HIGH TO CTL-RANGE-HIGH.
           MOVE DCHL-MAX-GUESSES TO CTL-MAX-GUESSES.
       1710-EXIT.
           EXIT.

      *=============================================================*
      * 1720-OPEN-CHALLENGE-FILE                                     *
      * Opens the daily-challenge file for the session, creating it *
      * on the first challenge ever played.                           *
      *=============================================================*
       1720-OPEN-CHALLENGE-FILE.
           IF WS-DAILYCHL-OPEN
               GO TO 1720-EXIT
           END-IF.
           OPEN I-O DAILY-CHALLENGE-FILE.
           IF WS-DAILYCHL-STATUS = "35"
               OPEN OUTPUT DAILY-CHALLENGE-FILE
               CLOSE DAILY-CHALLENGE-FILE
               OPEN I-O DAILY-CHALLENGE-FILE
           END-IF.
           SET WS-DAILYCHL-OPEN TO TRUE.
       1720-EXIT.
           EXIT.

      *=============================================================*
      * 1730-DRAW-DAILY-NUMBER                                       *
      * Draws the day's number from the flat CTLPARM range and      *
      * files it.  Should another terminal file the day's number    *
      * first, theirs is read back and played instead.               *
      *=============================================================*
       1730-DRAW-DAILY-NUMBER.
           PERFORM 2000-DRAW-CANDIDATE THRU 2000-EXIT.
           MOVE SPACES TO DAILY-CHALLENGE-RECORD.
           MOVE WS-BUSINESS-DATE TO DCHL-CHALLENGE-DATE.
           SET DCHL-NUMBER-RECORD TO TRUE.
           MOVE NumToGuess TO DCHL-NUM-TO-GUESS.
           MOVE CTL-RANGE-LOW TO DCHL-RANGE-LOW.
           MOVE CTL-RANGE-HIGH TO DCHL-RANGE-HIGH.
           MOVE CTL-MAX-GUESSES TO DCHL-MAX-GUESSES.
           MOVE 0 TO DCHL-GUESSES-USED.
           MOVE 0 TO DCHL-START-TIME.
           MOVE 0 TO DCHL-FINISH-TIME.
           WRITE DAILY-CHALLENGE-RECORD
               INVALID KEY
                   READ DAILY-CHALLENGE-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
           END-WRITE.
       1730-EXIT.
           EXIT.

      *=============================================================*
      * 1200-GET-VALID-GUESS                                         *
      * In interactive mode, rejects non-numeric input and values    *

       Init.
       IF WS-ROUND-IN-PROGRESS
      *> Checkpoint (or the day's challenge) already supplied
      *> NumToGuess/GuessCount and the audit session id - consume
      *> the resume just once, so a replayed round draws fresh.
           MOVE "N" TO WS-ROUND-RESUME-FLAG
       ELSE
           PERFORM GenerateNumber *> Sets number to guess
           ACCEPT Again.
           IF Again NOT = "y"
               SET WS-H2H-SESSION-DONE TO TRUE
           ELSE
               PERFORM 5400-RECHECK-H2H-LIMITS THRU 5400-EXIT
                   VARYING WS-H2H-STATS-IDX FROM 1 BY 1
                   UNTIL WS-H2H-STATS-IDX > 2
           END-IF.
       5000-EXIT.
           EXIT.
           COMPUTE WS-H2H-OTHER-IDX = 3 - WS-H2H-STATS-IDX.
           MOVE WS-H2H-PLAYER-ID (WS-H2H-OTHER-IDX)
               TO PLYST-OPPONENT-ID.
           MOVE WS-BUSINESS-DATE TO PLYST-GAME-DATE.
           MOVE FUNCTION CURRENT-DATE(9:8) TO PLYST-GAME-TIME.
           SET PLYST-H2H-RECORD TO TRUE.
           IF WS-H2H-STATS-IDX = WS-H2H-WINNER-IDX
           MOVE WS-H2H-TEAM-ID (WS-H2H-STATS-IDX)
               TO PLYST-TEAM-ID.
           PERFORM 6930-SET-STATS-DIFFICULTY THRU 6930-EXIT.
           SET PLYST-MODE-HEAD2HEAD TO TRUE.
           MOVE 0 TO PLYST-SEQ-NO.
           MOVE 0 TO WS-STATS-WRITE-ATTEMPTS.
           SET WS-STATS-WRITE-PENDING TO TRUE.
       5300-EXIT.
           EXIT.

      *=============================================================*
      * 5400-RECHECK-H2H-LIMITS                                      *
      * Before another head-to-head game, each player is checked    *
      * against the daily play limits again; either one refused     *
      * ends the session.                                             *
      *=============================================================*
       5400-RECHECK-H2H-LIMITS.
           MOVE WS-H2H-PLAYER-ID (WS-H2H-STATS-IDX)
               TO WS-LIM-PLAYER-ID.
           MOVE WS-H2H-TEAM-ID (WS-H2H-STATS-IDX) TO WS-LIM-TEAM-ID.
           PERFORM 1640-CHECK-PLAY-LIMITS THRU 1640-EXIT.
           IF WS-LIMIT-REFUSED
               PERFORM 1690-LOG-SIGNON-REFUSAL THRU 1690-EXIT
               SET WS-H2H-SESSION-DONE TO TRUE
           END-IF.
       5400-EXIT.
           EXIT.


       AttemptGuess.
       DISPLAY " ".
      *> so it has no need to checkpoint into it either - and must
      *> not, or a batch run would file a phantom saved game under
      *> the BATCH-RUN id.
      *> A challenge attempt keeps its own records current instead.
       IF NOT CTL-MODE-BATCH
           IF CTL-MODE-CHALLENGE
               PERFORM 6940-CHECKPOINT-CHALLENGE THRU 6940-EXIT
           ELSE
               PERFORM 6960-WRITE-SAVED-GAME THRU 6960-EXIT
           END-IF
       END-IF.

       IF CTL-MODE-BATCH AND NOT WS-EXPECTED-EOF
       IF Guess = NumToGuess THEN *> Correct guess
           DISPLAY "Fantastic stuff, you guessed correctly"
           MOVE "W" TO WS-OUTCOME-CODE
      *> A challenge attempt is already filed - see 6940.
           IF NOT CTL-MODE-CHALLENGE
               PERFORM 6900-WRITE-STATS THRU 6900-EXIT
               PERFORM 6970-WRITE-REPORT-LINE THRU 6970-EXIT
           END-IF
           PERFORM Replay
       END-IF.

       IF GuessCount = CTL-MAX-GUESSES THEN *> Guess count exceeded
      *> The day's challenge number stays secret until the day
      *> closes - others have still to play it.
           IF CTL-MODE-CHALLENGE
               DISPLAY "Oh dear, no more guesses - today's number "
                   "is revealed once the day closes."
           ELSE
               DISPLAY "Oh dear, no more guesses, the number was"
               DISPLAY NumToGuess
           END-IF
           MOVE "L" TO WS-OUTCOME-CODE
           IF NOT CTL-MODE-CHALLENGE
               PERFORM 6900-WRITE-STATS THRU 6900-EXIT
               PERFORM 6970-WRITE-REPORT-LINE THRU 6970-EXIT
           END-IF
           PERFORM Replay
       END-IF.

      *> transaction file runs dry.
           PERFORM Main
       ELSE
           IF CTL-MODE-CHALLENGE
      *> One attempt a day - there is no playing again.
               DISPLAY "That was your attempt at today's challenge "
                   "- results are posted once the day closes."
               PERFORM Finish
           ELSE
           IF CTL-MODE-MATCH
               PERFORM 6920-UPDATE-MATCH-SCORE THRU 6920-EXIT
      *> Checkpoint again now that the round just finished has been
               ACCEPT Again *> Store play again flag
      *> y restarts, anything else ends the game
               IF Again = "y" THEN
                   PERFORM 1675-RECHECK-PLAY-LIMITS THRU 1675-EXIT
                   IF WS-LIMIT-PASSED
                       PERFORM Main
                   ELSE
                       PERFORM Finish
                   END-IF
               ELSE
                   PERFORM Finish
               END-IF
           END-IF
           END-IF
       END-IF.


       6900-WRITE-STATS.
           MOVE SPACES TO PLYR-STATS-RECORD.
           MOVE WS-PLAYER-ID TO PLYST-PLAYER-ID.
           MOVE WS-BUSINESS-DATE TO PLYST-GAME-DATE.
           MOVE FUNCTION CURRENT-DATE(9:8) TO PLYST-GAME-TIME.
           MOVE WS-OUTCOME-CODE TO PLYST-OUTCOME-CODE.
           MOVE NumToGuess TO PLYST-NUM-TO-GUESS.
           MOVE CTL-MAX-GUESSES TO PLYST-MAX-GUESSES.
           MOVE WS-PLAYER-TEAM-ID TO PLYST-TEAM-ID.
           PERFORM 6930-SET-STATS-DIFFICULTY THRU 6930-EXIT.
           MOVE CTL-SESSION-MODE TO PLYST-SESSION-MODE.
           SET PLYST-GAME-RECORD TO TRUE.
           MOVE 0 TO PLYST-SEQ-NO.
           MOVE 0 TO WS-STATS-WRITE-ATTEMPTS.
       6910-WRITE-MATCH-SUMMARY.
           MOVE SPACES TO PLYR-STATS-RECORD.
           MOVE WS-PLAYER-ID TO PLYST-PLAYER-ID.
           MOVE WS-BUSINESS-DATE TO PLYST-GAME-DATE.
           MOVE FUNCTION CURRENT-DATE(9:8) TO PLYST-GAME-TIME.
           SET PLYST-MATCH-RECORD TO TRUE.
           IF (WS-MATCH-ROUNDS-WON * 2) >= WS-MATCH-ROUNDS-PLAYED
           MOVE CTL-MAX-GUESSES TO PLYST-MAX-GUESSES.
           MOVE WS-PLAYER-TEAM-ID TO PLYST-TEAM-ID.
           PERFORM 6930-SET-STATS-DIFFICULTY THRU 6930-EXIT.
           SET PLYST-MODE-MATCH TO TRUE.
           MOVE 0 TO PLYST-SEQ-NO.
           MOVE 0 TO WS-STATS-WRITE-ATTEMPTS.
           SET WS-STATS-WRITE-PENDING TO TRUE.
       6930-EXIT.
           EXIT.

      *=============================================================*
      * 6940-CHECKPOINT-CHALLENGE                                    *
      * Rewrites the player's challenge attempt after every guess:  *
      * guesses used and the outcome so far, and - once the number *
      * is found or the allowance runs out - finished, with the     *
      * finishing time GUESSCHL ranks ties on.  An attempt left     *
      * unfinished stays a loss with the guesses it made.            *
      *=============================================================*
       6940-CHECKPOINT-CHALLENGE.
           IF Guess = NumToGuess
               MOVE "W" TO WS-OUTCOME-CODE
           ELSE
               MOVE "L" TO WS-OUTCOME-CODE
           END-IF.
           MOVE WS-BUSINESS-DATE TO DCHL-CHALLENGE-DATE.
           SET DCHL-ATTEMPT-RECORD TO TRUE.
           MOVE WS-PLAYER-ID TO DCHL-PLAYER-ID.
           READ DAILY-CHALLENGE-FILE
               INVALID KEY
                   DISPLAY "WARNING - unable to update challenge "
                       "attempt, status " WS-DAILYCHL-STATUS "."
               NOT INVALID KEY
                   MOVE GuessCount TO DCHL-GUESSES-USED
                   MOVE WS-OUTCOME-CODE TO DCHL-OUTCOME-CODE
                   IF Guess = NumToGuess OR
                           GuessCount = CTL-MAX-GUESSES
                       SET DCHL-ATTEMPT-FINISHED TO TRUE
                       MOVE FUNCTION CURRENT-DATE(9:8)
                           TO DCHL-FINISH-TIME
                   END-IF
                   REWRITE DAILY-CHALLENGE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   IF WS-DAILYCHL-STATUS NOT = "00"
                       DISPLAY "WARNING - unable to update challenge "
                           "attempt, status " WS-DAILYCHL-STATUS "."
                   END-IF
           END-READ.
           PERFORM 6945-CHECKPOINT-CHALLENGE-STATS THRU 6945-EXIT.
       6940-EXIT.
           EXIT.

      *=============================================================*
      * 6945-CHECKPOINT-CHALLENGE-STATS                              *
      * Carries the same guesses and outcome onto the type "D"      *
      * stats record 1700 filed at sign-on.                          *
      *=============================================================*
       6945-CHECKPOINT-CHALLENGE-STATS.
           MOVE WS-CHL-STATS-KEY TO PLYST-KEY.
           READ PLAYER-STATS-FILE
               INVALID KEY
                   DISPLAY "WARNING - unable to update challenge "
                       "stats record, status " WS-PLYRSTAT-STATUS "."
               NOT INVALID KEY
                   MOVE WS-OUTCOME-CODE TO PLYST-OUTCOME-CODE
                   MOVE GuessCount TO PLYST-GUESSES-USED
                   REWRITE PLYR-STATS-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   IF WS-PLYRSTAT-STATUS NOT = "00"
                       DISPLAY "WARNING - unable to update challenge "
                           "stats record, status " WS-PLYRSTAT-STATUS
                           "."
                   END-IF
           END-READ.
       6945-EXIT.
           EXIT.

      *=============================================================*
      * 6950-WRITE-AUDIT-RECORD                                      *
      * Records one row per guess (not just the final outcome) so   *
       6950-WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE WS-PLAYER-ID TO AUDL-PLAYER-ID.
           MOVE WS-BUSINESS-DATE TO AUDL-GAME-DATE.
           MOVE FUNCTION CURRENT-DATE(9:8) TO AUDL-GAME-TIME.
           MOVE WS-GAME-SESSION-ID TO AUDL-SESSION-ID.
           MOVE GuessCount TO AUDL-GUESS-COUNT.
           MOVE WS-RESULT-CODE TO AUDL-RESULT-CODE.
           MOVE CTL-SESSION-MODE TO AUDL-SESSION-MODE.
           MOVE CTL-MAX-GUESSES TO AUDL-MAX-GUESSES.
           MOVE CTL-RANGE-LOW TO AUDL-RANGE-LOW.
           MOVE CTL-RANGE-HIGH TO AUDL-RANGE-HIGH.
           IF CTL-FIXED-NUMBER-YES AND NOT CTL-MODE-CHALLENGE
               SET AUDL-NUMBER-PINNED TO TRUE
           ELSE
               MOVE "N" TO AUDL-FIXED-NUMBER-FLAG
           END-IF.
           MOVE 0 TO WS-AUDIT-WRITE-ATTEMPTS.
           SET WS-AUDIT-WRITE-PENDING TO TRUE.
           PERFORM 6955-WRITE-AUDIT-RETRY THRU 6955-EXIT
       6970-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-OUT-RECORD.
           MOVE WS-PLAYER-ID TO RPTO-PLAYER-ID.
           MOVE WS-BUSINESS-DATE TO RPTO-GAME-DATE.
           IF WS-OUTCOME-CODE = "W"
               MOVE "WON" TO RPTO-RESULT-TEXT
           ELSE
               CLOSE AWARD-FILE
           END-IF.
           CLOSE PLAYER-STATS-FILE.
      *> A sign-on refused, or a challenge already played, ends the
      *> session before the audit log and report file are opened.
           IF WS-AUDIT-OPEN
               CLOSE AUDIT-LOG-FILE
           END-IF.
           IF WS-REPTOUT-OPEN
               CLOSE REPORT-OUT-FILE
           END-IF.
           IF WS-SIGNREF-OPEN
               CLOSE SIGNON-REFUSAL-FILE
           END-IF.
           IF WS-DAILYCHL-OPEN
               CLOSE DAILY-CHALLENGE-FILE
           END-IF.
           IF CTL-MODE-BATCH
               CLOSE GUESS-TRANS-FILE
               CLOSE EXPECTED-OUTCOME-FILE
               CLOSE EXCEPTION-FILE
           ELSE
      *> Head-to-head and the daily challenge never open the
      *> saved-game library - see 1000-INITIALIZE.
               IF NOT CTL-MODE-HEAD2HEAD AND NOT CTL-MODE-CHALLENGE
                   CLOSE SAVED-GAME-FILE
               END-IF
           END-IF.
