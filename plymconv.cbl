      *===============================================================*
      *                                                                *
      * PROGRAM-ID.  PLYMCONV.                                        *
      *                                                                *
      * AUTHOR.        Application Development.                       *
      * INSTALLATION.  Application Development.                       *
      * DATE-WRITTEN.  2026-10-15.                                    *
      *                                                                *
      * REMARKS.       One-shot loader from the old 62-byte player    *
      *                master layout into the current 75-byte         *
      *                PLAYER-MASTER-FILE layout, which adds the      *
      *                per-event notification opt-outs GUESSNTF       *
      *                honors and the play-integrity case status and  *
      *                opened date.  Run once at cutover against the  *
      *                renamed live master.  Every field carries      *
      *                across unchanged; the opt-outs start as        *
      *                spaces, so every player receives every         *
      *                notification until PLYMAINT action "N" says    *
      *                otherwise, and every player starts with no     *
      *                case open - status space, opened date zero.    *
      *                The target is opened for update and created    *
      *                only when absent, and a player id already on   *
      *                file is never overlaid - a rerun counts the    *
      *                players as already converted.                  *
      *                                                                *
      *                A record that cannot be written is listed and  *
      *                the run ends RC 8 so operations knows the      *
      *                conversion is incomplete.  Control totals      *
      *                print either way.                              *
      *                                                                *
      * MODIFICATION HISTORY.                                         *
      *   2026-10-15  NR   Original version.                          *
      *   2026-10-15  NR   Converted players start with no play-      *
      *                    integrity case - status space, opened      *
      *                    date zero.                                 *
      *                                                                *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLYMCONV.
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
           SELECT OLD-MASTER-FILE ASSIGN TO "PLYMOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OMST-PLAYER-ID
               FILE STATUS IS WS-OLDMAST-STATUS.

           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLYMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLYM-PLAYER-ID
               FILE STATUS IS WS-PLYMAST-STATUS.

           SELECT PRINT-FILE ASSIGN TO "CNVPRINT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * The old layout, as PLYMAINT and the game kept it before the
      * notification opt-outs were added: one spare byte at the end.
       FD  OLD-MASTER-FILE.
       01  OLD-MASTER-RECORD.
           05  OMST-PLAYER-ID          PIC X(10).
           05  OMST-PLAYER-NAME        PIC X(30).
           05  OMST-ENROLL-DATE        PIC X(08).
           05  OMST-STATUS-CODE        PIC X(01).
           05  OMST-TEAM-ID            PIC X(04).
           05  OMST-LAST-SIGNON-DATE   PIC X(08).
           05  FILLER                  PIC X(01).

       FD  PLAYER-MASTER-FILE.
       COPY "plymast.cpy".

       FD  PRINT-FILE.
       01  PRINT-RECORD                PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-OLDMAST-STATUS           PIC X(02).
       01  WS-PLYMAST-STATUS           PIC X(02).

       01  WS-OLD-EOF-FLAG             PIC X(01) VALUE "N".
           88  WS-OLD-EOF                      VALUE "Y".

      * ---------------------------------------------------------- *
      * Control totals.                                             *
      * ---------------------------------------------------------- *
       01  WS-READ-COUNT               PIC 9(07) VALUE 0.
       01  WS-LOADED-COUNT             PIC 9(07) VALUE 0.
       01  WS-DUPLICATE-COUNT          PIC 9(07) VALUE 0.
       01  WS-FAILED-COUNT             PIC 9(07) VALUE 0.

      * ---------------------------------------------------------- *
      * Print lines.                                                *
      * ---------------------------------------------------------- *
       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(36)
               VALUE "PLYMCONV - PLAYER MASTER CONVERSION ".
           05  WS-HDG-RUN-DATE         PIC 9(08).
       01  WS-FAIL-LINE.
           05  FILLER                  PIC X(09) VALUE "FAILED:  ".
           05  WS-FAIL-PLAYER-ID       PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE "STATUS ".
           05  WS-FAIL-STATUS          PIC X(02).
       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(30).
           05  WS-TOT-COUNT            PIC Z,ZZZ,ZZ9.
       01  WS-MESSAGE-LINE             PIC X(60).

       PROCEDURE DIVISION.

      *=============================================================*
      * 0000-MAINLINE                                                *
      *=============================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CONVERT-ONE-PLAYER THRU 2000-EXIT
               UNTIL WS-OLD-EOF.
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *=============================================================*
      * 1000-INITIALIZE                                              *
      * Opens the old master (a missing one is an empty conversion, *
      * reported as such) and the new master, creating the new one  *
      * only when it does not exist yet.                              *
      *=============================================================*
       1000-INITIALIZE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HDG-RUN-DATE.
           WRITE PRINT-RECORD FROM WS-HEADING-LINE.
           OPEN INPUT OLD-MASTER-FILE.
           IF WS-OLDMAST-STATUS NOT = "00"
               MOVE "NO OLD PLAYER MASTER - NOTHING TO CONVERT"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               SET WS-OLD-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O PLAYER-MASTER-FILE.
           IF WS-PLYMAST-STATUS = "35"
               OPEN OUTPUT PLAYER-MASTER-FILE
               CLOSE PLAYER-MASTER-FILE
               OPEN I-O PLAYER-MASTER-FILE
           END-IF.
           PERFORM 2100-READ-NEXT-OLD THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *=============================================================*
      * 2000-CONVERT-ONE-PLAYER                                      *
      * Carries one old master record across.  Dates that were      *
      * never set (spaces on the oldest records) land as zero, the  *
      * value the game and PLYMAINT read as "never".                 *
      *=============================================================*
       2000-CONVERT-ONE-PLAYER.
           MOVE SPACES TO PLAYER-MASTER-RECORD.
           MOVE OMST-PLAYER-ID TO PLYM-PLAYER-ID.
           MOVE OMST-PLAYER-NAME TO PLYM-PLAYER-NAME.
           IF OMST-ENROLL-DATE NUMERIC
               MOVE OMST-ENROLL-DATE TO PLYM-ENROLL-DATE
           ELSE
               MOVE 0 TO PLYM-ENROLL-DATE
           END-IF.
           MOVE OMST-STATUS-CODE TO PLYM-STATUS-CODE.
           MOVE OMST-TEAM-ID TO PLYM-TEAM-ID.
           IF OMST-LAST-SIGNON-DATE NUMERIC
               MOVE OMST-LAST-SIGNON-DATE TO PLYM-LAST-SIGNON-DATE
           ELSE
               MOVE 0 TO PLYM-LAST-SIGNON-DATE
           END-IF.
           SET PLYM-REVIEW-NONE TO TRUE.
           MOVE 0 TO PLYM-REVIEW-OPENED-DATE.
           WRITE PLAYER-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-PLYMAST-STATUS = "00"
               ADD 1 TO WS-LOADED-COUNT
           ELSE
               IF WS-PLYMAST-STATUS = "22"
      * Converted by an earlier run - and possibly maintained
      * since, so it is left exactly as it stands.
                   ADD 1 TO WS-DUPLICATE-COUNT
               ELSE
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE OMST-PLAYER-ID TO WS-FAIL-PLAYER-ID
                   MOVE WS-PLYMAST-STATUS TO WS-FAIL-STATUS
                   WRITE PRINT-RECORD FROM WS-FAIL-LINE
               END-IF
           END-IF.
           PERFORM 2100-READ-NEXT-OLD THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-NEXT-OLD.
           READ OLD-MASTER-FILE
               AT END SET WS-OLD-EOF TO TRUE
           END-READ.
           IF NOT WS-OLD-EOF
               ADD 1 TO WS-READ-COUNT
           END-IF.
       2100-EXIT.
           EXIT.

      *=============================================================*
      * 8000-PRINT-TOTALS                                            *
      *=============================================================*
       8000-PRINT-TOTALS.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "OLD PLAYERS READ" TO WS-TOT-LABEL.
           MOVE WS-READ-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "PLAYERS LOADED" TO WS-TOT-LABEL.
           MOVE WS-LOADED-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "ALREADY ON FILE" TO WS-TOT-LABEL.
           MOVE WS-DUPLICATE-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "PLAYERS FAILED TO WRITE" TO WS-TOT-LABEL.
           MOVE WS-FAILED-COUNT TO WS-TOT-COUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           IF WS-FAILED-COUNT > 0
               MOVE "CONVERSION INCOMPLETE - REVIEW THIS REPORT"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

      *=============================================================*
      * 9000-TERMINATE                                               *
      *=============================================================*
       9000-TERMINATE.
           IF WS-OLDMAST-STATUS = "00" OR WS-OLDMAST-STATUS = "10"
               CLOSE OLD-MASTER-FILE
               CLOSE PLAYER-MASTER-FILE
           END-IF.
           CLOSE PRINT-FILE.
       9000-EXIT.
           EXIT.
