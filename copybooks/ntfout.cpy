      *-----------------------------------------------------------*
      * NTFOUT.CPY                                                 *
      * NOTIFY-OUT-FILE record - the nightly hand-off to the      *
      * corporate mail gateway.  One record per player per        *
      * message, written by GUESSNTF; the gateway looks the       *
      * address up from the player id.                             *
      *-----------------------------------------------------------*
       01  NOTIFY-OUT-RECORD.
           05  NTFO-EVENT-TYPE            PIC X(01).
               88  NTFO-PAIRING-DUE           VALUE "P".
               88  NTFO-STALE-SAVED-GAME      VALUE "S".
               88  NTFO-NEW-AWARD             VALUE "A".
               88  NTFO-RATING-MOVE           VALUE "R".
           05  NTFO-PLAYER-ID             PIC X(10).
           05  NTFO-PLAYER-NAME           PIC X(30).
           05  NTFO-RUN-DATE              PIC 9(08).
           05  NTFO-MESSAGE-TEXT          PIC X(100).
           05  FILLER                     PIC X(11).
