      *-----------------------------------------------------------*
      * DAILYCHL.CPY                                               *
      * DAILY-CHALLENGE-FILE record.  Two record types share the  *
      * file, keyed on business date + type + player id:           *
      *   "N" - the day's challenge number, drawn once by the      *
      *         first player to sign on in challenge mode and      *
      *         played by everyone after.  Player id is spaces.    *
      *         Carries the flat CTLPARM range and allowance the   *
      *         number was drawn under.                            *
      *   "A" - one player's attempt at the day's number, written  *
      *         at sign-on and rewritten after every guess.  Its   *
      *         presence refuses a second attempt the same day;    *
      *         an attempt never finished stays a loss.            *
      * GUESSCHL ranks the day's attempts and reveals the number   *
      * only once the day is closed.                                *
      *-----------------------------------------------------------*
       01  DAILY-CHALLENGE-RECORD.
           05  DCHL-KEY.
               10  DCHL-CHALLENGE-DATE    PIC 9(08).
               10  DCHL-RECORD-TYPE       PIC X(01).
                   88  DCHL-NUMBER-RECORD     VALUE "N".
                   88  DCHL-ATTEMPT-RECORD    VALUE "A".
               10  DCHL-PLAYER-ID         PIC X(10).
           05  DCHL-NUM-TO-GUESS          PIC 9(03).
           05  DCHL-RANGE-LOW             PIC 9(03).
           05  DCHL-RANGE-HIGH            PIC 9(03).
           05  DCHL-MAX-GUESSES           PIC 9(02).
      * Attempt records only - zero or spaces on the number record.
           05  DCHL-STATUS-CODE           PIC X(01).
               88  DCHL-ATTEMPT-STARTED       VALUE "S".
               88  DCHL-ATTEMPT-FINISHED      VALUE "F".
           05  DCHL-OUTCOME-CODE          PIC X(01).
               88  DCHL-WON                   VALUE "W".
               88  DCHL-LOST                  VALUE "L".
           05  DCHL-GUESSES-USED          PIC 9(02).
           05  DCHL-START-TIME            PIC 9(08).
           05  DCHL-FINISH-TIME           PIC 9(08).
           05  FILLER                     PIC X(10).
