      *-----------------------------------------------------------*
      * RATETBL.CPY                                                *
      * RATE-TABLE-FILE record.  One record per session mode and   *
      * difficulty: the charge for one game played that way,       *
      * used by the GUESSBIL monthly chargeback.  Maintained by    *
      * finance as a plain parameter file - GUESSBIL refuses to    *
      * bill from a table with a bad or duplicate entry.            *
      *-----------------------------------------------------------*
       01  RATE-TABLE-RECORD.
           05  RATE-SESSION-MODE          PIC X(01).
               88  RATE-MODE-VALID            VALUE "I" "B" "M" "H" "D".
           05  RATE-DIFFICULTY-CODE       PIC X(01).
               88  RATE-DIFF-VALID            VALUE "E" "N" "H".
           05  RATE-GAME-CHARGE           PIC 9(03)V99.
           05  FILLER                     PIC X(03).
