               10  PLYST-PLAYER-ID        PIC X(10).
               10  PLYST-GAME-DATE        PIC 9(08).
               10  PLYST-GAME-TIME        PIC 9(08).
      * A daily-challenge record (type "D") is filed at sign-on as
      * a loss and rewritten after every guess, so an abandoned
      * attempt stays on file as a loss.
               10  PLYST-RECORD-TYPE      PIC X(01).
                   88  PLYST-GAME-RECORD      VALUE "G".
                   88  PLYST-MATCH-RECORD     VALUE "M".
                   88  PLYST-H2H-RECORD       VALUE "H".
                   88  PLYST-CHALLENGE-RECORD VALUE "D".
               10  PLYST-SEQ-NO           PIC 9(02).
           05  PLYST-OUTCOME-CODE         PIC X(01).
               88  PLYST-WON                  VALUE "W".
      * on games played here.
           05  PLYST-AWAY-FLAG            PIC X(01).
               88  PLYST-AWAY-GAME            VALUE "Y".
      * The CTL-SESSION-MODE the game was played under, so the
      * monthly chargeback can price it.  Space on records filed
      * before the field existed and on away games - readers take
      * an "H" record as head-to-head, the BATCH-RUN id as batch,
      * and anything else as interactive.
           05  PLYST-SESSION-MODE         PIC X(01).
               88  PLYST-MODE-INTERACTIVE     VALUE "I".
               88  PLYST-MODE-BATCH           VALUE "B".
               88  PLYST-MODE-MATCH           VALUE "M".
               88  PLYST-MODE-HEAD2HEAD       VALUE "H".
               88  PLYST-MODE-CHALLENGE       VALUE "D".
