      *-----------------------------------------------------------*
      * BUSDATE.CPY                                                *
      * BUSINESS-DATE-FILE record - the one business-date control *
      * record shared by COBOL-guesser and the batch suite.  The  *
      * game dates its stats, audit, and report records with it  *
      * rather than the clock, so a session running past midnight *
      * stays on its business day; every batch program takes it  *
      * as the processing date when its parameter record supplies *
      * none, so a late-starting cycle still processes the right  *
      * day.  Advanced only by GUESSRUN function "D" (roll date), *
      * which refuses while the day's GAMEDAY close is missing.   *
      * A site with no record yet dates by the clock, as before.  *
      *-----------------------------------------------------------*
       01  BUSINESS-DATE-RECORD.
           05  BDT-BUSINESS-DATE          PIC 9(08).
      * The business date the last roll closed, and when the roll
      * ran by the clock.  Zero until the first roll.
           05  BDT-PRIOR-BUSINESS-DATE    PIC 9(08).
           05  BDT-ROLLED-DATE            PIC 9(08).
           05  BDT-ROLLED-TIME            PIC 9(08).
           05  FILLER                     PIC X(08).
