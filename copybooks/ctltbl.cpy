      *-----------------------------------------------------------*
      * CTLTBL.CPY                                                 *
      * CONTROL-TABLE-FILE record - the effective-dated control   *
      * parameters.  One entry per start date, keyed on that date *
      * and carrying a full CTLPARM parameter set, in force from  *
      * the start of that business day until the next entry's     *
      * start date.  COBOL-guesser plays the entry in effect for   *
      * the business date; each batch program uses the entry in    *
      * effect on the date it is processing.  Kept only by         *
      * CTLMAINT, which edits every change and logs it to the     *
      * CONTROL-HISTORY-FILE.  A date before the first entry, or  *
      * a site with no table yet, still runs from CTLPARM.         *
      *-----------------------------------------------------------*
       01  CONTROL-TABLE-RECORD.
           05  CTLT-EFFECTIVE-DATE        PIC 9(08).
      * Byte for byte the CTL-PARM-RECORD layout, so an entry moves
      * straight over the record the programs already test.
           05  CTLT-PARM-DATA.
               10  CTLT-DIFFICULTY-CODE   PIC X(01).
               10  CTLT-RANGE-LOW         PIC 9(03).
               10  CTLT-RANGE-HIGH        PIC 9(03).
               10  CTLT-MAX-GUESSES       PIC 9(02).
               10  CTLT-RESTART-FLAG      PIC X(01).
               10  CTLT-SESSION-MODE      PIC X(01).
               10  CTLT-MATCH-ROUNDS      PIC 9(02).
               10  CTLT-FIXED-NUMBER-FLAG PIC X(01).
               10  CTLT-FIXED-NUMBER      PIC 9(03).
               10  FILLER                 PIC X(02).
      * The entry's last change - who keyed it, and the clock date
      * and time CTLMAINT applied it.  The full old/new trail is on
      * the CONTROL-HISTORY-FILE.
           05  CTLT-CHANGED-BY            PIC X(08).
           05  CTLT-CHANGED-DATE          PIC 9(08).
           05  CTLT-CHANGED-TIME          PIC 9(08).
           05  FILLER                     PIC X(10).
