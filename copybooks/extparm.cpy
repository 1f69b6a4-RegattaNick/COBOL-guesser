      * GUESSEXT run parameter, read once at start-up.  One        *
      * record per run: the business date whose completed games    *
      * are extracted.  When the record is missing the run         *
      * extracts the business date.                                 *
      *-----------------------------------------------------------*
       01  EXT-PARM-RECORD.
           05  EXT-EXTRACT-DATE           PIC 9(08).
