      * Session control / difficulty parameters, read once at      *
      * program start-up from the CONTROL-FILE.  One record per    *
      * run.  Lets an operator switch difficulty by editing the    *
      * parameter file, not the program.  Once CTLMAINT has        *
      * started the effective-dated CONTROL-TABLE-FILE (CTLTBL.CPY *
      * - same layout per entry), the entry in effect for the      *
      * date being processed takes this record's place; the record *
      * then covers only dates before the first entry.             *
      *-----------------------------------------------------------*
       01  CTL-PARM-RECORD.
           05  CTL-DIFFICULTY-CODE        PIC X(01).
               88  CTL-MODE-BATCH              VALUE "B".
               88  CTL-MODE-MATCH              VALUE "M".
               88  CTL-MODE-HEAD2HEAD          VALUE "H".
               88  CTL-MODE-CHALLENGE          VALUE "D".
           05  CTL-MATCH-ROUNDS            PIC 9(02).
           05  CTL-FIXED-NUMBER-FLAG       PIC X(01).
               88  CTL-FIXED-NUMBER-YES        VALUE "Y".
