      *-----------------------------------------------------------*
      * CTLHIST.CPY                                                *
      * CONTROL-HISTORY-FILE record.  One record per change        *
      * CTLMAINT has applied to the CONTROL-TABLE-FILE - who made  *
      * it, when, and the entry's parameters before and after -    *
      * appended, never rewritten, so the history of what was in   *
      * force on any day can be shown in a dispute.  CTLLIST        *
      * prints it.                                                  *
      *-----------------------------------------------------------*
       01  CONTROL-HISTORY-RECORD.
           05  CTLH-EFFECTIVE-DATE        PIC 9(08).
           05  CTLH-ACTION-CODE           PIC X(01).
               88  CTLH-ADDED                 VALUE "A".
               88  CTLH-CHANGED               VALUE "C".
               88  CTLH-DELETED               VALUE "D".
           05  CTLH-CHANGED-BY            PIC X(08).
      * When by the clock, and the business date it was then.
           05  CTLH-CHANGE-DATE           PIC 9(08).
           05  CTLH-CHANGE-TIME           PIC 9(08).
           05  CTLH-BUSINESS-DATE         PIC 9(08).
      * The entry before and after, in CTLPARM layout.  The old
      * set is spaces on an add; the new set is spaces on a delete.
           05  CTLH-OLD-PARM-DATA.
               10  CTLH-OLD-DIFFICULTY-CODE
                                          PIC X(01).
               10  CTLH-OLD-RANGE-LOW     PIC X(03).
               10  CTLH-OLD-RANGE-HIGH    PIC X(03).
               10  CTLH-OLD-MAX-GUESSES   PIC X(02).
               10  CTLH-OLD-RESTART-FLAG  PIC X(01).
               10  CTLH-OLD-SESSION-MODE  PIC X(01).
               10  CTLH-OLD-MATCH-ROUNDS  PIC X(02).
               10  CTLH-OLD-FIXED-FLAG    PIC X(01).
               10  CTLH-OLD-FIXED-NUMBER  PIC X(03).
               10  FILLER                 PIC X(02).
           05  CTLH-NEW-PARM-DATA.
               10  CTLH-NEW-DIFFICULTY-CODE
                                          PIC X(01).
               10  CTLH-NEW-RANGE-LOW     PIC X(03).
               10  CTLH-NEW-RANGE-HIGH    PIC X(03).
               10  CTLH-NEW-MAX-GUESSES   PIC X(02).
               10  CTLH-NEW-RESTART-FLAG  PIC X(01).
               10  CTLH-NEW-SESSION-MODE  PIC X(01).
               10  CTLH-NEW-MATCH-ROUNDS  PIC X(02).
               10  CTLH-NEW-FIXED-FLAG    PIC X(01).
               10  CTLH-NEW-FIXED-NUMBER  PIC X(03).
               10  FILLER                 PIC X(02).
           05  CTLH-REASON                PIC X(30).
           05  FILLER                     PIC X(10).
