      *-----------------------------------------------------------*
      * NTFHIST.CPY                                                *
      * NOTIFY-HISTORY-FILE record.  One record per notification  *
      * GUESSNTF has ever sent, keyed on player + event type +    *
      * the event's own reference (the pairing, the saved-game    *
      * checkpoint, the award code, the rating date).  The keyed *
      * WRITE is what sends each notification exactly once,       *
      * however many nights - or reruns - find the event again.   *
      *-----------------------------------------------------------*
       01  NOTIFY-HISTORY-RECORD.
           05  NTFH-KEY.
               10  NTFH-PLAYER-ID         PIC X(10).
               10  NTFH-EVENT-TYPE        PIC X(01).
               10  NTFH-EVENT-REF         PIC X(20).
           05  NTFH-SENT-DATE             PIC 9(08).
           05  FILLER                     PIC X(11).
