      *-----------------------------------------------------------*
      * PLAYLIM.CPY                                                *
      * PLAY-LIMIT-FILE record, read once at sign-on by            *
      * COBOL-guesser.  Four record types:                          *
      *   "H" - one permitted sign-on window for a weekday (key   *
      *         byte 1 = "1" Monday through "7" Sunday), start    *
      *         time inclusive to end time exclusive, HHMM (end   *
      *         2400 runs to midnight).  A weekday may have more  *
      *         than one window; a weekday with none is open all  *
      *         day, and a 0000-0000 window closes it.             *
      *   "D" - the default daily caps: games and matches per     *
      *         player per day.  Zero means no cap.                *
      *   "P" - a per-player override, keyed on player id.        *
      *   "T" - a per-team override, keyed on team id.            *
      * An override replaces any cap it gives (zero keeps the     *
      * default) and, when it gives a window, replaces the        *
      * weekday hours every day.  A player override wins over     *
      * their team's.  An override stops applying after its      *
      * expiry date (zero never expires).  No file, no limits.     *
      *-----------------------------------------------------------*
       01  PLAY-LIMIT-RECORD.
           05  PLIM-RECORD-TYPE           PIC X(01).
               88  PLIM-WEEKDAY-HOURS         VALUE "H".
               88  PLIM-DEFAULT-CAPS          VALUE "D".
               88  PLIM-PLAYER-OVERRIDE       VALUE "P".
               88  PLIM-TEAM-OVERRIDE         VALUE "T".
           05  PLIM-LIMIT-KEY             PIC X(10).
           05  PLIM-START-TIME            PIC 9(04).
           05  PLIM-END-TIME              PIC 9(04).
           05  PLIM-MAX-GAMES             PIC 9(03).
           05  PLIM-MAX-MATCHES           PIC 9(03).
           05  PLIM-EXPIRY-DATE           PIC 9(08).
           05  FILLER                     PIC X(07).
