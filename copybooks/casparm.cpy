      *-----------------------------------------------------------*
      * CASPARM.CPY                                                *
      * GUESSCAS run parameter, read once at start-up.  One        *
      * record per run: the date the case report is printed as   *
      * of, which ages the open cases and picks out the flags     *
      * raised that night.  When the record is missing the report *
      * runs as of the business date.                              *
      *-----------------------------------------------------------*
       01  CAS-PARM-RECORD.
           05  CAS-REPORT-DATE            PIC 9(08).
           05  FILLER                     PIC X(12).
