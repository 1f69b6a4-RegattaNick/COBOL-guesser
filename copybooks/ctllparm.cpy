      *-----------------------------------------------------------*
      * CTLLPARM.CPY                                               *
      * CTLLIST run parameter.  The date whose entry in force the *
      * parameter-history report marks - the disputed day.  Zero, *
      * non-numeric, or no record at all marks the entry in force *
      * on the business date.                                      *
      *-----------------------------------------------------------*
       01  CTLL-PARM-RECORD.
           05  CTLL-AS-OF-DATE            PIC 9(08).
           05  FILLER                     PIC X(12).
