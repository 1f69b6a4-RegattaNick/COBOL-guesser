      * EODPARM.CPY                                                *
      * GUESSEOD run parameter, read once at start-up.  One        *
      * record per run: the business date to balance.  When the    *
      * record is missing the run balances the business date.       *
      *-----------------------------------------------------------*
       01  EOD-PARM-RECORD.
           05  EOD-BALANCE-DATE           PIC 9(08).
