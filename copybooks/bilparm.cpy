      *-----------------------------------------------------------*
      * BILPARM.CPY                                                *
      * GUESSBIL run parameter, read once at start-up.  One        *
      * record per run: the month to bill (YYYYMM - zero or        *
      * missing bills the month before the business date), the GL  *
      * account each department cost center is debited to, and    *
      * the cost center and account that take the balancing       *
      * credit.  The accounts are finance's and are required.       *
      *-----------------------------------------------------------*
       01  BIL-PARM-RECORD.
           05  BIL-BILLING-MONTH          PIC 9(06).
           05  BIL-DEBIT-ACCOUNT          PIC X(08).
           05  BIL-CREDIT-COST-CENTER     PIC X(06).
           05  BIL-CREDIT-ACCOUNT         PIC X(08).
           05  FILLER                     PIC X(02).
