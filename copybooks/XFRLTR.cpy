      *****************************************************************
      * XFRLTR.CPY
      *
      * TRANSFER-LETTER-RECORD - ONE ENTRY PER LOAN ON THE RESPA
      * NOTICE OF SERVICING TRANSFER ("GOODBYE LETTER") EXTRACT
      * WRITTEN BY COBXFR1 FOR THE PRINT VENDOR.  THE EXTRACT IS ONLY
      * PRODUCED AT LEAST 15 DAYS BEFORE THE TRANSFER EFFECTIVE DATE
      * AND CARRIES THE NEW SERVICER'S NAME AND TOLL-FREE NUMBER, THE
      * LAST DAY WE WILL ACCEPT PAYMENTS, AND THE FIRST PAYMENT THE
      * NEW SERVICER WILL COLLECT.  MAILS TO THE BORROWER'S ADDRESS
      * OF RECORD FROM THE LOAN ADDRESS FILE (LOANADDR.CPY).
      *
      * MODIFICATION HISTORY
      *   2026-10-05  RJT  INITIAL VERSION.
      *****************************************************************
       01  TRANSFER-LETTER-RECORD.
           05  XLT-LOAN-NUMBER         PIC 9(10).
           05  XLT-BORROWER-NAME       PIC X(30).
           05  XLT-MAIL-STREET         PIC X(30).
           05  XLT-MAIL-CITY           PIC X(20).
           05  XLT-MAIL-STATE          PIC X(02).
           05  XLT-MAIL-ZIP            PIC X(09).
           05  XLT-NOTICE-DATE         PIC 9(08).
           05  XLT-EFFECTIVE-DATE      PIC 9(08).
           05  XLT-LAST-ACCEPT-DATE    PIC 9(08).
           05  XLT-TRANSFEREE-NAME     PIC X(30).
           05  XLT-TRANSFEREE-PHONE    PIC X(10).
           05  XLT-NEXT-DUE-DATE       PIC 9(08).
           05  XLT-MONTHLY-PYMT-AMT    PIC S9(07)V99.
           05  FILLER                  PIC X(10).
