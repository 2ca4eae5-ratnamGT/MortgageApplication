      *****************************************************************
      * PMIRSRT.CPY
      *
      * PMI-REMIT-SORT-RECORD - SORT WORK RECORD FOR THE MONTHLY MI
      * PREMIUM REMITTANCE.  ONE ENTRY PER ACTIVE CERTIFICATE BILLED
      * BY COBPMI1, SORTED ON CARRIER AND LOAN SO THE REMITTANCE FILE
      * (PMIRMT.CPY) IS WRITTEN ONE CARRIER AT A TIME.
      *
      * MODIFICATION HISTORY
      *   2026-10-08  RJT  INITIAL VERSION.
      *****************************************************************
       01  PMI-REMIT-SORT-RECORD.
           05  PRS-CARRIER-CODE        PIC X(06).
           05  PRS-LOAN-NUMBER         PIC 9(10).
           05  PRS-CERTIFICATE-NUMBER  PIC X(15).
           05  PRS-BORROWER-NAME       PIC X(30).
           05  PRS-PREMIUM-AMOUNT      PIC S9(07)V99 COMP-3.
