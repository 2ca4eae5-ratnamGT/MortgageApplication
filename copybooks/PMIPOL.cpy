      *****************************************************************
      * PMIPOL.CPY
      *
      * PMI-POLICY-RECORD - ONE ENTRY PER LOAN ON THE PRIVATE
      * MORTGAGE INSURANCE POLICY VSAM KSDS KEYED ON LOAN NUMBER,
      * CARRYING THE MI CARRIER, CERTIFICATE NUMBER, MONTHLY PREMIUM
      * AND THE ORIGINAL VALUE OF THE PROPERTY.  FED AT BOARDING FROM
      * THE ORIGINATION FEED'S PMI FIELDS (COBBRD1), WHICH ALSO KEEPS
      * THE ORIGINAL RATE, TERM, P&I PAYMENT AND FIRST DUE DATE SO
      * THE MONTHLY PMI RUN (COBPMI1) CAN REBUILD THE ORIGINAL
      * AMORTIZATION SCHEDULE THE TERMINATION RULES ARE MEASURED
      * AGAINST, WHATEVER HAS SINCE HAPPENED TO THE LOAN MASTER
      * (CURTAILMENTS, ARM RESETS, MODIFICATIONS).
      *
      * THE MONTHLY PREMIUM IS COLLECTED AS PART OF THE ESCROW SPLIT
      * OF THE PAYMENT (LM-MONTHLY-ESCROW-PYMT) FOR AS LONG AS THE
      * POLICY IS ACTIVE; COBPMI1 STOPS IT WHEN THE POLICY TERMINATES.
      *
      * MODIFICATION HISTORY
      *   2026-10-08  RJT  INITIAL VERSION.
      *****************************************************************
       01  PMI-POLICY-RECORD.
           05  PMI-LOAN-NUMBER         PIC 9(10).
           05  PMI-CARRIER-CODE        PIC X(06).
           05  PMI-CERTIFICATE-NUMBER  PIC X(15).
           05  PMI-MONTHLY-PREMIUM     PIC S9(05)V99 COMP-3.
           05  PMI-ORIGINAL-VALUE      PIC S9(09)V99 COMP-3.
           05  PMI-ORIGINAL-PRINCIPAL  PIC S9(09)V99 COMP-3.
           05  PMI-ORIGINAL-RATE       PIC 9(01)V9(04) COMP-3.
           05  PMI-ORIGINAL-TERM       PIC 9(03) COMP-3.
           05  PMI-ORIGINAL-PI-PYMT    PIC S9(07)V99 COMP-3.
           05  PMI-FIRST-DUE-DATE      PIC 9(08).
           05  PMI-POLICY-STATUS       PIC X(01).
               88  PMI-POLICY-ACTIVE       VALUE 'A'.
               88  PMI-POLICY-TERMINATED   VALUE 'T'.
               88  PMI-POLICY-CANCELLED    VALUE 'C'.
               88  PMI-POLICY-CLOSED       VALUE 'P'.
           05  PMI-TERMINATION-REASON  PIC X(01).
               88  PMI-TERM-SCHEDULED-78   VALUE 'S'.
               88  PMI-TERM-MIDPOINT       VALUE 'M'.
               88  PMI-TERM-BORROWER       VALUE 'B'.
               88  PMI-TERM-PAID-OFF       VALUE 'P'.
           05  PMI-TERMINATION-DATE    PIC 9(08).
           05  PMI-CANCEL-ELIGIBLE-SW  PIC X(01).
               88  PMI-CANCEL-ELIGIBLE     VALUE 'Y'.
               88  PMI-CANCEL-NOT-ELIGIBLE VALUE 'N'.
           05  PMI-CANCEL-ELIGIBLE-DATE
                                       PIC 9(08).
           05  PMI-CURRENT-LTV         PIC 9(03)V99 COMP-3.
           05  PMI-SCHEDULED-LTV       PIC 9(03)V99 COMP-3.
           05  PMI-LAST-REMIT-DATE     PIC 9(08).
           05  PMI-YTD-PREMIUM-YEAR    PIC 9(04).
           05  PMI-YTD-PREMIUM-PAID    PIC S9(07)V99 COMP-3.
           05  FILLER                  PIC X(20).
