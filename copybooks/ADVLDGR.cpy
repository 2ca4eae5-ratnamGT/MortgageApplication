      *****************************************************************
      * ADVLDGR.CPY
      *
      * ADVANCE-LEDGER-RECORD - ONE ENTRY PER ADVANCE THE SERVICER
      * FRONTS ON A LOAN, KEPT ON THE ADVANCE LEDGER VSAM KSDS KEYED
      * ON LOAN NUMBER, ADVANCE TYPE AND ADVANCE DATE, WITH A
      * SEQUENCE NUMBER FOR A SECOND ADVANCE OF THE SAME TYPE ON THE
      * SAME DAY.  THREE ADVANCE TYPES:
      *     'E'  ESCROW ADVANCE - THE PART OF A TAX OR INSURANCE
      *          DISBURSEMENT, OF A FORCE-PLACED PREMIUM OR OF A
      *          PMI PREMIUM, THAT DROVE LM-ESCROW-BALANCE BELOW
      *          ZERO.  WRITTEN BY THE DISBURSEMENT RUN (COBDSB1),
      *          THE INSURANCE SWEEP (COBINS1), THE MONTHLY PMI RUN
      *          (COBPMI1) AND SERVICING'S ADVANCE CARDS (COBADV1).
      *     'F'  FORECLOSURE ATTORNEY FEES AND COSTS
      *     'I'  PROPERTY INSPECTION / PRESERVATION COSTS
      *          'F' AND 'I' ARE CORPORATE ADVANCES, ENTERED ONLY
      *          FROM SERVICING'S ADVANCE CARDS (COBADV1) AGAINST A
      *          LOAN WITH A FORECLOSURE CASE ON FILE (CASEREC.CPY).
      *
      * THE AMOUNT STILL OUTSTANDING IS ADL-ADVANCE-AMOUNT LESS
      * ADL-RECOVERED-AMOUNT.  AN ENTRY IS RECOVERED AT PAYOFF OR
      * REINSTATEMENT (COBPAY1), OR - FOR AN ESCROW ADVANCE - AS THE
      * BORROWER'S ESCROW PAYMENTS BRING THE ESCROW BALANCE BACK UP
      * (COBADV2, MONTH END).  A FULLY RECOVERED ENTRY STAYS ON FILE
      * WITH ITS RECOVERY DATE AND SOURCE AS THE HISTORY OF THE
      * ADVANCE.  ESCROW ADVANCES ARE RECOVERED OLDEST FIRST.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RJT  INITIAL VERSION.
      *****************************************************************
       01  ADVANCE-LEDGER-RECORD.
           05  ADL-KEY.
               10  ADL-LOAN-NUMBER     PIC 9(10).
               10  ADL-ADVANCE-TYPE    PIC X(01).
                   88  ADL-ESCROW-ADVANCE      VALUE 'E'.
                   88  ADL-FORECLOSURE-ADVANCE VALUE 'F'.
                   88  ADL-INSPECTION-ADVANCE  VALUE 'I'.
                   88  ADL-CORPORATE-ADVANCE   VALUE 'F' 'I'.
                   88  ADL-VALID-TYPE          VALUE 'E' 'F' 'I'.
               10  ADL-ADVANCE-DATE    PIC 9(08).
               10  ADL-SEQUENCE        PIC 9(03).
           05  ADL-ADVANCE-AMOUNT      PIC S9(07)V99 COMP-3.
           05  ADL-RECOVERED-AMOUNT    PIC S9(07)V99 COMP-3.
           05  ADL-ENTRY-STATUS        PIC X(01).
               88  ADL-ENTRY-OPEN          VALUE 'O'.
               88  ADL-ENTRY-RECOVERED     VALUE 'R'.
           05  ADL-ENTRY-SOURCE        PIC X(01).
               88  ADL-FROM-DISBURSEMENT   VALUE 'D'.
               88  ADL-FROM-FORCE-PLACE    VALUE 'P'.
               88  ADL-FROM-ADVANCE-CARD   VALUE 'C'.
           05  ADL-PAYEE-NAME          PIC X(30).
           05  ADL-REFERENCE           PIC X(15).
           05  ADL-ENTERED-BY          PIC X(08).
           05  ADL-RECOVERED-DATE      PIC 9(08).
           05  ADL-RECOVERY-SOURCE     PIC X(01).
               88  ADL-RECOVERED-AT-PAYOFF     VALUE 'P'.
               88  ADL-RECOVERED-AT-REINSTATE  VALUE 'R'.
               88  ADL-RECOVERED-FROM-ESCROW   VALUE 'E'.
           05  FILLER                  PIC X(20).
