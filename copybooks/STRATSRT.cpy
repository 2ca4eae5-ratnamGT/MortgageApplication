      *****************************************************************
      * STRATSRT.CPY
      *
      * STRATA-SORT-RECORD - SORT RECORD FOR THE MONTH-END PORTFOLIO
      * STRATIFICATION (COBSTR1).  EVERY ACTIVE LOAN IS RELEASED TO
      * THE SORT ONCE FOR EACH STRATIFICATION DIMENSION, CARRYING THE
      * STRATUM IT FALLS IN FOR THAT DIMENSION, AND THE SORT ON
      * DIMENSION AND STRATUM KEY BRINGS EACH STRATUM'S LOANS
      * TOGETHER FOR THE REPORT'S CONTROL BREAKS.  FOR A BANDED
      * DIMENSION THE KEY IS THE BAND NUMBER SO THE BANDS PRINT IN
      * ORDER; FOR A CODED DIMENSION IT IS THE CODE ITSELF.
      * STS-REMAINING-TERM IS THE MONTHS LEFT TO PAY THE CURRENT
      * BALANCE OFF AT THE NOTE RATE AND CURRENT P&I PAYMENT.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RJT  INITIAL VERSION.
      *****************************************************************
       01  STRATA-SORT-RECORD.
           05  STS-DIMENSION           PIC 9(01).
               88  STS-BY-PRODUCT          VALUE 1.
               88  STS-BY-INVESTOR         VALUE 2.
               88  STS-BY-PROPERTY-STATE   VALUE 3.
               88  STS-BY-NOTE-RATE        VALUE 4.
               88  STS-BY-REMAINING-TERM   VALUE 5.
               88  STS-BY-BALANCE          VALUE 6.
               88  STS-BY-DELINQUENCY      VALUE 7.
           05  STS-STRATUM-KEY         PIC X(06).
           05  STS-STRATUM-LABEL       PIC X(16).
           05  STS-LOAN-NUMBER         PIC 9(10).
           05  STS-CURRENT-BALANCE     PIC S9(09)V99 COMP-3.
           05  STS-NOTE-RATE           PIC S9(01)V9(04) COMP-3.
           05  STS-REMAINING-TERM      PIC 9(03).
