      *****************************************************************
      * SCRAREC.CPY
      *
      * SCRA-PROTECTION-RECORD - ONE ENTRY PER LOAN WHOSE BORROWER
      * HAS BEEN FOUND ON ACTIVE MILITARY DUTY, ON THE SCRA VSAM KSDS
      * KEYED ON LOAN NUMBER.  LOADED BY THE MONTHLY SCRA RUN
      * (COBSCR1) FROM THE DEFENSE MANPOWER DATA CENTER'S RESPONSE
      * (SCRARSP.CPY) TO THE PRIOR MONTH'S MATCH REQUEST
      * (SCRAOUT.CPY).
      *
      * THE LOAN IS PROTECTED UNDER THE SERVICEMEMBERS CIVIL RELIEF
      * ACT FROM SCR-ACTIVE-DUTY-START THROUGH SCR-PROTECTION-END-
      * DATE, WHICH IS ONE YEAR AFTER THE ACTIVE DUTY END DATE.  BOTH
      * END DATES ARE ZERO WHILE THE BORROWER IS STILL SERVING.
      * WHILE PROTECTED THE ACCRUAL (COBACR1) CAPS INTEREST AT 6%,
      * THE LATE CHARGE RUN (COBLTC1) ASSESSES NOTHING AND THE
      * FORECLOSURE CASE RUN (COBFCL1) HOLDS REFERRAL AND SALE.
      * EACH OF THEM TESTS THE DATES AGAINST ITS OWN RUN DATE.
      *
      * SCR-PROTECTION-STATUS IS THE STATUS AS AT THE LAST MONTHLY
      * RUN - COBSCR1 REPORTS A LOAN AS ENTERING OR LEAVING
      * PROTECTION WHEN THE DATES NO LONGER AGREE WITH IT.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RJT  INITIAL VERSION.
      *****************************************************************
       01  SCRA-PROTECTION-RECORD.
           05  SCR-LOAN-NUMBER         PIC 9(10).
           05  SCR-BORROWER-SSN        PIC 9(09).
           05  SCR-ACTIVE-DUTY-START   PIC 9(08).
           05  SCR-ACTIVE-DUTY-END     PIC 9(08).
           05  SCR-PROTECTION-END-DATE PIC 9(08).
           05  SCR-VERIFY-METHOD       PIC X(01).
               88  SCR-DMDC-SSN-AND-DOB    VALUE 'B'.
               88  SCR-DMDC-SSN-AND-NAME   VALUE 'N'.
           05  SCR-VERIFIED-DATE       PIC 9(08).
           05  SCR-DMDC-REPORT-ID      PIC X(20).
           05  SCR-PROTECTION-STATUS   PIC X(01).
               88  SCR-STATUS-PROTECTED    VALUE 'P'.
               88  SCR-STATUS-NOT-PROTECTED VALUE 'N' ' '.
           05  SCR-STATUS-CHANGED-DATE PIC 9(08).
           05  FILLER                  PIC X(20).
