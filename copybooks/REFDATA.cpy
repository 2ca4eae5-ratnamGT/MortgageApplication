      *****************************************************************
      * REFDATA.CPY
      *
      * REFERENCE-DATA-RECORD - ONE ENTRY PER PRODUCT, INVESTOR OR
      * BRANCH DEFINITION ON THE SHARED REFERENCE VSAM KSDS, KEYED ON
      * RECORD TYPE PLUS CODE.  THIS FILE IS THE ONE PLACE THE VALID
      * CODES AND THE PRODUCT TERMS ARE KEPT - BOARDING (COBBRD1)
      * EDITS THE ORIGINATION FEED AGAINST IT AND THE LATE CHARGE RUN
      * (COBLTC1) TAKES EACH PRODUCT'S CHARGE AND GRACE DAYS FROM IT.
      * IT IS MAINTAINED ONLY BY THE REFERENCE DATA REQUEST-CARD RUN
      * (COBREF1), WHICH PRINTS A CHANGE REGISTER AND LOGS EVERY
      * CHANGE TO THE AUDIT TRAIL.
      *
      * A CODE IS IN FORCE FROM ITS ACTIVE DATE UP TO THE DAY BEFORE
      * ITS INACTIVE DATE.  AN INACTIVE DATE OF ZERO MEANS THE CODE
      * HAS NOT BEEN RETIRED.  A RETIRED CODE STAYS ON THE FILE SO
      * LOANS ALREADY BOARDED UNDER IT KEEP THEIR PRODUCT TERMS.
      *
      * REF-CODE IS LEFT-JUSTIFIED - PRODUCT AND BRANCH CODES ARE
      * FOUR CHARACTERS, INVESTOR CODES SIX.  THE RATE, TERM, LATE
      * CHARGE AND GRACE FIELDS ARE USED ON PRODUCT ENTRIES ONLY AND
      * ARE ZERO ON INVESTOR AND BRANCH ENTRIES.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RJT  INITIAL VERSION.
      *****************************************************************
       01  REFERENCE-DATA-RECORD.
           05  REF-KEY.
               10  REF-RECORD-TYPE     PIC X(01).
                   88  REF-PRODUCT-ENTRY   VALUE 'P'.
                   88  REF-INVESTOR-ENTRY  VALUE 'I'.
                   88  REF-BRANCH-ENTRY    VALUE 'B'.
                   88  REF-VALID-TYPE      VALUE 'P' 'I' 'B'.
               10  REF-CODE            PIC X(06).
           05  REF-DESCRIPTION         PIC X(30).
           05  REF-ACTIVE-DATE         PIC 9(08).
           05  REF-INACTIVE-DATE       PIC 9(08).
           05  REF-PRODUCT-TERMS.
               10  REF-MIN-RATE        PIC 9(01)V9(04).
               10  REF-MAX-RATE        PIC 9(01)V9(04).
               10  REF-MIN-TERM-MONTHS PIC 9(03).
               10  REF-MAX-TERM-MONTHS PIC 9(03).
               10  REF-LATE-CHARGE-AMT PIC 9(05)V99.
               10  REF-GRACE-DAYS      PIC 9(03).
           05  REF-LAST-MAINT-DATE     PIC 9(08).
           05  REF-LAST-MAINT-JOB      PIC X(08).
           05  FILLER                  PIC X(20).
