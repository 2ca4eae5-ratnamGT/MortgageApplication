      *****************************************************************
      * DLQLTR.CPY
      *
      * DELINQUENCY-LETTER-RECORD - ONE ENTRY PER REQUIRED BORROWER
      * DELINQUENCY LETTER ON THE EXTRACT WRITTEN BY THE NIGHTLY
      * DELINQUENCY CORRESPONDENCE RUN (COBCOR1) FOR THE PRINT
      * VENDOR, MAILED TO THE BORROWER'S MAILING ADDRESS FROM THE
      * LOAN ADDRESS FILE (LOANADDR.CPY).  THE LETTER TYPES ARE THE
      * SAME AS ON THE CORRESPONDENCE HISTORY (CORRHIST.CPY).
      * DLT-AMOUNT-DUE IS THE PAST-DUE INSTALLMENTS, EACH AT THE
      * FULL MONTHLY PAYMENT (DLT-MONTHLY-PYMT-AMT, WHICH ALREADY
      * INCLUDES THE ESCROW PAYMENT SHOWN IN DLT-MONTHLY-ESCROW-PYMT),
      * PLUS OUTSTANDING FEES.  DLT-CURE-BY-DATE
      * IS FILLED ON THE BREACH LETTER ONLY - THE LAST DAY TO CURE
      * BEFORE THE LOAN MAY BE REFERRED TO FORECLOSURE.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RJT  INITIAL VERSION.
      *****************************************************************
       01  DELINQUENCY-LETTER-RECORD.
           05  DLT-LETTER-TYPE         PIC X(01).
               88  DLT-EARLY-INTERVENTION  VALUE 'E'.
               88  DLT-LOSS-MIT-OPTIONS    VALUE 'L'.
               88  DLT-BREACH-LETTER       VALUE 'B'.
           05  DLT-LOAN-NUMBER         PIC 9(10).
           05  DLT-BORROWER-NAME       PIC X(30).
           05  DLT-MAIL-STREET         PIC X(30).
           05  DLT-MAIL-CITY           PIC X(20).
           05  DLT-MAIL-STATE          PIC X(02).
           05  DLT-MAIL-ZIP            PIC X(09).
           05  DLT-LETTER-DATE         PIC 9(08).
           05  DLT-NEXT-DUE-DATE       PIC 9(08).
           05  DLT-DAYS-PAST-DUE       PIC 9(05).
           05  DLT-PAST-DUE-CYCLES     PIC 9(03).
           05  DLT-MONTHLY-PYMT-AMT    PIC S9(07)V99.
           05  DLT-MONTHLY-ESCROW-PYMT PIC S9(07)V99.
           05  DLT-OUTSTANDING-FEES    PIC S9(07)V99.
           05  DLT-AMOUNT-DUE          PIC S9(09)V99.
           05  DLT-CURE-BY-DATE        PIC 9(08).
           05  DLT-SERVICING-OFFICER   PIC X(10).
           05  FILLER                  PIC X(10).
