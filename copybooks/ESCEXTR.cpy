      *                    BY 61 BYTES - THE EXTRACT DATASET AND THE
      *                    VENDOR LAYOUT MUST BE REDEFINED WHEN THIS
      *                    CHANGE IS INSTALLED.
      *   2026-10-08  RJT  ADDED ESC-MI-MONTHLY-PREMIUM - THE PART OF
      *                    THE REQUIRED MONTHLY ESCROW PAYMENT THAT IS
      *                    THE LOAN'S PRIVATE MORTGAGE INSURANCE
      *                    PREMIUM.  CARVED FROM THE TRAILING FILLER;
      *                    RECORD LENGTH IS UNCHANGED.
      *****************************************************************
       01  ESCROW-NOTICE-RECORD.
           05  ESC-LOAN-NUMBER         PIC 9(10).
           05  ESC-MAIL-CITY           PIC X(20).
           05  ESC-MAIL-STATE          PIC X(02).
           05  ESC-MAIL-ZIP            PIC X(09).
           05  ESC-MI-MONTHLY-PREMIUM  PIC S9(05)V99.
           05  FILLER                  PIC X(03).
