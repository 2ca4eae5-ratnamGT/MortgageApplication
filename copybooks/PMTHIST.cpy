      *                    OFFSETS ARE UNCHANGED.  A MONTHLY ARCHIVE
      *                    STEP PURGES CYCLES PAST THE RETENTION
      *                    WINDOW TO A SEQUENTIAL ARCHIVE FILE.
      *   2026-10-08  RJT  ADDED PH-MI-AMOUNT - THE PART OF THE ESCROW
      *                    SPLIT THAT WAS THE LOAN'S MONTHLY PRIVATE
      *                    MORTGAGE INSURANCE PREMIUM (ZERO WHEN THE
      *                    LOAN HAS NO ACTIVE PMI POLICY).  CARVED
      *                    FROM THE TRAILING FILLER; RECORD LENGTH IS
      *                    UNCHANGED.
      *****************************************************************
       01  PAYMENT-HISTORY-RECORD.
           05  PH-CYCLE-KEY.
           05  PH-TOTAL-AMOUNT         PIC S9(07)V99 COMP-3.
           05  PH-BALANCE-AFTER        PIC S9(09)V99 COMP-3.
           05  PH-INVESTOR-CODE        PIC X(06).
           05  PH-MI-AMOUNT            PIC S9(05)V99 COMP-3.
           05  FILLER                  PIC X(11).
