      *****************************************************************
      * PMINOT.CPY
      *
      * PMI-NOTICE-RECORD - THE BORROWER PMI CORRESPONDENCE EXTRACT
      * WRITTEN BY THE MONTHLY PMI RUN (COBPMI1) FOR THE PRINT
      * VENDOR, MAILED TO THE BORROWER'S ADDRESS OF RECORD FROM THE
      * LOAN ADDRESS FILE (LOANADDR.CPY).  TWO NOTICE TYPES:
      *     'T'  TERMINATION NOTICE - THE POLICY HAS TERMINATED AND
      *          THE PREMIUM IS NO LONGER COLLECTED.  PMN-NEW-ESCROW-
      *          PYMT IS THE ESCROW PAYMENT WITHOUT THE PREMIUM.
      *     'D'  ANNUAL PMI DISCLOSURE - WRITTEN FOR EVERY ACTIVE
      *          POLICY ON THE RUN FLAGGED AS THE DISCLOSURE RUN AND
      *          MAILED WITH THE ANNUAL ESCROW NOTICE.  CARRIES THE
      *          BORROWER'S CANCELLATION AND AUTOMATIC TERMINATION
      *          DATES ON THE ORIGINAL SCHEDULE, THE CURRENT LTV AND
      *          WHETHER THE LOAN IS ALREADY ELIGIBLE FOR CANCELLATION
      *          ON REQUEST.
      *
      * MODIFICATION HISTORY
      *   2026-10-08  RJT  INITIAL VERSION.
      *****************************************************************
       01  PMI-NOTICE-RECORD.
           05  PMN-NOTICE-TYPE         PIC X(01).
               88  PMN-TERMINATION-NOTICE  VALUE 'T'.
               88  PMN-ANNUAL-DISCLOSURE   VALUE 'D'.
           05  PMN-LOAN-NUMBER         PIC 9(10).
           05  PMN-BORROWER-NAME       PIC X(30).
           05  PMN-MAIL-STREET         PIC X(30).
           05  PMN-MAIL-CITY           PIC X(20).
           05  PMN-MAIL-STATE          PIC X(02).
           05  PMN-MAIL-ZIP            PIC X(09).
           05  PMN-NOTICE-DATE         PIC 9(08).
           05  PMN-CARRIER-CODE        PIC X(06).
           05  PMN-CERTIFICATE-NUMBER  PIC X(15).
           05  PMN-MONTHLY-PREMIUM     PIC S9(05)V99.
           05  PMN-ORIGINAL-VALUE      PIC S9(09)V99.
           05  PMN-CURRENT-BALANCE     PIC S9(09)V99.
           05  PMN-CURRENT-LTV         PIC 9(03)V99.
           05  PMN-TERMINATION-REASON  PIC X(01).
           05  PMN-TERMINATION-DATE    PIC 9(08).
           05  PMN-NEW-ESCROW-PYMT     PIC S9(07)V99.
           05  PMN-CANCEL-ELIGIBLE-SW  PIC X(01).
           05  PMN-CANCEL-80-DATE      PIC 9(08).
           05  PMN-TERMINATE-78-DATE   PIC 9(08).
           05  PMN-YTD-PREMIUM-PAID    PIC S9(07)V99.
           05  FILLER                  PIC X(10).
