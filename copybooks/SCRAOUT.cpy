      *****************************************************************
      * SCRAOUT.CPY
      *
      * DMDC-REQUEST-RECORD - ONE ENTRY PER ACTIVE LOAN ON THE
      * MONTHLY MATCH REQUEST SENT TO THE DEFENSE MANPOWER DATA
      * CENTER'S SCRA SERVICE, WRITTEN BY THE MONTHLY SCRA RUN
      * (COBSCR1).  THE LOAN NUMBER IS SENT AS THE CUSTOMER RECORD
      * ID, WHICH DMDC RETURNS UNCHANGED ON THE RESPONSE
      * (SCRARSP.CPY).  THE LOAN MASTER CARRIES NO DATE OF BIRTH, SO
      * THE MATCH IS MADE ON SSN AND NAME.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RJT  INITIAL VERSION.
      *****************************************************************
       01  DMDC-REQUEST-RECORD.
           05  DMQ-SSN                 PIC 9(09).
           05  DMQ-DATE-OF-BIRTH       PIC X(08).
           05  DMQ-BORROWER-NAME       PIC X(30).
           05  DMQ-CUSTOMER-RECORD-ID.
               10  DMQ-LOAN-NUMBER     PIC 9(10).
               10  FILLER              PIC X(18).
           05  DMQ-STATUS-AS-OF-DATE   PIC 9(08).
           05  FILLER                  PIC X(17).
