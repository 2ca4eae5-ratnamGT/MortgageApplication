      *****************************************************************
      * SCRARSP.CPY
      *
      * DMDC-RESPONSE-RECORD - ONE ENTRY PER LOAN ON THE RESPONSE THE
      * DEFENSE MANPOWER DATA CENTER RETURNS FOR THE MONTHLY MATCH
      * REQUEST (SCRAOUT.CPY), READ BY THE NEXT MONTHLY SCRA RUN
      * (COBSCR1).  THE CUSTOMER RECORD ID IS THE LOAN NUMBER AS
      * SENT.  THE MATCH RESULT IS:
      *     'A'  ON ACTIVE DUTY AS OF THE STATUS DATE - START DATE
      *          GIVEN, NO END DATE
      *     'L'  LEFT ACTIVE DUTY WITHIN THE LAST 367 DAYS - START
      *          AND END DATES GIVEN
      *     'N'  NO ACTIVE DUTY ON RECORD
      * DMR-REPORT-ID IDENTIFIES THE DMDC STATUS REPORT AND IS KEPT
      * ON THE SCRA FILE AS PROOF OF THE VERIFICATION.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RJT  INITIAL VERSION.
      *****************************************************************
       01  DMDC-RESPONSE-RECORD.
           05  DMR-SSN                 PIC 9(09).
           05  DMR-DATE-OF-BIRTH       PIC X(08).
           05  DMR-BORROWER-NAME       PIC X(30).
           05  DMR-CUSTOMER-RECORD-ID.
               10  DMR-LOAN-NUMBER-X   PIC X(10).
               10  DMR-LOAN-NUMBER REDEFINES DMR-LOAN-NUMBER-X
                                       PIC 9(10).
               10  FILLER              PIC X(18).
           05  DMR-STATUS-AS-OF-DATE   PIC 9(08).
           05  DMR-MATCH-RESULT        PIC X(01).
               88  DMR-ON-ACTIVE-DUTY      VALUE 'A'.
               88  DMR-LEFT-ACTIVE-DUTY    VALUE 'L'.
               88  DMR-NO-ACTIVE-DUTY      VALUE 'N'.
           05  DMR-ACTIVE-DUTY-START-X PIC X(08).
           05  DMR-ACTIVE-DUTY-START REDEFINES DMR-ACTIVE-DUTY-START-X
                                       PIC 9(08).
           05  DMR-ACTIVE-DUTY-END-X   PIC X(08).
           05  DMR-ACTIVE-DUTY-END REDEFINES DMR-ACTIVE-DUTY-END-X
                                       PIC 9(08).
           05  DMR-MATCH-BASIS         PIC X(01).
               88  DMR-MATCHED-SSN-AND-DOB VALUE 'B'.
               88  DMR-MATCHED-SSN-AND-NAME VALUE 'N'.
           05  DMR-REPORT-ID           PIC X(20).
           05  FILLER                  PIC X(10).
