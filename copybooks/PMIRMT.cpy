      *****************************************************************
      * PMIRMT.CPY
      *
      * PMI-REMITTANCE-RECORD - THE MONTHLY MI PREMIUM REMITTANCE
      * FILE WRITTEN BY COBPMI1, ONE FILE FOR ALL CARRIERS IN CARRIER
      * SEQUENCE.  EACH CARRIER'S GROUP IS ONE DETAIL RECORD (TYPE
      * 'D') PER ACTIVE CERTIFICATE FOLLOWED BY A CARRIER TOTAL
      * RECORD (TYPE 'T', LOAN NUMBER ZERO) CARRYING THE CERTIFICATE
      * COUNT AND PREMIUM TOTAL TREASURY WIRES TO THAT CARRIER.
      *
      * MODIFICATION HISTORY
      *   2026-10-08  RJT  INITIAL VERSION.
      *****************************************************************
       01  PMI-REMITTANCE-RECORD.
           05  PRM-RECORD-TYPE         PIC X(01).
               88  PRM-DETAIL-RECORD       VALUE 'D'.
               88  PRM-CARRIER-TOTAL       VALUE 'T'.
           05  PRM-CARRIER-CODE        PIC X(06).
           05  PRM-LOAN-NUMBER         PIC 9(10).
           05  PRM-CERTIFICATE-NUMBER  PIC X(15).
           05  PRM-BORROWER-NAME       PIC X(30).
           05  PRM-PREMIUM-AMOUNT      PIC S9(07)V99.
           05  PRM-REMIT-PERIOD        PIC 9(06).
           05  PRM-CERTIFICATE-COUNT   PIC 9(07).
           05  FILLER                  PIC X(16).
