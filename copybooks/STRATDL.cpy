      *****************************************************************
      * STRATDL.CPY
      *
      * STRATA-DOWNLOAD-RECORD - FIXED-LAYOUT FINANCE DOWNLOAD OF THE
      * MONTH-END PORTFOLIO STRATIFICATION WRITTEN BY COBSTR1.  ONE
      * 'S' RECORD PER STRATUM PRINTED ON THE REPORT, IN THE REPORT'S
      * ORDER, FOLLOWED BY ONE 'T' RECORD CARRYING THE PORTFOLIO
      * TOTALS (DIMENSION ZERO).  SDL-DIMENSION IS THE SAME NUMBER AS
      * STS-DIMENSION ON THE SORT RECORD (STRATSRT.CPY).
      * SDL-PERCENT-OF-PORTFOLIO IS THE STRATUM'S SHARE OF TOTAL UPB
      * (25.5 PERCENT IS 025.5000).  SDL-WTD-AVG-COUPON IS A RATE IN
      * THE SAME FORM AS LM-NOTE-RATE (6.25 PERCENT IS .062500) AND
      * SDL-WTD-AVG-REM-TERM IS IN MONTHS, BOTH WEIGHTED BY UPB.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RJT  INITIAL VERSION.
      *****************************************************************
       01  STRATA-DOWNLOAD-RECORD.
           05  SDL-RECORD-TYPE         PIC X(01).
               88  SDL-STRATUM-RECORD      VALUE 'S'.
               88  SDL-PORTFOLIO-TOTAL     VALUE 'T'.
           05  SDL-AS-OF-DATE          PIC 9(08).
           05  SDL-DIMENSION           PIC 9(01).
           05  SDL-DIMENSION-NAME      PIC X(16).
           05  SDL-STRATUM-KEY         PIC X(06).
           05  SDL-STRATUM-LABEL       PIC X(16).
           05  SDL-LOAN-COUNT          PIC 9(07).
           05  SDL-TOTAL-UPB           PIC S9(13)V99.
           05  SDL-PERCENT-OF-PORTFOLIO PIC 9(03)V9(04).
           05  SDL-WTD-AVG-COUPON      PIC 9(01)V9(06).
           05  SDL-WTD-AVG-REM-TERM    PIC 9(03)V99.
           05  FILLER                  PIC X(21).
