      *    78 = 60-89 DAYS       80 = 90-119 DAYS
      *    82 = 120-149 DAYS     83 = 150-179 DAYS
      *    84 = 180+ DAYS        13 = PAID OFF / CLOSED
      *    05 = TRANSFERRED TO ANOTHER SERVICER
      *
      * MODIFICATION HISTORY
      *   2026-08-21  RJT  INITIAL VERSION.
      *                    DELINQUENCY-DERIVED STATUS.  CARVED OUT OF
      *                    THE TRAILING FILLER SO THE RECORD LENGTH
      *                    IS UNCHANGED.
      *   2026-10-05  RJT  ADDED STATUS 05 FOR A LOAN WHOSE SERVICING
      *                    HAS BEEN TRANSFERRED (LM-LOAN-TRANSFERRED).
      *****************************************************************
       01  BUREAU-REPORT-RECORD.
           05  CBR-LOAN-NUMBER         PIC 9(10).
