      *   2026-08-09  RJT  INITIAL VERSION.
      *   2026-08-09  RJT  ADDED GL-PRODUCT-CODE - RECONCILIATION IS
      *                    BY BRANCH AND PRODUCT, NOT BRANCH ALONE.
      *   2026-10-15  RJT  ADDED ESCROW, FORECLOSURE AND INSPECTION
      *                    ADVANCE CONTROL TOTALS FOR THE MONTH-END
      *                    ADVANCE RECEIVABLE TIE-OUT (COBADV2).
      *****************************************************************
       01  GL-CONTROL-RECORD.
           05  GL-BRANCH-CODE          PIC X(04).
           05  GL-PRODUCT-CODE         PIC X(04).
           05  GL-LOAN-BALANCE-TOTAL   PIC S9(11)V99 COMP-3.
           05  GL-ESCROW-BALANCE-TOTAL PIC S9(11)V99 COMP-3.
           05  GL-ESCROW-ADVANCE-TOTAL PIC S9(11)V99 COMP-3.
           05  GL-FCL-ADVANCE-TOTAL    PIC S9(11)V99 COMP-3.
           05  GL-INSPECT-ADVANCE-TOTAL
                                       PIC S9(11)V99 COMP-3.
