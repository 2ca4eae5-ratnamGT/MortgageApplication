002399*                     THEM ON THE RUN LOG.  FEES ARE SERVICER
002400*                     INCOME AND STAY OUT OF THE REMITTANCE
002401*                     RECONCILIATION ITSELF.
002402*    2026-10-05  RJT  A LOAN WHOSE SERVICING HAS BEEN TRANSFERRED
002403*                     (LM-LOAN-TRANSFERRED) IS NO LONGER COUNTED
002404*                     IN THE INVESTOR'S EXPECTED REMITTANCE OR
002405*                     FEES.
002406******************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
016550     END-IF.
016600     PERFORM UNTIL WS-LOANMSTR-EOF
016620         IF LM-INVESTOR-CODE = WS-RUN-INVESTOR-CODE
016630                 AND NOT LM-LOAN-TRANSFERRED
016640             ADD LM-OUTSTANDING-FEES TO WS-INVESTOR-FEES-TOTAL
016660         END-IF
016700         IF LM-INVESTOR-CODE = WS-RUN-INVESTOR-CODE
016750             AND LM-NEXT-DUE-DATE = WS-RUN-CYCLE-DATE
016760             AND NOT LM-LOAN-TRANSFERRED
016800             ADD LM-MONTHLY-PYMT-AMT TO WS-EXPECTED-PANDI-TOTAL
016900             SUBTRACT LM-MONTHLY-ESCROW-PYMT
017000                 FROM WS-EXPECTED-PANDI-TOTAL
