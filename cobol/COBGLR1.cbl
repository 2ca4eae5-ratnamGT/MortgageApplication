002109*                     HELD FOR A LOAN NOT ON THE MASTER CANNOT
002110*                     BE ATTRIBUTED TO A BRANCH AND IS REPORTED
002111*                     SEPARATELY.
002112*    2026-10-05  RJT  A LOAN WHOSE SERVICING HAS BEEN TRANSFERRED
002113*                     (LM-LOAN-TRANSFERRED) KEEPS ITS BALANCES ON
002114*                     THE MASTER BUT IS OFF THE GENERAL LEDGER, SO
002115*                     ITS BALANCES AND SUSPENSE ARE NO LONGER
002116*                     TOTALED.
002117******************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
010400* ESCROW BALANCE INTO THAT BRANCH/PRODUCT'S RUNNING TOTALS.
010500******************************************************************
010600 2000-ACCUMULATE-ONE-LOAN.
010610     IF LM-LOAN-TRANSFERRED
010620         GO TO 2000-ACCUMULATE-ONE-LOAN-EXIT
010630     END-IF.
010700     PERFORM 2100-FIND-BRANCH-ENTRY
010800         THRU 2100-FIND-BRANCH-ENTRY-EXIT.
010850     IF WS-BR-TABLE-NOT-FULL
013635             ADD SUS-BALANCE TO WS-UNMATCHED-SUSP-TOTAL
013636             GO TO 2700-ACCUMULATE-ONE-SUSPENSE-EXIT
013637     END-READ.
013642     IF LM-LOAN-TRANSFERRED
013647         GO TO 2700-ACCUMULATE-ONE-SUSPENSE-EXIT
013652     END-IF.
013657     PERFORM 2100-FIND-BRANCH-ENTRY
013662         THRU 2100-FIND-BRANCH-ENTRY-EXIT.
013667     IF WS-BR-TABLE-NOT-FULL
013672         ADD SUS-BALANCE TO BR-SUSPENSE-TOTAL (BR-IDX)
013677     END-IF.
013682 2700-ACCUMULATE-ONE-SUSPENSE-EXIT.
013687     EXIT.
013692*
013700******************************************************************
013800* 3000-RECONCILE-ONE-BRANCH FETCHES THE GENERAL LEDGER'S CONTROL
013900* TOTALS FOR THIS BRANCH/PRODUCT AND COMPARES THEM TO THE LOAN
