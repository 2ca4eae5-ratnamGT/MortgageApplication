002503*                     THE OLD TEST ANY TRICKLE PAYMENT ON SUCH
002504*                     A LOAN POSTED AS A FULL CYCLE.  MATCHES
002505*                     THE SAME GUARD IN COBSUS1.
002506*    2026-10-05  RJT  A PAYMENT FOR A TRANSFERRED LOAN
002507*                     (LM-LOAN-TRANSFERRED) GOES TO SUSPENSE TO
002508*                     BE FORWARDED TO THE NEW SERVICER.
002509******************************************************************
002510 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
020640             THRU 2500-ADD-TO-SUSPENSE-EXIT
020650         GO TO 2000-PROCESS-ONE-REMIT-EXIT
020660     END-IF.
020665     IF LM-LOAN-TRANSFERRED
020670         MOVE 'LOAN TRANSFERRED' TO WS-SUSPENSE-REASON
020675         PERFORM 2500-ADD-TO-SUSPENSE
020680             THRU 2500-ADD-TO-SUSPENSE-EXIT
020685         GO TO 2000-PROCESS-ONE-REMIT-EXIT
020690     END-IF.
020700     IF LM-CYCLE-PAID
020800         MOVE 'CYCLE ALREADY MARKED PAID' TO WS-SUSPENSE-REASON
020900         PERFORM 2500-ADD-TO-SUSPENSE
