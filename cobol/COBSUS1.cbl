002864*                     NIGHT WITH NO MONEY CONSUMED.  THE HELD
002865*                     FUNDS ARE AGED INSTEAD UNTIL THE PLAN
002866*                     ENDS OR SERVICING APPLIES THEM BY HAND.
002872*    2026-10-05  RJT  FUNDS HELD FOR A LOAN WHOSE SERVICING HAS
002878*                     BEEN TRANSFERRED (LM-LOAN-TRANSFERRED) ARE
002884*                     NEVER RELEASED TO A CYCLE - THEY ARE AGED
002890*                     FOR FORWARDING TO THE NEW SERVICER.
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
022800             THRU 2500-WRITE-AGING-LINE-EXIT
022900         GO TO 2000-PROCESS-ONE-SUSPENSE-EXIT
023000     END-IF.
023010     IF LM-LOAN-TRANSFERRED
023020         MOVE 'LOAN TRANSFERRED' TO WS-HOLD-REASON
023030         PERFORM 2500-WRITE-AGING-LINE
023040             THRU 2500-WRITE-AGING-LINE-EXIT
023050         GO TO 2000-PROCESS-ONE-SUSPENSE-EXIT
023060     END-IF.
023100     IF LM-CYCLE-PAID
023200         MOVE 'CYCLE ALREADY MARKED PAID' TO WS-HOLD-REASON
023300         PERFORM 2500-WRITE-AGING-LINE
