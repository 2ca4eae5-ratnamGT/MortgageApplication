002583*                     FREEZES STATUS PROGRESSION IN BOTH
002584*                     DIRECTIONS UNTIL THE PLAN ENDS OR IS
002585*                     CANCELLED.
002588*    2026-10-05  RJT  A LOAN WHOSE SERVICING HAS BEEN TRANSFERRED
002591*                     (LM-LOAN-TRANSFERRED) KEEPS THE STATUS IT
002594*                     WAS TRANSFERRED WITH, THE SAME AS A PAID-OFF
002597*                     LOAN.
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
015300******************************************************************
015400 2000-PROCESS-ONE-LOAN.
015500     IF LM-NEXT-DUE-DATE = ZERO OR LM-LOAN-PAID-OFF
015510             OR LM-LOAN-TRANSFERRED
015600         GO TO 2000-PROCESS-ONE-LOAN-CKPT
015700     END-IF.
015710     PERFORM 2500-CHECK-ACTIVE-PLAN
