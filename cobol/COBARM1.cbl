002803*                     ADDRESS FILE (LOANADDR.CPY) SO THE PRINT
002804*                     VENDOR STOPS MATCHING THE EXTRACT TO A
002805*                     SIDE FILE.
002806*    2026-10-05  RJT  A LOAN WHOSE SERVICING HAS BEEN TRANSFERRED
002807*                     (LM-LOAN-TRANSFERRED) GETS NO RATE CHANGE OR
002808*                     NOTICE, THE SAME AS A PAID-OFF LOAN.
002809******************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
030300             ADD 1 TO WS-ERROR-COUNT
030400             GO TO 2000-PROCESS-ONE-ARM-CKPT
030500     END-READ.
030600     IF LM-LOAN-PAID-OFF OR LM-LOAN-TRANSFERRED
030700         GO TO 2000-PROCESS-ONE-ARM-CKPT
030800     END-IF.
030810     IF ARM-CHANGE-FREQ-MONTHS = ZERO
