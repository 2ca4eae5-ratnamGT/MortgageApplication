002720*                     BORROWER'S MAILING ADDRESS FROM THE LOAN
002730*                     ADDRESS FILE (LOANADDR.CPY) SO THE
002740*                     STATEMENT MAILS TO THE ADDRESS OF RECORD.
002750*    2026-10-05  RJT  A LOAN WHOSE SERVICING HAS BEEN TRANSFERRED
002760*                     (LM-LOAN-TRANSFERRED) GETS NO STATEMENT, THE
002770*                     SAME AS A PAID-OFF LOAN.
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
018400* STATEMENT.
018500******************************************************************
018600 2000-PROCESS-ONE-LOAN.
018700     IF LM-LOAN-PAID-OFF OR LM-LOAN-TRANSFERRED
018710             OR LM-NEXT-DUE-DATE = ZERO
018800         ADD 1 TO WS-SKIPPED-COUNT
018900         GO TO 2000-PROCESS-ONE-LOAN-EXIT
019000     END-IF.
