002500*    MODIFICATION HISTORY
002600*    ---------------------------------------------------------
002700*    2026-09-01  RJT  INITIAL VERSION.
002710*    2026-10-05  RJT  A RETURN FOR A LOAN WHOSE SERVICING HAS BEEN
002720*                     TRANSFERRED (LM-LOAN-TRANSFERRED) IS
002730*                     REPORTED FOR SERVICING AND NOT REVERSED, THE
002740*                     SAME AS A PAID-OFF LOAN.
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
026800             THRU 2800-WRITE-ERROR-LINE-EXIT
026900         GO TO 2000-PROCESS-ONE-RETURN-EXIT
027000     END-IF.
027010     IF LM-LOAN-TRANSFERRED
027020         MOVE 'LOAN TRANSFERRED - SEE SVCG' TO WS-REGISTER-MESSAGE
027030         PERFORM 2800-WRITE-ERROR-LINE
027040             THRU 2800-WRITE-ERROR-LINE-EXIT
027050         GO TO 2000-PROCESS-ONE-RETURN-EXIT
027060     END-IF.
027100     IF LM-CYCLE-PAID
027200         PERFORM 2200-CLEAR-CYCLE-FLAG
027300             THRU 2200-CLEAR-CYCLE-FLAG-EXIT
