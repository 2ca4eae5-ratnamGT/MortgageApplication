002300*    MODIFICATION HISTORY
002400*    ---------------------------------------------------------
002500*    2026-09-01  RJT  INITIAL VERSION.
002510*    2026-10-05  RJT  A PLAN CANNOT BE GRANTED ON A LOAN WHOSE
002520*                     SERVICING HAS BEEN TRANSFERRED
002530*                     (LM-LOAN-TRANSFERRED).
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
030800             THRU 2800-WRITE-ERROR-LINE-EXIT
030900         GO TO 2200-APPLY-GRANT-EXIT
031000     END-IF.
031010     IF LM-LOAN-TRANSFERRED
031020         MOVE 'LOAN TRANSFERRED' TO WS-REGISTER-MESSAGE
031030         PERFORM 2800-WRITE-ERROR-LINE
031040             THRU 2800-WRITE-ERROR-LINE-EXIT
031050         GO TO 2200-APPLY-GRANT-EXIT
031060     END-IF.
031100     MOVE PRQ-LOAN-NUMBER TO PLN-LOAN-NUMBER.
031200     SET WS-PLAN-RECORD-FOUND TO TRUE.
031300     READ LOSS-MIT-PLAN-FILE
