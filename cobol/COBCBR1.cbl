002399*                     LONGER REPORTED AT ALL - THE LOAN IS
002400*                     SUPPRESSED FROM THE EXTRACT AND COUNTED
002401*                     ON THE RUN LOG.
002402*    2026-10-05  RJT  A LOAN WHOSE SERVICING HAS BEEN TRANSFERRED
002403*                     (LM-LOAN-TRANSFERRED) IS REPORTED WITH
002404*                     ACCOUNT STATUS 05 (ACCOUNT TRANSFERRED) AND
002405*                     COUNTED ON ITS OWN LINE OF THE SUMMARY PAGE.
002406******************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
011400*    ONE ENTRY PER REPORTABLE METRO 2-STYLE STATUS CODE.
011500*    ------------------------------------------------------------
011600 01  WS-STATUS-TABLE.
011700     05  WS-STATUS-ENTRY OCCURS 9 TIMES INDEXED BY STS-IDX.
011800         10  WS-STATUS-CODE      PIC X(02).
011900         10  WS-STATUS-LABEL     PIC X(20).
012000         10  WS-STATUS-COUNT     PIC 9(07) COMP.
019900     MOVE '180+ DAYS PAST DUE' TO WS-STATUS-LABEL (7).
020000     MOVE '13' TO WS-STATUS-CODE (8).
020100     MOVE 'PAID OFF / CLOSED' TO WS-STATUS-LABEL (8).
020110     MOVE '05' TO WS-STATUS-CODE (9).
020120     MOVE 'TRANSFERRED' TO WS-STATUS-LABEL (9).
020200     PERFORM 1200-ZERO-ONE-STATUS-COUNT
020300         THRU 1200-ZERO-ONE-STATUS-COUNT-EXIT
020400         VARYING STS-IDX FROM 1 BY 1
020500         UNTIL STS-IDX > 9.
020600 1100-LOAD-STATUS-TABLE-EXIT.
020700     EXIT.
020800*
036700     EVALUATE TRUE
036800         WHEN LM-LOAN-PAID-OFF
036900             MOVE '13' TO WS-ACCOUNT-STATUS
036910         WHEN LM-LOAN-TRANSFERRED
036920             MOVE '05' TO WS-ACCOUNT-STATUS
037000         WHEN WS-DAYS-PAST-DUE < 30
037100             MOVE '11' TO WS-ACCOUNT-STATUS
037200         WHEN WS-DAYS-PAST-DUE < 60
038300             MOVE '84' TO WS-ACCOUNT-STATUS
038400     END-EVALUATE.
038410     MOVE SPACES TO WS-COMPLIANCE-CODE.
038420     IF NOT LM-LOAN-PAID-OFF AND NOT LM-LOAN-TRANSFERRED
038430         PERFORM 3450-CHECK-ACTIVE-PLAN
038440             THRU 3450-CHECK-ACTIVE-PLAN-EXIT
038450         IF WS-PLAN-ACTIVE
042300     PERFORM 5100-PRINT-ONE-STATUS-LINE
042400         THRU 5100-PRINT-ONE-STATUS-LINE-EXIT
042500         VARYING STS-IDX FROM 1 BY 1
042600         UNTIL STS-IDX > 9.
042700     MOVE WS-EXTRACT-COUNT TO SUM-TOTAL-COUNT.
043100     WRITE SUMMARY-REPORT-LINE FROM WS-SUMMARY-TOTAL-LINE
043200         AFTER ADVANCING 1 LINE.
