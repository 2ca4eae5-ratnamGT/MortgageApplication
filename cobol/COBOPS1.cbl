002480*                     FROM AN ANNUAL STEP LIKE THE ESCROW
002490*                     ANALYSIS MUST NOT RAISE A PERMANENT FALSE
002491*                     ALARM ON EVERY OTHER NIGHT OF THE YEAR.
002492*    2026-10-08  RJT  STEP TABLE WIDENED FROM 20 TO 50 ENTRIES -
002493*                     THE MONTHLY PMI STEP TOOK THE CHAIN PAST
002494*                     20 CHECKPOINTING STEPS.
002507*    2026-10-15  RJT  THE NIGHTLY LOAN INTEGRITY SWEEP (COBINT1)
002520*                     IS NOW RECONCILED - ITS LOANS READ AGAINST
002533*                     THE LOAN MASTER COUNT, AND ITS EXCEPTION
002546*                     COUNT (CARRIED IN ITS RECORDS WRITTEN)
002559*                     PRINTED.  ANY EXCEPTION SETS RETURN CODE
002572*                     04 SO THE DAY SHIFT WORKS THE REPORT.
002585******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
007700*    ------------------------------------------------------------
007800 01  WS-STEP-TABLE.
007900     05  WS-STEP-ENTRY-COUNT     PIC 9(03) COMP VALUE ZERO.
008000     05  WS-STEP-ENTRY OCCURS 50 TIMES INDEXED BY STP-IDX.
008100         10  WS-STP-STEP-NAME    PIC X(08).
008200         10  WS-STP-STATUS       PIC X(01).
008250         10  WS-STP-AGE-FLAG     PIC X(01).
024300     WRITE OPS-REPORT-LINE FROM WS-STEP-DETAIL-LINE
024400         AFTER ADVANCING 1 LINE.
024500     ADD 1 TO WS-STEP-COUNT.
024600     IF WS-STEP-ENTRY-COUNT < 50
024700         ADD 1 TO WS-STEP-ENTRY-COUNT
024800         SET STP-IDX TO WS-STEP-ENTRY-COUNT
024900         MOVE CKPT-STEP-NAME TO WS-STP-STEP-NAME (STP-IDX)
034950     END-EVALUATE.
035000     WRITE OPS-REPORT-LINE FROM WS-RECON-DETAIL-LINE
035100         AFTER ADVANCING 1 LINE.
035133     PERFORM 4300-REPORT-INTEGRITY-SWEEP
035166         THRU 4300-REPORT-INTEGRITY-SWEEP-EXIT.
035200     IF WS-MISMATCH-COUNT > ZERO
035300         SET WS-ABEND-REQUIRED TO TRUE
035400         IF 12 > WS-HIGHEST-RETURN-CODE
041000         AFTER ADVANCING 1 LINE.
041100 4200-REPORT-READ-RECON-EXIT.
041200     EXIT.
041202*
041204******************************************************************
041206* 4300-REPORT-INTEGRITY-SWEEP RECONCILES THE LOAN INTEGRITY
041208* SWEEP'S LOANS READ LIKE ANY OTHER LOAN-DRIVEN STEP AND PRINTS
041210* ITS EXCEPTION COUNT.  EXCEPTIONS ARE LOANS WHOSE OWN FILES
041212* DISAGREE, NOT A CHAIN FAILURE, SO THEY RAISE THE RETURN CODE
041214* ONLY TO 04.
041216******************************************************************
041218 4300-REPORT-INTEGRITY-SWEEP.
041220     MOVE 'COBINT1' TO WS-LOOKUP-STEP-NAME.
041222     PERFORM 4100-FIND-STEP-ENTRY
041224         THRU 4100-FIND-STEP-ENTRY-EXIT.
041226     PERFORM 4200-REPORT-READ-RECON
041228         THRU 4200-REPORT-READ-RECON-EXIT.
041230     MOVE SPACES TO WS-RECON-DETAIL-LINE.
041232     MOVE 'LOAN INTEGRITY EXCEPTIONS' TO RCN-LABEL.
041234     MOVE WS-FOUND-WRITTEN TO RCN-COUNT.
041236     EVALUATE TRUE
041238         WHEN WS-NOT-FOUND-STEP
041240             MOVE 'STEP NOT RUN' TO RCN-FLAG
041242         WHEN WS-FOUND-STALE-STEP
041244             MOVE 'NOT RUN THIS CYCLE' TO RCN-FLAG
041246         WHEN WS-FOUND-WRITTEN > ZERO
041248             MOVE '** SEE INTRPT' TO RCN-FLAG
041250             SET WS-ABEND-REQUIRED TO TRUE
041252             IF 04 > WS-HIGHEST-RETURN-CODE
041254                 MOVE 04 TO WS-HIGHEST-RETURN-CODE
041256             END-IF
041258         WHEN OTHER
041260             MOVE 'NONE' TO RCN-FLAG
041262     END-EVALUATE.
041264     WRITE OPS-REPORT-LINE FROM WS-RECON-DETAIL-LINE
041266         AFTER ADVANCING 1 LINE.
041268 4300-REPORT-INTEGRITY-SWEEP-EXIT.
041270     EXIT.
041300*
041400 9999-TERMINATE.
041500     CLOSE RESTART-FILE.
