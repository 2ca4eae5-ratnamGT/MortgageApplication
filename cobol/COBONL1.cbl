002710*                     MAP DEFINED THEM BUT NOTHING POPULATED
002711*                     THEM, SO THE REP KEYED OVER A MAILING
002712*                     ADDRESS THEY COULD NOT SEE.
002713*    2026-10-08  RJT  PF6 NOW TRANSFERS TO THE PER-LOAN PAYMENT,
002714*                     FEE AND SUSPENSE HISTORY INQUIRY (COBONL3),
002715*                     CARRYING THE DISPLAYED LOAN NUMBER IN THE
002716*                     COMMAREA.
002717*    2026-10-08  RJT  DUAL CONTROL - AN ADJUSTMENT OF MORE THAN
002718*                     WS-APPROVAL-LIMIT EITHER WAY IS NO LONGER
002719*                     POSTED WHEN KEYED.  IT IS WRITTEN TO THE
002720*                     PENDING ADJUSTMENT FILE (PENDADJ.CPY) WITH
002721*                     THE KEYING REP AS MAKER AND WAITS FOR A
002722*                     SUPERVISOR UNDER A DIFFERENT USER ID TO
002723*                     APPROVE IT FROM THE APPROVAL QUEUE
002724*                     (COBONL4), WHICH POSTS IT.
002725******************************************************************
002726 ENVIRONMENT DIVISION.
002800 DATA DIVISION.
002900 WORKING-STORAGE SECTION.
003000 77  WS-JOB-NAME                 PIC X(08) VALUE 'COBONL1'.
003200 77  WS-RESP                     PIC S9(08) COMP VALUE ZERO.
003300 77  WS-ADJUSTMENT-AMOUNT        PIC S9(07)V99 VALUE ZERO.
003310 77  WS-ADJUSTMENT-MAGNITUDE     PIC S9(07)V99 VALUE ZERO.
003320 77  WS-APPROVAL-LIMIT           PIC S9(07)V99 VALUE 1000.00.
003330 77  WS-ABSTIME                  PIC S9(15) COMP-3 VALUE ZERO.
003340 77  WS-FORMATTED-DATE           PIC 9(08) VALUE ZERO.
003350 77  WS-FORMATTED-TIME           PIC 9(06) VALUE ZERO.
003400 77  WS-OLD-CURRENT-BALANCE      PIC S9(09)V99 COMP-3 VALUE ZERO.
003500 77  WS-AUDIT-AMT-DISPLAY        PIC -(8)9.99.
003600 77  WS-BALANCE-DISPLAY          PIC -(9)9.99.
004430     COPY LOANADDR.
004450     COPY CASEREC.
004500     COPY AUDITREC.
004550     COPY PENDADJ.
004600     COPY LOANMAP.
004700*
004800     EXEC SQL
006810         WHEN EIBAID = DFHPF5
006820             PERFORM 8500-TRANSFER-TO-AUDIT
006830                 THRU 8500-TRANSFER-TO-AUDIT-EXIT
006840         WHEN EIBAID = DFHPF6
006850             PERFORM 8600-TRANSFER-TO-HISTORY
006860                 THRU 8600-TRANSFER-TO-HISTORY-EXIT
006900         WHEN EIBAID = DFHENTER
007000             PERFORM 2000-PROCESS-ENTER-KEY
007100                 THRU 2000-PROCESS-ENTER-KEY-EXIT
016200* AFTER IMAGE TO THE AUDIT TRAIL.  THE ADJUSTMENT IS NOT SENT TO
016300* ANY BATCH PROGRAM DIRECTLY - THE NEXT NIGHTLY ACCRUAL CYCLE
016400* PICKS UP THE NEW BALANCE THE SAME AS ANY OTHER LOAN MASTER
016500* CHANGE.  AN ADJUSTMENT OF MORE THAN WS-APPROVAL-LIMIT EITHER
016510* WAY IS HELD FOR A SECOND USER'S APPROVAL INSTEAD.
016600******************************************************************
016700 3000-APPLY-ADJUSTMENT.
016800     MOVE ADJAMTI TO WS-ADJUSTMENT-AMOUNT.
016810     MOVE WS-ADJUSTMENT-AMOUNT TO WS-ADJUSTMENT-MAGNITUDE.
016820     IF WS-ADJUSTMENT-MAGNITUDE < ZERO
016830         COMPUTE WS-ADJUSTMENT-MAGNITUDE =
016840             ZERO - WS-ADJUSTMENT-AMOUNT
016850     END-IF.
016860     IF WS-ADJUSTMENT-MAGNITUDE > WS-APPROVAL-LIMIT
016870         PERFORM 3100-HOLD-FOR-APPROVAL
016880             THRU 3100-HOLD-FOR-APPROVAL-EXIT
016890         GO TO 3000-APPLY-ADJUSTMENT-EXIT
016895     END-IF.
016900     MOVE LM-CURRENT-BALANCE TO WS-OLD-CURRENT-BALANCE.
017000     ADD WS-ADJUSTMENT-AMOUNT TO LM-CURRENT-BALANCE.
017100     EXEC CICS REWRITE DATASET('LOANMSTR')
019100         TO MSGI.
019200 3000-APPLY-ADJUSTMENT-EXIT.
019300     EXIT.
019302*
019304******************************************************************
019306* 3100-HOLD-FOR-APPROVAL WRITES AN OVER-LIMIT ADJUSTMENT TO THE
019308* PENDING ADJUSTMENT FILE WITH THE KEYING REP AS MAKER, STAMPED
019310* WITH THE DATE AND TIME IT WAS KEYED.  THE LOAN MASTER IS NOT
019312* TOUCHED AND NOTHING IS AUDITED UNTIL A SUPERVISOR APPROVES IT.
019314******************************************************************
019316 3100-HOLD-FOR-APPROVAL.
019318     EXEC CICS ASKTIME
019320         ABSTIME(WS-ABSTIME)
019322     END-EXEC.
019324     EXEC CICS FORMATTIME
019326         ABSTIME(WS-ABSTIME)
019328         YYYYMMDD(WS-FORMATTED-DATE)
019330         TIME(WS-FORMATTED-TIME)
019332     END-EXEC.
019334     MOVE SPACES TO PENDING-ADJUSTMENT-RECORD.
019336     MOVE LM-LOAN-NUMBER TO PA-LOAN-NUMBER.
019338     MOVE WS-FORMATTED-DATE TO PA-ENTRY-DATE.
019340     MOVE WS-FORMATTED-TIME TO PA-ENTRY-TIME.
019342     MOVE WS-ADJUSTMENT-AMOUNT TO PA-ADJUSTMENT-AMOUNT.
019344     MOVE LM-CURRENT-BALANCE TO PA-BALANCE-AT-ENTRY.
019346     MOVE ADJRSNI TO PA-REASON.
019348     MOVE EIBOPID TO PA-MAKER-ID.
019350     SET PA-PENDING TO TRUE.
019352     MOVE ZERO TO PA-DECISION-DATE.
019354     MOVE ZERO TO PA-DECISION-TIME.
019356     EXEC CICS WRITE DATASET('PENDADJ')
019358         FROM(PENDING-ADJUSTMENT-RECORD)
019360         RIDFLD(PA-ADJUSTMENT-KEY)
019362         KEYLENGTH(24)
019364         RESP(WS-RESP)
019366     END-EXEC.
019368     IF WS-RESP = DFHRESP(NORMAL)
019370         MOVE 'OVER LIMIT - HELD FOR SUPERVISOR APPROVAL'
019372             TO MSGI
019374     ELSE
019376         MOVE 'ADJUSTMENT HOLD FAILED - NOT APPLIED - RETRY'
019378             TO MSGI
019380     END-IF.
019382 3100-HOLD-FOR-APPROVAL-EXIT.
019384     EXIT.
019400*
019410******************************************************************
019420* 3500-APPLY-ADDRESS-CHANGE APPLIES THE KEYED MAILING ADDRESS
024664 8500-TRANSFER-TO-AUDIT-EXIT.
024665     EXIT.
024666*
024667******************************************************************
024668* 8600-TRANSFER-TO-HISTORY HANDS THE CONVERSATION TO THE PER-LOAN
024669* PAYMENT, FEE AND SUSPENSE HISTORY INQUIRY (COBONL3).  A SESSION
024670* WITH NO LOAN DISPLAYED YET HAS NOTHING TO SHOW AND STAYS HERE.
024671******************************************************************
024672 8600-TRANSFER-TO-HISTORY.
024673     IF CA-LOAN-NUMBER = ZERO
024674         MOVE LOW-VALUES TO LOANSETO
024675         MOVE 'DISPLAY A LOAN BEFORE PF6 - PAYMENT HISTORY'
024676             TO MSGI
024677         PERFORM 5000-SEND-LOAN-MAP
024678             THRU 5000-SEND-LOAN-MAP-EXIT
024679         GO TO 8600-TRANSFER-TO-HISTORY-EXIT
024680     END-IF.
024681     EXEC CICS XCTL
024682         PROGRAM('COBONL3')
024683         COMMAREA(WS-COMMAREA)
024684     END-EXEC.
024685 8600-TRANSFER-TO-HISTORY-EXIT.
024686     EXIT.
024687*
024700     COPY AUDITLOG.
