001500*    HAS RUN ITS INTERVAL IS FORCE-PLACED:  THE FORCE-PLACED     *
001600*    PREMIUM IS CHARGED TO THE LOAN'S ESCROW BALANCE (AUDIT      *
001700*    LOGGED LIKE EVERY OTHER ESCROW CHANGE - A SHORT ESCROW      *
001800*    GOES NEGATIVE AND THE PART OF THE PREMIUM BELOW ZERO IS     *
001900*    RECORDED ON THE ADVANCE LEDGER AS AN ESCROW ADVANCE), THE   *
001966*    FORCE-PLACE EXTRACT GOES TO THE CARRIER AND PRINT VENDOR,   *
002032*    AND THE POLICY RECORD ROLLS FORWARD TWELVE MONTHS AS        *
002121*    FORCE-PLACED.  A CARRIER RENEWAL PAID BY COBDSB1 RESETS THE *
002210*    SEQUENCE AT ANY POINT.                                      *
002300*                                                                *
002400******************************************************************
002500*    MODIFICATION HISTORY
002600*    ---------------------------------------------------------
002700*    2026-09-01  RJT  INITIAL VERSION.
002710*    2026-10-05  RJT  A LOAN WHOSE SERVICING HAS BEEN TRANSFERRED
002720*                     (LM-LOAN-TRANSFERRED) GETS NO LAPSE NOTICE
002730*                     OR FORCE-PLACEMENT, THE SAME AS A PAID-OFF
002740*                     LOAN.
002748*    2026-10-15  RJT  A FORCE-PLACED PREMIUM THAT DRIVES THE
002756*                     ESCROW BALANCE BELOW ZERO NOW WRITES THE
002764*                     PART BELOW ZERO TO THE ADVANCE LEDGER
002772*                     (ADVLDGR.CPY) AS AN ESCROW ADVANCE, SO THE
002780*                     MONEY FRONTED TO THE CARRIER IS TRACKED
002788*                     FOR RECOVERY.
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS CKPT-STEP-NAME
005700         FILE STATUS IS WS-RESTART-FILE-STATUS.
005716     SELECT ADVANCE-LEDGER-FILE ASSIGN TO ADVLDGR
005732         ORGANIZATION IS INDEXED
005748         ACCESS MODE IS DYNAMIC
005764         RECORD KEY IS ADL-KEY
005780         FILE STATUS IS WS-ADVLDGR-FILE-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  POLICY-FILE
008000 FD  RESTART-FILE
008100     LABEL RECORDS ARE STANDARD.
008200     COPY CHKPTREC.
008220*
008240 FD  ADVANCE-LEDGER-FILE
008260     LABEL RECORDS ARE STANDARD.
008280     COPY ADVLDGR.
008300*
008400 WORKING-STORAGE SECTION.
008500 77  WS-INSPOL-FILE-STATUS       PIC X(02) VALUE '00'.
009500 77  WS-INSNOT-FILE-STATUS       PIC X(02) VALUE '00'.
009600 77  WS-FPLEXT-FILE-STATUS       PIC X(02) VALUE '00'.
009700 77  WS-RESTART-FILE-STATUS      PIC X(02) VALUE '00'.
009733 77  WS-ADVLDGR-FILE-STATUS      PIC X(02) VALUE '00'.
009766     88  WS-ADVLDGR-FILE-OK          VALUE '00' '02' '97'.
009800 77  WS-JOB-NAME                 PIC X(08) VALUE 'INSSWEEP'.
009900 77  WS-USER-ID                  PIC X(08) VALUE 'BATCH'.
010000 77  WS-TODAY-CCYYMMDD           PIC 9(08) VALUE ZERO.
010600     VALUE 0.0150.
010700 77  WS-FORCED-PREMIUM           PIC S9(07)V99 COMP-3 VALUE ZERO.
010800 77  WS-OLD-ESCROW-BALANCE       PIC S9(07)V99 COMP-3 VALUE ZERO.
010850 77  WS-ADVANCE-AMOUNT           PIC S9(07)V99 COMP-3 VALUE ZERO.
010900 77  WS-CHECKPOINT-INTERVAL      PIC 9(05) COMP VALUE 1000.
011000 77  WS-RECS-SINCE-CHECKPOINT    PIC 9(05) COMP VALUE ZERO.
011100 77  WS-POLICY-COUNT             PIC 9(07) COMP VALUE ZERO.
011300 77  WS-FORCED-COUNT             PIC 9(07) COMP VALUE ZERO.
011400 77  WS-NOT-ON-MASTER-COUNT      PIC 9(07) COMP VALUE ZERO.
011500 77  WS-FORCED-AMT-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
011533 77  WS-ADVANCED-COUNT           PIC 9(07) COMP VALUE ZERO.
011566 77  WS-ADVANCED-AMT-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
011600 77  WS-AUDIT-AMT-DISPLAY        PIC -(8)9.99.
011700 77  WS-HIGHEST-RETURN-CODE      PIC 9(02) COMP VALUE ZERO.
011800 77  WS-ABEND-SWITCH             PIC X(01) VALUE 'N'.
019200     END-IF.
019300     OPEN OUTPUT LAPSE-NOTICE-FILE.
019400     OPEN OUTPUT FORCE-PLACE-FILE.
019406     OPEN I-O ADVANCE-LEDGER-FILE.
019412     IF WS-ADVLDGR-FILE-STATUS = '35'
019418         OPEN OUTPUT ADVANCE-LEDGER-FILE
019424         CLOSE ADVANCE-LEDGER-FILE
019430         OPEN I-O ADVANCE-LEDGER-FILE
019436     END-IF.
019442     IF NOT WS-ADVLDGR-FILE-OK
019448         DISPLAY 'COBINS1 - ADVANCE LEDGER OPEN FAILED, STATUS='
019454             WS-ADVLDGR-FILE-STATUS
019460         MOVE '10' TO WS-INSPOL-FILE-STATUS
019466         SET WS-ABEND-REQUIRED TO TRUE
019472         IF 16 > WS-HIGHEST-RETURN-CODE
019478             MOVE 16 TO WS-HIGHEST-RETURN-CODE
019484         END-IF
019490     END-IF.
019500     MOVE WS-JOB-NAME TO CKPT-JOB-NAME.
019600     MOVE 'COBINS1' TO CKPT-STEP-NAME.
019700     PERFORM 8000-CHECK-FOR-RESTART
023800             ADD 1 TO WS-NOT-ON-MASTER-COUNT
023900             GO TO 2000-PROCESS-ONE-POLICY-CKPT
024000     END-READ.
024100     IF LM-LOAN-PAID-OFF OR LM-LOAN-TRANSFERRED
024200         GO TO 2000-PROCESS-ONE-POLICY-CKPT
024300     END-IF.
024400     IF INS-EXPIRATION-DATE >= WS-TODAY-CCYYMMDD
031800     EXIT.
031900*
032000******************************************************************
032080* 3000-FORCE-PLACE-COVERAGE CHARGES THE FORCE-PLACED PREMIUM TO
032160* THE LOAN'S ESCROW, LOGS THE ESCROW CHANGE TO THE AUDIT TRAIL,
032240* RECORDS ANY PART OF THE PREMIUM THE ESCROW BALANCE COULD NOT
032320* COVER AS AN ESCROW ADVANCE, WRITES THE FORCE-PLACE EXTRACT,
032400* AND ROLLS THE POLICY FORWARD TWELVE MONTHS AS FORCE-PLACED.
032480* THE PREMIUM IS TWICE THE LOAN'S PROJECTED ANNUAL PREMIUM -
032560* FORCE-PLACED COVER COSTS ABOUT DOUBLE - OR, WHEN THE LOAN
032640* CARRIES NO PROJECTION, A RATE AGAINST THE POLICY'S COVERAGE
032720* AMOUNT.
032800******************************************************************
032900 3000-FORCE-PLACE-COVERAGE.
033000     IF LM-ANNUAL-INS-AMT > ZERO
035100     MOVE WS-AUDIT-AMT-DISPLAY TO AUD-NEW-VALUE.
035200     PERFORM 7000-LOG-AUDIT-RECORD
035300         THRU 7000-LOG-AUDIT-RECORD-EXIT.
035320     IF LM-ESCROW-BALANCE < ZERO
035340         PERFORM 3100-RECORD-ESCROW-ADVANCE
035360             THRU 3100-RECORD-ESCROW-ADVANCE-EXIT
035380     END-IF.
035400     MOVE INS-LOAN-NUMBER TO ADR-LOAN-NUMBER.
035500     PERFORM 7500-FETCH-LOAN-ADDRESS
035600         THRU 7500-FETCH-LOAN-ADDRESS-EXIT.
038600 3000-FORCE-PLACE-COVERAGE-EXIT.
038700     EXIT.
038800*
038803******************************************************************
038806* 3100-RECORD-ESCROW-ADVANCE WRITES THE PART OF THE FORCE-PLACED
038809* PREMIUM THAT TOOK THE ESCROW BALANCE BELOW ZERO TO THE ADVANCE
038812* LEDGER.  AN ESCROW BALANCE THAT WAS ALREADY NEGATIVE MEANS THE
038815* WHOLE PREMIUM IS ADVANCED.
038818******************************************************************
038821 3100-RECORD-ESCROW-ADVANCE.
038824     COMPUTE WS-ADVANCE-AMOUNT = ZERO - LM-ESCROW-BALANCE.
038827     IF WS-ADVANCE-AMOUNT > WS-FORCED-PREMIUM
038830         MOVE WS-FORCED-PREMIUM TO WS-ADVANCE-AMOUNT
038833     END-IF.
038836     MOVE LM-LOAN-NUMBER        TO ADL-LOAN-NUMBER.
038839     SET ADL-ESCROW-ADVANCE     TO TRUE.
038842     MOVE WS-TODAY-CCYYMMDD     TO ADL-ADVANCE-DATE.
038845     MOVE WS-ADVANCE-AMOUNT     TO ADL-ADVANCE-AMOUNT.
038848     SET ADL-FROM-FORCE-PLACE   TO TRUE.
038851     MOVE 'FORCE-PLACED HAZARD PREMIUM' TO ADL-PAYEE-NAME.
038854     MOVE INS-POLICY-NUMBER     TO ADL-REFERENCE.
038857     MOVE WS-JOB-NAME           TO ADL-ENTERED-BY.
038860     PERFORM 7700-WRITE-ADVANCE-ENTRY
038863         THRU 7700-WRITE-ADVANCE-ENTRY-EXIT.
038866     ADD 1 TO WS-ADVANCED-COUNT.
038869     ADD WS-ADVANCE-AMOUNT TO WS-ADVANCED-AMT-TOTAL.
038872 3100-RECORD-ESCROW-ADVANCE-EXIT.
038875     EXIT.
038878*
038900******************************************************************
039000* 7500-FETCH-LOAN-ADDRESS READS THE ADDRESS RECORD FOR THE LOAN
039100* NUMBER THE CALLER PLACED IN ADR-LOAN-NUMBER.  A LOAN WITH NO
044900     END-IF.
045000     CLOSE LAPSE-NOTICE-FILE.
045100     CLOSE FORCE-PLACE-FILE.
045150     CLOSE ADVANCE-LEDGER-FILE.
045200     DISPLAY 'COBINS1 - POLICY EXPIRATION SWEEP COMPLETE'.
045300     DISPLAY 'COBINS1 - POLICIES READ    : ' WS-POLICY-COUNT.
045400     DISPLAY 'COBINS1 - NOTICES WRITTEN  : ' WS-NOTICE-COUNT.
045500     DISPLAY 'COBINS1 - LOANS FORCE-PLACED: ' WS-FORCED-COUNT.
045600     DISPLAY 'COBINS1 - FORCED PREMIUMS  : ' WS-FORCED-AMT-TOTAL.
045625     DISPLAY 'COBINS1 - ESCROW ADVANCES  : ' WS-ADVANCED-COUNT.
045650     DISPLAY 'COBINS1 - ADVANCED AMOUNT  : '
045675         WS-ADVANCED-AMT-TOTAL.
045700     DISPLAY 'COBINS1 - LOANS NOT ON MASTER: '
045800         WS-NOT-ON-MASTER-COUNT.
045900     IF WS-ABEND-REQUIRED
046600*
046700     COPY CHKPTLOG.
046800     COPY AUDITLOG.
046900     COPY ADVLOG.
