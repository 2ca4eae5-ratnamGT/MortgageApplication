002211*                     ADDRESS FILE (LOANADDR.CPY) SO THE PRINT
002212*                     VENDOR STOPS MATCHING THE EXTRACT TO A
002213*                     SIDE FILE.
002214*    2026-10-05  RJT  A LOAN WHOSE SERVICING HAS BEEN TRANSFERRED
002215*                     (LM-LOAN-TRANSFERRED) GETS NO ESCROW
002216*                     ANALYSIS, THE SAME AS A PAID-OFF LOAN.
002217*    2026-10-08  RJT  THE REQUIRED MONTHLY ESCROW PAYMENT AND THE
002218*                     12-MONTH PROJECTION NOW INCLUDE THE LOAN'S
002219*                     MONTHLY PMI PREMIUM WHILE ITS POLICY
002220*                     (PMIPOL.CPY) IS ACTIVE - THE PREMIUM IS
002221*                     COLLECTED IN ESCROW AND PAID OUT MONTHLY, SO
002222*                     LEAVING IT OUT UNDERSTATED THE DEPOSIT AND
002223*                     THE ANALYSIS WOULD STRIP IT FROM THE
002224*                     PAYMENT. THE NOTICE RECORD CARRIES THE
002225*                     PREMIUM.
002226******************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
003830         ACCESS MODE IS DYNAMIC
003840         RECORD KEY IS ADR-LOAN-NUMBER
003850         FILE STATUS IS WS-ADDRFILE-FILE-STATUS.
003858     SELECT PMI-POLICY-FILE ASSIGN TO PMIPOL
003866         ORGANIZATION IS INDEXED
003874         ACCESS MODE IS RANDOM
003882         RECORD KEY IS PMI-LOAN-NUMBER
003890         FILE STATUS IS WS-PMIPOL-FILE-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  LOAN-MASTER-FILE
005120 FD  ADDRESS-FILE
005130     LABEL RECORDS ARE STANDARD.
005140     COPY LOANADDR.
005150*
005160 FD  PMI-POLICY-FILE
005170     LABEL RECORDS ARE STANDARD.
005180     COPY PMIPOL.
005200*
005300 WORKING-STORAGE SECTION.
005400 77  WS-LOANMSTR-FILE-STATUS     PIC X(02) VALUE '00'.
005830 77  WS-ADDRFILE-OPEN-SWITCH     PIC X(01) VALUE 'N'.
005840     88  WS-ADDRFILE-OPEN           VALUE 'Y'.
005850     88  WS-ADDRFILE-NOT-OPEN       VALUE 'N'.
005860 77  WS-PMIPOL-FILE-STATUS       PIC X(02) VALUE '00'.
005870 77  WS-PMIPOL-OPEN-SWITCH       PIC X(01) VALUE 'N'.
005880     88  WS-PMIPOL-OPEN              VALUE 'Y'.
005890     88  WS-PMIPOL-NOT-OPEN          VALUE 'N'.
005900 77  WS-JOB-NAME                 PIC X(08) VALUE 'ESCRWNT'.
006000 77  WS-TODAY-CCYYMMDD           PIC 9(08) VALUE ZERO.
006100 77  WS-CHECKPOINT-INTERVAL      PIC 9(05) COMP VALUE 1000.
007012 77  WS-LOWEST-PROJECTED-BAL     PIC S9(07)V99 COMP-3 VALUE ZERO.
007013 77  WS-MONTHLY-DISBURSEMENT     PIC S9(07)V99 COMP-3 VALUE ZERO.
007014 77  WS-PROJECTION-MONTH         PIC 9(02) COMP VALUE ZERO.
007016 77  WS-MI-MONTHLY-PREMIUM       PIC S9(05)V99 COMP-3 VALUE ZERO.
007018 77  WS-USER-ID                  PIC X(08) VALUE 'BATCH'.
007020 77  WS-HIGHEST-RETURN-CODE      PIC 9(02) COMP VALUE ZERO.
007022 77  WS-ABEND-SWITCH             PIC X(01) VALUE 'N'.
007024     88  WS-ABEND-REQUIRED           VALUE 'Y'.
007026     88  WS-ABEND-NOT-REQUIRED       VALUE 'N'.
007028 77  WS-AUDIT-AMT-DISPLAY     PIC -(6)9.99.
007030     COPY AUDITREC.
007040     EXEC SQL
007050          INCLUDE SQLCA
010160     ELSE
010170         SET WS-ADDRFILE-OPEN TO TRUE
010180     END-IF.
010182     OPEN INPUT PMI-POLICY-FILE.
010184     IF WS-PMIPOL-FILE-STATUS = '35'
010186         DISPLAY 'COBESC1 - NO PMI POLICY FILE - NO MI PREMIUM '
010188             'IN THE ANALYSIS'
010190         SET WS-PMIPOL-NOT-OPEN TO TRUE
010192     ELSE
010194         SET WS-PMIPOL-OPEN TO TRUE
010196     END-IF.
010200     MOVE WS-JOB-NAME TO CKPT-JOB-NAME.
010300     MOVE 'COBESC1' TO CKPT-STEP-NAME.
010400     PERFORM 8000-CHECK-FOR-RESTART
013900 2000-PROCESS-ONE-LOAN.
014000     IF (LM-ANNUAL-TAX-AMT > ZERO OR LM-ANNUAL-INS-AMT > ZERO)
014050             AND NOT LM-LOAN-PAID-OFF
014060             AND NOT LM-LOAN-TRANSFERRED
014100         PERFORM 2200-ANALYZE-ESCROW
014200             THRU 2200-ANALYZE-ESCROW-EXIT
014300     END-IF.
015400******************************************************************
015500 2200-ANALYZE-ESCROW.
015550     MOVE LM-MONTHLY-ESCROW-PYMT TO WS-OLD-MONTHLY-ESCROW-PYMT.
015560     PERFORM 2170-FETCH-MI-PREMIUM
015570         THRU 2170-FETCH-MI-PREMIUM-EXIT.
015600     COMPUTE WS-REQUIRED-MONTHLY-AMT ROUNDED =
015700         (LM-ANNUAL-TAX-AMT + LM-ANNUAL-INS-AMT) / 12
015710         + WS-MI-MONTHLY-PREMIUM.
015750     PERFORM 2150-PROJECT-ESCROW-BALANCE
015760         THRU 2150-PROJECT-ESCROW-BALANCE-EXIT.
015800     MOVE WS-LOWEST-PROJECTED-BAL TO WS-VARIANCE-AMOUNT.
018920     MOVE LM-ESCROW-BALANCE TO WS-PROJECTED-BALANCE.
018930     MOVE LM-ESCROW-BALANCE TO WS-LOWEST-PROJECTED-BAL.
018940     COMPUTE WS-MONTHLY-DISBURSEMENT ROUNDED =
018950         (LM-ANNUAL-TAX-AMT + LM-ANNUAL-INS-AMT) / 12
018955         + WS-MI-MONTHLY-PREMIUM.
018960     PERFORM 2160-PROJECT-ONE-MONTH
018970         THRU 2160-PROJECT-ONE-MONTH-EXIT
018980         VARYING WS-PROJECTION-MONTH FROM 1 BY 1
019090 2160-PROJECT-ONE-MONTH-EXIT.
019100     EXIT.
019110*
019113******************************************************************
019116* 2170-FETCH-MI-PREMIUM PICKS UP THE LOAN'S MONTHLY PRIVATE
019119* MORTGAGE INSURANCE PREMIUM.  THE PREMIUM IS COLLECTED IN THE
019122* ESCROW PAYMENT AND PAID TO THE MI CARRIER EVERY MONTH OUT OF
019125* ESCROW BY THE MONTHLY PMI RUN, SO WHILE THE POLICY IS ACTIVE IT
019128* IS BOTH PART OF THE REQUIRED MONTHLY DEPOSIT AND A MONTHLY
019131* DISBURSEMENT IN THE PROJECTION.  NO POLICY, OR ONE THAT HAS
019134* TERMINATED, LEAVES IT ZERO.
019137******************************************************************
019140 2170-FETCH-MI-PREMIUM.
019143     MOVE ZERO TO WS-MI-MONTHLY-PREMIUM.
019146     IF WS-PMIPOL-NOT-OPEN
019149         GO TO 2170-FETCH-MI-PREMIUM-EXIT
019152     END-IF.
019155     MOVE LM-LOAN-NUMBER TO PMI-LOAN-NUMBER.
019158     READ PMI-POLICY-FILE
019161         INVALID KEY
019164             GO TO 2170-FETCH-MI-PREMIUM-EXIT
019167     END-READ.
019170     IF PMI-POLICY-ACTIVE
019173         MOVE PMI-MONTHLY-PREMIUM TO WS-MI-MONTHLY-PREMIUM
019176     END-IF.
019179 2170-FETCH-MI-PREMIUM-EXIT.
019182     EXIT.
019185*
019188 2300-WRITE-EXTRACT-RECORD.
019191     MOVE LM-LOAN-NUMBER         TO ESC-LOAN-NUMBER.
019194     MOVE LM-BORROWER-NAME       TO ESC-BORROWER-NAME.
019200     MOVE LM-ESCROW-BALANCE      TO ESC-CURRENT-ESCROW-BAL.
019300     MOVE WS-REQUIRED-MONTHLY-AMT TO ESC-REQUIRED-MONTHLY.
019400     MOVE LM-MONTHLY-ESCROW-PYMT TO ESC-CURRENT-MONTHLY.
019500     MOVE WS-NEW-MONTHLY-PYMT    TO ESC-NEW-MONTHLY-PYMT.
019600     MOVE WS-VARIANCE-AMOUNT     TO ESC-VARIANCE-AMOUNT.
019610     MOVE WS-MI-MONTHLY-PREMIUM  TO ESC-MI-MONTHLY-PREMIUM.
019700     MOVE WS-TODAY-CCYYMMDD      TO ESC-EFFECTIVE-DATE.
019800     EVALUATE TRUE
019900         WHEN WS-VARIANCE-AMOUNT < -WS-SHORTAGE-THRESHOLD-AMT
023710     IF WS-ADDRFILE-OPEN
023720         CLOSE ADDRESS-FILE
023730     END-IF.
023740     IF WS-PMIPOL-OPEN
023750         CLOSE PMI-POLICY-FILE
023760     END-IF.
023800     DISPLAY 'COBESC1 - ESCROW ANALYSIS COMPLETE'.
023900     DISPLAY 'COBESC1 - LOANS READ      : ' WS-LOAN-COUNT.
024000     DISPLAY 'COBESC1 - LOANS ANALYZED  : ' WS-ANALYZED-COUNT.
