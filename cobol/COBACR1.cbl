002322*                     KEYED WRITE, AND A CYCLE ALREADY ON FILE
002323*                     FOR A LOAN IS REPORTED INSTEAD OF BEING
002324*                     DOUBLE-POSTED.
002325*    2026-10-05  RJT  A LOAN WHOSE SERVICING HAS BEEN TRANSFERRED
002326*                     (LM-LOAN-TRANSFERRED) IS NO LONGER ACCRUED,
002327*                     THE SAME AS A PAID-OFF LOAN.
002328*    2026-10-08  RJT  THE PAYMENT HISTORY NOW CARRIES THE PART OF
002329*                     THE ESCROW SPLIT THAT IS THE LOAN'S MONTHLY
002330*                     PMI PREMIUM (PH-MI-AMOUNT), READ FROM THE
002331*                     PMI POLICY KSDS (PMIPOL.CPY) WHEN THE POLICY
002332*                     IS ACTIVE.
002341*    2026-10-15  RJT  A LOAN WHOSE BORROWER IS PROTECTED UNDER THE
002350*                     SERVICEMEMBERS CIVIL RELIEF ACT ON THE SCRA
002359*                     FILE (SCRAREC.CPY) HAS ITS INTEREST
002368*                     ACCRUED AT NO MORE THAN 6% FOR AS LONG AS
002377*                     THE PROTECTION RUNS.
002386******************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
003820         RECORD KEY IS PH-CYCLE-KEY
003830         ALTERNATE RECORD KEY IS PH-DUE-DATE WITH DUPLICATES
003900         FILE STATUS IS WS-PMTHIST-FILE-STATUS.
003910     SELECT PMI-POLICY-FILE ASSIGN TO PMIPOL
003920         ORGANIZATION IS INDEXED
003930         ACCESS MODE IS RANDOM
003940         RECORD KEY IS PMI-LOAN-NUMBER
003950         FILE STATUS IS WS-PMIPOL-FILE-STATUS.
003958     SELECT SCRA-FILE ASSIGN TO SCRAFILE
003966         ORGANIZATION IS INDEXED
003974         ACCESS MODE IS RANDOM
003982         RECORD KEY IS SCR-LOAN-NUMBER
003990         FILE STATUS IS WS-SCRAFILE-FILE-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  LOAN-MASTER-FILE
005100     LABEL RECORDS ARE STANDARD.
005200     COPY PMTHIST.
005300*
005310 FD  PMI-POLICY-FILE
005320     LABEL RECORDS ARE STANDARD.
005330     COPY PMIPOL.
005340*
005352 FD  SCRA-FILE
005364     LABEL RECORDS ARE STANDARD.
005376     COPY SCRAREC.
005388*
005400 WORKING-STORAGE SECTION.
005500 77  WS-LOANMSTR-FILE-STATUS     PIC X(02) VALUE '00'.
005600     88  WS-LOANMSTR-FILE-OK         VALUE '00' '02' '97'.
005700     88  WS-LOANMSTR-EOF             VALUE '10'.
005800 77  WS-RESTART-FILE-STATUS      PIC X(02) VALUE '00'.
005900 77  WS-PMTHIST-FILE-STATUS      PIC X(02) VALUE '00'.
005910 77  WS-PMIPOL-FILE-STATUS       PIC X(02) VALUE '00'.
005920 77  WS-PMIPOL-OPEN-SWITCH       PIC X(01) VALUE 'N'.
005930     88  WS-PMIPOL-OPEN              VALUE 'Y'.
005940     88  WS-PMIPOL-NOT-OPEN          VALUE 'N'.
005952 77  WS-SCRAFILE-FILE-STATUS     PIC X(02) VALUE '00'.
005964 77  WS-SCRAFILE-OPEN-SWITCH     PIC X(01) VALUE 'N'.
005976     88  WS-SCRAFILE-OPEN            VALUE 'Y'.
005988     88  WS-SCRAFILE-NOT-OPEN        VALUE 'N'.
006000 77  WS-JOB-NAME                 PIC X(08) VALUE 'ACCRUAL'.
006100 77  WS-TODAY-CCYYMMDD           PIC 9(08) VALUE ZERO.
006200 77  WS-CHECKPOINT-INTERVAL      PIC 9(05) COMP VALUE 1000.
006300 77  WS-RECS-SINCE-CHECKPOINT    PIC 9(05) COMP VALUE ZERO.
006400 77  WS-MONTHLY-RATE             PIC S9V9(06) COMP-3 VALUE ZERO.
006420 77  WS-ACCRUAL-RATE             PIC S9(01)V9(04) COMP-3
006440                                 VALUE ZERO.
006460 77  WS-SCRA-RATE-CAP            PIC S9(01)V9(04) COMP-3
006480                                 VALUE .0600.
006500 77  WS-INTEREST-AMOUNT          PIC S9(07)V99 COMP-3 VALUE ZERO.
006600 77  WS-PRINCIPAL-AMOUNT         PIC S9(07)V99 COMP-3 VALUE ZERO.
006700 77  WS-ESCROW-AMOUNT            PIC S9(07)V99 COMP-3 VALUE ZERO.
006710 77  WS-MI-AMOUNT                PIC S9(05)V99 COMP-3 VALUE ZERO.
006800 77  WS-TOTAL-PAYMENT-AMOUNT     PIC S9(07)V99 COMP-3 VALUE ZERO.
006900 77  WS-LOAN-COUNT               PIC 9(07) COMP VALUE ZERO.
007000 77  WS-ACCRUED-COUNT            PIC 9(07) COMP VALUE ZERO.
007010 77  WS-PHIST-WRITTEN-COUNT      PIC 9(07) COMP VALUE ZERO.
007055 77  WS-SCRA-CAPPED-COUNT        PIC 9(07) COMP VALUE ZERO.
007100 01  WS-WORK-DATE                PIC 9(08) VALUE ZERO.
007150 01  WS-WORK-DATE-FIELDS REDEFINES WS-WORK-DATE.
007300     05  WS-WORK-YYYY            PIC 9(04).
010820         CLOSE PAYMENT-HISTORY-FILE
010840         OPEN I-O PAYMENT-HISTORY-FILE
010900     END-IF.
010910     OPEN INPUT PMI-POLICY-FILE.
010920     IF WS-PMIPOL-FILE-STATUS = '35'
010930         DISPLAY 'COBACR1 - NO PMI POLICY FILE - MI PORTION OF '
010940             'ESCROW LEFT ZERO'
010950         SET WS-PMIPOL-NOT-OPEN TO TRUE
010960     ELSE
010970         SET WS-PMIPOL-OPEN TO TRUE
010980     END-IF.
010982     OPEN INPUT SCRA-FILE.
010984     IF WS-SCRAFILE-FILE-STATUS = '35'
010986         DISPLAY 'COBACR1 - NO SCRA FILE - NO SERVICEMEMBER '
010988             'RATE CAPS APPLIED'
010990         SET WS-SCRAFILE-NOT-OPEN TO TRUE
010992     ELSE
010994         SET WS-SCRAFILE-OPEN TO TRUE
010996     END-IF.
011000     MOVE WS-JOB-NAME TO CKPT-JOB-NAME.
011100     MOVE 'COBACR1' TO CKPT-STEP-NAME.
011200     PERFORM 8000-CHECK-FOR-RESTART
014800             AND LM-NEXT-DUE-DATE <= WS-TODAY-CCYYMMDD
014850             AND LM-CYCLE-PAID
014860             AND NOT LM-LOAN-PAID-OFF
014870             AND NOT LM-LOAN-TRANSFERRED
014900         PERFORM 2200-ACCRUE-INTEREST
015000             THRU 2200-ACCRUE-INTEREST-EXIT
015100     END-IF.
016360     MOVE LM-ESCROW-BALANCE TO WS-OLD-ESCROW-BALANCE.
016370     MOVE LM-NEXT-DUE-DATE TO WS-OLD-NEXT-DUE-DATE.
016380     MOVE LM-CYCLE-PAID-FLAG TO WS-OLD-CYCLE-PAID-FLAG.
016410     PERFORM 2260-APPLY-SCRA-RATE-CAP
016440         THRU 2260-APPLY-SCRA-RATE-CAP-EXIT.
016470     COMPUTE WS-MONTHLY-RATE ROUNDED = WS-ACCRUAL-RATE / 12.
016500     COMPUTE WS-INTEREST-AMOUNT ROUNDED =
016600         LM-CURRENT-BALANCE * WS-MONTHLY-RATE.
016700     COMPUTE WS-PRINCIPAL-AMOUNT =
017000         MOVE LM-CURRENT-BALANCE TO WS-PRINCIPAL-AMOUNT
017100     END-IF.
017200     MOVE LM-MONTHLY-ESCROW-PYMT TO WS-ESCROW-AMOUNT.
017210     PERFORM 2250-FETCH-MI-PREMIUM
017220         THRU 2250-FETCH-MI-PREMIUM-EXIT.
017300     COMPUTE WS-TOTAL-PAYMENT-AMOUNT =
017400         WS-PRINCIPAL-AMOUNT + WS-INTEREST-AMOUNT
017500         + WS-ESCROW-AMOUNT.
018800     ADD 1 TO WS-ACCRUED-COUNT.
018900 2200-ACCRUE-INTEREST-EXIT.
019000     EXIT.
019003*
019006******************************************************************
019009* 2250-FETCH-MI-PREMIUM FINDS HOW MUCH OF THE CYCLE'S ESCROW
019012* SPLIT IS THE LOAN'S MONTHLY PRIVATE MORTGAGE INSURANCE PREMIUM.
019015* THE PREMIUM IS ALREADY INSIDE LM-MONTHLY-ESCROW-PYMT (IT WAS
019018* ADDED AT BOARDING AND IS TAKEN OUT BY THE MONTHLY PMI RUN WHEN
019021* THE POLICY TERMINATES) - THIS ONLY IDENTIFIES IT ON THE PAYMENT
019024* HISTORY.  NO POLICY, OR ONE NO LONGER ACTIVE, LEAVES IT ZERO.
019027******************************************************************
019030 2250-FETCH-MI-PREMIUM.
019033     MOVE ZERO TO WS-MI-AMOUNT.
019036     IF WS-PMIPOL-NOT-OPEN
019039         GO TO 2250-FETCH-MI-PREMIUM-EXIT
019042     END-IF.
019045     MOVE LM-LOAN-NUMBER TO PMI-LOAN-NUMBER.
019048     READ PMI-POLICY-FILE
019051         INVALID KEY
019054             GO TO 2250-FETCH-MI-PREMIUM-EXIT
019057     END-READ.
019060     IF PMI-POLICY-ACTIVE
019063         MOVE PMI-MONTHLY-PREMIUM TO WS-MI-AMOUNT
019066     END-IF.
019069     IF WS-MI-AMOUNT > WS-ESCROW-AMOUNT
019072         MOVE WS-ESCROW-AMOUNT TO WS-MI-AMOUNT
019075     END-IF.
019078 2250-FETCH-MI-PREMIUM-EXIT.
019081     EXIT.
019083*
019085******************************************************************
019087* 2260-APPLY-SCRA-RATE-CAP SETS THE RATE THE CYCLE IS ACCRUED AT
019089* - THE NOTE RATE, OR 6% WHEN THE NOTE RATE IS HIGHER AND THE
019091* BORROWER IS PROTECTED ON THE SCRA FILE TONIGHT.  THE INTEREST
019093* ABOVE THE CAP IS FORGIVEN, NOT DEFERRED, SO THE SCHEDULED
019095* PAYMENT TAKES THAT MUCH MORE PRINCIPAL.
019097******************************************************************
019099 2260-APPLY-SCRA-RATE-CAP.
019101     MOVE LM-NOTE-RATE TO WS-ACCRUAL-RATE.
019103     IF WS-SCRAFILE-NOT-OPEN
019105             OR LM-NOTE-RATE NOT > WS-SCRA-RATE-CAP
019107         GO TO 2260-APPLY-SCRA-RATE-CAP-EXIT
019109     END-IF.
019111     MOVE LM-LOAN-NUMBER TO SCR-LOAN-NUMBER.
019113     READ SCRA-FILE
019115         INVALID KEY
019117             GO TO 2260-APPLY-SCRA-RATE-CAP-EXIT
019119     END-READ.
019121     IF SCR-ACTIVE-DUTY-START <= WS-TODAY-CCYYMMDD
019123             AND (SCR-PROTECTION-END-DATE = ZERO
019125             OR SCR-PROTECTION-END-DATE >= WS-TODAY-CCYYMMDD)
019127         MOVE WS-SCRA-RATE-CAP TO WS-ACCRUAL-RATE
019129         ADD 1 TO WS-SCRA-CAPPED-COUNT
019131     END-IF.
019133 2260-APPLY-SCRA-RATE-CAP-EXIT.
019135     EXIT.
019137*
019139******************************************************************
019141* 2350-LOG-LOAN-MASTER-CHANGES WRITES ONE AUDIT TRAIL ROW FOR
019143* EACH LOAN MASTER FIELD THIS CYCLE'S ACCRUAL JUST CHANGED.
019145******************************************************************
019150 2350-LOG-LOAN-MASTER-CHANGES.
019160     MOVE LM-LOAN-NUMBER TO AUD-LOAN-NUMBER.
019170     MOVE WS-JOB-NAME TO AUD-JOB-NAME.
019800     MOVE WS-TOTAL-PAYMENT-AMOUNT TO PH-TOTAL-AMOUNT.
019900     MOVE LM-CURRENT-BALANCE      TO PH-BALANCE-AFTER.
020000     MOVE LM-INVESTOR-CODE        TO PH-INVESTOR-CODE.
020010     MOVE WS-MI-AMOUNT            TO PH-MI-AMOUNT.
020100     WRITE PAYMENT-HISTORY-RECORD
020110         INVALID KEY
020120             DISPLAY 'COBACR1 - CYCLE ALREADY ON PAYMENT '
024500 9999-TERMINATE.
024600     CLOSE LOAN-MASTER-FILE.
024700     CLOSE PAYMENT-HISTORY-FILE.
024710     IF WS-PMIPOL-OPEN
024720         CLOSE PMI-POLICY-FILE
024730     END-IF.
024747     IF WS-SCRAFILE-OPEN
024764         CLOSE SCRA-FILE
024781     END-IF.
024800     DISPLAY 'COBACR1 - INTEREST ACCRUAL COMPLETE'.
024900     DISPLAY 'COBACR1 - LOANS READ    : ' WS-LOAN-COUNT.
025000     DISPLAY 'COBACR1 - LOANS ACCRUED : ' WS-ACCRUED-COUNT.
025020     DISPLAY 'COBACR1 - HISTORY WRITTEN: '
025030         WS-PHIST-WRITTEN-COUNT.
025036     DISPLAY 'COBACR1 - SCRA RATE CAPPED: '
025042         WS-SCRA-CAPPED-COUNT.
025050     IF WS-ABEND-REQUIRED
025060         DISPLAY 'COBACR1 - LOAN MASTER OPEN FAILED - STEP '
025070             'DID NOT RUN - SCHEDULER SHOULD NOT PROCEED'
