000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBINT1.
000300 AUTHOR.        R J TATE.
000400 INSTALLATION.  MORTGAGE SERVICING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    NIGHTLY LOAN-LEVEL INTEGRITY SWEEP.  THE GL RECONCILIATION  *
001000*    (COBGLR1) ONLY PROVES BRANCH AND PRODUCT TOTALS AND THE     *
001100*    OPERATIONS SUMMARY (COBOPS1) ONLY PROVES RECORD COUNTS, SO  *
001200*    A SINGLE LOAN WHOSE FILES DISAGREE WITH EACH OTHER IS NOT   *
001300*    SEEN BY EITHER.  THIS RUN READS THE LOAN MASTER FRONT TO    *
001400*    BACK AND CHECKS EACH LOAN AGAINST ITS OWN SUB-FILES:        *
001500*                                                                *
001600*      - LM-CURRENT-BALANCE AGAINST PH-BALANCE-AFTER ON THE      *
001700*        LOAN'S LATEST PAYMENT HISTORY CYCLE (A LOAN WITH NO     *
001800*        HISTORY YET IS NOT CHECKED)                             *
001900*      - LM-OUTSTANDING-FEES AGAINST THE FEE HISTORY - FEES      *
002000*        ASSESSED LESS WAIVED LESS COLLECTED                     *
002100*      - LM-DELINQUENCY-STATUS AGAINST THE STATUS THE DAYS PAST  *
002200*        DUE FROM LM-NEXT-DUE-DATE CALL FOR, ON THE SAME 30/120  *
002300*        DAY THRESHOLDS AS COBDLQ1.  A LOAN ON AN ACTIVE LOSS    *
002400*        MITIGATION PLAN HAS ITS STATUS FROZEN BY COBDLQ1 AND    *
002500*        IS NOT CHECKED                                          *
002600*      - A PAID-OFF LOAN WITH AN OPEN CASE ON THE CASE TRACKING  *
002700*        FILE OR AN ACTIVE ACH ENROLLMENT                        *
002800*      - AN ACTIVE ARM PRODUCT LOAN WITH NO ARM SCHEDULE         *
002900*      - AN ACTIVE LOAN WITH NO LOAN ADDRESS OR NO HAZARD        *
003000*        INSURANCE POLICY RECORD                                 *
003100*                                                                *
003200*    A LOAN WHOSE SERVICING HAS BEEN TRANSFERRED IS NOT CHECKED. *
003300*    EACH EXCEPTION PRINTS WITH THE LOAN, THE RULE BROKEN AND    *
003400*    BOTH VALUES.  NOTHING IS CORRECTED - THE REPORT GOES TO     *
003500*    SERVICING.  A MANUAL BALANCE ADJUSTMENT SHOWS AS A BALANCE  *
003600*    EXCEPTION UNTIL THE NEXT CYCLE'S HISTORY RECORD CARRIES IT. *
003700*                                                                *
003800*    RUNS LAST IN THE NIGHTLY CHAIN, AFTER EVERY STEP THAT       *
003900*    UPDATES THE LOAN MASTER AND BEFORE COBOPS1.  THE RUN ENDS   *
004000*    WITH RETURN CODE 04 WHEN ANY EXCEPTION WAS FOUND, AND ITS   *
004100*    CHECKPOINT CARRIES THE EXCEPTION COUNT IN THE RECORDS       *
004200*    WRITTEN FIELD SO THE OPERATIONS SUMMARY CAN REPORT IT.      *
004300*    THE SWEEP UPDATES NOTHING, SO A RERUN STARTS FROM THE TOP.  *
004400*                                                                *
004500******************************************************************
004600*    MODIFICATION HISTORY
004700*    ---------------------------------------------------------
004800*    2026-10-15  RJT  INITIAL VERSION.
004900******************************************************************
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS SEQUENTIAL
005600         RECORD KEY IS LM-LOAN-NUMBER
005700         FILE STATUS IS WS-LOANMSTR-FILE-STATUS.
005800     SELECT PAYMENT-HISTORY-FILE ASSIGN TO PMTHIST
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS PH-CYCLE-KEY
006200         FILE STATUS IS WS-PMTHIST-FILE-STATUS.
006300     SELECT FEE-HISTORY-FILE ASSIGN TO FEEHIST
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS FEE-HISTORY-KEY
006700         FILE STATUS IS WS-FEEHIST-FILE-STATUS.
006800     SELECT LOSS-MIT-PLAN-FILE ASSIGN TO LOSSMIT
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS PLN-LOAN-NUMBER
007200         FILE STATUS IS WS-LOSSMIT-FILE-STATUS.
007300     SELECT CASE-FILE ASSIGN TO CASEFILE
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS CSE-LOAN-NUMBER
007700         FILE STATUS IS WS-CASEFILE-FILE-STATUS.
007800     SELECT ACH-ENROLLMENT-FILE ASSIGN TO ACHENRL
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS DYNAMIC
008100         RECORD KEY IS AE-LOAN-NUMBER
008200         FILE STATUS IS WS-ACHENRL-FILE-STATUS.
008300     SELECT ARM-SCHEDULE-FILE ASSIGN TO ARMSCHD
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS DYNAMIC
008600         RECORD KEY IS ARM-LOAN-NUMBER
008700         FILE STATUS IS WS-ARMSCHD-FILE-STATUS.
008800     SELECT ADDRESS-FILE ASSIGN TO ADDRFILE
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS DYNAMIC
009100         RECORD KEY IS ADR-LOAN-NUMBER
009200         FILE STATUS IS WS-ADDRFILE-FILE-STATUS.
009300     SELECT POLICY-FILE ASSIGN TO INSPOL
009400         ORGANIZATION IS INDEXED
009500         ACCESS MODE IS DYNAMIC
009600         RECORD KEY IS INS-LOAN-NUMBER
009700         FILE STATUS IS WS-INSPOL-FILE-STATUS.
009800     SELECT RESTART-FILE ASSIGN TO RESTFILE
009900         ORGANIZATION IS INDEXED
010000         ACCESS MODE IS DYNAMIC
010100         RECORD KEY IS CKPT-STEP-NAME
010200         FILE STATUS IS WS-RESTART-FILE-STATUS.
010300     SELECT INTEGRITY-REPORT-FILE ASSIGN TO INTRPT
010400         ORGANIZATION IS LINE SEQUENTIAL
010500         FILE STATUS IS WS-INTRPT-FILE-STATUS.
010600 DATA DIVISION.
010700 FILE SECTION.
010800 FD  LOAN-MASTER-FILE
010900     LABEL RECORDS ARE STANDARD.
011000     COPY LOANMSTR.
011100*
011200 FD  PAYMENT-HISTORY-FILE
011300     LABEL RECORDS ARE STANDARD.
011400     COPY PMTHIST.
011500*
011600 FD  FEE-HISTORY-FILE
011700     LABEL RECORDS ARE STANDARD.
011800     COPY FEEHIST.
011900*
012000 FD  LOSS-MIT-PLAN-FILE
012100     LABEL RECORDS ARE STANDARD.
012200     COPY LOSSMIT.
012300*
012400 FD  CASE-FILE
012500     LABEL RECORDS ARE STANDARD.
012600     COPY CASEREC.
012700*
012800 FD  ACH-ENROLLMENT-FILE
012900     LABEL RECORDS ARE STANDARD.
013000     COPY ACHENRL.
013100*
013200 FD  ARM-SCHEDULE-FILE
013300     LABEL RECORDS ARE STANDARD.
013400     COPY ARMSCHD.
013500*
013600 FD  ADDRESS-FILE
013700     LABEL RECORDS ARE STANDARD.
013800     COPY LOANADDR.
013900*
014000 FD  POLICY-FILE
014100     LABEL RECORDS ARE STANDARD.
014200     COPY INSPOL.
014300*
014400 FD  RESTART-FILE
014500     LABEL RECORDS ARE STANDARD.
014600     COPY CHKPTREC.
014700*
014800 FD  INTEGRITY-REPORT-FILE
014900     LABEL RECORDS ARE OMITTED.
015000 01  INTEGRITY-REPORT-LINE       PIC X(132).
015100*
015200 WORKING-STORAGE SECTION.
015300 77  WS-LOANMSTR-FILE-STATUS     PIC X(02) VALUE '00'.
015400     88  WS-LOANMSTR-FILE-OK         VALUE '00' '02' '97'.
015500     88  WS-LOANMSTR-EOF             VALUE '10'.
015600 77  WS-PMTHIST-FILE-STATUS      PIC X(02) VALUE '00'.
015700     88  WS-PMTHIST-FILE-OK          VALUE '00' '02' '97'.
015800 77  WS-PMTHIST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
015900     88  WS-PMTHIST-OPEN            VALUE 'Y'.
016000     88  WS-PMTHIST-NOT-OPEN        VALUE 'N'.
016100 77  WS-FEEHIST-FILE-STATUS      PIC X(02) VALUE '00'.
016200     88  WS-FEEHIST-FILE-OK          VALUE '00' '02' '97'.
016300 77  WS-FEEHIST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
016400     88  WS-FEEHIST-OPEN            VALUE 'Y'.
016500     88  WS-FEEHIST-NOT-OPEN        VALUE 'N'.
016600 77  WS-LOSSMIT-FILE-STATUS      PIC X(02) VALUE '00'.
016700     88  WS-LOSSMIT-FILE-OK          VALUE '00' '02' '97'.
016800 77  WS-LOSSMIT-OPEN-SWITCH      PIC X(01) VALUE 'N'.
016900     88  WS-LOSSMIT-OPEN            VALUE 'Y'.
017000     88  WS-LOSSMIT-NOT-OPEN        VALUE 'N'.
017100 77  WS-CASEFILE-FILE-STATUS     PIC X(02) VALUE '00'.
017200     88  WS-CASEFILE-FILE-OK         VALUE '00' '02' '97'.
017300 77  WS-CASEFILE-OPEN-SWITCH     PIC X(01) VALUE 'N'.
017400     88  WS-CASEFILE-OPEN           VALUE 'Y'.
017500     88  WS-CASEFILE-NOT-OPEN       VALUE 'N'.
017600 77  WS-ACHENRL-FILE-STATUS      PIC X(02) VALUE '00'.
017700     88  WS-ACHENRL-FILE-OK          VALUE '00' '02' '97'.
017800 77  WS-ACHENRL-OPEN-SWITCH      PIC X(01) VALUE 'N'.
017900     88  WS-ACHENRL-OPEN            VALUE 'Y'.
018000     88  WS-ACHENRL-NOT-OPEN        VALUE 'N'.
018100 77  WS-ARMSCHD-FILE-STATUS      PIC X(02) VALUE '00'.
018200     88  WS-ARMSCHD-FILE-OK          VALUE '00' '02' '97'.
018300 77  WS-ARMSCHD-OPEN-SWITCH      PIC X(01) VALUE 'N'.
018400     88  WS-ARMSCHD-OPEN            VALUE 'Y'.
018500     88  WS-ARMSCHD-NOT-OPEN        VALUE 'N'.
018600 77  WS-ADDRFILE-FILE-STATUS     PIC X(02) VALUE '00'.
018700     88  WS-ADDRFILE-FILE-OK         VALUE '00' '02' '97'.
018800 77  WS-ADDRFILE-OPEN-SWITCH     PIC X(01) VALUE 'N'.
018900     88  WS-ADDRFILE-OPEN           VALUE 'Y'.
019000     88  WS-ADDRFILE-NOT-OPEN       VALUE 'N'.
019100 77  WS-INSPOL-FILE-STATUS       PIC X(02) VALUE '00'.
019200     88  WS-INSPOL-FILE-OK           VALUE '00' '02' '97'.
019300 77  WS-INSPOL-OPEN-SWITCH       PIC X(01) VALUE 'N'.
019400     88  WS-INSPOL-OPEN             VALUE 'Y'.
019500     88  WS-INSPOL-NOT-OPEN         VALUE 'N'.
019600 77  WS-RESTART-FILE-STATUS      PIC X(02) VALUE '00'.
019700 77  WS-INTRPT-FILE-STATUS       PIC X(02) VALUE '00'.
019800 77  WS-BROWSE-END-SWITCH        PIC X(01) VALUE 'N'.
019900     88  WS-BROWSE-ENDED            VALUE 'Y'.
020000     88  WS-BROWSE-NOT-ENDED        VALUE 'N'.
020100 77  WS-HISTORY-FOUND-SWITCH     PIC X(01) VALUE 'N'.
020200     88  WS-HISTORY-FOUND           VALUE 'Y'.
020300     88  WS-NO-HISTORY              VALUE 'N'.
020400 77  WS-RECORD-FOUND-SWITCH      PIC X(01) VALUE 'N'.
020500     88  WS-RECORD-FOUND            VALUE 'Y'.
020600     88  WS-RECORD-NOT-FOUND        VALUE 'N'.
020700 77  WS-PLAN-ACTIVE-SWITCH       PIC X(01) VALUE 'N'.
020800     88  WS-PLAN-ACTIVE             VALUE 'Y'.
020900     88  WS-PLAN-NOT-ACTIVE         VALUE 'N'.
021000 77  WS-JOB-NAME                 PIC X(08) VALUE 'INTEGRTY'.
021100 77  WS-TODAY-CCYYMMDD           PIC 9(08) VALUE ZERO.
021200 77  WS-TODAY-JULIAN             PIC 9(07) COMP-3 VALUE ZERO.
021300 77  WS-DUE-DATE-JULIAN          PIC 9(07) COMP-3 VALUE ZERO.
021400 77  WS-DAYS-PAST-DUE            PIC S9(05) COMP-3 VALUE ZERO.
021500 77  WS-DELINQUENT-AT-DAYS       PIC 9(03) COMP VALUE 030.
021600 77  WS-FORECLOSURE-AT-DAYS      PIC 9(03) COMP VALUE 120.
021700 77  WS-EXPECTED-STATUS          PIC X(01) VALUE SPACE.
021800 77  WS-LATEST-BALANCE           PIC S9(09)V99 COMP-3 VALUE ZERO.
021900 77  WS-FEE-NET-AMOUNT           PIC S9(09)V99 COMP-3 VALUE ZERO.
022000 77  WS-LOAN-COUNT               PIC 9(07) COMP VALUE ZERO.
022100 77  WS-CHECKED-COUNT            PIC 9(07) COMP VALUE ZERO.
022200 77  WS-TRANSFERRED-COUNT        PIC 9(07) COMP VALUE ZERO.
022300 77  WS-NO-HISTORY-COUNT         PIC 9(07) COMP VALUE ZERO.
022400 77  WS-PLAN-EXEMPT-COUNT        PIC 9(07) COMP VALUE ZERO.
022500 77  WS-EXCEPTION-COUNT          PIC 9(07) COMP VALUE ZERO.
022600 77  WS-BALANCE-EXCEPTIONS       PIC 9(07) COMP VALUE ZERO.
022700 77  WS-FEE-EXCEPTIONS           PIC 9(07) COMP VALUE ZERO.
022800 77  WS-STATUS-EXCEPTIONS        PIC 9(07) COMP VALUE ZERO.
022900 77  WS-CASE-EXCEPTIONS          PIC 9(07) COMP VALUE ZERO.
023000 77  WS-ACH-EXCEPTIONS           PIC 9(07) COMP VALUE ZERO.
023100 77  WS-ARM-EXCEPTIONS           PIC 9(07) COMP VALUE ZERO.
023200 77  WS-ADDRESS-EXCEPTIONS       PIC 9(07) COMP VALUE ZERO.
023300 77  WS-POLICY-EXCEPTIONS        PIC 9(07) COMP VALUE ZERO.
023400 77  WS-EXCEPTION-RULE           PIC X(30) VALUE SPACES.
023500 77  WS-MASTER-VALUE             PIC X(20) VALUE SPACES.
023600 77  WS-SUBFILE-VALUE            PIC X(20) VALUE SPACES.
023700 77  WS-EXCEPTION-AMT-DISPLAY    PIC -(8)9.99.
023800 77  WS-DAYS-DISPLAY             PIC ZZZZ9.
023900 77  WS-LINE-COUNT               PIC 9(03) COMP VALUE ZERO.
024000 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 060.
024100 77  WS-HIGHEST-RETURN-CODE      PIC 9(02) COMP VALUE ZERO.
024200 77  WS-ABEND-SWITCH             PIC X(01) VALUE 'N'.
024300     88  WS-ABEND-REQUIRED           VALUE 'Y'.
024400     88  WS-ABEND-NOT-REQUIRED       VALUE 'N'.
024500*
024600 01  WS-HEADING-LINE-1.
024700     05  FILLER          PIC X(20) VALUE 'NIGHTLY LOAN INTEGRI'.
024800     05  FILLER          PIC X(20) VALUE 'TY EXCEPTIONS'.
024900     05  FILLER          PIC X(92) VALUE SPACES.
025000*
025100 01  WS-HEADING-LINE-2.
025200     05  FILLER          PIC X(12) VALUE 'LOAN NUMBER'.
025300     05  FILLER          PIC X(32) VALUE 'RULE BROKEN'.
025400     05  FILLER          PIC X(22) VALUE 'LOAN MASTER VALUE'.
025500     05  FILLER          PIC X(20) VALUE 'SUB-FILE VALUE'.
025600     05  FILLER          PIC X(46) VALUE SPACES.
025700*
025800 01  WS-EXCEPTION-DETAIL-LINE.
025900     05  INT-LOAN-NUMBER     PIC 9(10).
026000     05  FILLER              PIC X(02) VALUE SPACES.
026100     05  INT-RULE            PIC X(30).
026200     05  FILLER              PIC X(02) VALUE SPACES.
026300     05  INT-MASTER-VALUE    PIC X(20).
026400     05  FILLER              PIC X(02) VALUE SPACES.
026500     05  INT-SUBFILE-VALUE   PIC X(20).
026600     05  FILLER              PIC X(46) VALUE SPACES.
026700*
026800 01  WS-SUMMARY-LINE.
026900     05  SUM-LABEL           PIC X(34).
027000     05  SUM-COUNT           PIC ZZZ,ZZ9.
027100     05  FILLER              PIC X(91) VALUE SPACES.
027200*
027300 01  WS-BLANK-LINE           PIC X(132) VALUE SPACES.
027400*
027500 PROCEDURE DIVISION.
027600 0000-MAINLINE.
027700     PERFORM 1000-INITIALIZE
027800         THRU 1000-INITIALIZE-EXIT.
027900     PERFORM UNTIL WS-LOANMSTR-EOF
028000         PERFORM 2000-PROCESS-ONE-LOAN
028100             THRU 2000-PROCESS-ONE-LOAN-EXIT
028200         PERFORM 2100-READ-LOAN-MASTER
028300             THRU 2100-READ-LOAN-MASTER-EXIT
028400     END-PERFORM.
028500     PERFORM 3000-WRITE-REPORT-TOTALS
028600         THRU 3000-WRITE-REPORT-TOTALS-EXIT.
028700     PERFORM 4000-WRITE-FINAL-CHECKPOINT
028800         THRU 4000-WRITE-FINAL-CHECKPOINT-EXIT.
028900     PERFORM 9999-TERMINATE
029000         THRU 9999-TERMINATE-EXIT.
029100     GOBACK.
029200*
029300******************************************************************
029400* 1000-INITIALIZE OPENS THE LOAN MASTER AND EVERY SUB-FILE FOR
029500* INPUT.  A SUB-FILE THAT HAS NEVER BEEN CREATED HAS NOTHING ON
029600* IT - THE SWEEP RUNS AND TREATS EVERY LOOKUP AGAINST IT AS NOT
029700* FOUND.  ANY OTHER OPEN FAILURE STOPS THE SWEEP WITH RETURN
029800* CODE 16, SINCE A HALF-CHECKED FILE WOULD PROVE NOTHING.
029900******************************************************************
030000 1000-INITIALIZE.
030100     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD.
030200     COMPUTE WS-TODAY-JULIAN =
030300         FUNCTION INTEGER-OF-DATE (WS-TODAY-CCYYMMDD).
030400     OPEN INPUT LOAN-MASTER-FILE.
030500     IF NOT WS-LOANMSTR-FILE-OK
030600         DISPLAY 'COBINT1 - LOAN MASTER OPEN FAILED, STATUS='
030700             WS-LOANMSTR-FILE-STATUS
030800         MOVE '10' TO WS-LOANMSTR-FILE-STATUS
030900         SET WS-ABEND-REQUIRED TO TRUE
031000         IF 16 > WS-HIGHEST-RETURN-CODE
031100             MOVE 16 TO WS-HIGHEST-RETURN-CODE
031200         END-IF
031300     END-IF.
031400     OPEN INPUT PAYMENT-HISTORY-FILE.
031500     IF WS-PMTHIST-FILE-STATUS = '35'
031600         DISPLAY 'COBINT1 - NO PAYMENT HISTORY FILE - BALANCES '
031700             'NOT CHECKED'
031800     ELSE
031900         IF NOT WS-PMTHIST-FILE-OK
032000             DISPLAY 'COBINT1 - PAYMENT HISTORY OPEN FAILED, '
032100                 'STATUS=' WS-PMTHIST-FILE-STATUS
032200             PERFORM 1100-STOP-SWEEP
032300                 THRU 1100-STOP-SWEEP-EXIT
032400         ELSE
032500             SET WS-PMTHIST-OPEN TO TRUE
032600         END-IF
032700     END-IF.
032800     OPEN INPUT FEE-HISTORY-FILE.
032900     IF WS-FEEHIST-FILE-STATUS = '35'
033000         DISPLAY 'COBINT1 - NO FEE HISTORY FILE - FEE BALANCES '
033100             'CHECKED AGAINST ZERO'
033200     ELSE
033300         IF NOT WS-FEEHIST-FILE-OK
033400             DISPLAY 'COBINT1 - FEE HISTORY OPEN FAILED, STATUS='
033500                 WS-FEEHIST-FILE-STATUS
033600             PERFORM 1100-STOP-SWEEP
033700                 THRU 1100-STOP-SWEEP-EXIT
033800         ELSE
033900             SET WS-FEEHIST-OPEN TO TRUE
034000         END-IF
034100     END-IF.
034200     OPEN INPUT LOSS-MIT-PLAN-FILE.
034300     IF WS-LOSSMIT-FILE-STATUS = '35'
034400         DISPLAY 'COBINT1 - NO LOSS MITIGATION FILE - NO '
034500             'PLANS HONORED'
034600     ELSE
034700         IF NOT WS-LOSSMIT-FILE-OK
034800             DISPLAY 'COBINT1 - LOSS MIT OPEN FAILED, STATUS='
034900                 WS-LOSSMIT-FILE-STATUS
035000             PERFORM 1100-STOP-SWEEP
035100                 THRU 1100-STOP-SWEEP-EXIT
035200         ELSE
035300             SET WS-LOSSMIT-OPEN TO TRUE
035400         END-IF
035500     END-IF.
035600     OPEN INPUT CASE-FILE.
035700     IF WS-CASEFILE-FILE-STATUS = '35'
035800         DISPLAY 'COBINT1 - NO CASE FILE - NO OPEN CASES '
035900             'CHECKED'
036000     ELSE
036100         IF NOT WS-CASEFILE-FILE-OK
036200             DISPLAY 'COBINT1 - CASE FILE OPEN FAILED, STATUS='
036300                 WS-CASEFILE-FILE-STATUS
036400             PERFORM 1100-STOP-SWEEP
036500                 THRU 1100-STOP-SWEEP-EXIT
036600         ELSE
036700             SET WS-CASEFILE-OPEN TO TRUE
036800         END-IF
036900     END-IF.
037000     OPEN INPUT ACH-ENROLLMENT-FILE.
037100     IF WS-ACHENRL-FILE-STATUS = '35'
037200         DISPLAY 'COBINT1 - NO ACH ENROLLMENT FILE - NO '
037300             'ENROLLMENTS CHECKED'
037400     ELSE
037500         IF NOT WS-ACHENRL-FILE-OK
037600             DISPLAY 'COBINT1 - ACH FILE OPEN FAILED, STATUS='
037700                 WS-ACHENRL-FILE-STATUS
037800             PERFORM 1100-STOP-SWEEP
037900                 THRU 1100-STOP-SWEEP-EXIT
038000         ELSE
038100             SET WS-ACHENRL-OPEN TO TRUE
038200         END-IF
038300     END-IF.
038400     OPEN INPUT ARM-SCHEDULE-FILE.
038500     IF WS-ARMSCHD-FILE-STATUS = '35'
038600         DISPLAY 'COBINT1 - NO ARM SCHEDULE FILE - EVERY ARM '
038700             'LOAN WILL BE REPORTED'
038800     ELSE
038900         IF NOT WS-ARMSCHD-FILE-OK
039000             DISPLAY 'COBINT1 - ARM SCHEDULE OPEN FAILED, STATUS='
039100                 WS-ARMSCHD-FILE-STATUS
039200             PERFORM 1100-STOP-SWEEP
039300                 THRU 1100-STOP-SWEEP-EXIT
039400         ELSE
039500             SET WS-ARMSCHD-OPEN TO TRUE
039600         END-IF
039700     END-IF.
039800     OPEN INPUT ADDRESS-FILE.
039900     IF WS-ADDRFILE-FILE-STATUS = '35'
040000         DISPLAY 'COBINT1 - NO LOAN ADDRESS FILE - EVERY ACTIVE '
040100             'LOAN WILL BE REPORTED'
040200     ELSE
040300         IF NOT WS-ADDRFILE-FILE-OK
040400             DISPLAY 'COBINT1 - ADDRESS FILE OPEN FAILED, STATUS='
040500                 WS-ADDRFILE-FILE-STATUS
040600             PERFORM 1100-STOP-SWEEP
040700                 THRU 1100-STOP-SWEEP-EXIT
040800         ELSE
040900             SET WS-ADDRFILE-OPEN TO TRUE
041000         END-IF
041100     END-IF.
041200     OPEN INPUT POLICY-FILE.
041300     IF WS-INSPOL-FILE-STATUS = '35'
041400         DISPLAY 'COBINT1 - NO INSURANCE POLICY FILE - EVERY '
041500             'ACTIVE LOAN WILL BE REPORTED'
041600     ELSE
041700         IF NOT WS-INSPOL-FILE-OK
041800             DISPLAY 'COBINT1 - POLICY FILE OPEN FAILED, STATUS='
041900                 WS-INSPOL-FILE-STATUS
042000             PERFORM 1100-STOP-SWEEP
042100                 THRU 1100-STOP-SWEEP-EXIT
042200         ELSE
042300             SET WS-INSPOL-OPEN TO TRUE
042400         END-IF
042500     END-IF.
042600     OPEN OUTPUT INTEGRITY-REPORT-FILE.
042700     PERFORM 3900-WRITE-REPORT-HEADINGS
042800         THRU 3900-WRITE-REPORT-HEADINGS-EXIT.
042900     IF WS-LOANMSTR-FILE-OK
043000         PERFORM 2100-READ-LOAN-MASTER
043100             THRU 2100-READ-LOAN-MASTER-EXIT
043200     END-IF.
043300     DISPLAY 'COBINT1 - LOAN INTEGRITY SWEEP STARTING'.
043400 1000-INITIALIZE-EXIT.
043500     EXIT.
043600*
043700 1100-STOP-SWEEP.
043800     MOVE '10' TO WS-LOANMSTR-FILE-STATUS.
043900     SET WS-ABEND-REQUIRED TO TRUE.
044000     IF 16 > WS-HIGHEST-RETURN-CODE
044100         MOVE 16 TO WS-HIGHEST-RETURN-CODE
044200     END-IF.
044300 1100-STOP-SWEEP-EXIT.
044400     EXIT.
044500*
044600 2100-READ-LOAN-MASTER.
044700     READ LOAN-MASTER-FILE NEXT RECORD
044800         AT END
044900             MOVE '10' TO WS-LOANMSTR-FILE-STATUS
045000     END-READ.
045100     IF NOT WS-LOANMSTR-EOF
045200         ADD 1 TO WS-LOAN-COUNT
045300     END-IF.
045400 2100-READ-LOAN-MASTER-EXIT.
045500     EXIT.
045600*
045700******************************************************************
045800* 2000-PROCESS-ONE-LOAN RUNS EVERY RULE THAT APPLIES TO THE
045900* LOAN.  THE BALANCE AND FEE RULES APPLY TO EVERY LOAN STILL
046000* SERVICED HERE; A PAID-OFF LOAN IS THEN CHECKED FOR LEFTOVER
046100* CASE AND ACH ACTIVITY, AND AN ACTIVE LOAN FOR ITS DELINQUENCY
046200* STATUS AND ITS REQUIRED SUB-FILE RECORDS.
046300******************************************************************
046400 2000-PROCESS-ONE-LOAN.
046500     IF LM-LOAN-TRANSFERRED
046600         ADD 1 TO WS-TRANSFERRED-COUNT
046700         GO TO 2000-PROCESS-ONE-LOAN-EXIT
046800     END-IF.
046900     ADD 1 TO WS-CHECKED-COUNT.
047000     PERFORM 2200-CHECK-BALANCE
047100         THRU 2200-CHECK-BALANCE-EXIT.
047200     PERFORM 2300-CHECK-FEE-BALANCE
047300         THRU 2300-CHECK-FEE-BALANCE-EXIT.
047400     IF LM-LOAN-PAID-OFF
047500         PERFORM 2500-CHECK-PAID-OFF-LOAN
047600             THRU 2500-CHECK-PAID-OFF-LOAN-EXIT
047700     ELSE
047800         PERFORM 2400-CHECK-DELINQUENCY
047900             THRU 2400-CHECK-DELINQUENCY-EXIT
048000         PERFORM 2600-CHECK-ARM-SCHEDULE
048100             THRU 2600-CHECK-ARM-SCHEDULE-EXIT
048200         PERFORM 2700-CHECK-ADDRESS-AND-POLICY
048300             THRU 2700-CHECK-ADDRESS-AND-POLICY-EXIT
048400     END-IF.
048500 2000-PROCESS-ONE-LOAN-EXIT.
048600     EXIT.
048700*
048800******************************************************************
048900* 2200-CHECK-BALANCE BROWSES THE LOAN'S PAYMENT HISTORY FROM ITS
049000* FIRST CYCLE TO ITS LAST.  THE BALANCE AFTER THE LAST (LATEST)
049100* CYCLE MUST EQUAL THE LOAN MASTER'S CURRENT BALANCE.  THE PAYOFF
049200* RECORD WRITTEN BY COBPAY1 CARRIES A ZERO BALANCE, SO A PAID-OFF
049300* LOAN IS HELD TO THE SAME RULE.
049400******************************************************************
049500 2200-CHECK-BALANCE.
049600     SET WS-NO-HISTORY TO TRUE.
049700     IF WS-PMTHIST-NOT-OPEN
049800         GO TO 2200-CHECK-BALANCE-EXIT
049900     END-IF.
050000     MOVE LM-LOAN-NUMBER TO PH-LOAN-NUMBER.
050100     MOVE ZERO TO PH-DUE-DATE.
050200     SET WS-BROWSE-NOT-ENDED TO TRUE.
050300     START PAYMENT-HISTORY-FILE KEY IS NOT LESS THAN PH-CYCLE-KEY
050400         INVALID KEY
050500             SET WS-BROWSE-ENDED TO TRUE
050600     END-START.
050700     PERFORM 2210-READ-NEXT-HISTORY
050800         THRU 2210-READ-NEXT-HISTORY-EXIT
050900         UNTIL WS-BROWSE-ENDED.
051000     IF WS-NO-HISTORY
051100         ADD 1 TO WS-NO-HISTORY-COUNT
051200         GO TO 2200-CHECK-BALANCE-EXIT
051300     END-IF.
051400     IF WS-LATEST-BALANCE = LM-CURRENT-BALANCE
051500         GO TO 2200-CHECK-BALANCE-EXIT
051600     END-IF.
051700     MOVE 'BALANCE VS PAYMENT HISTORY' TO WS-EXCEPTION-RULE.
051800     MOVE LM-CURRENT-BALANCE TO WS-EXCEPTION-AMT-DISPLAY.
051900     MOVE WS-EXCEPTION-AMT-DISPLAY TO WS-MASTER-VALUE.
052000     MOVE WS-LATEST-BALANCE TO WS-EXCEPTION-AMT-DISPLAY.
052100     MOVE WS-EXCEPTION-AMT-DISPLAY TO WS-SUBFILE-VALUE.
052200     ADD 1 TO WS-BALANCE-EXCEPTIONS.
052300     PERFORM 2800-WRITE-EXCEPTION-LINE
052400         THRU 2800-WRITE-EXCEPTION-LINE-EXIT.
052500 2200-CHECK-BALANCE-EXIT.
052600     EXIT.
052700*
052800 2210-READ-NEXT-HISTORY.
052900     READ PAYMENT-HISTORY-FILE NEXT RECORD
053000         AT END
053100             SET WS-BROWSE-ENDED TO TRUE
053200             GO TO 2210-READ-NEXT-HISTORY-EXIT
053300     END-READ.
053400     IF PH-LOAN-NUMBER NOT = LM-LOAN-NUMBER
053500         SET WS-BROWSE-ENDED TO TRUE
053600         GO TO 2210-READ-NEXT-HISTORY-EXIT
053700     END-IF.
053800     SET WS-HISTORY-FOUND TO TRUE.
053900     MOVE PH-BALANCE-AFTER TO WS-LATEST-BALANCE.
054000 2210-READ-NEXT-HISTORY-EXIT.
054100     EXIT.
054200*
054300******************************************************************
054400* 2300-CHECK-FEE-BALANCE NETS THE LOAN'S FEE HISTORY - EVERY
054500* ASSESSMENT LESS EVERY WAIVER AND COLLECTION - AND COMPARES IT
054600* TO THE OUTSTANDING FEE BALANCE ON THE LOAN MASTER.  A LOAN
054700* WITH NO FEE HISTORY MUST CARRY NO OUTSTANDING FEES.
054800******************************************************************
054900 2300-CHECK-FEE-BALANCE.
055000     MOVE ZERO TO WS-FEE-NET-AMOUNT.
055100     IF WS-FEEHIST-OPEN
055200         MOVE LM-LOAN-NUMBER TO FEE-LOAN-NUMBER
055300         MOVE ZERO TO FEE-CYCLE-DATE
055400         MOVE SPACE TO FEE-RECORD-TYPE
055500         SET WS-BROWSE-NOT-ENDED TO TRUE
055600         START FEE-HISTORY-FILE KEY IS NOT LESS THAN
055700             FEE-HISTORY-KEY
055800             INVALID KEY
055900                 SET WS-BROWSE-ENDED TO TRUE
056000         END-START
056100         PERFORM 2310-READ-NEXT-FEE
056200             THRU 2310-READ-NEXT-FEE-EXIT
056300             UNTIL WS-BROWSE-ENDED
056400     END-IF.
056500     IF WS-FEE-NET-AMOUNT = LM-OUTSTANDING-FEES
056600         GO TO 2300-CHECK-FEE-BALANCE-EXIT
056700     END-IF.
056800     MOVE 'FEES VS FEE HISTORY' TO WS-EXCEPTION-RULE.
056900     MOVE LM-OUTSTANDING-FEES TO WS-EXCEPTION-AMT-DISPLAY.
057000     MOVE WS-EXCEPTION-AMT-DISPLAY TO WS-MASTER-VALUE.
057100     MOVE WS-FEE-NET-AMOUNT TO WS-EXCEPTION-AMT-DISPLAY.
057200     MOVE WS-EXCEPTION-AMT-DISPLAY TO WS-SUBFILE-VALUE.
057300     ADD 1 TO WS-FEE-EXCEPTIONS.
057400     PERFORM 2800-WRITE-EXCEPTION-LINE
057500         THRU 2800-WRITE-EXCEPTION-LINE-EXIT.
057600 2300-CHECK-FEE-BALANCE-EXIT.
057700     EXIT.
057800*
057900 2310-READ-NEXT-FEE.
058000     READ FEE-HISTORY-FILE NEXT RECORD
058100         AT END
058200             SET WS-BROWSE-ENDED TO TRUE
058300             GO TO 2310-READ-NEXT-FEE-EXIT
058400     END-READ.
058500     IF FEE-LOAN-NUMBER NOT = LM-LOAN-NUMBER
058600         SET WS-BROWSE-ENDED TO TRUE
058700         GO TO 2310-READ-NEXT-FEE-EXIT
058800     END-IF.
058900     EVALUATE TRUE
059000         WHEN FEE-ASSESSED
059100             ADD FEE-AMOUNT TO WS-FEE-NET-AMOUNT
059200         WHEN FEE-WAIVED
059300         WHEN FEE-COLLECTED
059400             SUBTRACT FEE-AMOUNT FROM WS-FEE-NET-AMOUNT
059500     END-EVALUATE.
059600 2310-READ-NEXT-FEE-EXIT.
059700     EXIT.
059800*
059900******************************************************************
060000* 2400-CHECK-DELINQUENCY DERIVES THE STATUS THE LOAN'S DAYS PAST
060100* DUE CALL FOR ON THE SAME THRESHOLDS COBDLQ1 USES AND COMPARES
060200* IT TO THE STATUS ON THE LOAN MASTER.  A LOAN WITH NO DUE DATE
060300* IS NOT CHECKED, AND NEITHER IS A LOAN ON AN ACTIVE LOSS
060400* MITIGATION PLAN - COBDLQ1 FREEZES ITS STATUS FOR THE PLAN.
060500******************************************************************
060600 2400-CHECK-DELINQUENCY.
060700     IF LM-NEXT-DUE-DATE = ZERO
060800         GO TO 2400-CHECK-DELINQUENCY-EXIT
060900     END-IF.
061000     PERFORM 2450-CHECK-ACTIVE-PLAN
061100         THRU 2450-CHECK-ACTIVE-PLAN-EXIT.
061200     IF WS-PLAN-ACTIVE
061300         ADD 1 TO WS-PLAN-EXEMPT-COUNT
061400         GO TO 2400-CHECK-DELINQUENCY-EXIT
061500     END-IF.
061600     IF LM-NEXT-DUE-DATE < WS-TODAY-CCYYMMDD
061700         COMPUTE WS-DUE-DATE-JULIAN =
061800             FUNCTION INTEGER-OF-DATE (LM-NEXT-DUE-DATE)
061900         COMPUTE WS-DAYS-PAST-DUE =
062000             WS-TODAY-JULIAN - WS-DUE-DATE-JULIAN
062100     ELSE
062200         MOVE ZERO TO WS-DAYS-PAST-DUE
062300     END-IF.
062400     EVALUATE TRUE
062500         WHEN WS-DAYS-PAST-DUE >= WS-FORECLOSURE-AT-DAYS
062600             MOVE 'F' TO WS-EXPECTED-STATUS
062700         WHEN WS-DAYS-PAST-DUE >= WS-DELINQUENT-AT-DAYS
062800             MOVE 'D' TO WS-EXPECTED-STATUS
062900         WHEN OTHER
063000             MOVE 'C' TO WS-EXPECTED-STATUS
063100     END-EVALUATE.
063200     IF WS-EXPECTED-STATUS = LM-DELINQUENCY-STATUS
063300         GO TO 2400-CHECK-DELINQUENCY-EXIT
063400     END-IF.
063500     MOVE 'DELINQUENCY VS DAYS PAST DUE' TO WS-EXCEPTION-RULE.
063600     MOVE SPACES TO WS-MASTER-VALUE.
063700     STRING 'STATUS ' LM-DELINQUENCY-STATUS
063800         DELIMITED BY SIZE INTO WS-MASTER-VALUE.
063900     MOVE WS-DAYS-PAST-DUE TO WS-DAYS-DISPLAY.
064000     MOVE SPACES TO WS-SUBFILE-VALUE.
064100     STRING 'STATUS ' WS-EXPECTED-STATUS ' AT' WS-DAYS-DISPLAY
064200         ' DAYS' DELIMITED BY SIZE INTO WS-SUBFILE-VALUE.
064300     ADD 1 TO WS-STATUS-EXCEPTIONS.
064400     PERFORM 2800-WRITE-EXCEPTION-LINE
064500         THRU 2800-WRITE-EXCEPTION-LINE-EXIT.
064600 2400-CHECK-DELINQUENCY-EXIT.
064700     EXIT.
064800*
064900******************************************************************
065000* 2450-CHECK-ACTIVE-PLAN LOOKS THE LOAN UP ON THE LOSS
065100* MITIGATION FILE THE SAME WAY COBDLQ1 DOES.  A PLAN COUNTS ONLY
065200* WHILE IT IS ACTIVE AND TONIGHT FALLS INSIDE ITS START/END
065300* DATES.
065400******************************************************************
065500 2450-CHECK-ACTIVE-PLAN.
065600     SET WS-PLAN-NOT-ACTIVE TO TRUE.
065700     IF WS-LOSSMIT-NOT-OPEN
065800         GO TO 2450-CHECK-ACTIVE-PLAN-EXIT
065900     END-IF.
066000     MOVE LM-LOAN-NUMBER TO PLN-LOAN-NUMBER.
066100     READ LOSS-MIT-PLAN-FILE
066200         INVALID KEY
066300             GO TO 2450-CHECK-ACTIVE-PLAN-EXIT
066400     END-READ.
066500     IF PLN-PLAN-ACTIVE
066600             AND PLN-START-DATE <= WS-TODAY-CCYYMMDD
066700             AND PLN-END-DATE >= WS-TODAY-CCYYMMDD
066800         SET WS-PLAN-ACTIVE TO TRUE
066900     END-IF.
067000 2450-CHECK-ACTIVE-PLAN-EXIT.
067100     EXIT.
067200*
067300******************************************************************
067400* 2500-CHECK-PAID-OFF-LOAN REPORTS A PAID-OFF LOAN THAT STILL
067500* HAS AN OPEN FORECLOSURE/BANKRUPTCY CASE OR AN ACTIVE ACH
067600* ENROLLMENT - THE NEXT DRAFT FILE WOULD PULL FROM A BORROWER
067700* WHO NO LONGER OWES ANYTHING.
067800******************************************************************
067900 2500-CHECK-PAID-OFF-LOAN.
068000     MOVE SPACES TO WS-MASTER-VALUE.
068100     STRING 'PAID OFF ' LM-PAID-OFF-DATE
068200         DELIMITED BY SIZE INTO WS-MASTER-VALUE.
068300     IF WS-CASEFILE-OPEN
068400         MOVE LM-LOAN-NUMBER TO CSE-LOAN-NUMBER
068500         READ CASE-FILE
068600             INVALID KEY
068700                 MOVE SPACE TO CSE-CASE-STATUS
068800         END-READ
068900         IF CSE-CASE-OPEN
069000             MOVE 'OPEN CASE ON PAID-OFF LOAN'
069100                 TO WS-EXCEPTION-RULE
069200             MOVE SPACES TO WS-SUBFILE-VALUE
069300             STRING 'CASE OPENED ' CSE-OPENED-DATE
069400                 DELIMITED BY SIZE INTO WS-SUBFILE-VALUE
069500             ADD 1 TO WS-CASE-EXCEPTIONS
069600             PERFORM 2800-WRITE-EXCEPTION-LINE
069700                 THRU 2800-WRITE-EXCEPTION-LINE-EXIT
069800         END-IF
069900     END-IF.
070000     IF WS-ACHENRL-OPEN
070100         MOVE LM-LOAN-NUMBER TO AE-LOAN-NUMBER
070200         READ ACH-ENROLLMENT-FILE
070300             INVALID KEY
070400                 MOVE SPACE TO AE-STATUS-FLAG
070500         END-READ
070600         IF AE-ENROLLMENT-ACTIVE
070700             MOVE 'ACTIVE ACH ON PAID-OFF LOAN'
070800                 TO WS-EXCEPTION-RULE
070900             MOVE SPACES TO WS-SUBFILE-VALUE
071000             STRING 'ACH ACTIVE DAY ' AE-DRAFT-DAY
071100                 DELIMITED BY SIZE INTO WS-SUBFILE-VALUE
071200             ADD 1 TO WS-ACH-EXCEPTIONS
071300             PERFORM 2800-WRITE-EXCEPTION-LINE
071400                 THRU 2800-WRITE-EXCEPTION-LINE-EXIT
071500         END-IF
071600     END-IF.
071700 2500-CHECK-PAID-OFF-LOAN-EXIT.
071800     EXIT.
071900*
072000******************************************************************
072100* 2600-CHECK-ARM-SCHEDULE REPORTS AN ACTIVE LOAN ON AN ARM
072200* PRODUCT (PRODUCT CODE BEGINNING 'ARM') WITH NO ARM SCHEDULE -
072300* THE RATE CHANGE RUN (COBARM1) WOULD NEVER ADJUST ITS RATE.
072400******************************************************************
072500 2600-CHECK-ARM-SCHEDULE.
072600     IF LM-PRODUCT-CODE (1:3) NOT = 'ARM'
072700         GO TO 2600-CHECK-ARM-SCHEDULE-EXIT
072800     END-IF.
072900     IF WS-ARMSCHD-OPEN
073000         MOVE LM-LOAN-NUMBER TO ARM-LOAN-NUMBER
073100         READ ARM-SCHEDULE-FILE
073200             INVALID KEY
073300                 CONTINUE
073400             NOT INVALID KEY
073500                 GO TO 2600-CHECK-ARM-SCHEDULE-EXIT
073600         END-READ
073700     END-IF.
073800     MOVE 'ARM PRODUCT WITHOUT SCHEDULE' TO WS-EXCEPTION-RULE.
073900     MOVE SPACES TO WS-MASTER-VALUE.
074000     STRING 'PRODUCT ' LM-PRODUCT-CODE
074100         DELIMITED BY SIZE INTO WS-MASTER-VALUE.
074200     MOVE 'NO ARM SCHEDULE' TO WS-SUBFILE-VALUE.
074300     ADD 1 TO WS-ARM-EXCEPTIONS.
074400     PERFORM 2800-WRITE-EXCEPTION-LINE
074500         THRU 2800-WRITE-EXCEPTION-LINE-EXIT.
074600 2600-CHECK-ARM-SCHEDULE-EXIT.
074700     EXIT.
074800*
074900******************************************************************
075000* 2700-CHECK-ADDRESS-AND-POLICY REPORTS AN ACTIVE LOAN WITH NO
075100* LOAN ADDRESS RECORD (NO MAILING ADDRESS FOR NOTICES) OR NO
075200* HAZARD INSURANCE POLICY RECORD (NOTHING FOR THE INSURANCE
075300* MONITORING RUN TO TRACK).
075400******************************************************************
075500 2700-CHECK-ADDRESS-AND-POLICY.
075600     MOVE 'ACTIVE LOAN' TO WS-MASTER-VALUE.
075700     SET WS-RECORD-NOT-FOUND TO TRUE.
075800     IF WS-ADDRFILE-OPEN
075900         MOVE LM-LOAN-NUMBER TO ADR-LOAN-NUMBER
076000         READ ADDRESS-FILE
076100             INVALID KEY
076200                 CONTINUE
076300             NOT INVALID KEY
076400                 SET WS-RECORD-FOUND TO TRUE
076500         END-READ
076600     END-IF.
076700     IF WS-RECORD-NOT-FOUND
076800         MOVE 'ACTIVE LOAN WITHOUT ADDRESS' TO WS-EXCEPTION-RULE
076900         MOVE 'NO LOAN ADDRESS' TO WS-SUBFILE-VALUE
077000         ADD 1 TO WS-ADDRESS-EXCEPTIONS
077100         PERFORM 2800-WRITE-EXCEPTION-LINE
077200             THRU 2800-WRITE-EXCEPTION-LINE-EXIT
077300     END-IF.
077400     SET WS-RECORD-NOT-FOUND TO TRUE.
077500     IF WS-INSPOL-OPEN
077600         MOVE LM-LOAN-NUMBER TO INS-LOAN-NUMBER
077700         READ POLICY-FILE
077800             INVALID KEY
077900                 CONTINUE
078000             NOT INVALID KEY
078100                 SET WS-RECORD-FOUND TO TRUE
078200         END-READ
078300     END-IF.
078400     IF WS-RECORD-NOT-FOUND
078500         MOVE 'ACTIVE LOAN WITHOUT INSURANCE' TO WS-EXCEPTION-RULE
078600         MOVE 'NO INSURANCE POLICY' TO WS-SUBFILE-VALUE
078700         ADD 1 TO WS-POLICY-EXCEPTIONS
078800         PERFORM 2800-WRITE-EXCEPTION-LINE
078900             THRU 2800-WRITE-EXCEPTION-LINE-EXIT
079000     END-IF.
079100 2700-CHECK-ADDRESS-AND-POLICY-EXIT.
079200     EXIT.
079300*
079400******************************************************************
079500* 2800-WRITE-EXCEPTION-LINE PRINTS ONE BROKEN RULE FOR THE LOAN
079600* AND RAISES THE RUN'S RETURN CODE TO 04 SO SERVICING SEES IT
079700* WITHOUT THE CHAIN BEING HELD.
079800******************************************************************
079900 2800-WRITE-EXCEPTION-LINE.
080000     MOVE SPACES TO WS-EXCEPTION-DETAIL-LINE.
080100     MOVE LM-LOAN-NUMBER TO INT-LOAN-NUMBER.
080200     MOVE WS-EXCEPTION-RULE TO INT-RULE.
080300     MOVE WS-MASTER-VALUE TO INT-MASTER-VALUE.
080400     MOVE WS-SUBFILE-VALUE TO INT-SUBFILE-VALUE.
080500     PERFORM 2900-WRITE-REPORT-LINE
080600         THRU 2900-WRITE-REPORT-LINE-EXIT.
080700     ADD 1 TO WS-EXCEPTION-COUNT.
080800     IF 04 > WS-HIGHEST-RETURN-CODE
080900         MOVE 04 TO WS-HIGHEST-RETURN-CODE
081000     END-IF.
081100 2800-WRITE-EXCEPTION-LINE-EXIT.
081200     EXIT.
081300*
081400 2900-WRITE-REPORT-LINE.
081500     WRITE INTEGRITY-REPORT-LINE FROM WS-EXCEPTION-DETAIL-LINE.
081600     ADD 1 TO WS-LINE-COUNT.
081700     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
081800         PERFORM 3900-WRITE-REPORT-HEADINGS
081900             THRU 3900-WRITE-REPORT-HEADINGS-EXIT
082000     END-IF.
082100 2900-WRITE-REPORT-LINE-EXIT.
082200     EXIT.
082300*
082400******************************************************************
082500* 3000-WRITE-REPORT-TOTALS PRINTS THE LOANS CHECKED AND THE
082600* EXCEPTION COUNT FOR EACH RULE.
082700******************************************************************
082800 3000-WRITE-REPORT-TOTALS.
082900     WRITE INTEGRITY-REPORT-LINE FROM WS-BLANK-LINE
083000         AFTER ADVANCING 1 LINE.
083100     MOVE 'LOANS READ' TO SUM-LABEL.
083200     MOVE WS-LOAN-COUNT TO SUM-COUNT.
083300     PERFORM 3100-WRITE-SUMMARY-LINE
083400         THRU 3100-WRITE-SUMMARY-LINE-EXIT.
083500     MOVE 'LOANS CHECKED' TO SUM-LABEL.
083600     MOVE WS-CHECKED-COUNT TO SUM-COUNT.
083700     PERFORM 3100-WRITE-SUMMARY-LINE
083800         THRU 3100-WRITE-SUMMARY-LINE-EXIT.
083900     MOVE 'BALANCE VS PAYMENT HISTORY' TO SUM-LABEL.
084000     MOVE WS-BALANCE-EXCEPTIONS TO SUM-COUNT.
084100     PERFORM 3100-WRITE-SUMMARY-LINE
084200         THRU 3100-WRITE-SUMMARY-LINE-EXIT.
084300     MOVE 'FEES VS FEE HISTORY' TO SUM-LABEL.
084400     MOVE WS-FEE-EXCEPTIONS TO SUM-COUNT.
084500     PERFORM 3100-WRITE-SUMMARY-LINE
084600         THRU 3100-WRITE-SUMMARY-LINE-EXIT.
084700     MOVE 'DELINQUENCY VS DAYS PAST DUE' TO SUM-LABEL.
084800     MOVE WS-STATUS-EXCEPTIONS TO SUM-COUNT.
084900     PERFORM 3100-WRITE-SUMMARY-LINE
085000         THRU 3100-WRITE-SUMMARY-LINE-EXIT.
085100     MOVE 'OPEN CASE ON PAID-OFF LOAN' TO SUM-LABEL.
085200     MOVE WS-CASE-EXCEPTIONS TO SUM-COUNT.
085300     PERFORM 3100-WRITE-SUMMARY-LINE
085400         THRU 3100-WRITE-SUMMARY-LINE-EXIT.
085500     MOVE 'ACTIVE ACH ON PAID-OFF LOAN' TO SUM-LABEL.
085600     MOVE WS-ACH-EXCEPTIONS TO SUM-COUNT.
085700     PERFORM 3100-WRITE-SUMMARY-LINE
085800         THRU 3100-WRITE-SUMMARY-LINE-EXIT.
085900     MOVE 'ARM PRODUCT WITHOUT SCHEDULE' TO SUM-LABEL.
086000     MOVE WS-ARM-EXCEPTIONS TO SUM-COUNT.
086100     PERFORM 3100-WRITE-SUMMARY-LINE
086200         THRU 3100-WRITE-SUMMARY-LINE-EXIT.
086300     MOVE 'ACTIVE LOAN WITHOUT ADDRESS' TO SUM-LABEL.
086400     MOVE WS-ADDRESS-EXCEPTIONS TO SUM-COUNT.
086500     PERFORM 3100-WRITE-SUMMARY-LINE
086600         THRU 3100-WRITE-SUMMARY-LINE-EXIT.
086700     MOVE 'ACTIVE LOAN WITHOUT INSURANCE' TO SUM-LABEL.
086800     MOVE WS-POLICY-EXCEPTIONS TO SUM-COUNT.
086900     PERFORM 3100-WRITE-SUMMARY-LINE
087000         THRU 3100-WRITE-SUMMARY-LINE-EXIT.
087100     MOVE 'TOTAL EXCEPTIONS' TO SUM-LABEL.
087200     MOVE WS-EXCEPTION-COUNT TO SUM-COUNT.
087300     PERFORM 3100-WRITE-SUMMARY-LINE
087400         THRU 3100-WRITE-SUMMARY-LINE-EXIT.
087500 3000-WRITE-REPORT-TOTALS-EXIT.
087600     EXIT.
087700*
087800 3100-WRITE-SUMMARY-LINE.
087900     WRITE INTEGRITY-REPORT-LINE FROM WS-SUMMARY-LINE
088000         AFTER ADVANCING 1 LINE.
088100 3100-WRITE-SUMMARY-LINE-EXIT.
088200     EXIT.
088300*
088400 3900-WRITE-REPORT-HEADINGS.
088500     WRITE INTEGRITY-REPORT-LINE FROM WS-HEADING-LINE-1
088600         AFTER ADVANCING PAGE.
088700     WRITE INTEGRITY-REPORT-LINE FROM WS-HEADING-LINE-2
088800         AFTER ADVANCING 1 LINE.
088900     MOVE ZERO TO WS-LINE-COUNT.
089000 3900-WRITE-REPORT-HEADINGS-EXIT.
089100     EXIT.
089200*
089300******************************************************************
089400* 4000-WRITE-FINAL-CHECKPOINT RECORDS THE SWEEP FOR THE END-OF-
089500* CHAIN OPERATIONS SUMMARY.  THE EXCEPTION COUNT GOES IN THE
089600* RECORDS WRITTEN FIELD - THE LINES WRITTEN TO THE EXCEPTION
089700* REPORT - SO COBOPS1 CAN REPORT IT.
089800******************************************************************
089900 4000-WRITE-FINAL-CHECKPOINT.
090000     MOVE WS-JOB-NAME TO CKPT-JOB-NAME.
090100     MOVE 'COBINT1' TO CKPT-STEP-NAME.
090200     MOVE ZERO TO CKPT-LAST-LOAN-NUMBER.
090300     MOVE WS-LOAN-COUNT TO CKPT-RECORDS-READ.
090400     MOVE ZERO TO CKPT-RECORDS-UPDATED.
090500     MOVE WS-EXCEPTION-COUNT TO CKPT-RECORDS-WRITTEN.
090600     IF WS-ABEND-REQUIRED
090700         SET CKPT-STEP-FAILED TO TRUE
090800     ELSE
090900         SET CKPT-STEP-COMPLETE TO TRUE
091000     END-IF.
091100     MOVE FUNCTION CURRENT-DATE TO CKPT-TIMESTAMP.
091200     PERFORM 8100-WRITE-CHECKPOINT
091300         THRU 8100-WRITE-CHECKPOINT-EXIT.
091400 4000-WRITE-FINAL-CHECKPOINT-EXIT.
091500     EXIT.
091600*
091700 9999-TERMINATE.
091800     CLOSE LOAN-MASTER-FILE.
091900     IF WS-PMTHIST-OPEN
092000         CLOSE PAYMENT-HISTORY-FILE
092100     END-IF.
092200     IF WS-FEEHIST-OPEN
092300         CLOSE FEE-HISTORY-FILE
092400     END-IF.
092500     IF WS-LOSSMIT-OPEN
092600         CLOSE LOSS-MIT-PLAN-FILE
092700     END-IF.
092800     IF WS-CASEFILE-OPEN
092900         CLOSE CASE-FILE
093000     END-IF.
093100     IF WS-ACHENRL-OPEN
093200         CLOSE ACH-ENROLLMENT-FILE
093300     END-IF.
093400     IF WS-ARMSCHD-OPEN
093500         CLOSE ARM-SCHEDULE-FILE
093600     END-IF.
093700     IF WS-ADDRFILE-OPEN
093800         CLOSE ADDRESS-FILE
093900     END-IF.
094000     IF WS-INSPOL-OPEN
094100         CLOSE POLICY-FILE
094200     END-IF.
094300     CLOSE INTEGRITY-REPORT-FILE.
094400     DISPLAY 'COBINT1 - LOAN INTEGRITY SWEEP COMPLETE'.
094500     DISPLAY 'COBINT1 - LOANS READ        : ' WS-LOAN-COUNT.
094600     DISPLAY 'COBINT1 - LOANS CHECKED     : ' WS-CHECKED-COUNT.
094700     DISPLAY 'COBINT1 - TRANSFERRED       : '
094800         WS-TRANSFERRED-COUNT.
094900     DISPLAY 'COBINT1 - NO PAYMENT HISTORY: '
095000         WS-NO-HISTORY-COUNT.
095100     DISPLAY 'COBINT1 - STATUS ON PLAN    : '
095200         WS-PLAN-EXEMPT-COUNT.
095300     DISPLAY 'COBINT1 - EXCEPTIONS        : ' WS-EXCEPTION-COUNT.
095400     IF WS-ABEND-REQUIRED
095500         DISPLAY 'COBINT1 - AN INPUT FILE OPEN FAILED - SWEEP '
095600             'DID NOT RUN - SCHEDULER SHOULD NOT PROCEED'
095700     END-IF.
095800     MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE.
095900 9999-TERMINATE-EXIT.
096000     EXIT.
096100*
096200     COPY CHKPTLOG.
