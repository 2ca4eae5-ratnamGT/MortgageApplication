000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBSTR1.
000300 AUTHOR.        R J TATE.
000400 INSTALLATION.  MORTGAGE SERVICING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    MONTH-END PORTFOLIO STRATIFICATION.  STRATIFIES EVERY       *
001000*    ACTIVE LOAN ON THE LOAN MASTER SEVEN WAYS - BY PRODUCT      *
001100*    CODE, INVESTOR CODE, PROPERTY STATE (FROM THE LOAN ADDRESS  *
001200*    FILE), NOTE RATE BAND, REMAINING TERM BAND, CURRENT UPB     *
001300*    BAND AND DELINQUENCY STATUS - AND PRINTS FOR EACH STRATUM   *
001400*    THE LOAN COUNT, TOTAL UPB, PERCENT OF PORTFOLIO UPB, AND    *
001500*    THE UPB-WEIGHTED AVERAGE COUPON AND REMAINING MATURITY.     *
001600*    THE SAME STRATA ARE WRITTEN TO A FIXED-LAYOUT DOWNLOAD      *
001700*    FILE (STRATDL.CPY) FOR FINANCE.                             *
001800*                                                                *
001900*    THE LOAN MASTER CARRIES NO MATURITY DATE, SO THE REMAINING  *
002000*    TERM IS THE NUMBER OF MONTHS THE CURRENT P&I PAYMENT TAKES  *
002100*    TO RETIRE THE CURRENT BALANCE AT THE NOTE RATE, NEVER MORE  *
002200*    THAN THE LOAN'S TERM.  DELINQUENCY IS BY DAYS PAST THE NEXT *
002300*    DUE DATE, IN THE SAME 30/60/90/120 BUCKETS AS THE AGING     *
002400*    REPORT (COBAGE1); A LOAN IN FORECLOSURE IS ITS OWN STRATUM. *
002500*                                                                *
002600*    THE PORTFOLIO TOTAL IS TIED TO THE GENERAL LEDGER THE SAME  *
002700*    WAY THE GL SUSPENSE RECONCILIATION (COBGLR1) TIES EACH      *
002800*    BRANCH AND PRODUCT - THE STRATIFIED UPB, PLUS ANY BALANCE   *
002900*    LEFT ON A PAID-OFF LOAN, PLUS UNAPPLIED SUSPENSE, AGAINST   *
003000*    THE SUM OF THE LOAN BALANCE CONTROL TOTALS ON               *
003100*    MTG.GL_CONTROL.  A TOTAL THAT DOES NOT TIE WITHIN           *
003200*    TOLERANCE ENDS THE STEP WITH RETURN CODE 04 SO FINANCE      *
003300*    DOES NOT LOAD THE DOWNLOAD BEFORE THE DIFFERENCE IS         *
003400*    EXPLAINED.                                                  *
003500*                                                                *
003600******************************************************************
003700*    MODIFICATION HISTORY
003800*    ---------------------------------------------------------
003900*    2026-10-15  RJT  INITIAL VERSION.
004000******************************************************************
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS LM-LOAN-NUMBER
004800         FILE STATUS IS WS-LOANMSTR-FILE-STATUS.
004900     SELECT ADDRESS-FILE ASSIGN TO ADDRFILE
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS ADR-LOAN-NUMBER
005300         FILE STATUS IS WS-ADDRFILE-FILE-STATUS.
005400     SELECT SUSPENSE-FUNDS-FILE ASSIGN TO SUSFILE
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS SEQUENTIAL
005700         RECORD KEY IS SUS-LOAN-NUMBER
005800         FILE STATUS IS WS-SUSFILE-FILE-STATUS.
005900     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
006000     SELECT STRATA-DOWNLOAD-FILE ASSIGN TO STRATDL
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-STRATDL-FILE-STATUS.
006300     SELECT RESTART-FILE ASSIGN TO RESTFILE
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS CKPT-STEP-NAME
006700         FILE STATUS IS WS-RESTART-FILE-STATUS.
006800     SELECT STRATA-REPORT-FILE ASSIGN TO STRATRPT
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-STRATRPT-FILE-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  LOAN-MASTER-FILE
007400     LABEL RECORDS ARE STANDARD.
007500     COPY LOANMSTR.
007600*
007700 FD  ADDRESS-FILE
007800     LABEL RECORDS ARE STANDARD.
007900     COPY LOANADDR.
008000*
008100 FD  SUSPENSE-FUNDS-FILE
008200     LABEL RECORDS ARE STANDARD.
008300     COPY SUSPNSE.
008400*
008500 SD  SORT-WORK-FILE.
008600     COPY STRATSRT.
008700*
008800 FD  STRATA-DOWNLOAD-FILE
008900     LABEL RECORDS ARE STANDARD.
009000     COPY STRATDL.
009100*
009200 FD  RESTART-FILE
009300     LABEL RECORDS ARE STANDARD.
009400     COPY CHKPTREC.
009500*
009600 FD  STRATA-REPORT-FILE
009700     LABEL RECORDS ARE OMITTED.
009800 01  STRATA-REPORT-LINE          PIC X(132).
009900*
010000 WORKING-STORAGE SECTION.
010100 77  WS-LOANMSTR-FILE-STATUS     PIC X(02) VALUE '00'.
010200     88  WS-LOANMSTR-FILE-OK         VALUE '00' '02' '97'.
010300     88  WS-LOANMSTR-EOF             VALUE '10'.
010400 77  WS-ADDRFILE-FILE-STATUS     PIC X(02) VALUE '00'.
010500 77  WS-ADDRFILE-OPEN-SWITCH     PIC X(01) VALUE 'N'.
010600     88  WS-ADDRFILE-OPEN           VALUE 'Y'.
010700     88  WS-ADDRFILE-NOT-OPEN       VALUE 'N'.
010800 77  WS-SUSFILE-FILE-STATUS      PIC X(02) VALUE '00'.
010900     88  WS-SUSFILE-FILE-OK          VALUE '00' '02' '97'.
011000     88  WS-SUSFILE-EOF              VALUE '10'.
011100 77  WS-SORT-FILE-STATUS         PIC X(02) VALUE '00'.
011200     88  WS-SORT-EOF                 VALUE '10'.
011300 77  WS-STRATDL-FILE-STATUS      PIC X(02) VALUE '00'.
011400 77  WS-RESTART-FILE-STATUS      PIC X(02) VALUE '00'.
011500 77  WS-STRATRPT-FILE-STATUS     PIC X(02) VALUE '00'.
011600 77  WS-FIRST-RECORD-SWITCH      PIC X(01) VALUE 'Y'.
011700     88  WS-FIRST-RECORD            VALUE 'Y'.
011800     88  WS-NOT-FIRST-RECORD        VALUE 'N'.
011900 77  WS-GL-TOTAL-SWITCH          PIC X(01) VALUE 'N'.
012000     88  WS-GL-TOTAL-FOUND          VALUE 'Y'.
012100     88  WS-GL-TOTAL-NOT-FOUND      VALUE 'N'.
012200 77  WS-JOB-NAME                 PIC X(08) VALUE 'PORTSTRT'.
012300 77  WS-TODAY-CCYYMMDD           PIC 9(08) VALUE ZERO.
012400 77  WS-TODAY-JULIAN             PIC 9(07) COMP-3 VALUE ZERO.
012500 77  WS-DUE-DATE-JULIAN          PIC 9(07) COMP-3 VALUE ZERO.
012600 77  WS-DAYS-PAST-DUE            PIC S9(05) COMP-3 VALUE ZERO.
012700 77  WS-PANDI-AMOUNT             PIC S9(07)V99 COMP-3 VALUE ZERO.
012800 77  WS-MONTHLY-RATE             PIC S9(01)V9(09) COMP-3
012900                                 VALUE ZERO.
013000 77  WS-AMORT-RATIO              PIC S9(01)V9(09) COMP-3
013100                                 VALUE ZERO.
013200 77  WS-REMAINING-TERM-CALC      PIC S9(05)V9(04) COMP-3
013300                                 VALUE ZERO.
013400 77  WS-REMAINING-TERM           PIC 9(03) VALUE ZERO.
013500 77  WS-BAND-NUMBER              PIC 9(02) VALUE ZERO.
013600 77  WS-TIE-TOLERANCE            PIC S9(05)V99 COMP-3
013700                                 VALUE 100.00.
013800 77  WS-LOAN-COUNT               PIC 9(07) COMP VALUE ZERO.
013900 77  WS-RELEASED-COUNT           PIC 9(09) COMP VALUE ZERO.
014000 77  WS-STRATUM-COUNT            PIC 9(07) COMP VALUE ZERO.
014100 77  WS-DOWNLOAD-COUNT           PIC 9(07) COMP VALUE ZERO.
014200 77  WS-SUSPENSE-REC-COUNT       PIC 9(07) COMP VALUE ZERO.
014300 77  WS-LINE-COUNT               PIC 9(03) COMP VALUE ZERO.
014400 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 060.
014500 77  WS-HIGHEST-RETURN-CODE      PIC 9(02) COMP VALUE ZERO.
014600 77  WS-ABEND-SWITCH             PIC X(01) VALUE 'N'.
014700     88  WS-ABEND-REQUIRED           VALUE 'Y'.
014800     88  WS-ABEND-NOT-REQUIRED       VALUE 'N'.
014900*
015000*    ------------------------------------------------------------
015100*    ACCUMULATORS.  THE WEIGHTS ARE UPB TIMES NOTE RATE AND UPB
015200*    TIMES REMAINING TERM; EACH WEIGHTED AVERAGE IS ITS WEIGHT
015300*    DIVIDED BY THE UPB IT WAS BUILT FROM.
015400*    ------------------------------------------------------------
015500 01  WS-PORTFOLIO-TOTALS.
015600     05  WS-PORT-LOAN-COUNT      PIC 9(07) COMP VALUE ZERO.
015700     05  WS-PORT-UPB             PIC S9(13)V99 COMP-3 VALUE ZERO.
015800     05  WS-PORT-RATE-WEIGHT     PIC S9(13)V9(05) COMP-3
015900                                 VALUE ZERO.
016000     05  WS-PORT-TERM-WEIGHT     PIC S9(16)V99 COMP-3 VALUE ZERO.
016100 01  WS-DIMENSION-TOTALS.
016200     05  WS-DIM-LOAN-COUNT       PIC 9(07) COMP VALUE ZERO.
016300     05  WS-DIM-UPB              PIC S9(13)V99 COMP-3 VALUE ZERO.
016400     05  WS-DIM-RATE-WEIGHT      PIC S9(13)V9(05) COMP-3
016500                                 VALUE ZERO.
016600     05  WS-DIM-TERM-WEIGHT      PIC S9(16)V99 COMP-3 VALUE ZERO.
016700 01  WS-STRATUM-TOTALS.
016800     05  WS-STR-LOAN-COUNT       PIC 9(07) COMP VALUE ZERO.
016900     05  WS-STR-UPB              PIC S9(13)V99 COMP-3 VALUE ZERO.
017000     05  WS-STR-RATE-WEIGHT      PIC S9(13)V9(05) COMP-3
017100                                 VALUE ZERO.
017200     05  WS-STR-TERM-WEIGHT      PIC S9(16)V99 COMP-3 VALUE ZERO.
017300*
017400*    ------------------------------------------------------------
017500*    ONE LINE'S FIGURES, LOADED FROM WHICHEVER ACCUMULATOR IS
017600*    BEING PRINTED AND COMPUTED BY 3800-COMPUTE-AVERAGES.
017700*    ------------------------------------------------------------
017800 01  WS-LINE-FIGURES.
017900     05  WS-LINE-LOAN-COUNT      PIC 9(07) COMP VALUE ZERO.
018000     05  WS-LINE-UPB             PIC S9(13)V99 COMP-3 VALUE ZERO.
018100     05  WS-LINE-RATE-WEIGHT     PIC S9(13)V9(05) COMP-3
018200                                 VALUE ZERO.
018300     05  WS-LINE-TERM-WEIGHT     PIC S9(16)V99 COMP-3 VALUE ZERO.
018400     05  WS-LINE-PERCENT         PIC S9(03)V9(04) COMP-3
018500                                 VALUE ZERO.
018600     05  WS-LINE-WAC             PIC S9(01)V9(06) COMP-3
018700                                 VALUE ZERO.
018800     05  WS-LINE-WARM            PIC S9(03)V99 COMP-3 VALUE ZERO.
018900*
019000*    ------------------------------------------------------------
019100*    GENERAL LEDGER TIE-OUT.
019200*    ------------------------------------------------------------
019300 01  WS-TIE-OUT-TOTALS.
019400     05  WS-PAID-OFF-BALANCE     PIC S9(13)V99 COMP-3 VALUE ZERO.
019500     05  WS-SUSPENSE-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
019600     05  WS-UNMATCHED-SUSP-TOTAL PIC S9(13)V99 COMP-3 VALUE ZERO.
019700     05  WS-MASTER-POSITION      PIC S9(13)V99 COMP-3 VALUE ZERO.
019800     05  WS-GL-VARIANCE          PIC S9(13)V99 COMP-3 VALUE ZERO.
019900*
020000 01  WS-PREV-KEYS.
020100     05  WS-PREV-DIMENSION       PIC 9(01) VALUE ZERO.
020200     05  WS-PREV-STRATUM-KEY     PIC X(06) VALUE SPACES.
020300     05  WS-PREV-STRATUM-LABEL   PIC X(16) VALUE SPACES.
020400*
020500*    ------------------------------------------------------------
020600*    DIMENSION NAMES, IN STS-DIMENSION ORDER.
020700*    ------------------------------------------------------------
020800 01  WS-DIMENSION-NAME-VALUES.
020900     05  FILLER          PIC X(16) VALUE 'PRODUCT CODE'.
021000     05  FILLER          PIC X(16) VALUE 'INVESTOR CODE'.
021100     05  FILLER          PIC X(16) VALUE 'PROPERTY STATE'.
021200     05  FILLER          PIC X(16) VALUE 'NOTE RATE'.
021300     05  FILLER          PIC X(16) VALUE 'REMAINING TERM'.
021400     05  FILLER          PIC X(16) VALUE 'CURRENT UPB'.
021500     05  FILLER          PIC X(16) VALUE 'DELINQUENCY'.
021600 01  WS-DIMENSION-NAME-TABLE REDEFINES WS-DIMENSION-NAME-VALUES.
021700     05  WS-DIMENSION-NAME       PIC X(16) OCCURS 7 TIMES.
021800 01  WS-CURRENT-DIMENSION-NAME   PIC X(16) VALUE SPACES.
021900*
022000*    ------------------------------------------------------------
022100*    NOTE RATE BANDS - A LOAN FALLS IN THE FIRST BAND WHOSE
022200*    LIMIT ITS RATE IS BELOW.  THE LAST BAND TAKES THE REST.
022300*    ------------------------------------------------------------
022400 01  WS-RATE-BAND-VALUES.
022500     05  FILLER          PIC 9(01)V9(04) VALUE .0300.
022600     05  FILLER          PIC X(16) VALUE 'UNDER 3.000%'.
022700     05  FILLER          PIC 9(01)V9(04) VALUE .0400.
022800     05  FILLER          PIC X(16) VALUE '3.000 - 3.999%'.
022900     05  FILLER          PIC 9(01)V9(04) VALUE .0500.
023000     05  FILLER          PIC X(16) VALUE '4.000 - 4.999%'.
023100     05  FILLER          PIC 9(01)V9(04) VALUE .0600.
023200     05  FILLER          PIC X(16) VALUE '5.000 - 5.999%'.
023300     05  FILLER          PIC 9(01)V9(04) VALUE .0700.
023400     05  FILLER          PIC X(16) VALUE '6.000 - 6.999%'.
023500     05  FILLER          PIC 9(01)V9(04) VALUE .0800.
023600     05  FILLER          PIC X(16) VALUE '7.000 - 7.999%'.
023700     05  FILLER          PIC 9(01)V9(04) VALUE .0900.
023800     05  FILLER          PIC X(16) VALUE '8.000 - 8.999%'.
023900     05  FILLER          PIC 9(01)V9(04) VALUE 9.9999.
024000     05  FILLER          PIC X(16) VALUE '9.000% AND OVER'.
024100 01  WS-RATE-BAND-TABLE REDEFINES WS-RATE-BAND-VALUES.
024200     05  RB-ENTRY OCCURS 8 TIMES INDEXED BY RB-IDX.
024300         10  RB-LIMIT            PIC 9(01)V9(04).
024400         10  RB-LABEL            PIC X(16).
024500*
024600*    ------------------------------------------------------------
024700*    REMAINING TERM BANDS - A LOAN FALLS IN THE FIRST BAND WHOSE
024800*    LIMIT ITS REMAINING MONTHS DO NOT EXCEED.
024900*    ------------------------------------------------------------
025000 01  WS-TERM-BAND-VALUES.
025100     05  FILLER          PIC 9(03) VALUE 060.
025200     05  FILLER          PIC X(16) VALUE '000 - 060 MOS'.
025300     05  FILLER          PIC 9(03) VALUE 120.
025400     05  FILLER          PIC X(16) VALUE '061 - 120 MOS'.
025500     05  FILLER          PIC 9(03) VALUE 180.
025600     05  FILLER          PIC X(16) VALUE '121 - 180 MOS'.
025700     05  FILLER          PIC 9(03) VALUE 240.
025800     05  FILLER          PIC X(16) VALUE '181 - 240 MOS'.
025900     05  FILLER          PIC 9(03) VALUE 300.
026000     05  FILLER          PIC X(16) VALUE '241 - 300 MOS'.
026100     05  FILLER          PIC 9(03) VALUE 360.
026200     05  FILLER          PIC X(16) VALUE '301 - 360 MOS'.
026300     05  FILLER          PIC 9(03) VALUE 999.
026400     05  FILLER          PIC X(16) VALUE 'OVER 360 MOS'.
026500 01  WS-TERM-BAND-TABLE REDEFINES WS-TERM-BAND-VALUES.
026600     05  TB-ENTRY OCCURS 7 TIMES INDEXED BY TB-IDX.
026700         10  TB-LIMIT            PIC 9(03).
026800         10  TB-LABEL            PIC X(16).
026900*
027000*    ------------------------------------------------------------
027100*    CURRENT UPB BANDS - A LOAN FALLS IN THE FIRST BAND WHOSE
027200*    LIMIT ITS BALANCE IS BELOW.  THE LAST BAND TAKES THE REST.
027300*    ------------------------------------------------------------
027400 01  WS-BALANCE-BAND-VALUES.
027500     05  FILLER          PIC 9(09)V99 VALUE 100000.00.
027600     05  FILLER          PIC X(16) VALUE 'UNDER 100,000'.
027700     05  FILLER          PIC 9(09)V99 VALUE 200000.00.
027800     05  FILLER          PIC X(16) VALUE '100,000-199,999'.
027900     05  FILLER          PIC 9(09)V99 VALUE 300000.00.
028000     05  FILLER          PIC X(16) VALUE '200,000-299,999'.
028100     05  FILLER          PIC 9(09)V99 VALUE 500000.00.
028200     05  FILLER          PIC X(16) VALUE '300,000-499,999'.
028300     05  FILLER          PIC 9(09)V99 VALUE 1000000.00.
028400     05  FILLER          PIC X(16) VALUE '500,000-999,999'.
028500     05  FILLER          PIC 9(09)V99 VALUE 999999999.99.
028600     05  FILLER          PIC X(16) VALUE '1,000,000 & OVER'.
028700 01  WS-BALANCE-BAND-TABLE REDEFINES WS-BALANCE-BAND-VALUES.
028800     05  BB-ENTRY OCCURS 6 TIMES INDEXED BY BB-IDX.
028900         10  BB-LIMIT            PIC 9(09)V99.
029000         10  BB-LABEL            PIC X(16).
029100*
029200*    ------------------------------------------------------------
029300*    DELINQUENCY STATUS STRATA, BY STRATUM NUMBER.
029400*    ------------------------------------------------------------
029500 01  WS-DELINQUENCY-LABEL-VALUES.
029600     05  FILLER          PIC X(16) VALUE 'CURRENT'.
029700     05  FILLER          PIC X(16) VALUE '30-59 DAYS'.
029800     05  FILLER          PIC X(16) VALUE '60-89 DAYS'.
029900     05  FILLER          PIC X(16) VALUE '90-119 DAYS'.
030000     05  FILLER          PIC X(16) VALUE '120+ DAYS'.
030100     05  FILLER          PIC X(16) VALUE 'IN FORECLOSURE'.
030200 01  WS-DELINQUENCY-LABEL-TABLE
030300             REDEFINES WS-DELINQUENCY-LABEL-VALUES.
030400     05  WS-DELINQUENCY-LABEL    PIC X(16) OCCURS 6 TIMES.
030500*
030600 01  WS-HEADING-LINE-1.
030700     05  FILLER          PIC X(20) VALUE 'MONTH-END PORTFOLIO '.
030800     05  FILLER          PIC X(20) VALUE 'STRATIFICATION'.
030900     05  FILLER          PIC X(06) VALUE 'AS OF '.
031000     05  HDG-AS-OF-DATE  PIC 9(08).
031100     05  FILLER          PIC X(78) VALUE SPACES.
031200*
031300 01  WS-HEADING-LINE-2.
031400     05  FILLER          PIC X(14) VALUE 'STRATIFIED BY '.
031500     05  HDG-DIMENSION-NAME PIC X(16).
031600     05  FILLER          PIC X(102) VALUE SPACES.
031700*
031800 01  WS-HEADING-LINE-3.
031900     05  FILLER          PIC X(18) VALUE 'STRATUM'.
032000     05  FILLER          PIC X(09) VALUE '    LOANS'.
032100     05  FILLER          PIC X(21) VALUE '            TOTAL UPB'.
032200     05  FILLER          PIC X(10) VALUE '  PCT UPB'.
032300     05  FILLER          PIC X(09) VALUE '     WAC'.
032400     05  FILLER          PIC X(09) VALUE '    WARM'.
032500     05  FILLER          PIC X(56) VALUE SPACES.
032600*
032700 01  WS-STRATUM-LINE.
032800     05  STL-STRATUM-LABEL   PIC X(16).
032900     05  FILLER              PIC X(02) VALUE SPACES.
033000     05  STL-LOAN-COUNT      PIC Z,ZZZ,ZZ9.
033100     05  FILLER              PIC X(02) VALUE SPACES.
033200     05  STL-TOTAL-UPB       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
033300     05  FILLER              PIC X(02) VALUE SPACES.
033400     05  STL-PERCENT         PIC ZZ9.99.
033500     05  FILLER              PIC X(02) VALUE SPACES.
033600     05  STL-WAC             PIC ZZZ9.999.
033700     05  FILLER              PIC X(02) VALUE SPACES.
033800     05  STL-WARM            PIC ZZZ9.99.
033900     05  FILLER              PIC X(57) VALUE SPACES.
034000*
034100 01  WS-SUMMARY-LINE.
034200     05  SUM-LABEL           PIC X(34).
034300     05  SUM-COUNT           PIC ZZZ,ZZ9.
034400     05  FILLER              PIC X(91) VALUE SPACES.
034500*
034600 01  WS-AMOUNT-LINE.
034700     05  AMT-LABEL           PIC X(34).
034800     05  AMT-VALUE           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
034900     05  FILLER              PIC X(79) VALUE SPACES.
035000*
035100 01  WS-MESSAGE-LINE.
035200     05  MSG-TEXT            PIC X(60).
035300     05  FILLER              PIC X(72) VALUE SPACES.
035400*
035500 01  WS-BLANK-LINE           PIC X(132) VALUE SPACES.
035600*
035700     COPY GLCTLREC.
035800*
035900     EXEC SQL
036000          INCLUDE SQLCA
036100     END-EXEC.
036200*
036300 PROCEDURE DIVISION.
036400 0000-MAINLINE.
036500     PERFORM 1000-INITIALIZE
036600         THRU 1000-INITIALIZE-EXIT.
036700     IF WS-ABEND-NOT-REQUIRED
036800         SORT SORT-WORK-FILE
036900             ON ASCENDING KEY STS-DIMENSION
037000                              STS-STRATUM-KEY
037100             INPUT PROCEDURE 2000-RELEASE-ACTIVE-LOANS
037200                 THRU 2000-RELEASE-ACTIVE-LOANS-EXIT
037300             OUTPUT PROCEDURE 3000-PRODUCE-STRATA
037400                 THRU 3000-PRODUCE-STRATA-EXIT
037500         PERFORM 4000-TIE-TO-GENERAL-LEDGER
037600             THRU 4000-TIE-TO-GENERAL-LEDGER-EXIT
037700     END-IF.
037800     PERFORM 6000-WRITE-FINAL-CHECKPOINT
037900         THRU 6000-WRITE-FINAL-CHECKPOINT-EXIT.
038000     PERFORM 9999-TERMINATE
038100         THRU 9999-TERMINATE-EXIT.
038200     GOBACK.
038300*
038400******************************************************************
038500* 1000-INITIALIZE OPENS THE LOAN MASTER, THE LOAN ADDRESS FILE
038600* (WITHOUT IT EVERY LOAN STRATIFIES UNDER 'NO ADDRESS' FOR
038700* PROPERTY STATE), THE DOWNLOAD AND THE REPORT.  A FAILED LOAN
038800* MASTER OPEN FAILS THE STEP.
038900******************************************************************
039000 1000-INITIALIZE.
039100     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD.
039200     COMPUTE WS-TODAY-JULIAN =
039300         FUNCTION INTEGER-OF-DATE (WS-TODAY-CCYYMMDD).
039400     MOVE WS-TODAY-CCYYMMDD TO HDG-AS-OF-DATE.
039500     OPEN OUTPUT STRATA-REPORT-FILE.
039600     OPEN INPUT LOAN-MASTER-FILE.
039700     IF NOT WS-LOANMSTR-FILE-OK
039800         DISPLAY 'COBSTR1 - LOAN MASTER OPEN FAILED, STATUS='
039900             WS-LOANMSTR-FILE-STATUS
040000         MOVE '10' TO WS-LOANMSTR-FILE-STATUS
040100         SET WS-ABEND-REQUIRED TO TRUE
040200         IF 16 > WS-HIGHEST-RETURN-CODE
040300             MOVE 16 TO WS-HIGHEST-RETURN-CODE
040400         END-IF
040500     END-IF.
040600     OPEN INPUT ADDRESS-FILE.
040700     IF WS-ADDRFILE-FILE-STATUS = '35'
040800         DISPLAY 'COBSTR1 - NO LOAN ADDRESS FILE - PROPERTY '
040900             'STATE NOT STRATIFIED'
041000         SET WS-ADDRFILE-NOT-OPEN TO TRUE
041100     ELSE
041200         SET WS-ADDRFILE-OPEN TO TRUE
041300     END-IF.
041400     OPEN OUTPUT STRATA-DOWNLOAD-FILE.
041500     DISPLAY 'COBSTR1 - MONTH-END PORTFOLIO STRATIFICATION '
041600         'STARTING'.
041700 1000-INITIALIZE-EXIT.
041800     EXIT.
041900*
042000******************************************************************
042100* 2000-RELEASE-ACTIVE-LOANS IS THE SORT INPUT PROCEDURE.  IT
042200* READS THE WHOLE LOAN MASTER AND RELEASES EVERY ACTIVE LOAN
042300* ONCE PER DIMENSION, ACCUMULATING THE PORTFOLIO TOTALS THE
042400* OUTPUT PROCEDURE NEEDS FOR PERCENT OF PORTFOLIO.
042500******************************************************************
042600 2000-RELEASE-ACTIVE-LOANS.
042700     PERFORM 2100-READ-LOAN-MASTER
042800         THRU 2100-READ-LOAN-MASTER-EXIT.
042900     PERFORM UNTIL WS-LOANMSTR-EOF
043000         PERFORM 2200-RELEASE-ONE-LOAN
043100             THRU 2200-RELEASE-ONE-LOAN-EXIT
043200         PERFORM 2100-READ-LOAN-MASTER
043300             THRU 2100-READ-LOAN-MASTER-EXIT
043400     END-PERFORM.
043500 2000-RELEASE-ACTIVE-LOANS-EXIT.
043600     EXIT.
043700*
043800 2100-READ-LOAN-MASTER.
043900     READ LOAN-MASTER-FILE NEXT RECORD
044000         AT END
044100             MOVE '10' TO WS-LOANMSTR-FILE-STATUS
044200     END-READ.
044300     IF NOT WS-LOANMSTR-EOF
044400         ADD 1 TO WS-LOAN-COUNT
044500     END-IF.
044600 2100-READ-LOAN-MASTER-EXIT.
044700     EXIT.
044800*
044900******************************************************************
045000* 2200-RELEASE-ONE-LOAN SKIPS A TRANSFERRED LOAN (OFF THE
045100* GENERAL LEDGER) AND KEEPS ANY BALANCE LEFT ON A PAID-OFF LOAN
045200* FOR THE TIE-OUT ONLY.  AN ACTIVE LOAN IS RELEASED SEVEN TIMES,
045300* ONCE INTO ITS STRATUM FOR EACH DIMENSION.
045400******************************************************************
045500 2200-RELEASE-ONE-LOAN.
045600     IF LM-LOAN-TRANSFERRED
045700         GO TO 2200-RELEASE-ONE-LOAN-EXIT
045800     END-IF.
045900     IF NOT LM-LOAN-ACTIVE
046000         ADD LM-CURRENT-BALANCE TO WS-PAID-OFF-BALANCE
046100         GO TO 2200-RELEASE-ONE-LOAN-EXIT
046200     END-IF.
046300     PERFORM 2300-COMPUTE-REMAINING-TERM
046400         THRU 2300-COMPUTE-REMAINING-TERM-EXIT.
046500     ADD 1 TO WS-PORT-LOAN-COUNT.
046600     ADD LM-CURRENT-BALANCE TO WS-PORT-UPB.
046700     COMPUTE WS-PORT-RATE-WEIGHT ROUNDED =
046800         WS-PORT-RATE-WEIGHT + LM-CURRENT-BALANCE * LM-NOTE-RATE.
046900     COMPUTE WS-PORT-TERM-WEIGHT =
047000         WS-PORT-TERM-WEIGHT
047100             + LM-CURRENT-BALANCE * WS-REMAINING-TERM.
047200     MOVE LM-LOAN-NUMBER TO STS-LOAN-NUMBER.
047300     MOVE LM-CURRENT-BALANCE TO STS-CURRENT-BALANCE.
047400     MOVE LM-NOTE-RATE TO STS-NOTE-RATE.
047500     MOVE WS-REMAINING-TERM TO STS-REMAINING-TERM.
047600*
047700     SET STS-BY-PRODUCT TO TRUE.
047800     MOVE LM-PRODUCT-CODE TO STS-STRATUM-KEY.
047900     MOVE LM-PRODUCT-CODE TO STS-STRATUM-LABEL.
048000     PERFORM 2900-RELEASE-STRATUM
048100         THRU 2900-RELEASE-STRATUM-EXIT.
048200*
048300     SET STS-BY-INVESTOR TO TRUE.
048400     MOVE LM-INVESTOR-CODE TO STS-STRATUM-KEY.
048500     MOVE LM-INVESTOR-CODE TO STS-STRATUM-LABEL.
048600     PERFORM 2900-RELEASE-STRATUM
048700         THRU 2900-RELEASE-STRATUM-EXIT.
048800*
048900     SET STS-BY-PROPERTY-STATE TO TRUE.
049000     PERFORM 2400-FIND-PROPERTY-STATE
049100         THRU 2400-FIND-PROPERTY-STATE-EXIT.
049200     PERFORM 2900-RELEASE-STRATUM
049300         THRU 2900-RELEASE-STRATUM-EXIT.
049400*
049500     SET STS-BY-NOTE-RATE TO TRUE.
049600     SET RB-IDX TO 1.
049700     SEARCH RB-ENTRY
049800         AT END
049900             SET RB-IDX TO 8
050000         WHEN LM-NOTE-RATE < RB-LIMIT (RB-IDX)
050100             CONTINUE
050200     END-SEARCH.
050300     SET WS-BAND-NUMBER TO RB-IDX.
050400     MOVE WS-BAND-NUMBER TO STS-STRATUM-KEY.
050500     MOVE RB-LABEL (RB-IDX) TO STS-STRATUM-LABEL.
050600     PERFORM 2900-RELEASE-STRATUM
050700         THRU 2900-RELEASE-STRATUM-EXIT.
050800*
050900     SET STS-BY-REMAINING-TERM TO TRUE.
051000     SET TB-IDX TO 1.
051100     SEARCH TB-ENTRY
051200         AT END
051300             SET TB-IDX TO 7
051400         WHEN WS-REMAINING-TERM <= TB-LIMIT (TB-IDX)
051500             CONTINUE
051600     END-SEARCH.
051700     SET WS-BAND-NUMBER TO TB-IDX.
051800     MOVE WS-BAND-NUMBER TO STS-STRATUM-KEY.
051900     MOVE TB-LABEL (TB-IDX) TO STS-STRATUM-LABEL.
052000     PERFORM 2900-RELEASE-STRATUM
052100         THRU 2900-RELEASE-STRATUM-EXIT.
052200*
052300     SET STS-BY-BALANCE TO TRUE.
052400     SET BB-IDX TO 1.
052500     SEARCH BB-ENTRY
052600         AT END
052700             SET BB-IDX TO 6
052800         WHEN LM-CURRENT-BALANCE < BB-LIMIT (BB-IDX)
052900             CONTINUE
053000     END-SEARCH.
053100     SET WS-BAND-NUMBER TO BB-IDX.
053200     MOVE WS-BAND-NUMBER TO STS-STRATUM-KEY.
053300     MOVE BB-LABEL (BB-IDX) TO STS-STRATUM-LABEL.
053400     PERFORM 2900-RELEASE-STRATUM
053500         THRU 2900-RELEASE-STRATUM-EXIT.
053600*
053700     SET STS-BY-DELINQUENCY TO TRUE.
053800     PERFORM 2500-SET-DELINQUENCY-STRATUM
053900         THRU 2500-SET-DELINQUENCY-STRATUM-EXIT.
054000     MOVE WS-BAND-NUMBER TO STS-STRATUM-KEY.
054100     MOVE WS-DELINQUENCY-LABEL (WS-BAND-NUMBER)
054200         TO STS-STRATUM-LABEL.
054300     PERFORM 2900-RELEASE-STRATUM
054400         THRU 2900-RELEASE-STRATUM-EXIT.
054500 2200-RELEASE-ONE-LOAN-EXIT.
054600     EXIT.
054700*
054800******************************************************************
054900* 2300-COMPUTE-REMAINING-TERM WORKS OUT HOW MANY MONTHS THE
055000* LOAN'S P&I PAYMENT (THE MONTHLY PAYMENT LESS ITS ESCROW SHARE)
055100* TAKES TO RETIRE THE CURRENT BALANCE AT THE NOTE RATE, ROUNDED
055200* UP TO A WHOLE MONTH.  A PAYMENT THAT DOES NOT COVER THE
055300* MONTH'S INTEREST, OR A RESULT PAST THE LOAN'S TERM, IS TAKEN
055400* AS THE FULL TERM.
055500******************************************************************
055600 2300-COMPUTE-REMAINING-TERM.
055700     MOVE LM-TERM-MONTHS TO WS-REMAINING-TERM.
055800     IF LM-CURRENT-BALANCE NOT > ZERO
055900         MOVE ZERO TO WS-REMAINING-TERM
056000         GO TO 2300-COMPUTE-REMAINING-TERM-EXIT
056100     END-IF.
056200     COMPUTE WS-PANDI-AMOUNT =
056300         LM-MONTHLY-PYMT-AMT - LM-MONTHLY-ESCROW-PYMT.
056400     IF WS-PANDI-AMOUNT NOT > ZERO
056500         GO TO 2300-COMPUTE-REMAINING-TERM-EXIT
056600     END-IF.
056700     COMPUTE WS-MONTHLY-RATE ROUNDED = LM-NOTE-RATE / 12.
056800     IF WS-MONTHLY-RATE = ZERO
056900         COMPUTE WS-REMAINING-TERM-CALC ROUNDED =
057000             LM-CURRENT-BALANCE / WS-PANDI-AMOUNT
057100     ELSE
057200         COMPUTE WS-AMORT-RATIO ROUNDED =
057300             1 - (LM-CURRENT-BALANCE * WS-MONTHLY-RATE
057400                 / WS-PANDI-AMOUNT)
057500         IF WS-AMORT-RATIO NOT > ZERO
057600             GO TO 2300-COMPUTE-REMAINING-TERM-EXIT
057700         END-IF
057800         COMPUTE WS-REMAINING-TERM-CALC ROUNDED =
057900             (0 - FUNCTION LOG (WS-AMORT-RATIO))
058000                 / FUNCTION LOG (1 + WS-MONTHLY-RATE)
058100     END-IF.
058200     IF WS-REMAINING-TERM-CALC NOT < LM-TERM-MONTHS
058300         GO TO 2300-COMPUTE-REMAINING-TERM-EXIT
058400     END-IF.
058500     MOVE WS-REMAINING-TERM-CALC TO WS-REMAINING-TERM.
058600     IF WS-REMAINING-TERM-CALC > WS-REMAINING-TERM
058700         ADD 1 TO WS-REMAINING-TERM
058800     END-IF.
058900 2300-COMPUTE-REMAINING-TERM-EXIT.
059000     EXIT.
059100*
059200******************************************************************
059300* 2400-FIND-PROPERTY-STATE LOOKS THE LOAN UP ON THE LOAN
059400* ADDRESS FILE.  A LOAN WITH NO ADDRESS RECORD, OR A BLANK
059500* PROPERTY STATE, STRATIFIES UNDER 'NO ADDRESS'.
059600******************************************************************
059700 2400-FIND-PROPERTY-STATE.
059800     MOVE SPACES TO STS-STRATUM-KEY.
059900     MOVE 'NO ADDRESS' TO STS-STRATUM-LABEL.
060000     IF WS-ADDRFILE-NOT-OPEN
060100         GO TO 2400-FIND-PROPERTY-STATE-EXIT
060200     END-IF.
060300     MOVE LM-LOAN-NUMBER TO ADR-LOAN-NUMBER.
060400     READ ADDRESS-FILE
060500         INVALID KEY
060600             GO TO 2400-FIND-PROPERTY-STATE-EXIT
060700     END-READ.
060800     IF ADR-PROP-STATE NOT = SPACES
060900         MOVE ADR-PROP-STATE TO STS-STRATUM-KEY
061000         MOVE ADR-PROP-STATE TO STS-STRATUM-LABEL
061100     END-IF.
061200 2400-FIND-PROPERTY-STATE-EXIT.
061300     EXIT.
061400*
061500******************************************************************
061600* 2500-SET-DELINQUENCY-STRATUM PUTS A LOAN IN FORECLOSURE IN ITS
061700* OWN STRATUM AND EVERY OTHER LOAN IN ITS AGING BUCKET BY DAYS
061800* PAST THE NEXT DUE DATE - UNDER 30 DAYS IS CURRENT.
061900******************************************************************
062000 2500-SET-DELINQUENCY-STRATUM.
062100     IF LM-FORECLOSURE
062200         MOVE 6 TO WS-BAND-NUMBER
062300         GO TO 2500-SET-DELINQUENCY-STRATUM-EXIT
062400     END-IF.
062500     MOVE ZERO TO WS-DAYS-PAST-DUE.
062600     IF LM-NEXT-DUE-DATE < WS-TODAY-CCYYMMDD
062700             AND LM-NEXT-DUE-DATE > ZERO
062800         COMPUTE WS-DUE-DATE-JULIAN =
062900             FUNCTION INTEGER-OF-DATE (LM-NEXT-DUE-DATE)
063000         COMPUTE WS-DAYS-PAST-DUE =
063100             WS-TODAY-JULIAN - WS-DUE-DATE-JULIAN
063200     END-IF.
063300     EVALUATE TRUE
063400         WHEN WS-DAYS-PAST-DUE >= 120
063500             MOVE 5 TO WS-BAND-NUMBER
063600         WHEN WS-DAYS-PAST-DUE >= 90
063700             MOVE 4 TO WS-BAND-NUMBER
063800         WHEN WS-DAYS-PAST-DUE >= 60
063900             MOVE 3 TO WS-BAND-NUMBER
064000         WHEN WS-DAYS-PAST-DUE >= 30
064100             MOVE 2 TO WS-BAND-NUMBER
064200         WHEN OTHER
064300             MOVE 1 TO WS-BAND-NUMBER
064400     END-EVALUATE.
064500 2500-SET-DELINQUENCY-STRATUM-EXIT.
064600     EXIT.
064700*
064800 2900-RELEASE-STRATUM.
064900     RELEASE STRATA-SORT-RECORD.
065000     ADD 1 TO WS-RELEASED-COUNT.
065100 2900-RELEASE-STRATUM-EXIT.
065200     EXIT.
065300*
065400******************************************************************
065500* 3000-PRODUCE-STRATA IS THE SORT OUTPUT PROCEDURE.  RECORDS
065600* ARRIVE IN DIMENSION AND STRATUM SEQUENCE; A BREAK ON STRATUM
065700* PRINTS AND DOWNLOADS THE STRATUM, AND A BREAK ON DIMENSION
065800* PRINTS THE DIMENSION'S TOTAL AND STARTS THE NEXT DIMENSION ON
065900* A NEW PAGE.  EVERY DIMENSION'S TOTAL IS THE WHOLE PORTFOLIO.
066000******************************************************************
066100 3000-PRODUCE-STRATA.
066200     PERFORM 3100-RETURN-SORTED-RECORD
066300         THRU 3100-RETURN-SORTED-RECORD-EXIT.
066400     PERFORM UNTIL WS-SORT-EOF
066500         PERFORM 3200-PROCESS-SORTED-RECORD
066600             THRU 3200-PROCESS-SORTED-RECORD-EXIT
066700         PERFORM 3100-RETURN-SORTED-RECORD
066800             THRU 3100-RETURN-SORTED-RECORD-EXIT
066900     END-PERFORM.
067000     IF WS-NOT-FIRST-RECORD
067100         PERFORM 3400-WRITE-STRATUM
067200             THRU 3400-WRITE-STRATUM-EXIT
067300         PERFORM 3500-WRITE-DIMENSION-TOTAL
067400             THRU 3500-WRITE-DIMENSION-TOTAL-EXIT
067500     END-IF.
067600     PERFORM 3600-WRITE-PORTFOLIO-TOTAL
067700         THRU 3600-WRITE-PORTFOLIO-TOTAL-EXIT.
067800 3000-PRODUCE-STRATA-EXIT.
067900     EXIT.
068000*
068100 3100-RETURN-SORTED-RECORD.
068200     RETURN SORT-WORK-FILE
068300         AT END
068400             MOVE '10' TO WS-SORT-FILE-STATUS
068500     END-RETURN.
068600 3100-RETURN-SORTED-RECORD-EXIT.
068700     EXIT.
068800*
068900 3200-PROCESS-SORTED-RECORD.
069000     IF WS-FIRST-RECORD
069100         SET WS-NOT-FIRST-RECORD TO TRUE
069200         PERFORM 3300-START-DIMENSION
069300             THRU 3300-START-DIMENSION-EXIT
069400     ELSE
069500         IF STS-DIMENSION NOT = WS-PREV-DIMENSION
069600             PERFORM 3400-WRITE-STRATUM
069700                 THRU 3400-WRITE-STRATUM-EXIT
069800             PERFORM 3500-WRITE-DIMENSION-TOTAL
069900                 THRU 3500-WRITE-DIMENSION-TOTAL-EXIT
070000             PERFORM 3300-START-DIMENSION
070100                 THRU 3300-START-DIMENSION-EXIT
070200         ELSE
070300             IF STS-STRATUM-KEY NOT = WS-PREV-STRATUM-KEY
070400                 PERFORM 3400-WRITE-STRATUM
070500                     THRU 3400-WRITE-STRATUM-EXIT
070600             END-IF
070700         END-IF
070800     END-IF.
070900     MOVE STS-STRATUM-KEY TO WS-PREV-STRATUM-KEY.
071000     MOVE STS-STRATUM-LABEL TO WS-PREV-STRATUM-LABEL.
071100     ADD 1 TO WS-STR-LOAN-COUNT.
071200     ADD STS-CURRENT-BALANCE TO WS-STR-UPB.
071300     COMPUTE WS-STR-RATE-WEIGHT ROUNDED =
071400         WS-STR-RATE-WEIGHT + STS-CURRENT-BALANCE * STS-NOTE-RATE.
071500     COMPUTE WS-STR-TERM-WEIGHT =
071600         WS-STR-TERM-WEIGHT
071700             + STS-CURRENT-BALANCE * STS-REMAINING-TERM.
071800 3200-PROCESS-SORTED-RECORD-EXIT.
071900     EXIT.
072000*
072100 3300-START-DIMENSION.
072200     MOVE STS-DIMENSION TO WS-PREV-DIMENSION.
072300     MOVE WS-DIMENSION-NAME (STS-DIMENSION)
072400         TO WS-CURRENT-DIMENSION-NAME.
072500     INITIALIZE WS-DIMENSION-TOTALS.
072600     PERFORM 3900-WRITE-REPORT-HEADINGS
072700         THRU 3900-WRITE-REPORT-HEADINGS-EXIT.
072800 3300-START-DIMENSION-EXIT.
072900     EXIT.
073000*
073100******************************************************************
073200* 3400-WRITE-STRATUM PRINTS THE STRATUM JUST COMPLETED, WRITES
073300* ITS DOWNLOAD RECORD, ADDS IT INTO THE DIMENSION TOTAL AND
073400* CLEARS IT FOR THE NEXT STRATUM.
073500******************************************************************
073600 3400-WRITE-STRATUM.
073700     MOVE WS-STR-LOAN-COUNT TO WS-LINE-LOAN-COUNT.
073800     MOVE WS-STR-UPB TO WS-LINE-UPB.
073900     MOVE WS-STR-RATE-WEIGHT TO WS-LINE-RATE-WEIGHT.
074000     MOVE WS-STR-TERM-WEIGHT TO WS-LINE-TERM-WEIGHT.
074100     PERFORM 3800-COMPUTE-AVERAGES
074200         THRU 3800-COMPUTE-AVERAGES-EXIT.
074300     MOVE WS-PREV-STRATUM-LABEL TO STL-STRATUM-LABEL.
074400     PERFORM 3700-PRINT-FIGURES
074500         THRU 3700-PRINT-FIGURES-EXIT.
074600     MOVE SPACES TO STRATA-DOWNLOAD-RECORD.
074700     SET SDL-STRATUM-RECORD TO TRUE.
074800     MOVE WS-PREV-DIMENSION TO SDL-DIMENSION.
074900     MOVE WS-CURRENT-DIMENSION-NAME TO SDL-DIMENSION-NAME.
075000     MOVE WS-PREV-STRATUM-KEY TO SDL-STRATUM-KEY.
075100     MOVE WS-PREV-STRATUM-LABEL TO SDL-STRATUM-LABEL.
075200     PERFORM 3750-WRITE-DOWNLOAD
075300         THRU 3750-WRITE-DOWNLOAD-EXIT.
075400     ADD 1 TO WS-STRATUM-COUNT.
075500     ADD WS-STR-LOAN-COUNT TO WS-DIM-LOAN-COUNT.
075600     ADD WS-STR-UPB TO WS-DIM-UPB.
075700     ADD WS-STR-RATE-WEIGHT TO WS-DIM-RATE-WEIGHT.
075800     ADD WS-STR-TERM-WEIGHT TO WS-DIM-TERM-WEIGHT.
075900     INITIALIZE WS-STRATUM-TOTALS.
076000 3400-WRITE-STRATUM-EXIT.
076100     EXIT.
076200*
076300 3500-WRITE-DIMENSION-TOTAL.
076400     MOVE WS-DIM-LOAN-COUNT TO WS-LINE-LOAN-COUNT.
076500     MOVE WS-DIM-UPB TO WS-LINE-UPB.
076600     MOVE WS-DIM-RATE-WEIGHT TO WS-LINE-RATE-WEIGHT.
076700     MOVE WS-DIM-TERM-WEIGHT TO WS-LINE-TERM-WEIGHT.
076800     PERFORM 3800-COMPUTE-AVERAGES
076900         THRU 3800-COMPUTE-AVERAGES-EXIT.
077000     WRITE STRATA-REPORT-LINE FROM WS-BLANK-LINE
077100         AFTER ADVANCING 1 LINE.
077200     MOVE 'TOTAL' TO STL-STRATUM-LABEL.
077300     PERFORM 3700-PRINT-FIGURES
077400         THRU 3700-PRINT-FIGURES-EXIT.
077500     IF WS-DIM-LOAN-COUNT NOT = WS-PORT-LOAN-COUNT
077600             OR WS-DIM-UPB NOT = WS-PORT-UPB
077700         DISPLAY 'COBSTR1 - ' WS-CURRENT-DIMENSION-NAME
077800             ' TOTAL DOES NOT EQUAL THE PORTFOLIO TOTAL'
077900         SET WS-ABEND-REQUIRED TO TRUE
078000         IF 16 > WS-HIGHEST-RETURN-CODE
078100             MOVE 16 TO WS-HIGHEST-RETURN-CODE
078200         END-IF
078300     END-IF.
078400 3500-WRITE-DIMENSION-TOTAL-EXIT.
078500     EXIT.
078600*
078700******************************************************************
078800* 3600-WRITE-PORTFOLIO-TOTAL STARTS THE TOTALS PAGE WITH THE
078900* WHOLE ACTIVE PORTFOLIO AND WRITES THE DOWNLOAD'S TOTAL RECORD.
079000******************************************************************
079100 3600-WRITE-PORTFOLIO-TOTAL.
079200     MOVE 'PORTFOLIO TOTAL' TO WS-CURRENT-DIMENSION-NAME.
079300     PERFORM 3900-WRITE-REPORT-HEADINGS
079400         THRU 3900-WRITE-REPORT-HEADINGS-EXIT.
079500     MOVE WS-PORT-LOAN-COUNT TO WS-LINE-LOAN-COUNT.
079600     MOVE WS-PORT-UPB TO WS-LINE-UPB.
079700     MOVE WS-PORT-RATE-WEIGHT TO WS-LINE-RATE-WEIGHT.
079800     MOVE WS-PORT-TERM-WEIGHT TO WS-LINE-TERM-WEIGHT.
079900     PERFORM 3800-COMPUTE-AVERAGES
080000         THRU 3800-COMPUTE-AVERAGES-EXIT.
080100     MOVE 'ACTIVE PORTFOLIO' TO STL-STRATUM-LABEL.
080200     PERFORM 3700-PRINT-FIGURES
080300         THRU 3700-PRINT-FIGURES-EXIT.
080400     MOVE SPACES TO STRATA-DOWNLOAD-RECORD.
080500     SET SDL-PORTFOLIO-TOTAL TO TRUE.
080600     MOVE ZERO TO SDL-DIMENSION.
080700     MOVE WS-CURRENT-DIMENSION-NAME TO SDL-DIMENSION-NAME.
080800     MOVE 'ACTIVE PORTFOLIO' TO SDL-STRATUM-LABEL.
080900     PERFORM 3750-WRITE-DOWNLOAD
081000         THRU 3750-WRITE-DOWNLOAD-EXIT.
081100 3600-WRITE-PORTFOLIO-TOTAL-EXIT.
081200     EXIT.
081300*
081400 3700-PRINT-FIGURES.
081500     MOVE WS-LINE-LOAN-COUNT TO STL-LOAN-COUNT.
081600     MOVE WS-LINE-UPB TO STL-TOTAL-UPB.
081700     MOVE WS-LINE-PERCENT TO STL-PERCENT.
081800     COMPUTE STL-WAC = WS-LINE-WAC * 100.
081900     MOVE WS-LINE-WARM TO STL-WARM.
082000     WRITE STRATA-REPORT-LINE FROM WS-STRATUM-LINE
082100         AFTER ADVANCING 1 LINE.
082200     ADD 1 TO WS-LINE-COUNT.
082300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
082400         PERFORM 3900-WRITE-REPORT-HEADINGS
082500             THRU 3900-WRITE-REPORT-HEADINGS-EXIT
082600     END-IF.
082700 3700-PRINT-FIGURES-EXIT.
082800     EXIT.
082900*
083000 3750-WRITE-DOWNLOAD.
083100     MOVE WS-TODAY-CCYYMMDD TO SDL-AS-OF-DATE.
083200     MOVE WS-LINE-LOAN-COUNT TO SDL-LOAN-COUNT.
083300     MOVE WS-LINE-UPB TO SDL-TOTAL-UPB.
083400     MOVE WS-LINE-PERCENT TO SDL-PERCENT-OF-PORTFOLIO.
083500     MOVE WS-LINE-WAC TO SDL-WTD-AVG-COUPON.
083600     MOVE WS-LINE-WARM TO SDL-WTD-AVG-REM-TERM.
083700     WRITE STRATA-DOWNLOAD-RECORD.
083800     ADD 1 TO WS-DOWNLOAD-COUNT.
083900 3750-WRITE-DOWNLOAD-EXIT.
084000     EXIT.
084100*
084200******************************************************************
084300* 3800-COMPUTE-AVERAGES WORKS OUT THE LINE'S PERCENT OF
084400* PORTFOLIO UPB AND ITS UPB-WEIGHTED AVERAGE COUPON AND
084500* REMAINING TERM.  A LINE WITH NO UPB HAS NO AVERAGES.
084600******************************************************************
084700 3800-COMPUTE-AVERAGES.
084800     MOVE ZERO TO WS-LINE-PERCENT.
084900     MOVE ZERO TO WS-LINE-WAC.
085000     MOVE ZERO TO WS-LINE-WARM.
085100     IF WS-PORT-UPB NOT = ZERO
085200         COMPUTE WS-LINE-PERCENT ROUNDED =
085300             WS-LINE-UPB * 100 / WS-PORT-UPB
085400     END-IF.
085500     IF WS-LINE-UPB NOT = ZERO
085600         COMPUTE WS-LINE-WAC ROUNDED =
085700             WS-LINE-RATE-WEIGHT / WS-LINE-UPB
085800         COMPUTE WS-LINE-WARM ROUNDED =
085900             WS-LINE-TERM-WEIGHT / WS-LINE-UPB
086000     END-IF.
086100 3800-COMPUTE-AVERAGES-EXIT.
086200     EXIT.
086300*
086400 3900-WRITE-REPORT-HEADINGS.
086500     MOVE WS-CURRENT-DIMENSION-NAME TO HDG-DIMENSION-NAME.
086600     WRITE STRATA-REPORT-LINE FROM WS-HEADING-LINE-1
086700         AFTER ADVANCING PAGE.
086800     WRITE STRATA-REPORT-LINE FROM WS-HEADING-LINE-2
086900         AFTER ADVANCING 1 LINE.
087000     WRITE STRATA-REPORT-LINE FROM WS-HEADING-LINE-3
087100         AFTER ADVANCING 2 LINES.
087200     MOVE ZERO TO WS-LINE-COUNT.
087300 3900-WRITE-REPORT-HEADINGS-EXIT.
087400     EXIT.
087500*
087600******************************************************************
087700* 4000-TIE-TO-GENERAL-LEDGER PUTS THE LOAN MASTER'S POSITION -
087800* THE STRATIFIED UPB, ANY BALANCE LEFT ON A PAID-OFF LOAN AND
087900* THE UNAPPLIED SUSPENSE HELD FOR LOANS ON THE MASTER - AGAINST
088000* THE SUM OF THE GENERAL LEDGER'S LOAN BALANCE CONTROL TOTALS,
088100* THE SAME FIGURES COBGLR1 RECONCILES BRANCH BY BRANCH.
088200******************************************************************
088300 4000-TIE-TO-GENERAL-LEDGER.
088400     PERFORM 4100-ACCUMULATE-SUSPENSE
088500         THRU 4100-ACCUMULATE-SUSPENSE-EXIT.
088600     COMPUTE WS-MASTER-POSITION =
088700         WS-PORT-UPB + WS-PAID-OFF-BALANCE + WS-SUSPENSE-TOTAL.
088800     EXEC SQL
088900          SELECT SUM(LOAN_BALANCE_TOTAL)
089000               INTO :GL-LOAN-BALANCE-TOTAL
089100               FROM MTG.GL_CONTROL
089200     END-EXEC.
089300     IF SQLCODE = ZERO
089400         SET WS-GL-TOTAL-FOUND TO TRUE
089500         COMPUTE WS-GL-VARIANCE =
089600             WS-MASTER-POSITION - GL-LOAN-BALANCE-TOTAL
089700     ELSE
089800         DISPLAY 'COBSTR1 - GL CONTROL TOTAL NOT AVAILABLE, '
089900             'SQLCODE=' SQLCODE
090000         SET WS-GL-TOTAL-NOT-FOUND TO TRUE
090100         IF 04 > WS-HIGHEST-RETURN-CODE
090200             MOVE 04 TO WS-HIGHEST-RETURN-CODE
090300         END-IF
090400     END-IF.
090500     WRITE STRATA-REPORT-LINE FROM WS-BLANK-LINE
090600         AFTER ADVANCING 1 LINE.
090700     MOVE 'ACTIVE LOANS STRATIFIED' TO SUM-LABEL.
090800     MOVE WS-PORT-LOAN-COUNT TO SUM-COUNT.
090900     WRITE STRATA-REPORT-LINE FROM WS-SUMMARY-LINE
091000         AFTER ADVANCING 1 LINE.
091100     MOVE 'STRATIFIED UPB' TO AMT-LABEL.
091200     MOVE WS-PORT-UPB TO AMT-VALUE.
091300     PERFORM 4900-WRITE-AMOUNT-LINE
091400         THRU 4900-WRITE-AMOUNT-LINE-EXIT.
091500     MOVE 'BALANCES ON PAID-OFF LOANS' TO AMT-LABEL.
091600     MOVE WS-PAID-OFF-BALANCE TO AMT-VALUE.
091700     PERFORM 4900-WRITE-AMOUNT-LINE
091800         THRU 4900-WRITE-AMOUNT-LINE-EXIT.
091900     MOVE 'UNAPPLIED SUSPENSE HELD' TO AMT-LABEL.
092000     MOVE WS-SUSPENSE-TOTAL TO AMT-VALUE.
092100     PERFORM 4900-WRITE-AMOUNT-LINE
092200         THRU 4900-WRITE-AMOUNT-LINE-EXIT.
092300     MOVE 'LOAN MASTER POSITION' TO AMT-LABEL.
092400     MOVE WS-MASTER-POSITION TO AMT-VALUE.
092500     PERFORM 4900-WRITE-AMOUNT-LINE
092600         THRU 4900-WRITE-AMOUNT-LINE-EXIT.
092700     IF WS-UNMATCHED-SUSP-TOTAL NOT = ZERO
092800         MOVE 'SUSPENSE FOR LOANS NOT ON MASTER' TO AMT-LABEL
092900         MOVE WS-UNMATCHED-SUSP-TOTAL TO AMT-VALUE
093000         PERFORM 4900-WRITE-AMOUNT-LINE
093100             THRU 4900-WRITE-AMOUNT-LINE-EXIT
093200     END-IF.
093300     IF WS-GL-TOTAL-NOT-FOUND
093400         MOVE 'GL CONTROL TOTAL NOT AVAILABLE - NOT TIED'
093500             TO MSG-TEXT
093600         PERFORM 4950-WRITE-MESSAGE-LINE
093700             THRU 4950-WRITE-MESSAGE-LINE-EXIT
093800         GO TO 4000-TIE-TO-GENERAL-LEDGER-EXIT
093900     END-IF.
094000     MOVE 'GL LOAN BALANCE CONTROL TOTAL' TO AMT-LABEL.
094100     MOVE GL-LOAN-BALANCE-TOTAL TO AMT-VALUE.
094200     PERFORM 4900-WRITE-AMOUNT-LINE
094300         THRU 4900-WRITE-AMOUNT-LINE-EXIT.
094400     MOVE 'VARIANCE' TO AMT-LABEL.
094500     MOVE WS-GL-VARIANCE TO AMT-VALUE.
094600     PERFORM 4900-WRITE-AMOUNT-LINE
094700         THRU 4900-WRITE-AMOUNT-LINE-EXIT.
094800     IF WS-GL-VARIANCE > WS-TIE-TOLERANCE
094900             OR WS-GL-VARIANCE < (0 - WS-TIE-TOLERANCE)
095000         MOVE 'DOES NOT TIE TO GENERAL LEDGER - SEE COBGLR1'
095100             TO MSG-TEXT
095200         DISPLAY 'COBSTR1 - PORTFOLIO DOES NOT TIE TO GENERAL '
095300             'LEDGER, VARIANCE=' WS-GL-VARIANCE
095400         IF 04 > WS-HIGHEST-RETURN-CODE
095500             MOVE 04 TO WS-HIGHEST-RETURN-CODE
095600         END-IF
095700     ELSE
095800         MOVE 'TIES TO GENERAL LEDGER' TO MSG-TEXT
095900     END-IF.
096000     PERFORM 4950-WRITE-MESSAGE-LINE
096100         THRU 4950-WRITE-MESSAGE-LINE-EXIT.
096200 4000-TIE-TO-GENERAL-LEDGER-EXIT.
096300     EXIT.
096400*
096500******************************************************************
096600* 4100-ACCUMULATE-SUSPENSE TOTALS THE UNAPPLIED-FUNDS SUSPENSE
096700* FILE THE WAY COBGLR1 DOES - SUSPENSE FOR A TRANSFERRED LOAN IS
096800* OFF THE LEDGER, AND SUSPENSE FOR A LOAN NOT ON THE MASTER IS
096900* SHOWN SEPARATELY.  A MISSING SUSPENSE FILE MEANS NOTHING HELD.
097000******************************************************************
097100 4100-ACCUMULATE-SUSPENSE.
097200     OPEN INPUT SUSPENSE-FUNDS-FILE.
097300     IF WS-SUSFILE-FILE-STATUS = '35'
097400         DISPLAY 'COBSTR1 - NO SUSPENSE FILE - NOTHING HELD'
097500         GO TO 4100-ACCUMULATE-SUSPENSE-EXIT
097600     END-IF.
097700     IF NOT WS-SUSFILE-FILE-OK
097800         DISPLAY 'COBSTR1 - SUSPENSE FILE OPEN FAILED, STATUS='
097900             WS-SUSFILE-FILE-STATUS
098000         SET WS-ABEND-REQUIRED TO TRUE
098100         IF 16 > WS-HIGHEST-RETURN-CODE
098200             MOVE 16 TO WS-HIGHEST-RETURN-CODE
098300         END-IF
098400         GO TO 4100-ACCUMULATE-SUSPENSE-EXIT
098500     END-IF.
098600     PERFORM 4200-READ-SUSPENSE-FILE
098700         THRU 4200-READ-SUSPENSE-FILE-EXIT.
098800     PERFORM UNTIL WS-SUSFILE-EOF
098900         PERFORM 4300-ACCUMULATE-ONE-SUSPENSE
099000             THRU 4300-ACCUMULATE-ONE-SUSPENSE-EXIT
099100         PERFORM 4200-READ-SUSPENSE-FILE
099200             THRU 4200-READ-SUSPENSE-FILE-EXIT
099300     END-PERFORM.
099400     CLOSE SUSPENSE-FUNDS-FILE.
099500 4100-ACCUMULATE-SUSPENSE-EXIT.
099600     EXIT.
099700*
099800 4200-READ-SUSPENSE-FILE.
099900     READ SUSPENSE-FUNDS-FILE NEXT RECORD
100000         AT END
100100             MOVE '10' TO WS-SUSFILE-FILE-STATUS
100200     END-READ.
100300     IF NOT WS-SUSFILE-EOF
100400         ADD 1 TO WS-SUSPENSE-REC-COUNT
100500     END-IF.
100600 4200-READ-SUSPENSE-FILE-EXIT.
100700     EXIT.
100800*
100900 4300-ACCUMULATE-ONE-SUSPENSE.
101000     MOVE SUS-LOAN-NUMBER TO LM-LOAN-NUMBER.
101100     READ LOAN-MASTER-FILE
101200         INVALID KEY
101300             ADD SUS-BALANCE TO WS-UNMATCHED-SUSP-TOTAL
101400             GO TO 4300-ACCUMULATE-ONE-SUSPENSE-EXIT
101500     END-READ.
101600     IF LM-LOAN-TRANSFERRED
101700         GO TO 4300-ACCUMULATE-ONE-SUSPENSE-EXIT
101800     END-IF.
101900     ADD SUS-BALANCE TO WS-SUSPENSE-TOTAL.
102000 4300-ACCUMULATE-ONE-SUSPENSE-EXIT.
102100     EXIT.
102200*
102300 4900-WRITE-AMOUNT-LINE.
102400     WRITE STRATA-REPORT-LINE FROM WS-AMOUNT-LINE
102500         AFTER ADVANCING 1 LINE.
102600 4900-WRITE-AMOUNT-LINE-EXIT.
102700     EXIT.
102800*
102900 4950-WRITE-MESSAGE-LINE.
103000     WRITE STRATA-REPORT-LINE FROM WS-BLANK-LINE
103100         AFTER ADVANCING 1 LINE.
103200     WRITE STRATA-REPORT-LINE FROM WS-MESSAGE-LINE
103300         AFTER ADVANCING 1 LINE.
103400 4950-WRITE-MESSAGE-LINE-EXIT.
103500     EXIT.
103600*
103700******************************************************************
103800* 6000-WRITE-FINAL-CHECKPOINT RECORDS THAT THE STRATIFICATION
103900* STEP HAS COMPLETED (OR FAILED).  THE STEP ONLY READS, SO A
104000* RERUN SIMPLY STARTS OVER AND THE LAST LOAN NUMBER IS ZERO.
104100******************************************************************
104200 6000-WRITE-FINAL-CHECKPOINT.
104300     MOVE WS-JOB-NAME TO CKPT-JOB-NAME.
104400     MOVE 'COBSTR1' TO CKPT-STEP-NAME.
104500     MOVE ZERO TO CKPT-LAST-LOAN-NUMBER.
104600     MOVE WS-LOAN-COUNT TO CKPT-RECORDS-READ.
104700     MOVE ZERO TO CKPT-RECORDS-UPDATED.
104800     MOVE WS-DOWNLOAD-COUNT TO CKPT-RECORDS-WRITTEN.
104900     IF WS-ABEND-REQUIRED
105000         SET CKPT-STEP-FAILED TO TRUE
105100     ELSE
105200         SET CKPT-STEP-COMPLETE TO TRUE
105300     END-IF.
105400     MOVE FUNCTION CURRENT-DATE TO CKPT-TIMESTAMP.
105500     PERFORM 8100-WRITE-CHECKPOINT
105600         THRU 8100-WRITE-CHECKPOINT-EXIT.
105700 6000-WRITE-FINAL-CHECKPOINT-EXIT.
105800     EXIT.
105900*
106000 9999-TERMINATE.
106100     CLOSE LOAN-MASTER-FILE.
106200     IF WS-ADDRFILE-OPEN
106300         CLOSE ADDRESS-FILE
106400     END-IF.
106500     CLOSE STRATA-DOWNLOAD-FILE.
106600     CLOSE STRATA-REPORT-FILE.
106700     DISPLAY 'COBSTR1 - MONTH-END PORTFOLIO STRATIFICATION '
106800         'COMPLETE'.
106900     DISPLAY 'COBSTR1 - LOANS READ        : ' WS-LOAN-COUNT.
107000     DISPLAY 'COBSTR1 - LOANS STRATIFIED  : ' WS-PORT-LOAN-COUNT.
107100     DISPLAY 'COBSTR1 - STRATA WRITTEN    : ' WS-STRATUM-COUNT.
107200     DISPLAY 'COBSTR1 - DOWNLOAD RECORDS  : ' WS-DOWNLOAD-COUNT.
107300     DISPLAY 'COBSTR1 - SUSPENSE RECORDS  : '
107400         WS-SUSPENSE-REC-COUNT.
107500     IF WS-ABEND-REQUIRED
107600         DISPLAY 'COBSTR1 - RUN DID NOT COMPLETE - DOWNLOAD '
107700             'MUST NOT BE SENT TO FINANCE'
107800     END-IF.
107900     MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE.
108000 9999-TERMINATE-EXIT.
108100     EXIT.
108200*
108300     COPY CHKPTLOG.
