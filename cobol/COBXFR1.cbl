000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBXFR1.
000300 AUTHOR.        R J TATE.
000400 INSTALLATION.  MORTGAGE SERVICING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-05.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    SERVICING TRANSFER (DEBOARDING).  MOVES A BLOCK OF LOANS    *
001000*    WHOSE SERVICING HAS BEEN SOLD OUT TO THE BUYING SERVICER.   *
001100*    THE CONTROL CARD NAMES THE TRANSFEREE, THE TRANSFER         *
001200*    EFFECTIVE DATE AND THE RUN FUNCTION; THE TRANSFER LIST      *
001300*    NAMES THE LOANS, IN ASCENDING LOAN NUMBER ORDER.            *
001400*                                                                *
001500*    A NOTICE RUN ('N') WRITES THE RESPA NOTICE OF SERVICING     *
001600*    TRANSFER ("GOODBYE LETTER") EXTRACT FOR THE PRINT VENDOR,   *
001700*    AND REFUSES TO RUN AT ALL WHEN THE EFFECTIVE DATE IS LESS   *
001800*    THAN 15 DAYS AWAY.                                          *
001900*                                                                *
002000*    A TRANSFER RUN ('T') WRITES THE TRANSFER-OUT FILE - EVERY   *
002100*    RECORD WE HOLD FOR EACH LOAN (LOAN MASTER, ADDRESSES, ARM   *
002200*    SCHEDULE, HAZARD POLICY, LOSS MITIGATION PLAN, FORECLOSURE  *
002300*    CASE, OPEN SUSPENSE BALANCE, RETAINED PAYMENT HISTORY       *
002310*    CYCLES, PMI POLICY, SCRA PROTECTION RECORD AND OPEN         *
002320*    ADVANCE LEDGER ENTRIES) - FOLLOWED BY A CONTROL TOTAL       *
002400*    RECORD.  THE FILE IS THEN READ BACK AND ITS LOAN COUNT,     *
002500*    UPB, ESCROW, FEE, SUSPENSE AND OPEN ADVANCE TOTALS ARE      *
002600*    BALANCED AGAINST THE TOTALS TAKEN FROM THE LOAN MASTER,     *
002700*    SUSPENSE AND ADVANCE LEDGER FILES; AN OUT-OF-BALANCE FILE   *
002800*    IS HELD BY A NON-ZERO RETURN CODE.  ON OR                   *
002900*    AFTER THE EFFECTIVE DATE, AND ONLY WHEN THE FILE BALANCES,  *
003000*    A SECOND PASS OF THE LIST MARKS EACH LOAN TRANSFERRED       *
003100*    (LM-LOAN-TRANSFERRED) SO EVERY NIGHTLY STEP SKIPS IT THE    *
003200*    WAY IT SKIPS A PAID-OFF LOAN.  A TRANSFER RUN AHEAD OF THE  *
003300*    EFFECTIVE DATE IS A TRIAL FILE FOR THE TRANSFEREE'S TEST    *
003400*    BOARDING AND MARKS NOTHING.                                 *
003500*                                                                *
003600******************************************************************
003700*    MODIFICATION HISTORY
003800*    ---------------------------------------------------------
003900*    2026-10-05  RJT  INITIAL VERSION.
003910*    2026-10-15  RJT  THE TRANSFER FILE NOW CARRIES THE PMI POLICY
003920*                     ('PM'), THE SCRA PROTECTION RECORD ('SC')
003930*                     AND THE OPEN ADVANCE LEDGER ENTRIES ('AV'),
003940*                     WITH THE OPEN ADVANCE TOTAL BALANCED ON THE
003950*                     CONTROL RECORD.  A GOODBYE LETTER WITH NO
003960*                     MAILING ADDRESS IS HELD, NOT WRITTEN.
004000******************************************************************
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT CONTROL-CARD-FILE ASSIGN TO PARMCARD
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-PARMCARD-FILE-STATUS.
004700     SELECT TRANSFER-LIST-FILE ASSIGN TO XFRLIST
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-XFRLIST-FILE-STATUS.
005000     SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS LM-LOAN-NUMBER
005400         FILE STATUS IS WS-LOANMSTR-FILE-STATUS.
005500     SELECT ADDRESS-FILE ASSIGN TO ADDRFILE
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS ADR-LOAN-NUMBER
005900         FILE STATUS IS WS-ADDRFILE-FILE-STATUS.
006000     SELECT ARM-SCHEDULE-FILE ASSIGN TO ARMSCHD
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS ARM-LOAN-NUMBER
006400         FILE STATUS IS WS-ARMSCHD-FILE-STATUS.
006500     SELECT POLICY-FILE ASSIGN TO INSPOL
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS INS-LOAN-NUMBER
006900         FILE STATUS IS WS-INSPOL-FILE-STATUS.
007000     SELECT LOSS-MIT-PLAN-FILE ASSIGN TO LOSSMIT
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS PLN-LOAN-NUMBER
007400         FILE STATUS IS WS-LOSSMIT-FILE-STATUS.
007500     SELECT CASE-FILE ASSIGN TO CASEFILE
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS CSE-LOAN-NUMBER
007900         FILE STATUS IS WS-CASEFILE-FILE-STATUS.
008000     SELECT SUSPENSE-FUNDS-FILE ASSIGN TO SUSFILE
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS DYNAMIC
008300         RECORD KEY IS SUS-LOAN-NUMBER
008400         FILE STATUS IS WS-SUSFILE-FILE-STATUS.
008500     SELECT PAYMENT-HISTORY-FILE ASSIGN TO PMTHIST
008600         ORGANIZATION IS INDEXED
008700         ACCESS MODE IS DYNAMIC
008800         RECORD KEY IS PH-CYCLE-KEY
008900         ALTERNATE RECORD KEY IS PH-DUE-DATE WITH DUPLICATES
009000         FILE STATUS IS WS-PMTHIST-FILE-STATUS.
009010     SELECT PMI-POLICY-FILE ASSIGN TO PMIPOL
009020         ORGANIZATION IS INDEXED
009030         ACCESS MODE IS DYNAMIC
009040         RECORD KEY IS PMI-LOAN-NUMBER
009050         FILE STATUS IS WS-PMIPOL-FILE-STATUS.
009060     SELECT SCRA-FILE ASSIGN TO SCRAFILE
009065         ORGANIZATION IS INDEXED
009070         ACCESS MODE IS DYNAMIC
009075         RECORD KEY IS SCR-LOAN-NUMBER
009080         FILE STATUS IS WS-SCRAFILE-FILE-STATUS.
009082     SELECT ADVANCE-LEDGER-FILE ASSIGN TO ADVLDGR
009084         ORGANIZATION IS INDEXED
009086         ACCESS MODE IS DYNAMIC
009088         RECORD KEY IS ADL-KEY
009090         FILE STATUS IS WS-ADVLDGR-FILE-STATUS.
009100     SELECT TRANSFER-OUT-FILE ASSIGN TO XFEROUT
009200         ORGANIZATION IS SEQUENTIAL
009300         FILE STATUS IS WS-XFEROUT-FILE-STATUS.
009400     SELECT TRANSFER-LETTER-FILE ASSIGN TO XFRLTR
009500         ORGANIZATION IS SEQUENTIAL
009600         FILE STATUS IS WS-XFRLTR-FILE-STATUS.
009700     SELECT RESTART-FILE ASSIGN TO RESTFILE
009800         ORGANIZATION IS INDEXED
009900         ACCESS MODE IS DYNAMIC
010000         RECORD KEY IS CKPT-STEP-NAME
010100         FILE STATUS IS WS-RESTART-FILE-STATUS.
010200     SELECT TRANSFER-REPORT-FILE ASSIGN TO XFRRPT
010300         ORGANIZATION IS LINE SEQUENTIAL
010400         FILE STATUS IS WS-XFRRPT-FILE-STATUS.
010500 DATA DIVISION.
010600 FILE SECTION.
010700 FD  CONTROL-CARD-FILE
010800     LABEL RECORDS ARE STANDARD.
010900 01  CONTROL-CARD-RECORD.
011000     05  CC-RUN-FUNCTION         PIC X(01).
011100         88  CC-NOTICE-RUN           VALUE 'N'.
011200         88  CC-TRANSFER-RUN         VALUE 'T'.
011300     05  CC-EFFECTIVE-DATE-X     PIC X(08).
011400     05  CC-EFFECTIVE-DATE REDEFINES CC-EFFECTIVE-DATE-X
011500                                 PIC 9(08).
011600     05  CC-TRANSFEREE-ID        PIC X(10).
011700     05  CC-TRANSFEREE-NAME      PIC X(30).
011800     05  CC-TRANSFEREE-PHONE     PIC X(10).
011900     05  FILLER                  PIC X(21).
012000*
012100 FD  TRANSFER-LIST-FILE
012200     LABEL RECORDS ARE STANDARD.
012300 01  TRANSFER-LIST-RECORD.
012400     05  XLS-LOAN-NUMBER-X       PIC X(10).
012500     05  XLS-LOAN-NUMBER REDEFINES XLS-LOAN-NUMBER-X
012600                                 PIC 9(10).
012700     05  FILLER                  PIC X(70).
012800*
012900 FD  LOAN-MASTER-FILE
013000     LABEL RECORDS ARE STANDARD.
013100     COPY LOANMSTR.
013200*
013300 FD  ADDRESS-FILE
013400     LABEL RECORDS ARE STANDARD.
013500     COPY LOANADDR.
013600*
013700 FD  ARM-SCHEDULE-FILE
013800     LABEL RECORDS ARE STANDARD.
013900     COPY ARMSCHD.
014000*
014100 FD  POLICY-FILE
014200     LABEL RECORDS ARE STANDARD.
014300     COPY INSPOL.
014400*
014500 FD  LOSS-MIT-PLAN-FILE
014600     LABEL RECORDS ARE STANDARD.
014700     COPY LOSSMIT.
014800*
014900 FD  CASE-FILE
015000     LABEL RECORDS ARE STANDARD.
015100     COPY CASEREC.
015200*
015300 FD  SUSPENSE-FUNDS-FILE
015400     LABEL RECORDS ARE STANDARD.
015500     COPY SUSPNSE.
015600*
015700 FD  PAYMENT-HISTORY-FILE
015800     LABEL RECORDS ARE STANDARD.
015900     COPY PMTHIST.
016000*
016010 FD  PMI-POLICY-FILE
016020     LABEL RECORDS ARE STANDARD.
016030     COPY PMIPOL.
016040*
016050 FD  SCRA-FILE
016060     LABEL RECORDS ARE STANDARD.
016070     COPY SCRAREC.
016075*
016080 FD  ADVANCE-LEDGER-FILE
016085     LABEL RECORDS ARE STANDARD.
016090     COPY ADVLDGR.
016095*
016100 FD  TRANSFER-OUT-FILE
016200     LABEL RECORDS ARE STANDARD.
016300     COPY XFEROUT.
016400*
016500 FD  TRANSFER-LETTER-FILE
016600     LABEL RECORDS ARE STANDARD.
016700     COPY XFRLTR.
016800*
016900 FD  RESTART-FILE
017000     LABEL RECORDS ARE STANDARD.
017100     COPY CHKPTREC.
017200*
017300 FD  TRANSFER-REPORT-FILE
017400     LABEL RECORDS ARE OMITTED.
017500 01  TRANSFER-REPORT-LINE        PIC X(132).
017600*
017700 WORKING-STORAGE SECTION.
017800 77  WS-PARMCARD-FILE-STATUS     PIC X(02) VALUE '00'.
017900 77  WS-XFRLIST-FILE-STATUS      PIC X(02) VALUE '00'.
018000     88  WS-XFRLIST-FILE-OK          VALUE '00' '02' '97'.
018100     88  WS-XFRLIST-EOF              VALUE '10'.
018200 77  WS-LOANMSTR-FILE-STATUS     PIC X(02) VALUE '00'.
018300     88  WS-LOANMSTR-FILE-OK         VALUE '00' '02' '97'.
018400 77  WS-ADDRFILE-FILE-STATUS     PIC X(02) VALUE '00'.
018500 77  WS-ADDRFILE-OPEN-SWITCH     PIC X(01) VALUE 'N'.
018600     88  WS-ADDRFILE-OPEN            VALUE 'Y'.
018700     88  WS-ADDRFILE-NOT-OPEN        VALUE 'N'.
018800 77  WS-ARMSCHD-FILE-STATUS      PIC X(02) VALUE '00'.
018900 77  WS-ARMSCHD-OPEN-SWITCH      PIC X(01) VALUE 'N'.
019000     88  WS-ARMSCHD-OPEN             VALUE 'Y'.
019100     88  WS-ARMSCHD-NOT-OPEN         VALUE 'N'.
019200 77  WS-INSPOL-FILE-STATUS       PIC X(02) VALUE '00'.
019300 77  WS-INSPOL-OPEN-SWITCH       PIC X(01) VALUE 'N'.
019400     88  WS-INSPOL-OPEN              VALUE 'Y'.
019500     88  WS-INSPOL-NOT-OPEN          VALUE 'N'.
019600 77  WS-LOSSMIT-FILE-STATUS      PIC X(02) VALUE '00'.
019700 77  WS-LOSSMIT-OPEN-SWITCH      PIC X(01) VALUE 'N'.
019800     88  WS-LOSSMIT-OPEN             VALUE 'Y'.
019900     88  WS-LOSSMIT-NOT-OPEN         VALUE 'N'.
020000 77  WS-CASEFILE-FILE-STATUS     PIC X(02) VALUE '00'.
020100 77  WS-CASEFILE-OPEN-SWITCH     PIC X(01) VALUE 'N'.
020200     88  WS-CASEFILE-OPEN            VALUE 'Y'.
020300     88  WS-CASEFILE-NOT-OPEN        VALUE 'N'.
020400 77  WS-SUSFILE-FILE-STATUS      PIC X(02) VALUE '00'.
020500 77  WS-SUSFILE-OPEN-SWITCH      PIC X(01) VALUE 'N'.
020600     88  WS-SUSFILE-OPEN             VALUE 'Y'.
020700     88  WS-SUSFILE-NOT-OPEN         VALUE 'N'.
020800 77  WS-PMTHIST-FILE-STATUS      PIC X(02) VALUE '00'.
020900     88  WS-PMTHIST-EOF              VALUE '10'.
021000 77  WS-PMTHIST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
021100     88  WS-PMTHIST-OPEN             VALUE 'Y'.
021200     88  WS-PMTHIST-NOT-OPEN         VALUE 'N'.
021210 77  WS-PMIPOL-FILE-STATUS       PIC X(02) VALUE '00'.
021220 77  WS-PMIPOL-OPEN-SWITCH       PIC X(01) VALUE 'N'.
021230     88  WS-PMIPOL-OPEN              VALUE 'Y'.
021240     88  WS-PMIPOL-NOT-OPEN          VALUE 'N'.
021250 77  WS-SCRAFILE-FILE-STATUS     PIC X(02) VALUE '00'.
021260 77  WS-SCRAFILE-OPEN-SWITCH     PIC X(01) VALUE 'N'.
021270     88  WS-SCRAFILE-OPEN            VALUE 'Y'.
021280     88  WS-SCRAFILE-NOT-OPEN        VALUE 'N'.
021285 77  WS-ADVLDGR-FILE-STATUS      PIC X(02) VALUE '00'.
021288     88  WS-ADVLDGR-EOF              VALUE '10'.
021291 77  WS-ADVLDGR-OPEN-SWITCH      PIC X(01) VALUE 'N'.
021294     88  WS-ADVLDGR-OPEN             VALUE 'Y'.
021297     88  WS-ADVLDGR-NOT-OPEN         VALUE 'N'.
021300 77  WS-XFEROUT-FILE-STATUS      PIC X(02) VALUE '00'.
021400     88  WS-XFEROUT-EOF              VALUE '10'.
021500 77  WS-XFRLTR-FILE-STATUS       PIC X(02) VALUE '00'.
021600 77  WS-RESTART-FILE-STATUS      PIC X(02) VALUE '00'.
021700 77  WS-XFRRPT-FILE-STATUS       PIC X(02) VALUE '00'.
021800 77  WS-JOB-NAME                 PIC X(08) VALUE 'SVCXFER'.
021900 77  WS-USER-ID                  PIC X(08) VALUE 'BATCH'.
022000 77  WS-TODAY-CCYYMMDD           PIC 9(08) VALUE ZERO.
022100 77  WS-TODAY-JULIAN             PIC 9(07) COMP-3 VALUE ZERO.
022200 77  WS-EFFECTIVE-JULIAN         PIC 9(07) COMP-3 VALUE ZERO.
022300 77  WS-DAYS-TO-EFFECTIVE        PIC S9(05) COMP-3 VALUE ZERO.
022400 77  WS-NOTICE-LEAD-DAYS         PIC 9(03) COMP-3 VALUE 015.
022500 77  WS-LAST-ACCEPT-DATE         PIC 9(08) VALUE ZERO.
022600 77  WS-PREV-LOAN-NUMBER         PIC 9(10) VALUE ZERO.
022700 77  WS-LIST-COUNT               PIC 9(07) COMP VALUE ZERO.
022800 77  WS-LETTER-COUNT             PIC 9(07) COMP VALUE ZERO.
022900 77  WS-TRANSFER-COUNT           PIC 9(07) COMP VALUE ZERO.
023000 77  WS-MARKED-COUNT             PIC 9(07) COMP VALUE ZERO.
023100 77  WS-ERROR-COUNT              PIC 9(07) COMP VALUE ZERO.
023200 77  WS-LOAN-SEGMENT-COUNT       PIC 9(05) COMP VALUE ZERO.
023300 77  WS-OLD-CLOSED-FLAG          PIC X(01) VALUE SPACE.
023400 77  WS-OLD-PAID-OFF-DATE        PIC 9(08) VALUE ZERO.
023500 77  WS-AUDIT-DATE-DISPLAY       PIC 9(08).
023600 77  WS-REGISTER-MESSAGE         PIC X(26) VALUE SPACES.
023700 77  WS-LINE-COUNT               PIC 9(03) COMP VALUE ZERO.
023800 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 060.
023900 77  WS-HIGHEST-RETURN-CODE      PIC 9(02) COMP VALUE ZERO.
024000 77  WS-ABEND-SWITCH             PIC X(01) VALUE 'N'.
024100     88  WS-ABEND-REQUIRED           VALUE 'Y'.
024200     88  WS-ABEND-NOT-REQUIRED       VALUE 'N'.
024300 77  WS-MARK-SWITCH              PIC X(01) VALUE 'N'.
024400     88  WS-MARK-LOANS               VALUE 'Y'.
024500     88  WS-TRIAL-RUN                VALUE 'N'.
024600 77  WS-ENTRY-SWITCH             PIC X(01) VALUE 'N'.
024700     88  WS-ENTRY-ACCEPTED           VALUE 'Y'.
024800     88  WS-ENTRY-REJECTED           VALUE 'N'.
024900 77  WS-BALANCE-SWITCH           PIC X(01) VALUE 'N'.
025000     88  WS-FILE-IN-BALANCE          VALUE 'Y'.
025100     88  WS-FILE-OUT-OF-BALANCE      VALUE 'N'.
025200 77  WS-CONTROL-RECORD-SWITCH    PIC X(01) VALUE 'N'.
025300     88  WS-CONTROL-RECORD-AGREES    VALUE 'Y'.
025400     88  WS-CONTROL-RECORD-DIFFERS   VALUE 'N'.
025500*
025600 01  WS-EDIT-DATE                PIC 9(08) VALUE ZERO.
025700 01  WS-EDIT-DATE-FIELDS REDEFINES WS-EDIT-DATE.
025800     05  WS-EDIT-YYYY            PIC 9(04).
025900     05  WS-EDIT-MM              PIC 9(02).
026000     05  WS-EDIT-DD              PIC 9(02).
026100*
026200*    ------------------------------------------------------------
026300*    CONTROL TOTALS.  THE MASTER TOTALS ARE TAKEN FROM THE LOAN
026400*    MASTER, SUSPENSE AND ADVANCE LEDGER RECORDS AS EACH LOAN IS
026450*    TRANSFERRED;
026500*    THE FILE TOTALS ARE TAKEN FROM THE TRANSFER FILE ITSELF
026600*    WHEN IT IS READ BACK.  BOTH MUST AGREE WITH EACH OTHER AND
026700*    WITH THE CONTROL TOTAL RECORD BEFORE THE FILE IS RELEASED.
026800*    ------------------------------------------------------------
026900 01  WS-MASTER-TOTALS.
027000     05  WS-MST-LOAN-COUNT       PIC 9(07) COMP VALUE ZERO.
027100     05  WS-MST-SEGMENT-COUNT    PIC 9(09) COMP VALUE ZERO.
027200     05  WS-MST-UPB-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
027300     05  WS-MST-ESCROW-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
027400     05  WS-MST-FEES-TOTAL       PIC S9(09)V99 COMP-3 VALUE ZERO.
027500     05  WS-MST-SUSPENSE-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
027550     05  WS-MST-ADVANCE-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
027600*
027700 01  WS-FILE-TOTALS.
027800     05  WS-FIL-LOAN-COUNT       PIC 9(07) COMP VALUE ZERO.
027900     05  WS-FIL-SEGMENT-COUNT    PIC 9(09) COMP VALUE ZERO.
028000     05  WS-FIL-UPB-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
028100     05  WS-FIL-ESCROW-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
028200     05  WS-FIL-FEES-TOTAL       PIC S9(09)V99 COMP-3 VALUE ZERO.
028300     05  WS-FIL-SUSPENSE-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
028350     05  WS-FIL-ADVANCE-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
028400     05  WS-FIL-CONTROL-COUNT    PIC 9(03) COMP VALUE ZERO.
028500*
028600 01  WS-HEADING-LINE-1.
028700     05  FILLER          PIC X(20) VALUE 'SERVICING TRANSFER R'.
028800     05  FILLER          PIC X(20) VALUE 'EGISTER  TRANSFEREE '.
028900     05  HDG-TRANSFEREE-ID   PIC X(10).
029000     05  FILLER          PIC X(12) VALUE '  EFFECTIVE '.
029100     05  HDG-EFFECTIVE-DATE  PIC 9(08).
029200     05  FILLER          PIC X(02) VALUE SPACES.
029300     05  HDG-RUN-TYPE        PIC X(20).
029400     05  FILLER          PIC X(40) VALUE SPACES.
029500*
029600 01  WS-HEADING-LINE-2.
029700     05  FILLER          PIC X(11) VALUE 'LOAN NUMBER'.
029800     05  FILLER          PIC X(06) VALUE '  SEGS'.
029900     05  FILLER          PIC X(02) VALUE SPACES.
030000     05  FILLER          PIC X(17) VALUE '     UNPAID PRIN'.
030100     05  FILLER          PIC X(02) VALUE SPACES.
030200     05  FILLER          PIC X(13) VALUE '       ESCROW'.
030300     05  FILLER          PIC X(02) VALUE SPACES.
030400     05  FILLER          PIC X(11) VALUE '       FEES'.
030500     05  FILLER          PIC X(02) VALUE SPACES.
030600     05  FILLER          PIC X(17) VALUE '         SUSPENSE'.
030700     05  FILLER          PIC X(02) VALUE SPACES.
030800     05  FILLER          PIC X(26) VALUE 'MESSAGE'.
030900     05  FILLER          PIC X(21) VALUE SPACES.
031000*
031100 01  WS-TRANSFER-DETAIL-LINE.
031200     05  XRG-LOAN-NUMBER     PIC 9(10).
031300     05  FILLER              PIC X(01) VALUE SPACES.
031400     05  XRG-SEGMENT-COUNT   PIC ZZ,ZZ9.
031500     05  FILLER              PIC X(02) VALUE SPACES.
031600     05  XRG-UPB             PIC Z,ZZZ,ZZZ,ZZ9.99-.
031700     05  FILLER              PIC X(02) VALUE SPACES.
031800     05  XRG-ESCROW          PIC ZZZ,ZZ9.99-.
031900     05  FILLER              PIC X(02) VALUE SPACES.
032000     05  XRG-FEES            PIC ZZZ,ZZ9.99-.
032100     05  FILLER              PIC X(02) VALUE SPACES.
032200     05  XRG-SUSPENSE        PIC Z,ZZZ,ZZZ,ZZ9.99-.
032300     05  FILLER              PIC X(02) VALUE SPACES.
032400     05  XRG-MESSAGE         PIC X(26).
032500     05  FILLER              PIC X(23) VALUE SPACES.
032600*
032700 01  WS-TOTAL-LINE.
032800     05  TOT-LABEL           PIC X(20).
032900     05  FILLER              PIC X(02) VALUE SPACES.
033000     05  TOT-LOAN-COUNT      PIC ZZZ,ZZ9.
033100     05  FILLER              PIC X(08) VALUE ' LOANS  '.
033200     05  TOT-SEGMENT-COUNT   PIC ZZZ,ZZZ,ZZ9.
033300     05  FILLER              PIC X(06) VALUE ' SEGS '.
033400     05  TOT-UPB             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
033500     05  FILLER              PIC X(01) VALUE SPACES.
033600     05  TOT-ESCROW          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
033700     05  FILLER              PIC X(01) VALUE SPACES.
033800     05  TOT-FEES            PIC ZZZ,ZZZ,ZZ9.99-.
033900     05  FILLER              PIC X(01) VALUE SPACES.
034000     05  TOT-SUSPENSE        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
034100     05  FILLER              PIC X(06) VALUE SPACES.
034200*
034210 01  WS-ADVANCE-TOTAL-LINE.
034220     05  ADT-LABEL           PIC X(20).
034230     05  FILLER              PIC X(02) VALUE SPACES.
034240     05  FILLER              PIC X(18) VALUE 'OPEN ADVANCES'.
034250     05  ADT-ADVANCE-TOTAL   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
034260     05  FILLER              PIC X(74) VALUE SPACES.
034270*
034300     COPY AUDITREC.
034400     EXEC SQL
034500          INCLUDE SQLCA
034600     END-EXEC.
034700*
034800 PROCEDURE DIVISION.
034900 0000-MAINLINE.
035000     PERFORM 1000-INITIALIZE
035100         THRU 1000-INITIALIZE-EXIT.
035200     PERFORM UNTIL WS-XFRLIST-EOF
035300         PERFORM 2000-PROCESS-ONE-LOAN
035400             THRU 2000-PROCESS-ONE-LOAN-EXIT
035500         PERFORM 2100-READ-TRANSFER-LIST
035600             THRU 2100-READ-TRANSFER-LIST-EXIT
035700     END-PERFORM.
035800     IF CC-TRANSFER-RUN AND WS-ABEND-NOT-REQUIRED
035900         PERFORM 4000-WRITE-CONTROL-TOTAL
036000             THRU 4000-WRITE-CONTROL-TOTAL-EXIT
036100         PERFORM 4500-BALANCE-TRANSFER-FILE
036200             THRU 4500-BALANCE-TRANSFER-FILE-EXIT
036300         IF WS-FILE-IN-BALANCE AND WS-MARK-LOANS
036400             PERFORM 6000-MARK-LOANS-TRANSFERRED
036500                 THRU 6000-MARK-LOANS-TRANSFERRED-EXIT
036600         END-IF
036700     END-IF.
036800     PERFORM 5000-WRITE-FINAL-CHECKPOINT
036900         THRU 5000-WRITE-FINAL-CHECKPOINT-EXIT.
037000     PERFORM 9999-TERMINATE
037100         THRU 9999-TERMINATE-EXIT.
037200     GOBACK.
037300*
037400******************************************************************
037500* 1000-INITIALIZE READS AND EDITS THE CONTROL CARD, DECIDES WHAT
037600* KIND OF RUN THIS IS, AND OPENS THE FILES THAT RUN NEEDS.  A
037700* NOTICE RUN INSIDE THE 15-DAY RESPA WINDOW DOES NOT RUN.
037800******************************************************************
037900 1000-INITIALIZE.
038000     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD.
038100     COMPUTE WS-TODAY-JULIAN =
038200         FUNCTION INTEGER-OF-DATE (WS-TODAY-CCYYMMDD).
038300     OPEN INPUT CONTROL-CARD-FILE.
038400     READ CONTROL-CARD-FILE
038500         AT END
038600             DISPLAY 'COBXFR1 - NO CONTROL CARD - JOB ABENDING'
038700             MOVE 16 TO RETURN-CODE
038800             GOBACK
038900     END-READ.
039000     CLOSE CONTROL-CARD-FILE.
039100     PERFORM 1100-EDIT-CONTROL-CARD
039200         THRU 1100-EDIT-CONTROL-CARD-EXIT.
039300     OPEN OUTPUT TRANSFER-REPORT-FILE.
039400     IF WS-ABEND-REQUIRED
039500         MOVE '10' TO WS-XFRLIST-FILE-STATUS
039600         GO TO 1000-INITIALIZE-EXIT
039700     END-IF.
039800     MOVE CC-TRANSFEREE-ID TO HDG-TRANSFEREE-ID.
039900     MOVE CC-EFFECTIVE-DATE TO HDG-EFFECTIVE-DATE.
040000     EVALUATE TRUE
040100         WHEN CC-NOTICE-RUN
040200             MOVE 'GOODBYE LETTER RUN' TO HDG-RUN-TYPE
040300         WHEN WS-MARK-LOANS
040400             MOVE 'TRANSFER RUN' TO HDG-RUN-TYPE
040500         WHEN OTHER
040600             MOVE 'TRIAL TRANSFER FILE' TO HDG-RUN-TYPE
040700     END-EVALUATE.
040800     PERFORM 3900-WRITE-REPORT-HEADINGS
040900         THRU 3900-WRITE-REPORT-HEADINGS-EXIT.
041000     OPEN INPUT TRANSFER-LIST-FILE.
041100     IF NOT WS-XFRLIST-FILE-OK
041200         DISPLAY 'COBXFR1 - TRANSFER LIST OPEN FAILED, STATUS='
041300             WS-XFRLIST-FILE-STATUS
041400         MOVE '10' TO WS-XFRLIST-FILE-STATUS
041500         SET WS-ABEND-REQUIRED TO TRUE
041600         IF 16 > WS-HIGHEST-RETURN-CODE
041700             MOVE 16 TO WS-HIGHEST-RETURN-CODE
041800         END-IF
041900     END-IF.
042000     OPEN INPUT LOAN-MASTER-FILE.
042100     IF NOT WS-LOANMSTR-FILE-OK
042200         DISPLAY 'COBXFR1 - LOAN MASTER OPEN FAILED, STATUS='
042300             WS-LOANMSTR-FILE-STATUS
042400         MOVE '10' TO WS-XFRLIST-FILE-STATUS
042500         SET WS-ABEND-REQUIRED TO TRUE
042600         IF 16 > WS-HIGHEST-RETURN-CODE
042700             MOVE 16 TO WS-HIGHEST-RETURN-CODE
042800         END-IF
042900     END-IF.
043000     OPEN INPUT ADDRESS-FILE.
043100     IF WS-ADDRFILE-FILE-STATUS = '35'
043200         DISPLAY 'COBXFR1 - NO LOAN ADDRESS FILE - ADDRESSES '
043300             'LEFT EMPTY'
043400         SET WS-ADDRFILE-NOT-OPEN TO TRUE
043500     ELSE
043600         SET WS-ADDRFILE-OPEN TO TRUE
043700     END-IF.
043800     IF CC-NOTICE-RUN
043900         OPEN OUTPUT TRANSFER-LETTER-FILE
044000     ELSE
044100         PERFORM 1200-OPEN-SERVICING-FILES
044200             THRU 1200-OPEN-SERVICING-FILES-EXIT
044300         OPEN OUTPUT TRANSFER-OUT-FILE
044400     END-IF.
044500     IF WS-XFRLIST-FILE-OK
044600         PERFORM 2100-READ-TRANSFER-LIST
044700             THRU 2100-READ-TRANSFER-LIST-EXIT
044800     END-IF.
044900     DISPLAY 'COBXFR1 - SERVICING TRANSFER RUN STARTING - '
045000         HDG-RUN-TYPE.
045100 1000-INITIALIZE-EXIT.
045200     EXIT.
045300*
045400******************************************************************
045500* 1100-EDIT-CONTROL-CARD CHECKS THE RUN FUNCTION, THE EFFECTIVE
045600* DATE AND THE TRANSFEREE.  A NOTICE RUN MUST BE AT LEAST
045700* WS-NOTICE-LEAD-DAYS AHEAD OF THE EFFECTIVE DATE.  A TRANSFER
045800* RUN MARKS LOANS ONLY ON OR AFTER THE EFFECTIVE DATE.
045900******************************************************************
046000 1100-EDIT-CONTROL-CARD.
046100     IF NOT CC-NOTICE-RUN AND NOT CC-TRANSFER-RUN
046200         DISPLAY 'COBXFR1 - CONTROL CARD FUNCTION NOT N OR T'
046300         GO TO 1100-CONTROL-CARD-IN-ERROR
046400     END-IF.
046500     IF CC-EFFECTIVE-DATE-X NOT NUMERIC
046600         DISPLAY 'COBXFR1 - EFFECTIVE DATE NOT NUMERIC'
046700         GO TO 1100-CONTROL-CARD-IN-ERROR
046800     END-IF.
046900     MOVE CC-EFFECTIVE-DATE TO WS-EDIT-DATE.
047000     IF WS-EDIT-MM < 01 OR WS-EDIT-MM > 12
047100             OR WS-EDIT-DD < 01 OR WS-EDIT-DD > 31
047200             OR WS-EDIT-YYYY < 1950
047300         DISPLAY 'COBXFR1 - EFFECTIVE DATE INVALID'
047400         GO TO 1100-CONTROL-CARD-IN-ERROR
047500     END-IF.
047600     IF CC-TRANSFEREE-ID = SPACES
047700         DISPLAY 'COBXFR1 - NO TRANSFEREE ON CONTROL CARD'
047800         GO TO 1100-CONTROL-CARD-IN-ERROR
047900     END-IF.
048000     COMPUTE WS-EFFECTIVE-JULIAN =
048100         FUNCTION INTEGER-OF-DATE (CC-EFFECTIVE-DATE).
048200     COMPUTE WS-DAYS-TO-EFFECTIVE =
048300         WS-EFFECTIVE-JULIAN - WS-TODAY-JULIAN.
048400     COMPUTE WS-LAST-ACCEPT-DATE =
048500         FUNCTION DATE-OF-INTEGER (WS-EFFECTIVE-JULIAN - 1).
048600     IF CC-NOTICE-RUN
048700         IF WS-DAYS-TO-EFFECTIVE < WS-NOTICE-LEAD-DAYS
048800             DISPLAY 'COBXFR1 - EFFECTIVE DATE ' CC-EFFECTIVE-DATE
048900                 ' IS LESS THAN ' WS-NOTICE-LEAD-DAYS
049000                 ' DAYS AWAY - NO GOODBYE LETTERS WRITTEN'
049100             SET WS-ABEND-REQUIRED TO TRUE
049200             IF 12 > WS-HIGHEST-RETURN-CODE
049300                 MOVE 12 TO WS-HIGHEST-RETURN-CODE
049400             END-IF
049500         END-IF
049600         GO TO 1100-EDIT-CONTROL-CARD-EXIT
049700     END-IF.
049800     IF WS-DAYS-TO-EFFECTIVE > ZERO
049900         SET WS-TRIAL-RUN TO TRUE
050000         DISPLAY 'COBXFR1 - EFFECTIVE DATE NOT REACHED - TRIAL '
050100             'FILE ONLY, NO LOANS WILL BE MARKED'
050200     ELSE
050300         SET WS-MARK-LOANS TO TRUE
050400     END-IF.
050500     GO TO 1100-EDIT-CONTROL-CARD-EXIT.
050600 1100-CONTROL-CARD-IN-ERROR.
050700     SET WS-ABEND-REQUIRED TO TRUE.
050800     IF 16 > WS-HIGHEST-RETURN-CODE
050900         MOVE 16 TO WS-HIGHEST-RETURN-CODE
051000     END-IF.
051100 1100-EDIT-CONTROL-CARD-EXIT.
051200     EXIT.
051300*
051400******************************************************************
051500* 1200-OPEN-SERVICING-FILES OPENS THE FILES WHOSE RECORDS GO ON
051600* THE TRANSFER FILE.  EACH IS OPTIONAL - A FILE THAT DOES NOT
051700* EXIST YET SIMPLY CONTRIBUTES NO SEGMENTS.
051800******************************************************************
051900 1200-OPEN-SERVICING-FILES.
052000     OPEN INPUT ARM-SCHEDULE-FILE.
052100     IF WS-ARMSCHD-FILE-STATUS = '35'
052200         DISPLAY 'COBXFR1 - NO ARM SCHEDULE FILE'
052300         SET WS-ARMSCHD-NOT-OPEN TO TRUE
052400     ELSE
052500         SET WS-ARMSCHD-OPEN TO TRUE
052600     END-IF.
052700     OPEN INPUT POLICY-FILE.
052800     IF WS-INSPOL-FILE-STATUS = '35'
052900         DISPLAY 'COBXFR1 - NO HAZARD POLICY FILE'
053000         SET WS-INSPOL-NOT-OPEN TO TRUE
053100     ELSE
053200         SET WS-INSPOL-OPEN TO TRUE
053300     END-IF.
053400     OPEN INPUT LOSS-MIT-PLAN-FILE.
053500     IF WS-LOSSMIT-FILE-STATUS = '35'
053600         DISPLAY 'COBXFR1 - NO LOSS MITIGATION FILE'
053700         SET WS-LOSSMIT-NOT-OPEN TO TRUE
053800     ELSE
053900         SET WS-LOSSMIT-OPEN TO TRUE
054000     END-IF.
054100     OPEN INPUT CASE-FILE.
054200     IF WS-CASEFILE-FILE-STATUS = '35'
054300         DISPLAY 'COBXFR1 - NO FORECLOSURE CASE FILE'
054400         SET WS-CASEFILE-NOT-OPEN TO TRUE
054500     ELSE
054600         SET WS-CASEFILE-OPEN TO TRUE
054700     END-IF.
054800     OPEN INPUT SUSPENSE-FUNDS-FILE.
054900     IF WS-SUSFILE-FILE-STATUS = '35'
055000         DISPLAY 'COBXFR1 - NO SUSPENSE FILE - NOTHING HELD'
055100         SET WS-SUSFILE-NOT-OPEN TO TRUE
055200     ELSE
055300         SET WS-SUSFILE-OPEN TO TRUE
055400     END-IF.
055500     OPEN INPUT PAYMENT-HISTORY-FILE.
055600     IF WS-PMTHIST-FILE-STATUS = '35'
055700         DISPLAY 'COBXFR1 - NO PAYMENT HISTORY FILE'
055800         SET WS-PMTHIST-NOT-OPEN TO TRUE
055900     ELSE
056000         SET WS-PMTHIST-OPEN TO TRUE
056100     END-IF.
056104     OPEN INPUT PMI-POLICY-FILE.
056109     IF WS-PMIPOL-FILE-STATUS = '35'
056113         DISPLAY 'COBXFR1 - NO PMI POLICY FILE'
056118         SET WS-PMIPOL-NOT-OPEN TO TRUE
056122     ELSE
056127         SET WS-PMIPOL-OPEN TO TRUE
056131     END-IF.
056136     OPEN INPUT SCRA-FILE.
056140     IF WS-SCRAFILE-FILE-STATUS = '35'
056145         DISPLAY 'COBXFR1 - NO SCRA PROTECTION FILE'
056150         SET WS-SCRAFILE-NOT-OPEN TO TRUE
056154     ELSE
056159         SET WS-SCRAFILE-OPEN TO TRUE
056163     END-IF.
056168     OPEN INPUT ADVANCE-LEDGER-FILE.
056172     IF WS-ADVLDGR-FILE-STATUS = '35'
056177         DISPLAY 'COBXFR1 - NO ADVANCE LEDGER - NO ADVANCES OPEN'
056181         SET WS-ADVLDGR-NOT-OPEN TO TRUE
056186     ELSE
056190         SET WS-ADVLDGR-OPEN TO TRUE
056195     END-IF.
056200 1200-OPEN-SERVICING-FILES-EXIT.
056300     EXIT.
056400*
056500 2100-READ-TRANSFER-LIST.
056600     READ TRANSFER-LIST-FILE
056700         AT END
056800             MOVE '10' TO WS-XFRLIST-FILE-STATUS
056900     END-READ.
057000     IF NOT WS-XFRLIST-EOF
057100         ADD 1 TO WS-LIST-COUNT
057200     END-IF.
057300 2100-READ-TRANSFER-LIST-EXIT.
057400     EXIT.
057500*
057600******************************************************************
057700* 2000-PROCESS-ONE-LOAN EDITS ONE TRANSFER LIST ENTRY AND, IF IT
057800* IS ACCEPTED, WRITES THE LOAN'S GOODBYE LETTER (NOTICE RUN) OR
057900* ITS TRANSFER FILE SEGMENTS (TRANSFER RUN).
058000******************************************************************
058100 2000-PROCESS-ONE-LOAN.
058200     PERFORM 2200-EDIT-LIST-ENTRY
058300         THRU 2200-EDIT-LIST-ENTRY-EXIT.
058400     IF WS-ENTRY-REJECTED
058500         PERFORM 2800-WRITE-ERROR-LINE
058600             THRU 2800-WRITE-ERROR-LINE-EXIT
058700         GO TO 2000-PROCESS-ONE-LOAN-EXIT
058800     END-IF.
058900     MOVE LM-LOAN-NUMBER TO ADR-LOAN-NUMBER.
059000     PERFORM 7500-FETCH-LOAN-ADDRESS
059100         THRU 7500-FETCH-LOAN-ADDRESS-EXIT.
059200     IF CC-NOTICE-RUN
059300         PERFORM 2300-WRITE-GOODBYE-LETTER
059400             THRU 2300-WRITE-GOODBYE-LETTER-EXIT
059500     ELSE
059600         PERFORM 3000-WRITE-LOAN-SEGMENTS
059700             THRU 3000-WRITE-LOAN-SEGMENTS-EXIT
059800     END-IF.
059900 2000-PROCESS-ONE-LOAN-EXIT.
060000     EXIT.
060100*
060200******************************************************************
060300* 2200-EDIT-LIST-ENTRY ACCEPTS A LIST ENTRY ONLY WHEN ITS LOAN
060400* NUMBER IS NUMERIC, IN ASCENDING SEQUENCE (WHICH ALSO KEEPS A
060500* LOAN FROM GOING ON THE FILE TWICE), ON THE LOAN MASTER, AND
060600* NEITHER PAID OFF NOR ALREADY TRANSFERRED.  THE SAME EDIT IS
060700* REPEATED BY THE MARKING PASS SO BOTH PASSES ACT ON EXACTLY
060800* THE SAME LOANS.  LEAVES THE LOAN MASTER RECORD IN THE FD.
060900******************************************************************
061000 2200-EDIT-LIST-ENTRY.
061100     SET WS-ENTRY-REJECTED TO TRUE.
061200     MOVE SPACES TO WS-REGISTER-MESSAGE.
061300     IF XLS-LOAN-NUMBER-X NOT NUMERIC
061400         MOVE 'LOAN NUMBER NOT NUMERIC' TO WS-REGISTER-MESSAGE
061500         GO TO 2200-EDIT-LIST-ENTRY-EXIT
061600     END-IF.
061700     IF XLS-LOAN-NUMBER NOT > WS-PREV-LOAN-NUMBER
061800         MOVE 'OUT OF SEQUENCE/DUPLICATE' TO WS-REGISTER-MESSAGE
061900         GO TO 2200-EDIT-LIST-ENTRY-EXIT
062000     END-IF.
062100     MOVE XLS-LOAN-NUMBER TO WS-PREV-LOAN-NUMBER.
062200     MOVE XLS-LOAN-NUMBER TO LM-LOAN-NUMBER.
062300     READ LOAN-MASTER-FILE
062400         INVALID KEY
062500             MOVE 'LOAN NOT ON MASTER' TO WS-REGISTER-MESSAGE
062600             GO TO 2200-EDIT-LIST-ENTRY-EXIT
062700     END-READ.
062800     IF LM-LOAN-PAID-OFF
062900         MOVE 'LOAN PAID OFF' TO WS-REGISTER-MESSAGE
063000         GO TO 2200-EDIT-LIST-ENTRY-EXIT
063100     END-IF.
063200     IF LM-LOAN-TRANSFERRED
063300         MOVE 'LOAN ALREADY TRANSFERRED' TO WS-REGISTER-MESSAGE
063400         GO TO 2200-EDIT-LIST-ENTRY-EXIT
063500     END-IF.
063600     SET WS-ENTRY-ACCEPTED TO TRUE.
063700 2200-EDIT-LIST-ENTRY-EXIT.
063800     EXIT.
063900*
064000******************************************************************
064100* 2300-WRITE-GOODBYE-LETTER WRITES THE RESPA NOTICE OF SERVICING
064200* TRANSFER FOR ONE LOAN.  THE LAST DAY WE ACCEPT PAYMENTS IS THE
064300* DAY BEFORE THE EFFECTIVE DATE.  A LOAN WITH NO MAILING ADDRESS
064310* GETS NO LETTER - IT IS PRINTED AS AN ERROR FOR SERVICING TO
064320* CORRECT THE ADDRESS AND RERUN THE NOTICE.
064400******************************************************************
064500 2300-WRITE-GOODBYE-LETTER.
064510     IF ADR-MAIL-STREET = SPACES
064520         MOVE 'NO MAILING ADDRESS - HELD' TO WS-REGISTER-MESSAGE
064530         PERFORM 2800-WRITE-ERROR-LINE
064540             THRU 2800-WRITE-ERROR-LINE-EXIT
064550         GO TO 2300-WRITE-GOODBYE-LETTER-EXIT
064560     END-IF.
064600     MOVE SPACES TO TRANSFER-LETTER-RECORD.
064700     MOVE LM-LOAN-NUMBER        TO XLT-LOAN-NUMBER.
064800     MOVE LM-BORROWER-NAME      TO XLT-BORROWER-NAME.
064900     MOVE ADR-MAIL-STREET       TO XLT-MAIL-STREET.
065000     MOVE ADR-MAIL-CITY         TO XLT-MAIL-CITY.
065100     MOVE ADR-MAIL-STATE        TO XLT-MAIL-STATE.
065200     MOVE ADR-MAIL-ZIP          TO XLT-MAIL-ZIP.
065300     MOVE WS-TODAY-CCYYMMDD     TO XLT-NOTICE-DATE.
065400     MOVE CC-EFFECTIVE-DATE     TO XLT-EFFECTIVE-DATE.
065500     MOVE WS-LAST-ACCEPT-DATE   TO XLT-LAST-ACCEPT-DATE.
065600     MOVE CC-TRANSFEREE-NAME    TO XLT-TRANSFEREE-NAME.
065700     MOVE CC-TRANSFEREE-PHONE   TO XLT-TRANSFEREE-PHONE.
065800     MOVE LM-NEXT-DUE-DATE      TO XLT-NEXT-DUE-DATE.
065900     MOVE LM-MONTHLY-PYMT-AMT   TO XLT-MONTHLY-PYMT-AMT.
066000     WRITE TRANSFER-LETTER-RECORD.
066100     ADD 1 TO WS-LETTER-COUNT.
066200     MOVE SPACES TO WS-TRANSFER-DETAIL-LINE.
066300     MOVE LM-LOAN-NUMBER TO XRG-LOAN-NUMBER.
066400     MOVE LM-CURRENT-BALANCE TO XRG-UPB.
066500     MOVE LM-ESCROW-BALANCE TO XRG-ESCROW.
066600     MOVE LM-OUTSTANDING-FEES TO XRG-FEES.
067400     MOVE 'GOODBYE LETTER WRITTEN' TO XRG-MESSAGE.
067600     PERFORM 2900-WRITE-REPORT-LINE
067700         THRU 2900-WRITE-REPORT-LINE-EXIT.
067800 2300-WRITE-GOODBYE-LETTER-EXIT.
067900     EXIT.
068000*
068100******************************************************************
068200* 3000-WRITE-LOAN-SEGMENTS WRITES EVERY RECORD WE HOLD FOR ONE
068300* LOAN ONTO THE TRANSFER FILE, LOAN MASTER FIRST, AND ADDS THE
068400* LOAN'S BALANCES INTO THE MASTER-SIDE CONTROL TOTALS.
068500******************************************************************
068600 3000-WRITE-LOAN-SEGMENTS.
068700     MOVE ZERO TO WS-LOAN-SEGMENT-COUNT.
068800     MOVE ZERO TO SUS-BALANCE.
068900     SET XFR-LOAN-MASTER-SEG TO TRUE.
069000     MOVE LOAN-MASTER-RECORD TO XFR-SEGMENT-DATA.
069100     PERFORM 3800-WRITE-SEGMENT
069200         THRU 3800-WRITE-SEGMENT-EXIT.
069300     IF ADR-LOAN-NUMBER = LM-LOAN-NUMBER
069400             AND ADR-PROPERTY-ADDRESS NOT = SPACES
069500         SET XFR-ADDRESS-SEG TO TRUE
069600         MOVE LOAN-ADDRESS-RECORD TO XFR-SEGMENT-DATA
069700         PERFORM 3800-WRITE-SEGMENT
069800             THRU 3800-WRITE-SEGMENT-EXIT
069900     END-IF.
070000     IF WS-ARMSCHD-OPEN
070100         MOVE LM-LOAN-NUMBER TO ARM-LOAN-NUMBER
070200         READ ARM-SCHEDULE-FILE
070300             INVALID KEY
070400                 CONTINUE
070500             NOT INVALID KEY
070600                 SET XFR-ARM-SCHEDULE-SEG TO TRUE
070700                 MOVE ARM-SCHEDULE-RECORD TO XFR-SEGMENT-DATA
070800                 PERFORM 3800-WRITE-SEGMENT
070900                     THRU 3800-WRITE-SEGMENT-EXIT
071000         END-READ
071100     END-IF.
071200     IF WS-INSPOL-OPEN
071300         MOVE LM-LOAN-NUMBER TO INS-LOAN-NUMBER
071400         READ POLICY-FILE
071500             INVALID KEY
071600                 CONTINUE
071700             NOT INVALID KEY
071800                 SET XFR-POLICY-SEG TO TRUE
071900                 MOVE INSURANCE-POLICY-RECORD TO XFR-SEGMENT-DATA
072000                 PERFORM 3800-WRITE-SEGMENT
072100                     THRU 3800-WRITE-SEGMENT-EXIT
072200         END-READ
072300     END-IF.
072400     IF WS-LOSSMIT-OPEN
072500         MOVE LM-LOAN-NUMBER TO PLN-LOAN-NUMBER
072600         READ LOSS-MIT-PLAN-FILE
072700             INVALID KEY
072800                 CONTINUE
072900             NOT INVALID KEY
073000                 SET XFR-LOSS-MIT-SEG TO TRUE
073100                 MOVE LOSS-MIT-PLAN-RECORD TO XFR-SEGMENT-DATA
073200                 PERFORM 3800-WRITE-SEGMENT
073300                     THRU 3800-WRITE-SEGMENT-EXIT
073400         END-READ
073500     END-IF.
073600     IF WS-CASEFILE-OPEN
073700         MOVE LM-LOAN-NUMBER TO CSE-LOAN-NUMBER
073800         READ CASE-FILE
073900             INVALID KEY
074000                 CONTINUE
074100             NOT INVALID KEY
074200                 SET XFR-CASE-SEG TO TRUE
074300                 MOVE FORECLOSURE-CASE-RECORD TO XFR-SEGMENT-DATA
074400                 PERFORM 3800-WRITE-SEGMENT
074500                     THRU 3800-WRITE-SEGMENT-EXIT
074600         END-READ
074700     END-IF.
074710     IF WS-PMIPOL-OPEN
074720         MOVE LM-LOAN-NUMBER TO PMI-LOAN-NUMBER
074730         READ PMI-POLICY-FILE
074740             INVALID KEY
074750                 CONTINUE
074760             NOT INVALID KEY
074770                 SET XFR-PMI-POLICY-SEG TO TRUE
074780                 MOVE PMI-POLICY-RECORD TO XFR-SEGMENT-DATA
074790                 PERFORM 3800-WRITE-SEGMENT
074800                     THRU 3800-WRITE-SEGMENT-EXIT
074810         END-READ
074820     END-IF.
074830     IF WS-SCRAFILE-OPEN
074840         MOVE LM-LOAN-NUMBER TO SCR-LOAN-NUMBER
074850         READ SCRA-FILE
074860             INVALID KEY
074870                 CONTINUE
074880             NOT INVALID KEY
074890                 SET XFR-SCRA-SEG TO TRUE
074900                 MOVE SCRA-PROTECTION-RECORD TO XFR-SEGMENT-DATA
074910                 PERFORM 3800-WRITE-SEGMENT
074920                     THRU 3800-WRITE-SEGMENT-EXIT
074930         END-READ
074940     END-IF.
074950     PERFORM 3200-WRITE-SUSPENSE-SEGMENT
074960         THRU 3200-WRITE-SUSPENSE-SEGMENT-EXIT.
075000     PERFORM 3300-WRITE-HISTORY-SEGMENTS
075100         THRU 3300-WRITE-HISTORY-SEGMENTS-EXIT.
075150     PERFORM 3400-WRITE-ADVANCE-SEGMENTS
075160         THRU 3400-WRITE-ADVANCE-SEGMENTS-EXIT.
075200     ADD 1 TO WS-MST-LOAN-COUNT.
075300     ADD LM-CURRENT-BALANCE TO WS-MST-UPB-TOTAL.
075400     ADD LM-ESCROW-BALANCE TO WS-MST-ESCROW-TOTAL.
075500     ADD LM-OUTSTANDING-FEES TO WS-MST-FEES-TOTAL.
075600     ADD 1 TO WS-TRANSFER-COUNT.
075700     MOVE SPACES TO WS-TRANSFER-DETAIL-LINE.
075800     MOVE LM-LOAN-NUMBER TO XRG-LOAN-NUMBER.
075900     MOVE WS-LOAN-SEGMENT-COUNT TO XRG-SEGMENT-COUNT.
076000     MOVE LM-CURRENT-BALANCE TO XRG-UPB.
076100     MOVE LM-ESCROW-BALANCE TO XRG-ESCROW.
076200     MOVE LM-OUTSTANDING-FEES TO XRG-FEES.
076300     MOVE SUS-BALANCE TO XRG-SUSPENSE.
076400     MOVE 'WRITTEN TO TRANSFER FILE' TO XRG-MESSAGE.
076500     PERFORM 2900-WRITE-REPORT-LINE
076600         THRU 2900-WRITE-REPORT-LINE-EXIT.
076700 3000-WRITE-LOAN-SEGMENTS-EXIT.
076800     EXIT.
076900*
077000******************************************************************
077100* 3200-WRITE-SUSPENSE-SEGMENT CARRIES THE LOAN'S OPEN SUSPENSE
077200* BALANCE TO THE NEW SERVICER.  A LOAN WITH NOTHING HELD GETS
077300* NO SUSPENSE SEGMENT.
077400******************************************************************
077500 3200-WRITE-SUSPENSE-SEGMENT.
077600     IF WS-SUSFILE-NOT-OPEN
077700         GO TO 3200-WRITE-SUSPENSE-SEGMENT-EXIT
077800     END-IF.
077900     MOVE LM-LOAN-NUMBER TO SUS-LOAN-NUMBER.
078000     READ SUSPENSE-FUNDS-FILE
078100         INVALID KEY
078200             MOVE ZERO TO SUS-BALANCE
078300             GO TO 3200-WRITE-SUSPENSE-SEGMENT-EXIT
078400     END-READ.
078500     IF SUS-BALANCE = ZERO
078600         GO TO 3200-WRITE-SUSPENSE-SEGMENT-EXIT
078700     END-IF.
078800     SET XFR-SUSPENSE-SEG TO TRUE.
078900     MOVE SUSPENSE-FUNDS-RECORD TO XFR-SEGMENT-DATA.
079000     PERFORM 3800-WRITE-SEGMENT
079100         THRU 3800-WRITE-SEGMENT-EXIT.
079200     ADD SUS-BALANCE TO WS-MST-SUSPENSE-TOTAL.
079300 3200-WRITE-SUSPENSE-SEGMENT-EXIT.
079400     EXIT.
079500*
079600******************************************************************
079700* 3300-WRITE-HISTORY-SEGMENTS POSITIONS THE PAYMENT HISTORY AT
079800* THE LOAN'S FIRST RETAINED CYCLE AND WRITES ONE SEGMENT PER
079900* CYCLE STILL ON THE KSDS (CYCLES ALREADY ARCHIVED BY COBARC1
080000* ARE NOT CARRIED).
080100******************************************************************
080200 3300-WRITE-HISTORY-SEGMENTS.
080300     IF WS-PMTHIST-NOT-OPEN
080400         GO TO 3300-WRITE-HISTORY-SEGMENTS-EXIT
080500     END-IF.
080600     MOVE LM-LOAN-NUMBER TO PH-LOAN-NUMBER.
080700     MOVE ZERO TO PH-DUE-DATE.
080800     MOVE '00' TO WS-PMTHIST-FILE-STATUS.
080900     START PAYMENT-HISTORY-FILE KEY IS NOT LESS THAN PH-CYCLE-KEY
081000         INVALID KEY
081100             GO TO 3300-WRITE-HISTORY-SEGMENTS-EXIT
081200     END-START.
081300     PERFORM 3350-READ-NEXT-CYCLE
081400         THRU 3350-READ-NEXT-CYCLE-EXIT.
081500     PERFORM UNTIL WS-PMTHIST-EOF
081600         SET XFR-PAYMENT-HIST-SEG TO TRUE
081700         MOVE PAYMENT-HISTORY-RECORD TO XFR-SEGMENT-DATA
081800         PERFORM 3800-WRITE-SEGMENT
081900             THRU 3800-WRITE-SEGMENT-EXIT
082000         PERFORM 3350-READ-NEXT-CYCLE
082100             THRU 3350-READ-NEXT-CYCLE-EXIT
082200     END-PERFORM.
082300 3300-WRITE-HISTORY-SEGMENTS-EXIT.
082400     EXIT.
082500*
082600 3350-READ-NEXT-CYCLE.
082700     READ PAYMENT-HISTORY-FILE NEXT RECORD
082800         AT END
082900             MOVE '10' TO WS-PMTHIST-FILE-STATUS
083000     END-READ.
083100     IF NOT WS-PMTHIST-EOF
083200             AND PH-LOAN-NUMBER NOT = LM-LOAN-NUMBER
083300         MOVE '10' TO WS-PMTHIST-FILE-STATUS
083400     END-IF.
083500 3350-READ-NEXT-CYCLE-EXIT.
083600     EXIT.
083700*
083702******************************************************************
083704* 3400-WRITE-ADVANCE-SEGMENTS WRITES ONE SEGMENT FOR EACH ADVANCE
083706* STILL OPEN ON THE ADVANCE LEDGER FOR THE LOAN - MONEY WE FRONTED
083708* THAT THE NEW SERVICER MUST REIMBURSE - AND ADDS THE AMOUNT
083710* STILL OUTSTANDING INTO THE MASTER-SIDE ADVANCE TOTAL.  ENTRIES
083712* ALREADY RECOVERED ARE HISTORY AND ARE NOT CARRIED.
083714******************************************************************
083716 3400-WRITE-ADVANCE-SEGMENTS.
083718     IF WS-ADVLDGR-NOT-OPEN
083720         GO TO 3400-WRITE-ADVANCE-SEGMENTS-EXIT
083722     END-IF.
083725     MOVE LOW-VALUES TO ADL-KEY.
083727     MOVE LM-LOAN-NUMBER TO ADL-LOAN-NUMBER.
083729     MOVE '00' TO WS-ADVLDGR-FILE-STATUS.
083731     START ADVANCE-LEDGER-FILE KEY IS NOT LESS THAN ADL-KEY
083733         INVALID KEY
083735             GO TO 3400-WRITE-ADVANCE-SEGMENTS-EXIT
083737     END-START.
083739     PERFORM 3450-READ-NEXT-ADVANCE
083741         THRU 3450-READ-NEXT-ADVANCE-EXIT.
083743     PERFORM UNTIL WS-ADVLDGR-EOF
083745         IF ADL-ENTRY-OPEN
083747             SET XFR-ADVANCE-SEG TO TRUE
083750             MOVE ADVANCE-LEDGER-RECORD TO XFR-SEGMENT-DATA
083752             PERFORM 3800-WRITE-SEGMENT
083754                 THRU 3800-WRITE-SEGMENT-EXIT
083756             COMPUTE WS-MST-ADVANCE-TOTAL = WS-MST-ADVANCE-TOTAL
083758                 + ADL-ADVANCE-AMOUNT - ADL-RECOVERED-AMOUNT
083760         END-IF
083762         PERFORM 3450-READ-NEXT-ADVANCE
083764             THRU 3450-READ-NEXT-ADVANCE-EXIT
083766     END-PERFORM.
083768 3400-WRITE-ADVANCE-SEGMENTS-EXIT.
083770     EXIT.
083772*
083775 3450-READ-NEXT-ADVANCE.
083777     READ ADVANCE-LEDGER-FILE NEXT RECORD
083779         AT END
083781             MOVE '10' TO WS-ADVLDGR-FILE-STATUS
083783     END-READ.
083785     IF NOT WS-ADVLDGR-EOF
083787             AND ADL-LOAN-NUMBER NOT = LM-LOAN-NUMBER
083789         MOVE '10' TO WS-ADVLDGR-FILE-STATUS
083791     END-IF.
083793 3450-READ-NEXT-ADVANCE-EXIT.
083795     EXIT.
083797*
083800******************************************************************
083900* 3800-WRITE-SEGMENT STAMPS THE SEGMENT HEADER THE CALLER HAS
084000* NOT ALREADY SET (RECORD TYPE AND DATA ARE SET BY THE CALLER)
084100* AND WRITES IT.
084200******************************************************************
084300 3800-WRITE-SEGMENT.
084400     MOVE LM-LOAN-NUMBER TO XFR-LOAN-NUMBER.
084500     MOVE CC-TRANSFEREE-ID TO XFR-TRANSFEREE-ID.
084600     MOVE CC-EFFECTIVE-DATE TO XFR-EFFECTIVE-DATE.
084700     ADD 1 TO WS-LOAN-SEGMENT-COUNT.
084800     MOVE WS-LOAN-SEGMENT-COUNT TO XFR-SEGMENT-SEQUENCE.
084900     WRITE TRANSFER-OUT-RECORD.
085000     ADD 1 TO WS-MST-SEGMENT-COUNT.
085100 3800-WRITE-SEGMENT-EXIT.
085200     EXIT.
085300*
085400******************************************************************
085500* 4000-WRITE-CONTROL-TOTAL ENDS THE TRANSFER FILE WITH ITS
085600* CONTROL TOTAL RECORD, BUILT FROM THE MASTER-SIDE TOTALS.
085700******************************************************************
085800 4000-WRITE-CONTROL-TOTAL.
085900     MOVE SPACES TO TRANSFER-OUT-RECORD.
086000     SET XFR-CONTROL-RECORD TO TRUE.
086100     MOVE ZERO TO XFR-LOAN-NUMBER.
086200     MOVE CC-TRANSFEREE-ID TO XFR-TRANSFEREE-ID.
086300     MOVE CC-EFFECTIVE-DATE TO XFR-EFFECTIVE-DATE.
086400     MOVE ZERO TO XFR-SEGMENT-SEQUENCE.
086500     MOVE WS-MST-LOAN-COUNT TO XFR-CTL-LOAN-COUNT.
086600     MOVE WS-MST-SEGMENT-COUNT TO XFR-CTL-SEGMENT-COUNT.
086700     MOVE WS-MST-UPB-TOTAL TO XFR-CTL-UPB-TOTAL.
086800     MOVE WS-MST-ESCROW-TOTAL TO XFR-CTL-ESCROW-TOTAL.
086900     MOVE WS-MST-FEES-TOTAL TO XFR-CTL-FEES-TOTAL.
087000     MOVE WS-MST-SUSPENSE-TOTAL TO XFR-CTL-SUSPENSE-TOTAL.
087050     MOVE WS-MST-ADVANCE-TOTAL TO XFR-CTL-ADVANCE-TOTAL.
087100     WRITE TRANSFER-OUT-RECORD.
087200     CLOSE TRANSFER-OUT-FILE.
087300 4000-WRITE-CONTROL-TOTAL-EXIT.
087400     EXIT.
087500*
087600******************************************************************
087700* 4500-BALANCE-TRANSFER-FILE READS THE CLOSED TRANSFER FILE BACK
087800* AND TOTALS WHAT IS ACTUALLY ON IT - LOAN MASTER SEGMENTS FOR
087900* THE LOAN COUNT, UPB, ESCROW AND FEES, SUSPENSE SEGMENTS FOR
088000* THE SUSPENSE TOTAL, ADVANCE SEGMENTS FOR THE OPEN ADVANCE
088050* TOTAL.  THE FILE TOTALS MUST MATCH BOTH THE
088100* MASTER-SIDE TOTALS AND THE CONTROL TOTAL RECORD, AND THERE
088200* MUST BE EXACTLY ONE CONTROL TOTAL RECORD.  AN OUT-OF-BALANCE
088300* FILE IS HELD BY RETURN CODE 12 AND NO LOAN IS MARKED.
088400******************************************************************
088500 4500-BALANCE-TRANSFER-FILE.
088600     SET WS-FILE-OUT-OF-BALANCE TO TRUE.
088700     OPEN INPUT TRANSFER-OUT-FILE.
088800     PERFORM 4600-READ-TRANSFER-FILE
088900         THRU 4600-READ-TRANSFER-FILE-EXIT.
089000     PERFORM UNTIL WS-XFEROUT-EOF
089100         PERFORM 4700-TOTAL-ONE-SEGMENT
089200             THRU 4700-TOTAL-ONE-SEGMENT-EXIT
089300         PERFORM 4600-READ-TRANSFER-FILE
089400             THRU 4600-READ-TRANSFER-FILE-EXIT
089500     END-PERFORM.
089600     CLOSE TRANSFER-OUT-FILE.
089700     MOVE 'LOAN MASTER TOTALS' TO TOT-LABEL.
089800     MOVE WS-MST-LOAN-COUNT TO TOT-LOAN-COUNT.
089900     MOVE WS-MST-SEGMENT-COUNT TO TOT-SEGMENT-COUNT.
090000     MOVE WS-MST-UPB-TOTAL TO TOT-UPB.
090100     MOVE WS-MST-ESCROW-TOTAL TO TOT-ESCROW.
090200     MOVE WS-MST-FEES-TOTAL TO TOT-FEES.
090300     MOVE WS-MST-SUSPENSE-TOTAL TO TOT-SUSPENSE.
090400     WRITE TRANSFER-REPORT-LINE FROM WS-TOTAL-LINE
090500         AFTER ADVANCING 2 LINES.
090600     MOVE 'TRANSFER FILE TOTALS' TO TOT-LABEL.
090700     MOVE WS-FIL-LOAN-COUNT TO TOT-LOAN-COUNT.
090800     MOVE WS-FIL-SEGMENT-COUNT TO TOT-SEGMENT-COUNT.
090900     MOVE WS-FIL-UPB-TOTAL TO TOT-UPB.
091000     MOVE WS-FIL-ESCROW-TOTAL TO TOT-ESCROW.
091100     MOVE WS-FIL-FEES-TOTAL TO TOT-FEES.
091200     MOVE WS-FIL-SUSPENSE-TOTAL TO TOT-SUSPENSE.
091300     WRITE TRANSFER-REPORT-LINE FROM WS-TOTAL-LINE
091400         AFTER ADVANCING 1 LINE.
091410     MOVE 'LOAN MASTER TOTALS' TO ADT-LABEL.
091420     MOVE WS-MST-ADVANCE-TOTAL TO ADT-ADVANCE-TOTAL.
091430     WRITE TRANSFER-REPORT-LINE FROM WS-ADVANCE-TOTAL-LINE
091440         AFTER ADVANCING 1 LINE.
091450     MOVE 'TRANSFER FILE TOTALS' TO ADT-LABEL.
091460     MOVE WS-FIL-ADVANCE-TOTAL TO ADT-ADVANCE-TOTAL.
091470     WRITE TRANSFER-REPORT-LINE FROM WS-ADVANCE-TOTAL-LINE
091480         AFTER ADVANCING 1 LINE.
091500     IF WS-FIL-CONTROL-COUNT = 1
091600             AND WS-FIL-LOAN-COUNT = WS-MST-LOAN-COUNT
091700             AND WS-FIL-SEGMENT-COUNT = WS-MST-SEGMENT-COUNT
091800             AND WS-FIL-UPB-TOTAL = WS-MST-UPB-TOTAL
091900             AND WS-FIL-ESCROW-TOTAL = WS-MST-ESCROW-TOTAL
092000             AND WS-FIL-FEES-TOTAL = WS-MST-FEES-TOTAL
092100             AND WS-FIL-SUSPENSE-TOTAL = WS-MST-SUSPENSE-TOTAL
092150             AND WS-FIL-ADVANCE-TOTAL = WS-MST-ADVANCE-TOTAL
092200             AND WS-CONTROL-RECORD-AGREES
092300         SET WS-FILE-IN-BALANCE TO TRUE
092400         DISPLAY 'COBXFR1 - TRANSFER FILE IN BALANCE'
092500     ELSE
092600         DISPLAY 'COBXFR1 - TRANSFER FILE OUT OF BALANCE WITH '
092700             'THE LOAN MASTER - HELD, NO LOANS MARKED'
092800         SET WS-ABEND-REQUIRED TO TRUE
092900         IF 12 > WS-HIGHEST-RETURN-CODE
093000             MOVE 12 TO WS-HIGHEST-RETURN-CODE
093100         END-IF
093200     END-IF.
093300 4500-BALANCE-TRANSFER-FILE-EXIT.
093400     EXIT.
093500*
093600 4600-READ-TRANSFER-FILE.
093700     READ TRANSFER-OUT-FILE
093800         AT END
093900             MOVE '10' TO WS-XFEROUT-FILE-STATUS
094000     END-READ.
094100 4600-READ-TRANSFER-FILE-EXIT.
094200     EXIT.
094300*
094400******************************************************************
094500* 4700-TOTAL-ONE-SEGMENT ADDS ONE TRANSFER FILE RECORD INTO THE
094600* FILE-SIDE TOTALS.  THE LOAN MASTER, SUSPENSE AND ADVANCE
094700* SEGMENT IMAGES ARE MOVED BACK INTO THEIR OWN FD RECORD AREAS TO
094800* BE READ - THOSE FILES ARE NOT READ AGAIN UNTIL THE MARKING
094900* PASS, WHICH REREADS ONLY THE LOAN MASTER.  THE CONTROL TOTAL
095000* RECORD IS COMPARED WITH THE MASTER-SIDE TOTALS AS IT IS READ.
095100******************************************************************
095200 4700-TOTAL-ONE-SEGMENT.
095300     EVALUATE TRUE
095400         WHEN XFR-CONTROL-RECORD
095500             ADD 1 TO WS-FIL-CONTROL-COUNT
095600             IF XFR-CTL-LOAN-COUNT = WS-MST-LOAN-COUNT
095700                 AND XFR-CTL-SEGMENT-COUNT = WS-MST-SEGMENT-COUNT
095800                 AND XFR-CTL-UPB-TOTAL = WS-MST-UPB-TOTAL
095900                 AND XFR-CTL-ESCROW-TOTAL = WS-MST-ESCROW-TOTAL
096000                 AND XFR-CTL-FEES-TOTAL = WS-MST-FEES-TOTAL
096100                 AND XFR-CTL-SUSPENSE-TOTAL =
096200                     WS-MST-SUSPENSE-TOTAL
096250                 AND XFR-CTL-ADVANCE-TOTAL = WS-MST-ADVANCE-TOTAL
096300                 SET WS-CONTROL-RECORD-AGREES TO TRUE
096400             END-IF
096500         WHEN XFR-LOAN-MASTER-SEG
096600             ADD 1 TO WS-FIL-SEGMENT-COUNT
096700             ADD 1 TO WS-FIL-LOAN-COUNT
096800             MOVE XFR-SEGMENT-DATA TO LOAN-MASTER-RECORD
096900             ADD LM-CURRENT-BALANCE TO WS-FIL-UPB-TOTAL
097000             ADD LM-ESCROW-BALANCE TO WS-FIL-ESCROW-TOTAL
097100             ADD LM-OUTSTANDING-FEES TO WS-FIL-FEES-TOTAL
097200         WHEN XFR-SUSPENSE-SEG
097300             ADD 1 TO WS-FIL-SEGMENT-COUNT
097400             MOVE XFR-SEGMENT-DATA TO SUSPENSE-FUNDS-RECORD
097500             ADD SUS-BALANCE TO WS-FIL-SUSPENSE-TOTAL
097510         WHEN XFR-ADVANCE-SEG
097520             ADD 1 TO WS-FIL-SEGMENT-COUNT
097530             MOVE XFR-SEGMENT-DATA TO ADVANCE-LEDGER-RECORD
097540             COMPUTE WS-FIL-ADVANCE-TOTAL = WS-FIL-ADVANCE-TOTAL
097550                 + ADL-ADVANCE-AMOUNT - ADL-RECOVERED-AMOUNT
097600         WHEN OTHER
097700             ADD 1 TO WS-FIL-SEGMENT-COUNT
097800     END-EVALUATE.
097900 4700-TOTAL-ONE-SEGMENT-EXIT.
098000     EXIT.
098100*
098200******************************************************************
098300* 6000-MARK-LOANS-TRANSFERRED IS THE SECOND PASS OF THE TRANSFER
098400* LIST, RUN ONLY ON OR AFTER THE EFFECTIVE DATE AND ONLY WHEN
098500* THE TRANSFER FILE BALANCED.  THE LOAN MASTER IS REOPENED FOR
098600* UPDATE AND EVERY LOAN THE FIRST PASS ACCEPTED IS MARKED
098700* TRANSFERRED, WITH THE EFFECTIVE DATE IN LM-PAID-OFF-DATE.
098800******************************************************************
098900 6000-MARK-LOANS-TRANSFERRED.
099000     CLOSE TRANSFER-LIST-FILE.
099100     CLOSE LOAN-MASTER-FILE.
099200     OPEN INPUT TRANSFER-LIST-FILE.
099300     OPEN I-O LOAN-MASTER-FILE.
099400     IF NOT WS-LOANMSTR-FILE-OK
099500         DISPLAY 'COBXFR1 - LOAN MASTER OPEN FOR UPDATE FAILED, '
099600             'STATUS=' WS-LOANMSTR-FILE-STATUS
099700         SET WS-ABEND-REQUIRED TO TRUE
099800         IF 16 > WS-HIGHEST-RETURN-CODE
099900             MOVE 16 TO WS-HIGHEST-RETURN-CODE
100000         END-IF
100100         GO TO 6000-MARK-LOANS-TRANSFERRED-EXIT
100200     END-IF.
100300     MOVE ZERO TO WS-PREV-LOAN-NUMBER.
100400     MOVE '00' TO WS-XFRLIST-FILE-STATUS.
100500     PERFORM 6100-READ-LIST-FOR-MARKING
100600         THRU 6100-READ-LIST-FOR-MARKING-EXIT.
100700     PERFORM UNTIL WS-XFRLIST-EOF
100800         PERFORM 6200-MARK-ONE-LOAN
100900             THRU 6200-MARK-ONE-LOAN-EXIT
101000         PERFORM 6100-READ-LIST-FOR-MARKING
101100             THRU 6100-READ-LIST-FOR-MARKING-EXIT
101200     END-PERFORM.
101300 6000-MARK-LOANS-TRANSFERRED-EXIT.
101400     EXIT.
101500*
101600 6100-READ-LIST-FOR-MARKING.
101700     READ TRANSFER-LIST-FILE
101800         AT END
101900             MOVE '10' TO WS-XFRLIST-FILE-STATUS
102000     END-READ.
102100 6100-READ-LIST-FOR-MARKING-EXIT.
102200     EXIT.
102300*
102400 6200-MARK-ONE-LOAN.
102500     PERFORM 2200-EDIT-LIST-ENTRY
102600         THRU 2200-EDIT-LIST-ENTRY-EXIT.
102700     IF WS-ENTRY-REJECTED
102800         GO TO 6200-MARK-ONE-LOAN-EXIT
102900     END-IF.
103000     MOVE LM-LOAN-CLOSED-FLAG TO WS-OLD-CLOSED-FLAG.
103100     MOVE LM-PAID-OFF-DATE TO WS-OLD-PAID-OFF-DATE.
103200     SET LM-LOAN-TRANSFERRED TO TRUE.
103300     MOVE CC-EFFECTIVE-DATE TO LM-PAID-OFF-DATE.
103400     REWRITE LOAN-MASTER-RECORD
103500         INVALID KEY
103600             DISPLAY 'COBXFR1 - REWRITE FAILED FOR LOAN '
103700                 LM-LOAN-NUMBER ' STATUS=' WS-LOANMSTR-FILE-STATUS
103800             GO TO 6200-MARK-ONE-LOAN-EXIT
103900     END-REWRITE.
104000     PERFORM 6300-LOG-TRANSFER-CHANGES
104100         THRU 6300-LOG-TRANSFER-CHANGES-EXIT.
104200     ADD 1 TO WS-MARKED-COUNT.
104300 6200-MARK-ONE-LOAN-EXIT.
104400     EXIT.
104500*
104600******************************************************************
104700* 6300-LOG-TRANSFER-CHANGES WRITES ONE AUDIT TRAIL ROW FOR EACH
104800* LOAN MASTER FIELD THE TRANSFER CHANGED.  THE TRANSFEREE GOES
104900* IN AUD-REASON SO THE TRAIL SHOWS WHO THE LOAN WENT TO.
105000******************************************************************
105100 6300-LOG-TRANSFER-CHANGES.
105200     MOVE LM-LOAN-NUMBER TO AUD-LOAN-NUMBER.
105300     MOVE WS-JOB-NAME TO AUD-JOB-NAME.
105400     MOVE WS-USER-ID TO AUD-USER-ID.
105500     MOVE CC-TRANSFEREE-ID TO AUD-REASON.
105600     MOVE 'LM-LOAN-CLOSED-FLAG' TO AUD-FIELD-NAME.
105700     MOVE WS-OLD-CLOSED-FLAG TO AUD-OLD-VALUE.
105800     MOVE LM-LOAN-CLOSED-FLAG TO AUD-NEW-VALUE.
105900     PERFORM 7000-LOG-AUDIT-RECORD
106000         THRU 7000-LOG-AUDIT-RECORD-EXIT.
106100     MOVE 'LM-PAID-OFF-DATE' TO AUD-FIELD-NAME.
106200     MOVE WS-OLD-PAID-OFF-DATE TO WS-AUDIT-DATE-DISPLAY.
106300     MOVE WS-AUDIT-DATE-DISPLAY TO AUD-OLD-VALUE.
106400     MOVE LM-PAID-OFF-DATE TO WS-AUDIT-DATE-DISPLAY.
106500     MOVE WS-AUDIT-DATE-DISPLAY TO AUD-NEW-VALUE.
106600     PERFORM 7000-LOG-AUDIT-RECORD
106700         THRU 7000-LOG-AUDIT-RECORD-EXIT.
106800 6300-LOG-TRANSFER-CHANGES-EXIT.
106900     EXIT.
107000*
107100******************************************************************
107200* 7500-FETCH-LOAN-ADDRESS READS THE ADDRESS RECORD FOR THE LOAN
107300* NUMBER THE CALLER PLACED IN ADR-LOAN-NUMBER.  A LOAN WITH NO
107400* ADDRESS RECORD, OR NO ADDRESS FILE AT ALL, COMES BACK WITH
107500* THE ADDRESS FIELDS EMPTY.
107600******************************************************************
107700 7500-FETCH-LOAN-ADDRESS.
107800     IF WS-ADDRFILE-NOT-OPEN
107900         MOVE SPACES TO ADR-PROPERTY-ADDRESS
108000         MOVE SPACES TO ADR-MAILING-ADDRESS
108100         GO TO 7500-FETCH-LOAN-ADDRESS-EXIT
108200     END-IF.
108300     READ ADDRESS-FILE
108400         INVALID KEY
108500             MOVE SPACES TO ADR-PROPERTY-ADDRESS
108600             MOVE SPACES TO ADR-MAILING-ADDRESS
108700     END-READ.
108800 7500-FETCH-LOAN-ADDRESS-EXIT.
108900     EXIT.
109000*
109100******************************************************************
109200* 2800-WRITE-ERROR-LINE PRINTS A LIST ENTRY THAT WAS NOT ACCEPTED
109300* AND RAISES THE RUN'S RETURN CODE TO 04 SO SERVICING SEES IT
109400* WITHOUT THE CHAIN BEING HELD.
109500******************************************************************
109600 2800-WRITE-ERROR-LINE.
109700     MOVE SPACES TO WS-TRANSFER-DETAIL-LINE.
109800     IF XLS-LOAN-NUMBER-X NUMERIC
109900         MOVE XLS-LOAN-NUMBER TO XRG-LOAN-NUMBER
110000     END-IF.
110100     MOVE WS-REGISTER-MESSAGE TO XRG-MESSAGE.
110200     PERFORM 2900-WRITE-REPORT-LINE
110300         THRU 2900-WRITE-REPORT-LINE-EXIT.
110400     ADD 1 TO WS-ERROR-COUNT.
110500     IF 04 > WS-HIGHEST-RETURN-CODE
110600         MOVE 04 TO WS-HIGHEST-RETURN-CODE
110700     END-IF.
110800 2800-WRITE-ERROR-LINE-EXIT.
110900     EXIT.
111000*
111100 2900-WRITE-REPORT-LINE.
111200     WRITE TRANSFER-REPORT-LINE FROM WS-TRANSFER-DETAIL-LINE.
111300     ADD 1 TO WS-LINE-COUNT.
111400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
111500         PERFORM 3900-WRITE-REPORT-HEADINGS
111600             THRU 3900-WRITE-REPORT-HEADINGS-EXIT
111700     END-IF.
111800 2900-WRITE-REPORT-LINE-EXIT.
111900     EXIT.
112000*
112100 3900-WRITE-REPORT-HEADINGS.
112200     WRITE TRANSFER-REPORT-LINE FROM WS-HEADING-LINE-1
112300         AFTER ADVANCING PAGE.
112400     WRITE TRANSFER-REPORT-LINE FROM WS-HEADING-LINE-2
112500         AFTER ADVANCING 1 LINE.
112600     MOVE ZERO TO WS-LINE-COUNT.
112700 3900-WRITE-REPORT-HEADINGS-EXIT.
112800     EXIT.
112900*
113000******************************************************************
113100* 5000-WRITE-FINAL-CHECKPOINT RECORDS THAT THE TRANSFER STEP HAS
113200* COMPLETED (OR FAILED).  THE TRANSFER LIST IS SEQUENTIAL, SO
113300* THERE IS NO MID-FILE RESTART POINT - THE LAST LOAN NUMBER IS
113400* LEFT AT ZERO THE SAME AS COBPAY1.
113500******************************************************************
113600 5000-WRITE-FINAL-CHECKPOINT.
113700     MOVE WS-JOB-NAME TO CKPT-JOB-NAME.
113800     MOVE 'COBXFR1' TO CKPT-STEP-NAME.
113900     MOVE ZERO TO CKPT-LAST-LOAN-NUMBER.
114000     MOVE WS-LIST-COUNT TO CKPT-RECORDS-READ.
114100     MOVE WS-MARKED-COUNT TO CKPT-RECORDS-UPDATED.
114200     COMPUTE CKPT-RECORDS-WRITTEN =
114300         WS-TRANSFER-COUNT + WS-LETTER-COUNT.
114400     IF WS-ABEND-REQUIRED
114500         SET CKPT-STEP-FAILED TO TRUE
114600     ELSE
114700         SET CKPT-STEP-COMPLETE TO TRUE
114800     END-IF.
114900     MOVE FUNCTION CURRENT-DATE TO CKPT-TIMESTAMP.
115000     PERFORM 8100-WRITE-CHECKPOINT
115100         THRU 8100-WRITE-CHECKPOINT-EXIT.
115200 5000-WRITE-FINAL-CHECKPOINT-EXIT.
115300     EXIT.
115400*
115500 9999-TERMINATE.
115600     CLOSE TRANSFER-LIST-FILE.
115700     CLOSE LOAN-MASTER-FILE.
115800     IF WS-ADDRFILE-OPEN
115900         CLOSE ADDRESS-FILE
116000     END-IF.
116100     IF CC-NOTICE-RUN
116200         CLOSE TRANSFER-LETTER-FILE
116300     END-IF.
116400     IF CC-TRANSFER-RUN
116500         IF WS-ARMSCHD-OPEN
116600             CLOSE ARM-SCHEDULE-FILE
116700         END-IF
116800         IF WS-INSPOL-OPEN
116900             CLOSE POLICY-FILE
117000         END-IF
117100         IF WS-LOSSMIT-OPEN
117200             CLOSE LOSS-MIT-PLAN-FILE
117300         END-IF
117400         IF WS-CASEFILE-OPEN
117500             CLOSE CASE-FILE
117600         END-IF
117700         IF WS-SUSFILE-OPEN
117800             CLOSE SUSPENSE-FUNDS-FILE
117900         END-IF
118000         IF WS-PMTHIST-OPEN
118100             CLOSE PAYMENT-HISTORY-FILE
118200         END-IF
118210         IF WS-PMIPOL-OPEN
118220             CLOSE PMI-POLICY-FILE
118230         END-IF
118240         IF WS-SCRAFILE-OPEN
118250             CLOSE SCRA-FILE
118260         END-IF
118270         IF WS-ADVLDGR-OPEN
118280             CLOSE ADVANCE-LEDGER-FILE
118290         END-IF
118300     END-IF.
118400     CLOSE TRANSFER-REPORT-FILE.
118500     DISPLAY 'COBXFR1 - SERVICING TRANSFER RUN COMPLETE'.
118600     DISPLAY 'COBXFR1 - LIST ENTRIES READ  : ' WS-LIST-COUNT.
118700     DISPLAY 'COBXFR1 - LETTERS WRITTEN    : ' WS-LETTER-COUNT.
118800     DISPLAY 'COBXFR1 - LOANS ON FILE      : ' WS-TRANSFER-COUNT.
118900     DISPLAY 'COBXFR1 - LOANS MARKED       : ' WS-MARKED-COUNT.
119000     DISPLAY 'COBXFR1 - ENTRIES IN ERROR   : ' WS-ERROR-COUNT.
119100     IF WS-ABEND-REQUIRED
119200         DISPLAY 'COBXFR1 - RUN DID NOT COMPLETE - TRANSFER '
119300             'FILE AND LETTERS MUST NOT BE RELEASED'
119400     END-IF.
119500     MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE.
119600 9999-TERMINATE-EXIT.
119700     EXIT.
119800*
119900     COPY CHKPTLOG.
120000     COPY AUDITLOG.
