000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBADV1.
000300 AUTHOR.        R J TATE.
000400 INSTALLATION.  MORTGAGE SERVICING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    ADVANCE LEDGER ENTRY.  APPLIES SERVICING'S ADVANCE REQUEST  *
001000*    CARDS - MONEY THE SERVICER HAS PAID OUT ON A LOAN OUTSIDE   *
001100*    THE DISBURSEMENT RUN - TO THE ADVANCE LEDGER (ADVLDGR.CPY)  *
001200*    SO IT IS RECOVERED AT PAYOFF OR REINSTATEMENT (COBPAY1) AND *
001300*    CARRIED ON THE MONTH-END AGED RECEIVABLE (COBADV2).  EVERY  *
001400*    CARD PRINTS ON THE ENTRY REGISTER.  A CARD THAT FAILS ITS   *
001500*    EDITS PRINTS AS AN ERROR, CHANGES NOTHING, AND ENDS THE     *
001600*    STEP WITH A WARNING.                                        *
001700*                                                                *
001800*    ADVANCE TYPES -                                             *
001900*      E  ESCROW ADVANCE - A TAX, INSURANCE OR OTHER ESCROW      *
002000*         ITEM PAID BY HAND.  THE FULL AMOUNT IS CHARGED TO THE  *
002100*         LOAN'S ESCROW BALANCE (AUDIT LOGGED) AND THE PART THE  *
002200*         BALANCE COULD NOT COVER IS THE ADVANCE.  A CARD THE    *
002300*         ESCROW BALANCE COVERS IN FULL IS NOT AN ADVANCE AND IS *
002400*         REJECTED.                                              *
002500*      F  FORECLOSURE ATTORNEY FEES AND COSTS                    *
002600*      I  PROPERTY INSPECTION AND PRESERVATION COSTS             *
002700*         F AND I ARE CORPORATE ADVANCES.  THE LOAN MUST HAVE A  *
002800*         FORECLOSURE CASE ON FILE (CASEREC.CPY); THE LOAN       *
002900*         MASTER IS NOT CHANGED.                                 *
003000*                                                                *
003100*    A BLANK ADVANCE DATE MEANS TODAY.  A DATE IN THE FUTURE IS  *
003200*    REJECTED.  THE ADVANCE LEDGER IS CREATED ON FIRST USE.      *
003300*                                                                *
003400******************************************************************
003500*    MODIFICATION HISTORY
003600*    ---------------------------------------------------------
003700*    2026-10-15  RJT  INITIAL VERSION.
003800******************************************************************
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT ADVANCE-REQUEST-FILE ASSIGN TO ADVRQST
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-ADVRQST-FILE-STATUS.
004500     SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS LM-LOAN-NUMBER
004900         FILE STATUS IS WS-LOANMSTR-FILE-STATUS.
005000     SELECT CASE-FILE ASSIGN TO CASEFILE
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS CSE-LOAN-NUMBER
005400         FILE STATUS IS WS-CASEFILE-FILE-STATUS.
005500     SELECT ADVANCE-LEDGER-FILE ASSIGN TO ADVLDGR
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS ADL-KEY
005900         FILE STATUS IS WS-ADVLDGR-FILE-STATUS.
006000     SELECT RESTART-FILE ASSIGN TO RESTFILE
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS CKPT-STEP-NAME
006400         FILE STATUS IS WS-RESTART-FILE-STATUS.
006500     SELECT REGISTER-REPORT-FILE ASSIGN TO ADVREG
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-ADVREG-FILE-STATUS.
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  ADVANCE-REQUEST-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 01  ADVANCE-REQUEST-RECORD.
007300     05  ARQ-FUNCTION-CODE       PIC X(01).
007400         88  ARQ-ADD-REQUEST         VALUE 'A'.
007500     05  ARQ-LOAN-NUMBER-X       PIC X(10).
007600     05  ARQ-LOAN-NUMBER REDEFINES ARQ-LOAN-NUMBER-X
007700                                 PIC 9(10).
007800     05  ARQ-ADVANCE-TYPE        PIC X(01).
007900     05  ARQ-ADVANCE-DATE-X      PIC X(08).
008000     05  ARQ-ADVANCE-DATE REDEFINES ARQ-ADVANCE-DATE-X
008100                                 PIC 9(08).
008200     05  ARQ-AMOUNT-X            PIC X(09).
008300     05  ARQ-AMOUNT REDEFINES ARQ-AMOUNT-X
008400                                 PIC 9(07)V99.
008500     05  ARQ-PAYEE-NAME          PIC X(25).
008600     05  ARQ-REFERENCE           PIC X(15).
008700     05  ARQ-USER-ID             PIC X(08).
008800     05  FILLER                  PIC X(03).
008900*
009000 FD  LOAN-MASTER-FILE
009100     LABEL RECORDS ARE STANDARD.
009200     COPY LOANMSTR.
009300*
009400 FD  CASE-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY CASEREC.
009700*
009800 FD  ADVANCE-LEDGER-FILE
009900     LABEL RECORDS ARE STANDARD.
010000     COPY ADVLDGR.
010100*
010200 FD  RESTART-FILE
010300     LABEL RECORDS ARE STANDARD.
010400     COPY CHKPTREC.
010500*
010600 FD  REGISTER-REPORT-FILE
010700     LABEL RECORDS ARE OMITTED.
010800 01  REGISTER-REPORT-LINE        PIC X(132).
010900*
011000 WORKING-STORAGE SECTION.
011100 77  WS-ADVRQST-FILE-STATUS      PIC X(02) VALUE '00'.
011200     88  WS-ADVRQST-FILE-OK          VALUE '00' '02' '97'.
011300     88  WS-ADVRQST-EOF              VALUE '10'.
011310 77  WS-ADVRQST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
011320     88  WS-ADVRQST-OPEN             VALUE 'Y'.
011330     88  WS-ADVRQST-NOT-OPEN         VALUE 'N'.
011400 77  WS-LOANMSTR-FILE-STATUS     PIC X(02) VALUE '00'.
011500     88  WS-LOANMSTR-FILE-OK         VALUE '00' '02' '97'.
011600 77  WS-CASEFILE-FILE-STATUS     PIC X(02) VALUE '00'.
011700 77  WS-CASEFILE-OPEN-SWITCH     PIC X(01) VALUE 'N'.
011800     88  WS-CASEFILE-OPEN            VALUE 'Y'.
011900     88  WS-CASEFILE-NOT-OPEN        VALUE 'N'.
012000 77  WS-ADVLDGR-FILE-STATUS      PIC X(02) VALUE '00'.
012100     88  WS-ADVLDGR-FILE-OK          VALUE '00' '02' '97'.
012200 77  WS-RESTART-FILE-STATUS      PIC X(02) VALUE '00'.
012300 77  WS-ADVREG-FILE-STATUS       PIC X(02) VALUE '00'.
012400 77  WS-JOB-NAME                 PIC X(08) VALUE 'ADVENTRY'.
012500 77  WS-USER-ID                  PIC X(08) VALUE 'BATCH'.
012600 77  WS-TODAY-CCYYMMDD           PIC 9(08) VALUE ZERO.
012700 77  WS-REQUEST-COUNT            PIC 9(07) COMP VALUE ZERO.
012800 77  WS-ESCROW-COUNT             PIC 9(07) COMP VALUE ZERO.
012900 77  WS-FORECLOSURE-COUNT        PIC 9(07) COMP VALUE ZERO.
013000 77  WS-INSPECTION-COUNT         PIC 9(07) COMP VALUE ZERO.
013100 77  WS-ERROR-COUNT              PIC 9(07) COMP VALUE ZERO.
013200 77  WS-ADVANCED-AMT-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
013300 77  WS-ADVANCE-DATE             PIC 9(08) VALUE ZERO.
013400 77  WS-LEDGER-AMOUNT            PIC S9(07)V99 COMP-3 VALUE ZERO.
013500 77  WS-OLD-ESCROW-BALANCE       PIC S9(07)V99 COMP-3 VALUE ZERO.
013600 77  WS-AUDIT-AMT-DISPLAY        PIC -(8)9.99.
013700 77  WS-REGISTER-MESSAGE         PIC X(25) VALUE SPACES.
013800 77  WS-REQUEST-VALID-SW         PIC X(01) VALUE 'Y'.
013900     88  WS-REQUEST-VALID            VALUE 'Y'.
014000     88  WS-REQUEST-INVALID          VALUE 'N'.
014100 77  WS-LINE-COUNT               PIC 9(03) COMP VALUE ZERO.
014200 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 060.
014300 77  WS-HIGHEST-RETURN-CODE      PIC 9(02) COMP VALUE ZERO.
014400 77  WS-ABEND-SWITCH             PIC X(01) VALUE 'N'.
014500     88  WS-ABEND-REQUIRED           VALUE 'Y'.
014600     88  WS-ABEND-NOT-REQUIRED       VALUE 'N'.
014700*
014800 01  WS-EDIT-DATE                PIC 9(08) VALUE ZERO.
014900 01  WS-EDIT-DATE-FIELDS REDEFINES WS-EDIT-DATE.
015000     05  WS-EDIT-YYYY            PIC 9(04).
015100     05  WS-EDIT-MM              PIC 9(02).
015200     05  WS-EDIT-DD              PIC 9(02).
015300*
015400 01  WS-HEADING-LINE-1.
015500     05  FILLER          PIC X(20) VALUE 'ADVANCE LEDGER ENTRY'.
015600     05  FILLER          PIC X(20) VALUE ' REGISTER - RUN OF'.
015700     05  FILLER          PIC X(01) VALUE SPACE.
015800     05  HDG-RUN-DATE    PIC 9(08).
015900     05  FILLER          PIC X(83) VALUE SPACES.
016000*
016100 01  WS-HEADING-LINE-2.
016200     05  FILLER          PIC X(08) VALUE 'ACTION'.
016300     05  FILLER          PIC X(02) VALUE SPACES.
016400     05  FILLER          PIC X(10) VALUE 'LOAN'.
016500     05  FILLER          PIC X(02) VALUE SPACES.
016600     05  FILLER          PIC X(01) VALUE 'T'.
016700     05  FILLER          PIC X(02) VALUE SPACES.
016800     05  FILLER          PIC X(08) VALUE 'ADV DATE'.
016900     05  FILLER          PIC X(02) VALUE SPACES.
017000     05  FILLER          PIC X(12) VALUE '  AMOUNT PD'.
017100     05  FILLER          PIC X(02) VALUE SPACES.
017200     05  FILLER          PIC X(12) VALUE '    ADVANCED'.
017300     05  FILLER          PIC X(02) VALUE SPACES.
017400     05  FILLER          PIC X(25) VALUE 'PAYEE'.
017500     05  FILLER          PIC X(02) VALUE SPACES.
017600     05  FILLER          PIC X(15) VALUE 'REFERENCE'.
017700     05  FILLER          PIC X(02) VALUE SPACES.
017800     05  FILLER          PIC X(25) VALUE 'MESSAGE'.
017900*
018000 01  WS-REGISTER-DETAIL-LINE.
018100     05  REG-ACTION          PIC X(08).
018200     05  FILLER              PIC X(02) VALUE SPACES.
018300     05  REG-LOAN-NUMBER     PIC X(10).
018400     05  FILLER              PIC X(02) VALUE SPACES.
018500     05  REG-ADVANCE-TYPE    PIC X(01).
018600     05  FILLER              PIC X(02) VALUE SPACES.
018700     05  REG-ADVANCE-DATE    PIC X(08).
018800     05  FILLER              PIC X(02) VALUE SPACES.
018900     05  REG-AMOUNT-PAID     PIC Z,ZZZ,ZZ9.99.
019000     05  FILLER              PIC X(02) VALUE SPACES.
019100     05  REG-AMOUNT-ADVANCED PIC Z,ZZZ,ZZ9.99.
019200     05  FILLER              PIC X(02) VALUE SPACES.
019300     05  REG-PAYEE-NAME      PIC X(25).
019400     05  FILLER              PIC X(02) VALUE SPACES.
019500     05  REG-REFERENCE       PIC X(15).
019600     05  FILLER              PIC X(02) VALUE SPACES.
019700     05  REG-MESSAGE         PIC X(25).
019800*
019900 01  WS-TOTAL-LINE.
020000     05  FILLER          PIC X(20) VALUE 'REQUESTS READ:      '.
020100     05  TOT-REQUEST-COUNT   PIC ZZZ,ZZ9.
020200     05  FILLER          PIC X(11) VALUE '   ESCROW: '.
020300     05  TOT-ESCROW-COUNT    PIC ZZZ,ZZ9.
020400     05  FILLER          PIC X(16) VALUE '   FORECLOSURE: '.
020500     05  TOT-FORECLOSURE-COUNT
020600                             PIC ZZZ,ZZ9.
020700     05  FILLER          PIC X(15) VALUE '   INSPECTION: '.
020800     05  TOT-INSPECTION-COUNT
020900                             PIC ZZZ,ZZ9.
021000     05  FILLER          PIC X(11) VALUE '   ERRORS: '.
021100     05  TOT-ERROR-COUNT     PIC ZZZ,ZZ9.
021200     05  FILLER              PIC X(24) VALUE SPACES.
021300*
021400 01  WS-AMOUNT-TOTAL-LINE.
021500     05  FILLER          PIC X(20) VALUE 'AMOUNT ADVANCED:    '.
021600     05  TOT-ADVANCED-AMT    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
021700     05  FILLER              PIC X(94) VALUE SPACES.
021800*
021900     COPY AUDITREC.
022000     EXEC SQL
022100          INCLUDE SQLCA
022200     END-EXEC.
022300*
022400 PROCEDURE DIVISION.
022500 0000-MAINLINE.
022600     PERFORM 1000-INITIALIZE
022700         THRU 1000-INITIALIZE-EXIT.
022800     PERFORM UNTIL WS-ADVRQST-EOF
022900         PERFORM 2000-PROCESS-ONE-REQUEST
023000             THRU 2000-PROCESS-ONE-REQUEST-EXIT
023100         PERFORM 2100-READ-ADVANCE-REQUEST
023200             THRU 2100-READ-ADVANCE-REQUEST-EXIT
023300     END-PERFORM.
023400     PERFORM 3000-WRITE-REPORT-TOTALS
023500         THRU 3000-WRITE-REPORT-TOTALS-EXIT.
023600     PERFORM 4000-WRITE-FINAL-CHECKPOINT
023700         THRU 4000-WRITE-FINAL-CHECKPOINT-EXIT.
023800     PERFORM 9999-TERMINATE
023900         THRU 9999-TERMINATE-EXIT.
024000     GOBACK.
024100*
024200******************************************************************
024300* 1000-INITIALIZE OPENS THE REQUEST CARDS (A RUN WITH NO CARDS IS
024400* NORMAL), THE LOAN MASTER FOR UPDATE, THE FORECLOSURE CASE FILE
024500* (A CORPORATE ADVANCE IS REJECTED IF IT IS NOT THERE), THE
024600* ADVANCE LEDGER (CREATED ON FIRST USE) AND THE ENTRY REGISTER.
024700******************************************************************
024800 1000-INITIALIZE.
024900     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD.
025000     MOVE WS-TODAY-CCYYMMDD TO HDG-RUN-DATE.
025100     OPEN INPUT ADVANCE-REQUEST-FILE.
025200     IF WS-ADVRQST-FILE-STATUS = '35'
025300         DISPLAY 'COBADV1 - NO ADVANCE REQUEST FILE - NOTHING '
025400             'TO APPLY'
025500         MOVE '10' TO WS-ADVRQST-FILE-STATUS
025600     ELSE
025700         IF NOT WS-ADVRQST-FILE-OK
025800             DISPLAY 'COBADV1 - REQUEST FILE OPEN FAILED, '
025900                 'STATUS=' WS-ADVRQST-FILE-STATUS
026000             MOVE '10' TO WS-ADVRQST-FILE-STATUS
026100             SET WS-ABEND-REQUIRED TO TRUE
026200             IF 16 > WS-HIGHEST-RETURN-CODE
026300                 MOVE 16 TO WS-HIGHEST-RETURN-CODE
026400             END-IF
026450         ELSE
026460             SET WS-ADVRQST-OPEN TO TRUE
026500         END-IF
026600     END-IF.
026700     OPEN I-O LOAN-MASTER-FILE.
026800     IF NOT WS-LOANMSTR-FILE-OK
026900         DISPLAY 'COBADV1 - LOAN MASTER OPEN FAILED, STATUS='
027000             WS-LOANMSTR-FILE-STATUS
027100         MOVE '10' TO WS-ADVRQST-FILE-STATUS
027200         SET WS-ABEND-REQUIRED TO TRUE
027300         IF 16 > WS-HIGHEST-RETURN-CODE
027400             MOVE 16 TO WS-HIGHEST-RETURN-CODE
027500         END-IF
027600     END-IF.
027700     OPEN INPUT CASE-FILE.
027800     IF WS-CASEFILE-FILE-STATUS = '35'
027900         DISPLAY 'COBADV1 - NO FORECLOSURE CASE FILE - '
028000             'CORPORATE ADVANCES WILL BE REJECTED'
028100         SET WS-CASEFILE-NOT-OPEN TO TRUE
028200     ELSE
028300         SET WS-CASEFILE-OPEN TO TRUE
028400     END-IF.
028500     OPEN I-O ADVANCE-LEDGER-FILE.
028600     IF WS-ADVLDGR-FILE-STATUS = '35'
028700         OPEN OUTPUT ADVANCE-LEDGER-FILE
028800         CLOSE ADVANCE-LEDGER-FILE
028900         OPEN I-O ADVANCE-LEDGER-FILE
029000     END-IF.
029100     IF NOT WS-ADVLDGR-FILE-OK
029200         DISPLAY 'COBADV1 - ADVANCE LEDGER OPEN FAILED, STATUS='
029300             WS-ADVLDGR-FILE-STATUS
029400         MOVE '10' TO WS-ADVRQST-FILE-STATUS
029500         SET WS-ABEND-REQUIRED TO TRUE
029600         IF 16 > WS-HIGHEST-RETURN-CODE
029700             MOVE 16 TO WS-HIGHEST-RETURN-CODE
029800         END-IF
029900     END-IF.
030000     OPEN OUTPUT REGISTER-REPORT-FILE.
030100     PERFORM 3900-WRITE-REPORT-HEADINGS
030200         THRU 3900-WRITE-REPORT-HEADINGS-EXIT.
030300     IF NOT WS-ADVRQST-EOF
030400         PERFORM 2100-READ-ADVANCE-REQUEST
030500             THRU 2100-READ-ADVANCE-REQUEST-EXIT
030600     END-IF.
030700     DISPLAY 'COBADV1 - ADVANCE LEDGER ENTRY STARTING'.
030800 1000-INITIALIZE-EXIT.
030900     EXIT.
031000*
031100 2100-READ-ADVANCE-REQUEST.
031200     READ ADVANCE-REQUEST-FILE
031300         AT END
031400             MOVE '10' TO WS-ADVRQST-FILE-STATUS
031500     END-READ.
031600     IF NOT WS-ADVRQST-EOF
031700         ADD 1 TO WS-REQUEST-COUNT
031800     END-IF.
031900 2100-READ-ADVANCE-REQUEST-EXIT.
032000     EXIT.
032100*
032200******************************************************************
032300* 2000-PROCESS-ONE-REQUEST EDITS ONE CARD, CHECKS IT AGAINST THE
032400* LOAN MASTER AND THE CASE FILE, AND RECORDS THE ADVANCE.
032500******************************************************************
032600 2000-PROCESS-ONE-REQUEST.
032700     PERFORM 2200-EDIT-REQUEST
032800         THRU 2200-EDIT-REQUEST-EXIT.
032900     IF WS-REQUEST-INVALID
033000         PERFORM 2800-WRITE-ERROR-LINE
033100             THRU 2800-WRITE-ERROR-LINE-EXIT
033200         GO TO 2000-PROCESS-ONE-REQUEST-EXIT
033300     END-IF.
033400     MOVE ARQ-LOAN-NUMBER TO LM-LOAN-NUMBER.
033500     READ LOAN-MASTER-FILE
033600         INVALID KEY
033700             MOVE 'LOAN NOT ON MASTER' TO WS-REGISTER-MESSAGE
033800             PERFORM 2800-WRITE-ERROR-LINE
033900                 THRU 2800-WRITE-ERROR-LINE-EXIT
034000             GO TO 2000-PROCESS-ONE-REQUEST-EXIT
034100     END-READ.
034200     IF NOT LM-LOAN-ACTIVE
034300         MOVE 'LOAN NOT ACTIVE' TO WS-REGISTER-MESSAGE
034400         PERFORM 2800-WRITE-ERROR-LINE
034500             THRU 2800-WRITE-ERROR-LINE-EXIT
034600         GO TO 2000-PROCESS-ONE-REQUEST-EXIT
034700     END-IF.
034800     MOVE ARQ-ADVANCE-TYPE TO ADL-ADVANCE-TYPE.
034900     IF ADL-ESCROW-ADVANCE
035000         PERFORM 2300-RECORD-ESCROW-ADVANCE
035100             THRU 2300-RECORD-ESCROW-ADVANCE-EXIT
035200     ELSE
035300         PERFORM 2400-RECORD-CORPORATE-ADVANCE
035400             THRU 2400-RECORD-CORPORATE-ADVANCE-EXIT
035500     END-IF.
035600 2000-PROCESS-ONE-REQUEST-EXIT.
035700     EXIT.
035800*
035900******************************************************************
036000* 2200-EDIT-REQUEST APPLIES THE EDITS THAT DO NOT NEED A FILE -
036100* A VALID FUNCTION CODE AND ADVANCE TYPE, A NUMERIC LOAN NUMBER,
036200* A CALENDAR-VALID ADVANCE DATE NO LATER THAN TODAY, AND A
036300* NUMERIC AMOUNT ABOVE ZERO.  THE ADVANCE DATE IS LEFT IN
036400* WS-ADVANCE-DATE.
036500******************************************************************
036600 2200-EDIT-REQUEST.
036700     SET WS-REQUEST-VALID TO TRUE.
036800     MOVE SPACES TO WS-REGISTER-MESSAGE.
036900     IF NOT ARQ-ADD-REQUEST
037000         MOVE 'INVALID FUNCTION CODE' TO WS-REGISTER-MESSAGE
037100         SET WS-REQUEST-INVALID TO TRUE
037200         GO TO 2200-EDIT-REQUEST-EXIT
037300     END-IF.
037400     IF ARQ-LOAN-NUMBER-X NOT NUMERIC
037500         MOVE 'LOAN NUMBER NOT NUMERIC' TO WS-REGISTER-MESSAGE
037600         SET WS-REQUEST-INVALID TO TRUE
037700         GO TO 2200-EDIT-REQUEST-EXIT
037800     END-IF.
037900     MOVE ARQ-ADVANCE-TYPE TO ADL-ADVANCE-TYPE.
038000     IF NOT ADL-VALID-TYPE
038100         MOVE 'ADVANCE TYPE NOT E F OR I' TO WS-REGISTER-MESSAGE
038200         SET WS-REQUEST-INVALID TO TRUE
038300         GO TO 2200-EDIT-REQUEST-EXIT
038400     END-IF.
038500     IF ARQ-ADVANCE-DATE-X = SPACES
038600         MOVE WS-TODAY-CCYYMMDD TO WS-ADVANCE-DATE
038700     ELSE
038800         IF ARQ-ADVANCE-DATE-X NOT NUMERIC
038900             MOVE 'ADVANCE DATE NOT NUMERIC'
039000                 TO WS-REGISTER-MESSAGE
039100             SET WS-REQUEST-INVALID TO TRUE
039200             GO TO 2200-EDIT-REQUEST-EXIT
039300         END-IF
039400         MOVE ARQ-ADVANCE-DATE TO WS-ADVANCE-DATE
039500     END-IF.
039600     MOVE WS-ADVANCE-DATE TO WS-EDIT-DATE.
039700     IF WS-EDIT-MM < 01 OR WS-EDIT-MM > 12
039800             OR WS-EDIT-DD < 01 OR WS-EDIT-DD > 31
039900             OR WS-EDIT-YYYY < 1950
040000         MOVE 'ADVANCE DATE INVALID' TO WS-REGISTER-MESSAGE
040100         SET WS-REQUEST-INVALID TO TRUE
040200         GO TO 2200-EDIT-REQUEST-EXIT
040300     END-IF.
040400     IF WS-ADVANCE-DATE > WS-TODAY-CCYYMMDD
040500         MOVE 'ADVANCE DATE IN FUTURE' TO WS-REGISTER-MESSAGE
040600         SET WS-REQUEST-INVALID TO TRUE
040700         GO TO 2200-EDIT-REQUEST-EXIT
040800     END-IF.
040900     IF ARQ-AMOUNT-X NOT NUMERIC
041000         MOVE 'AMOUNT NOT NUMERIC' TO WS-REGISTER-MESSAGE
041100         SET WS-REQUEST-INVALID TO TRUE
041200         GO TO 2200-EDIT-REQUEST-EXIT
041300     END-IF.
041400     IF ARQ-AMOUNT = ZERO
041500         MOVE 'AMOUNT MISSING' TO WS-REGISTER-MESSAGE
041600         SET WS-REQUEST-INVALID TO TRUE
041700         GO TO 2200-EDIT-REQUEST-EXIT
041800     END-IF.
041900     IF ARQ-PAYEE-NAME = SPACES
042000         MOVE 'PAYEE MISSING' TO WS-REGISTER-MESSAGE
042100         SET WS-REQUEST-INVALID TO TRUE
042200         GO TO 2200-EDIT-REQUEST-EXIT
042300     END-IF.
042400 2200-EDIT-REQUEST-EXIT.
042500     EXIT.
042600*
042700******************************************************************
042800* 2300-RECORD-ESCROW-ADVANCE CHARGES THE AMOUNT PAID TO THE
042900* LOAN'S ESCROW BALANCE AND RECORDS THE PART THE BALANCE COULD
043000* NOT COVER ON THE ADVANCE LEDGER.  THE LEDGER ENTRY IS WRITTEN
043100* FIRST SO A FAILED WRITE LEAVES THE ESCROW BALANCE UNTOUCHED.
043200******************************************************************
043300 2300-RECORD-ESCROW-ADVANCE.
043400     MOVE ARQ-AMOUNT TO WS-LEDGER-AMOUNT.
043500     IF LM-ESCROW-BALANCE > ZERO
043600         IF LM-ESCROW-BALANCE NOT < ARQ-AMOUNT
043700             MOVE 'ESCROW FUNDS COVER AMOUNT'
043800                 TO WS-REGISTER-MESSAGE
043900             PERFORM 2800-WRITE-ERROR-LINE
044000                 THRU 2800-WRITE-ERROR-LINE-EXIT
044100             GO TO 2300-RECORD-ESCROW-ADVANCE-EXIT
044200         END-IF
044300         SUBTRACT LM-ESCROW-BALANCE FROM WS-LEDGER-AMOUNT
044400     END-IF.
044500     PERFORM 2500-WRITE-LEDGER-ENTRY
044600         THRU 2500-WRITE-LEDGER-ENTRY-EXIT.
044700     IF WS-REQUEST-INVALID
044800         GO TO 2300-RECORD-ESCROW-ADVANCE-EXIT
044900     END-IF.
045000     MOVE LM-ESCROW-BALANCE TO WS-OLD-ESCROW-BALANCE.
045100     SUBTRACT ARQ-AMOUNT FROM LM-ESCROW-BALANCE.
045200     REWRITE LOAN-MASTER-RECORD
045300         INVALID KEY
045400             DISPLAY 'COBADV1 - REWRITE FAILED FOR LOAN '
045500                 LM-LOAN-NUMBER ' STATUS=' WS-LOANMSTR-FILE-STATUS
045600     END-REWRITE.
045700     MOVE LM-LOAN-NUMBER TO AUD-LOAN-NUMBER.
045800     MOVE 'LM-ESCROW-BALANCE' TO AUD-FIELD-NAME.
045900     MOVE WS-OLD-ESCROW-BALANCE TO WS-AUDIT-AMT-DISPLAY.
046000     MOVE WS-AUDIT-AMT-DISPLAY TO AUD-OLD-VALUE.
046100     MOVE LM-ESCROW-BALANCE TO WS-AUDIT-AMT-DISPLAY.
046200     MOVE WS-AUDIT-AMT-DISPLAY TO AUD-NEW-VALUE.
046300     MOVE 'ESCROW ADVANCE' TO AUD-REASON.
046400     MOVE WS-JOB-NAME TO AUD-JOB-NAME.
046500     MOVE ADL-ENTERED-BY TO AUD-USER-ID.
046600     PERFORM 7000-LOG-AUDIT-RECORD
046700         THRU 7000-LOG-AUDIT-RECORD-EXIT.
046800     MOVE SPACES TO AUD-REASON.
046900     ADD 1 TO WS-ESCROW-COUNT.
047000     MOVE 'ESCROW ADVANCE RECORDED' TO WS-REGISTER-MESSAGE.
047100     PERFORM 2700-WRITE-ENTRY-LINE
047200         THRU 2700-WRITE-ENTRY-LINE-EXIT.
047300 2300-RECORD-ESCROW-ADVANCE-EXIT.
047400     EXIT.
047500*
047600******************************************************************
047700* 2400-RECORD-CORPORATE-ADVANCE RECORDS A FORECLOSURE OR
047800* INSPECTION ADVANCE IN FULL.  THE LOAN MUST HAVE A FORECLOSURE
047900* CASE ON FILE - OPEN, OR CLOSED FOR COSTS BILLED AFTER THE
048000* CASE ENDED.
048100******************************************************************
048200 2400-RECORD-CORPORATE-ADVANCE.
048300     IF WS-CASEFILE-NOT-OPEN
048400         MOVE 'NO FORECLOSURE CASE' TO WS-REGISTER-MESSAGE
048500         PERFORM 2800-WRITE-ERROR-LINE
048600             THRU 2800-WRITE-ERROR-LINE-EXIT
048700         GO TO 2400-RECORD-CORPORATE-ADVANCE-EXIT
048800     END-IF.
048900     MOVE ARQ-LOAN-NUMBER TO CSE-LOAN-NUMBER.
049000     READ CASE-FILE
049100         INVALID KEY
049200             MOVE 'NO FORECLOSURE CASE' TO WS-REGISTER-MESSAGE
049300             PERFORM 2800-WRITE-ERROR-LINE
049400                 THRU 2800-WRITE-ERROR-LINE-EXIT
049500             GO TO 2400-RECORD-CORPORATE-ADVANCE-EXIT
049600     END-READ.
049700     MOVE ARQ-AMOUNT TO WS-LEDGER-AMOUNT.
049800     PERFORM 2500-WRITE-LEDGER-ENTRY
049900         THRU 2500-WRITE-LEDGER-ENTRY-EXIT.
050000     IF WS-REQUEST-INVALID
050100         GO TO 2400-RECORD-CORPORATE-ADVANCE-EXIT
050200     END-IF.
050300     IF ADL-FORECLOSURE-ADVANCE
050400         ADD 1 TO WS-FORECLOSURE-COUNT
050500         MOVE 'FORECLOSURE ADV RECORDED' TO WS-REGISTER-MESSAGE
050600     ELSE
050700         ADD 1 TO WS-INSPECTION-COUNT
050800         MOVE 'INSPECTION ADV RECORDED' TO WS-REGISTER-MESSAGE
050900     END-IF.
051000     PERFORM 2700-WRITE-ENTRY-LINE
051100         THRU 2700-WRITE-ENTRY-LINE-EXIT.
051200 2400-RECORD-CORPORATE-ADVANCE-EXIT.
051300     EXIT.
051400*
051500******************************************************************
051600* 2500-WRITE-LEDGER-ENTRY ADDS THE CARD'S ADVANCE TO THE LEDGER
051700* FOR THE AMOUNT IN WS-LEDGER-AMOUNT.  A FAILED WRITE MARKS THE
051800* CARD INVALID AND PRINTS IT AS AN ERROR.
051900******************************************************************
052000 2500-WRITE-LEDGER-ENTRY.
052100     MOVE ARQ-LOAN-NUMBER       TO ADL-LOAN-NUMBER.
052200     MOVE ARQ-ADVANCE-TYPE      TO ADL-ADVANCE-TYPE.
052300     MOVE WS-ADVANCE-DATE       TO ADL-ADVANCE-DATE.
052400     MOVE WS-LEDGER-AMOUNT      TO ADL-ADVANCE-AMOUNT.
052500     SET ADL-FROM-ADVANCE-CARD  TO TRUE.
052600     MOVE ARQ-PAYEE-NAME        TO ADL-PAYEE-NAME.
052700     MOVE ARQ-REFERENCE         TO ADL-REFERENCE.
052800     IF ARQ-USER-ID = SPACES
052900         MOVE WS-USER-ID        TO ADL-ENTERED-BY
053000     ELSE
053100         MOVE ARQ-USER-ID       TO ADL-ENTERED-BY
053200     END-IF.
053300     PERFORM 7700-WRITE-ADVANCE-ENTRY
053400         THRU 7700-WRITE-ADVANCE-ENTRY-EXIT.
053500     IF WS-ADVLDGR-FILE-STATUS NOT = '00'
053600         MOVE 'LEDGER WRITE FAILED' TO WS-REGISTER-MESSAGE
053700         SET WS-REQUEST-INVALID TO TRUE
053800         PERFORM 2800-WRITE-ERROR-LINE
053900             THRU 2800-WRITE-ERROR-LINE-EXIT
054000         GO TO 2500-WRITE-LEDGER-ENTRY-EXIT
054100     END-IF.
054200     ADD WS-LEDGER-AMOUNT TO WS-ADVANCED-AMT-TOTAL.
054300 2500-WRITE-LEDGER-ENTRY-EXIT.
054400     EXIT.
054500*
054600******************************************************************
054700* 2700-WRITE-ENTRY-LINE PRINTS ONE RECORDED ADVANCE - THE AMOUNT
054800* PAID ON THE CARD AND THE AMOUNT CARRIED ON THE LEDGER.
054900******************************************************************
055000 2700-WRITE-ENTRY-LINE.
055100     MOVE SPACES TO WS-REGISTER-DETAIL-LINE.
055200     MOVE 'ADVANCE' TO REG-ACTION.
055300     PERFORM 2750-FORMAT-CARD-FIELDS
055400         THRU 2750-FORMAT-CARD-FIELDS-EXIT.
055500     MOVE ARQ-AMOUNT TO REG-AMOUNT-PAID.
055600     MOVE WS-LEDGER-AMOUNT TO REG-AMOUNT-ADVANCED.
055700     PERFORM 2900-WRITE-REPORT-LINE
055800         THRU 2900-WRITE-REPORT-LINE-EXIT.
055900 2700-WRITE-ENTRY-LINE-EXIT.
056000     EXIT.
056100*
056200 2750-FORMAT-CARD-FIELDS.
056300     MOVE ARQ-LOAN-NUMBER-X TO REG-LOAN-NUMBER.
056400     MOVE ARQ-ADVANCE-TYPE TO REG-ADVANCE-TYPE.
056500     MOVE ARQ-ADVANCE-DATE-X TO REG-ADVANCE-DATE.
056600     MOVE ARQ-PAYEE-NAME TO REG-PAYEE-NAME.
056700     MOVE ARQ-REFERENCE TO REG-REFERENCE.
056800     MOVE WS-REGISTER-MESSAGE TO REG-MESSAGE.
056900 2750-FORMAT-CARD-FIELDS-EXIT.
057000     EXIT.
057100*
057200******************************************************************
057300* 2800-WRITE-ERROR-LINE PRINTS A CARD THAT WAS NOT APPLIED, WITH
057400* THE REASON, AND ENDS THE STEP WITH A WARNING SO THE CARD IS
057500* CORRECTED AND RESUBMITTED.
057600******************************************************************
057700 2800-WRITE-ERROR-LINE.
057800     MOVE SPACES TO WS-REGISTER-DETAIL-LINE.
057900     MOVE 'ERROR' TO REG-ACTION.
058000     PERFORM 2750-FORMAT-CARD-FIELDS
058100         THRU 2750-FORMAT-CARD-FIELDS-EXIT.
058200     IF ARQ-AMOUNT-X NUMERIC
058300         MOVE ARQ-AMOUNT TO REG-AMOUNT-PAID
058400     END-IF.
058500     PERFORM 2900-WRITE-REPORT-LINE
058600         THRU 2900-WRITE-REPORT-LINE-EXIT.
058700     ADD 1 TO WS-ERROR-COUNT.
058800     IF 04 > WS-HIGHEST-RETURN-CODE
058900         MOVE 04 TO WS-HIGHEST-RETURN-CODE
059000     END-IF.
059100 2800-WRITE-ERROR-LINE-EXIT.
059200     EXIT.
059300*
059400 2900-WRITE-REPORT-LINE.
059500     WRITE REGISTER-REPORT-LINE FROM WS-REGISTER-DETAIL-LINE.
059600     ADD 1 TO WS-LINE-COUNT.
059700     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
059800         PERFORM 3900-WRITE-REPORT-HEADINGS
059900             THRU 3900-WRITE-REPORT-HEADINGS-EXIT
060000     END-IF.
060100 2900-WRITE-REPORT-LINE-EXIT.
060200     EXIT.
060300*
060400 3000-WRITE-REPORT-TOTALS.
060500     MOVE WS-REQUEST-COUNT TO TOT-REQUEST-COUNT.
060600     MOVE WS-ESCROW-COUNT TO TOT-ESCROW-COUNT.
060700     MOVE WS-FORECLOSURE-COUNT TO TOT-FORECLOSURE-COUNT.
060800     MOVE WS-INSPECTION-COUNT TO TOT-INSPECTION-COUNT.
060900     MOVE WS-ERROR-COUNT TO TOT-ERROR-COUNT.
061000     WRITE REGISTER-REPORT-LINE FROM WS-TOTAL-LINE
061100         AFTER ADVANCING 2 LINES.
061200     MOVE WS-ADVANCED-AMT-TOTAL TO TOT-ADVANCED-AMT.
061300     WRITE REGISTER-REPORT-LINE FROM WS-AMOUNT-TOTAL-LINE
061400         AFTER ADVANCING 1 LINE.
061500 3000-WRITE-REPORT-TOTALS-EXIT.
061600     EXIT.
061700*
061800 3900-WRITE-REPORT-HEADINGS.
061900     WRITE REGISTER-REPORT-LINE FROM WS-HEADING-LINE-1
062000         AFTER ADVANCING PAGE.
062100     WRITE REGISTER-REPORT-LINE FROM WS-HEADING-LINE-2
062200         AFTER ADVANCING 1 LINE.
062300     MOVE ZERO TO WS-LINE-COUNT.
062400 3900-WRITE-REPORT-HEADINGS-EXIT.
062500     EXIT.
062600*
062700******************************************************************
062800* 4000-WRITE-FINAL-CHECKPOINT RECORDS THAT THE ADVANCE ENTRY STEP
062900* HAS COMPLETED (OR FAILED) FOR THE END-OF-CHAIN OPERATIONS
063000* SUMMARY.  THE REQUEST FILE IS SEQUENTIAL, SO THERE IS NO
063100* MID-FILE RESTART POINT.
063200******************************************************************
063300 4000-WRITE-FINAL-CHECKPOINT.
063400     MOVE WS-JOB-NAME TO CKPT-JOB-NAME.
063500     MOVE 'COBADV1' TO CKPT-STEP-NAME.
063600     MOVE ZERO TO CKPT-LAST-LOAN-NUMBER.
063700     MOVE WS-REQUEST-COUNT TO CKPT-RECORDS-READ.
063800     MOVE WS-ESCROW-COUNT TO CKPT-RECORDS-UPDATED.
063900     COMPUTE CKPT-RECORDS-WRITTEN =
064000         WS-ESCROW-COUNT + WS-FORECLOSURE-COUNT
064100         + WS-INSPECTION-COUNT.
064200     IF WS-ABEND-REQUIRED
064300         SET CKPT-STEP-FAILED TO TRUE
064400     ELSE
064500         SET CKPT-STEP-COMPLETE TO TRUE
064600     END-IF.
064700     MOVE FUNCTION CURRENT-DATE TO CKPT-TIMESTAMP.
064800     PERFORM 8100-WRITE-CHECKPOINT
064900         THRU 8100-WRITE-CHECKPOINT-EXIT.
065000 4000-WRITE-FINAL-CHECKPOINT-EXIT.
065100     EXIT.
065200*
065300 9999-TERMINATE.
065400     IF WS-ADVRQST-OPEN
065410         CLOSE ADVANCE-REQUEST-FILE
065420     END-IF.
065500     CLOSE LOAN-MASTER-FILE.
065600     IF WS-CASEFILE-OPEN
065700         CLOSE CASE-FILE
065800     END-IF.
065900     CLOSE ADVANCE-LEDGER-FILE.
066000     CLOSE REGISTER-REPORT-FILE.
066100     DISPLAY 'COBADV1 - ADVANCE LEDGER ENTRY COMPLETE'.
066200     DISPLAY 'COBADV1 - REQUESTS READ     : ' WS-REQUEST-COUNT.
066300     DISPLAY 'COBADV1 - ESCROW ADVANCES   : ' WS-ESCROW-COUNT.
066400     DISPLAY 'COBADV1 - FORECLOSURE ADV   : '
066500         WS-FORECLOSURE-COUNT.
066600     DISPLAY 'COBADV1 - INSPECTION ADV    : '
066700         WS-INSPECTION-COUNT.
066800     DISPLAY 'COBADV1 - AMOUNT ADVANCED   : '
066900         WS-ADVANCED-AMT-TOTAL.
067000     DISPLAY 'COBADV1 - REQUESTS IN ERROR : ' WS-ERROR-COUNT.
067100     IF WS-ABEND-REQUIRED
067200         DISPLAY 'COBADV1 - AN INPUT FILE OPEN FAILED - STEP '
067300             'DID NOT RUN - SCHEDULER SHOULD NOT PROCEED'
067400     END-IF.
067500     MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE.
067600 9999-TERMINATE-EXIT.
067700     EXIT.
067800*
067900     COPY CHKPTLOG.
068000     COPY AUDITLOG.
068100     COPY ADVLOG.
