000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBCOR1.
000300 AUTHOR.        R J TATE.
000400 INSTALLATION.  MORTGAGE SERVICING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    NIGHTLY DELINQUENCY CORRESPONDENCE.  RUNS AFTER THE         *
001000*    DELINQUENCY UPDATE (COBDLQ1) AND BEFORE THE FORECLOSURE     *
001100*    CASE RUN (COBFCL1).  WALKS THE LOAN MASTER AND, FOR EVERY   *
001200*    ACTIVE LOAN, WORKS OUT THE DAYS PAST DUE FROM ITS NEXT DUE  *
001300*    DATE AND SENDS EACH REQUIRED BORROWER LETTER THE LOAN HAS   *
001400*    REACHED AND NOT YET BEEN SENT IN THIS DELINQUENCY EPISODE:  *
001500*                                                                *
001600*      DAY  36  EARLY INTERVENTION WRITTEN NOTICE - MAILED WITH  *
001700*               TIME TO REACH THE BORROWER BY DAY 45             *
001800*      DAY  60  LOSS MITIGATION OPTIONS LETTER                   *
001900*      DAY  90  BREACH / DEMAND LETTER, GIVING THE BORROWER 30   *
002000*               DAYS TO CURE - IT IS 30 DAYS OLD BY THE DAY 120  *
002100*               FORECLOSURE ROLL, AND COBFCL1 WILL NOT REFER A   *
002200*               LOAN WITHOUT ONE THAT OLD                        *
002300*                                                                *
002400*    EACH LETTER GOES TO THE PRINT VENDOR EXTRACT (DLQLTR.CPY)   *
002500*    WITH THE LOAN ADDRESS FILE'S MAILING ADDRESS AND IS         *
002600*    RECORDED ON THE CORRESPONDENCE HISTORY (CORRHIST.CPY),      *
002700*    KEYED ON LOAN AND LETTER TYPE, AS PROOF OF THE DATE IT WENT *
002800*    OUT.  A LOAN UNDER A BANKRUPTCY STAY ON AN OPEN CASE, OR ON *
002900*    AN ACTIVE LOSS MITIGATION PLAN, GETS NO LETTER - THE        *
003000*    SUPPRESSION PRINTS ON THE REGISTER AND THE LETTER GOES OUT  *
003100*    ONCE THE STAY LIFTS OR THE PLAN ENDS IF THE LOAN IS STILL   *
003200*    DELINQUENT.  A LOAN WITH NO MAILING ADDRESS IS PRINTED AS   *
003300*    AN ERROR (RETURN CODE 04) AND TRIED AGAIN THE NEXT NIGHT.   *
003400*    A LOAN FOUND FULLY CURRENT HAS ITS OPEN EPISODE MARKED      *
003500*    CURED, SO ITS NEXT DELINQUENCY GETS A NEW SET OF LETTERS.   *
003600*                                                                *
003700******************************************************************
003800*    MODIFICATION HISTORY
003900*    ---------------------------------------------------------
004000*    2026-10-15  RJT  INITIAL VERSION.
004100******************************************************************
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS LM-LOAN-NUMBER
004900         FILE STATUS IS WS-LOANMSTR-FILE-STATUS.
005000     SELECT CORR-HISTORY-FILE ASSIGN TO CORRHIST
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS CRH-KEY
005400         FILE STATUS IS WS-CORRHIST-FILE-STATUS.
005500     SELECT LOSS-MIT-PLAN-FILE ASSIGN TO LOSSMIT
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS PLN-LOAN-NUMBER
005900         FILE STATUS IS WS-LOSSMIT-FILE-STATUS.
006000     SELECT CASE-FILE ASSIGN TO CASEFILE
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS CSE-LOAN-NUMBER
006400         FILE STATUS IS WS-CASEFILE-FILE-STATUS.
006500     SELECT ADDRESS-FILE ASSIGN TO ADDRFILE
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS ADR-LOAN-NUMBER
006900         FILE STATUS IS WS-ADDRFILE-FILE-STATUS.
007000     SELECT LETTER-EXTRACT-FILE ASSIGN TO DLQLTR
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-DLQLTR-FILE-STATUS.
007300     SELECT RESTART-FILE ASSIGN TO RESTFILE
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS CKPT-STEP-NAME
007700         FILE STATUS IS WS-RESTART-FILE-STATUS.
007800     SELECT CORRESPONDENCE-REPORT-FILE ASSIGN TO CORRPT
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-CORRPT-FILE-STATUS.
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  LOAN-MASTER-FILE
008400     LABEL RECORDS ARE STANDARD.
008500     COPY LOANMSTR.
008600*
008700 FD  CORR-HISTORY-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY CORRHIST.
009000*
009100 FD  LOSS-MIT-PLAN-FILE
009200     LABEL RECORDS ARE STANDARD.
009300     COPY LOSSMIT.
009400*
009500 FD  CASE-FILE
009600     LABEL RECORDS ARE STANDARD.
009700     COPY CASEREC.
009800*
009900 FD  ADDRESS-FILE
010000     LABEL RECORDS ARE STANDARD.
010100     COPY LOANADDR.
010200*
010300 FD  LETTER-EXTRACT-FILE
010400     LABEL RECORDS ARE STANDARD.
010500     COPY DLQLTR.
010600*
010700 FD  RESTART-FILE
010800     LABEL RECORDS ARE STANDARD.
010900     COPY CHKPTREC.
011000*
011100 FD  CORRESPONDENCE-REPORT-FILE
011200     LABEL RECORDS ARE OMITTED.
011300 01  CORRESPONDENCE-REPORT-LINE  PIC X(132).
011400*
011500 WORKING-STORAGE SECTION.
011600 77  WS-LOANMSTR-FILE-STATUS     PIC X(02) VALUE '00'.
011700     88  WS-LOANMSTR-FILE-OK         VALUE '00' '02' '97'.
011800     88  WS-LOANMSTR-EOF             VALUE '10'.
011900 77  WS-CORRHIST-FILE-STATUS     PIC X(02) VALUE '00'.
012000     88  WS-CORRHIST-FILE-OK         VALUE '00' '02' '97'.
012100 77  WS-LOSSMIT-FILE-STATUS      PIC X(02) VALUE '00'.
012200     88  WS-LOSSMIT-FILE-OK          VALUE '00' '02' '97'.
012300 77  WS-LOSSMIT-OPEN-SWITCH      PIC X(01) VALUE 'N'.
012400     88  WS-LOSSMIT-OPEN            VALUE 'Y'.
012500     88  WS-LOSSMIT-NOT-OPEN        VALUE 'N'.
012600 77  WS-CASEFILE-FILE-STATUS     PIC X(02) VALUE '00'.
012700     88  WS-CASEFILE-FILE-OK         VALUE '00' '02' '97'.
012800 77  WS-CASEFILE-OPEN-SWITCH     PIC X(01) VALUE 'N'.
012900     88  WS-CASEFILE-OPEN           VALUE 'Y'.
013000     88  WS-CASEFILE-NOT-OPEN       VALUE 'N'.
013100 77  WS-ADDRFILE-FILE-STATUS     PIC X(02) VALUE '00'.
013200     88  WS-ADDRFILE-FILE-OK         VALUE '00' '02' '97'.
013300 77  WS-ADDRFILE-OPEN-SWITCH     PIC X(01) VALUE 'N'.
013400     88  WS-ADDRFILE-OPEN           VALUE 'Y'.
013500     88  WS-ADDRFILE-NOT-OPEN       VALUE 'N'.
013600 77  WS-DLQLTR-FILE-STATUS       PIC X(02) VALUE '00'.
013700 77  WS-RESTART-FILE-STATUS      PIC X(02) VALUE '00'.
013800 77  WS-CORRPT-FILE-STATUS       PIC X(02) VALUE '00'.
013900 77  WS-HISTORY-SWITCH           PIC X(01) VALUE 'N'.
014000     88  WS-HISTORY-ON-FILE         VALUE 'Y'.
014100     88  WS-HISTORY-NOT-ON-FILE     VALUE 'N'.
014200 77  WS-BROWSE-END-SWITCH        PIC X(01) VALUE 'N'.
014300     88  WS-BROWSE-ENDED            VALUE 'Y'.
014400     88  WS-BROWSE-NOT-ENDED        VALUE 'N'.
014500 77  WS-JOB-NAME                 PIC X(08) VALUE 'DLQCORR'.
014600 77  WS-TODAY-JULIAN             PIC 9(07) COMP-3 VALUE ZERO.
014700 77  WS-DUE-DATE-JULIAN          PIC 9(07) COMP-3 VALUE ZERO.
014800 77  WS-DAYS-PAST-DUE            PIC S9(05) COMP-3 VALUE ZERO.
014900 77  WS-EARLY-NOTICE-AT-DAYS     PIC 9(03) COMP VALUE 036.
015000 77  WS-OPTIONS-LETTER-AT-DAYS   PIC 9(03) COMP VALUE 060.
015100 77  WS-BREACH-LETTER-AT-DAYS    PIC 9(03) COMP VALUE 090.
015200 77  WS-BREACH-CURE-DAYS         PIC 9(03) COMP VALUE 030.
015300 77  WS-LETTER-AT-DAYS           PIC 9(03) COMP VALUE ZERO.
015400 77  WS-LETTER-TYPE              PIC X(01) VALUE SPACE.
015500 77  WS-LETTER-NAME              PIC X(20) VALUE SPACES.
015600 77  WS-SUPPRESS-REASON          PIC X(30) VALUE SPACES.
015700 77  WS-REGISTER-MESSAGE         PIC X(30) VALUE SPACES.
015800 77  WS-PAST-DUE-CYCLES          PIC S9(03) COMP-3 VALUE ZERO.
015900 77  WS-CHECKPOINT-INTERVAL      PIC 9(05) COMP VALUE 1000.
016000 77  WS-RECS-SINCE-CHECKPOINT    PIC 9(05) COMP VALUE ZERO.
016100 77  WS-LOAN-COUNT               PIC 9(07) COMP VALUE ZERO.
016200 77  WS-DELINQUENT-COUNT         PIC 9(07) COMP VALUE ZERO.
016300 77  WS-LETTER-COUNT             PIC 9(07) COMP VALUE ZERO.
016400 77  WS-EARLY-NOTICE-COUNT       PIC 9(07) COMP VALUE ZERO.
016500 77  WS-OPTIONS-LETTER-COUNT     PIC 9(07) COMP VALUE ZERO.
016600 77  WS-BREACH-LETTER-COUNT      PIC 9(07) COMP VALUE ZERO.
016700 77  WS-STAY-SUPPRESSED-COUNT    PIC 9(07) COMP VALUE ZERO.
016800 77  WS-PLAN-SUPPRESSED-COUNT    PIC 9(07) COMP VALUE ZERO.
016900 77  WS-HISTORY-UPDATED-COUNT    PIC 9(07) COMP VALUE ZERO.
017000 77  WS-CURED-COUNT              PIC 9(07) COMP VALUE ZERO.
017100 77  WS-ERROR-COUNT              PIC 9(07) COMP VALUE ZERO.
017200 77  WS-LINE-COUNT               PIC 9(03) COMP VALUE ZERO.
017300 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 060.
017400 77  WS-HIGHEST-RETURN-CODE      PIC 9(02) COMP VALUE ZERO.
017500 77  WS-ABEND-SWITCH             PIC X(01) VALUE 'N'.
017600     88  WS-ABEND-REQUIRED           VALUE 'Y'.
017700     88  WS-ABEND-NOT-REQUIRED       VALUE 'N'.
017800*
017900 01  WS-TODAY-CCYYMMDD           PIC 9(08) VALUE ZERO.
018000 01  WS-TODAY-FIELDS REDEFINES WS-TODAY-CCYYMMDD.
018100     05  WS-TODAY-YYYY           PIC 9(04).
018200     05  WS-TODAY-MM             PIC 9(02).
018300     05  WS-TODAY-DD             PIC 9(02).
018400*
018500 01  WS-DUE-DATE                 PIC 9(08) VALUE ZERO.
018600 01  WS-DUE-DATE-FIELDS REDEFINES WS-DUE-DATE.
018700     05  WS-DUE-YYYY             PIC 9(04).
018800     05  WS-DUE-MM               PIC 9(02).
018900     05  WS-DUE-DD               PIC 9(02).
019000*
019100 01  WS-HEADING-LINE-1.
019200     05  FILLER          PIC X(20) VALUE 'DELINQUENCY CORRESPO'.
019300     05  FILLER          PIC X(20) VALUE 'NDENCE REGISTER'.
019400     05  FILLER          PIC X(92) VALUE SPACES.
019500*
019600 01  WS-HEADING-LINE-2.
019700     05  FILLER          PIC X(12) VALUE 'LOAN NUMBER'.
019800     05  FILLER          PIC X(04) VALUE 'LTR'.
019900     05  FILLER          PIC X(22) VALUE 'LETTER'.
020000     05  FILLER          PIC X(10) VALUE 'NEXT DUE'.
020100     05  FILLER          PIC X(08) VALUE '  DPD'.
020200     05  FILLER          PIC X(30) VALUE 'MESSAGE'.
020300     05  FILLER          PIC X(46) VALUE SPACES.
020400*
020500 01  WS-REGISTER-DETAIL-LINE.
020600     05  COR-LOAN-NUMBER     PIC 9(10).
020700     05  FILLER              PIC X(02) VALUE SPACES.
020800     05  COR-LETTER-TYPE     PIC X(01).
020900     05  FILLER              PIC X(03) VALUE SPACES.
021000     05  COR-LETTER-NAME     PIC X(20).
021100     05  FILLER              PIC X(02) VALUE SPACES.
021200     05  COR-NEXT-DUE-DATE   PIC 9(08).
021300     05  FILLER              PIC X(02) VALUE SPACES.
021400     05  COR-DAYS-PAST-DUE   PIC ZZZZ9.
021500     05  FILLER              PIC X(03) VALUE SPACES.
021600     05  COR-MESSAGE         PIC X(30).
021700     05  FILLER              PIC X(46) VALUE SPACES.
021800*
021900 01  WS-SUMMARY-LINE.
022000     05  SUM-LABEL           PIC X(34).
022100     05  SUM-COUNT           PIC ZZZ,ZZ9.
022200     05  FILLER              PIC X(91) VALUE SPACES.
022300*
022400 01  WS-BLANK-LINE           PIC X(132) VALUE SPACES.
022500*
022600 PROCEDURE DIVISION.
022700 0000-MAINLINE.
022800     PERFORM 1000-INITIALIZE
022900         THRU 1000-INITIALIZE-EXIT.
023000     PERFORM UNTIL WS-LOANMSTR-EOF
023100         PERFORM 2000-PROCESS-ONE-LOAN
023200             THRU 2000-PROCESS-ONE-LOAN-EXIT
023300         PERFORM 2100-READ-LOAN-MASTER
023400             THRU 2100-READ-LOAN-MASTER-EXIT
023500     END-PERFORM.
023600     PERFORM 3000-WRITE-REPORT-TOTALS
023700         THRU 3000-WRITE-REPORT-TOTALS-EXIT.
023800     PERFORM 4000-WRITE-FINAL-CHECKPOINT
023900         THRU 4000-WRITE-FINAL-CHECKPOINT-EXIT.
024000     PERFORM 9999-TERMINATE
024100         THRU 9999-TERMINATE-EXIT.
024200     GOBACK.
024300*
024400******************************************************************
024500* 1000-INITIALIZE OPENS THE LOAN MASTER, THE CORRESPONDENCE
024600* HISTORY (CREATED ON FIRST USE), THE LOSS MITIGATION, CASE AND
024700* ADDRESS FILES (A MISSING ONE HAS NOTHING ON IT), THE LETTER
024800* EXTRACT AND THE REGISTER, AND HONORS ANY EXISTING CHECKPOINT
024900* FOR THIS STEP.  A LETTER ALREADY SENT BEFORE A RESTART IS ON
025000* THE HISTORY AND IS NOT SENT AGAIN, SO ON A RESTART THE LETTER
025010* EXTRACT IS EXTENDED RATHER THAN REPLACED TO KEEP THE LETTERS
025020* THE FAILED RUN ALREADY WROTE.
025100******************************************************************
025200 1000-INITIALIZE.
025300     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD.
025400     COMPUTE WS-TODAY-JULIAN =
025500         FUNCTION INTEGER-OF-DATE (WS-TODAY-CCYYMMDD).
025600     OPEN INPUT LOAN-MASTER-FILE.
025700     IF NOT WS-LOANMSTR-FILE-OK
025800         DISPLAY 'COBCOR1 - LOAN MASTER OPEN FAILED, STATUS='
025900             WS-LOANMSTR-FILE-STATUS
026000         MOVE '10' TO WS-LOANMSTR-FILE-STATUS
026100         SET WS-ABEND-REQUIRED TO TRUE
026200         IF 16 > WS-HIGHEST-RETURN-CODE
026300             MOVE 16 TO WS-HIGHEST-RETURN-CODE
026400         END-IF
026500     END-IF.
026600     OPEN I-O CORR-HISTORY-FILE.
026700     IF WS-CORRHIST-FILE-STATUS = '35'
026800         OPEN OUTPUT CORR-HISTORY-FILE
026900         CLOSE CORR-HISTORY-FILE
027000         OPEN I-O CORR-HISTORY-FILE
027100     END-IF.
027200     IF NOT WS-CORRHIST-FILE-OK
027300         DISPLAY 'COBCOR1 - CORRESPONDENCE HISTORY OPEN FAILED, '
027400             'STATUS=' WS-CORRHIST-FILE-STATUS
027500         MOVE '10' TO WS-LOANMSTR-FILE-STATUS
027600         SET WS-ABEND-REQUIRED TO TRUE
027700         IF 16 > WS-HIGHEST-RETURN-CODE
027800             MOVE 16 TO WS-HIGHEST-RETURN-CODE
027900         END-IF
028000     END-IF.
028100     OPEN INPUT LOSS-MIT-PLAN-FILE.
028200     IF WS-LOSSMIT-FILE-STATUS = '35'
028300         DISPLAY 'COBCOR1 - NO LOSS MITIGATION FILE - NO '
028400             'PLANS HONORED'
028500         SET WS-LOSSMIT-NOT-OPEN TO TRUE
028600     ELSE
028700         SET WS-LOSSMIT-OPEN TO TRUE
028800     END-IF.
028900     OPEN INPUT CASE-FILE.
029000     IF WS-CASEFILE-FILE-STATUS = '35'
029100         DISPLAY 'COBCOR1 - NO CASE FILE - NO BANKRUPTCY '
029200             'STAYS HONORED'
029300         SET WS-CASEFILE-NOT-OPEN TO TRUE
029400     ELSE
029500         SET WS-CASEFILE-OPEN TO TRUE
029600     END-IF.
029700     OPEN INPUT ADDRESS-FILE.
029800     IF WS-ADDRFILE-FILE-STATUS = '35'
029900         DISPLAY 'COBCOR1 - NO LOAN ADDRESS FILE - NO LETTER '
030000             'CAN BE MAILED'
030100         SET WS-ADDRFILE-NOT-OPEN TO TRUE
030200     ELSE
030300         SET WS-ADDRFILE-OPEN TO TRUE
030400     END-IF.
030600     OPEN OUTPUT CORRESPONDENCE-REPORT-FILE.
030700     PERFORM 3900-WRITE-REPORT-HEADINGS
030800         THRU 3900-WRITE-REPORT-HEADINGS-EXIT.
030900     MOVE WS-JOB-NAME TO CKPT-JOB-NAME.
031000     MOVE 'COBCOR1' TO CKPT-STEP-NAME.
031100     PERFORM 8000-CHECK-FOR-RESTART
031200         THRU 8000-CHECK-FOR-RESTART-EXIT.
031300     IF CKPT-LAST-LOAN-NUMBER > ZERO
031400         AND NOT CKPT-STEP-COMPLETE
031500         AND WS-LOANMSTR-FILE-OK
031600         MOVE CKPT-LAST-LOAN-NUMBER TO LM-LOAN-NUMBER
031700         START LOAN-MASTER-FILE KEY IS GREATER THAN LM-LOAN-NUMBER
031800             INVALID KEY
031900                 MOVE '10' TO WS-LOANMSTR-FILE-STATUS
032000         END-START
032100         DISPLAY 'COBCOR1 - RESTARTING AFTER LOAN '
032200             CKPT-LAST-LOAN-NUMBER
032300     END-IF.
032310     IF CKPT-LAST-LOAN-NUMBER > ZERO
032320         AND NOT CKPT-STEP-COMPLETE
032330         OPEN EXTEND LETTER-EXTRACT-FILE
032340         IF WS-DLQLTR-FILE-STATUS = '35'
032350             OPEN OUTPUT LETTER-EXTRACT-FILE
032360         END-IF
032370     ELSE
032380         OPEN OUTPUT LETTER-EXTRACT-FILE
032390     END-IF.
032400     IF WS-LOANMSTR-FILE-OK
032500         PERFORM 2100-READ-LOAN-MASTER
032600             THRU 2100-READ-LOAN-MASTER-EXIT
032700     END-IF.
032800     DISPLAY 'COBCOR1 - DELINQUENCY CORRESPONDENCE STARTING'.
032900 1000-INITIALIZE-EXIT.
033000     EXIT.
033100*
033200 2100-READ-LOAN-MASTER.
033300     READ LOAN-MASTER-FILE NEXT RECORD
033400         AT END
033500             MOVE '10' TO WS-LOANMSTR-FILE-STATUS
033600     END-READ.
033700     IF NOT WS-LOANMSTR-EOF
033800         ADD 1 TO WS-LOAN-COUNT
033900     END-IF.
034000 2100-READ-LOAN-MASTER-EXIT.
034100     EXIT.
034200*
034300******************************************************************
034400* 2000-PROCESS-ONE-LOAN WORKS OUT THE LOAN'S DAYS PAST DUE.  A
034500* LOAN THAT IS FULLY CURRENT HAS ANY OPEN EPISODE CURED; A LOAN
034600* PAST THE FIRST LETTER'S DAY IS OFFERED EACH LETTER IN TURN.
034700******************************************************************
034800 2000-PROCESS-ONE-LOAN.
034900     IF LM-NEXT-DUE-DATE = ZERO OR LM-LOAN-PAID-OFF
035000             OR LM-LOAN-TRANSFERRED
035100         GO TO 2000-PROCESS-ONE-LOAN-CKPT
035200     END-IF.
035300     IF LM-NEXT-DUE-DATE < WS-TODAY-CCYYMMDD
035400         COMPUTE WS-DUE-DATE-JULIAN =
035500             FUNCTION INTEGER-OF-DATE (LM-NEXT-DUE-DATE)
035600         COMPUTE WS-DAYS-PAST-DUE =
035700             WS-TODAY-JULIAN - WS-DUE-DATE-JULIAN
035800     ELSE
035900         MOVE ZERO TO WS-DAYS-PAST-DUE
036000     END-IF.
036100     IF WS-DAYS-PAST-DUE = ZERO
036200         PERFORM 2600-CURE-OPEN-EPISODE
036300             THRU 2600-CURE-OPEN-EPISODE-EXIT
036400         GO TO 2000-PROCESS-ONE-LOAN-CKPT
036500     END-IF.
036600     IF WS-DAYS-PAST-DUE < WS-EARLY-NOTICE-AT-DAYS
036700         GO TO 2000-PROCESS-ONE-LOAN-CKPT
036800     END-IF.
036900     ADD 1 TO WS-DELINQUENT-COUNT.
037000     PERFORM 2400-CHECK-SUPPRESSION
037100         THRU 2400-CHECK-SUPPRESSION-EXIT.
037200     MOVE 'E' TO WS-LETTER-TYPE.
037300     MOVE 'EARLY INTERVENTION' TO WS-LETTER-NAME.
037400     MOVE WS-EARLY-NOTICE-AT-DAYS TO WS-LETTER-AT-DAYS.
037500     PERFORM 2200-SEND-LETTER-IF-DUE
037600         THRU 2200-SEND-LETTER-IF-DUE-EXIT.
037700     MOVE 'L' TO WS-LETTER-TYPE.
037800     MOVE 'LOSS MIT OPTIONS' TO WS-LETTER-NAME.
037900     MOVE WS-OPTIONS-LETTER-AT-DAYS TO WS-LETTER-AT-DAYS.
038000     PERFORM 2200-SEND-LETTER-IF-DUE
038100         THRU 2200-SEND-LETTER-IF-DUE-EXIT.
038200     MOVE 'B' TO WS-LETTER-TYPE.
038300     MOVE 'BREACH / DEMAND' TO WS-LETTER-NAME.
038400     MOVE WS-BREACH-LETTER-AT-DAYS TO WS-LETTER-AT-DAYS.
038500     PERFORM 2200-SEND-LETTER-IF-DUE
038600         THRU 2200-SEND-LETTER-IF-DUE-EXIT.
038700 2000-PROCESS-ONE-LOAN-CKPT.
038800     PERFORM 3800-CHECKPOINT-IF-NEEDED
038900         THRU 3800-CHECKPOINT-IF-NEEDED-EXIT.
039000 2000-PROCESS-ONE-LOAN-EXIT.
039100     EXIT.
039200*
039300******************************************************************
039400* 2200-SEND-LETTER-IF-DUE SENDS ONE LETTER TYPE WHEN THE LOAN
039500* HAS REACHED ITS DAY AND THE HISTORY HAS NO COPY SENT IN THE
039600* OPEN EPISODE.  A SUPPRESSED LOAN OR ONE WITH NO MAILING
039700* ADDRESS IS PRINTED AND LEFT WITH NO HISTORY, SO THE LETTER IS
039800* OFFERED AGAIN THE NEXT NIGHT.
039900******************************************************************
040000 2200-SEND-LETTER-IF-DUE.
040100     IF WS-DAYS-PAST-DUE < WS-LETTER-AT-DAYS
040200         GO TO 2200-SEND-LETTER-IF-DUE-EXIT
040300     END-IF.
040400     MOVE LM-LOAN-NUMBER TO CRH-LOAN-NUMBER.
040500     MOVE WS-LETTER-TYPE TO CRH-LETTER-TYPE.
040600     READ CORR-HISTORY-FILE
040700         INVALID KEY
040800             SET WS-HISTORY-NOT-ON-FILE TO TRUE
040900         NOT INVALID KEY
041000             SET WS-HISTORY-ON-FILE TO TRUE
041100     END-READ.
041200     IF WS-HISTORY-ON-FILE AND CRH-EPISODE-OPEN
041300         GO TO 2200-SEND-LETTER-IF-DUE-EXIT
041400     END-IF.
041500     IF WS-SUPPRESS-REASON NOT = SPACES
041600         MOVE WS-SUPPRESS-REASON TO WS-REGISTER-MESSAGE
041700         PERFORM 2700-WRITE-REGISTER-LINE
041800             THRU 2700-WRITE-REGISTER-LINE-EXIT
041900         GO TO 2200-SEND-LETTER-IF-DUE-EXIT
042000     END-IF.
042100     MOVE LM-LOAN-NUMBER TO ADR-LOAN-NUMBER.
042200     PERFORM 7500-FETCH-LOAN-ADDRESS
042300         THRU 7500-FETCH-LOAN-ADDRESS-EXIT.
042400     IF ADR-MAIL-STREET = SPACES
042500         MOVE 'NO MAILING ADDRESS' TO WS-REGISTER-MESSAGE
042600         PERFORM 2800-WRITE-ERROR-LINE
042700             THRU 2800-WRITE-ERROR-LINE-EXIT
042800         GO TO 2200-SEND-LETTER-IF-DUE-EXIT
042900     END-IF.
043000     PERFORM 2500-WRITE-LETTER-EXTRACT
043100         THRU 2500-WRITE-LETTER-EXTRACT-EXIT.
043200     PERFORM 2300-RECORD-LETTER-HISTORY
043300         THRU 2300-RECORD-LETTER-HISTORY-EXIT.
043400     MOVE 'LETTER WRITTEN' TO WS-REGISTER-MESSAGE.
043500     PERFORM 2700-WRITE-REGISTER-LINE
043600         THRU 2700-WRITE-REGISTER-LINE-EXIT.
043700     ADD 1 TO WS-LETTER-COUNT.
043800     EVALUATE WS-LETTER-TYPE
043900         WHEN 'E'
044000             ADD 1 TO WS-EARLY-NOTICE-COUNT
044100         WHEN 'L'
044200             ADD 1 TO WS-OPTIONS-LETTER-COUNT
044300         WHEN 'B'
044400             ADD 1 TO WS-BREACH-LETTER-COUNT
044500     END-EVALUATE.
044600 2200-SEND-LETTER-IF-DUE-EXIT.
044700     EXIT.
044800*
044900******************************************************************
045000* 2300-RECORD-LETTER-HISTORY PUTS THE LETTER ON THE HISTORY AS
045100* SENT TONIGHT IN AN OPEN EPISODE - A NEW ENTRY THE FIRST TIME
045200* THE LOAN GETS THIS LETTER, OTHERWISE THE CURED ENTRY FROM ITS
045300* LAST EPISODE IS REPLACED.
045400******************************************************************
045500 2300-RECORD-LETTER-HISTORY.
045600     IF WS-HISTORY-NOT-ON-FILE
045700         MOVE SPACES TO CORRESPONDENCE-HISTORY-RECORD
045800         MOVE LM-LOAN-NUMBER TO CRH-LOAN-NUMBER
045900         MOVE WS-LETTER-TYPE TO CRH-LETTER-TYPE
046000         MOVE ZERO TO CRH-TIMES-SENT
046100     END-IF.
046200     MOVE WS-TODAY-CCYYMMDD TO CRH-SENT-DATE.
046300     MOVE LM-NEXT-DUE-DATE TO CRH-EPISODE-DUE-DATE.
046400     MOVE WS-DAYS-PAST-DUE TO CRH-DAYS-PAST-DUE.
046500     SET CRH-EPISODE-OPEN TO TRUE.
046600     MOVE ZERO TO CRH-CURED-DATE.
046700     ADD 1 TO CRH-TIMES-SENT.
046800     IF WS-HISTORY-ON-FILE
046900         REWRITE CORRESPONDENCE-HISTORY-RECORD
047000             INVALID KEY
047100                 DISPLAY 'COBCOR1 - HISTORY REWRITE FAILED FOR '
047200                     'LOAN ' CRH-LOAN-NUMBER ' STATUS='
047300                     WS-CORRHIST-FILE-STATUS
047400         END-REWRITE
047500     ELSE
047600         WRITE CORRESPONDENCE-HISTORY-RECORD
047700             INVALID KEY
047800                 DISPLAY 'COBCOR1 - HISTORY WRITE FAILED FOR '
047900                     'LOAN ' CRH-LOAN-NUMBER ' STATUS='
048000                     WS-CORRHIST-FILE-STATUS
048100         END-WRITE
048200     END-IF.
048300     ADD 1 TO WS-HISTORY-UPDATED-COUNT.
048400 2300-RECORD-LETTER-HISTORY-EXIT.
048500     EXIT.
048600*
048700******************************************************************
048800* 2400-CHECK-SUPPRESSION DECIDES ONCE PER DELINQUENT LOAN
048900* WHETHER ITS LETTERS ARE HELD - AN OPEN CASE CARRYING THE
049000* BANKRUPTCY STAY FLAG, OR A LOSS MITIGATION PLAN THAT IS ACTIVE
049100* AND IN FORCE TONIGHT.  LEAVES THE REGISTER REASON IN
049200* WS-SUPPRESS-REASON, OR SPACES WHEN THE LETTERS MAY GO.
049300******************************************************************
049400 2400-CHECK-SUPPRESSION.
049500     MOVE SPACES TO WS-SUPPRESS-REASON.
049600     IF WS-CASEFILE-OPEN
049700         MOVE LM-LOAN-NUMBER TO CSE-LOAN-NUMBER
049800         READ CASE-FILE
049900             INVALID KEY
050000                 MOVE SPACE TO CSE-CASE-STATUS
050100         END-READ
050200         IF CSE-CASE-OPEN AND CSE-BANKRUPTCY-STAY
050300             MOVE 'SUPPRESSED - BANKRUPTCY STAY'
050400                 TO WS-SUPPRESS-REASON
050500             ADD 1 TO WS-STAY-SUPPRESSED-COUNT
050600             GO TO 2400-CHECK-SUPPRESSION-EXIT
050700         END-IF
050800     END-IF.
050900     IF WS-LOSSMIT-OPEN
051000         MOVE LM-LOAN-NUMBER TO PLN-LOAN-NUMBER
051100         READ LOSS-MIT-PLAN-FILE
051200             INVALID KEY
051300                 MOVE SPACE TO PLN-STATUS-FLAG
051400         END-READ
051500         IF PLN-PLAN-ACTIVE
051600                 AND PLN-START-DATE <= WS-TODAY-CCYYMMDD
051700                 AND PLN-END-DATE >= WS-TODAY-CCYYMMDD
051800             MOVE 'SUPPRESSED - LOSS MIT PLAN'
051900                 TO WS-SUPPRESS-REASON
052000             ADD 1 TO WS-PLAN-SUPPRESSED-COUNT
052100         END-IF
052200     END-IF.
052300 2400-CHECK-SUPPRESSION-EXIT.
052400     EXIT.
052500*
052600******************************************************************
052700* 2500-WRITE-LETTER-EXTRACT WRITES THE PRINT VENDOR'S RECORD.
052800* THE PAST-DUE INSTALLMENTS ARE EVERY DUE DATE FROM THE NEXT
052900* DUE DATE UP TO TONIGHT, EACH AT THE FULL MONTHLY PAYMENT
053000* (LM-MONTHLY-PYMT-AMT ALREADY CARRIES THE ESCROW PAYMENT); THE
053010* AMOUNT DUE ADDS THE OUTSTANDING FEES.
053100******************************************************************
053200 2500-WRITE-LETTER-EXTRACT.
053300     MOVE LM-NEXT-DUE-DATE TO WS-DUE-DATE.
053400     COMPUTE WS-PAST-DUE-CYCLES =
053500         (WS-TODAY-YYYY - WS-DUE-YYYY) * 12
053600         + WS-TODAY-MM - WS-DUE-MM + 1.
053700     IF WS-TODAY-DD < WS-DUE-DD
053800         SUBTRACT 1 FROM WS-PAST-DUE-CYCLES
053900     END-IF.
054000     MOVE SPACES TO DELINQUENCY-LETTER-RECORD.
054100     MOVE WS-LETTER-TYPE        TO DLT-LETTER-TYPE.
054200     MOVE LM-LOAN-NUMBER        TO DLT-LOAN-NUMBER.
054300     MOVE LM-BORROWER-NAME      TO DLT-BORROWER-NAME.
054400     MOVE ADR-MAIL-STREET       TO DLT-MAIL-STREET.
054500     MOVE ADR-MAIL-CITY         TO DLT-MAIL-CITY.
054600     MOVE ADR-MAIL-STATE        TO DLT-MAIL-STATE.
054700     MOVE ADR-MAIL-ZIP          TO DLT-MAIL-ZIP.
054800     MOVE WS-TODAY-CCYYMMDD     TO DLT-LETTER-DATE.
054900     MOVE LM-NEXT-DUE-DATE      TO DLT-NEXT-DUE-DATE.
055000     MOVE WS-DAYS-PAST-DUE      TO DLT-DAYS-PAST-DUE.
055100     MOVE WS-PAST-DUE-CYCLES    TO DLT-PAST-DUE-CYCLES.
055200     MOVE LM-MONTHLY-PYMT-AMT   TO DLT-MONTHLY-PYMT-AMT.
055300     MOVE LM-MONTHLY-ESCROW-PYMT TO DLT-MONTHLY-ESCROW-PYMT.
055400     MOVE LM-OUTSTANDING-FEES   TO DLT-OUTSTANDING-FEES.
055500     COMPUTE DLT-AMOUNT-DUE =
055600         WS-PAST-DUE-CYCLES * LM-MONTHLY-PYMT-AMT
055800         + LM-OUTSTANDING-FEES.
055900     IF DLT-BREACH-LETTER
056000         COMPUTE DLT-CURE-BY-DATE =
056100             FUNCTION DATE-OF-INTEGER
056200                 (WS-TODAY-JULIAN + WS-BREACH-CURE-DAYS)
056300     ELSE
056400         MOVE ZERO TO DLT-CURE-BY-DATE
056500     END-IF.
056600     MOVE LM-SERVICING-OFFICER  TO DLT-SERVICING-OFFICER.
056700     WRITE DELINQUENCY-LETTER-RECORD.
056800 2500-WRITE-LETTER-EXTRACT-EXIT.
056900     EXIT.
057000*
057100******************************************************************
057200* 2600-CURE-OPEN-EPISODE MARKS EVERY LETTER STILL OPEN FOR A
057300* LOAN THAT IS NOW FULLY CURRENT AS CURED TONIGHT, ENDING THE
057400* DELINQUENCY EPISODE.
057500******************************************************************
057600 2600-CURE-OPEN-EPISODE.
057700     MOVE LM-LOAN-NUMBER TO CRH-LOAN-NUMBER.
057800     MOVE LOW-VALUES TO CRH-LETTER-TYPE.
057900     SET WS-BROWSE-NOT-ENDED TO TRUE.
058000     START CORR-HISTORY-FILE KEY IS NOT LESS THAN CRH-KEY
058100         INVALID KEY
058200             SET WS-BROWSE-ENDED TO TRUE
058300     END-START.
058400     PERFORM 2610-CURE-NEXT-LETTER
058500         THRU 2610-CURE-NEXT-LETTER-EXIT
058600         UNTIL WS-BROWSE-ENDED.
058700 2600-CURE-OPEN-EPISODE-EXIT.
058800     EXIT.
058900*
059000 2610-CURE-NEXT-LETTER.
059100     READ CORR-HISTORY-FILE NEXT RECORD
059200         AT END
059300             SET WS-BROWSE-ENDED TO TRUE
059400             GO TO 2610-CURE-NEXT-LETTER-EXIT
059500     END-READ.
059600     IF CRH-LOAN-NUMBER NOT = LM-LOAN-NUMBER
059700         SET WS-BROWSE-ENDED TO TRUE
059800         GO TO 2610-CURE-NEXT-LETTER-EXIT
059900     END-IF.
060000     IF NOT CRH-EPISODE-OPEN
060100         GO TO 2610-CURE-NEXT-LETTER-EXIT
060200     END-IF.
060300     SET CRH-EPISODE-CURED TO TRUE.
060400     MOVE WS-TODAY-CCYYMMDD TO CRH-CURED-DATE.
060500     REWRITE CORRESPONDENCE-HISTORY-RECORD
060600         INVALID KEY
060700             DISPLAY 'COBCOR1 - HISTORY REWRITE FAILED FOR '
060800                 'LOAN ' CRH-LOAN-NUMBER ' STATUS='
060900                 WS-CORRHIST-FILE-STATUS
061000     END-REWRITE.
061100     ADD 1 TO WS-CURED-COUNT.
061200     ADD 1 TO WS-HISTORY-UPDATED-COUNT.
061300 2610-CURE-NEXT-LETTER-EXIT.
061400     EXIT.
061500*
061600 2700-WRITE-REGISTER-LINE.
061700     MOVE SPACES TO WS-REGISTER-DETAIL-LINE.
061800     MOVE LM-LOAN-NUMBER TO COR-LOAN-NUMBER.
061900     MOVE WS-LETTER-TYPE TO COR-LETTER-TYPE.
062000     MOVE WS-LETTER-NAME TO COR-LETTER-NAME.
062100     MOVE LM-NEXT-DUE-DATE TO COR-NEXT-DUE-DATE.
062200     MOVE WS-DAYS-PAST-DUE TO COR-DAYS-PAST-DUE.
062300     MOVE WS-REGISTER-MESSAGE TO COR-MESSAGE.
062400     PERFORM 2900-WRITE-REPORT-LINE
062500         THRU 2900-WRITE-REPORT-LINE-EXIT.
062600 2700-WRITE-REGISTER-LINE-EXIT.
062700     EXIT.
062800*
062900******************************************************************
063000* 2800-WRITE-ERROR-LINE PRINTS A LETTER THAT COULD NOT BE SENT
063100* AND RAISES THE RUN'S RETURN CODE TO 04 SO SERVICING SEES IT
063200* WITHOUT THE CHAIN BEING HELD.
063300******************************************************************
063400 2800-WRITE-ERROR-LINE.
063500     PERFORM 2700-WRITE-REGISTER-LINE
063600         THRU 2700-WRITE-REGISTER-LINE-EXIT.
063700     ADD 1 TO WS-ERROR-COUNT.
063800     IF 04 > WS-HIGHEST-RETURN-CODE
063900         MOVE 04 TO WS-HIGHEST-RETURN-CODE
064000     END-IF.
064100 2800-WRITE-ERROR-LINE-EXIT.
064200     EXIT.
064300*
064400 2900-WRITE-REPORT-LINE.
064500     WRITE CORRESPONDENCE-REPORT-LINE
064600         FROM WS-REGISTER-DETAIL-LINE.
064700     ADD 1 TO WS-LINE-COUNT.
064800     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
064900         PERFORM 3900-WRITE-REPORT-HEADINGS
065000             THRU 3900-WRITE-REPORT-HEADINGS-EXIT
065100     END-IF.
065200 2900-WRITE-REPORT-LINE-EXIT.
065300     EXIT.
065400*
065500******************************************************************
065600* 3000-WRITE-REPORT-TOTALS PRINTS THE LETTERS SENT BY TYPE AND
065700* THE LOANS HELD OR IN ERROR.
065800******************************************************************
065900 3000-WRITE-REPORT-TOTALS.
066000     WRITE CORRESPONDENCE-REPORT-LINE FROM WS-BLANK-LINE
066100         AFTER ADVANCING 1 LINE.
066200     MOVE 'LOANS READ' TO SUM-LABEL.
066300     MOVE WS-LOAN-COUNT TO SUM-COUNT.
066400     PERFORM 3100-WRITE-SUMMARY-LINE
066500         THRU 3100-WRITE-SUMMARY-LINE-EXIT.
066600     MOVE 'LOANS PAST FIRST LETTER DAY' TO SUM-LABEL.
066700     MOVE WS-DELINQUENT-COUNT TO SUM-COUNT.
066800     PERFORM 3100-WRITE-SUMMARY-LINE
066900         THRU 3100-WRITE-SUMMARY-LINE-EXIT.
067000     MOVE 'EARLY INTERVENTION NOTICES' TO SUM-LABEL.
067100     MOVE WS-EARLY-NOTICE-COUNT TO SUM-COUNT.
067200     PERFORM 3100-WRITE-SUMMARY-LINE
067300         THRU 3100-WRITE-SUMMARY-LINE-EXIT.
067400     MOVE 'LOSS MIT OPTIONS LETTERS' TO SUM-LABEL.
067500     MOVE WS-OPTIONS-LETTER-COUNT TO SUM-COUNT.
067600     PERFORM 3100-WRITE-SUMMARY-LINE
067700         THRU 3100-WRITE-SUMMARY-LINE-EXIT.
067800     MOVE 'BREACH / DEMAND LETTERS' TO SUM-LABEL.
067900     MOVE WS-BREACH-LETTER-COUNT TO SUM-COUNT.
068000     PERFORM 3100-WRITE-SUMMARY-LINE
068100         THRU 3100-WRITE-SUMMARY-LINE-EXIT.
068200     MOVE 'LOANS HELD - BANKRUPTCY STAY' TO SUM-LABEL.
068300     MOVE WS-STAY-SUPPRESSED-COUNT TO SUM-COUNT.
068400     PERFORM 3100-WRITE-SUMMARY-LINE
068500         THRU 3100-WRITE-SUMMARY-LINE-EXIT.
068600     MOVE 'LOANS HELD - LOSS MIT PLAN' TO SUM-LABEL.
068700     MOVE WS-PLAN-SUPPRESSED-COUNT TO SUM-COUNT.
068800     PERFORM 3100-WRITE-SUMMARY-LINE
068900         THRU 3100-WRITE-SUMMARY-LINE-EXIT.
069000     MOVE 'LETTERS NOT SENT - NO ADDRESS' TO SUM-LABEL.
069100     MOVE WS-ERROR-COUNT TO SUM-COUNT.
069200     PERFORM 3100-WRITE-SUMMARY-LINE
069300         THRU 3100-WRITE-SUMMARY-LINE-EXIT.
069400     MOVE 'EPISODE LETTERS CURED' TO SUM-LABEL.
069500     MOVE WS-CURED-COUNT TO SUM-COUNT.
069600     PERFORM 3100-WRITE-SUMMARY-LINE
069700         THRU 3100-WRITE-SUMMARY-LINE-EXIT.
069800 3000-WRITE-REPORT-TOTALS-EXIT.
069900     EXIT.
070000*
070100 3100-WRITE-SUMMARY-LINE.
070200     WRITE CORRESPONDENCE-REPORT-LINE FROM WS-SUMMARY-LINE
070300         AFTER ADVANCING 1 LINE.
070400 3100-WRITE-SUMMARY-LINE-EXIT.
070500     EXIT.
070600*
070700 3900-WRITE-REPORT-HEADINGS.
070800     WRITE CORRESPONDENCE-REPORT-LINE FROM WS-HEADING-LINE-1
070900         AFTER ADVANCING PAGE.
071000     WRITE CORRESPONDENCE-REPORT-LINE FROM WS-HEADING-LINE-2
071100         AFTER ADVANCING 1 LINE.
071200     MOVE ZERO TO WS-LINE-COUNT.
071300 3900-WRITE-REPORT-HEADINGS-EXIT.
071400     EXIT.
071500*
071600******************************************************************
071700* 3800-CHECKPOINT-IF-NEEDED SAVES PROGRESS EVERY N LOANS SO A
071800* MID-RUN ABEND DOES NOT HAVE TO REPROCESS THE WHOLE FILE.
071900******************************************************************
072000 3800-CHECKPOINT-IF-NEEDED.
072100     ADD 1 TO WS-RECS-SINCE-CHECKPOINT.
072200     IF WS-RECS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
072300         MOVE LM-LOAN-NUMBER TO CKPT-LAST-LOAN-NUMBER
072400         SET CKPT-STEP-IN-PROGRESS TO TRUE
072500         MOVE WS-LOAN-COUNT TO CKPT-RECORDS-READ
072600         MOVE WS-HISTORY-UPDATED-COUNT TO CKPT-RECORDS-UPDATED
072700         MOVE WS-LETTER-COUNT TO CKPT-RECORDS-WRITTEN
072800         MOVE FUNCTION CURRENT-DATE TO CKPT-TIMESTAMP
072900         PERFORM 8100-WRITE-CHECKPOINT
073000             THRU 8100-WRITE-CHECKPOINT-EXIT
073100         MOVE ZERO TO WS-RECS-SINCE-CHECKPOINT
073200     END-IF.
073300 3800-CHECKPOINT-IF-NEEDED-EXIT.
073400     EXIT.
073500*
073600 4000-WRITE-FINAL-CHECKPOINT.
073700     IF WS-ABEND-REQUIRED
073800         SET CKPT-STEP-FAILED TO TRUE
073900     ELSE
074000         SET CKPT-STEP-COMPLETE TO TRUE
074100     END-IF.
074200     MOVE WS-LOAN-COUNT TO CKPT-RECORDS-READ.
074300     MOVE WS-HISTORY-UPDATED-COUNT TO CKPT-RECORDS-UPDATED.
074400     MOVE WS-LETTER-COUNT TO CKPT-RECORDS-WRITTEN.
074500     MOVE FUNCTION CURRENT-DATE TO CKPT-TIMESTAMP.
074600     PERFORM 8100-WRITE-CHECKPOINT
074700         THRU 8100-WRITE-CHECKPOINT-EXIT.
074800 4000-WRITE-FINAL-CHECKPOINT-EXIT.
074900     EXIT.
075000*
075100******************************************************************
075200* 7500-FETCH-LOAN-ADDRESS READS THE ADDRESS RECORD FOR THE LOAN
075300* NUMBER THE CALLER PLACED IN ADR-LOAN-NUMBER.  A LOAN WITH NO
075400* ADDRESS RECORD, OR NO ADDRESS FILE AT ALL, COMES BACK WITH
075500* THE ADDRESS FIELDS EMPTY.
075600******************************************************************
075700 7500-FETCH-LOAN-ADDRESS.
075800     IF WS-ADDRFILE-NOT-OPEN
075900         MOVE SPACES TO ADR-PROPERTY-ADDRESS
076000         MOVE SPACES TO ADR-MAILING-ADDRESS
076100         GO TO 7500-FETCH-LOAN-ADDRESS-EXIT
076200     END-IF.
076300     READ ADDRESS-FILE
076400         INVALID KEY
076500             MOVE SPACES TO ADR-PROPERTY-ADDRESS
076600             MOVE SPACES TO ADR-MAILING-ADDRESS
076700     END-READ.
076800 7500-FETCH-LOAN-ADDRESS-EXIT.
076900     EXIT.
077000*
077100 9999-TERMINATE.
077200     CLOSE LOAN-MASTER-FILE.
077300     CLOSE CORR-HISTORY-FILE.
077400     IF WS-LOSSMIT-OPEN
077500         CLOSE LOSS-MIT-PLAN-FILE
077600     END-IF.
077700     IF WS-CASEFILE-OPEN
077800         CLOSE CASE-FILE
077900     END-IF.
078000     IF WS-ADDRFILE-OPEN
078100         CLOSE ADDRESS-FILE
078200     END-IF.
078300     CLOSE LETTER-EXTRACT-FILE.
078400     CLOSE CORRESPONDENCE-REPORT-FILE.
078500     DISPLAY 'COBCOR1 - DELINQUENCY CORRESPONDENCE COMPLETE'.
078600     DISPLAY 'COBCOR1 - LOANS READ        : ' WS-LOAN-COUNT.
078700     DISPLAY 'COBCOR1 - LETTERS WRITTEN   : ' WS-LETTER-COUNT.
078800     DISPLAY 'COBCOR1 - HELD ON STAY      : '
078900         WS-STAY-SUPPRESSED-COUNT.
079000     DISPLAY 'COBCOR1 - HELD ON PLAN      : '
079100         WS-PLAN-SUPPRESSED-COUNT.
079200     DISPLAY 'COBCOR1 - NO ADDRESS        : ' WS-ERROR-COUNT.
079300     DISPLAY 'COBCOR1 - EPISODES CURED    : ' WS-CURED-COUNT.
079400     IF WS-ABEND-REQUIRED
079500         DISPLAY 'COBCOR1 - AN INPUT FILE OPEN FAILED - STEP '
079600             'DID NOT RUN - SCHEDULER SHOULD NOT PROCEED'
079700     END-IF.
079800     MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE.
079900 9999-TERMINATE-EXIT.
080000     EXIT.
080100*
080200     COPY CHKPTLOG.
