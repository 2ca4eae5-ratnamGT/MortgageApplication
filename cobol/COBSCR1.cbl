000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBSCR1.
000300 AUTHOR.        R J TATE.
000400 INSTALLATION.  MORTGAGE SERVICING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    MONTHLY SERVICEMEMBERS CIVIL RELIEF ACT (SCRA) RUN.  KEEPS  *
001000*    THE SCRA FILE (SCRAREC.CPY) THAT THE ACCRUAL, LATE CHARGE   *
001100*    AND FORECLOSURE STEPS TEST TO PROTECT A BORROWER ON ACTIVE  *
001200*    MILITARY DUTY.  THREE PASSES:                               *
001300*                                                                *
001400*    - APPLIES THE DEFENSE MANPOWER DATA CENTER'S RESPONSE       *
001500*      (SCRARSP.CPY) TO LAST MONTH'S MATCH REQUEST.  A BORROWER  *
001600*      ON ACTIVE DUTY, OR WHO LEFT IT WITHIN THE LAST 367 DAYS,  *
001700*      IS ADDED TO OR UPDATED ON THE SCRA FILE WITH THE ACTIVE   *
001800*      DUTY DATES, THE MATCH BASIS AND THE DMDC REPORT ID.       *
001900*      PROTECTION RUNS TO ONE YEAR AFTER ACTIVE DUTY ENDS.  A    *
002000*      RESPONSE THAT DOES NOT AGREE WITH THE LOAN MASTER, OR     *
002100*      THAT FINDS NO ACTIVE DUTY FOR A BORROWER THE FILE STILL   *
002200*      SHOWS SERVING, IS PRINTED FOR SERVICING (RETURN CODE 04). *
002300*                                                                *
002400*    - REVIEWS EVERY LOAN ON THE SCRA FILE AND PRINTS EACH LOAN  *
002500*      ENTERING OR LEAVING PROTECTION THIS MONTH, SO SERVICING   *
002600*      CAN RE-AMORTIZE A LOAN WHOSE 6% INTEREST CAP HAS ENDED.   *
002700*                                                                *
002800*    - WRITES THIS MONTH'S MATCH REQUEST (SCRAOUT.CPY) FOR       *
002900*      EVERY ACTIVE LOAN ON THE LOAN MASTER.                     *
003000*                                                                *
003100*    A MONTH WITH NO RESPONSE FILE (THE FIRST RUN) IS NORMAL.    *
003200*    THE RUN HAS NO MID-FILE RESTART POINT - APPLYING THE SAME   *
003300*    RESPONSE AGAIN AND RE-REVIEWING THE FILE GIVE THE SAME      *
003400*    RESULT, SO A RERUN SIMPLY STARTS OVER.                      *
003500*                                                                *
003600******************************************************************
003700*    MODIFICATION HISTORY
003800*    ---------------------------------------------------------
003900*    2026-10-15  RJT  INITIAL VERSION.
004000******************************************************************
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT DMDC-RESPONSE-FILE ASSIGN TO SCRARSP
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-SCRARSP-FILE-STATUS.
004700     SELECT SCRA-FILE ASSIGN TO SCRAFILE
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS SCR-LOAN-NUMBER
005100         FILE STATUS IS WS-SCRAFILE-FILE-STATUS.
005200     SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS LM-LOAN-NUMBER
005600         FILE STATUS IS WS-LOANMSTR-FILE-STATUS.
005700     SELECT DMDC-REQUEST-FILE ASSIGN TO SCRAOUT
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-SCRAOUT-FILE-STATUS.
006000     SELECT RESTART-FILE ASSIGN TO RESTFILE
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS CKPT-STEP-NAME
006400         FILE STATUS IS WS-RESTART-FILE-STATUS.
006500     SELECT SCRA-REPORT-FILE ASSIGN TO SCRARPT
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-SCRARPT-FILE-STATUS.
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  DMDC-RESPONSE-FILE
007100     LABEL RECORDS ARE STANDARD.
007200     COPY SCRARSP.
007300*
007400 FD  SCRA-FILE
007500     LABEL RECORDS ARE STANDARD.
007600     COPY SCRAREC.
007700*
007800 FD  LOAN-MASTER-FILE
007900     LABEL RECORDS ARE STANDARD.
008000     COPY LOANMSTR.
008100*
008200 FD  DMDC-REQUEST-FILE
008300     LABEL RECORDS ARE STANDARD.
008400     COPY SCRAOUT.
008500*
008600 FD  RESTART-FILE
008700     LABEL RECORDS ARE STANDARD.
008800     COPY CHKPTREC.
008900*
009000 FD  SCRA-REPORT-FILE
009100     LABEL RECORDS ARE OMITTED.
009200 01  SCRA-REPORT-LINE            PIC X(132).
009300*
009400 WORKING-STORAGE SECTION.
009500 77  WS-SCRARSP-FILE-STATUS      PIC X(02) VALUE '00'.
009600     88  WS-SCRARSP-FILE-OK          VALUE '00' '02' '97'.
009700     88  WS-SCRARSP-EOF              VALUE '10'.
009800 77  WS-SCRAFILE-FILE-STATUS     PIC X(02) VALUE '00'.
009900     88  WS-SCRAFILE-FILE-OK         VALUE '00' '02' '97'.
010000     88  WS-SCRAFILE-EOF             VALUE '10'.
010050 77  WS-SCRARSP-OPEN-SWITCH      PIC X(01) VALUE 'N'.
010060     88  WS-SCRARSP-OPEN             VALUE 'Y'.
010070     88  WS-SCRARSP-NOT-OPEN         VALUE 'N'.
010100 77  WS-LOANMSTR-FILE-STATUS     PIC X(02) VALUE '00'.
010200     88  WS-LOANMSTR-FILE-OK         VALUE '00' '02' '97'.
010300     88  WS-LOANMSTR-EOF             VALUE '10'.
010400 77  WS-SCRAOUT-FILE-STATUS      PIC X(02) VALUE '00'.
010500 77  WS-RESTART-FILE-STATUS      PIC X(02) VALUE '00'.
010600 77  WS-SCRARPT-FILE-STATUS      PIC X(02) VALUE '00'.
010700 77  WS-SCRA-RECORD-SWITCH       PIC X(01) VALUE 'N'.
010800     88  WS-SCRA-ON-FILE            VALUE 'Y'.
010900     88  WS-SCRA-NOT-ON-FILE        VALUE 'N'.
011000 77  WS-PROTECTED-SWITCH         PIC X(01) VALUE 'N'.
011100     88  WS-PROTECTED-NOW           VALUE 'Y'.
011200     88  WS-NOT-PROTECTED-NOW       VALUE 'N'.
011300 77  WS-JOB-NAME                 PIC X(08) VALUE 'SCRAMTH'.
011400 77  WS-TODAY-CCYYMMDD           PIC 9(08) VALUE ZERO.
011500 77  WS-SCRA-RATE-CAP            PIC S9(01)V9(04) COMP-3
011600                                 VALUE .0600.
011700 77  WS-REGISTER-MESSAGE         PIC X(32) VALUE SPACES.
011800 77  WS-RESPONSE-COUNT           PIC 9(07) COMP VALUE ZERO.
011900 77  WS-ACTIVE-DUTY-COUNT        PIC 9(07) COMP VALUE ZERO.
012000 77  WS-LEFT-DUTY-COUNT          PIC 9(07) COMP VALUE ZERO.
012100 77  WS-NO-DUTY-COUNT            PIC 9(07) COMP VALUE ZERO.
012200 77  WS-SCRA-UPDATED-COUNT       PIC 9(07) COMP VALUE ZERO.
012300 77  WS-SCRA-REVIEWED-COUNT      PIC 9(07) COMP VALUE ZERO.
012400 77  WS-PROTECTED-COUNT          PIC 9(07) COMP VALUE ZERO.
012500 77  WS-ENTERING-COUNT           PIC 9(07) COMP VALUE ZERO.
012600 77  WS-LEAVING-COUNT            PIC 9(07) COMP VALUE ZERO.
012700 77  WS-LOAN-COUNT               PIC 9(07) COMP VALUE ZERO.
012800 77  WS-REQUEST-COUNT            PIC 9(07) COMP VALUE ZERO.
012900 77  WS-ERROR-COUNT              PIC 9(07) COMP VALUE ZERO.
013000 77  WS-LINE-COUNT               PIC 9(03) COMP VALUE ZERO.
013100 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 060.
013200 77  WS-HIGHEST-RETURN-CODE      PIC 9(02) COMP VALUE ZERO.
013300 77  WS-ABEND-SWITCH             PIC X(01) VALUE 'N'.
013400     88  WS-ABEND-REQUIRED           VALUE 'Y'.
013500     88  WS-ABEND-NOT-REQUIRED       VALUE 'N'.
013600*
013700 01  WS-EDIT-DATE                PIC 9(08) VALUE ZERO.
013800 01  WS-EDIT-DATE-FIELDS REDEFINES WS-EDIT-DATE.
013900     05  WS-EDIT-YYYY            PIC 9(04).
014000     05  WS-EDIT-MM              PIC 9(02).
014100     05  WS-EDIT-DD              PIC 9(02).
014200*
014300 01  WS-HEADING-LINE-1.
014400     05  FILLER          PIC X(20) VALUE 'SCRA PROTECTION CHAN'.
014500     05  FILLER          PIC X(20) VALUE 'GES - MONTHLY'.
014600     05  FILLER          PIC X(92) VALUE SPACES.
014700*
014800 01  WS-HEADING-LINE-2.
014900     05  FILLER          PIC X(12) VALUE 'LOAN NUMBER'.
015000     05  FILLER          PIC X(32) VALUE 'BORROWER'.
015100     05  FILLER          PIC X(10) VALUE 'DUTY START'.
015200     05  FILLER          PIC X(10) VALUE 'DUTY END'.
015300     05  FILLER          PIC X(10) VALUE 'PROT END'.
015400     05  FILLER          PIC X(09) VALUE '   RATE'.
015500     05  FILLER          PIC X(32) VALUE 'ACTION'.
015600     05  FILLER          PIC X(17) VALUE SPACES.
015700*
015800 01  WS-SCRA-DETAIL-LINE.
015900     05  SRP-LOAN-NUMBER     PIC 9(10).
016000     05  FILLER              PIC X(02) VALUE SPACES.
016100     05  SRP-BORROWER-NAME   PIC X(30).
016200     05  FILLER              PIC X(02) VALUE SPACES.
016300     05  SRP-DUTY-START      PIC 9(08).
016400     05  FILLER              PIC X(02) VALUE SPACES.
016500     05  SRP-DUTY-END        PIC 9(08).
016600     05  FILLER              PIC X(02) VALUE SPACES.
016700     05  SRP-PROTECTION-END  PIC 9(08).
016800     05  FILLER              PIC X(02) VALUE SPACES.
016900     05  SRP-NOTE-RATE       PIC Z9.9999.
017000     05  FILLER              PIC X(02) VALUE SPACES.
017100     05  SRP-MESSAGE         PIC X(32).
017200     05  FILLER              PIC X(15) VALUE SPACES.
017300*
017400 01  WS-SUMMARY-LINE.
017500     05  SUM-LABEL           PIC X(34).
017600     05  SUM-COUNT           PIC ZZZ,ZZ9.
017700     05  FILLER              PIC X(91) VALUE SPACES.
017800*
017900 01  WS-BLANK-LINE           PIC X(132) VALUE SPACES.
018000*
018100 PROCEDURE DIVISION.
018200 0000-MAINLINE.
018300     PERFORM 1000-INITIALIZE
018400         THRU 1000-INITIALIZE-EXIT.
018500     IF WS-ABEND-NOT-REQUIRED
018600         PERFORM UNTIL WS-SCRARSP-EOF
018700             PERFORM 2000-PROCESS-ONE-RESPONSE
018800                 THRU 2000-PROCESS-ONE-RESPONSE-EXIT
018900             PERFORM 2100-READ-DMDC-RESPONSE
019000                 THRU 2100-READ-DMDC-RESPONSE-EXIT
019100         END-PERFORM
019200         PERFORM 3000-REVIEW-PROTECTION
019300             THRU 3000-REVIEW-PROTECTION-EXIT
019400         PERFORM 4000-WRITE-MATCH-REQUEST
019500             THRU 4000-WRITE-MATCH-REQUEST-EXIT
019600         PERFORM 5000-WRITE-REPORT-TOTALS
019700             THRU 5000-WRITE-REPORT-TOTALS-EXIT
019800     END-IF.
019900     PERFORM 6000-WRITE-FINAL-CHECKPOINT
020000         THRU 6000-WRITE-FINAL-CHECKPOINT-EXIT.
020100     PERFORM 9999-TERMINATE
020200         THRU 9999-TERMINATE-EXIT.
020300     GOBACK.
020400*
020500******************************************************************
020600* 1000-INITIALIZE OPENS THE DMDC RESPONSE (NONE IS NORMAL ON
020700* THE FIRST RUN), THE SCRA FILE (CREATED ON FIRST USE), THE
020800* LOAN MASTER, THIS MONTH'S MATCH REQUEST AND THE REPORT.  THE
020900* SCRA FILE AND THE LOAN MASTER ARE BOTH NEEDED, SO A FAILED
021000* OPEN OF EITHER FAILS THE STEP BEFORE ANYTHING IS APPLIED.
021100******************************************************************
021200 1000-INITIALIZE.
021300     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD.
021400     OPEN OUTPUT SCRA-REPORT-FILE.
021500     PERFORM 3900-WRITE-REPORT-HEADINGS
021600         THRU 3900-WRITE-REPORT-HEADINGS-EXIT.
021700     OPEN INPUT DMDC-RESPONSE-FILE.
021800     IF WS-SCRARSP-FILE-STATUS = '35'
021900         DISPLAY 'COBSCR1 - NO DMDC RESPONSE FILE - NOTHING TO '
022000             'APPLY THIS MONTH'
022100         MOVE '10' TO WS-SCRARSP-FILE-STATUS
022200     ELSE
022300         IF NOT WS-SCRARSP-FILE-OK
022400             DISPLAY 'COBSCR1 - DMDC RESPONSE OPEN FAILED, '
022500                 'STATUS=' WS-SCRARSP-FILE-STATUS
022600             MOVE '10' TO WS-SCRARSP-FILE-STATUS
022700             SET WS-ABEND-REQUIRED TO TRUE
022800             IF 16 > WS-HIGHEST-RETURN-CODE
022900                 MOVE 16 TO WS-HIGHEST-RETURN-CODE
023000             END-IF
023050         ELSE
023060             SET WS-SCRARSP-OPEN TO TRUE
023100         END-IF
023200     END-IF.
023300     OPEN I-O SCRA-FILE.
023400     IF WS-SCRAFILE-FILE-STATUS = '35'
023500         OPEN OUTPUT SCRA-FILE
023600         CLOSE SCRA-FILE
023700         OPEN I-O SCRA-FILE
023800     END-IF.
023900     IF NOT WS-SCRAFILE-FILE-OK
024000         DISPLAY 'COBSCR1 - SCRA FILE OPEN FAILED, STATUS='
024100             WS-SCRAFILE-FILE-STATUS
024200         SET WS-ABEND-REQUIRED TO TRUE
024300         IF 16 > WS-HIGHEST-RETURN-CODE
024400             MOVE 16 TO WS-HIGHEST-RETURN-CODE
024500         END-IF
024600     END-IF.
024700     OPEN INPUT LOAN-MASTER-FILE.
024800     IF NOT WS-LOANMSTR-FILE-OK
024900         DISPLAY 'COBSCR1 - LOAN MASTER OPEN FAILED, STATUS='
025000             WS-LOANMSTR-FILE-STATUS
025100         SET WS-ABEND-REQUIRED TO TRUE
025200         IF 16 > WS-HIGHEST-RETURN-CODE
025300             MOVE 16 TO WS-HIGHEST-RETURN-CODE
025400         END-IF
025500     END-IF.
025600     OPEN OUTPUT DMDC-REQUEST-FILE.
025700     IF WS-ABEND-NOT-REQUIRED
025800         AND NOT WS-SCRARSP-EOF
025900         PERFORM 2100-READ-DMDC-RESPONSE
026000             THRU 2100-READ-DMDC-RESPONSE-EXIT
026100     END-IF.
026200     DISPLAY 'COBSCR1 - MONTHLY SCRA RUN STARTING'.
026300 1000-INITIALIZE-EXIT.
026400     EXIT.
026500*
026600 2100-READ-DMDC-RESPONSE.
026700     READ DMDC-RESPONSE-FILE
026800         AT END
026900             MOVE '10' TO WS-SCRARSP-FILE-STATUS
027000     END-READ.
027100     IF NOT WS-SCRARSP-EOF
027200         ADD 1 TO WS-RESPONSE-COUNT
027300     END-IF.
027400 2100-READ-DMDC-RESPONSE-EXIT.
027500     EXIT.
027600*
027700******************************************************************
027800* 2000-PROCESS-ONE-RESPONSE EDITS ONE DMDC RESPONSE AGAINST THE
027900* LOAN MASTER AND APPLIES IT TO THE SCRA FILE.  THE SSN MUST
028000* STILL BE THE LOAN'S - A LOAN WHOSE BORROWER CHANGED SINCE THE
028100* REQUEST WENT OUT IS PRINTED, NOT APPLIED.
028200******************************************************************
028300 2000-PROCESS-ONE-RESPONSE.
028400     IF DMR-LOAN-NUMBER-X NOT NUMERIC
028500         MOVE 'LOAN NUMBER NOT NUMERIC' TO WS-REGISTER-MESSAGE
028600         PERFORM 2800-WRITE-ERROR-LINE
028700             THRU 2800-WRITE-ERROR-LINE-EXIT
028800         GO TO 2000-PROCESS-ONE-RESPONSE-EXIT
028900     END-IF.
029000     MOVE DMR-LOAN-NUMBER TO LM-LOAN-NUMBER.
029100     READ LOAN-MASTER-FILE
029200         INVALID KEY
029300             MOVE 'LOAN NOT ON MASTER' TO WS-REGISTER-MESSAGE
029400             PERFORM 2800-WRITE-ERROR-LINE
029500                 THRU 2800-WRITE-ERROR-LINE-EXIT
029600             GO TO 2000-PROCESS-ONE-RESPONSE-EXIT
029700     END-READ.
029800     IF DMR-SSN NOT = LM-BORROWER-SSN
029900         MOVE 'SSN DOES NOT MATCH LOAN' TO WS-REGISTER-MESSAGE
030000         PERFORM 2800-WRITE-ERROR-LINE
030100             THRU 2800-WRITE-ERROR-LINE-EXIT
030200         GO TO 2000-PROCESS-ONE-RESPONSE-EXIT
030300     END-IF.
030400     MOVE DMR-LOAN-NUMBER TO SCR-LOAN-NUMBER.
030500     READ SCRA-FILE
030600         INVALID KEY
030700             SET WS-SCRA-NOT-ON-FILE TO TRUE
030800         NOT INVALID KEY
030900             SET WS-SCRA-ON-FILE TO TRUE
031000     END-READ.
031100     EVALUATE TRUE
031200         WHEN DMR-ON-ACTIVE-DUTY
031300             PERFORM 2200-APPLY-ACTIVE-DUTY
031400                 THRU 2200-APPLY-ACTIVE-DUTY-EXIT
031500         WHEN DMR-LEFT-ACTIVE-DUTY
031600             PERFORM 2300-APPLY-LEFT-ACTIVE-DUTY
031700                 THRU 2300-APPLY-LEFT-ACTIVE-DUTY-EXIT
031800         WHEN DMR-NO-ACTIVE-DUTY
031900             PERFORM 2400-APPLY-NO-ACTIVE-DUTY
032000                 THRU 2400-APPLY-NO-ACTIVE-DUTY-EXIT
032100         WHEN OTHER
032200             MOVE 'MATCH RESULT NOT A/L/N' TO WS-REGISTER-MESSAGE
032300             PERFORM 2800-WRITE-ERROR-LINE
032400                 THRU 2800-WRITE-ERROR-LINE-EXIT
032500     END-EVALUATE.
032600 2000-PROCESS-ONE-RESPONSE-EXIT.
032700     EXIT.
032800*
032900******************************************************************
033000* 2200-APPLY-ACTIVE-DUTY RECORDS A BORROWER STILL SERVING - THE
033100* START DATE DMDC GAVE, AND NO END TO THE PROTECTION.
033200******************************************************************
033300 2200-APPLY-ACTIVE-DUTY.
033400     IF DMR-ACTIVE-DUTY-START-X NOT NUMERIC
033500         MOVE 'ACTIVE DUTY START INVALID' TO WS-REGISTER-MESSAGE
033600         PERFORM 2800-WRITE-ERROR-LINE
033700             THRU 2800-WRITE-ERROR-LINE-EXIT
033800         GO TO 2200-APPLY-ACTIVE-DUTY-EXIT
033900     END-IF.
034000     MOVE DMR-ACTIVE-DUTY-START TO WS-EDIT-DATE.
034100     PERFORM 2700-EDIT-DATE
034200         THRU 2700-EDIT-DATE-EXIT.
034300     IF WS-REGISTER-MESSAGE NOT = SPACES
034400         MOVE 'ACTIVE DUTY START INVALID' TO WS-REGISTER-MESSAGE
034500         PERFORM 2800-WRITE-ERROR-LINE
034600             THRU 2800-WRITE-ERROR-LINE-EXIT
034700         GO TO 2200-APPLY-ACTIVE-DUTY-EXIT
034800     END-IF.
034900     PERFORM 2500-BUILD-SCRA-RECORD
035000         THRU 2500-BUILD-SCRA-RECORD-EXIT.
035100     MOVE ZERO TO SCR-ACTIVE-DUTY-END.
035200     MOVE ZERO TO SCR-PROTECTION-END-DATE.
035300     PERFORM 2600-WRITE-SCRA-RECORD
035400         THRU 2600-WRITE-SCRA-RECORD-EXIT.
035500     ADD 1 TO WS-ACTIVE-DUTY-COUNT.
035600 2200-APPLY-ACTIVE-DUTY-EXIT.
035700     EXIT.
035800*
035900******************************************************************
036000* 2300-APPLY-LEFT-ACTIVE-DUTY RECORDS A BORROWER WHOSE SERVICE
036100* HAS ENDED.  PROTECTION RUNS TO THE SAME DAY ONE YEAR AFTER THE
036200* END OF ACTIVE DUTY (28 FEBRUARY FOR A 29 FEBRUARY END).
036300******************************************************************
036400 2300-APPLY-LEFT-ACTIVE-DUTY.
036500     IF DMR-ACTIVE-DUTY-START-X NOT NUMERIC
036600             OR DMR-ACTIVE-DUTY-END-X NOT NUMERIC
036700         MOVE 'ACTIVE DUTY DATES INVALID' TO WS-REGISTER-MESSAGE
036800         PERFORM 2800-WRITE-ERROR-LINE
036900             THRU 2800-WRITE-ERROR-LINE-EXIT
037000         GO TO 2300-APPLY-LEFT-ACTIVE-DUTY-EXIT
037100     END-IF.
037200     MOVE DMR-ACTIVE-DUTY-START TO WS-EDIT-DATE.
037300     PERFORM 2700-EDIT-DATE
037400         THRU 2700-EDIT-DATE-EXIT.
037500     IF WS-REGISTER-MESSAGE = SPACES
037600         MOVE DMR-ACTIVE-DUTY-END TO WS-EDIT-DATE
037700         PERFORM 2700-EDIT-DATE
037800             THRU 2700-EDIT-DATE-EXIT
037900     END-IF.
038000     IF WS-REGISTER-MESSAGE NOT = SPACES
038100             OR DMR-ACTIVE-DUTY-END < DMR-ACTIVE-DUTY-START
038200         MOVE 'ACTIVE DUTY DATES INVALID' TO WS-REGISTER-MESSAGE
038300         PERFORM 2800-WRITE-ERROR-LINE
038400             THRU 2800-WRITE-ERROR-LINE-EXIT
038500         GO TO 2300-APPLY-LEFT-ACTIVE-DUTY-EXIT
038600     END-IF.
038700     PERFORM 2500-BUILD-SCRA-RECORD
038800         THRU 2500-BUILD-SCRA-RECORD-EXIT.
038900     MOVE DMR-ACTIVE-DUTY-END TO SCR-ACTIVE-DUTY-END.
039000     MOVE DMR-ACTIVE-DUTY-END TO WS-EDIT-DATE.
039100     ADD 1 TO WS-EDIT-YYYY.
039200     IF WS-EDIT-MM = 02 AND WS-EDIT-DD = 29
039300         MOVE 28 TO WS-EDIT-DD
039400     END-IF.
039500     MOVE WS-EDIT-DATE TO SCR-PROTECTION-END-DATE.
039600     PERFORM 2600-WRITE-SCRA-RECORD
039700         THRU 2600-WRITE-SCRA-RECORD-EXIT.
039800     ADD 1 TO WS-LEFT-DUTY-COUNT.
039900 2300-APPLY-LEFT-ACTIVE-DUTY-EXIT.
040000     EXIT.
040100*
040200******************************************************************
040300* 2400-APPLY-NO-ACTIVE-DUTY CHANGES NOTHING.  A BORROWER THE
040400* FILE STILL SHOWS SERVING WITH NO END DATE IS PRINTED FOR
040500* SERVICING TO VERIFY - THE PROTECTION IS NOT ENDED WITHOUT AN
040600* END DATE TO MEASURE THE EXTRA YEAR FROM.
040700******************************************************************
040800 2400-APPLY-NO-ACTIVE-DUTY.
040900     ADD 1 TO WS-NO-DUTY-COUNT.
041000     IF WS-SCRA-ON-FILE
041100             AND SCR-ACTIVE-DUTY-END = ZERO
041200         MOVE 'NO DUTY FOUND - FILE SHOWS ACTIVE'
041300             TO WS-REGISTER-MESSAGE
041400         PERFORM 2800-WRITE-ERROR-LINE
041500             THRU 2800-WRITE-ERROR-LINE-EXIT
041600     END-IF.
041700 2400-APPLY-NO-ACTIVE-DUTY-EXIT.
041800     EXIT.
041900*
042000 2500-BUILD-SCRA-RECORD.
042100     IF WS-SCRA-NOT-ON-FILE
042200         MOVE SPACES TO SCRA-PROTECTION-RECORD
042300         MOVE DMR-LOAN-NUMBER TO SCR-LOAN-NUMBER
042400         SET SCR-STATUS-NOT-PROTECTED TO TRUE
042500         MOVE ZERO TO SCR-STATUS-CHANGED-DATE
042600     END-IF.
042700     MOVE DMR-SSN TO SCR-BORROWER-SSN.
042800     MOVE DMR-ACTIVE-DUTY-START TO SCR-ACTIVE-DUTY-START.
042900     IF DMR-MATCHED-SSN-AND-DOB
043000         SET SCR-DMDC-SSN-AND-DOB TO TRUE
043100     ELSE
043200         SET SCR-DMDC-SSN-AND-NAME TO TRUE
043300     END-IF.
043400     MOVE DMR-STATUS-AS-OF-DATE TO SCR-VERIFIED-DATE.
043500     MOVE DMR-REPORT-ID TO SCR-DMDC-REPORT-ID.
043600 2500-BUILD-SCRA-RECORD-EXIT.
043700     EXIT.
043800*
043900 2600-WRITE-SCRA-RECORD.
044000     IF WS-SCRA-ON-FILE
044100         REWRITE SCRA-PROTECTION-RECORD
044200             INVALID KEY
044300                 DISPLAY 'COBSCR1 - SCRA REWRITE FAILED FOR LOAN '
044400                     SCR-LOAN-NUMBER ' STATUS='
044500                     WS-SCRAFILE-FILE-STATUS
044600         END-REWRITE
044700     ELSE
044800         WRITE SCRA-PROTECTION-RECORD
044900             INVALID KEY
045000                 DISPLAY 'COBSCR1 - SCRA WRITE FAILED FOR LOAN '
045100                     SCR-LOAN-NUMBER ' STATUS='
045200                     WS-SCRAFILE-FILE-STATUS
045300         END-WRITE
045400     END-IF.
045500     ADD 1 TO WS-SCRA-UPDATED-COUNT.
045600 2600-WRITE-SCRA-RECORD-EXIT.
045700     EXIT.
045800*
045900 2700-EDIT-DATE.
046000     MOVE SPACES TO WS-REGISTER-MESSAGE.
046100     IF WS-EDIT-MM < 01 OR WS-EDIT-MM > 12
046200             OR WS-EDIT-DD < 01 OR WS-EDIT-DD > 31
046300             OR WS-EDIT-YYYY < 1950
046400         MOVE 'DATE INVALID' TO WS-REGISTER-MESSAGE
046500     END-IF.
046600 2700-EDIT-DATE-EXIT.
046700     EXIT.
046800*
046900******************************************************************
047000* 2800-WRITE-ERROR-LINE PRINTS A RESPONSE THAT COULD NOT BE
047100* APPLIED AND RAISES THE RUN'S RETURN CODE TO 04.
047200******************************************************************
047300 2800-WRITE-ERROR-LINE.
047400     MOVE SPACES TO WS-SCRA-DETAIL-LINE.
047500     IF DMR-LOAN-NUMBER-X NUMERIC
047600         MOVE DMR-LOAN-NUMBER TO SRP-LOAN-NUMBER
047700     END-IF.
047800     MOVE DMR-BORROWER-NAME TO SRP-BORROWER-NAME.
047900     IF DMR-ACTIVE-DUTY-START-X NUMERIC
048000         MOVE DMR-ACTIVE-DUTY-START TO SRP-DUTY-START
048100     END-IF.
048200     IF DMR-ACTIVE-DUTY-END-X NUMERIC
048300         MOVE DMR-ACTIVE-DUTY-END TO SRP-DUTY-END
048400     END-IF.
048500     MOVE WS-REGISTER-MESSAGE TO SRP-MESSAGE.
048600     PERFORM 2900-WRITE-REPORT-LINE
048700         THRU 2900-WRITE-REPORT-LINE-EXIT.
048800     ADD 1 TO WS-ERROR-COUNT.
048900     IF 04 > WS-HIGHEST-RETURN-CODE
049000         MOVE 04 TO WS-HIGHEST-RETURN-CODE
049100     END-IF.
049200 2800-WRITE-ERROR-LINE-EXIT.
049300     EXIT.
049400*
049500 2900-WRITE-REPORT-LINE.
049600     WRITE SCRA-REPORT-LINE FROM WS-SCRA-DETAIL-LINE.
049700     ADD 1 TO WS-LINE-COUNT.
049800     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
049900         PERFORM 3900-WRITE-REPORT-HEADINGS
050000             THRU 3900-WRITE-REPORT-HEADINGS-EXIT
050100     END-IF.
050200 2900-WRITE-REPORT-LINE-EXIT.
050300     EXIT.
050400*
050500******************************************************************
050600* 3000-REVIEW-PROTECTION PASSES THE WHOLE SCRA FILE AND
050700* COMPARES EACH LOAN'S PROTECTION TODAY WITH ITS STATUS AT THE
050800* LAST RUN.
050900******************************************************************
051000 3000-REVIEW-PROTECTION.
051100     MOVE ZERO TO SCR-LOAN-NUMBER.
051200     START SCRA-FILE KEY IS NOT LESS THAN SCR-LOAN-NUMBER
051300         INVALID KEY
051400             MOVE '10' TO WS-SCRAFILE-FILE-STATUS
051500     END-START.
051600     IF NOT WS-SCRAFILE-EOF
051700         PERFORM 3100-READ-SCRA-FILE
051800             THRU 3100-READ-SCRA-FILE-EXIT
051900     END-IF.
052000     PERFORM UNTIL WS-SCRAFILE-EOF
052100         PERFORM 3200-REVIEW-ONE-LOAN
052200             THRU 3200-REVIEW-ONE-LOAN-EXIT
052300         PERFORM 3100-READ-SCRA-FILE
052400             THRU 3100-READ-SCRA-FILE-EXIT
052500     END-PERFORM.
052600 3000-REVIEW-PROTECTION-EXIT.
052700     EXIT.
052800*
052900 3100-READ-SCRA-FILE.
053000     READ SCRA-FILE NEXT RECORD
053100         AT END
053200             MOVE '10' TO WS-SCRAFILE-FILE-STATUS
053300     END-READ.
053400     IF NOT WS-SCRAFILE-EOF
053500         ADD 1 TO WS-SCRA-REVIEWED-COUNT
053600     END-IF.
053700 3100-READ-SCRA-FILE-EXIT.
053800     EXIT.
053900*
054000******************************************************************
054100* 3200-REVIEW-ONE-LOAN PRINTS A LOAN ENTERING OR LEAVING
054200* PROTECTION AND RECORDS ITS NEW STATUS.  A LOAN WHOSE NOTE
054300* RATE IS OVER THE 6% CAP IS FLAGGED - ITS PAYMENT SPLIT
054400* CHANGES WHEN THE CAP STARTS, AND SERVICING RE-AMORTIZES IT
054500* AT THE NOTE RATE WHEN THE CAP ENDS.
054600******************************************************************
054700 3200-REVIEW-ONE-LOAN.
054800     SET WS-NOT-PROTECTED-NOW TO TRUE.
054900     IF SCR-ACTIVE-DUTY-START <= WS-TODAY-CCYYMMDD
055000             AND (SCR-PROTECTION-END-DATE = ZERO
055100             OR SCR-PROTECTION-END-DATE >= WS-TODAY-CCYYMMDD)
055200         SET WS-PROTECTED-NOW TO TRUE
055300         ADD 1 TO WS-PROTECTED-COUNT
055400     END-IF.
055500     IF (WS-PROTECTED-NOW AND SCR-STATUS-PROTECTED)
055600             OR (WS-NOT-PROTECTED-NOW
055700             AND SCR-STATUS-NOT-PROTECTED)
055800         GO TO 3200-REVIEW-ONE-LOAN-EXIT
055900     END-IF.
056000     MOVE SCR-LOAN-NUMBER TO LM-LOAN-NUMBER.
056100     READ LOAN-MASTER-FILE
056200         INVALID KEY
056300             MOVE SPACES TO LM-BORROWER-NAME
056400             MOVE ZERO TO LM-NOTE-RATE
056500     END-READ.
056600     IF WS-PROTECTED-NOW
056700         SET SCR-STATUS-PROTECTED TO TRUE
056800         ADD 1 TO WS-ENTERING-COUNT
056900         IF LM-NOTE-RATE > WS-SCRA-RATE-CAP
057000             MOVE 'ENTERING - RATE CAPPED AT 6%'
057100                 TO WS-REGISTER-MESSAGE
057200         ELSE
057300             MOVE 'ENTERING PROTECTION' TO WS-REGISTER-MESSAGE
057400         END-IF
057500     ELSE
057600         SET SCR-STATUS-NOT-PROTECTED TO TRUE
057700         ADD 1 TO WS-LEAVING-COUNT
057800         IF LM-NOTE-RATE > WS-SCRA-RATE-CAP
057900             MOVE 'LEAVING - CAP ENDS, RE-AMORTIZE'
058000                 TO WS-REGISTER-MESSAGE
058100         ELSE
058200             MOVE 'LEAVING PROTECTION' TO WS-REGISTER-MESSAGE
058300         END-IF
058400     END-IF.
058500     MOVE WS-TODAY-CCYYMMDD TO SCR-STATUS-CHANGED-DATE.
058600     REWRITE SCRA-PROTECTION-RECORD
058700         INVALID KEY
058800             DISPLAY 'COBSCR1 - SCRA REWRITE FAILED FOR LOAN '
058900                 SCR-LOAN-NUMBER ' STATUS='
059000                 WS-SCRAFILE-FILE-STATUS
059100     END-REWRITE.
059200     ADD 1 TO WS-SCRA-UPDATED-COUNT.
059300     MOVE SPACES TO WS-SCRA-DETAIL-LINE.
059400     MOVE SCR-LOAN-NUMBER TO SRP-LOAN-NUMBER.
059500     MOVE LM-BORROWER-NAME TO SRP-BORROWER-NAME.
059600     MOVE SCR-ACTIVE-DUTY-START TO SRP-DUTY-START.
059700     MOVE SCR-ACTIVE-DUTY-END TO SRP-DUTY-END.
059800     MOVE SCR-PROTECTION-END-DATE TO SRP-PROTECTION-END.
059900     MOVE LM-NOTE-RATE TO SRP-NOTE-RATE.
060000     MOVE WS-REGISTER-MESSAGE TO SRP-MESSAGE.
060100     PERFORM 2900-WRITE-REPORT-LINE
060200         THRU 2900-WRITE-REPORT-LINE-EXIT.
060300 3200-REVIEW-ONE-LOAN-EXIT.
060400     EXIT.
060500*
060600 3900-WRITE-REPORT-HEADINGS.
060700     WRITE SCRA-REPORT-LINE FROM WS-HEADING-LINE-1
060800         AFTER ADVANCING PAGE.
060900     WRITE SCRA-REPORT-LINE FROM WS-HEADING-LINE-2
061000         AFTER ADVANCING 1 LINE.
061100     MOVE ZERO TO WS-LINE-COUNT.
061200 3900-WRITE-REPORT-HEADINGS-EXIT.
061300     EXIT.
061400*
061500******************************************************************
061600* 4000-WRITE-MATCH-REQUEST PASSES THE LOAN MASTER AND WRITES
061700* ONE DMDC MATCH REQUEST FOR EVERY ACTIVE LOAN WITH AN SSN, SO
061800* NEXT MONTH'S RESPONSE COVERS EVERY BORROWER WE SERVICE.
061900******************************************************************
062000 4000-WRITE-MATCH-REQUEST.
062100     MOVE ZERO TO LM-LOAN-NUMBER.
062200     START LOAN-MASTER-FILE KEY IS NOT LESS THAN LM-LOAN-NUMBER
062300         INVALID KEY
062400             MOVE '10' TO WS-LOANMSTR-FILE-STATUS
062500     END-START.
062600     IF NOT WS-LOANMSTR-EOF
062700         PERFORM 4100-READ-LOAN-MASTER
062800             THRU 4100-READ-LOAN-MASTER-EXIT
062900     END-IF.
063000     PERFORM UNTIL WS-LOANMSTR-EOF
063100         PERFORM 4200-WRITE-ONE-REQUEST
063200             THRU 4200-WRITE-ONE-REQUEST-EXIT
063300         PERFORM 4100-READ-LOAN-MASTER
063400             THRU 4100-READ-LOAN-MASTER-EXIT
063500     END-PERFORM.
063600 4000-WRITE-MATCH-REQUEST-EXIT.
063700     EXIT.
063800*
063900 4100-READ-LOAN-MASTER.
064000     READ LOAN-MASTER-FILE NEXT RECORD
064100         AT END
064200             MOVE '10' TO WS-LOANMSTR-FILE-STATUS
064300     END-READ.
064400     IF NOT WS-LOANMSTR-EOF
064500         ADD 1 TO WS-LOAN-COUNT
064600     END-IF.
064700 4100-READ-LOAN-MASTER-EXIT.
064800     EXIT.
064900*
065000 4200-WRITE-ONE-REQUEST.
065100     IF LM-LOAN-PAID-OFF OR LM-LOAN-TRANSFERRED
065200             OR LM-BORROWER-SSN = ZERO
065300         GO TO 4200-WRITE-ONE-REQUEST-EXIT
065400     END-IF.
065500     MOVE SPACES TO DMDC-REQUEST-RECORD.
065600     MOVE LM-BORROWER-SSN TO DMQ-SSN.
065700     MOVE LM-BORROWER-NAME TO DMQ-BORROWER-NAME.
065800     MOVE LM-LOAN-NUMBER TO DMQ-LOAN-NUMBER.
065900     MOVE WS-TODAY-CCYYMMDD TO DMQ-STATUS-AS-OF-DATE.
066000     WRITE DMDC-REQUEST-RECORD.
066100     ADD 1 TO WS-REQUEST-COUNT.
066200 4200-WRITE-ONE-REQUEST-EXIT.
066300     EXIT.
066400*
066500******************************************************************
066600* 5000-WRITE-REPORT-TOTALS PRINTS THE RESPONSES APPLIED, THE
066700* LOANS ENTERING AND LEAVING PROTECTION AND THE REQUESTS SENT.
066800******************************************************************
066900 5000-WRITE-REPORT-TOTALS.
067000     WRITE SCRA-REPORT-LINE FROM WS-BLANK-LINE
067100         AFTER ADVANCING 1 LINE.
067200     MOVE 'DMDC RESPONSES READ' TO SUM-LABEL.
067300     MOVE WS-RESPONSE-COUNT TO SUM-COUNT.
067400     PERFORM 5100-WRITE-SUMMARY-LINE
067500         THRU 5100-WRITE-SUMMARY-LINE-EXIT.
067600     MOVE 'ON ACTIVE DUTY' TO SUM-LABEL.
067700     MOVE WS-ACTIVE-DUTY-COUNT TO SUM-COUNT.
067800     PERFORM 5100-WRITE-SUMMARY-LINE
067900         THRU 5100-WRITE-SUMMARY-LINE-EXIT.
068000     MOVE 'LEFT ACTIVE DUTY' TO SUM-LABEL.
068100     MOVE WS-LEFT-DUTY-COUNT TO SUM-COUNT.
068200     PERFORM 5100-WRITE-SUMMARY-LINE
068300         THRU 5100-WRITE-SUMMARY-LINE-EXIT.
068400     MOVE 'NO ACTIVE DUTY' TO SUM-LABEL.
068500     MOVE WS-NO-DUTY-COUNT TO SUM-COUNT.
068600     PERFORM 5100-WRITE-SUMMARY-LINE
068700         THRU 5100-WRITE-SUMMARY-LINE-EXIT.
068800     MOVE 'RESPONSES IN ERROR' TO SUM-LABEL.
068900     MOVE WS-ERROR-COUNT TO SUM-COUNT.
069000     PERFORM 5100-WRITE-SUMMARY-LINE
069100         THRU 5100-WRITE-SUMMARY-LINE-EXIT.
069200     MOVE 'SCRA LOANS REVIEWED' TO SUM-LABEL.
069300     MOVE WS-SCRA-REVIEWED-COUNT TO SUM-COUNT.
069400     PERFORM 5100-WRITE-SUMMARY-LINE
069500         THRU 5100-WRITE-SUMMARY-LINE-EXIT.
069600     MOVE 'LOANS PROTECTED TODAY' TO SUM-LABEL.
069700     MOVE WS-PROTECTED-COUNT TO SUM-COUNT.
069800     PERFORM 5100-WRITE-SUMMARY-LINE
069900         THRU 5100-WRITE-SUMMARY-LINE-EXIT.
070000     MOVE 'LOANS ENTERING PROTECTION' TO SUM-LABEL.
070100     MOVE WS-ENTERING-COUNT TO SUM-COUNT.
070200     PERFORM 5100-WRITE-SUMMARY-LINE
070300         THRU 5100-WRITE-SUMMARY-LINE-EXIT.
070400     MOVE 'LOANS LEAVING PROTECTION' TO SUM-LABEL.
070500     MOVE WS-LEAVING-COUNT TO SUM-COUNT.
070600     PERFORM 5100-WRITE-SUMMARY-LINE
070700         THRU 5100-WRITE-SUMMARY-LINE-EXIT.
070800     MOVE 'DMDC MATCH REQUESTS WRITTEN' TO SUM-LABEL.
070900     MOVE WS-REQUEST-COUNT TO SUM-COUNT.
071000     PERFORM 5100-WRITE-SUMMARY-LINE
071100         THRU 5100-WRITE-SUMMARY-LINE-EXIT.
071200 5000-WRITE-REPORT-TOTALS-EXIT.
071300     EXIT.
071400*
071500 5100-WRITE-SUMMARY-LINE.
071600     WRITE SCRA-REPORT-LINE FROM WS-SUMMARY-LINE
071700         AFTER ADVANCING 1 LINE.
071800 5100-WRITE-SUMMARY-LINE-EXIT.
071900     EXIT.
072000*
072100******************************************************************
072200* 6000-WRITE-FINAL-CHECKPOINT RECORDS THAT THE SCRA STEP HAS
072300* COMPLETED (OR FAILED).  THERE IS NO MID-FILE RESTART POINT -
072400* THE LAST LOAN NUMBER IS LEFT AT ZERO AND A RERUN STARTS OVER.
072500******************************************************************
072600 6000-WRITE-FINAL-CHECKPOINT.
072700     MOVE WS-JOB-NAME TO CKPT-JOB-NAME.
072800     MOVE 'COBSCR1' TO CKPT-STEP-NAME.
072900     MOVE ZERO TO CKPT-LAST-LOAN-NUMBER.
073000     MOVE WS-LOAN-COUNT TO CKPT-RECORDS-READ.
073100     MOVE WS-SCRA-UPDATED-COUNT TO CKPT-RECORDS-UPDATED.
073200     MOVE WS-REQUEST-COUNT TO CKPT-RECORDS-WRITTEN.
073300     IF WS-ABEND-REQUIRED
073400         SET CKPT-STEP-FAILED TO TRUE
073500     ELSE
073600         SET CKPT-STEP-COMPLETE TO TRUE
073700     END-IF.
073800     MOVE FUNCTION CURRENT-DATE TO CKPT-TIMESTAMP.
073900     PERFORM 8100-WRITE-CHECKPOINT
074000         THRU 8100-WRITE-CHECKPOINT-EXIT.
074100 6000-WRITE-FINAL-CHECKPOINT-EXIT.
074200     EXIT.
074300*
074400 9999-TERMINATE.
074500     IF WS-SCRARSP-OPEN
074510         CLOSE DMDC-RESPONSE-FILE
074520     END-IF.
074600     CLOSE SCRA-FILE.
074700     CLOSE LOAN-MASTER-FILE.
074800     CLOSE DMDC-REQUEST-FILE.
074900     CLOSE SCRA-REPORT-FILE.
075000     DISPLAY 'COBSCR1 - MONTHLY SCRA RUN COMPLETE'.
075100     DISPLAY 'COBSCR1 - RESPONSES READ    : ' WS-RESPONSE-COUNT.
075200     DISPLAY 'COBSCR1 - RESPONSES IN ERROR: ' WS-ERROR-COUNT.
075300     DISPLAY 'COBSCR1 - SCRA LOANS        : '
075400         WS-SCRA-REVIEWED-COUNT.
075500     DISPLAY 'COBSCR1 - PROTECTED TODAY   : ' WS-PROTECTED-COUNT.
075600     DISPLAY 'COBSCR1 - ENTERING          : ' WS-ENTERING-COUNT.
075700     DISPLAY 'COBSCR1 - LEAVING           : ' WS-LEAVING-COUNT.
075800     DISPLAY 'COBSCR1 - REQUESTS WRITTEN  : ' WS-REQUEST-COUNT.
075900     IF WS-ABEND-REQUIRED
076000         DISPLAY 'COBSCR1 - RUN DID NOT COMPLETE - MATCH '
076100             'REQUEST MUST NOT BE SENT'
076200     END-IF.
076300     MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE.
076400 9999-TERMINATE-EXIT.
076500     EXIT.
076600*
076700     COPY CHKPTLOG.
