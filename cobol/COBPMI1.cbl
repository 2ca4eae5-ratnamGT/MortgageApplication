000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBPMI1.
000300 AUTHOR.        R J TATE.
000400 INSTALLATION.  MORTGAGE SERVICING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-08.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    MONTHLY PRIVATE MORTGAGE INSURANCE RUN.  PASSES THE PMI     *
001000*    POLICY FILE AND, FOR EVERY ACTIVE POLICY:                   *
001100*                                                                *
001200*    - COMPUTES THE LOAN'S CURRENT LTV FROM LM-CURRENT-BALANCE   *
001300*      AND THE ORIGINAL VALUE OF THE PROPERTY, AND REBUILDS THE  *
001400*      ORIGINAL AMORTIZATION SCHEDULE FROM THE ORIGINAL RATE,    *
001500*      TERM AND P&I PAYMENT KEPT ON THE POLICY AT BOARDING.      *
001600*                                                                *
001700*    - TERMINATES THE POLICY AUTOMATICALLY ONCE THE SCHEDULED    *
001800*      BALANCE HAS REACHED 78% OF THE ORIGINAL VALUE (OR THE     *
001900*      MIDPOINT OF THE ORIGINAL TERM HAS PASSED) AND THE LOAN    *
002000*      IS CURRENT - THE PREMIUM IS TAKEN OUT OF THE LOAN'S       *
002100*      MONTHLY ESCROW PAYMENT AND A TERMINATION NOTICE IS        *
002200*      WRITTEN FOR THE PRINT VENDOR.  A LOAN PAST ITS            *
002300*      TERMINATION DATE BUT NOT CURRENT KEEPS ITS POLICY AND IS  *
002400*      TERMINATED THE FIRST MONTH IT IS CURRENT AGAIN.           *
002500*                                                                *
002600*    - FLAGS THE POLICY ELIGIBLE FOR CANCELLATION AT THE         *
002700*      BORROWER'S REQUEST ONCE THE LOAN REACHES 80% LTV,         *
002800*      EITHER ON ITS ACTUAL BALANCE OR ON THE ORIGINAL SCHEDULE. *
002900*                                                                *
003000*    - PAYS THE MONTH'S PREMIUM OUT OF THE LOAN'S ESCROW         *
003100*      BALANCE (THE ACCRUAL RUN COLLECTS IT IN THE ESCROW        *
003200*      SPLIT) AND RELEASES IT TO A SORT THAT WRITES THE          *
003300*      REMITTANCE FILE ONE MI CARRIER AT A TIME, EACH CARRIER    *
003400*      FOLLOWED BY ITS TOTAL RECORD.                             *
003500*                                                                *
003600*    - ON THE RUN THE CONTROL CARD FLAGS AS THE ANNUAL           *
003700*      DISCLOSURE RUN (SCHEDULED WITH THE ANNUAL ESCROW          *
003800*      ANALYSIS SO IT MAILS WITH THE ESCROW NOTICE), WRITES THE  *
003900*      ANNUAL PMI DISCLOSURE RECORD FOR THE POLICY.              *
004000*                                                                *
004100*    A POLICY WHOSE LOAN HAS PAID OFF IS CLOSED.  A LOAN WHOSE   *
004200*    SERVICING HAS BEEN TRANSFERRED IS NOT BILLED - ITS POLICY   *
004300*    WENT TO THE NEW SERVICER WITH THE LOAN.  A PREMIUM ALREADY  *
004400*    PAID FOR THIS MONTH (A RERUN) IS PUT BACK ON THE            *
004500*    REMITTANCE FILE BUT NOT TAKEN FROM ESCROW A SECOND TIME,    *
004600*    SO A RERUN REPLACES THE FILE WITH THE SAME COMPLETE ONE.    *
004610*                                                                *
004620*    THE PART OF A PREMIUM THE ESCROW BALANCE CANNOT COVER IS    *
004630*    WRITTEN TO THE ADVANCE LEDGER (ADVLDGR.CPY) AS AN ESCROW    *
004640*    ADVANCE.                                                    *
004700*                                                                *
004800******************************************************************
004900*    MODIFICATION HISTORY
005000*    ---------------------------------------------------------
005100*    2026-10-08  RJT  INITIAL VERSION.
005110*    2026-10-15  RJT  A PREMIUM THAT TAKES THE ESCROW BALANCE
005120*                     BELOW ZERO, OR IS PAID WHILE IT IS ALREADY
005130*                     NEGATIVE, NOW WRITES THE UNCOVERED PART TO
005140*                     THE ADVANCE LEDGER AS AN ESCROW ADVANCE.
005200******************************************************************
005300 ENVIRONMENT DIVISION.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT CONTROL-CARD-FILE ASSIGN TO PARMCARD
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-PARMCARD-FILE-STATUS.
005900     SELECT PMI-POLICY-FILE ASSIGN TO PMIPOL
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS PMI-LOAN-NUMBER
006300         FILE STATUS IS WS-PMIPOL-FILE-STATUS.
006400     SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS LM-LOAN-NUMBER
006800         FILE STATUS IS WS-LOANMSTR-FILE-STATUS.
006900     SELECT ADDRESS-FILE ASSIGN TO ADDRFILE
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS ADR-LOAN-NUMBER
007300         FILE STATUS IS WS-ADDRFILE-FILE-STATUS.
007400     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
007500     SELECT PMI-REMITTANCE-FILE ASSIGN TO PMIRMT
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS WS-PMIRMT-FILE-STATUS.
007800     SELECT PMI-NOTICE-FILE ASSIGN TO PMINOTE
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-PMINOTE-FILE-STATUS.
008100     SELECT RESTART-FILE ASSIGN TO RESTFILE
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS DYNAMIC
008400         RECORD KEY IS CKPT-STEP-NAME
008500         FILE STATUS IS WS-RESTART-FILE-STATUS.
008600     SELECT PMI-REPORT-FILE ASSIGN TO PMIRPT
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-PMIRPT-FILE-STATUS.
008810     SELECT ADVANCE-LEDGER-FILE ASSIGN TO ADVLDGR
008820         ORGANIZATION IS INDEXED
008830         ACCESS MODE IS DYNAMIC
008840         RECORD KEY IS ADL-KEY
008850         FILE STATUS IS WS-ADVLDGR-FILE-STATUS.
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  CONTROL-CARD-FILE
009200     LABEL RECORDS ARE STANDARD.
009300 01  CONTROL-CARD-RECORD.
009400     05  CC-DISCLOSURE-RUN-SW    PIC X(01).
009500         88  CC-DISCLOSURE-RUN       VALUE 'Y'.
009600         88  CC-NO-DISCLOSURE        VALUE 'N'.
009700     05  FILLER                  PIC X(79).
009800*
009900 FD  PMI-POLICY-FILE
010000     LABEL RECORDS ARE STANDARD.
010100     COPY PMIPOL.
010200*
010300 FD  LOAN-MASTER-FILE
010400     LABEL RECORDS ARE STANDARD.
010500     COPY LOANMSTR.
010600*
010700 FD  ADDRESS-FILE
010800     LABEL RECORDS ARE STANDARD.
010900     COPY LOANADDR.
011000*
011100 SD  SORT-WORK-FILE.
011200     COPY PMIRSRT.
011300*
011400 FD  PMI-REMITTANCE-FILE
011500     LABEL RECORDS ARE STANDARD.
011600     COPY PMIRMT.
011700*
011800 FD  PMI-NOTICE-FILE
011900     LABEL RECORDS ARE STANDARD.
012000     COPY PMINOT.
012100*
012200 FD  RESTART-FILE
012300     LABEL RECORDS ARE STANDARD.
012400     COPY CHKPTREC.
012500*
012600 FD  PMI-REPORT-FILE
012700     LABEL RECORDS ARE OMITTED.
012800 01  PMI-REPORT-LINE             PIC X(132).
012900*
012910 FD  ADVANCE-LEDGER-FILE
012920     LABEL RECORDS ARE STANDARD.
012930     COPY ADVLDGR.
012940*
013000 WORKING-STORAGE SECTION.
013100 77  WS-PARMCARD-FILE-STATUS     PIC X(02) VALUE '00'.
013200 77  WS-PMIPOL-FILE-STATUS       PIC X(02) VALUE '00'.
013300     88  WS-PMIPOL-FILE-OK           VALUE '00' '02' '97'.
013400     88  WS-PMIPOL-EOF               VALUE '10'.
013500 77  WS-LOANMSTR-FILE-STATUS     PIC X(02) VALUE '00'.
013600     88  WS-LOANMSTR-FILE-OK         VALUE '00' '02' '97'.
013700 77  WS-ADDRFILE-FILE-STATUS     PIC X(02) VALUE '00'.
013800 77  WS-ADDRFILE-OPEN-SWITCH     PIC X(01) VALUE 'N'.
013900     88  WS-ADDRFILE-OPEN           VALUE 'Y'.
014000     88  WS-ADDRFILE-NOT-OPEN       VALUE 'N'.
014100 77  WS-PMIRMT-FILE-STATUS       PIC X(02) VALUE '00'.
014200 77  WS-PMINOTE-FILE-STATUS      PIC X(02) VALUE '00'.
014300 77  WS-RESTART-FILE-STATUS      PIC X(02) VALUE '00'.
014400 77  WS-PMIRPT-FILE-STATUS       PIC X(02) VALUE '00'.
014410 77  WS-ADVLDGR-FILE-STATUS      PIC X(02) VALUE '00'.
014420     88  WS-ADVLDGR-FILE-OK          VALUE '00' '02' '97'.
014500 77  WS-SORT-EOF-SWITCH          PIC X(01) VALUE 'N'.
014600     88  WS-SORT-EOF                 VALUE 'Y'.
014700 77  WS-JOB-NAME                 PIC X(08) VALUE 'PMIMNTH'.
014800 77  WS-USER-ID                  PIC X(08) VALUE 'BATCH'.
014900 77  WS-POLICY-COUNT             PIC 9(07) COMP VALUE ZERO.
015000 77  WS-ACTIVE-COUNT             PIC 9(07) COMP VALUE ZERO.
015100 77  WS-TERMINATED-COUNT         PIC 9(07) COMP VALUE ZERO.
015200 77  WS-CLOSED-COUNT             PIC 9(07) COMP VALUE ZERO.
015300 77  WS-ELIGIBLE-COUNT           PIC 9(07) COMP VALUE ZERO.
015400 77  WS-BILLED-COUNT             PIC 9(07) COMP VALUE ZERO.
015500 77  WS-REMIT-COUNT              PIC 9(07) COMP VALUE ZERO.
015600 77  WS-NOTICE-COUNT             PIC 9(07) COMP VALUE ZERO.
015700 77  WS-DISCLOSURE-COUNT         PIC 9(07) COMP VALUE ZERO.
015800 77  WS-ERROR-COUNT              PIC 9(07) COMP VALUE ZERO.
015810 77  WS-ADVANCED-COUNT           PIC 9(07) COMP VALUE ZERO.
015820 77  WS-ADVANCED-AMT-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
015900 77  WS-CARRIER-CERT-COUNT       PIC 9(07) COMP VALUE ZERO.
016000 77  WS-CARRIER-PREMIUM-TOTAL    PIC S9(09)V99 COMP-3 VALUE ZERO.
016100 77  WS-GRAND-PREMIUM-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
016200 77  WS-PREV-CARRIER-CODE        PIC X(06) VALUE SPACES.
016300 77  WS-FIRST-CARRIER-SW         PIC X(01) VALUE 'Y'.
016400     88  WS-FIRST-CARRIER            VALUE 'Y'.
016500     88  WS-NOT-FIRST-CARRIER        VALUE 'N'.
016600 77  WS-SCHED-BALANCE            PIC S9(09)V99 COMP-3 VALUE ZERO.
016700 77  WS-SCHED-BALANCE-NOW        PIC S9(09)V99 COMP-3 VALUE ZERO.
016800 77  WS-SCHED-INTEREST           PIC S9(07)V99 COMP-3 VALUE ZERO.
016900 77  WS-SCHED-PRINCIPAL          PIC S9(07)V99 COMP-3 VALUE ZERO.
017000 77  WS-SCHED-MONTHLY-RATE       PIC S9V9(06) COMP-3 VALUE ZERO.
017100 77  WS-SCHED-MONTH              PIC 9(03) COMP VALUE ZERO.
017200 77  WS-MIDPOINT-MONTH           PIC 9(03) COMP VALUE ZERO.
017300 77  WS-CANCEL-80-AMOUNT         PIC S9(09)V99 COMP-3 VALUE ZERO.
017400 77  WS-TERMINATE-78-AMOUNT      PIC S9(09)V99 COMP-3 VALUE ZERO.
017500 77  WS-CANCEL-80-DATE           PIC 9(08) VALUE ZERO.
017600 77  WS-TERMINATE-78-DATE        PIC 9(08) VALUE ZERO.
017700 77  WS-MIDPOINT-DATE            PIC 9(08) VALUE ZERO.
017800 77  WS-LTV-CANCEL-LIMIT         PIC 9(03)V99 COMP-3 VALUE 80.00.
017900 77  WS-OLD-ESCROW-PYMT          PIC S9(07)V99 COMP-3 VALUE ZERO.
018000 77  WS-OLD-ESCROW-BALANCE       PIC S9(07)V99 COMP-3 VALUE ZERO.
018010 77  WS-ADVANCE-AMOUNT           PIC S9(07)V99 COMP-3 VALUE ZERO.
018100 77  WS-OLD-POLICY-STATUS        PIC X(01) VALUE SPACE.
018200 77  WS-AUDIT-AMT-DISPLAY        PIC -(8)9.99.
018300 77  WS-REGISTER-MESSAGE         PIC X(30) VALUE SPACES.
018400 77  WS-LINE-COUNT               PIC 9(03) COMP VALUE ZERO.
018500 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 060.
018600 77  WS-HIGHEST-RETURN-CODE      PIC 9(02) COMP VALUE ZERO.
018700 77  WS-ABEND-SWITCH             PIC X(01) VALUE 'N'.
018800     88  WS-ABEND-REQUIRED           VALUE 'Y'.
018900     88  WS-ABEND-NOT-REQUIRED       VALUE 'N'.
019000 77  WS-LOAN-FOUND-SW            PIC X(01) VALUE 'N'.
019100     88  WS-LOAN-FOUND               VALUE 'Y'.
019200     88  WS-LOAN-NOT-FOUND           VALUE 'N'.
019300*
019400 01  WS-TODAY-CCYYMMDD           PIC 9(08) VALUE ZERO.
019500 01  WS-TODAY-FIELDS REDEFINES WS-TODAY-CCYYMMDD.
019600     05  WS-TODAY-PERIOD.
019700         10  WS-TODAY-YYYY       PIC 9(04).
019800         10  WS-TODAY-MM         PIC 9(02).
019900     05  WS-TODAY-DD             PIC 9(02).
020000*
020100 01  WS-LAST-REMIT-DATE          PIC 9(08) VALUE ZERO.
020200 01  WS-LAST-REMIT-FIELDS REDEFINES WS-LAST-REMIT-DATE.
020300     05  WS-LAST-REMIT-PERIOD    PIC X(06).
020400     05  FILLER                  PIC X(02).
020500*
020600 01  WS-SCHED-DUE-DATE           PIC 9(08) VALUE ZERO.
020700 01  WS-SCHED-DUE-FIELDS REDEFINES WS-SCHED-DUE-DATE.
020800     05  WS-SCHED-DUE-YYYY       PIC 9(04).
020900     05  WS-SCHED-DUE-MM         PIC 9(02).
021000     05  WS-SCHED-DUE-DD         PIC 9(02).
021100*
021200 01  WS-HEADING-LINE-1.
021300     05  FILLER          PIC X(20) VALUE 'MONTHLY PMI REGISTER'.
021400     05  FILLER          PIC X(10) VALUE '  PERIOD '.
021500     05  HDG-REMIT-PERIOD    PIC X(06).
021600     05  FILLER          PIC X(02) VALUE SPACES.
021700     05  HDG-RUN-TYPE        PIC X(24).
021800     05  FILLER          PIC X(70) VALUE SPACES.
021900*
022000 01  WS-HEADING-LINE-2.
022100     05  FILLER          PIC X(11) VALUE 'LOAN NUMBER'.
022200     05  FILLER          PIC X(01) VALUE SPACES.
022300     05  FILLER          PIC X(07) VALUE 'CARRIER'.
022400     05  FILLER          PIC X(16) VALUE 'CERTIFICATE'.
022500     05  FILLER          PIC X(17) VALUE '  CURRENT BALANCE'.
022600     05  FILLER          PIC X(09) VALUE '  CUR LTV'.
022700     05  FILLER          PIC X(09) VALUE ' SCHD LTV'.
022800     05  FILLER          PIC X(10) VALUE '   PREMIUM'.
022900     05  FILLER          PIC X(10) VALUE '  78% DATE'.
023000     05  FILLER          PIC X(02) VALUE SPACES.
023100     05  FILLER          PIC X(30) VALUE 'ACTION'.
023200     05  FILLER          PIC X(10) VALUE SPACES.
023300*
023400 01  WS-PMI-DETAIL-LINE.
023500     05  PRG-LOAN-NUMBER     PIC 9(10).
023600     05  FILLER              PIC X(02) VALUE SPACES.
023700     05  PRG-CARRIER-CODE    PIC X(06).
023800     05  FILLER              PIC X(01) VALUE SPACES.
023900     05  PRG-CERTIFICATE     PIC X(15).
024000     05  FILLER              PIC X(01) VALUE SPACES.
024100     05  PRG-CURRENT-BALANCE PIC ZZZ,ZZZ,ZZ9.99-.
024200     05  FILLER              PIC X(02) VALUE SPACES.
024300     05  PRG-CURRENT-LTV     PIC ZZ9.99.
024400     05  FILLER              PIC X(03) VALUE SPACES.
024500     05  PRG-SCHEDULED-LTV   PIC ZZ9.99.
024600     05  FILLER              PIC X(01) VALUE SPACES.
024700     05  PRG-PREMIUM         PIC ZZ,ZZ9.99.
024800     05  FILLER              PIC X(02) VALUE SPACES.
024900     05  PRG-TERMINATE-DATE  PIC 9(08).
025000     05  FILLER              PIC X(02) VALUE SPACES.
025100     05  PRG-MESSAGE         PIC X(30).
025200     05  FILLER              PIC X(09) VALUE SPACES.
025300*
025400 01  WS-TOTAL-LINE.
025500     05  TOT-LABEL           PIC X(30).
025600     05  TOT-COUNT           PIC ZZZ,ZZ9.
025700     05  FILLER              PIC X(02) VALUE SPACES.
025800     05  TOT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
025900     05  FILLER              PIC X(75) VALUE SPACES.
026000*
026100     COPY AUDITREC.
026200     EXEC SQL
026300          INCLUDE SQLCA
026400     END-EXEC.
026500*
026600 PROCEDURE DIVISION.
026700 0000-MAINLINE.
026800     PERFORM 1000-INITIALIZE
026900         THRU 1000-INITIALIZE-EXIT.
027000     IF WS-ABEND-NOT-REQUIRED
027100         SORT SORT-WORK-FILE
027200             ON ASCENDING KEY PRS-CARRIER-CODE
027300                              PRS-LOAN-NUMBER
027400             INPUT PROCEDURE 2000-REVIEW-POLICIES
027500                 THRU 2000-REVIEW-POLICIES-EXIT
027600             OUTPUT PROCEDURE 5000-WRITE-REMITTANCE
027700                 THRU 5000-WRITE-REMITTANCE-EXIT
027800         PERFORM 5900-WRITE-RUN-TOTALS
027900             THRU 5900-WRITE-RUN-TOTALS-EXIT
028000     END-IF.
028100     PERFORM 6000-WRITE-FINAL-CHECKPOINT
028200         THRU 6000-WRITE-FINAL-CHECKPOINT-EXIT.
028300     PERFORM 9999-TERMINATE
028400         THRU 9999-TERMINATE-EXIT.
028500     GOBACK.
028600*
028700******************************************************************
028800* 1000-INITIALIZE READS THE CONTROL CARD AND OPENS THE FILES.
028900* THE POLICY FILE, THE LOAN MASTER AND THE ADVANCE LEDGER ARE
029000* ALL UPDATED, SO A FAILED OPEN OF ANY OF THEM FAILS THE STEP
029050* WITHOUT BILLING ANYONE.
029100******************************************************************
029200 1000-INITIALIZE.
029300     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD.
029400     OPEN INPUT CONTROL-CARD-FILE.
029500     READ CONTROL-CARD-FILE
029600         AT END
029700             DISPLAY 'COBPMI1 - NO CONTROL CARD - JOB ABENDING'
029800             MOVE 16 TO RETURN-CODE
029900             GOBACK
030000     END-READ.
030100     CLOSE CONTROL-CARD-FILE.
030200     OPEN OUTPUT PMI-REPORT-FILE.
030300     MOVE WS-TODAY-PERIOD TO HDG-REMIT-PERIOD.
030400     EVALUATE TRUE
030500         WHEN CC-DISCLOSURE-RUN
030600             MOVE 'ANNUAL DISCLOSURE RUN' TO HDG-RUN-TYPE
030700         WHEN CC-NO-DISCLOSURE
030800             MOVE SPACES TO HDG-RUN-TYPE
030900         WHEN OTHER
031000             DISPLAY 'COBPMI1 - CONTROL CARD DISCLOSURE FLAG '
031100                 'NOT Y OR N'
031200             SET WS-ABEND-REQUIRED TO TRUE
031300             IF 16 > WS-HIGHEST-RETURN-CODE
031400                 MOVE 16 TO WS-HIGHEST-RETURN-CODE
031500             END-IF
031600             GO TO 1000-INITIALIZE-EXIT
031700     END-EVALUATE.
031800     PERFORM 3900-WRITE-REPORT-HEADINGS
031900         THRU 3900-WRITE-REPORT-HEADINGS-EXIT.
032000     OPEN I-O PMI-POLICY-FILE.
032100     IF NOT WS-PMIPOL-FILE-OK
032200         DISPLAY 'COBPMI1 - PMI POLICY FILE OPEN FAILED, STATUS='
032300             WS-PMIPOL-FILE-STATUS
032400         SET WS-ABEND-REQUIRED TO TRUE
032500         IF 16 > WS-HIGHEST-RETURN-CODE
032600             MOVE 16 TO WS-HIGHEST-RETURN-CODE
032700         END-IF
032800     END-IF.
032900     OPEN I-O LOAN-MASTER-FILE.
033000     IF NOT WS-LOANMSTR-FILE-OK
033100         DISPLAY 'COBPMI1 - LOAN MASTER OPEN FAILED, STATUS='
033200             WS-LOANMSTR-FILE-STATUS
033300         SET WS-ABEND-REQUIRED TO TRUE
033400         IF 16 > WS-HIGHEST-RETURN-CODE
033500             MOVE 16 TO WS-HIGHEST-RETURN-CODE
033600         END-IF
033700     END-IF.
033800     OPEN INPUT ADDRESS-FILE.
033900     IF WS-ADDRFILE-FILE-STATUS = '35'
034000         DISPLAY 'COBPMI1 - NO LOAN ADDRESS FILE - ADDRESSES '
034100             'LEFT EMPTY'
034200         SET WS-ADDRFILE-NOT-OPEN TO TRUE
034300     ELSE
034400         SET WS-ADDRFILE-OPEN TO TRUE
034500     END-IF.
034502     OPEN I-O ADVANCE-LEDGER-FILE.
034504     IF WS-ADVLDGR-FILE-STATUS = '35'
034506         OPEN OUTPUT ADVANCE-LEDGER-FILE
034508         CLOSE ADVANCE-LEDGER-FILE
034510         OPEN I-O ADVANCE-LEDGER-FILE
034512     END-IF.
034514     IF NOT WS-ADVLDGR-FILE-OK
034516         DISPLAY 'COBPMI1 - ADVANCE LEDGER OPEN FAILED, STATUS='
034518             WS-ADVLDGR-FILE-STATUS
034520         SET WS-ABEND-REQUIRED TO TRUE
034522         IF 16 > WS-HIGHEST-RETURN-CODE
034524             MOVE 16 TO WS-HIGHEST-RETURN-CODE
034526         END-IF
034528     END-IF.
034600     OPEN OUTPUT PMI-REMITTANCE-FILE.
034700     OPEN OUTPUT PMI-NOTICE-FILE.
034800     DISPLAY 'COBPMI1 - MONTHLY PMI RUN STARTING ' HDG-RUN-TYPE.
034900 1000-INITIALIZE-EXIT.
035000     EXIT.
035100*
035200******************************************************************
035300* 2000-REVIEW-POLICIES IS THE SORT INPUT PROCEDURE.  IT PASSES
035400* THE WHOLE PMI POLICY FILE AND RELEASES ONE REMITTANCE ENTRY TO
035500* THE SORT FOR EVERY POLICY STILL ACTIVE AFTER ITS REVIEW.
035600******************************************************************
035700 2000-REVIEW-POLICIES.
035800     PERFORM 2100-READ-PMI-POLICY
035900         THRU 2100-READ-PMI-POLICY-EXIT.
036000     PERFORM UNTIL WS-PMIPOL-EOF
036100         PERFORM 2200-REVIEW-ONE-POLICY
036200             THRU 2200-REVIEW-ONE-POLICY-EXIT
036300         PERFORM 2100-READ-PMI-POLICY
036400             THRU 2100-READ-PMI-POLICY-EXIT
036500     END-PERFORM.
036600 2000-REVIEW-POLICIES-EXIT.
036700     EXIT.
036800*
036900 2100-READ-PMI-POLICY.
037000     READ PMI-POLICY-FILE NEXT RECORD
037100         AT END
037200             MOVE '10' TO WS-PMIPOL-FILE-STATUS
037300     END-READ.
037400     IF NOT WS-PMIPOL-EOF
037500         ADD 1 TO WS-POLICY-COUNT
037600     END-IF.
037700 2100-READ-PMI-POLICY-EXIT.
037800     EXIT.
037900*
038000******************************************************************
038100* 2200-REVIEW-ONE-POLICY APPLIES THE TERMINATION AND
038200* CANCELLATION RULES TO ONE ACTIVE POLICY, BILLS THE PREMIUM
038300* WHEN THE POLICY STAYS IN FORCE, AND WRITES BACK THE POLICY'S
038400* LTV FIGURES.  A TERMINATED, CANCELLED OR CLOSED POLICY IS
038500* PASSED OVER.
038600******************************************************************
038700 2200-REVIEW-ONE-POLICY.
038800     IF NOT PMI-POLICY-ACTIVE
038900         GO TO 2200-REVIEW-ONE-POLICY-EXIT
039000     END-IF.
039100     MOVE PMI-LOAN-NUMBER TO LM-LOAN-NUMBER.
039200     READ LOAN-MASTER-FILE
039300         INVALID KEY
039400             SET WS-LOAN-NOT-FOUND TO TRUE
039500         NOT INVALID KEY
039600             SET WS-LOAN-FOUND TO TRUE
039700     END-READ.
039800     IF WS-LOAN-NOT-FOUND
039900         MOVE 'LOAN NOT ON MASTER' TO WS-REGISTER-MESSAGE
040000         PERFORM 2800-WRITE-ERROR-LINE
040100             THRU 2800-WRITE-ERROR-LINE-EXIT
040200         GO TO 2200-REVIEW-ONE-POLICY-EXIT
040300     END-IF.
040400     IF LM-LOAN-TRANSFERRED
040500         MOVE 'LOAN TRANSFERRED - NOT BILLED'
040600             TO WS-REGISTER-MESSAGE
040700         PERFORM 2850-WRITE-POLICY-LINE
040800             THRU 2850-WRITE-POLICY-LINE-EXIT
040900         GO TO 2200-REVIEW-ONE-POLICY-EXIT
041000     END-IF.
041100     IF LM-LOAN-PAID-OFF
041200         PERFORM 2600-CLOSE-PAID-OFF-POLICY
041300             THRU 2600-CLOSE-PAID-OFF-POLICY-EXIT
041400         GO TO 2200-REVIEW-ONE-POLICY-EXIT
041500     END-IF.
041600     ADD 1 TO WS-ACTIVE-COUNT.
041700     COMPUTE PMI-CURRENT-LTV ROUNDED =
041800         (LM-CURRENT-BALANCE / PMI-ORIGINAL-VALUE) * 100
041900         ON SIZE ERROR
042000             MOVE 999.99 TO PMI-CURRENT-LTV
042100     END-COMPUTE.
042200     PERFORM 2300-BUILD-ORIGINAL-SCHEDULE
042300         THRU 2300-BUILD-ORIGINAL-SCHEDULE-EXIT.
042400     MOVE SPACES TO WS-REGISTER-MESSAGE.
042500     IF (WS-TERMINATE-78-DATE > ZERO
042600             AND WS-TERMINATE-78-DATE <= WS-TODAY-CCYYMMDD)
042700             OR (WS-MIDPOINT-DATE > ZERO
042800             AND WS-MIDPOINT-DATE <= WS-TODAY-CCYYMMDD)
042900         IF LM-CURRENT
043000             PERFORM 2400-TERMINATE-POLICY
043100                 THRU 2400-TERMINATE-POLICY-EXIT
043200             GO TO 2200-REVIEW-ONE-POLICY-EXIT
043300         END-IF
043400         MOVE 'TERMINATION HELD - NOT CURRENT'
043500             TO WS-REGISTER-MESSAGE
043600     END-IF.
043700     IF PMI-CANCEL-NOT-ELIGIBLE
043800             AND (PMI-CURRENT-LTV <= WS-LTV-CANCEL-LIMIT
043900             OR (WS-CANCEL-80-DATE > ZERO
044000             AND WS-CANCEL-80-DATE <= WS-TODAY-CCYYMMDD))
044100         SET PMI-CANCEL-ELIGIBLE TO TRUE
044200         MOVE WS-TODAY-CCYYMMDD TO PMI-CANCEL-ELIGIBLE-DATE
044300         ADD 1 TO WS-ELIGIBLE-COUNT
044400         IF WS-REGISTER-MESSAGE = SPACES
044500             MOVE 'NOW ELIGIBLE FOR CANCELLATION'
044600                 TO WS-REGISTER-MESSAGE
044700         END-IF
044800     END-IF.
044900     PERFORM 2500-BILL-PREMIUM
045000         THRU 2500-BILL-PREMIUM-EXIT.
045100     IF CC-DISCLOSURE-RUN
045200         PERFORM 2700-WRITE-DISCLOSURE
045300             THRU 2700-WRITE-DISCLOSURE-EXIT
045400     END-IF.
045500     REWRITE PMI-POLICY-RECORD
045600         INVALID KEY
045700             DISPLAY 'COBPMI1 - POLICY REWRITE FAILED FOR LOAN '
045800                 PMI-LOAN-NUMBER ' STATUS=' WS-PMIPOL-FILE-STATUS
045900     END-REWRITE.
046000     IF WS-REGISTER-MESSAGE NOT = SPACES
046100         PERFORM 2850-WRITE-POLICY-LINE
046200             THRU 2850-WRITE-POLICY-LINE-EXIT
046300     END-IF.
046400 2200-REVIEW-ONE-POLICY-EXIT.
046500     EXIT.
046600*
046700******************************************************************
046800* 2300-BUILD-ORIGINAL-SCHEDULE REBUILDS THE LOAN'S ORIGINAL
046900* AMORTIZATION SCHEDULE FROM THE FIGURES KEPT ON THE POLICY AT
047000* BOARDING, ONE INSTALLMENT AT A TIME, USING THE SAME MONTHLY
047100* INTEREST CALCULATION AS THE ACCRUAL RUN.  IT RETURNS THE
047200* DUE DATES ON WHICH THE SCHEDULED BALANCE FIRST REACHES 80% AND
047300* 78% OF THE ORIGINAL VALUE, THE DUE DATE OF THE FIRST
047400* INSTALLMENT PAST THE MIDPOINT OF THE TERM, AND THE SCHEDULED
047500* BALANCE AFTER THE LAST INSTALLMENT DUE BY TODAY.  CURTAILMENTS,
047600* RATE CHANGES AND MODIFICATIONS SINCE BOARDING DO NOT MOVE
047700* THESE DATES - THAT IS WHAT "ORIGINAL SCHEDULE" MEANS.
047800******************************************************************
047900 2300-BUILD-ORIGINAL-SCHEDULE.
048000     MOVE PMI-ORIGINAL-PRINCIPAL TO WS-SCHED-BALANCE.
048100     MOVE PMI-ORIGINAL-PRINCIPAL TO WS-SCHED-BALANCE-NOW.
048200     MOVE PMI-FIRST-DUE-DATE TO WS-SCHED-DUE-DATE.
048300     MOVE ZERO TO WS-CANCEL-80-DATE.
048400     MOVE ZERO TO WS-TERMINATE-78-DATE.
048500     MOVE ZERO TO WS-MIDPOINT-DATE.
048600     COMPUTE WS-SCHED-MONTHLY-RATE ROUNDED =
048700         PMI-ORIGINAL-RATE / 12.
048800     COMPUTE WS-CANCEL-80-AMOUNT ROUNDED =
048900         PMI-ORIGINAL-VALUE * 0.80.
049000     COMPUTE WS-TERMINATE-78-AMOUNT ROUNDED =
049100         PMI-ORIGINAL-VALUE * 0.78.
049200     COMPUTE WS-MIDPOINT-MONTH = (PMI-ORIGINAL-TERM / 2) + 1.
049300     PERFORM 2310-AMORTIZE-ONE-MONTH
049400         THRU 2310-AMORTIZE-ONE-MONTH-EXIT
049500         VARYING WS-SCHED-MONTH FROM 1 BY 1
049600         UNTIL WS-SCHED-MONTH > PMI-ORIGINAL-TERM
049700             OR (WS-TERMINATE-78-DATE > ZERO
049800             AND WS-MIDPOINT-DATE > ZERO
049900             AND WS-SCHED-DUE-DATE > WS-TODAY-CCYYMMDD).
050000     COMPUTE PMI-SCHEDULED-LTV ROUNDED =
050100         (WS-SCHED-BALANCE-NOW / PMI-ORIGINAL-VALUE) * 100
050200         ON SIZE ERROR
050300             MOVE 999.99 TO PMI-SCHEDULED-LTV
050400     END-COMPUTE.
050500 2300-BUILD-ORIGINAL-SCHEDULE-EXIT.
050600     EXIT.
050700*
050800 2310-AMORTIZE-ONE-MONTH.
050900     COMPUTE WS-SCHED-INTEREST ROUNDED =
051000         WS-SCHED-BALANCE * WS-SCHED-MONTHLY-RATE.
051100     COMPUTE WS-SCHED-PRINCIPAL =
051200         PMI-ORIGINAL-PI-PYMT - WS-SCHED-INTEREST.
051300     IF WS-SCHED-PRINCIPAL > WS-SCHED-BALANCE
051400         MOVE WS-SCHED-BALANCE TO WS-SCHED-PRINCIPAL
051500     END-IF.
051600     SUBTRACT WS-SCHED-PRINCIPAL FROM WS-SCHED-BALANCE.
051700     IF WS-SCHED-DUE-DATE <= WS-TODAY-CCYYMMDD
051800         MOVE WS-SCHED-BALANCE TO WS-SCHED-BALANCE-NOW
051900     END-IF.
052000     IF WS-CANCEL-80-DATE = ZERO
052100             AND WS-SCHED-BALANCE <= WS-CANCEL-80-AMOUNT
052200         MOVE WS-SCHED-DUE-DATE TO WS-CANCEL-80-DATE
052300     END-IF.
052400     IF WS-TERMINATE-78-DATE = ZERO
052500             AND WS-SCHED-BALANCE <= WS-TERMINATE-78-AMOUNT
052600         MOVE WS-SCHED-DUE-DATE TO WS-TERMINATE-78-DATE
052700     END-IF.
052800     IF WS-SCHED-MONTH = WS-MIDPOINT-MONTH
052900         MOVE WS-SCHED-DUE-DATE TO WS-MIDPOINT-DATE
053000     END-IF.
053100     ADD 1 TO WS-SCHED-DUE-MM.
053200     IF WS-SCHED-DUE-MM > 12
053300         MOVE 1 TO WS-SCHED-DUE-MM
053400         ADD 1 TO WS-SCHED-DUE-YYYY
053500     END-IF.
053600 2310-AMORTIZE-ONE-MONTH-EXIT.
053700     EXIT.
053800*
053900******************************************************************
054000* 2400-TERMINATE-POLICY ENDS THE POLICY, TAKES THE PREMIUM OUT
054100* OF THE LOAN'S MONTHLY ESCROW PAYMENT SO THE ACCRUAL RUN STOPS
054200* COLLECTING IT, AND WRITES THE BORROWER'S TERMINATION NOTICE.
054300* NO PREMIUM IS REMITTED FOR THE MONTH THE POLICY TERMINATES.
054400******************************************************************
054500 2400-TERMINATE-POLICY.
054600     MOVE PMI-POLICY-STATUS TO WS-OLD-POLICY-STATUS.
054700     SET PMI-POLICY-TERMINATED TO TRUE.
054800     IF WS-TERMINATE-78-DATE > ZERO
054900             AND WS-TERMINATE-78-DATE <= WS-TODAY-CCYYMMDD
055000         SET PMI-TERM-SCHEDULED-78 TO TRUE
055100         MOVE 'TERMINATED - 78% OF VALUE'
055200             TO WS-REGISTER-MESSAGE
055300     ELSE
055400         SET PMI-TERM-MIDPOINT TO TRUE
055500         MOVE 'TERMINATED - TERM MIDPOINT'
055600             TO WS-REGISTER-MESSAGE
055700     END-IF.
055800     MOVE WS-TODAY-CCYYMMDD TO PMI-TERMINATION-DATE.
055900     REWRITE PMI-POLICY-RECORD
056000         INVALID KEY
056100             DISPLAY 'COBPMI1 - POLICY REWRITE FAILED FOR LOAN '
056200                 PMI-LOAN-NUMBER ' STATUS=' WS-PMIPOL-FILE-STATUS
056300     END-REWRITE.
056400     MOVE LM-MONTHLY-ESCROW-PYMT TO WS-OLD-ESCROW-PYMT.
056500     SUBTRACT PMI-MONTHLY-PREMIUM FROM LM-MONTHLY-ESCROW-PYMT.
056600     IF LM-MONTHLY-ESCROW-PYMT < ZERO
056700         MOVE ZERO TO LM-MONTHLY-ESCROW-PYMT
056800     END-IF.
056900     REWRITE LOAN-MASTER-RECORD
057000         INVALID KEY
057100             DISPLAY 'COBPMI1 - REWRITE FAILED FOR LOAN '
057200                 LM-LOAN-NUMBER ' STATUS=' WS-LOANMSTR-FILE-STATUS
057300     END-REWRITE.
057400     MOVE LM-LOAN-NUMBER TO AUD-LOAN-NUMBER.
057500     MOVE WS-JOB-NAME TO AUD-JOB-NAME.
057600     MOVE WS-USER-ID TO AUD-USER-ID.
057700     MOVE 'LM-MONTHLY-ESCROW-PYMT' TO AUD-FIELD-NAME.
057800     MOVE WS-OLD-ESCROW-PYMT TO WS-AUDIT-AMT-DISPLAY.
057900     MOVE WS-AUDIT-AMT-DISPLAY TO AUD-OLD-VALUE.
058000     MOVE LM-MONTHLY-ESCROW-PYMT TO WS-AUDIT-AMT-DISPLAY.
058100     MOVE WS-AUDIT-AMT-DISPLAY TO AUD-NEW-VALUE.
058200     MOVE WS-REGISTER-MESSAGE TO AUD-REASON.
058300     PERFORM 7000-LOG-AUDIT-RECORD
058400         THRU 7000-LOG-AUDIT-RECORD-EXIT.
058500     MOVE 'PMI-POLICY-STATUS' TO AUD-FIELD-NAME.
058600     MOVE WS-OLD-POLICY-STATUS TO AUD-OLD-VALUE.
058700     MOVE PMI-POLICY-STATUS TO AUD-NEW-VALUE.
058800     PERFORM 7000-LOG-AUDIT-RECORD
058900         THRU 7000-LOG-AUDIT-RECORD-EXIT.
059000     MOVE SPACES TO AUD-REASON.
059100     MOVE SPACES TO PMI-NOTICE-RECORD.
059200     SET PMN-TERMINATION-NOTICE TO TRUE.
059300     PERFORM 2750-BUILD-NOTICE
059400         THRU 2750-BUILD-NOTICE-EXIT.
059500     WRITE PMI-NOTICE-RECORD.
059600     ADD 1 TO WS-NOTICE-COUNT.
059700     ADD 1 TO WS-TERMINATED-COUNT.
059800     PERFORM 2850-WRITE-POLICY-LINE
059900         THRU 2850-WRITE-POLICY-LINE-EXIT.
060000 2400-TERMINATE-POLICY-EXIT.
060100     EXIT.
060200*
060300******************************************************************
060400* 2500-BILL-PREMIUM PAYS THE MONTH'S PREMIUM OUT OF THE LOAN'S
060500* ESCROW BALANCE AND RELEASES IT TO THE REMITTANCE SORT.  A
060600* PREMIUM ALREADY PAID THIS MONTH IS RELEASED AGAIN SO THE
060700* REMITTANCE FILE IS COMPLETE, BUT ESCROW IS NOT CHARGED TWICE.
060800* THE YEAR-TO-DATE PREMIUM STARTS OVER WITH THE FIRST PREMIUM
060900* OF A NEW CALENDAR YEAR.  WHATEVER PART OF THE PREMIUM THE
060950* ESCROW BALANCE COULD NOT COVER GOES ON THE ADVANCE LEDGER.
061000******************************************************************
061100 2500-BILL-PREMIUM.
061200     MOVE PMI-LAST-REMIT-DATE TO WS-LAST-REMIT-DATE.
061300     IF WS-LAST-REMIT-PERIOD NOT = WS-TODAY-PERIOD
061400         MOVE LM-ESCROW-BALANCE TO WS-OLD-ESCROW-BALANCE
061500         SUBTRACT PMI-MONTHLY-PREMIUM FROM LM-ESCROW-BALANCE
061510         IF LM-ESCROW-BALANCE < ZERO
061520             PERFORM 2550-RECORD-ESCROW-ADVANCE
061530                 THRU 2550-RECORD-ESCROW-ADVANCE-EXIT
061540         END-IF
061600         REWRITE LOAN-MASTER-RECORD
061700             INVALID KEY
061800                 DISPLAY 'COBPMI1 - REWRITE FAILED FOR LOAN '
061900                     LM-LOAN-NUMBER ' STATUS='
062000                     WS-LOANMSTR-FILE-STATUS
062100         END-REWRITE
062200         MOVE LM-LOAN-NUMBER TO AUD-LOAN-NUMBER
062300         MOVE WS-JOB-NAME TO AUD-JOB-NAME
062400         MOVE WS-USER-ID TO AUD-USER-ID
062500         MOVE 'LM-ESCROW-BALANCE' TO AUD-FIELD-NAME
062600         MOVE WS-OLD-ESCROW-BALANCE TO WS-AUDIT-AMT-DISPLAY
062700         MOVE WS-AUDIT-AMT-DISPLAY TO AUD-OLD-VALUE
062800         MOVE LM-ESCROW-BALANCE TO WS-AUDIT-AMT-DISPLAY
062900         MOVE WS-AUDIT-AMT-DISPLAY TO AUD-NEW-VALUE
063000         PERFORM 7000-LOG-AUDIT-RECORD
063100             THRU 7000-LOG-AUDIT-RECORD-EXIT
063200         IF PMI-YTD-PREMIUM-YEAR NOT = WS-TODAY-YYYY
063300             MOVE WS-TODAY-YYYY TO PMI-YTD-PREMIUM-YEAR
063400             MOVE ZERO TO PMI-YTD-PREMIUM-PAID
063500         END-IF
063600         ADD PMI-MONTHLY-PREMIUM TO PMI-YTD-PREMIUM-PAID
063700         MOVE WS-TODAY-CCYYMMDD TO PMI-LAST-REMIT-DATE
063800         ADD 1 TO WS-BILLED-COUNT
063900     END-IF.
064000     MOVE PMI-CARRIER-CODE TO PRS-CARRIER-CODE.
064100     MOVE PMI-LOAN-NUMBER TO PRS-LOAN-NUMBER.
064200     MOVE PMI-CERTIFICATE-NUMBER TO PRS-CERTIFICATE-NUMBER.
064300     MOVE LM-BORROWER-NAME TO PRS-BORROWER-NAME.
064400     MOVE PMI-MONTHLY-PREMIUM TO PRS-PREMIUM-AMOUNT.
064500     RELEASE PMI-REMIT-SORT-RECORD.
064600 2500-BILL-PREMIUM-EXIT.
064700     EXIT.
064710*
064712******************************************************************
064714* 2550-RECORD-ESCROW-ADVANCE WRITES THE PART OF THE PREMIUM THAT
064716* TOOK THE ESCROW BALANCE BELOW ZERO TO THE ADVANCE LEDGER.  AN
064718* ESCROW BALANCE THAT WAS ALREADY NEGATIVE MEANS THE WHOLE
064720* PREMIUM IS ADVANCED.  AN ENTRY THAT CANNOT BE WRITTEN RAISES
064722* THE RETURN CODE TO 04 SO THE MISSING ADVANCE IS FOLLOWED UP.
064724******************************************************************
064726 2550-RECORD-ESCROW-ADVANCE.
064728     COMPUTE WS-ADVANCE-AMOUNT = ZERO - LM-ESCROW-BALANCE.
064730     IF WS-ADVANCE-AMOUNT > PMI-MONTHLY-PREMIUM
064732         MOVE PMI-MONTHLY-PREMIUM TO WS-ADVANCE-AMOUNT
064734     END-IF.
064736     MOVE LM-LOAN-NUMBER        TO ADL-LOAN-NUMBER.
064738     SET ADL-ESCROW-ADVANCE     TO TRUE.
064740     MOVE WS-TODAY-CCYYMMDD     TO ADL-ADVANCE-DATE.
064742     MOVE WS-ADVANCE-AMOUNT     TO ADL-ADVANCE-AMOUNT.
064744     SET ADL-FROM-DISBURSEMENT  TO TRUE.
064746     MOVE 'MORTGAGE INSURANCE PREMIUM' TO ADL-PAYEE-NAME.
064748     MOVE PMI-CERTIFICATE-NUMBER TO ADL-REFERENCE.
064750     MOVE WS-JOB-NAME           TO ADL-ENTERED-BY.
064752     PERFORM 7700-WRITE-ADVANCE-ENTRY
064754         THRU 7700-WRITE-ADVANCE-ENTRY-EXIT.
064756     IF WS-ADVLDGR-FILE-STATUS NOT = '00'
064758         ADD 1 TO WS-ERROR-COUNT
064760         IF 04 > WS-HIGHEST-RETURN-CODE
064762             MOVE 04 TO WS-HIGHEST-RETURN-CODE
064764         END-IF
064766         GO TO 2550-RECORD-ESCROW-ADVANCE-EXIT
064768     END-IF.
064770     ADD 1 TO WS-ADVANCED-COUNT.
064772     ADD WS-ADVANCE-AMOUNT TO WS-ADVANCED-AMT-TOTAL.
064774 2550-RECORD-ESCROW-ADVANCE-EXIT.
064776     EXIT.
064800*
064900******************************************************************
065000* 2600-CLOSE-PAID-OFF-POLICY CLOSES THE POLICY OF A LOAN THE
065100* PAYOFF RUN HAS MARKED PAID OFF.  THE PAYOFF ITSELF SETTLED THE
065200* ESCROW ACCOUNT, SO NOTHING FURTHER IS BILLED OR NOTIFIED.
065300******************************************************************
065400 2600-CLOSE-PAID-OFF-POLICY.
065500     SET PMI-POLICY-CLOSED TO TRUE.
065600     SET PMI-TERM-PAID-OFF TO TRUE.
065700     MOVE WS-TODAY-CCYYMMDD TO PMI-TERMINATION-DATE.
065800     REWRITE PMI-POLICY-RECORD
065900         INVALID KEY
066000             DISPLAY 'COBPMI1 - POLICY REWRITE FAILED FOR LOAN '
066100                 PMI-LOAN-NUMBER ' STATUS=' WS-PMIPOL-FILE-STATUS
066200     END-REWRITE.
066300     ADD 1 TO WS-CLOSED-COUNT.
066400     MOVE 'LOAN PAID OFF - POLICY CLOSED' TO WS-REGISTER-MESSAGE.
066500     PERFORM 2850-WRITE-POLICY-LINE
066600         THRU 2850-WRITE-POLICY-LINE-EXIT.
066700 2600-CLOSE-PAID-OFF-POLICY-EXIT.
066800     EXIT.
066900*
067000******************************************************************
067100* 2700-WRITE-DISCLOSURE WRITES THE ANNUAL PMI DISCLOSURE RECORD
067200* FOR A POLICY STILL IN FORCE.
067300******************************************************************
067400 2700-WRITE-DISCLOSURE.
067500     MOVE SPACES TO PMI-NOTICE-RECORD.
067600     SET PMN-ANNUAL-DISCLOSURE TO TRUE.
067700     PERFORM 2750-BUILD-NOTICE
067800         THRU 2750-BUILD-NOTICE-EXIT.
067900     WRITE PMI-NOTICE-RECORD.
068000     ADD 1 TO WS-DISCLOSURE-COUNT.
068100 2700-WRITE-DISCLOSURE-EXIT.
068200     EXIT.
068300*
068400******************************************************************
068500* 2750-BUILD-NOTICE FILLS IN THE FIELDS COMMON TO BOTH NOTICE
068600* TYPES, INCLUDING THE BORROWER'S MAILING ADDRESS.
068700******************************************************************
068800 2750-BUILD-NOTICE.
068900     MOVE LM-LOAN-NUMBER TO PMN-LOAN-NUMBER.
069000     MOVE LM-BORROWER-NAME TO PMN-BORROWER-NAME.
069100     MOVE LM-LOAN-NUMBER TO ADR-LOAN-NUMBER.
069200     PERFORM 7500-FETCH-LOAN-ADDRESS
069300         THRU 7500-FETCH-LOAN-ADDRESS-EXIT.
069400     MOVE ADR-MAIL-STREET TO PMN-MAIL-STREET.
069500     MOVE ADR-MAIL-CITY TO PMN-MAIL-CITY.
069600     MOVE ADR-MAIL-STATE TO PMN-MAIL-STATE.
069700     MOVE ADR-MAIL-ZIP TO PMN-MAIL-ZIP.
069800     MOVE WS-TODAY-CCYYMMDD TO PMN-NOTICE-DATE.
069900     MOVE PMI-CARRIER-CODE TO PMN-CARRIER-CODE.
070000     MOVE PMI-CERTIFICATE-NUMBER TO PMN-CERTIFICATE-NUMBER.
070100     MOVE PMI-MONTHLY-PREMIUM TO PMN-MONTHLY-PREMIUM.
070200     MOVE PMI-ORIGINAL-VALUE TO PMN-ORIGINAL-VALUE.
070300     MOVE LM-CURRENT-BALANCE TO PMN-CURRENT-BALANCE.
070400     MOVE PMI-CURRENT-LTV TO PMN-CURRENT-LTV.
070500     MOVE PMI-TERMINATION-REASON TO PMN-TERMINATION-REASON.
070600     MOVE PMI-TERMINATION-DATE TO PMN-TERMINATION-DATE.
070700     MOVE LM-MONTHLY-ESCROW-PYMT TO PMN-NEW-ESCROW-PYMT.
070800     MOVE PMI-CANCEL-ELIGIBLE-SW TO PMN-CANCEL-ELIGIBLE-SW.
070900     MOVE WS-CANCEL-80-DATE TO PMN-CANCEL-80-DATE.
071000     MOVE WS-TERMINATE-78-DATE TO PMN-TERMINATE-78-DATE.
071100     MOVE PMI-YTD-PREMIUM-PAID TO PMN-YTD-PREMIUM-PAID.
071200 2750-BUILD-NOTICE-EXIT.
071300     EXIT.
071400*
071500******************************************************************
071600* 2800-WRITE-ERROR-LINE PRINTS A POLICY THAT COULD NOT BE
071700* REVIEWED AND RAISES THE RUN'S RETURN CODE TO 04 SO SERVICING
071800* SEES IT WITHOUT THE CHAIN BEING HELD.
071900******************************************************************
072000 2800-WRITE-ERROR-LINE.
072100     MOVE SPACES TO WS-PMI-DETAIL-LINE.
072200     MOVE PMI-LOAN-NUMBER TO PRG-LOAN-NUMBER.
072300     MOVE PMI-CARRIER-CODE TO PRG-CARRIER-CODE.
072400     MOVE PMI-CERTIFICATE-NUMBER TO PRG-CERTIFICATE.
072500     MOVE WS-REGISTER-MESSAGE TO PRG-MESSAGE.
072600     PERFORM 2900-WRITE-REPORT-LINE
072700         THRU 2900-WRITE-REPORT-LINE-EXIT.
072800     ADD 1 TO WS-ERROR-COUNT.
072900     IF 04 > WS-HIGHEST-RETURN-CODE
073000         MOVE 04 TO WS-HIGHEST-RETURN-CODE
073100     END-IF.
073200 2800-WRITE-ERROR-LINE-EXIT.
073300     EXIT.
073400*
073500******************************************************************
073600* 2850-WRITE-POLICY-LINE PRINTS A POLICY WHOSE STATUS CHANGED OR
073700* NEEDS SERVICING'S ATTENTION THIS MONTH, WITH ITS LTV FIGURES.
073800******************************************************************
073900 2850-WRITE-POLICY-LINE.
074000     MOVE SPACES TO WS-PMI-DETAIL-LINE.
074100     MOVE PMI-LOAN-NUMBER TO PRG-LOAN-NUMBER.
074200     MOVE PMI-CARRIER-CODE TO PRG-CARRIER-CODE.
074300     MOVE PMI-CERTIFICATE-NUMBER TO PRG-CERTIFICATE.
074400     MOVE LM-CURRENT-BALANCE TO PRG-CURRENT-BALANCE.
074500     MOVE PMI-CURRENT-LTV TO PRG-CURRENT-LTV.
074600     MOVE PMI-SCHEDULED-LTV TO PRG-SCHEDULED-LTV.
074700     MOVE PMI-MONTHLY-PREMIUM TO PRG-PREMIUM.
074800     MOVE WS-TERMINATE-78-DATE TO PRG-TERMINATE-DATE.
074900     MOVE WS-REGISTER-MESSAGE TO PRG-MESSAGE.
075000     PERFORM 2900-WRITE-REPORT-LINE
075100         THRU 2900-WRITE-REPORT-LINE-EXIT.
075200 2850-WRITE-POLICY-LINE-EXIT.
075300     EXIT.
075400*
075500 2900-WRITE-REPORT-LINE.
075600     WRITE PMI-REPORT-LINE FROM WS-PMI-DETAIL-LINE.
075700     ADD 1 TO WS-LINE-COUNT.
075800     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
075900         PERFORM 3900-WRITE-REPORT-HEADINGS
076000             THRU 3900-WRITE-REPORT-HEADINGS-EXIT
076100     END-IF.
076200 2900-WRITE-REPORT-LINE-EXIT.
076300     EXIT.
076400*
076500 3900-WRITE-REPORT-HEADINGS.
076600     WRITE PMI-REPORT-LINE FROM WS-HEADING-LINE-1
076700         AFTER ADVANCING PAGE.
076800     WRITE PMI-REPORT-LINE FROM WS-HEADING-LINE-2
076900         AFTER ADVANCING 1 LINE.
077000     MOVE ZERO TO WS-LINE-COUNT.
077100 3900-WRITE-REPORT-HEADINGS-EXIT.
077200     EXIT.
077300*
077400******************************************************************
077500* 5000-WRITE-REMITTANCE IS THE SORT OUTPUT PROCEDURE.  IT WRITES
077600* ONE DETAIL RECORD PER CERTIFICATE AND, ON EACH CHANGE OF
077700* CARRIER, THE PRIOR CARRIER'S TOTAL RECORD, WHICH ALSO PRINTS ON
077800* THE REGISTER FOR TREASURY.
077900******************************************************************
078000 5000-WRITE-REMITTANCE.
078100     PERFORM 5100-RETURN-SORT-RECORD
078200         THRU 5100-RETURN-SORT-RECORD-EXIT.
078300     PERFORM UNTIL WS-SORT-EOF
078400         IF WS-NOT-FIRST-CARRIER
078500                 AND PRS-CARRIER-CODE NOT = WS-PREV-CARRIER-CODE
078600             PERFORM 5300-WRITE-CARRIER-TOTAL
078700                 THRU 5300-WRITE-CARRIER-TOTAL-EXIT
078800         END-IF
078900         PERFORM 5200-WRITE-REMIT-DETAIL
079000             THRU 5200-WRITE-REMIT-DETAIL-EXIT
079100         PERFORM 5100-RETURN-SORT-RECORD
079200             THRU 5100-RETURN-SORT-RECORD-EXIT
079300     END-PERFORM.
079400     IF WS-NOT-FIRST-CARRIER
079500         PERFORM 5300-WRITE-CARRIER-TOTAL
079600             THRU 5300-WRITE-CARRIER-TOTAL-EXIT
079700     END-IF.
079800 5000-WRITE-REMITTANCE-EXIT.
079900     EXIT.
080000*
080100 5100-RETURN-SORT-RECORD.
080200     RETURN SORT-WORK-FILE
080300         AT END
080400             SET WS-SORT-EOF TO TRUE
080500     END-RETURN.
080600 5100-RETURN-SORT-RECORD-EXIT.
080700     EXIT.
080800*
080900 5200-WRITE-REMIT-DETAIL.
081000     MOVE SPACES TO PMI-REMITTANCE-RECORD.
081100     SET PRM-DETAIL-RECORD TO TRUE.
081200     MOVE PRS-CARRIER-CODE TO PRM-CARRIER-CODE.
081300     MOVE PRS-LOAN-NUMBER TO PRM-LOAN-NUMBER.
081400     MOVE PRS-CERTIFICATE-NUMBER TO PRM-CERTIFICATE-NUMBER.
081500     MOVE PRS-BORROWER-NAME TO PRM-BORROWER-NAME.
081600     MOVE PRS-PREMIUM-AMOUNT TO PRM-PREMIUM-AMOUNT.
081700     MOVE WS-TODAY-PERIOD TO PRM-REMIT-PERIOD.
081800     MOVE ZERO TO PRM-CERTIFICATE-COUNT.
081900     WRITE PMI-REMITTANCE-RECORD.
082000     ADD 1 TO WS-REMIT-COUNT.
082100     ADD 1 TO WS-CARRIER-CERT-COUNT.
082200     ADD PRS-PREMIUM-AMOUNT TO WS-CARRIER-PREMIUM-TOTAL.
082300     MOVE PRS-CARRIER-CODE TO WS-PREV-CARRIER-CODE.
082400     SET WS-NOT-FIRST-CARRIER TO TRUE.
082500 5200-WRITE-REMIT-DETAIL-EXIT.
082600     EXIT.
082700*
082800 5300-WRITE-CARRIER-TOTAL.
082900     MOVE SPACES TO PMI-REMITTANCE-RECORD.
083000     SET PRM-CARRIER-TOTAL TO TRUE.
083100     MOVE WS-PREV-CARRIER-CODE TO PRM-CARRIER-CODE.
083200     MOVE ZERO TO PRM-LOAN-NUMBER.
083300     MOVE WS-CARRIER-PREMIUM-TOTAL TO PRM-PREMIUM-AMOUNT.
083400     MOVE WS-TODAY-PERIOD TO PRM-REMIT-PERIOD.
083500     MOVE WS-CARRIER-CERT-COUNT TO PRM-CERTIFICATE-COUNT.
083600     WRITE PMI-REMITTANCE-RECORD.
083700     MOVE SPACES TO WS-TOTAL-LINE.
083800     STRING 'CARRIER ' WS-PREV-CARRIER-CODE ' REMITTANCE'
083900         DELIMITED BY SIZE INTO TOT-LABEL.
084000     MOVE WS-CARRIER-CERT-COUNT TO TOT-COUNT.
084100     MOVE WS-CARRIER-PREMIUM-TOTAL TO TOT-AMOUNT.
084200     WRITE PMI-REPORT-LINE FROM WS-TOTAL-LINE
084300         AFTER ADVANCING 2 LINES.
084400     ADD 2 TO WS-LINE-COUNT.
084500     ADD WS-CARRIER-PREMIUM-TOTAL TO WS-GRAND-PREMIUM-TOTAL.
084600     MOVE ZERO TO WS-CARRIER-CERT-COUNT.
084700     MOVE ZERO TO WS-CARRIER-PREMIUM-TOTAL.
084800 5300-WRITE-CARRIER-TOTAL-EXIT.
084900     EXIT.
085000*
085100 5900-WRITE-RUN-TOTALS.
085200     MOVE SPACES TO WS-TOTAL-LINE.
085300     MOVE 'TOTAL PREMIUM REMITTED' TO TOT-LABEL.
085400     MOVE WS-REMIT-COUNT TO TOT-COUNT.
085500     MOVE WS-GRAND-PREMIUM-TOTAL TO TOT-AMOUNT.
085600     WRITE PMI-REPORT-LINE FROM WS-TOTAL-LINE
085700         AFTER ADVANCING 2 LINES.
085800     MOVE SPACES TO WS-TOTAL-LINE.
085900     MOVE 'POLICIES TERMINATED' TO TOT-LABEL.
086000     MOVE WS-TERMINATED-COUNT TO TOT-COUNT.
086100     WRITE PMI-REPORT-LINE FROM WS-TOTAL-LINE
086200         AFTER ADVANCING 1 LINE.
086300     MOVE SPACES TO WS-TOTAL-LINE.
086400     MOVE 'NEWLY ELIGIBLE TO CANCEL' TO TOT-LABEL.
086500     MOVE WS-ELIGIBLE-COUNT TO TOT-COUNT.
086600     WRITE PMI-REPORT-LINE FROM WS-TOTAL-LINE
086700         AFTER ADVANCING 1 LINE.
086800     MOVE SPACES TO WS-TOTAL-LINE.
086900     MOVE 'DISCLOSURES WRITTEN' TO TOT-LABEL.
087000     MOVE WS-DISCLOSURE-COUNT TO TOT-COUNT.
087100     WRITE PMI-REPORT-LINE FROM WS-TOTAL-LINE
087200         AFTER ADVANCING 1 LINE.
087300 5900-WRITE-RUN-TOTALS-EXIT.
087400     EXIT.
087500*
087600******************************************************************
087700* 6000-WRITE-FINAL-CHECKPOINT RECORDS THAT THE PMI STEP HAS
087800* COMPLETED (OR FAILED).  THE POLICIES FEED A SORT, SO THERE IS
087900* NO MID-FILE RESTART POINT - THE LAST LOAN NUMBER IS LEFT AT
088000* ZERO AND A RERUN STARTS OVER, WHICH THE ONE-PREMIUM-A-MONTH
088100* TEST IN 2500-BILL-PREMIUM MAKES SAFE.
088200******************************************************************
088300 6000-WRITE-FINAL-CHECKPOINT.
088400     MOVE WS-JOB-NAME TO CKPT-JOB-NAME.
088500     MOVE 'COBPMI1' TO CKPT-STEP-NAME.
088600     MOVE ZERO TO CKPT-LAST-LOAN-NUMBER.
088700     MOVE WS-POLICY-COUNT TO CKPT-RECORDS-READ.
088800     COMPUTE CKPT-RECORDS-UPDATED =
088900         WS-BILLED-COUNT + WS-TERMINATED-COUNT + WS-CLOSED-COUNT.
089000     COMPUTE CKPT-RECORDS-WRITTEN =
089100         WS-REMIT-COUNT + WS-NOTICE-COUNT + WS-DISCLOSURE-COUNT.
089200     IF WS-ABEND-REQUIRED
089300         SET CKPT-STEP-FAILED TO TRUE
089400     ELSE
089500         SET CKPT-STEP-COMPLETE TO TRUE
089600     END-IF.
089700     MOVE FUNCTION CURRENT-DATE TO CKPT-TIMESTAMP.
089800     PERFORM 8100-WRITE-CHECKPOINT
089900         THRU 8100-WRITE-CHECKPOINT-EXIT.
090000 6000-WRITE-FINAL-CHECKPOINT-EXIT.
090100     EXIT.
090200*
090300******************************************************************
090400* 7500-FETCH-LOAN-ADDRESS READS THE ADDRESS RECORD FOR THE LOAN
090500* NUMBER THE CALLER PLACED IN ADR-LOAN-NUMBER.  A LOAN WITH NO
090600* ADDRESS RECORD, OR NO ADDRESS FILE AT ALL, COMES BACK WITH
090700* THE ADDRESS FIELDS EMPTY.
090800******************************************************************
090900 7500-FETCH-LOAN-ADDRESS.
091000     IF WS-ADDRFILE-NOT-OPEN
091100         MOVE SPACES TO ADR-PROPERTY-ADDRESS
091200         MOVE SPACES TO ADR-MAILING-ADDRESS
091300         GO TO 7500-FETCH-LOAN-ADDRESS-EXIT
091400     END-IF.
091500     READ ADDRESS-FILE
091600         INVALID KEY
091700             MOVE SPACES TO ADR-PROPERTY-ADDRESS
091800             MOVE SPACES TO ADR-MAILING-ADDRESS
091900     END-READ.
092000 7500-FETCH-LOAN-ADDRESS-EXIT.
092100     EXIT.
092200*
092300 9999-TERMINATE.
092400     CLOSE PMI-POLICY-FILE.
092500     CLOSE LOAN-MASTER-FILE.
092600     IF WS-ADDRFILE-OPEN
092700         CLOSE ADDRESS-FILE
092800     END-IF.
092810     CLOSE ADVANCE-LEDGER-FILE.
092900     CLOSE PMI-REMITTANCE-FILE.
093000     CLOSE PMI-NOTICE-FILE.
093100     CLOSE PMI-REPORT-FILE.
093200     DISPLAY 'COBPMI1 - MONTHLY PMI RUN COMPLETE'.
093300     DISPLAY 'COBPMI1 - POLICIES READ       : ' WS-POLICY-COUNT.
093400     DISPLAY 'COBPMI1 - POLICIES IN FORCE   : ' WS-ACTIVE-COUNT.
093500     DISPLAY 'COBPMI1 - PREMIUMS BILLED     : ' WS-BILLED-COUNT.
093510     DISPLAY 'COBPMI1 - ESCROW ADVANCES     : ' WS-ADVANCED-COUNT.
093520     DISPLAY 'COBPMI1 - ESCROW ADVANCED AMT : '
093530         WS-ADVANCED-AMT-TOTAL.
093600     DISPLAY 'COBPMI1 - REMITTANCE DETAILS  : ' WS-REMIT-COUNT.
093700     DISPLAY 'COBPMI1 - POLICIES TERMINATED : '
093800         WS-TERMINATED-COUNT.
093900     DISPLAY 'COBPMI1 - POLICIES CLOSED     : ' WS-CLOSED-COUNT.
094000     DISPLAY 'COBPMI1 - ELIGIBLE TO CANCEL  : ' WS-ELIGIBLE-COUNT.
094100     DISPLAY 'COBPMI1 - DISCLOSURES WRITTEN : '
094200         WS-DISCLOSURE-COUNT.
094300     DISPLAY 'COBPMI1 - POLICIES IN ERROR   : ' WS-ERROR-COUNT.
094400     IF WS-ABEND-REQUIRED
094500         DISPLAY 'COBPMI1 - RUN DID NOT COMPLETE - REMITTANCE '
094600             'FILE AND NOTICES MUST NOT BE RELEASED'
094700     END-IF.
094800     MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE.
094900 9999-TERMINATE-EXIT.
095000     EXIT.
095100*
095200     COPY CHKPTLOG.
095300     COPY AUDITLOG.
095400     COPY ADVLOG.
