001200*    EXTRACT FOR THE PAYMENT PROCESSOR.  THE ESCROW ANALYSIS     *
001300*    STEP ONLY EVER PROJECTED THESE DISBURSEMENTS - UNTIL THIS   *
001400*    STEP EXISTED NOTHING EVER DEBITED THE ESCROW BALANCE AND    *
001485*    THE ACTUAL BILLS WERE PAID OUTSIDE THE SYSTEM.  A BILL THE  *
001570*    LOAN'S ESCROW BALANCE CANNOT COVER IS STILL PAID, SO NO TAX *
001655*    SALE OR LAPSE FOLLOWS - THE SHORTFALL IS ADVANCED, RECORDED *
001740*    ON THE ADVANCE LEDGER (ADVLDGR.CPY) FOR RECOVERY, AND       *
001825*    PRINTED ON THE ADVANCE REPORT.  EVERY ESCROW BALANCE CHANGE *
001910*    IS WRITTEN TO THE AUDIT TRAIL.                              *
002000*                                                                *
002100******************************************************************
002200*    MODIFICATION HISTORY
002499*                     MONTHS, THE PREMIUM IS RESTATED TO THE
002501*                     BILL PAID, AND ANY LAPSE NOTICE SEQUENCE
002502*                     IN FLIGHT IS RESET.
002503*    2026-10-05  RJT  A BILL FOR A LOAN WHOSE SERVICING HAS BEEN
002504*                     TRANSFERRED (LM-LOAN-TRANSFERRED) IS NOT
002505*                     PAID BUT FLAGGED FOR SERVICING TO FORWARD TO
002506*                     THE NEW SERVICER.
002515*    2026-10-15  RJT  A BILL THE ESCROW BALANCE CANNOT COVER IS
002524*                     NOW PAID RATHER THAN HELD FOR SERVICING TO
002533*                     ADVANCE BY HAND.  THE PART OF THE BILL THE
002542*                     ESCROW BALANCE DID NOT COVER IS WRITTEN TO
002551*                     THE ADVANCE LEDGER (ADVLDGR.CPY) AS AN
002560*                     ESCROW ADVANCE AND STILL PRINTS ON THE
002569*                     ADVANCE REPORT, BUT NO LONGER RAISES THE
002578*                     RETURN CODE - ONLY A BILL LEFT UNPAID DOES.
002587******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
004500     SELECT ADVANCE-REPORT-FILE ASSIGN TO ADVRPT
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-ADVRPT-FILE-STATUS.
004716     SELECT ADVANCE-LEDGER-FILE ASSIGN TO ADVLDGR
004732         ORGANIZATION IS INDEXED
004748         ACCESS MODE IS DYNAMIC
004764         RECORD KEY IS ADL-KEY
004780         FILE STATUS IS WS-ADVLDGR-FILE-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  ESCROW-BILL-FILE
006600 FD  ADVANCE-REPORT-FILE
006700     LABEL RECORDS ARE OMITTED.
006800 01  ADVANCE-REPORT-LINE         PIC X(132).
006820*
006840 FD  ADVANCE-LEDGER-FILE
006860     LABEL RECORDS ARE STANDARD.
006880     COPY ADVLDGR.
006900*
007000 WORKING-STORAGE SECTION.
007100 77  WS-BILLFIL-FILE-STATUS      PIC X(02) VALUE '00'.
007612 77  WS-ADDRFILE-OPEN-SWITCH     PIC X(01) VALUE 'N'.
007613     88  WS-ADDRFILE-OPEN           VALUE 'Y'.
007614     88  WS-ADDRFILE-NOT-OPEN       VALUE 'N'.
007642 77  WS-ADVLDGR-FILE-STATUS      PIC X(02) VALUE '00'.
007670     88  WS-ADVLDGR-FILE-OK          VALUE '00' '02' '97'.
007700 77  WS-RESTART-FILE-STATUS      PIC X(02) VALUE '00'.
007800 77  WS-ADVRPT-FILE-STATUS       PIC X(02) VALUE '00'.
007900 77  WS-JOB-NAME                 PIC X(08) VALUE 'ESCDISB'.
008400 77  WS-FLAGGED-COUNT            PIC 9(07) COMP VALUE ZERO.
008500 77  WS-DISBURSED-AMT-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
008600 77  WS-FLAGGED-AMT-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
008633 77  WS-ADVANCED-COUNT           PIC 9(07) COMP VALUE ZERO.
008666 77  WS-ADVANCED-AMT-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
008700 77  WS-SHORTFALL-AMOUNT         PIC S9(07)V99 COMP-3 VALUE ZERO.
008800 77  WS-OLD-ESCROW-BALANCE       PIC S9(07)V99 COMP-3 VALUE ZERO.
008900 77  WS-FLAG-REASON              PIC X(26) VALUE SPACES.
008903     88  WS-ESCROW-ADVANCED          VALUE
008906                                     'ESCROW SHORT - ADVANCED'.
008910 01  WS-WORK-DATE                PIC 9(08) VALUE ZERO.
008920 01  WS-WORK-DATE-FIELDS REDEFINES WS-WORK-DATE.
008930     05  WS-WORK-YYYY            PIC 9(04).
009700*
009800 01  WS-HEADING-LINE-1.
009900     05  FILLER          PIC X(20) VALUE 'ESCROW DISBURSEMENT '.
010000     05  FILLER          PIC X(20) VALUE '- ADVANCES / UNPAID'.
010100     05  FILLER          PIC X(92) VALUE SPACES.
010200*
010300 01  WS-HEADING-LINE-2.
018260     ELSE
018270         SET WS-ADDRFILE-OPEN TO TRUE
018280     END-IF.
018281     OPEN I-O ADVANCE-LEDGER-FILE.
018282     IF WS-ADVLDGR-FILE-STATUS = '35'
018283         OPEN OUTPUT ADVANCE-LEDGER-FILE
018284         CLOSE ADVANCE-LEDGER-FILE
018285         OPEN I-O ADVANCE-LEDGER-FILE
018286     END-IF.
018287     IF NOT WS-ADVLDGR-FILE-OK
018288         DISPLAY 'COBDSB1 - ADVANCE LEDGER OPEN FAILED, STATUS='
018289             WS-ADVLDGR-FILE-STATUS
018290         MOVE '10' TO WS-BILLFIL-FILE-STATUS
018291         SET WS-ABEND-REQUIRED TO TRUE
018292         IF 16 > WS-HIGHEST-RETURN-CODE
018293             MOVE 16 TO WS-HIGHEST-RETURN-CODE
018294         END-IF
018295     END-IF.
018300     OPEN OUTPUT ADVANCE-REPORT-FILE.
018400     PERFORM 3900-WRITE-REPORT-HEADINGS
018500         THRU 3900-WRITE-REPORT-HEADINGS-EXIT.
020400*
020500******************************************************************
020600* 2000-PROCESS-ONE-BILL MATCHES ONE PAYEE BILL TO THE LOAN
020680* MASTER.  A BILL FOR AN UNKNOWN, PAID-OFF OR TRANSFERRED LOAN
020760* IS FLAGGED FOR SERVICING AND NOT PAID.  A BILL THE ESCROW
020840* BALANCE CANNOT COVER IS PAID WITH AN ESCROW ADVANCE FOR THE
020920* DIFFERENCE; EVERYTHING ELSE IS DISBURSED FROM ESCROW.
021000******************************************************************
021100 2000-PROCESS-ONE-BILL.
021200     MOVE EB-LOAN-NUMBER TO LM-LOAN-NUMBER.
022300             THRU 2500-WRITE-ADVANCE-LINE-EXIT
022400         GO TO 2000-PROCESS-ONE-BILL-EXIT
022500     END-IF.
022510     IF LM-LOAN-TRANSFERRED
022520         MOVE 'LOAN TRANSFERRED' TO WS-FLAG-REASON
022530         PERFORM 2500-WRITE-ADVANCE-LINE
022540             THRU 2500-WRITE-ADVANCE-LINE-EXIT
022550         GO TO 2000-PROCESS-ONE-BILL-EXIT
022560     END-IF.
022612     IF EB-AMOUNT-DUE > LM-ESCROW-BALANCE
022664         COMPUTE WS-SHORTFALL-AMOUNT =
022716             EB-AMOUNT-DUE - LM-ESCROW-BALANCE
022768         IF WS-SHORTFALL-AMOUNT > EB-AMOUNT-DUE
022820             MOVE EB-AMOUNT-DUE TO WS-SHORTFALL-AMOUNT
022872         END-IF
022924         MOVE 'ESCROW SHORT - ADVANCED' TO WS-FLAG-REASON
022976         PERFORM 2500-WRITE-ADVANCE-LINE
023028             THRU 2500-WRITE-ADVANCE-LINE-EXIT
023080         PERFORM 2200-DISBURSE-BILL
023132             THRU 2200-DISBURSE-BILL-EXIT
023184         PERFORM 2600-RECORD-ESCROW-ADVANCE
023236             THRU 2600-RECORD-ESCROW-ADVANCE-EXIT
023288         GO TO 2000-PROCESS-ONE-BILL-EXIT
023340     END-IF.
023400     PERFORM 2200-DISBURSE-BILL
023500         THRU 2200-DISBURSE-BILL-EXIT.
023600 2000-PROCESS-ONE-BILL-EXIT.
028006     EXIT.
028007*
028100******************************************************************
028166* 2500-WRITE-ADVANCE-LINE PRINTS ONE BILL THAT WAS ADVANCED OR
028232* COULD NOT BE PAID.  A BILL LEFT UNPAID RAISES THE RUN'S RETURN
028298* CODE TO 04 SO SERVICING SEES THE REPORT BEFORE THE PAYEE'S DUE
028364* DATE PASSES.  THE ESCROW BALANCE SHOWN IS THE BALANCE BEFORE
028430* AN ADVANCED BILL WAS PAID.
028500******************************************************************
028600 2500-WRITE-ADVANCE-LINE.
028700     MOVE SPACES             TO WS-ADVANCE-DETAIL-LINE.
028940     MOVE ADR-MAIL-CITY      TO ADV-MAIL-CITY.
028950     MOVE ADR-MAIL-STATE     TO ADV-MAIL-STATE.
029000     MOVE EB-DUE-DATE        TO ADV-BILL-DUE-DATE.
029033     IF EB-AMOUNT-DUE-X NUMERIC
029066         MOVE EB-AMOUNT-DUE TO ADV-AMOUNT-DUE
029099     ELSE
029132         MOVE ZERO TO ADV-AMOUNT-DUE
029165     END-IF.
029200     IF WS-FLAG-REASON = 'LOAN NOT ON MASTER'
029250             OR WS-FLAG-REASON = 'BILL AMOUNT NOT NUMERIC'
029300         MOVE ZERO TO ADV-ESCROW-BALANCE
030100         PERFORM 3900-WRITE-REPORT-HEADINGS
030200             THRU 3900-WRITE-REPORT-HEADINGS-EXIT
030300     END-IF.
030346     IF WS-ESCROW-ADVANCED
030392         ADD 1 TO WS-ADVANCED-COUNT
030438         ADD WS-SHORTFALL-AMOUNT TO WS-ADVANCED-AMT-TOTAL
030484         GO TO 2500-WRITE-ADVANCE-LINE-EXIT
030530     END-IF.
030576     ADD 1 TO WS-FLAGGED-COUNT.
030622     IF EB-AMOUNT-DUE-X NUMERIC
030668         ADD EB-AMOUNT-DUE TO WS-FLAGGED-AMT-TOTAL
030714     END-IF.
030760     IF 04 > WS-HIGHEST-RETURN-CODE
030806         MOVE 04 TO WS-HIGHEST-RETURN-CODE
030852     END-IF.
030900 2500-WRITE-ADVANCE-LINE-EXIT.
031000     EXIT.
031010*
031015******************************************************************
031020* 2600-RECORD-ESCROW-ADVANCE WRITES THE SHORTFALL OF A BILL JUST
031025* PAID PAST THE ESCROW BALANCE TO THE ADVANCE LEDGER AS AN
031030* ESCROW ADVANCE, CARRYING THE PAYEE SO SERVICING CAN TRACE IT.
031035******************************************************************
031040 2600-RECORD-ESCROW-ADVANCE.
031045     MOVE EB-LOAN-NUMBER        TO ADL-LOAN-NUMBER.
031050     SET ADL-ESCROW-ADVANCE     TO TRUE.
031055     MOVE WS-TODAY-CCYYMMDD     TO ADL-ADVANCE-DATE.
031060     MOVE WS-SHORTFALL-AMOUNT   TO ADL-ADVANCE-AMOUNT.
031065     SET ADL-FROM-DISBURSEMENT  TO TRUE.
031070     MOVE EB-PAYEE-NAME         TO ADL-PAYEE-NAME.
031075     MOVE EB-PAYEE-ID           TO ADL-REFERENCE.
031080     MOVE WS-JOB-NAME           TO ADL-ENTERED-BY.
031085     PERFORM 7700-WRITE-ADVANCE-ENTRY
031090         THRU 7700-WRITE-ADVANCE-ENTRY-EXIT.
031095 2600-RECORD-ESCROW-ADVANCE-EXIT.
031100     EXIT.
031105*
031110******************************************************************
031120* 7500-FETCH-LOAN-ADDRESS READS THE ADDRESS RECORD FOR THE LOAN
031130* NUMBER THE CALLER PLACED IN ADR-LOAN-NUMBER.  A LOAN WITH NO
034540     IF WS-INSPOL-OPEN
034550         CLOSE POLICY-FILE
034560     END-IF.
034580     CLOSE ADVANCE-LEDGER-FILE.
034600     CLOSE ADVANCE-REPORT-FILE.
034700     DISPLAY 'COBDSB1 - ESCROW DISBURSEMENT COMPLETE'.
034800     DISPLAY 'COBDSB1 - BILLS READ       : ' WS-BILL-COUNT.
034900     DISPLAY 'COBDSB1 - BILLS DISBURSED  : ' WS-DISBURSED-COUNT.
035000     DISPLAY 'COBDSB1 - BILLS FLAGGED    : ' WS-FLAGGED-COUNT.
035005     DISPLAY 'COBDSB1 - BILLS ADVANCED   : ' WS-ADVANCED-COUNT.
035010     DISPLAY 'COBDSB1 - POLICIES RENEWED : ' WS-RENEWED-COUNT.
035100     DISPLAY 'COBDSB1 - DISBURSED AMOUNT : '
035200         WS-DISBURSED-AMT-TOTAL.
035300     DISPLAY 'COBDSB1 - FLAGGED AMOUNT   : '
035400         WS-FLAGGED-AMT-TOTAL.
035433     DISPLAY 'COBDSB1 - ADVANCED AMOUNT  : '
035466         WS-ADVANCED-AMT-TOTAL.
035500     IF WS-ABEND-REQUIRED
035600         DISPLAY 'COBDSB1 - AN INPUT FILE OPEN FAILED - STEP '
035700             'DID NOT RUN - SCHEDULER SHOULD NOT PROCEED'
036300*
036400     COPY CHKPTLOG.
036500     COPY AUDITLOG.
036600     COPY ADVLOG.
