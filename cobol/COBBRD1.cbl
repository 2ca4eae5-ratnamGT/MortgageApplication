001000*    EDITS EVERY FIELD AGAINST THE LOAN MASTER LAYOUT - NUMERIC  *
001100*    CONTENT, NOTE RATE WITHIN THE PRODUCT'S LIMITS, TERM IN     *
001200*    RANGE, AND INVESTOR/PRODUCT/BRANCH CODES VERIFIED AGAINST   *
001300*    THE SHARED REFERENCE FILE - AND WRITES CLEAN RECORDS TO THE *
001400*    LOAN MASTER VSAM.  A RECORD THAT FAILS ANY EDIT, OR THAT    *
001500*    DUPLICATES A LOAN ALREADY ON THE MASTER, IS PRINTED ON THE  *
001600*    REJECT REPORT WITH THE REASON IT FAILED AND IS NOT BOARDED. *
002409*                     POLICY KSDS (INSPOL.CPY) WHEN A CARRIER
002410*                     IS NAMED - EDITS REJECT A POLICY WITH A
002411*                     NON-NUMERIC COVERAGE OR EXPIRATION DATE.
002412*    2026-10-08  RJT  THE FEED'S PRIVATE MORTGAGE INSURANCE FIELDS
002413*                     (BRDFEED.CPY) ARE NOW BOARDED TO THE PMI
002414*                     POLICY KSDS (PMIPOL.CPY) WHEN AN MI CARRIER
002415*                     IS NAMED, AND THE MONTHLY PREMIUM IS ADDED
002416*                     TO THE LOAN'S MONTHLY ESCROW PAYMENT SO THE
002417*                     ACCRUAL RUN COLLECTS IT WITH THE ESCROW
002418*                     SPLIT - EDITS REJECT A PMI POLICY WITH NO
002419*                     CERTIFICATE OR A MISSING OR NON-NUMERIC
002420*                     PREMIUM OR ORIGINAL PROPERTY VALUE.
002428*    2026-10-15  RJT  THE INVESTOR, BRANCH AND PRODUCT CODES, THE
002436*                     PRODUCT NOTE-RATE LIMITS AND THE TERM
002444*                     LIMITS (NOW PER PRODUCT) ARE READ FROM THE
002452*                     SHARED REFERENCE FILE (REFDATA.CPY,
002460*                     MAINTAINED BY COBREF1) INSTEAD OF THE
002468*                     COMPILED TABLES, AND A CODE THAT IS NOT IN
002476*                     FORCE ON THE BOARDING DATE IS REJECTED.
002490******************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
003507         ACCESS MODE IS DYNAMIC
003508         RECORD KEY IS INS-LOAN-NUMBER
003509         FILE STATUS IS WS-INSPOL-FILE-STATUS.
003510     SELECT PMI-POLICY-FILE ASSIGN TO PMIPOL
003511         ORGANIZATION IS INDEXED
003512         ACCESS MODE IS DYNAMIC
003513         RECORD KEY IS PMI-LOAN-NUMBER
003514         FILE STATUS IS WS-PMIPOL-FILE-STATUS.
003515     SELECT ADDRESS-FILE ASSIGN TO ADDRFILE
003520         ORGANIZATION IS INDEXED
003530         ACCESS MODE IS DYNAMIC
003540         RECORD KEY IS ADR-LOAN-NUMBER
003550         FILE STATUS IS WS-ADDRFILE-FILE-STATUS.
003558     SELECT REFERENCE-FILE ASSIGN TO REFFILE
003566         ORGANIZATION IS INDEXED
003574         ACCESS MODE IS DYNAMIC
003582         RECORD KEY IS REF-KEY
003590         FILE STATUS IS WS-REFFILE-FILE-STATUS.
003600     SELECT RESTART-FILE ASSIGN TO RESTFILE
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
005100     LABEL RECORDS ARE STANDARD.
005200     COPY LOANMSTR.
005300*
005302 FD  REFERENCE-FILE
005304     LABEL RECORDS ARE STANDARD.
005306     COPY REFDATA.
005308*
005310 FD  ADDRESS-FILE
005320     LABEL RECORDS ARE STANDARD.
005330     COPY LOANADDR.
005360     LABEL RECORDS ARE STANDARD.
005370     COPY INSPOL.
005380*
005384 FD  PMI-POLICY-FILE
005388     LABEL RECORDS ARE STANDARD.
005392     COPY PMIPOL.
005396*
005400 FD  RESTART-FILE
005500     LABEL RECORDS ARE STANDARD.
005600     COPY CHKPTREC.
006920     88  WS-ADDRFILE-FILE-OK         VALUE '00' '02' '97'.
006921 77  WS-INSPOL-FILE-STATUS       PIC X(02) VALUE '00'.
006922     88  WS-INSPOL-FILE-OK           VALUE '00' '02' '97'.
006932 77  WS-PMIPOL-FILE-STATUS       PIC X(02) VALUE '00'.
006942     88  WS-PMIPOL-FILE-OK           VALUE '00' '02' '97'.
006950 77  WS-REFFILE-FILE-STATUS      PIC X(02) VALUE '00'.
006958     88  WS-REFFILE-FILE-OK          VALUE '00' '02' '97'.
006966 77  WS-REF-CODE-SW              PIC X(01) VALUE 'F'.
006974     88  WS-REF-CODE-IN-FORCE        VALUE 'F'.
006982     88  WS-REF-CODE-NOT-ON-FILE     VALUE 'M'.
006990     88  WS-REF-CODE-NOT-IN-FORCE    VALUE 'I'.
007000 77  WS-JOB-NAME                 PIC X(08) VALUE 'BOARDING'.
007100 77  WS-FEED-COUNT               PIC 9(07) COMP VALUE ZERO.
007200 77  WS-BOARDED-COUNT            PIC 9(07) COMP VALUE ZERO.
007500 77  WS-RECORD-VALID-SW          PIC X(01) VALUE 'Y'.
007600     88  WS-RECORD-VALID             VALUE 'Y'.
007700     88  WS-RECORD-INVALID           VALUE 'N'.
007850 77  WS-TODAY-CCYYMMDD           PIC 9(08) VALUE ZERO.
008000 77  WS-LINE-COUNT               PIC 9(03) COMP VALUE ZERO.
008100 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 060.
008200 77  WS-HIGHEST-RETURN-CODE      PIC 9(02) COMP VALUE ZERO.
008900     05  WS-EDIT-YYYY            PIC 9(04).
009000     05  WS-EDIT-MM              PIC 9(02).
009100     05  WS-EDIT-DD              PIC 9(02).
011150*
013200 01  WS-HEADING-LINE-1.
013300     05  FILLER          PIC X(20) VALUE 'NEW-LOAN BOARDING - '.
013400     05  FILLER          PIC X(20) VALUE 'REJECT REPORT'.
017200* INPUT FAILS THE STEP THE SAME WAY THE OTHER BATCH STEPS DO.
017300******************************************************************
017400 1000-INITIALIZE.
017450     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD.
017500     OPEN INPUT BOARDING-FEED-FILE.
017600     IF NOT WS-BRDFEED-FILE-OK
017700         DISPLAY 'COBBRD1 - BOARDING FEED OPEN FAILED, STATUS='
019482         CLOSE POLICY-FILE
019483         OPEN I-O POLICY-FILE
019484     END-IF.
019486     OPEN I-O PMI-POLICY-FILE.
019488     IF WS-PMIPOL-FILE-STATUS = '35'
019490         OPEN OUTPUT PMI-POLICY-FILE
019492         CLOSE PMI-POLICY-FILE
019494         OPEN I-O PMI-POLICY-FILE
019496     END-IF.
019504     OPEN INPUT REFERENCE-FILE.
019512     IF NOT WS-REFFILE-FILE-OK
019520         DISPLAY 'COBBRD1 - REFERENCE FILE OPEN FAILED, STATUS='
019528             WS-REFFILE-FILE-STATUS
019536         MOVE '10' TO WS-BRDFEED-FILE-STATUS
019544         SET WS-ABEND-REQUIRED TO TRUE
019552         IF 16 > WS-HIGHEST-RETURN-CODE
019560             MOVE 16 TO WS-HIGHEST-RETURN-CODE
019568         END-IF
019576     END-IF.
019584     OPEN OUTPUT REJECT-REPORT-FILE.
019600     PERFORM 3900-WRITE-REPORT-HEADINGS
019700         THRU 3900-WRITE-REPORT-HEADINGS-EXIT.
019800     IF WS-BRDFEED-FILE-OK
026800         SET WS-RECORD-INVALID TO TRUE
026900         GO TO 2200-EDIT-FEED-RECORD-EXIT
027000     END-IF.
027075     IF BF-NOTE-RATE-X NOT NUMERIC
027150         MOVE 'NOTE RATE NOT NUMERIC' TO WS-REJECT-REASON
027225         SET WS-RECORD-INVALID TO TRUE
027300         GO TO 2200-EDIT-FEED-RECORD-EXIT
027375     END-IF.
027450     SET REF-PRODUCT-ENTRY TO TRUE.
027525     MOVE BF-PRODUCT-CODE TO REF-CODE.
027600     PERFORM 2250-CHECK-REFERENCE-CODE
027675         THRU 2250-CHECK-REFERENCE-CODE-EXIT.
027750     IF WS-REF-CODE-NOT-ON-FILE
027825         MOVE 'PRODUCT CODE NOT ON FILE' TO WS-REJECT-REASON
027900         SET WS-RECORD-INVALID TO TRUE
027975         GO TO 2200-EDIT-FEED-RECORD-EXIT
028050     END-IF.
028125     IF WS-REF-CODE-NOT-IN-FORCE
028200         MOVE 'PRODUCT CODE NOT IN FORCE' TO WS-REJECT-REASON
028275         SET WS-RECORD-INVALID TO TRUE
028350         GO TO 2200-EDIT-FEED-RECORD-EXIT
028425     END-IF.
028500     IF BF-TERM-MONTHS < REF-MIN-TERM-MONTHS
028575             OR BF-TERM-MONTHS > REF-MAX-TERM-MONTHS
028650         MOVE 'TERM MONTHS OUT OF RANGE' TO WS-REJECT-REASON
028725         SET WS-RECORD-INVALID TO TRUE
028800         GO TO 2200-EDIT-FEED-RECORD-EXIT
028875     END-IF.
028950     IF BF-NOTE-RATE < REF-MIN-RATE
029025             OR BF-NOTE-RATE > REF-MAX-RATE
029100         MOVE 'RATE OUTSIDE PRODUCT LIMITS' TO WS-REJECT-REASON
029175         SET WS-RECORD-INVALID TO TRUE
029250         GO TO 2200-EDIT-FEED-RECORD-EXIT
029325     END-IF.
029400     SET REF-INVESTOR-ENTRY TO TRUE.
029475     MOVE BF-INVESTOR-CODE TO REF-CODE.
029550     PERFORM 2250-CHECK-REFERENCE-CODE
029625         THRU 2250-CHECK-REFERENCE-CODE-EXIT.
029700     IF WS-REF-CODE-NOT-ON-FILE
029775         MOVE 'INVESTOR CODE NOT ON FILE' TO WS-REJECT-REASON
029850         SET WS-RECORD-INVALID TO TRUE
029925         GO TO 2200-EDIT-FEED-RECORD-EXIT
030000     END-IF.
030075     IF WS-REF-CODE-NOT-IN-FORCE
030150         MOVE 'INVESTOR CODE NOT IN FORCE' TO WS-REJECT-REASON
030225         SET WS-RECORD-INVALID TO TRUE
030300         GO TO 2200-EDIT-FEED-RECORD-EXIT
030375     END-IF.
030450     SET REF-BRANCH-ENTRY TO TRUE.
030525     MOVE BF-BRANCH-CODE TO REF-CODE.
030600     PERFORM 2250-CHECK-REFERENCE-CODE
030675         THRU 2250-CHECK-REFERENCE-CODE-EXIT.
030750     IF WS-REF-CODE-NOT-ON-FILE
030825         MOVE 'BRANCH CODE NOT ON FILE' TO WS-REJECT-REASON
030900         SET WS-RECORD-INVALID TO TRUE
030975         GO TO 2200-EDIT-FEED-RECORD-EXIT
031050     END-IF.
031125     IF WS-REF-CODE-NOT-IN-FORCE
031200         MOVE 'BRANCH CODE NOT IN FORCE' TO WS-REJECT-REASON
031275         SET WS-RECORD-INVALID TO TRUE
031350         GO TO 2200-EDIT-FEED-RECORD-EXIT
031425     END-IF.
031500     IF BF-FIRST-DUE-DATE-X NOT NUMERIC
031600         MOVE 'FIRST DUE DATE NOT NUMERIC' TO WS-REJECT-REASON
031700         SET WS-RECORD-INVALID TO TRUE
034206         SET WS-RECORD-INVALID TO TRUE
034207         GO TO 2200-EDIT-FEED-RECORD-EXIT
034208     END-IF.
034209     IF BF-PMI-CARRIER-CODE NOT = SPACES
034210             AND (BF-PMI-PREMIUM-X NOT NUMERIC
034211             OR BF-ORIG-PROP-VALUE-X NOT NUMERIC
034212             OR BF-PMI-CERTIFICATE = SPACES)
034213         MOVE 'PMI POLICY INVALID' TO WS-REJECT-REASON
034214         SET WS-RECORD-INVALID TO TRUE
034215         GO TO 2200-EDIT-FEED-RECORD-EXIT
034216     END-IF.
034217     IF BF-PMI-CARRIER-CODE NOT = SPACES
034218             AND (BF-PMI-PREMIUM = ZERO
034219             OR BF-ORIG-PROP-VALUE = ZERO)
034220         MOVE 'PMI POLICY INVALID' TO WS-REJECT-REASON
034221         SET WS-RECORD-INVALID TO TRUE
034222         GO TO 2200-EDIT-FEED-RECORD-EXIT
034223     END-IF.
034224     IF BF-PROP-STREET = SPACES
034225             OR BF-PROP-CITY = SPACES
034230             OR BF-PROP-STATE = SPACES
034240         MOVE 'PROPERTY ADDRESS MISSING' TO WS-REJECT-REASON
034250         SET WS-RECORD-INVALID TO TRUE
034270     END-IF.
034300 2200-EDIT-FEED-RECORD-EXIT.
034400     EXIT.
034404*
034408******************************************************************
034412* 2250-CHECK-REFERENCE-CODE LOOKS UP THE RECORD TYPE AND CODE
034416* THE CALLER HAS MOVED TO REF-KEY ON THE SHARED REFERENCE FILE.
034420* A CODE IS IN FORCE FROM ITS ACTIVE DATE UP TO THE DAY BEFORE
034424* ITS INACTIVE DATE (ZERO MEANS NEVER RETIRED).  A PRODUCT
034428* ENTRY FOUND IS LEFT IN THE RECORD AREA FOR ITS LIMITS.
034432******************************************************************
034436 2250-CHECK-REFERENCE-CODE.
034440     SET WS-REF-CODE-IN-FORCE TO TRUE.
034444     READ REFERENCE-FILE
034448         INVALID KEY
034452             SET WS-REF-CODE-NOT-ON-FILE TO TRUE
034456             GO TO 2250-CHECK-REFERENCE-CODE-EXIT
034460     END-READ.
034464     IF REF-ACTIVE-DATE > WS-TODAY-CCYYMMDD
034468         SET WS-REF-CODE-NOT-IN-FORCE TO TRUE
034472     END-IF.
034476     IF REF-INACTIVE-DATE NOT = ZERO
034480             AND REF-INACTIVE-DATE NOT > WS-TODAY-CCYYMMDD
034484         SET WS-REF-CODE-NOT-IN-FORCE TO TRUE
034488     END-IF.
034492 2250-CHECK-REFERENCE-CODE-EXIT.
034496     EXIT.
034500*
034600******************************************************************
034700* 2300-BOARD-LOAN BUILDS A LOAN MASTER RECORD FROM THE EDITED
036400     MOVE ZERO                  TO LM-LAST-PAYMENT-DATE.
036500     MOVE BF-MONTHLY-PYMT-AMT   TO LM-MONTHLY-PYMT-AMT.
036600     MOVE BF-MONTHLY-ESCROW-PYMT TO LM-MONTHLY-ESCROW-PYMT.
036610     IF BF-PMI-CARRIER-CODE NOT = SPACES
036620         ADD BF-PMI-PREMIUM TO LM-MONTHLY-ESCROW-PYMT
036630     END-IF.
036700     MOVE BF-INITIAL-ESCROW-BAL TO LM-ESCROW-BALANCE.
036800     MOVE BF-ANNUAL-TAX-AMT     TO LM-ANNUAL-TAX-AMT.
036900     MOVE BF-ANNUAL-INS-AMT     TO LM-ANNUAL-INS-AMT.
038340         PERFORM 2450-BOARD-POLICY
038350             THRU 2450-BOARD-POLICY-EXIT
038360     END-IF.
038368     IF BF-PMI-CARRIER-CODE NOT = SPACES
038376         PERFORM 2460-BOARD-PMI-POLICY
038384             THRU 2460-BOARD-PMI-POLICY-EXIT
038392     END-IF.
038400 2300-BOARD-LOAN-EXIT.
038500     EXIT.
038600*
038738 2450-BOARD-POLICY-EXIT.
038739     EXIT.
038740*
038741******************************************************************
038742* 2460-BOARD-PMI-POLICY WRITES THE LOAN'S PRIVATE MORTGAGE
038743* INSURANCE POLICY RECORD FROM THE FEED'S PMI FIELDS, TOGETHER
038744* WITH THE ORIGINAL RATE, TERM, P&I PAYMENT AND FIRST DUE DATE
038745* THE MONTHLY PMI RUN REBUILDS THE ORIGINAL AMORTIZATION
038746* SCHEDULE FROM.  THE PREMIUM HAS ALREADY BEEN ADDED TO THE
038747* LOAN'S MONTHLY ESCROW PAYMENT BY 2300-BOARD-LOAN.  A POLICY
038748* ALREADY ON FILE FOR THE LOAN NUMBER IS REPLACED, THE SAME AS
038749* THE ADDRESS RECORD.
038750******************************************************************
038751 2460-BOARD-PMI-POLICY.
038752     MOVE SPACES TO PMI-POLICY-RECORD.
038753     MOVE BF-LOAN-NUMBER        TO PMI-LOAN-NUMBER.
038754     MOVE BF-PMI-CARRIER-CODE   TO PMI-CARRIER-CODE.
038755     MOVE BF-PMI-CERTIFICATE    TO PMI-CERTIFICATE-NUMBER.
038756     MOVE BF-PMI-PREMIUM        TO PMI-MONTHLY-PREMIUM.
038757     MOVE BF-ORIG-PROP-VALUE    TO PMI-ORIGINAL-VALUE.
038758     MOVE BF-ORIGINAL-PRINCIPAL TO PMI-ORIGINAL-PRINCIPAL.
038759     MOVE BF-NOTE-RATE          TO PMI-ORIGINAL-RATE.
038760     MOVE BF-TERM-MONTHS        TO PMI-ORIGINAL-TERM.
038761     MOVE BF-MONTHLY-PYMT-AMT   TO PMI-ORIGINAL-PI-PYMT.
038762     MOVE BF-FIRST-DUE-DATE     TO PMI-FIRST-DUE-DATE.
038763     SET PMI-POLICY-ACTIVE      TO TRUE.
038764     SET PMI-CANCEL-NOT-ELIGIBLE TO TRUE.
038765     MOVE ZERO                  TO PMI-TERMINATION-DATE.
038766     MOVE ZERO                  TO PMI-CANCEL-ELIGIBLE-DATE.
038767     COMPUTE PMI-CURRENT-LTV ROUNDED =
038768         (BF-ORIGINAL-PRINCIPAL / BF-ORIG-PROP-VALUE) * 100
038769         ON SIZE ERROR
038770             MOVE 999.99 TO PMI-CURRENT-LTV
038771     END-COMPUTE.
038772     MOVE PMI-CURRENT-LTV       TO PMI-SCHEDULED-LTV.
038773     MOVE ZERO                  TO PMI-LAST-REMIT-DATE.
038774     MOVE ZERO                  TO PMI-YTD-PREMIUM-YEAR.
038775     MOVE ZERO                  TO PMI-YTD-PREMIUM-PAID.
038776     WRITE PMI-POLICY-RECORD
038777         INVALID KEY
038778             REWRITE PMI-POLICY-RECORD
038779                 INVALID KEY
038780                     DISPLAY 'COBBRD1 - PMI POLICY WRITE FAILED '
038781                         'FOR LOAN ' PMI-LOAN-NUMBER ' STATUS='
038782                         WS-PMIPOL-FILE-STATUS
038783             END-REWRITE
038784     END-WRITE.
038785 2460-BOARD-PMI-POLICY-EXIT.
038786     EXIT.
038787*
038788******************************************************************
038800* 2500-WRITE-REJECT-LINE PRINTS ONE FAILED FEED RECORD AND THE
038900* REASON IT FAILED.  THE RUN'S RETURN CODE IS RAISED TO 04 SO
039000* OPERATIONS SEES A RUN WITH REJECTS WITHOUT HOLDING THE CHAIN.
044200     CLOSE LOAN-MASTER-FILE.
044250     CLOSE ADDRESS-FILE.
044260     CLOSE POLICY-FILE.
044270     CLOSE PMI-POLICY-FILE.
044285     CLOSE REFERENCE-FILE.
044300     CLOSE REJECT-REPORT-FILE.
044400     DISPLAY 'COBBRD1 - NEW-LOAN BOARDING COMPLETE'.
044500     DISPLAY 'COBBRD1 - FEED RECORDS READ: ' WS-FEED-COUNT.
