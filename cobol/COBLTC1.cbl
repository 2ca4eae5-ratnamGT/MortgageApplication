003095*                     ACTUALLY CAME OFF THE LOAN AND ASSESSED
003096*                     LESS WAIVED LESS COLLECTED STILL
003097*                     RECONCILES TO LM-OUTSTANDING-FEES.
003098*    2026-10-05  RJT  A LOAN WHOSE SERVICING HAS BEEN TRANSFERRED
003099*                     (LM-LOAN-TRANSFERRED) IS NO LONGER ASSESSED
003100*                     A LATE CHARGE, THE SAME AS A PAID-OFF LOAN.
003111*    2026-10-15  RJT  EACH PRODUCT'S LATE CHARGE AND GRACE DAYS
003122*                     ARE READ FROM THE SHARED REFERENCE FILE
003133*                     (REFDATA.CPY, MAINTAINED BY COBREF1)
003144*                     INSTEAD OF THE COMPILED CHARGE TABLE AND
003155*                     THE SINGLE GRACE PERIOD.  A PRODUCT NOT ON
003166*                     THE FILE TAKES THE DEFAULT CHARGE AND
003177*                     GRACE DAYS.
003179*    2026-10-15  RJT  A LOAN WHOSE BORROWER IS PROTECTED UNDER THE
003181*                     SERVICEMEMBERS CIVIL RELIEF ACT ON THE SCRA
003183*                     FILE (SCRAREC.CPY) IS NO LONGER ASSESSED
003185*                     FOR AS LONG AS THE PROTECTION RUNS.
003190******************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
004780         ACCESS MODE IS DYNAMIC
004790         RECORD KEY IS CSE-LOAN-NUMBER
004795         FILE STATUS IS WS-CASEFILE-FILE-STATUS.
004810     SELECT REFERENCE-FILE ASSIGN TO REFFILE
004825         ORGANIZATION IS INDEXED
004840         ACCESS MODE IS DYNAMIC
004855         RECORD KEY IS REF-KEY
004870         FILE STATUS IS WS-REFFILE-FILE-STATUS.
004872     SELECT SCRA-FILE ASSIGN TO SCRAFILE
004874         ORGANIZATION IS INDEXED
004876         ACCESS MODE IS RANDOM
004878         RECORD KEY IS SCR-LOAN-NUMBER
004880         FILE STATUS IS WS-SCRAFILE-FILE-STATUS.
004885     SELECT RESTART-FILE ASSIGN TO RESTFILE
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS CKPT-STEP-NAME
008060     LABEL RECORDS ARE STANDARD.
008070     COPY CASEREC.
008080*
008082 FD  SCRA-FILE
008084     LABEL RECORDS ARE STANDARD.
008086     COPY SCRAREC.
008088*
008090 FD  REFERENCE-FILE
008092     LABEL RECORDS ARE STANDARD.
008094     COPY REFDATA.
008096*
008100 FD  RESTART-FILE
008200     LABEL RECORDS ARE STANDARD.
008300     COPY CHKPTREC.
009897     88  WS-STAY-ACTIVE             VALUE 'Y'.
009898     88  WS-STAY-NOT-ACTIVE         VALUE 'N'.
009899 77  WS-STAY-SKIPPED-COUNT       PIC 9(07) COMP VALUE ZERO.
009901 77  WS-SCRAFILE-FILE-STATUS     PIC X(02) VALUE '00'.
009903 77  WS-SCRAFILE-OPEN-SWITCH     PIC X(01) VALUE 'N'.
009905     88  WS-SCRAFILE-OPEN           VALUE 'Y'.
009907     88  WS-SCRAFILE-NOT-OPEN       VALUE 'N'.
009909 77  WS-SCRA-PROTECTED-SWITCH    PIC X(01) VALUE 'N'.
009911     88  WS-SCRA-PROTECTED          VALUE 'Y'.
009913     88  WS-SCRA-NOT-PROTECTED      VALUE 'N'.
009915 77  WS-SCRA-SKIPPED-COUNT       PIC 9(07) COMP VALUE ZERO.
009924 77  WS-REFFILE-FILE-STATUS      PIC X(02) VALUE '00'.
009949     88  WS-REFFILE-FILE-OK          VALUE '00' '02' '97'.
009974 77  WS-LATERPT-FILE-STATUS      PIC X(02) VALUE '00'.
010000 77  WS-JOB-NAME                 PIC X(08) VALUE 'LATECHG'.
010100 77  WS-USER-ID                  PIC X(08) VALUE 'BATCH'.
010200 77  WS-TODAY-CCYYMMDD           PIC 9(08) VALUE ZERO.
010300 77  WS-TODAY-JULIAN             PIC 9(07) COMP-3 VALUE ZERO.
010400 77  WS-DUE-DATE-JULIAN          PIC 9(07) COMP-3 VALUE ZERO.
010466 77  WS-GRACE-PERIOD-DAYS        PIC 9(03) COMP VALUE ZERO.
010532 77  WS-DEFAULT-GRACE-DAYS       PIC 9(03) COMP VALUE 015.
010600 77  WS-CHECKPOINT-INTERVAL      PIC 9(05) COMP VALUE 1000.
010700 77  WS-RECS-SINCE-CHECKPOINT    PIC 9(05) COMP VALUE ZERO.
010800 77  WS-WAIVER-COUNT             PIC 9(07) COMP VALUE ZERO.
012500 77  WS-ABEND-SWITCH             PIC X(01) VALUE 'N'.
012600     88  WS-ABEND-REQUIRED           VALUE 'Y'.
012700     88  WS-ABEND-NOT-REQUIRED       VALUE 'N'.
013650*
014600 01  WS-HEADING-LINE-1.
014700     05  FILLER          PIC X(20) VALUE 'LATE CHARGE ASSESSME'.
014800     05  FILLER          PIC X(20) VALUE 'NT REGISTER'.
024495     ELSE
024496         SET WS-CASEFILE-OPEN TO TRUE
024497     END-IF.
024499     OPEN INPUT SCRA-FILE.
024501     IF WS-SCRAFILE-FILE-STATUS = '35'
024503         DISPLAY 'COBLTC1 - NO SCRA FILE - NO SERVICEMEMBER '
024505             'PROTECTION HONORED'
024507         SET WS-SCRAFILE-NOT-OPEN TO TRUE
024509     ELSE
024511         SET WS-SCRAFILE-OPEN TO TRUE
024513     END-IF.
024515     OPEN INPUT REFERENCE-FILE.
024517     IF NOT WS-REFFILE-FILE-OK
024519         DISPLAY 'COBLTC1 - REFERENCE FILE OPEN FAILED, STATUS='
024525             WS-REFFILE-FILE-STATUS
024532         MOVE '10' TO WS-LOANMSTR-FILE-STATUS
024539         MOVE '10' TO WS-WAIVRQST-FILE-STATUS
024546         SET WS-ABEND-REQUIRED TO TRUE
024553         IF 16 > WS-HIGHEST-RETURN-CODE
024560             MOVE 16 TO WS-HIGHEST-RETURN-CODE
024567         END-IF
024574     END-IF.
024581     OPEN OUTPUT LATE-CHARGE-REPORT-FILE.
024600     PERFORM 3900-WRITE-REPORT-HEADINGS
024700         THRU 3900-WRITE-REPORT-HEADINGS-EXIT.
024800     MOVE WS-JOB-NAME TO CKPT-JOB-NAME.
036300*
036400******************************************************************
036500* 3000-PROCESS-ONE-LOAN ASSESSES THE PRODUCT'S LATE CHARGE WHEN
036600* THE LOAN'S CURRENT CYCLE IS PAST ITS DUE DATE PLUS THE
036700* PRODUCT'S GRACE DAYS.  THE CYCLE-KEYED FEE HISTORY WRITE IS
036800* WHAT LIMITS THE ASSESSMENT TO ONCE PER CYCLE - ON EVERY LATER
036850* NIGHT OF THE SAME CYCLE THE WRITE FAILS AND THE LOAN IS LEFT
036900* ALONE.
037000******************************************************************
037100 3000-PROCESS-ONE-LOAN.
037200     IF LM-NEXT-DUE-DATE = ZERO OR LM-LOAN-PAID-OFF
037210             OR LM-LOAN-TRANSFERRED
037300         GO TO 3000-PROCESS-ONE-LOAN-CKPT
037400     END-IF.
037410     PERFORM 3400-CHECK-ACTIVE-PLAN
037491         ADD 1 TO WS-STAY-SKIPPED-COUNT
037492         GO TO 3000-PROCESS-ONE-LOAN-CKPT
037493     END-IF.
037494     PERFORM 3600-CHECK-SCRA-PROTECTION
037495         THRU 3600-CHECK-SCRA-PROTECTION-EXIT.
037496     IF WS-SCRA-PROTECTED
037497         ADD 1 TO WS-SCRA-SKIPPED-COUNT
037498         GO TO 3000-PROCESS-ONE-LOAN-CKPT
037499     END-IF.
037500     COMPUTE WS-DUE-DATE-JULIAN =
037600         FUNCTION INTEGER-OF-DATE (LM-NEXT-DUE-DATE).
037654     IF WS-TODAY-JULIAN NOT > WS-DUE-DATE-JULIAN
037708         GO TO 3000-PROCESS-ONE-LOAN-CKPT
037762     END-IF.
037816     PERFORM 3300-FIND-PRODUCT-CHARGE
037870         THRU 3300-FIND-PRODUCT-CHARGE-EXIT.
037924     IF WS-TODAY-JULIAN >
037978             (WS-DUE-DATE-JULIAN + WS-GRACE-PERIOD-DAYS)
038032         PERFORM 3200-ASSESS-LATE-CHARGE
038086             THRU 3200-ASSESS-LATE-CHARGE-EXIT
038140     END-IF.
038200 3000-PROCESS-ONE-LOAN-CKPT.
038300     PERFORM 3800-CHECKPOINT-IF-NEEDED
038400         THRU 3800-CHECKPOINT-IF-NEEDED-EXIT.
039200* BALANCE CHANGE TO THE AUDIT TRAIL.
039300******************************************************************
039400 3200-ASSESS-LATE-CHARGE.
039700     MOVE LM-LOAN-NUMBER TO FEE-LOAN-NUMBER.
039800     MOVE LM-NEXT-DUE-DATE TO FEE-CYCLE-DATE.
039900     SET FEE-ASSESSED TO TRUE.
042800 3200-ASSESS-LATE-CHARGE-EXIT.
042900     EXIT.
043000*
043052******************************************************************
043104* 3300-FIND-PRODUCT-CHARGE READS THE LOAN'S PRODUCT ON THE SHARED
043156* REFERENCE FILE FOR ITS LATE CHARGE AND GRACE DAYS.  THE TERMS
043208* APPLY WHETHER OR NOT THE PRODUCT HAS SINCE BEEN RETIRED - A
043260* RETIRED PRODUCT TAKES NO NEW LOANS BUT THE LOANS ALREADY ON IT
043312* KEEP THEIR TERMS.  A PRODUCT NOT ON THE FILE GETS THE DEFAULT
043364* CHARGE AND GRACE DAYS.
043416******************************************************************
043468 3300-FIND-PRODUCT-CHARGE.
043520     SET REF-PRODUCT-ENTRY TO TRUE.
043572     MOVE LM-PRODUCT-CODE TO REF-CODE.
043624     READ REFERENCE-FILE
043676         INVALID KEY
043728             MOVE WS-DEFAULT-LATE-CHARGE
043780                 TO WS-LATE-CHARGE-AMOUNT
043832             MOVE WS-DEFAULT-GRACE-DAYS TO WS-GRACE-PERIOD-DAYS
043884             GO TO 3300-FIND-PRODUCT-CHARGE-EXIT
043936     END-READ.
043988     MOVE REF-LATE-CHARGE-AMT TO WS-LATE-CHARGE-AMOUNT.
044040     MOVE REF-GRACE-DAYS TO WS-GRACE-PERIOD-DAYS.
044100 3300-FIND-PRODUCT-CHARGE-EXIT.
044200     EXIT.
044210*
044308     END-IF.
044309 3500-CHECK-BANKRUPTCY-STAY-EXIT.
044310     EXIT.
044313*
044316******************************************************************
044319* 3600-CHECK-SCRA-PROTECTION LOOKS THE LOAN UP ON THE SCRA FILE.
044322* A BORROWER WHOSE ACTIVE DUTY HAS STARTED AND WHOSE PROTECTION
044325* HAS NOT YET ENDED IS NOT CHARGED A LATE FEE.
044328******************************************************************
044331 3600-CHECK-SCRA-PROTECTION.
044334     SET WS-SCRA-NOT-PROTECTED TO TRUE.
044337     IF WS-SCRAFILE-NOT-OPEN
044340         GO TO 3600-CHECK-SCRA-PROTECTION-EXIT
044343     END-IF.
044346     MOVE LM-LOAN-NUMBER TO SCR-LOAN-NUMBER.
044349     READ SCRA-FILE
044352         INVALID KEY
044355             GO TO 3600-CHECK-SCRA-PROTECTION-EXIT
044358     END-READ.
044361     IF SCR-ACTIVE-DUTY-START <= WS-TODAY-CCYYMMDD
044364             AND (SCR-PROTECTION-END-DATE = ZERO
044367             OR SCR-PROTECTION-END-DATE >= WS-TODAY-CCYYMMDD)
044370         SET WS-SCRA-PROTECTED TO TRUE
044373     END-IF.
044376 3600-CHECK-SCRA-PROTECTION-EXIT.
044379     EXIT.
044382*
044400******************************************************************
044500* 7100-LOG-FEE-BALANCE-CHANGE WRITES THE BEFORE/AFTER IMAGE OF
044600* THE LOAN'S OUTSTANDING FEE BALANCE TO THE AUDIT TRAIL THE SAME
054440     IF WS-CASEFILE-OPEN
054450         CLOSE CASE-FILE
054460     END-IF.
054462     IF WS-SCRAFILE-OPEN
054464         CLOSE SCRA-FILE
054466     END-IF.
054470     CLOSE REFERENCE-FILE.
054500     CLOSE LATE-CHARGE-REPORT-FILE.
054600     DISPLAY 'COBLTC1 - LATE CHARGE ASSESSMENT COMPLETE'.
054700     DISPLAY 'COBLTC1 - WAIVERS READ     : ' WS-WAIVER-COUNT.
055020         WS-PLAN-SKIPPED-COUNT.
055030     DISPLAY 'COBLTC1 - SKIPPED ON STAY  : '
055040         WS-STAY-SKIPPED-COUNT.
055060     DISPLAY 'COBLTC1 - SKIPPED ON SCRA  : '
055080         WS-SCRA-SKIPPED-COUNT.
055100     DISPLAY 'COBLTC1 - ASSESSED AMOUNT  : '
055200         WS-ASSESSED-AMT-TOTAL.
055300     DISPLAY 'COBLTC1 - WAIVED AMOUNT    : ' WS-WAIVED-AMT-TOTAL.
