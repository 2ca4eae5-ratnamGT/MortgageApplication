002630*                     LOAN ADDRESS FILE (LOANADDR.CPY) SO THE
002640*                     ATTORNEY CAN FILE AND SERVE WITHOUT A
002650*                     SIDE FILE.
002660*    2026-10-05  RJT  NO FORECLOSURE CASE IS OPENED FOR A LOAN
002670*                     WHOSE SERVICING HAS BEEN TRANSFERRED
002680*                     (LM-LOAN-TRANSFERRED).
002682*    2026-10-15  RJT  NO CASE IS OPENED FOR A LOAN WITHOUT A
002684*                     BREACH / DEMAND LETTER FOR ITS CURRENT
002686*                     DELINQUENCY EPISODE SENT AT LEAST 30 DAYS
002688*                     AGO ON THE CORRESPONDENCE HISTORY
002690*                     (CORRHIST.CPY, WRITTEN BY COBCOR1).  THE
002692*                     LOAN IS PRINTED AS HELD AND TRIED AGAIN
002694*                     THE NEXT NIGHT.
002707*    2026-10-15  RJT  A LOAN WHOSE BORROWER IS PROTECTED UNDER THE
002720*                     SERVICEMEMBERS CIVIL RELIEF ACT ON THE SCRA
002733*                     FILE (SCRAREC.CPY) IS HELD - NO CASE IS
002746*                     OPENED FOR IT, AND A REFERRAL OR SALE
002759*                     MILESTONE CARD FOR IT IS REJECTED, UNTIL
002772*                     THE PROTECTION ENDS.
002785******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
004630         ACCESS MODE IS DYNAMIC
004640         RECORD KEY IS ADR-LOAN-NUMBER
004650         FILE STATUS IS WS-ADDRFILE-FILE-STATUS.
004658     SELECT CORR-HISTORY-FILE ASSIGN TO CORRHIST
004666         ORGANIZATION IS INDEXED
004674         ACCESS MODE IS DYNAMIC
004682         RECORD KEY IS CRH-KEY
004690         FILE STATUS IS WS-CORRHIST-FILE-STATUS.
004691     SELECT SCRA-FILE ASSIGN TO SCRAFILE
004692         ORGANIZATION IS INDEXED
004693         ACCESS MODE IS RANDOM
004694         RECORD KEY IS SCR-LOAN-NUMBER
004695         FILE STATUS IS WS-SCRAFILE-FILE-STATUS.
004700     SELECT RESTART-FILE ASSIGN TO RESTFILE
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
009020 FD  ADDRESS-FILE
009030     LABEL RECORDS ARE STANDARD.
009040     COPY LOANADDR.
009052*
009064 FD  CORR-HISTORY-FILE
009076     LABEL RECORDS ARE STANDARD.
009088     COPY CORRHIST.
009090*
009092 FD  SCRA-FILE
009094     LABEL RECORDS ARE STANDARD.
009096     COPY SCRAREC.
009100*
009200 FD  RESTART-FILE
009300     LABEL RECORDS ARE STANDARD.
010912 77  WS-ADDRFILE-OPEN-SWITCH     PIC X(01) VALUE 'N'.
010913     88  WS-ADDRFILE-OPEN           VALUE 'Y'.
010914     88  WS-ADDRFILE-NOT-OPEN       VALUE 'N'.
010923 77  WS-CORRHIST-FILE-STATUS     PIC X(02) VALUE '00'.
010932     88  WS-CORRHIST-FILE-OK         VALUE '00' '02' '97'.
010941 77  WS-CORRHIST-OPEN-SWITCH     PIC X(01) VALUE 'N'.
010950     88  WS-CORRHIST-OPEN           VALUE 'Y'.
010959     88  WS-CORRHIST-NOT-OPEN       VALUE 'N'.
010968 77  WS-BREACH-LETTER-SWITCH     PIC X(01) VALUE 'N'.
010977     88  WS-BREACH-LETTER-ON-FILE   VALUE 'Y'.
010986     88  WS-BREACH-LETTER-MISSING   VALUE 'N'.
010987 77  WS-SCRAFILE-FILE-STATUS     PIC X(02) VALUE '00'.
010988 77  WS-SCRAFILE-OPEN-SWITCH     PIC X(01) VALUE 'N'.
010989     88  WS-SCRAFILE-OPEN           VALUE 'Y'.
010990     88  WS-SCRAFILE-NOT-OPEN       VALUE 'N'.
010991 77  WS-SCRA-PROTECTED-SWITCH    PIC X(01) VALUE 'N'.
010992     88  WS-SCRA-PROTECTED          VALUE 'Y'.
010993     88  WS-SCRA-NOT-PROTECTED      VALUE 'N'.
011000 77  WS-RESTART-FILE-STATUS      PIC X(02) VALUE '00'.
011100 77  WS-FCLRPT-FILE-STATUS       PIC X(02) VALUE '00'.
011200 77  WS-JOB-NAME                 PIC X(08) VALUE 'FORECLSE'.
011300 77  WS-TODAY-CCYYMMDD           PIC 9(08) VALUE ZERO.
011333 77  WS-TODAY-JULIAN             PIC 9(07) COMP-3 VALUE ZERO.
011366 77  WS-BREACH-NOTICE-DAYS       PIC 9(03) COMP VALUE 030.
011400 77  WS-CHECKPOINT-INTERVAL      PIC 9(05) COMP VALUE 1000.
011500 77  WS-RECS-SINCE-CHECKPOINT    PIC 9(05) COMP VALUE ZERO.
011600 77  WS-REQUEST-COUNT            PIC 9(07) COMP VALUE ZERO.
011700 77  WS-APPLIED-COUNT            PIC 9(07) COMP VALUE ZERO.
011800 77  WS-LOAN-COUNT               PIC 9(07) COMP VALUE ZERO.
011900 77  WS-OPENED-COUNT             PIC 9(07) COMP VALUE ZERO.
011950 77  WS-HELD-COUNT               PIC 9(07) COMP VALUE ZERO.
012000 77  WS-ERROR-COUNT              PIC 9(07) COMP VALUE ZERO.
012100 77  WS-REGISTER-MESSAGE         PIC X(26) VALUE SPACES.
012200 77  WS-LINE-COUNT               PIC 9(03) COMP VALUE ZERO.
018800******************************************************************
018900 1000-INITIALIZE.
019000     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD.
019033     COMPUTE WS-TODAY-JULIAN =
019066         FUNCTION INTEGER-OF-DATE (WS-TODAY-CCYYMMDD).
019100     OPEN INPUT CASE-REQUEST-FILE.
019200     IF WS-FCLRQST-FILE-STATUS = '35'
019300         DISPLAY 'COBFCL1 - NO CASE REQUEST FILE - MAINTENANCE '
022460     ELSE
022470         SET WS-ADDRFILE-OPEN TO TRUE
022480     END-IF.
022482     OPEN INPUT CORR-HISTORY-FILE.
022484     IF WS-CORRHIST-FILE-STATUS = '35'
022486         DISPLAY 'COBFCL1 - NO CORRESPONDENCE HISTORY - EVERY '
022488             'REFERRAL HELD'
022490         SET WS-CORRHIST-NOT-OPEN TO TRUE
022492     ELSE
022494         SET WS-CORRHIST-OPEN TO TRUE
022496     END-IF.
022506     OPEN INPUT SCRA-FILE.
022516     IF WS-SCRAFILE-FILE-STATUS = '35'
022526         DISPLAY 'COBFCL1 - NO SCRA FILE - NO SERVICEMEMBER '
022536             'PROTECTION HONORED'
022546         SET WS-SCRAFILE-NOT-OPEN TO TRUE
022556     ELSE
022566         SET WS-SCRAFILE-OPEN TO TRUE
022576     END-IF.
022586     OPEN OUTPUT CASE-REPORT-FILE.
022600     PERFORM 3900-WRITE-REPORT-HEADINGS
022700         THRU 3900-WRITE-REPORT-HEADINGS-EXIT.
022800     MOVE WS-JOB-NAME TO CKPT-JOB-NAME.
030400                 THRU 2800-WRITE-ERROR-LINE-EXIT
030500             GO TO 2000-PROCESS-ONE-REQUEST-EXIT
030600     END-READ.
030607     IF FRQ-MILESTONE-UPDATE
030614             AND (FRQ-MS-REFERRAL OR FRQ-MS-SALE)
030621         MOVE FRQ-LOAN-NUMBER TO SCR-LOAN-NUMBER
030628         PERFORM 3600-CHECK-SCRA-PROTECTION
030635             THRU 3600-CHECK-SCRA-PROTECTION-EXIT
030642         IF WS-SCRA-PROTECTED
030649             MOVE 'HELD - SCRA PROTECTION' TO WS-REGISTER-MESSAGE
030656             PERFORM 2800-WRITE-ERROR-LINE
030663                 THRU 2800-WRITE-ERROR-LINE-EXIT
030670             GO TO 2000-PROCESS-ONE-REQUEST-EXIT
030677         END-IF
030684     END-IF.
030700     EVALUATE TRUE
030800         WHEN FRQ-BANKRUPTCY-FILED
030900             SET CSE-BANKRUPTCY-STAY TO TRUE
037900* 3000-PROCESS-ONE-LOAN OPENS A CASE FOR A LOAN IN FORECLOSURE
038000* STATUS WITH NO CASE ON FILE.  THE KEYED WRITE IS THE
038100* ONCE-ONLY GUARD - A LOAN WHOSE CASE ALREADY EXISTS (OPEN OR
038150* CLOSED) FAILS THE WRITE AND IS LEFT ALONE.  A LOAN WITH NO
038200* CASE WHOSE BREACH LETTER IS MISSING OR UNDER 30 DAYS OLD IS
038233* HELD - PRINTED ON THE REGISTER AND NOT REFERRED - AS IS ONE
038266* WHOSE BORROWER IS UNDER SCRA PROTECTION.
038300******************************************************************
038400 3000-PROCESS-ONE-LOAN.
038500     IF NOT LM-FORECLOSURE OR LM-LOAN-PAID-OFF
038510             OR LM-LOAN-TRANSFERRED
038600         GO TO 3000-PROCESS-ONE-LOAN-CKPT
038700     END-IF.
038704     MOVE LM-LOAN-NUMBER TO SCR-LOAN-NUMBER.
038708     PERFORM 3600-CHECK-SCRA-PROTECTION
038712         THRU 3600-CHECK-SCRA-PROTECTION-EXIT.
038716     MOVE SPACES TO WS-REGISTER-MESSAGE.
038720     IF WS-SCRA-PROTECTED
038724         MOVE 'HELD - SCRA PROTECTION' TO WS-REGISTER-MESSAGE
038728     ELSE
038732         PERFORM 3300-CHECK-BREACH-LETTER
038736             THRU 3300-CHECK-BREACH-LETTER-EXIT
038740         IF WS-BREACH-LETTER-MISSING
038744             MOVE 'HELD - NO 30-DAY BREACH' TO WS-REGISTER-MESSAGE
038748         END-IF
038752     END-IF.
038756     IF WS-REGISTER-MESSAGE NOT = SPACES
038760         MOVE LM-LOAN-NUMBER TO CSE-LOAN-NUMBER
038764         READ CASE-FILE
038768             INVALID KEY
038772                 PERFORM 3400-WRITE-HELD-LINE
038776                     THRU 3400-WRITE-HELD-LINE-EXIT
038780         END-READ
038784         GO TO 3000-PROCESS-ONE-LOAN-CKPT
038788     END-IF.
038800     MOVE SPACES TO FORECLOSURE-CASE-RECORD.
038900     MOVE LM-LOAN-NUMBER TO CSE-LOAN-NUMBER.
039000     SET CSE-CASE-OPEN TO TRUE.
043700     WRITE REFERRAL-EXTRACT-RECORD.
043800 3200-WRITE-REFERRAL-EXTRACT-EXIT.
043900     EXIT.
043902*
043904******************************************************************
043906* 3300-CHECK-BREACH-LETTER LOOKS UP THE LOAN'S BREACH / DEMAND
043908* LETTER ON THE CORRESPONDENCE HISTORY.  IT COUNTS ONLY WHEN IT
043910* BELONGS TO THE OPEN DELINQUENCY EPISODE AND WAS SENT AT LEAST
043912* 30 DAYS AGO - THE BORROWER'S CURE PERIOD HAS THEN RUN.
043914******************************************************************
043916 3300-CHECK-BREACH-LETTER.
043918     SET WS-BREACH-LETTER-MISSING TO TRUE.
043920     IF WS-CORRHIST-NOT-OPEN
043922         GO TO 3300-CHECK-BREACH-LETTER-EXIT
043924     END-IF.
043926     MOVE LM-LOAN-NUMBER TO CRH-LOAN-NUMBER.
043928     SET CRH-BREACH-LETTER TO TRUE.
043930     READ CORR-HISTORY-FILE
043932         INVALID KEY
043934             GO TO 3300-CHECK-BREACH-LETTER-EXIT
043936     END-READ.
043938     IF CRH-EPISODE-OPEN
043940         AND FUNCTION INTEGER-OF-DATE (CRH-SENT-DATE)
043942             <= WS-TODAY-JULIAN - WS-BREACH-NOTICE-DAYS
043944         SET WS-BREACH-LETTER-ON-FILE TO TRUE
043946     END-IF.
043948 3300-CHECK-BREACH-LETTER-EXIT.
043950     EXIT.
043952*
043954 3400-WRITE-HELD-LINE.
043956     MOVE SPACES TO WS-CASE-DETAIL-LINE.
043958     MOVE LM-LOAN-NUMBER TO FCL-LOAN-NUMBER.
043960     MOVE 'H' TO FCL-FUNCTION-CODE.
043962     MOVE WS-TODAY-CCYYMMDD TO FCL-EVENT-DATE.
043964     MOVE WS-REGISTER-MESSAGE TO FCL-MESSAGE.
043966     PERFORM 2900-WRITE-REPORT-LINE
043968         THRU 2900-WRITE-REPORT-LINE-EXIT.
043970     ADD 1 TO WS-HELD-COUNT.
043972 3400-WRITE-HELD-LINE-EXIT.
043974     EXIT.
043976*
043977******************************************************************
043978* 3600-CHECK-SCRA-PROTECTION LOOKS UP THE LOAN NUMBER THE CALLER
043979* PLACED IN SCR-LOAN-NUMBER ON THE SCRA FILE.  A BORROWER WHOSE
043980* ACTIVE DUTY HAS STARTED AND WHOSE PROTECTION HAS NOT YET ENDED
043981* IS PROTECTED FROM REFERRAL AND SALE.
043982******************************************************************
043983 3600-CHECK-SCRA-PROTECTION.
043984     SET WS-SCRA-NOT-PROTECTED TO TRUE.
043985     IF WS-SCRAFILE-NOT-OPEN
043986         GO TO 3600-CHECK-SCRA-PROTECTION-EXIT
043987     END-IF.
043988     READ SCRA-FILE
043989         INVALID KEY
043990             GO TO 3600-CHECK-SCRA-PROTECTION-EXIT
043991     END-READ.
043992     IF SCR-ACTIVE-DUTY-START <= WS-TODAY-CCYYMMDD
043993             AND (SCR-PROTECTION-END-DATE = ZERO
043994             OR SCR-PROTECTION-END-DATE >= WS-TODAY-CCYYMMDD)
043995         SET WS-SCRA-PROTECTED TO TRUE
043996     END-IF.
043997 3600-CHECK-SCRA-PROTECTION-EXIT.
043998     EXIT.
043999*
044010******************************************************************
044020* 7500-FETCH-LOAN-ADDRESS READS THE ADDRESS RECORD FOR THE LOAN
044030* NUMBER THE CALLER PLACED IN ADR-LOAN-NUMBER.  A LOAN WITH NO
052910     IF WS-ADDRFILE-OPEN
052920         CLOSE ADDRESS-FILE
052930     END-IF.
052947     IF WS-CORRHIST-OPEN
052964         CLOSE CORR-HISTORY-FILE
052981     END-IF.
052985     IF WS-SCRAFILE-OPEN
052989         CLOSE SCRA-FILE
052993     END-IF.
053000     CLOSE CASE-REPORT-FILE.
053100     DISPLAY 'COBFCL1 - FORECLOSURE CASE TRACKING COMPLETE'.
053200     DISPLAY 'COBFCL1 - REQUESTS READ    : ' WS-REQUEST-COUNT.
053300     DISPLAY 'COBFCL1 - REQUESTS APPLIED : ' WS-APPLIED-COUNT.
053400     DISPLAY 'COBFCL1 - LOANS READ       : ' WS-LOAN-COUNT.
053500     DISPLAY 'COBFCL1 - CASES OPENED     : ' WS-OPENED-COUNT.
053550     DISPLAY 'COBFCL1 - REFERRALS HELD   : ' WS-HELD-COUNT.
053600     DISPLAY 'COBFCL1 - REQUESTS IN ERROR: ' WS-ERROR-COUNT.
053700     IF WS-ABEND-REQUIRED
053800         DISPLAY 'COBFCL1 - AN INPUT FILE OPEN FAILED - STEP '
