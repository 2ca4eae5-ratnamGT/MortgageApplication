000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBADV2.
000300 AUTHOR.        R J TATE.
000400 INSTALLATION.  MORTGAGE SERVICING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    MONTH-END AGED ADVANCE RECEIVABLE.  LISTS EVERY ADVANCE     *
001000*    STILL OUTSTANDING ON THE ADVANCE LEDGER (ADVLDGR.CPY) WITH  *
001100*    ITS AGE FROM THE ADVANCE DATE, SUMMARIZES THE RECEIVABLE BY *
001200*    ADVANCE TYPE IN 0-30, 31-60, 61-90, 91-180 AND OVER 180 DAY *
001300*    BUCKETS, AND TIES EACH TYPE'S TOTAL TO ITS ADVANCE CONTROL  *
001400*    TOTAL ON MTG.GL_CONTROL.  A TYPE THAT DOES NOT TIE WITHIN   *
001500*    TOLERANCE, OR GL CONTROL TOTALS THAT CANNOT BE READ, END    *
001600*    THE STEP WITH RETURN CODE 04.                               *
001700*                                                                *
001800*    BEFORE AGING, EACH ACTIVE LOAN'S ESCROW ADVANCES ARE SET    *
001900*    AGAINST ITS ESCROW BALANCE.  AN ESCROW ADVANCE IS ONLY      *
002000*    OUTSTANDING WHILE THE ESCROW BALANCE IS BELOW ZERO, SO WHEN *
002100*    THE BORROWER'S ESCROW PAYMENTS HAVE BROUGHT THE BALANCE     *
002200*    BACK UP, THE OPEN ESCROW ADVANCES ABOVE THE NEGATIVE        *
002300*    BALANCE ARE MARKED RECOVERED FROM ESCROW, OLDEST FIRST.     *
002400*    CORPORATE ADVANCES ARE ONLY RECOVERED BY THE PAYOFF RUN     *
002500*    (COBPAY1) AT PAYOFF OR REINSTATEMENT.                       *
002600*                                                                *
002700******************************************************************
002800*    MODIFICATION HISTORY
002900*    ---------------------------------------------------------
003000*    2026-10-15  RJT  INITIAL VERSION.
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT ADVANCE-LEDGER-FILE ASSIGN TO ADVLDGR
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS ADL-KEY
003900         FILE STATUS IS WS-ADVLDGR-FILE-STATUS.
004000     SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS LM-LOAN-NUMBER
004400         FILE STATUS IS WS-LOANMSTR-FILE-STATUS.
004500     SELECT RESTART-FILE ASSIGN TO RESTFILE
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS CKPT-STEP-NAME
004900         FILE STATUS IS WS-RESTART-FILE-STATUS.
005000     SELECT AGING-REPORT-FILE ASSIGN TO ADVAGRPT
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-ADVAGRPT-FILE-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  ADVANCE-LEDGER-FILE
005600     LABEL RECORDS ARE STANDARD.
005700     COPY ADVLDGR.
005800*
005900 FD  LOAN-MASTER-FILE
006000     LABEL RECORDS ARE STANDARD.
006100     COPY LOANMSTR.
006200*
006300 FD  RESTART-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY CHKPTREC.
006600*
006700 FD  AGING-REPORT-FILE
006800     LABEL RECORDS ARE OMITTED.
006900 01  AGING-REPORT-LINE           PIC X(132).
007000*
007100 WORKING-STORAGE SECTION.
007200 77  WS-ADVLDGR-FILE-STATUS      PIC X(02) VALUE '00'.
007300     88  WS-ADVLDGR-FILE-OK          VALUE '00' '02' '97'.
007400     88  WS-ADVLDGR-EOF              VALUE '10'.
007500 77  WS-LOANMSTR-FILE-STATUS     PIC X(02) VALUE '00'.
007600     88  WS-LOANMSTR-FILE-OK         VALUE '00' '02' '97'.
007700 77  WS-RESTART-FILE-STATUS      PIC X(02) VALUE '00'.
007800 77  WS-ADVAGRPT-FILE-STATUS     PIC X(02) VALUE '00'.
007900 77  WS-ESCROW-SYNC-SWITCH       PIC X(01) VALUE 'N'.
008000     88  WS-ESCROW-SYNC-PENDING     VALUE 'Y'.
008100     88  WS-ESCROW-SYNC-DONE        VALUE 'N'.
008200 77  WS-LEDGER-SCAN-SWITCH       PIC X(01) VALUE 'N'.
008300     88  WS-LEDGER-SCAN-DONE        VALUE 'Y'.
008400     88  WS-LEDGER-SCAN-MORE        VALUE 'N'.
008500 77  WS-GL-TOTAL-SWITCH          PIC X(01) VALUE 'N'.
008600     88  WS-GL-TOTAL-FOUND          VALUE 'Y'.
008700     88  WS-GL-TOTAL-NOT-FOUND      VALUE 'N'.
008800 77  WS-JOB-NAME                 PIC X(08) VALUE 'ADVAGING'.
008900 77  WS-TODAY-CCYYMMDD           PIC 9(08) VALUE ZERO.
009000 77  WS-TODAY-JULIAN             PIC 9(07) COMP-3 VALUE ZERO.
009100 77  WS-DAYS-OUTSTANDING         PIC S9(05) COMP-3 VALUE ZERO.
009200 77  WS-PREV-LOAN-NUMBER         PIC 9(10) VALUE ZERO.
009300 77  WS-SAVE-ADL-KEY             PIC X(22) VALUE SPACES.
009400 77  WS-ENTRY-OUTSTANDING        PIC S9(07)V99 COMP-3 VALUE ZERO.
009500 77  WS-ESCROW-ALLOWED           PIC S9(09)V99 COMP-3 VALUE ZERO.
009600 77  WS-ESCROW-OUTSTANDING       PIC S9(09)V99 COMP-3 VALUE ZERO.
009700 77  WS-ESCROW-EXCESS            PIC S9(09)V99 COMP-3 VALUE ZERO.
009800 77  WS-RECOVERY-AMOUNT          PIC S9(07)V99 COMP-3 VALUE ZERO.
009900 77  WS-TIE-TOLERANCE            PIC S9(05)V99 COMP-3
010000                                 VALUE 100.00.
010100 77  WS-TYPE-SUB                 PIC 9(02) COMP VALUE ZERO.
010200 77  WS-BUCKET-SUB               PIC 9(02) COMP VALUE ZERO.
010300 77  WS-ENTRY-COUNT              PIC 9(07) COMP VALUE ZERO.
010400 77  WS-OPEN-ENTRY-COUNT         PIC 9(07) COMP VALUE ZERO.
010500 77  WS-NOT-ON-MASTER-COUNT      PIC 9(07) COMP VALUE ZERO.
010600 77  WS-ESC-RECOVERED-COUNT      PIC 9(07) COMP VALUE ZERO.
010700 77  WS-ESC-RECOVERED-AMT        PIC S9(11)V99 COMP-3 VALUE ZERO.
010800 77  WS-UNTIED-COUNT             PIC 9(02) COMP VALUE ZERO.
010900 77  WS-LINE-COUNT               PIC 9(03) COMP VALUE ZERO.
011000 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 060.
011100 77  WS-HIGHEST-RETURN-CODE      PIC 9(02) COMP VALUE ZERO.
011200 77  WS-ABEND-SWITCH             PIC X(01) VALUE 'N'.
011300     88  WS-ABEND-REQUIRED           VALUE 'Y'.
011400     88  WS-ABEND-NOT-REQUIRED       VALUE 'N'.
011500*
011600*    ------------------------------------------------------------
011700*    RECEIVABLE BY ADVANCE TYPE (1 ESCROW, 2 FORECLOSURE,
011800*    3 INSPECTION, 4 ALL TYPES) AND AGE BUCKET, WITH THE GENERAL
011900*    LEDGER CONTROL TOTAL EACH TYPE IS TIED TO.
012000*    ------------------------------------------------------------
012100 01  WS-AGING-TABLE.
012200     05  AGT-TYPE-ENTRY OCCURS 4 TIMES.
012300         10  AGT-ENTRY-COUNT     PIC 9(07) COMP.
012400         10  AGT-BUCKET-AMT      PIC S9(11)V99 COMP-3
012500                                 OCCURS 5 TIMES.
012600         10  AGT-TYPE-TOTAL      PIC S9(11)V99 COMP-3.
012700         10  AGT-GL-TOTAL        PIC S9(11)V99 COMP-3.
012800         10  AGT-GL-VARIANCE     PIC S9(11)V99 COMP-3.
012900*
013000 01  WS-TYPE-LABEL-VALUES.
013100     05  FILLER          PIC X(18) VALUE 'ESCROW'.
013200     05  FILLER          PIC X(18) VALUE 'FORECLOSURE'.
013300     05  FILLER          PIC X(18) VALUE 'INSPECTION'.
013400     05  FILLER          PIC X(18) VALUE 'ALL ADVANCE TYPES'.
013500 01  WS-TYPE-LABEL-TABLE REDEFINES WS-TYPE-LABEL-VALUES.
013600     05  WS-TYPE-LABEL           PIC X(18) OCCURS 4 TIMES.
013700*
013800 01  WS-BUCKET-LABEL-VALUES.
013900     05  FILLER          PIC X(08) VALUE '0-30'.
014000     05  FILLER          PIC X(08) VALUE '31-60'.
014100     05  FILLER          PIC X(08) VALUE '61-90'.
014200     05  FILLER          PIC X(08) VALUE '91-180'.
014300     05  FILLER          PIC X(08) VALUE 'OVER 180'.
014400 01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABEL-VALUES.
014500     05  WS-BUCKET-LABEL         PIC X(08) OCCURS 5 TIMES.
014600*
014700 01  WS-HEADING-LINE-1.
014800     05  FILLER          PIC X(20) VALUE 'ADVANCE RECEIVABLE A'.
014900     05  FILLER          PIC X(20) VALUE 'GING BY ADVANCE TYPE'.
015000     05  FILLER          PIC X(07) VALUE ' AS OF '.
015100     05  HDG-AS-OF-DATE  PIC 9(08).
015200     05  FILLER          PIC X(77) VALUE SPACES.
015300*
015400 01  WS-HEADING-LINE-2.
015500     05  FILLER          PIC X(10) VALUE 'LOAN'.
015600     05  FILLER          PIC X(02) VALUE SPACES.
015700     05  FILLER          PIC X(01) VALUE 'T'.
015800     05  FILLER          PIC X(02) VALUE SPACES.
015900     05  FILLER          PIC X(08) VALUE 'ADV DATE'.
016000     05  FILLER          PIC X(02) VALUE SPACES.
016100     05  FILLER          PIC X(30) VALUE 'PAYEE'.
016200     05  FILLER          PIC X(02) VALUE SPACES.
016300     05  FILLER          PIC X(15) VALUE 'REFERENCE'.
016400     05  FILLER          PIC X(02) VALUE SPACES.
016500     05  FILLER          PIC X(12) VALUE '    ADVANCED'.
016600     05  FILLER          PIC X(02) VALUE SPACES.
016700     05  FILLER          PIC X(12) VALUE '   RECOVERED'.
016800     05  FILLER          PIC X(02) VALUE SPACES.
016900     05  FILLER          PIC X(12) VALUE ' OUTSTANDING'.
017000     05  FILLER          PIC X(02) VALUE SPACES.
017100     05  FILLER          PIC X(05) VALUE ' DAYS'.
017200     05  FILLER          PIC X(02) VALUE SPACES.
017300     05  FILLER          PIC X(08) VALUE 'AGE'.
017400     05  FILLER          PIC X(01) VALUE SPACES.
017500*
017600 01  WS-AGING-DETAIL-LINE.
017700     05  AGD-LOAN-NUMBER     PIC 9(10).
017800     05  FILLER              PIC X(02) VALUE SPACES.
017900     05  AGD-ADVANCE-TYPE    PIC X(01).
018000     05  FILLER              PIC X(02) VALUE SPACES.
018100     05  AGD-ADVANCE-DATE    PIC 9(08).
018200     05  FILLER              PIC X(02) VALUE SPACES.
018300     05  AGD-PAYEE-NAME      PIC X(30).
018400     05  FILLER              PIC X(02) VALUE SPACES.
018500     05  AGD-REFERENCE       PIC X(15).
018600     05  FILLER              PIC X(02) VALUE SPACES.
018700     05  AGD-ADVANCE-AMT     PIC Z,ZZZ,ZZ9.99.
018800     05  FILLER              PIC X(02) VALUE SPACES.
018900     05  AGD-RECOVERED-AMT   PIC Z,ZZZ,ZZ9.99.
019000     05  FILLER              PIC X(02) VALUE SPACES.
019100     05  AGD-OUTSTANDING-AMT PIC Z,ZZZ,ZZ9.99.
019200     05  FILLER              PIC X(02) VALUE SPACES.
019300     05  AGD-DAYS            PIC ZZZZ9.
019400     05  FILLER              PIC X(02) VALUE SPACES.
019500     05  AGD-AGE-BUCKET      PIC X(08).
019600     05  FILLER              PIC X(01) VALUE SPACES.
019700*
019800 01  WS-SUMMARY-HEADING-1.
019900     05  FILLER          PIC X(20) VALUE 'ADVANCE RECEIVABLE S'.
020000     05  FILLER          PIC X(20) VALUE 'UMMARY BY TYPE AND A'.
020100     05  FILLER          PIC X(03) VALUE 'GE'.
020200     05  FILLER          PIC X(89) VALUE SPACES.
020300*
020400 01  WS-SUMMARY-HEADING-2.
020500     05  FILLER          PIC X(18) VALUE 'ADVANCE TYPE'.
020600     05  FILLER          PIC X(02) VALUE SPACES.
020700     05  FILLER          PIC X(07) VALUE '  COUNT'.
020800     05  FILLER          PIC X(16) VALUE '       0-30 DAYS'.
020900     05  FILLER          PIC X(16) VALUE '      31-60 DAYS'.
021000     05  FILLER          PIC X(16) VALUE '      61-90 DAYS'.
021100     05  FILLER          PIC X(16) VALUE '     91-180 DAYS'.
021200     05  FILLER          PIC X(16) VALUE '   OVER 180 DAYS'.
021300     05  FILLER          PIC X(02) VALUE SPACES.
021400     05  FILLER          PIC X(16) VALUE '     OUTSTANDING'.
021500     05  FILLER          PIC X(07) VALUE SPACES.
021600*
021700 01  WS-SUMMARY-LINE.
021800     05  SML-TYPE-LABEL      PIC X(18).
021900     05  FILLER              PIC X(02).
022000     05  SML-ENTRY-COUNT     PIC ZZZ,ZZ9.
022100     05  SML-BUCKET OCCURS 5 TIMES.
022200         10  FILLER          PIC X(02).
022300         10  SML-BUCKET-AMT  PIC ZZZ,ZZZ,ZZ9.99.
022400     05  FILLER              PIC X(02).
022500     05  SML-TYPE-TOTAL      PIC Z,ZZZ,ZZZ,ZZ9.99.
022600     05  FILLER              PIC X(07).
022700*
022800 01  WS-TIE-HEADING.
022900     05  FILLER          PIC X(18) VALUE 'ADVANCE TYPE'.
023000     05  FILLER          PIC X(02) VALUE SPACES.
023100     05  FILLER          PIC X(18) VALUE '      LEDGER TOTAL'.
023200     05  FILLER          PIC X(02) VALUE SPACES.
023300     05  FILLER          PIC X(18) VALUE '  GL CONTROL TOTAL'.
023400     05  FILLER          PIC X(02) VALUE SPACES.
023500     05  FILLER          PIC X(18) VALUE '          VARIANCE'.
023600     05  FILLER          PIC X(02) VALUE SPACES.
023700     05  FILLER          PIC X(30) VALUE 'STATUS'.
023800     05  FILLER          PIC X(22) VALUE SPACES.
023900*
024000 01  WS-TIE-LINE.
024100     05  TIE-TYPE-LABEL      PIC X(18).
024200     05  FILLER              PIC X(02) VALUE SPACES.
024300     05  TIE-LEDGER-TOTAL    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
024400     05  FILLER              PIC X(02) VALUE SPACES.
024500     05  TIE-GL-TOTAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
024600     05  FILLER              PIC X(02) VALUE SPACES.
024700     05  TIE-VARIANCE        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
024800     05  FILLER              PIC X(02) VALUE SPACES.
024900     05  TIE-MESSAGE         PIC X(30).
025000     05  FILLER              PIC X(22) VALUE SPACES.
025100*
025200 01  WS-AMOUNT-LINE.
025300     05  AMT-LABEL           PIC X(34).
025400     05  AMT-VALUE           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
025500     05  FILLER              PIC X(79) VALUE SPACES.
025600*
025700 01  WS-SUMMARY-COUNT-LINE.
025800     05  SUM-LABEL           PIC X(34).
025900     05  SUM-COUNT           PIC ZZZ,ZZ9.
026000     05  FILLER              PIC X(91) VALUE SPACES.
026100*
026200 01  WS-MESSAGE-LINE.
026300     05  MSG-TEXT            PIC X(60).
026400     05  FILLER              PIC X(72) VALUE SPACES.
026500*
026600 01  WS-BLANK-LINE           PIC X(132) VALUE SPACES.
026700*
026800     COPY GLCTLREC.
026900*
027000     EXEC SQL
027100          INCLUDE SQLCA
027200     END-EXEC.
027300*
027400 PROCEDURE DIVISION.
027500 0000-MAINLINE.
027600     PERFORM 1000-INITIALIZE
027700         THRU 1000-INITIALIZE-EXIT.
027800     PERFORM UNTIL WS-ADVLDGR-EOF
027900         PERFORM 2000-PROCESS-ONE-ENTRY
028000             THRU 2000-PROCESS-ONE-ENTRY-EXIT
028100         PERFORM 2900-READ-NEXT-ENTRY
028200             THRU 2900-READ-NEXT-ENTRY-EXIT
028300     END-PERFORM.
028400     IF WS-ABEND-NOT-REQUIRED
028500         PERFORM 3000-WRITE-AGING-SUMMARY
028600             THRU 3000-WRITE-AGING-SUMMARY-EXIT
028700         PERFORM 4000-TIE-TO-GENERAL-LEDGER
028800             THRU 4000-TIE-TO-GENERAL-LEDGER-EXIT
028900     END-IF.
029000     PERFORM 6000-WRITE-FINAL-CHECKPOINT
029100         THRU 6000-WRITE-FINAL-CHECKPOINT-EXIT.
029200     PERFORM 9999-TERMINATE
029300         THRU 9999-TERMINATE-EXIT.
029400     GOBACK.
029500*
029600******************************************************************
029700* 1000-INITIALIZE OPENS THE ADVANCE LEDGER FOR UPDATE (CREATED
029800* ON FIRST USE - AN EMPTY LEDGER STILL TIES TO THE GENERAL
029900* LEDGER), THE LOAN MASTER AND THE REPORT, AND READS THE FIRST
030000* LEDGER ENTRY.  A FAILED LEDGER OR LOAN MASTER OPEN FAILS THE
030100* STEP.
030200******************************************************************
030300 1000-INITIALIZE.
030400     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD.
030500     COMPUTE WS-TODAY-JULIAN =
030600         FUNCTION INTEGER-OF-DATE (WS-TODAY-CCYYMMDD).
030700     MOVE WS-TODAY-CCYYMMDD TO HDG-AS-OF-DATE.
030800     INITIALIZE WS-AGING-TABLE.
030900     OPEN OUTPUT AGING-REPORT-FILE.
031000     OPEN INPUT LOAN-MASTER-FILE.
031100     IF NOT WS-LOANMSTR-FILE-OK
031200         DISPLAY 'COBADV2 - LOAN MASTER OPEN FAILED, STATUS='
031300             WS-LOANMSTR-FILE-STATUS
031400         MOVE '10' TO WS-ADVLDGR-FILE-STATUS
031500         SET WS-ABEND-REQUIRED TO TRUE
031600         IF 16 > WS-HIGHEST-RETURN-CODE
031700             MOVE 16 TO WS-HIGHEST-RETURN-CODE
031800         END-IF
031900         GO TO 1000-INITIALIZE-EXIT
032000     END-IF.
032100     OPEN I-O ADVANCE-LEDGER-FILE.
032200     IF WS-ADVLDGR-FILE-STATUS = '35'
032300         OPEN OUTPUT ADVANCE-LEDGER-FILE
032400         CLOSE ADVANCE-LEDGER-FILE
032500         OPEN I-O ADVANCE-LEDGER-FILE
032600     END-IF.
032700     IF NOT WS-ADVLDGR-FILE-OK
032800         DISPLAY 'COBADV2 - ADVANCE LEDGER OPEN FAILED, STATUS='
032900             WS-ADVLDGR-FILE-STATUS
033000         MOVE '10' TO WS-ADVLDGR-FILE-STATUS
033100         SET WS-ABEND-REQUIRED TO TRUE
033200         IF 16 > WS-HIGHEST-RETURN-CODE
033300             MOVE 16 TO WS-HIGHEST-RETURN-CODE
033400         END-IF
033500         GO TO 1000-INITIALIZE-EXIT
033600     END-IF.
033700     PERFORM 3900-WRITE-REPORT-HEADINGS
033800         THRU 3900-WRITE-REPORT-HEADINGS-EXIT.
033900     PERFORM 2900-READ-NEXT-ENTRY
034000         THRU 2900-READ-NEXT-ENTRY-EXIT.
034100     DISPLAY 'COBADV2 - ADVANCE RECEIVABLE AGING STARTING'.
034200 1000-INITIALIZE-EXIT.
034300     EXIT.
034400*
034500******************************************************************
034600* 2000-PROCESS-ONE-ENTRY HANDLES ONE LEDGER ENTRY IN KEY ORDER.
034700* THE FIRST ENTRY OF A LOAN LOOKS THE LOAN UP; THE FIRST ESCROW
034800* ENTRY OF A LOAN (ESCROW SORTS AHEAD OF THE CORPORATE TYPES)
034900* SETS THE LOAN'S ESCROW ADVANCES AGAINST ITS ESCROW BALANCE.
035000* EVERY ENTRY STILL OPEN AFTER THAT IS AGED.
035100******************************************************************
035200 2000-PROCESS-ONE-ENTRY.
035300     IF ADL-LOAN-NUMBER NOT = WS-PREV-LOAN-NUMBER
035400         PERFORM 2100-START-NEW-LOAN
035500             THRU 2100-START-NEW-LOAN-EXIT
035600     END-IF.
035700     IF ADL-ESCROW-ADVANCE AND WS-ESCROW-SYNC-PENDING
035800         SET WS-ESCROW-SYNC-DONE TO TRUE
035900         PERFORM 2200-SYNC-ESCROW-ADVANCES
036000             THRU 2200-SYNC-ESCROW-ADVANCES-EXIT
036100         IF WS-ADVLDGR-EOF
036200             GO TO 2000-PROCESS-ONE-ENTRY-EXIT
036300         END-IF
036400     END-IF.
036500     IF ADL-ENTRY-OPEN
036600         PERFORM 2500-AGE-ONE-ENTRY
036700             THRU 2500-AGE-ONE-ENTRY-EXIT
036800     END-IF.
036900 2000-PROCESS-ONE-ENTRY-EXIT.
037000     EXIT.
037100*
037200******************************************************************
037300* 2100-START-NEW-LOAN READS THE LOAN MASTER FOR THE LOAN NOW
037400* BEING PROCESSED.  ONLY AN ACTIVE LOAN'S ESCROW ADVANCES ARE
037500* SET AGAINST ITS ESCROW BALANCE - A PAID-OFF LOAN'S ADVANCES
037600* WERE RECOVERED FROM THE PAYOFF FUNDS, AND A TRANSFERRED OR
037700* UNKNOWN LOAN'S ARE LEFT FOR SERVICING TO WORK.
037800******************************************************************
037900 2100-START-NEW-LOAN.
038000     MOVE ADL-LOAN-NUMBER TO WS-PREV-LOAN-NUMBER.
038100     SET WS-ESCROW-SYNC-DONE TO TRUE.
038200     MOVE ZERO TO WS-ESCROW-ALLOWED.
038300     MOVE ADL-LOAN-NUMBER TO LM-LOAN-NUMBER.
038400     READ LOAN-MASTER-FILE
038500         INVALID KEY
038600             DISPLAY 'COBADV2 - LEDGER LOAN NOT ON MASTER: '
038700                 ADL-LOAN-NUMBER
038800             ADD 1 TO WS-NOT-ON-MASTER-COUNT
038900             GO TO 2100-START-NEW-LOAN-EXIT
039000     END-READ.
039100     IF NOT LM-LOAN-ACTIVE
039200         GO TO 2100-START-NEW-LOAN-EXIT
039300     END-IF.
039400     SET WS-ESCROW-SYNC-PENDING TO TRUE.
039500     IF LM-ESCROW-BALANCE < ZERO
039600         COMPUTE WS-ESCROW-ALLOWED = ZERO - LM-ESCROW-BALANCE
039700     END-IF.
039800 2100-START-NEW-LOAN-EXIT.
039900     EXIT.
040000*
040100******************************************************************
040200* 2200-SYNC-ESCROW-ADVANCES TOTALS THE LOAN'S OPEN ESCROW
040300* ADVANCES AND, WHERE THEY ARE MORE THAN THE NEGATIVE ESCROW
040400* BALANCE, MARKS THE EXCESS RECOVERED FROM ESCROW STARTING WITH
040500* THE OLDEST ENTRY.  THE LEDGER IS THEN REPOSITIONED ON THE
040600* LOAN'S FIRST ESCROW ENTRY SO THE ENTRIES ARE AGED AS UPDATED.
040700******************************************************************
040800 2200-SYNC-ESCROW-ADVANCES.
040900     MOVE ADL-KEY TO WS-SAVE-ADL-KEY.
041000     MOVE ZERO TO WS-ESCROW-OUTSTANDING.
041100     SET WS-LEDGER-SCAN-MORE TO TRUE.
041200     PERFORM 2210-ADD-ESCROW-OUTSTANDING
041300         THRU 2210-ADD-ESCROW-OUTSTANDING-EXIT
041400         UNTIL WS-LEDGER-SCAN-DONE.
041500     COMPUTE WS-ESCROW-EXCESS =
041600         WS-ESCROW-OUTSTANDING - WS-ESCROW-ALLOWED.
041700     IF WS-ESCROW-EXCESS > ZERO
041800         PERFORM 2250-POSITION-AT-SAVED-KEY
041900             THRU 2250-POSITION-AT-SAVED-KEY-EXIT
042000         PERFORM 2220-RECOVER-ONE-ESCROW
042100             THRU 2220-RECOVER-ONE-ESCROW-EXIT
042200             UNTIL WS-LEDGER-SCAN-DONE
042300     END-IF.
042400     PERFORM 2250-POSITION-AT-SAVED-KEY
042500         THRU 2250-POSITION-AT-SAVED-KEY-EXIT.
042600 2200-SYNC-ESCROW-ADVANCES-EXIT.
042700     EXIT.
042800*
042900 2210-ADD-ESCROW-OUTSTANDING.
043000     IF ADL-LOAN-NUMBER NOT = WS-PREV-LOAN-NUMBER
043100             OR NOT ADL-ESCROW-ADVANCE
043200         SET WS-LEDGER-SCAN-DONE TO TRUE
043300         GO TO 2210-ADD-ESCROW-OUTSTANDING-EXIT
043400     END-IF.
043500     IF ADL-ENTRY-OPEN
043600         COMPUTE WS-ENTRY-OUTSTANDING =
043700             ADL-ADVANCE-AMOUNT - ADL-RECOVERED-AMOUNT
043800         ADD WS-ENTRY-OUTSTANDING TO WS-ESCROW-OUTSTANDING
043900     END-IF.
044000     PERFORM 2260-READ-NEXT-FOR-SCAN
044100         THRU 2260-READ-NEXT-FOR-SCAN-EXIT.
044200 2210-ADD-ESCROW-OUTSTANDING-EXIT.
044300     EXIT.
044400*
044500 2220-RECOVER-ONE-ESCROW.
044600     IF ADL-LOAN-NUMBER NOT = WS-PREV-LOAN-NUMBER
044700             OR NOT ADL-ESCROW-ADVANCE
044800             OR WS-ESCROW-EXCESS NOT > ZERO
044900         SET WS-LEDGER-SCAN-DONE TO TRUE
045000         GO TO 2220-RECOVER-ONE-ESCROW-EXIT
045100     END-IF.
045200     IF NOT ADL-ENTRY-OPEN
045300         GO TO 2220-RECOVER-ONE-ESCROW-NEXT
045400     END-IF.
045500     COMPUTE WS-ENTRY-OUTSTANDING =
045600         ADL-ADVANCE-AMOUNT - ADL-RECOVERED-AMOUNT.
045700     MOVE WS-ENTRY-OUTSTANDING TO WS-RECOVERY-AMOUNT.
045800     IF WS-RECOVERY-AMOUNT > WS-ESCROW-EXCESS
045900         MOVE WS-ESCROW-EXCESS TO WS-RECOVERY-AMOUNT
046000     END-IF.
046100     ADD WS-RECOVERY-AMOUNT TO ADL-RECOVERED-AMOUNT.
046200     MOVE WS-TODAY-CCYYMMDD TO ADL-RECOVERED-DATE.
046300     SET ADL-RECOVERED-FROM-ESCROW TO TRUE.
046400     IF WS-RECOVERY-AMOUNT = WS-ENTRY-OUTSTANDING
046500         SET ADL-ENTRY-RECOVERED TO TRUE
046600     END-IF.
046700     REWRITE ADVANCE-LEDGER-RECORD
046800         INVALID KEY
046900             DISPLAY 'COBADV2 - ADVANCE LEDGER REWRITE FAILED '
047000                 'FOR LOAN ' ADL-LOAN-NUMBER ' STATUS='
047100                 WS-ADVLDGR-FILE-STATUS
047200     END-REWRITE.
047300     SUBTRACT WS-RECOVERY-AMOUNT FROM WS-ESCROW-EXCESS.
047400     ADD 1 TO WS-ESC-RECOVERED-COUNT.
047500     ADD WS-RECOVERY-AMOUNT TO WS-ESC-RECOVERED-AMT.
047600 2220-RECOVER-ONE-ESCROW-NEXT.
047700     PERFORM 2260-READ-NEXT-FOR-SCAN
047800         THRU 2260-READ-NEXT-FOR-SCAN-EXIT.
047900 2220-RECOVER-ONE-ESCROW-EXIT.
048000     EXIT.
048100*
048200 2250-POSITION-AT-SAVED-KEY.
048300     SET WS-LEDGER-SCAN-MORE TO TRUE.
048400     MOVE WS-SAVE-ADL-KEY TO ADL-KEY.
048500     START ADVANCE-LEDGER-FILE KEY IS NOT LESS THAN ADL-KEY
048600         INVALID KEY
048700             SET WS-LEDGER-SCAN-DONE TO TRUE
048800             MOVE '10' TO WS-ADVLDGR-FILE-STATUS
048900     END-START.
049000     IF WS-LEDGER-SCAN-MORE
049100         PERFORM 2260-READ-NEXT-FOR-SCAN
049200             THRU 2260-READ-NEXT-FOR-SCAN-EXIT
049300     END-IF.
049400 2250-POSITION-AT-SAVED-KEY-EXIT.
049500     EXIT.
049600*
049700 2260-READ-NEXT-FOR-SCAN.
049800     READ ADVANCE-LEDGER-FILE NEXT RECORD
049900         AT END
050000             SET WS-LEDGER-SCAN-DONE TO TRUE
050100             MOVE '10' TO WS-ADVLDGR-FILE-STATUS
050200     END-READ.
050300 2260-READ-NEXT-FOR-SCAN-EXIT.
050400     EXIT.
050500*
050600******************************************************************
050700* 2500-AGE-ONE-ENTRY PUTS ONE OPEN ENTRY'S OUTSTANDING AMOUNT IN
050800* ITS AGE BUCKET, BY DAYS SINCE THE ADVANCE DATE, UNDER ITS OWN
050900* TYPE AND THE ALL-TYPES TOTAL, AND LISTS IT.
051000******************************************************************
051100 2500-AGE-ONE-ENTRY.
051200     COMPUTE WS-ENTRY-OUTSTANDING =
051300         ADL-ADVANCE-AMOUNT - ADL-RECOVERED-AMOUNT.
051400     COMPUTE WS-DAYS-OUTSTANDING = WS-TODAY-JULIAN -
051500         FUNCTION INTEGER-OF-DATE (ADL-ADVANCE-DATE).
051600     EVALUATE TRUE
051700         WHEN WS-DAYS-OUTSTANDING NOT > 30
051800             MOVE 1 TO WS-BUCKET-SUB
051900         WHEN WS-DAYS-OUTSTANDING NOT > 60
052000             MOVE 2 TO WS-BUCKET-SUB
052100         WHEN WS-DAYS-OUTSTANDING NOT > 90
052200             MOVE 3 TO WS-BUCKET-SUB
052300         WHEN WS-DAYS-OUTSTANDING NOT > 180
052400             MOVE 4 TO WS-BUCKET-SUB
052500         WHEN OTHER
052600             MOVE 5 TO WS-BUCKET-SUB
052700     END-EVALUATE.
052800     EVALUATE TRUE
052900         WHEN ADL-ESCROW-ADVANCE
053000             MOVE 1 TO WS-TYPE-SUB
053100         WHEN ADL-FORECLOSURE-ADVANCE
053200             MOVE 2 TO WS-TYPE-SUB
053300         WHEN OTHER
053400             MOVE 3 TO WS-TYPE-SUB
053500     END-EVALUATE.
053600     PERFORM 2550-ADD-TO-TYPE-TOTALS
053700         THRU 2550-ADD-TO-TYPE-TOTALS-EXIT.
053800     MOVE 4 TO WS-TYPE-SUB.
053900     PERFORM 2550-ADD-TO-TYPE-TOTALS
054000         THRU 2550-ADD-TO-TYPE-TOTALS-EXIT.
054100     ADD 1 TO WS-OPEN-ENTRY-COUNT.
054200     MOVE SPACES                TO WS-AGING-DETAIL-LINE.
054300     MOVE ADL-LOAN-NUMBER       TO AGD-LOAN-NUMBER.
054400     MOVE ADL-ADVANCE-TYPE      TO AGD-ADVANCE-TYPE.
054500     MOVE ADL-ADVANCE-DATE      TO AGD-ADVANCE-DATE.
054600     MOVE ADL-PAYEE-NAME        TO AGD-PAYEE-NAME.
054700     MOVE ADL-REFERENCE         TO AGD-REFERENCE.
054800     MOVE ADL-ADVANCE-AMOUNT    TO AGD-ADVANCE-AMT.
054900     MOVE ADL-RECOVERED-AMOUNT  TO AGD-RECOVERED-AMT.
055000     MOVE WS-ENTRY-OUTSTANDING  TO AGD-OUTSTANDING-AMT.
055100     MOVE WS-DAYS-OUTSTANDING   TO AGD-DAYS.
055200     MOVE WS-BUCKET-LABEL (WS-BUCKET-SUB) TO AGD-AGE-BUCKET.
055300     WRITE AGING-REPORT-LINE FROM WS-AGING-DETAIL-LINE.
055400     ADD 1 TO WS-LINE-COUNT.
055500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
055600         PERFORM 3900-WRITE-REPORT-HEADINGS
055700             THRU 3900-WRITE-REPORT-HEADINGS-EXIT
055800     END-IF.
055900 2500-AGE-ONE-ENTRY-EXIT.
056000     EXIT.
056100*
056200 2550-ADD-TO-TYPE-TOTALS.
056300     ADD 1 TO AGT-ENTRY-COUNT (WS-TYPE-SUB).
056400     ADD WS-ENTRY-OUTSTANDING
056500         TO AGT-BUCKET-AMT (WS-TYPE-SUB, WS-BUCKET-SUB).
056600     ADD WS-ENTRY-OUTSTANDING TO AGT-TYPE-TOTAL (WS-TYPE-SUB).
056700 2550-ADD-TO-TYPE-TOTALS-EXIT.
056800     EXIT.
056900*
057000 2900-READ-NEXT-ENTRY.
057100     READ ADVANCE-LEDGER-FILE NEXT RECORD
057200         AT END
057300             MOVE '10' TO WS-ADVLDGR-FILE-STATUS
057400     END-READ.
057500     IF NOT WS-ADVLDGR-EOF
057600         ADD 1 TO WS-ENTRY-COUNT
057700     END-IF.
057800 2900-READ-NEXT-ENTRY-EXIT.
057900     EXIT.
058000*
058100******************************************************************
058200* 3000-WRITE-AGING-SUMMARY PRINTS THE RECEIVABLE BY ADVANCE TYPE
058300* AND AGE BUCKET ON A NEW PAGE, WITH THE ESCROW ADVANCES
058400* RECOVERED FROM ESCROW BY THIS RUN.
058500******************************************************************
058600 3000-WRITE-AGING-SUMMARY.
058700     WRITE AGING-REPORT-LINE FROM WS-SUMMARY-HEADING-1
058800         AFTER ADVANCING PAGE.
058900     WRITE AGING-REPORT-LINE FROM WS-SUMMARY-HEADING-2
059000         AFTER ADVANCING 2 LINES.
059100     PERFORM 3100-WRITE-ONE-TYPE-LINE
059200         THRU 3100-WRITE-ONE-TYPE-LINE-EXIT
059300         VARYING WS-TYPE-SUB FROM 1 BY 1
059400         UNTIL WS-TYPE-SUB > 4.
059500     WRITE AGING-REPORT-LINE FROM WS-BLANK-LINE
059600         AFTER ADVANCING 1 LINE.
059700     MOVE 'LEDGER ENTRIES READ' TO SUM-LABEL.
059800     MOVE WS-ENTRY-COUNT TO SUM-COUNT.
059900     WRITE AGING-REPORT-LINE FROM WS-SUMMARY-COUNT-LINE
060000         AFTER ADVANCING 1 LINE.
060100     MOVE 'ESCROW ADVANCES RECOVERED' TO SUM-LABEL.
060200     MOVE WS-ESC-RECOVERED-COUNT TO SUM-COUNT.
060300     WRITE AGING-REPORT-LINE FROM WS-SUMMARY-COUNT-LINE
060400         AFTER ADVANCING 1 LINE.
060500     MOVE 'RECOVERED FROM ESCROW THIS RUN' TO AMT-LABEL.
060600     MOVE WS-ESC-RECOVERED-AMT TO AMT-VALUE.
060700     WRITE AGING-REPORT-LINE FROM WS-AMOUNT-LINE
060800         AFTER ADVANCING 1 LINE.
060900 3000-WRITE-AGING-SUMMARY-EXIT.
061000     EXIT.
061100*
061200 3100-WRITE-ONE-TYPE-LINE.
061300     MOVE SPACES TO WS-SUMMARY-LINE.
061400     MOVE WS-TYPE-LABEL (WS-TYPE-SUB) TO SML-TYPE-LABEL.
061500     MOVE AGT-ENTRY-COUNT (WS-TYPE-SUB) TO SML-ENTRY-COUNT.
061600     PERFORM 3150-MOVE-ONE-BUCKET
061700         THRU 3150-MOVE-ONE-BUCKET-EXIT
061800         VARYING WS-BUCKET-SUB FROM 1 BY 1
061900         UNTIL WS-BUCKET-SUB > 5.
062000     MOVE AGT-TYPE-TOTAL (WS-TYPE-SUB) TO SML-TYPE-TOTAL.
062100     IF WS-TYPE-SUB = 4
062200         WRITE AGING-REPORT-LINE FROM WS-SUMMARY-LINE
062300             AFTER ADVANCING 2 LINES
062400     ELSE
062500         WRITE AGING-REPORT-LINE FROM WS-SUMMARY-LINE
062600             AFTER ADVANCING 1 LINE
062700     END-IF.
062800 3100-WRITE-ONE-TYPE-LINE-EXIT.
062900     EXIT.
063000*
063100 3150-MOVE-ONE-BUCKET.
063200     MOVE AGT-BUCKET-AMT (WS-TYPE-SUB, WS-BUCKET-SUB)
063300         TO SML-BUCKET-AMT (WS-BUCKET-SUB).
063400 3150-MOVE-ONE-BUCKET-EXIT.
063500     EXIT.
063600*
063700 3900-WRITE-REPORT-HEADINGS.
063800     WRITE AGING-REPORT-LINE FROM WS-HEADING-LINE-1
063900         AFTER ADVANCING PAGE.
064000     WRITE AGING-REPORT-LINE FROM WS-HEADING-LINE-2
064100         AFTER ADVANCING 2 LINES.
064200     MOVE ZERO TO WS-LINE-COUNT.
064300 3900-WRITE-REPORT-HEADINGS-EXIT.
064400     EXIT.
064500*
064600******************************************************************
064700* 4000-TIE-TO-GENERAL-LEDGER PUTS EACH ADVANCE TYPE'S LEDGER
064800* TOTAL, AND THE TOTAL FOR ALL TYPES, AGAINST THE SUM OF THAT
064900* TYPE'S ADVANCE CONTROL TOTALS ON MTG.GL_CONTROL.  THE SAME
065000* TOLERANCE AS THE PORTFOLIO TIE-OUT (COBSTR1) APPLIES.
065100******************************************************************
065200 4000-TIE-TO-GENERAL-LEDGER.
065300     EXEC SQL
065400          SELECT SUM(ESCROW_ADVANCE_TOTAL),
065500                 SUM(FCL_ADVANCE_TOTAL),
065600                 SUM(INSPECTION_ADVANCE_TOTAL)
065700               INTO :GL-ESCROW-ADVANCE-TOTAL,
065800                    :GL-FCL-ADVANCE-TOTAL,
065900                    :GL-INSPECT-ADVANCE-TOTAL
066000               FROM MTG.GL_CONTROL
066100     END-EXEC.
066200     WRITE AGING-REPORT-LINE FROM WS-BLANK-LINE
066300         AFTER ADVANCING 1 LINE.
066400     IF SQLCODE NOT = ZERO
066500         DISPLAY 'COBADV2 - GL CONTROL TOTALS NOT AVAILABLE, '
066600             'SQLCODE=' SQLCODE
066700         SET WS-GL-TOTAL-NOT-FOUND TO TRUE
066800         IF 04 > WS-HIGHEST-RETURN-CODE
066900             MOVE 04 TO WS-HIGHEST-RETURN-CODE
067000         END-IF
067100         MOVE 'GL CONTROL TOTALS NOT AVAILABLE - NOT TIED'
067200             TO MSG-TEXT
067300         PERFORM 4950-WRITE-MESSAGE-LINE
067400             THRU 4950-WRITE-MESSAGE-LINE-EXIT
067500         GO TO 4000-TIE-TO-GENERAL-LEDGER-EXIT
067600     END-IF.
067700     SET WS-GL-TOTAL-FOUND TO TRUE.
067800     MOVE GL-ESCROW-ADVANCE-TOTAL  TO AGT-GL-TOTAL (1).
067900     MOVE GL-FCL-ADVANCE-TOTAL     TO AGT-GL-TOTAL (2).
068000     MOVE GL-INSPECT-ADVANCE-TOTAL TO AGT-GL-TOTAL (3).
068100     COMPUTE AGT-GL-TOTAL (4) = GL-ESCROW-ADVANCE-TOTAL
068200         + GL-FCL-ADVANCE-TOTAL + GL-INSPECT-ADVANCE-TOTAL.
068300     WRITE AGING-REPORT-LINE FROM WS-TIE-HEADING
068400         AFTER ADVANCING 1 LINE.
068500     PERFORM 4100-TIE-ONE-TYPE
068600         THRU 4100-TIE-ONE-TYPE-EXIT
068700         VARYING WS-TYPE-SUB FROM 1 BY 1
068800         UNTIL WS-TYPE-SUB > 4.
068900     IF WS-UNTIED-COUNT > ZERO
069000         MOVE 'ADVANCE RECEIVABLE DOES NOT TIE TO GENERAL LEDGER'
069100             TO MSG-TEXT
069200         DISPLAY 'COBADV2 - ADVANCE RECEIVABLE DOES NOT TIE TO '
069300             'GENERAL LEDGER, VARIANCE=' AGT-GL-VARIANCE (4)
069400         IF 04 > WS-HIGHEST-RETURN-CODE
069500             MOVE 04 TO WS-HIGHEST-RETURN-CODE
069600         END-IF
069700     ELSE
069800         MOVE 'ADVANCE RECEIVABLE TIES TO GENERAL LEDGER'
069900             TO MSG-TEXT
070000     END-IF.
070100     PERFORM 4950-WRITE-MESSAGE-LINE
070200         THRU 4950-WRITE-MESSAGE-LINE-EXIT.
070300 4000-TIE-TO-GENERAL-LEDGER-EXIT.
070400     EXIT.
070500*
070600 4100-TIE-ONE-TYPE.
070700     COMPUTE AGT-GL-VARIANCE (WS-TYPE-SUB) =
070800         AGT-TYPE-TOTAL (WS-TYPE-SUB)
070850         - AGT-GL-TOTAL (WS-TYPE-SUB).
070900     MOVE SPACES TO WS-TIE-LINE.
071000     MOVE WS-TYPE-LABEL (WS-TYPE-SUB) TO TIE-TYPE-LABEL.
071100     MOVE AGT-TYPE-TOTAL (WS-TYPE-SUB) TO TIE-LEDGER-TOTAL.
071200     MOVE AGT-GL-TOTAL (WS-TYPE-SUB) TO TIE-GL-TOTAL.
071300     MOVE AGT-GL-VARIANCE (WS-TYPE-SUB) TO TIE-VARIANCE.
071400     IF AGT-GL-VARIANCE (WS-TYPE-SUB) > WS-TIE-TOLERANCE
071500             OR AGT-GL-VARIANCE (WS-TYPE-SUB)
071600                 < (0 - WS-TIE-TOLERANCE)
071700         MOVE 'DOES NOT TIE' TO TIE-MESSAGE
071800         ADD 1 TO WS-UNTIED-COUNT
071900     ELSE
072000         MOVE 'TIES' TO TIE-MESSAGE
072100     END-IF.
072200     IF WS-TYPE-SUB = 4
072300         WRITE AGING-REPORT-LINE FROM WS-TIE-LINE
072400             AFTER ADVANCING 2 LINES
072500     ELSE
072600         WRITE AGING-REPORT-LINE FROM WS-TIE-LINE
072700             AFTER ADVANCING 1 LINE
072800     END-IF.
072900 4100-TIE-ONE-TYPE-EXIT.
073000     EXIT.
073100*
073200 4950-WRITE-MESSAGE-LINE.
073300     WRITE AGING-REPORT-LINE FROM WS-BLANK-LINE
073400         AFTER ADVANCING 1 LINE.
073500     WRITE AGING-REPORT-LINE FROM WS-MESSAGE-LINE
073600         AFTER ADVANCING 1 LINE.
073700 4950-WRITE-MESSAGE-LINE-EXIT.
073800     EXIT.
073900*
074000******************************************************************
074100* 6000-WRITE-FINAL-CHECKPOINT RECORDS THAT THE AGING STEP HAS
074200* COMPLETED (OR FAILED).  A RERUN STARTS OVER; THE ESCROW
074300* RECOVERIES ALREADY MADE ARE NOT REPEATED BECAUSE THE ENTRIES
074400* NO LONGER EXCEED THE ESCROW BALANCE.
074500******************************************************************
074600 6000-WRITE-FINAL-CHECKPOINT.
074700     MOVE WS-JOB-NAME TO CKPT-JOB-NAME.
074800     MOVE 'COBADV2' TO CKPT-STEP-NAME.
074900     MOVE ZERO TO CKPT-LAST-LOAN-NUMBER.
075000     MOVE WS-ENTRY-COUNT TO CKPT-RECORDS-READ.
075100     MOVE WS-ESC-RECOVERED-COUNT TO CKPT-RECORDS-UPDATED.
075200     MOVE WS-OPEN-ENTRY-COUNT TO CKPT-RECORDS-WRITTEN.
075300     IF WS-ABEND-REQUIRED
075400         SET CKPT-STEP-FAILED TO TRUE
075500     ELSE
075600         SET CKPT-STEP-COMPLETE TO TRUE
075700     END-IF.
075800     MOVE FUNCTION CURRENT-DATE TO CKPT-TIMESTAMP.
075900     PERFORM 8100-WRITE-CHECKPOINT
076000         THRU 8100-WRITE-CHECKPOINT-EXIT.
076100 6000-WRITE-FINAL-CHECKPOINT-EXIT.
076200     EXIT.
076300*
076400 9999-TERMINATE.
076500     CLOSE ADVANCE-LEDGER-FILE.
076600     CLOSE LOAN-MASTER-FILE.
076700     CLOSE AGING-REPORT-FILE.
076800     DISPLAY 'COBADV2 - ADVANCE RECEIVABLE AGING COMPLETE'.
076900     DISPLAY 'COBADV2 - LEDGER ENTRIES READ : ' WS-ENTRY-COUNT.
077000     DISPLAY 'COBADV2 - OPEN ENTRIES AGED   : '
077100         WS-OPEN-ENTRY-COUNT.
077200     DISPLAY 'COBADV2 - ESCROW RECOVERIES   : '
077300         WS-ESC-RECOVERED-COUNT.
077400     DISPLAY 'COBADV2 - RECOVERED AMOUNT    : '
077500         WS-ESC-RECOVERED-AMT.
077600     DISPLAY 'COBADV2 - LOANS NOT ON MASTER : '
077700         WS-NOT-ON-MASTER-COUNT.
077800     IF WS-ABEND-REQUIRED
077900         DISPLAY 'COBADV2 - RUN DID NOT COMPLETE - RECEIVABLE '
078000             'NOT AGED OR TIED'
078100     END-IF.
078200     MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE.
078300 9999-TERMINATE-EXIT.
078400     EXIT.
078500*
078600     COPY CHKPTLOG.
