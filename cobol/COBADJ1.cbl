000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBADJ1.
000300 AUTHOR.        R J TATE.
000400 INSTALLATION.  MORTGAGE SERVICING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-08.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    NIGHTLY DUAL-CONTROL PENDING ADJUSTMENT EXPIRY.  A MANUAL   *
001000*    BALANCE ADJUSTMENT KEYED ONLINE (COBONL1) FOR MORE THAN     *
001100*    THE DUAL-CONTROL LIMIT WAITS ON THE PENDING ADJUSTMENT FILE *
001200*    (PENDADJ.CPY) FOR A SUPERVISOR TO APPROVE OR REJECT IT ON   *
001300*    THE APPROVAL QUEUE (COBONL4).  AN ITEM IS GIVEN ONE FULL    *
001400*    BUSINESS DAY AFTER THE DAY IT WAS KEYED.  THIS RUN READS    *
001500*    THE FILE FRONT TO BACK, AND EVERY ITEM STILL PENDING PAST   *
001600*    THAT DAY IS MARKED EXPIRED - IT CAN NO LONGER BE APPROVED   *
001700*    AND NEVER POSTS - AND PRINTED ON THE EXPIRED ADJUSTMENT     *
001800*    REPORT SO SERVICING CAN RE-KEY IT IF IT IS STILL WANTED.    *
001900*                                                                *
002000*    BUSINESS DAYS ARE MONDAY THROUGH FRIDAY.  THE CUT-OFF IS    *
002100*    THE DAY BEFORE THE LATEST BUSINESS DAY ON OR BEFORE TODAY - *
002200*    AN ITEM KEYED ON OR BEFORE THE CUT-OFF HAS HAD AT LEAST ONE *
002300*    WHOLE BUSINESS DAY AFTER IT WAS KEYED, SO AN ITEM KEYED ON  *
002400*    FRIDAY OR OVER THE WEEKEND EXPIRES MONDAY NIGHT.            *
002500*                                                                *
002600*    THE LOAN MASTER IS NOT READ OR CHANGED - AN EXPIRED ITEM    *
002700*    WAS NEVER POSTED.  THE ITEM STAYS ON THE FILE WITH ITS      *
002800*    MAKER, MARKED EXPIRED BY BATCH WITH TODAY'S DATE.           *
002900*                                                                *
003000******************************************************************
003100*    MODIFICATION HISTORY
003200*    ---------------------------------------------------------
003300*    2026-10-08  RJT  INITIAL VERSION.
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT PENDING-ADJUSTMENT-FILE ASSIGN TO PENDADJ
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS PA-ADJUSTMENT-KEY
004200         FILE STATUS IS WS-PENDADJ-FILE-STATUS.
004300     SELECT RESTART-FILE ASSIGN TO RESTFILE
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS CKPT-STEP-NAME
004700         FILE STATUS IS WS-RESTART-FILE-STATUS.
004800     SELECT EXPIRY-REPORT-FILE ASSIGN TO ADJRPT
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-ADJRPT-FILE-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  PENDING-ADJUSTMENT-FILE
005400     LABEL RECORDS ARE STANDARD.
005500     COPY PENDADJ.
005600*
005700 FD  RESTART-FILE
005800     LABEL RECORDS ARE STANDARD.
005900     COPY CHKPTREC.
006000*
006100 FD  EXPIRY-REPORT-FILE
006200     LABEL RECORDS ARE OMITTED.
006300 01  EXPIRY-REPORT-LINE          PIC X(132).
006400*
006500 WORKING-STORAGE SECTION.
006600 77  WS-PENDADJ-FILE-STATUS      PIC X(02) VALUE '00'.
006700     88  WS-PENDADJ-FILE-OK          VALUE '00' '02' '97'.
006800     88  WS-PENDADJ-EOF              VALUE '10'.
006900 77  WS-RESTART-FILE-STATUS      PIC X(02) VALUE '00'.
007000 77  WS-ADJRPT-FILE-STATUS       PIC X(02) VALUE '00'.
007100 77  WS-JOB-NAME                 PIC X(08) VALUE 'ADJEXPR'.
007200 77  WS-USER-ID                  PIC X(08) VALUE 'BATCH'.
007300 77  WS-TODAY-CCYYMMDD           PIC 9(08) VALUE ZERO.
007400 77  WS-TODAY-JULIAN             PIC 9(07) COMP-3 VALUE ZERO.
007500 77  WS-LAST-BUSINESS-JULIAN     PIC 9(07) COMP-3 VALUE ZERO.
007600 77  WS-CUTOFF-JULIAN            PIC 9(07) COMP-3 VALUE ZERO.
007700 77  WS-CUTOFF-CCYYMMDD          PIC 9(08) VALUE ZERO.
007800 77  WS-ENTRY-JULIAN             PIC 9(07) COMP-3 VALUE ZERO.
007900 77  WS-DAYS-PENDING             PIC S9(05) COMP-3 VALUE ZERO.
008000 77  WS-WEEK-COUNT               PIC 9(07) COMP-3 VALUE ZERO.
008100 77  WS-DAY-OF-WEEK              PIC 9(01) VALUE ZERO.
008200     88  WS-DAY-IS-SATURDAY          VALUE 5.
008300     88  WS-DAY-IS-SUNDAY            VALUE 6.
008400 77  WS-RECORD-COUNT             PIC 9(07) COMP VALUE ZERO.
008500 77  WS-PENDING-COUNT            PIC 9(07) COMP VALUE ZERO.
008600 77  WS-EXPIRED-COUNT            PIC 9(07) COMP VALUE ZERO.
008700 77  WS-STILL-PENDING-COUNT      PIC 9(07) COMP VALUE ZERO.
008800 77  WS-ERROR-COUNT              PIC 9(07) COMP VALUE ZERO.
008900 77  WS-EXPIRED-AMT-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
009000 77  WS-LINE-COUNT               PIC 9(03) COMP VALUE ZERO.
009100 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 060.
009200 77  WS-HIGHEST-RETURN-CODE      PIC 9(02) COMP VALUE ZERO.
009300 77  WS-ABEND-SWITCH             PIC X(01) VALUE 'N'.
009400     88  WS-ABEND-REQUIRED           VALUE 'Y'.
009500     88  WS-ABEND-NOT-REQUIRED       VALUE 'N'.
009600*
009700 01  WS-HEADING-LINE-1.
009800     05  FILLER          PIC X(20) VALUE 'PENDING ADJUSTMENTS '.
009900     05  FILLER          PIC X(20) VALUE 'EXPIRED - NOT DECIDE'.
010000     05  FILLER          PIC X(20) VALUE 'D WITHIN ONE BUSINES'.
010100     05  FILLER          PIC X(08) VALUE 'S DAY - '.
010200     05  FILLER          PIC X(08) VALUE 'CUT-OFF '.
010300     05  HDG-CUTOFF-DATE PIC 9(08).
010400     05  FILLER          PIC X(48) VALUE SPACES.
010500*
010600 01  WS-HEADING-LINE-2.
010700     05  FILLER          PIC X(11) VALUE 'LOAN NUMBER'.
010800     05  FILLER          PIC X(02) VALUE SPACES.
010900     05  FILLER          PIC X(08) VALUE 'KEYED ON'.
011000     05  FILLER          PIC X(02) VALUE SPACES.
011100     05  FILLER          PIC X(06) VALUE 'AT    '.
011200     05  FILLER          PIC X(02) VALUE SPACES.
011300     05  FILLER          PIC X(15) VALUE '         AMOUNT'.
011400     05  FILLER          PIC X(02) VALUE SPACES.
011500     05  FILLER          PIC X(15) VALUE 'BALANCE AT KEY '.
011600     05  FILLER          PIC X(02) VALUE SPACES.
011700     05  FILLER          PIC X(08) VALUE 'MAKER   '.
011800     05  FILLER          PIC X(02) VALUE SPACES.
011900     05  FILLER          PIC X(20) VALUE 'REASON KEYED'.
012000     05  FILLER          PIC X(02) VALUE SPACES.
012100     05  FILLER          PIC X(04) VALUE 'DAYS'.
012200     05  FILLER          PIC X(02) VALUE SPACES.
012300     05  FILLER          PIC X(25) VALUE 'ACTION'.
012400     05  FILLER          PIC X(04) VALUE SPACES.
012500*
012600 01  WS-EXPIRY-DETAIL-LINE.
012700     05  EXP-LOAN-NUMBER     PIC 9(10).
012800     05  FILLER              PIC X(03) VALUE SPACES.
012900     05  EXP-ENTRY-DATE      PIC 9(08).
013000     05  FILLER              PIC X(02) VALUE SPACES.
013100     05  EXP-ENTRY-TIME      PIC 9(06).
013200     05  FILLER              PIC X(02) VALUE SPACES.
013300     05  EXP-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
013400     05  FILLER              PIC X(02) VALUE SPACES.
013500     05  EXP-BALANCE         PIC ZZZ,ZZZ,ZZ9.99-.
013600     05  FILLER              PIC X(02) VALUE SPACES.
013700     05  EXP-MAKER-ID        PIC X(08).
013800     05  FILLER              PIC X(02) VALUE SPACES.
013900     05  EXP-REASON          PIC X(20).
014000     05  FILLER              PIC X(02) VALUE SPACES.
014100     05  EXP-DAYS-PENDING    PIC ZZZ9.
014200     05  FILLER              PIC X(02) VALUE SPACES.
014300     05  EXP-ACTION          PIC X(25).
014400     05  FILLER              PIC X(04) VALUE SPACES.
014500*
014600 01  WS-TOTAL-LINE.
014700     05  FILLER              PIC X(31) VALUE SPACES.
014800     05  TOT-EXPIRED-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99-.
014900     05  FILLER              PIC X(02) VALUE SPACES.
015000     05  FILLER          PIC X(20) VALUE 'TOTAL EXPIRED - ITEM'.
015100     05  FILLER          PIC X(03) VALUE 'S: '.
015200     05  TOT-EXPIRED-COUNT   PIC ZZZ,ZZ9.
015300     05  FILLER              PIC X(54) VALUE SPACES.
015400*
015500 PROCEDURE DIVISION.
015600 0000-MAINLINE.
015700     PERFORM 1000-INITIALIZE
015800         THRU 1000-INITIALIZE-EXIT.
015900     PERFORM UNTIL WS-PENDADJ-EOF
016000         PERFORM 2000-PROCESS-ONE-ITEM
016100             THRU 2000-PROCESS-ONE-ITEM-EXIT
016200         PERFORM 2100-READ-PENDING-FILE
016300             THRU 2100-READ-PENDING-FILE-EXIT
016400     END-PERFORM.
016500     PERFORM 3000-WRITE-REPORT-TOTALS
016600         THRU 3000-WRITE-REPORT-TOTALS-EXIT.
016700     PERFORM 4000-WRITE-FINAL-CHECKPOINT
016800         THRU 4000-WRITE-FINAL-CHECKPOINT-EXIT.
016900     PERFORM 9999-TERMINATE
017000         THRU 9999-TERMINATE-EXIT.
017100     GOBACK.
017200*
017300******************************************************************
017400* 1000-INITIALIZE WORKS OUT TODAY'S CUT-OFF DATE AND OPENS THE
017500* PENDING ADJUSTMENT FILE FOR UPDATE AND THE EXPIRY REPORT.  A
017600* MISSING PENDING FILE MEANS NO ADJUSTMENT HAS EVER BEEN HELD -
017700* THE RUN REPORTS AN EMPTY DAY AND ENDS CLEAN.
017800******************************************************************
017900 1000-INITIALIZE.
018000     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD.
018100     COMPUTE WS-TODAY-JULIAN =
018200         FUNCTION INTEGER-OF-DATE (WS-TODAY-CCYYMMDD).
018300     PERFORM 1100-COMPUTE-CUTOFF-DATE
018400         THRU 1100-COMPUTE-CUTOFF-DATE-EXIT.
018500     OPEN I-O PENDING-ADJUSTMENT-FILE.
018600     IF WS-PENDADJ-FILE-STATUS = '35'
018700         DISPLAY 'COBADJ1 - NO PENDING ADJUSTMENT FILE - NOTHING '
018800             'HELD'
018900         MOVE '10' TO WS-PENDADJ-FILE-STATUS
019000     ELSE
019100         IF NOT WS-PENDADJ-FILE-OK
019200             DISPLAY 'COBADJ1 - PENDING ADJUSTMENT FILE OPEN '
019300                 'FAILED, STATUS=' WS-PENDADJ-FILE-STATUS
019400             MOVE '10' TO WS-PENDADJ-FILE-STATUS
019500             SET WS-ABEND-REQUIRED TO TRUE
019600             IF 16 > WS-HIGHEST-RETURN-CODE
019700                 MOVE 16 TO WS-HIGHEST-RETURN-CODE
019800             END-IF
019900         END-IF
020000     END-IF.
020100     OPEN OUTPUT EXPIRY-REPORT-FILE.
020200     PERFORM 3900-WRITE-REPORT-HEADINGS
020300         THRU 3900-WRITE-REPORT-HEADINGS-EXIT.
020400     IF NOT WS-PENDADJ-EOF
020500         PERFORM 2100-READ-PENDING-FILE
020600             THRU 2100-READ-PENDING-FILE-EXIT
020700     END-IF.
020800     DISPLAY 'COBADJ1 - PENDING ADJUSTMENT EXPIRY STARTING, '
020900         'CUT-OFF ' WS-CUTOFF-CCYYMMDD.
021000 1000-INITIALIZE-EXIT.
021100     EXIT.
021200*
021300******************************************************************
021400* 1100-COMPUTE-CUTOFF-DATE FINDS THE LATEST BUSINESS DAY ON OR
021500* BEFORE TODAY AND TAKES ONE CALENDAR DAY OFF IT.  THE DAY OF
021600* THE WEEK COMES FROM THE INTEGER DATE - DAY 1 (1601-01-01) WAS
021700* A MONDAY, SO (INTEGER DATE - 1) REMAINDER 7 RUNS 0 FOR MONDAY
021800* THROUGH 6 FOR SUNDAY.
021900******************************************************************
022000 1100-COMPUTE-CUTOFF-DATE.
022100     COMPUTE WS-LAST-BUSINESS-JULIAN = WS-TODAY-JULIAN - 1.
022200     DIVIDE WS-LAST-BUSINESS-JULIAN BY 7
022300         GIVING WS-WEEK-COUNT
022400         REMAINDER WS-DAY-OF-WEEK.
022500     MOVE WS-TODAY-JULIAN TO WS-LAST-BUSINESS-JULIAN.
022600     IF WS-DAY-IS-SATURDAY
022700         SUBTRACT 1 FROM WS-LAST-BUSINESS-JULIAN
022800     END-IF.
022900     IF WS-DAY-IS-SUNDAY
023000         SUBTRACT 2 FROM WS-LAST-BUSINESS-JULIAN
023100     END-IF.
023200     COMPUTE WS-CUTOFF-JULIAN = WS-LAST-BUSINESS-JULIAN - 1.
023300     COMPUTE WS-CUTOFF-CCYYMMDD =
023400         FUNCTION DATE-OF-INTEGER (WS-CUTOFF-JULIAN).
023500     MOVE WS-CUTOFF-CCYYMMDD TO HDG-CUTOFF-DATE.
023600 1100-COMPUTE-CUTOFF-DATE-EXIT.
023700     EXIT.
023800*
023900 2100-READ-PENDING-FILE.
024000     READ PENDING-ADJUSTMENT-FILE NEXT RECORD
024100         AT END
024200             MOVE '10' TO WS-PENDADJ-FILE-STATUS
024300     END-READ.
024400     IF NOT WS-PENDADJ-EOF
024500         ADD 1 TO WS-RECORD-COUNT
024600     END-IF.
024700 2100-READ-PENDING-FILE-EXIT.
024800     EXIT.
024900*
025000******************************************************************
025100* 2000-PROCESS-ONE-ITEM EXPIRES ONE ITEM THAT IS STILL PENDING
025200* AND WAS KEYED ON OR BEFORE THE CUT-OFF.  DECIDED AND EXPIRED
025300* ITEMS, AND ITEMS STILL INSIDE THEIR BUSINESS DAY, ARE LEFT
025400* ALONE.
025500******************************************************************
025600 2000-PROCESS-ONE-ITEM.
025700     IF NOT PA-PENDING
025800         GO TO 2000-PROCESS-ONE-ITEM-EXIT
025900     END-IF.
026000     ADD 1 TO WS-PENDING-COUNT.
026100     IF PA-ENTRY-DATE > WS-CUTOFF-CCYYMMDD
026200         ADD 1 TO WS-STILL-PENDING-COUNT
026300         GO TO 2000-PROCESS-ONE-ITEM-EXIT
026400     END-IF.
026500     SET PA-EXPIRED TO TRUE.
026600     MOVE WS-USER-ID TO PA-CHECKER-ID.
026700     MOVE WS-TODAY-CCYYMMDD TO PA-DECISION-DATE.
026800     MOVE FUNCTION CURRENT-DATE (9:6) TO PA-DECISION-TIME.
026900     MOVE 'EXPIRED - UNDECIDED' TO PA-DECISION-REASON.
027000     REWRITE PENDING-ADJUSTMENT-RECORD
027100         INVALID KEY
027200             PERFORM 2800-WRITE-ERROR-LINE
027300                 THRU 2800-WRITE-ERROR-LINE-EXIT
027400             GO TO 2000-PROCESS-ONE-ITEM-EXIT
027500     END-REWRITE.
027600     ADD 1 TO WS-EXPIRED-COUNT.
027700     ADD PA-ADJUSTMENT-AMOUNT TO WS-EXPIRED-AMT-TOTAL.
027800     PERFORM 2500-FORMAT-DETAIL-LINE
027900         THRU 2500-FORMAT-DETAIL-LINE-EXIT.
028000     MOVE 'EXPIRED - NOT POSTED' TO EXP-ACTION.
028100     PERFORM 2900-WRITE-REPORT-LINE
028200         THRU 2900-WRITE-REPORT-LINE-EXIT.
028300 2000-PROCESS-ONE-ITEM-EXIT.
028400     EXIT.
028500*
028600******************************************************************
028700* 2500-FORMAT-DETAIL-LINE FILLS THE REPORT LINE FOR THE CURRENT
028800* ITEM, WITH THE CALENDAR DAYS IT HAS BEEN WAITING.
028900******************************************************************
029000 2500-FORMAT-DETAIL-LINE.
029100     MOVE SPACES TO WS-EXPIRY-DETAIL-LINE.
029200     MOVE PA-LOAN-NUMBER TO EXP-LOAN-NUMBER.
029300     MOVE PA-ENTRY-DATE TO EXP-ENTRY-DATE.
029400     MOVE PA-ENTRY-TIME TO EXP-ENTRY-TIME.
029500     MOVE PA-ADJUSTMENT-AMOUNT TO EXP-AMOUNT.
029600     MOVE PA-BALANCE-AT-ENTRY TO EXP-BALANCE.
029700     MOVE PA-MAKER-ID TO EXP-MAKER-ID.
029800     MOVE PA-REASON TO EXP-REASON.
029900     IF PA-ENTRY-DATE > ZERO
030000         COMPUTE WS-ENTRY-JULIAN =
030100             FUNCTION INTEGER-OF-DATE (PA-ENTRY-DATE)
030200         COMPUTE WS-DAYS-PENDING =
030300             WS-TODAY-JULIAN - WS-ENTRY-JULIAN
030400     ELSE
030500         MOVE ZERO TO WS-DAYS-PENDING
030600     END-IF.
030700     MOVE WS-DAYS-PENDING TO EXP-DAYS-PENDING.
030800 2500-FORMAT-DETAIL-LINE-EXIT.
030900     EXIT.
031000*
031100******************************************************************
031200* 2800-WRITE-ERROR-LINE PRINTS AN ITEM THAT SHOULD HAVE EXPIRED
031300* BUT COULD NOT BE REWRITTEN - IT IS STILL PENDING ON THE FILE
031400* AND COULD STILL BE APPROVED, SO THE STEP ENDS WITH A WARNING.
031500******************************************************************
031600 2800-WRITE-ERROR-LINE.
031700     DISPLAY 'COBADJ1 - REWRITE FAILED FOR LOAN ' PA-LOAN-NUMBER
031800         ' STATUS=' WS-PENDADJ-FILE-STATUS.
031900     PERFORM 2500-FORMAT-DETAIL-LINE
032000         THRU 2500-FORMAT-DETAIL-LINE-EXIT.
032100     MOVE 'NOT EXPIRED - REWRITE ERR' TO EXP-ACTION.
032200     PERFORM 2900-WRITE-REPORT-LINE
032300         THRU 2900-WRITE-REPORT-LINE-EXIT.
032400     ADD 1 TO WS-ERROR-COUNT.
032500     IF 04 > WS-HIGHEST-RETURN-CODE
032600         MOVE 04 TO WS-HIGHEST-RETURN-CODE
032700     END-IF.
032800 2800-WRITE-ERROR-LINE-EXIT.
032900     EXIT.
033000*
033100 2900-WRITE-REPORT-LINE.
033200     WRITE EXPIRY-REPORT-LINE FROM WS-EXPIRY-DETAIL-LINE.
033300     ADD 1 TO WS-LINE-COUNT.
033400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
033500         PERFORM 3900-WRITE-REPORT-HEADINGS
033600             THRU 3900-WRITE-REPORT-HEADINGS-EXIT
033700     END-IF.
033800 2900-WRITE-REPORT-LINE-EXIT.
033900     EXIT.
034000*
034100 3000-WRITE-REPORT-TOTALS.
034200     MOVE WS-EXPIRED-AMT-TOTAL TO TOT-EXPIRED-AMOUNT.
034300     MOVE WS-EXPIRED-COUNT TO TOT-EXPIRED-COUNT.
034400     WRITE EXPIRY-REPORT-LINE FROM WS-TOTAL-LINE
034500         AFTER ADVANCING 2 LINES.
034600 3000-WRITE-REPORT-TOTALS-EXIT.
034700     EXIT.
034800*
034900 3900-WRITE-REPORT-HEADINGS.
035000     WRITE EXPIRY-REPORT-LINE FROM WS-HEADING-LINE-1
035100         AFTER ADVANCING PAGE.
035200     WRITE EXPIRY-REPORT-LINE FROM WS-HEADING-LINE-2
035300         AFTER ADVANCING 1 LINE.
035400     MOVE ZERO TO WS-LINE-COUNT.
035500 3900-WRITE-REPORT-HEADINGS-EXIT.
035600     EXIT.
035700*
035800******************************************************************
035900* 4000-WRITE-FINAL-CHECKPOINT RECORDS THAT THE PENDING
036000* ADJUSTMENT EXPIRY STEP OF THE NIGHTLY CHAIN HAS COMPLETED (OR
036100* FAILED) FOR THE END-OF-CHAIN OPERATIONS SUMMARY.
036200******************************************************************
036300 4000-WRITE-FINAL-CHECKPOINT.
036400     MOVE WS-JOB-NAME TO CKPT-JOB-NAME.
036500     MOVE 'COBADJ1' TO CKPT-STEP-NAME.
036600     MOVE ZERO TO CKPT-LAST-LOAN-NUMBER.
036700     MOVE WS-RECORD-COUNT TO CKPT-RECORDS-READ.
036800     MOVE WS-EXPIRED-COUNT TO CKPT-RECORDS-UPDATED.
036900     MOVE ZERO TO CKPT-RECORDS-WRITTEN.
037000     IF WS-ABEND-REQUIRED
037100         SET CKPT-STEP-FAILED TO TRUE
037200     ELSE
037300         SET CKPT-STEP-COMPLETE TO TRUE
037400     END-IF.
037500     MOVE FUNCTION CURRENT-DATE TO CKPT-TIMESTAMP.
037600     PERFORM 8100-WRITE-CHECKPOINT
037700         THRU 8100-WRITE-CHECKPOINT-EXIT.
037800 4000-WRITE-FINAL-CHECKPOINT-EXIT.
037900     EXIT.
038000*
038100 9999-TERMINATE.
038200     CLOSE PENDING-ADJUSTMENT-FILE.
038300     CLOSE EXPIRY-REPORT-FILE.
038400     DISPLAY 'COBADJ1 - PENDING ADJUSTMENT EXPIRY COMPLETE'.
038500     DISPLAY 'COBADJ1 - RECORDS READ      : ' WS-RECORD-COUNT.
038600     DISPLAY 'COBADJ1 - ITEMS PENDING     : ' WS-PENDING-COUNT.
038700     DISPLAY 'COBADJ1 - ITEMS EXPIRED     : ' WS-EXPIRED-COUNT.
038800     DISPLAY 'COBADJ1 - STILL IN WINDOW   : '
038900         WS-STILL-PENDING-COUNT.
039000     DISPLAY 'COBADJ1 - REWRITE ERRORS    : ' WS-ERROR-COUNT.
039100     DISPLAY 'COBADJ1 - EXPIRED AMOUNT    : '
039200         WS-EXPIRED-AMT-TOTAL.
039300     IF WS-ABEND-REQUIRED
039400         DISPLAY 'COBADJ1 - AN INPUT FILE OPEN FAILED - STEP '
039500             'DID NOT RUN - SCHEDULER SHOULD NOT PROCEED'
039600     END-IF.
039700     MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE.
039800 9999-TERMINATE-EXIT.
039900     EXIT.
040000*
040100     COPY CHKPTLOG.
