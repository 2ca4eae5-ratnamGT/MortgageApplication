000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBONL4.
000300 AUTHOR.        R J TATE.
000400 INSTALLATION.  MORTGAGE SERVICING - ONLINE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-08.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    CICS DUAL-CONTROL ADJUSTMENT APPROVAL QUEUE.  A MANUAL      *
001000*    BALANCE ADJUSTMENT KEYED ON THE LOAN SERVICING SCREEN       *
001100*    (COBONL1) FOR MORE THAN THE DUAL-CONTROL LIMIT IS NOT       *
001200*    POSTED THERE - IT IS HELD ON THE PENDING ADJUSTMENT FILE    *
001300*    (PENDADJ.CPY) WITH THE KEYING REP AS MAKER.  THIS           *
001400*    TRANSACTION LISTS THE ITEMS STILL PENDING, TEN TO A PAGE,   *
001500*    AND LETS A SUPERVISOR APPROVE OR REJECT ONE BY LINE         *
001600*    NUMBER.                                                     *
001700*                                                                *
001800*    THE SUPERVISOR MUST BE SIGNED ON UNDER A DIFFERENT USER ID  *
001900*    FROM THE MAKER - A MAKER CANNOT DECIDE THEIR OWN ITEM.      *
002000*    ONLY AN APPROVAL POSTS: THE AMOUNT IS ADDED TO THE LOAN'S   *
002100*    CURRENT BALANCE THE SAME WAY COBONL1 POSTS AN UNDER-LIMIT   *
002200*    ADJUSTMENT, AND THE AUDIT TRAIL ROW CARRIES THE MAKER AS    *
002300*    AUD-USER-ID AND THE CHECKER AS AUD-APPROVER-ID.  A          *
002400*    REJECTION NEEDS A REASON AND LEAVES THE LOAN UNTOUCHED.     *
002500*    EITHER WAY THE ITEM STAYS ON THE FILE, MARKED WITH THE      *
002600*    CHECKER AND THE DATE AND TIME OF THE DECISION.  AN          *
002700*    APPROVAL IS REFUSED WHILE A BANKRUPTCY STAY IS ON FILE, THE *
002800*    SAME AS IN COBONL1 - THE ITEM CAN STILL BE REJECTED.        *
002900*                                                                *
003000*    PF8 PAGES FORWARD, PF7 RETURNS TO THE FIRST PAGE, ENTER     *
003100*    APPLIES A DECISION (OR REFRESHES THE PAGE WHEN NONE WAS     *
003200*    KEYED), AND PF3 ENDS THE SESSION.                           *
003300*                                                                *
003400*    PSEUDO-CONVERSATIONAL - THE KEY OF EACH LINE SHOWING, THE   *
003500*    KEY THE PAGE STARTED FROM AND THE KEY THE NEXT PAGE STARTS  *
003600*    FROM RIDE THE COMMAREA TO THE NEXT TRIP.                    *
003700*                                                                *
003800******************************************************************
003900*    MODIFICATION HISTORY
004000*    ---------------------------------------------------------
004100*    2026-10-08  RJT  INITIAL VERSION.
004200******************************************************************
004300 ENVIRONMENT DIVISION.
004400 DATA DIVISION.
004500 WORKING-STORAGE SECTION.
004600 77  WS-JOB-NAME                 PIC X(08) VALUE 'COBONL4'.
004700 77  WS-RESP                     PIC S9(08) COMP VALUE ZERO.
004800 77  WS-BROWSE-EOF-SW            PIC X(01) VALUE 'N'.
004900     88  WS-BROWSE-EOF              VALUE 'Y'.
005000     88  WS-BROWSE-NOT-EOF          VALUE 'N'.
005100 77  WS-BROWSE-STARTED-SW        PIC X(01) VALUE 'N'.
005200     88  WS-BROWSE-STARTED          VALUE 'Y'.
005300     88  WS-BROWSE-NOT-STARTED      VALUE 'N'.
005400 77  WS-STAY-ACTIVE-SWITCH       PIC X(01) VALUE 'N'.
005500     88  WS-STAY-ACTIVE             VALUE 'Y'.
005600     88  WS-STAY-NOT-ACTIVE         VALUE 'N'.
005700 77  WS-ROWS-SHOWN               PIC 9(02) COMP VALUE ZERO.
005800 77  WS-ROWS-PER-PAGE            PIC 9(02) COMP VALUE 10.
005900 77  WS-OLD-CURRENT-BALANCE      PIC S9(09)V99 COMP-3 VALUE ZERO.
006000 77  WS-AUDIT-AMT-DISPLAY        PIC -(8)9.99.
006100 77  WS-ABSTIME                  PIC S9(15) COMP-3 VALUE ZERO.
006200 77  WS-FORMATTED-DATE           PIC 9(08) VALUE ZERO.
006300 77  WS-FORMATTED-TIME           PIC 9(06) VALUE ZERO.
006400 77  WS-PAGE-DISPLAY             PIC ZZ9.
006500 77  WS-MESSAGE                  PIC X(79) VALUE SPACES.
006600*
006700 01  WS-BROWSE-KEY               PIC X(24) VALUE LOW-VALUES.
006800*
006900 01  WS-SELECT-INPUT             PIC X(02) VALUE SPACES.
007000 01  WS-SELECT-NUMBER REDEFINES WS-SELECT-INPUT
007100                                 PIC 9(02).
007200*
007300 01  WS-QUEUE-LINE-BUILD.
007400     05  QLB-LINE-NUMBER         PIC Z9.
007500     05  FILLER                  PIC X(02) VALUE SPACES.
007600     05  QLB-LOAN-NUMBER         PIC 9(10).
007700     05  FILLER                  PIC X(02) VALUE SPACES.
007800     05  QLB-ENTRY-DATE          PIC 9(08).
007900     05  FILLER                  PIC X(01) VALUE SPACES.
008000     05  QLB-ENTRY-TIME          PIC 9(06).
008100     05  FILLER                  PIC X(02) VALUE SPACES.
008200     05  QLB-AMOUNT              PIC -(7)9.99.
008300     05  FILLER                  PIC X(02) VALUE SPACES.
008400     05  QLB-MAKER-ID            PIC X(08).
008500     05  FILLER                  PIC X(02) VALUE SPACES.
008600     05  QLB-REASON              PIC X(20).
008700*
008800 01  WS-COMMAREA.
008900     05  CA-PAGE-NUMBER          PIC 9(03) VALUE ZERO.
009000     05  CA-PAGE-START-KEY       PIC X(24) VALUE LOW-VALUES.
009100     05  CA-NEXT-PAGE-KEY        PIC X(24) VALUE LOW-VALUES.
009200     05  CA-MORE-SW              PIC X(01) VALUE 'N'.
009300         88  CA-MORE-PENDING        VALUE 'Y'.
009400         88  CA-NO-MORE-PENDING     VALUE 'N'.
009500     05  CA-LINE-KEYS.
009600         10  CA-LINE-KEY         PIC X(24) OCCURS 10 TIMES.
009700*
009800     COPY LOANMSTR.
009900     COPY CASEREC.
010000     COPY PENDADJ.
010100     COPY AUDITREC.
010200     COPY APRMAP.
010300*
010400     EXEC SQL
010500          INCLUDE SQLCA
010600     END-EXEC.
010700*
010800 LINKAGE SECTION.
010900 01  DFHCOMMAREA                 PIC X(292).
011000*
011100 PROCEDURE DIVISION.
011200 0000-MAINLINE.
011300     IF EIBCALEN = ZERO
011400         PERFORM 1000-SHOW-FIRST-PAGE
011500             THRU 1000-SHOW-FIRST-PAGE-EXIT
011600         EXEC CICS RETURN
011700             TRANSID('LON4')
011800             COMMAREA(WS-COMMAREA)
011900         END-EXEC
012000     END-IF.
012100     MOVE DFHCOMMAREA TO WS-COMMAREA.
012200     EVALUATE TRUE
012300         WHEN EIBAID = DFHPF3
012400             PERFORM 8000-END-TRANSACTION
012500                 THRU 8000-END-TRANSACTION-EXIT
012600         WHEN EIBAID = DFHPF7
012700             PERFORM 1000-SHOW-FIRST-PAGE
012800                 THRU 1000-SHOW-FIRST-PAGE-EXIT
012900         WHEN EIBAID = DFHPF8
013000             PERFORM 4000-PAGE-FORWARD
013100                 THRU 4000-PAGE-FORWARD-EXIT
013200         WHEN EIBAID = DFHENTER
013300             PERFORM 2000-PROCESS-ENTER-KEY
013400                 THRU 2000-PROCESS-ENTER-KEY-EXIT
013500         WHEN OTHER
013600             MOVE 'INVALID KEY - USE PF3, PF7, PF8 OR ENTER'
013700                 TO WS-MESSAGE
013800             PERFORM 2100-REFRESH-PAGE
013900                 THRU 2100-REFRESH-PAGE-EXIT
014000     END-EVALUATE.
014100     EXEC CICS RETURN
014200         TRANSID('LON4')
014300         COMMAREA(WS-COMMAREA)
014400     END-EXEC.
014500 0000-MAINLINE-EXIT.
014600     EXIT.
014700*
014800******************************************************************
014900* 1000-SHOW-FIRST-PAGE SHOWS THE FIRST PAGE OF PENDING ITEMS -
015000* THE FIRST-TIME-IN SCREEN, AND PF7.
015100******************************************************************
015200 1000-SHOW-FIRST-PAGE.
015300     MOVE 1 TO CA-PAGE-NUMBER.
015400     MOVE LOW-VALUES TO WS-BROWSE-KEY.
015500     PERFORM 2500-BUILD-QUEUE-PAGE
015600         THRU 2500-BUILD-QUEUE-PAGE-EXIT.
015700 1000-SHOW-FIRST-PAGE-EXIT.
015800     EXIT.
015900*
016000******************************************************************
016100* 2000-PROCESS-ENTER-KEY RECEIVES THE SUPERVISOR'S SCREEN.  WITH
016200* NO LINE NUMBER AND NO ACTION KEYED IT SIMPLY REFRESHES THE
016300* PAGE.  OTHERWISE THE LINE, ACTION AND REASON ARE CHECKED, THE
016400* ITEM IS READ FOR UPDATE AND CONFIRMED STILL PENDING AND NOT
016500* KEYED BY THIS USER, AND THE DECISION IS APPLIED.  THE PAGE IS
016600* THEN RE-SHOWN FROM WHERE IT STARTED, SO THE DECIDED ITEM DROPS
016700* OFF IT.
016800******************************************************************
016900 2000-PROCESS-ENTER-KEY.
017000     EXEC CICS RECEIVE MAP('APRMAP')
017100         MAPSET('APRMAP')
017200         INTO(APRSETI)
017300         RESP(WS-RESP)
017400     END-EXEC.
017500     IF WS-RESP NOT = DFHRESP(NORMAL)
017600             AND WS-RESP NOT = DFHRESP(MAPFAIL)
017700         MOVE 'UNABLE TO READ SCREEN - PRESS ENTER TO RETRY'
017800             TO WS-MESSAGE
017900         PERFORM 2100-REFRESH-PAGE
018000             THRU 2100-REFRESH-PAGE-EXIT
018100         GO TO 2000-PROCESS-ENTER-KEY-EXIT
018200     END-IF.
018300     IF WS-RESP = DFHRESP(MAPFAIL)
018400         MOVE LOW-VALUES TO APRSETI
018500     END-IF.
018600     IF ASELNOL = ZERO AND AACTIONL = ZERO
018700         PERFORM 2100-REFRESH-PAGE
018800             THRU 2100-REFRESH-PAGE-EXIT
018900         GO TO 2000-PROCESS-ENTER-KEY-EXIT
019000     END-IF.
019100     PERFORM 2200-EDIT-DECISION
019200         THRU 2200-EDIT-DECISION-EXIT.
019300     IF WS-MESSAGE NOT = SPACES
019400         PERFORM 2100-REFRESH-PAGE
019500             THRU 2100-REFRESH-PAGE-EXIT
019600         GO TO 2000-PROCESS-ENTER-KEY-EXIT
019700     END-IF.
019800     EXEC CICS READ DATASET('PENDADJ')
019900         INTO(PENDING-ADJUSTMENT-RECORD)
020000         RIDFLD(CA-LINE-KEY (WS-SELECT-NUMBER))
020100         KEYLENGTH(24)
020200         UPDATE
020300         RESP(WS-RESP)
020400     END-EXEC.
020500     IF WS-RESP NOT = DFHRESP(NORMAL)
020600         MOVE 'ITEM NO LONGER ON FILE - PAGE REFRESHED'
020700             TO WS-MESSAGE
020800         PERFORM 2100-REFRESH-PAGE
020900             THRU 2100-REFRESH-PAGE-EXIT
021000         GO TO 2000-PROCESS-ENTER-KEY-EXIT
021100     END-IF.
021200     IF NOT PA-PENDING
021300         MOVE 'ITEM ALREADY DECIDED OR EXPIRED - PAGE REFRESHED'
021400             TO WS-MESSAGE
021500     ELSE
021600         IF PA-MAKER-ID = EIBOPID
021700             MOVE 'YOU KEYED THIS ADJUSTMENT - ANOTHER USER MUST D
021800-                'ECIDE IT' TO WS-MESSAGE
021900         END-IF
022000     END-IF.
022100     IF WS-MESSAGE NOT = SPACES
022200         EXEC CICS UNLOCK DATASET('PENDADJ')
022300         END-EXEC
022400         PERFORM 2100-REFRESH-PAGE
022500             THRU 2100-REFRESH-PAGE-EXIT
022600         GO TO 2000-PROCESS-ENTER-KEY-EXIT
022700     END-IF.
022800     IF AACTIONI = 'A'
022900         PERFORM 3000-APPROVE-ADJUSTMENT
023000             THRU 3000-APPROVE-ADJUSTMENT-EXIT
023100     ELSE
023200         PERFORM 3500-REJECT-ADJUSTMENT
023300             THRU 3500-REJECT-ADJUSTMENT-EXIT
023400     END-IF.
023500     PERFORM 2100-REFRESH-PAGE
023600         THRU 2100-REFRESH-PAGE-EXIT.
023700 2000-PROCESS-ENTER-KEY-EXIT.
023800     EXIT.
023900*
024000******************************************************************
024100* 2100-REFRESH-PAGE RE-SHOWS THE PAGE FROM THE KEY IT STARTED AT.
024200******************************************************************
024300 2100-REFRESH-PAGE.
024400     MOVE CA-PAGE-START-KEY TO WS-BROWSE-KEY.
024500     PERFORM 2500-BUILD-QUEUE-PAGE
024600         THRU 2500-BUILD-QUEUE-PAGE-EXIT.
024700 2100-REFRESH-PAGE-EXIT.
024800     EXIT.
024900*
025000******************************************************************
025100* 2200-EDIT-DECISION CHECKS WHAT WAS KEYED.  THE LINE NUMBER MUST
025200* NAME A LINE SHOWING ON THIS PAGE, THE ACTION MUST BE A OR R,
025300* AND A REJECTION MUST CARRY A REASON.  A SINGLE-DIGIT LINE
025400* NUMBER IS RIGHT-JUSTIFIED BEFORE IT IS TESTED.  ANY PROBLEM IS
025500* LEFT IN WS-MESSAGE.
025600******************************************************************
025700 2200-EDIT-DECISION.
025800     MOVE ASELNOI TO WS-SELECT-INPUT.
025900     INSPECT WS-SELECT-INPUT REPLACING ALL LOW-VALUE BY SPACE.
026000     IF WS-SELECT-INPUT (2:1) = SPACE
026100         MOVE WS-SELECT-INPUT (1:1) TO WS-SELECT-INPUT (2:1)
026200         MOVE '0' TO WS-SELECT-INPUT (1:1)
026300     END-IF.
026400     IF WS-SELECT-INPUT NOT NUMERIC
026500             OR WS-SELECT-NUMBER < 1
026600             OR WS-SELECT-NUMBER > WS-ROWS-PER-PAGE
026700         MOVE 'KEY THE LINE NUMBER OF AN ITEM ON THIS PAGE'
026800             TO WS-MESSAGE
026900         GO TO 2200-EDIT-DECISION-EXIT
027000     END-IF.
027100     IF CA-LINE-KEY (WS-SELECT-NUMBER) = LOW-VALUES
027200         MOVE 'KEY THE LINE NUMBER OF AN ITEM ON THIS PAGE'
027300             TO WS-MESSAGE
027400         GO TO 2200-EDIT-DECISION-EXIT
027500     END-IF.
027600     IF AACTIONI NOT = 'A' AND AACTIONI NOT = 'R'
027700         MOVE 'ACTION MUST BE A (APPROVE) OR R (REJECT)'
027800             TO WS-MESSAGE
027900         GO TO 2200-EDIT-DECISION-EXIT
028000     END-IF.
028100     IF AACTIONI = 'R'
028200             AND (ARSNL = ZERO OR ARSNI = SPACES)
028300         MOVE 'A REJECT REASON IS REQUIRED TO REJECT'
028400             TO WS-MESSAGE
028500     END-IF.
028600 2200-EDIT-DECISION-EXIT.
028700     EXIT.
028800*
028900******************************************************************
029000* 2500-BUILD-QUEUE-PAGE FILLS AND SENDS ONE PAGE OF PENDING
029100* ITEMS, BROWSING FORWARD FROM WS-BROWSE-KEY (THAT KEY ITSELF
029200* INCLUDED).  DECIDED AND EXPIRED ITEMS ARE STEPPED OVER.  THE
029300* KEY OF EACH LINE SHOWN IS SAVED IN THE COMMAREA SO A DECISION
029400* ON THE NEXT TRIP READS THE ITEM THE SUPERVISOR SAW.  ONE
029500* PENDING ITEM PAST A FULL PAGE IS LOOKED FOR, AND ITS KEY KEPT,
029600* TO TELL WHETHER PF8 HAS ANYTHING TO SHOW.
029700******************************************************************
029800 2500-BUILD-QUEUE-PAGE.
029900     MOVE LOW-VALUES TO APRSETO.
030000     MOVE ZERO TO WS-ROWS-SHOWN.
030100     MOVE WS-BROWSE-KEY TO CA-PAGE-START-KEY.
030200     MOVE LOW-VALUES TO CA-NEXT-PAGE-KEY.
030300     MOVE LOW-VALUES TO CA-LINE-KEYS.
030400     SET CA-NO-MORE-PENDING TO TRUE.
030500     SET WS-BROWSE-NOT-EOF TO TRUE.
030600     SET WS-BROWSE-NOT-STARTED TO TRUE.
030700     EXEC CICS STARTBR DATASET('PENDADJ')
030800         RIDFLD(WS-BROWSE-KEY)
030900         KEYLENGTH(24)
031000         GTEQ
031100         RESP(WS-RESP)
031200     END-EXEC.
031300     IF WS-RESP = DFHRESP(NORMAL)
031400         SET WS-BROWSE-STARTED TO TRUE
031500     ELSE
031600         SET WS-BROWSE-EOF TO TRUE
031700         IF WS-RESP NOT = DFHRESP(NOTFND)
031800             MOVE 'APPROVAL QUEUE UNAVAILABLE - SEE SYSTEMS'
031900                 TO WS-MESSAGE
032000         END-IF
032100     END-IF.
032200     PERFORM UNTIL WS-BROWSE-EOF
032300             OR CA-MORE-PENDING
032400         PERFORM 2510-READ-NEXT-ITEM
032500             THRU 2510-READ-NEXT-ITEM-EXIT
032600         IF WS-BROWSE-NOT-EOF AND PA-PENDING
032700             IF WS-ROWS-SHOWN < WS-ROWS-PER-PAGE
032800                 ADD 1 TO WS-ROWS-SHOWN
032900                 PERFORM 2700-FORMAT-ONE-ITEM
033000                     THRU 2700-FORMAT-ONE-ITEM-EXIT
033100             ELSE
033200                 SET CA-MORE-PENDING TO TRUE
033300                 MOVE PA-ADJUSTMENT-KEY TO CA-NEXT-PAGE-KEY
033400             END-IF
033500         END-IF
033600     END-PERFORM.
033700     IF WS-BROWSE-STARTED
033800         EXEC CICS ENDBR DATASET('PENDADJ')
033900         END-EXEC
034000     END-IF.
034100     IF WS-MESSAGE = SPACES
034200         EVALUATE TRUE
034300             WHEN WS-ROWS-SHOWN = ZERO
034400                     AND CA-PAGE-NUMBER > 1
034500                 MOVE 'NOTHING LEFT PENDING ON THIS PAGE - PF7 FOR
034600-                    ' FIRST PAGE' TO WS-MESSAGE
034700             WHEN WS-ROWS-SHOWN = ZERO
034800                 MOVE 'NO ADJUSTMENTS AWAITING APPROVAL'
034900                     TO WS-MESSAGE
035000             WHEN CA-MORE-PENDING
035100                 MOVE 'KEY LINE AND ACTION, OR PF8 FOR MORE'
035200                     TO WS-MESSAGE
035300             WHEN OTHER
035400                 MOVE 'KEY LINE AND ACTION - LAST PAGE OF PENDING'
035500                     TO WS-MESSAGE
035600         END-EVALUATE
035700     END-IF.
035800     MOVE CA-PAGE-NUMBER TO WS-PAGE-DISPLAY.
035900     MOVE WS-PAGE-DISPLAY TO APAGEI.
036000     MOVE WS-MESSAGE TO AMSGI.
036100     PERFORM 5000-SEND-QUEUE-MAP
036200         THRU 5000-SEND-QUEUE-MAP-EXIT.
036300 2500-BUILD-QUEUE-PAGE-EXIT.
036400     EXIT.
036500*
036600 2510-READ-NEXT-ITEM.
036700     EXEC CICS READNEXT DATASET('PENDADJ')
036800         INTO(PENDING-ADJUSTMENT-RECORD)
036900         RIDFLD(WS-BROWSE-KEY)
037000         KEYLENGTH(24)
037100         RESP(WS-RESP)
037200     END-EXEC.
037300     IF WS-RESP NOT = DFHRESP(NORMAL)
037400         SET WS-BROWSE-EOF TO TRUE
037500     END-IF.
037600 2510-READ-NEXT-ITEM-EXIT.
037700     EXIT.
037800*
037900******************************************************************
038000* 2700-FORMAT-ONE-ITEM COMPOSES ONE QUEUE LINE, DROPS IT INTO THE
038100* NEXT SCREEN SLOT AND REMEMBERS ITS KEY AGAINST THE LINE NUMBER.
038200******************************************************************
038300 2700-FORMAT-ONE-ITEM.
038400     MOVE PA-ADJUSTMENT-KEY TO CA-LINE-KEY (WS-ROWS-SHOWN).
038500     MOVE SPACES TO WS-QUEUE-LINE-BUILD.
038600     MOVE WS-ROWS-SHOWN TO QLB-LINE-NUMBER.
038700     MOVE PA-LOAN-NUMBER TO QLB-LOAN-NUMBER.
038800     MOVE PA-ENTRY-DATE TO QLB-ENTRY-DATE.
038900     MOVE PA-ENTRY-TIME TO QLB-ENTRY-TIME.
039000     MOVE PA-ADJUSTMENT-AMOUNT TO QLB-AMOUNT.
039100     MOVE PA-MAKER-ID TO QLB-MAKER-ID.
039200     MOVE PA-REASON TO QLB-REASON.
039300     EVALUATE WS-ROWS-SHOWN
039400         WHEN 1
039500             MOVE WS-QUEUE-LINE-BUILD TO ALINE01I
039600         WHEN 2
039700             MOVE WS-QUEUE-LINE-BUILD TO ALINE02I
039800         WHEN 3
039900             MOVE WS-QUEUE-LINE-BUILD TO ALINE03I
040000         WHEN 4
040100             MOVE WS-QUEUE-LINE-BUILD TO ALINE04I
040200         WHEN 5
040300             MOVE WS-QUEUE-LINE-BUILD TO ALINE05I
040400         WHEN 6
040500             MOVE WS-QUEUE-LINE-BUILD TO ALINE06I
040600         WHEN 7
040700             MOVE WS-QUEUE-LINE-BUILD TO ALINE07I
040800         WHEN 8
040900             MOVE WS-QUEUE-LINE-BUILD TO ALINE08I
041000         WHEN 9
041100             MOVE WS-QUEUE-LINE-BUILD TO ALINE09I
041200         WHEN 10
041300             MOVE WS-QUEUE-LINE-BUILD TO ALINE10I
041400     END-EVALUATE.
041500 2700-FORMAT-ONE-ITEM-EXIT.
041600     EXIT.
041700*
041800******************************************************************
041900* 2900-CHECK-BANKRUPTCY-STAY READS THE LOAN'S FORECLOSURE CASE.
042000* AN OPEN CASE CARRYING THE BANKRUPTCY STAY FLAG BLOCKS THE
042100* APPROVAL, AS IT BLOCKS THE ADJUSTMENT IN COBONL1 - A LOAN WITH
042200* NO CASE, OR A CASE FILE NOT INSTALLED ON THIS REGION, IS
042300* APPROVED AS NORMAL.
042400******************************************************************
042500 2900-CHECK-BANKRUPTCY-STAY.
042600     SET WS-STAY-NOT-ACTIVE TO TRUE.
042700     MOVE PA-LOAN-NUMBER TO CSE-LOAN-NUMBER.
042800     EXEC CICS READ DATASET('CASEFILE')
042900         INTO(FORECLOSURE-CASE-RECORD)
043000         RIDFLD(CSE-LOAN-NUMBER)
043100         KEYLENGTH(10)
043200         RESP(WS-RESP)
043300     END-EXEC.
043400     IF WS-RESP = DFHRESP(NORMAL)
043500             AND CSE-CASE-OPEN
043600             AND CSE-BANKRUPTCY-STAY
043700         SET WS-STAY-ACTIVE TO TRUE
043800     END-IF.
043900 2900-CHECK-BANKRUPTCY-STAY-EXIT.
044000     EXIT.
044100*
044200******************************************************************
044300* 3000-APPROVE-ADJUSTMENT POSTS THE HELD AMOUNT TO THE LOAN'S
044400* CURRENT BALANCE, LOGS THE BEFORE/AFTER IMAGE WITH BOTH THE
044500* MAKER AND THE CHECKER ON IT, AND MARKS THE ITEM APPROVED.  THE
044600* PENDING ITEM IS STILL HELD FOR UPDATE FROM 2000 AND IS
044700* RELEASED IF THE APPROVAL CANNOT GO THROUGH.
044800******************************************************************
044900 3000-APPROVE-ADJUSTMENT.
045000     PERFORM 2900-CHECK-BANKRUPTCY-STAY
045100         THRU 2900-CHECK-BANKRUPTCY-STAY-EXIT.
045200     IF WS-STAY-ACTIVE
045300         EXEC CICS UNLOCK DATASET('PENDADJ')
045400         END-EXEC
045500         MOVE 'BANKRUPTCY STAY ON FILE - REJECT OR LEAVE PENDING'
045600             TO WS-MESSAGE
045700         GO TO 3000-APPROVE-ADJUSTMENT-EXIT
045800     END-IF.
045900     MOVE PA-LOAN-NUMBER TO LM-LOAN-NUMBER.
046000     EXEC CICS READ DATASET('LOANMSTR')
046100         INTO(LOAN-MASTER-RECORD)
046200         RIDFLD(LM-LOAN-NUMBER)
046300         KEYLENGTH(10)
046400         UPDATE
046500         RESP(WS-RESP)
046600     END-EXEC.
046700     IF WS-RESP NOT = DFHRESP(NORMAL)
046800         EXEC CICS UNLOCK DATASET('PENDADJ')
046900         END-EXEC
047000         MOVE 'LOAN NOT FOUND - ADJUSTMENT NOT APPROVED'
047100             TO WS-MESSAGE
047200         GO TO 3000-APPROVE-ADJUSTMENT-EXIT
047300     END-IF.
047400     MOVE LM-CURRENT-BALANCE TO WS-OLD-CURRENT-BALANCE.
047500     ADD PA-ADJUSTMENT-AMOUNT TO LM-CURRENT-BALANCE.
047600     EXEC CICS REWRITE DATASET('LOANMSTR')
047700         FROM(LOAN-MASTER-RECORD)
047800         RESP(WS-RESP)
047900     END-EXEC.
048000     IF WS-RESP NOT = DFHRESP(NORMAL)
048100         EXEC CICS UNLOCK DATASET('PENDADJ')
048200         END-EXEC
048300         MOVE 'LOAN REWRITE FAILED - ADJUSTMENT NOT APPROVED'
048400             TO WS-MESSAGE
048500         GO TO 3000-APPROVE-ADJUSTMENT-EXIT
048600     END-IF.
048700     MOVE LM-LOAN-NUMBER TO AUD-LOAN-NUMBER.
048800     MOVE WS-JOB-NAME TO AUD-JOB-NAME.
048900     MOVE PA-MAKER-ID TO AUD-USER-ID.
049000     MOVE EIBOPID TO AUD-APPROVER-ID.
049100     MOVE 'LM-CURRENT-BALANCE' TO AUD-FIELD-NAME.
049200     MOVE WS-OLD-CURRENT-BALANCE TO WS-AUDIT-AMT-DISPLAY.
049300     MOVE WS-AUDIT-AMT-DISPLAY TO AUD-OLD-VALUE.
049400     MOVE LM-CURRENT-BALANCE TO WS-AUDIT-AMT-DISPLAY.
049500     MOVE WS-AUDIT-AMT-DISPLAY TO AUD-NEW-VALUE.
049600     MOVE PA-REASON TO AUD-REASON.
049700     PERFORM 7000-LOG-AUDIT-RECORD
049800         THRU 7000-LOG-AUDIT-RECORD-EXIT.
049900     MOVE SPACES TO AUD-APPROVER-ID.
050000     SET PA-APPROVED TO TRUE.
050100     MOVE 'APPROVED' TO PA-DECISION-REASON.
050200     IF ARSNL > ZERO
050300         MOVE ARSNI TO PA-DECISION-REASON
050400     END-IF.
050500     PERFORM 3900-RECORD-DECISION
050600         THRU 3900-RECORD-DECISION-EXIT.
050700     IF WS-RESP = DFHRESP(NORMAL)
050800         MOVE 'ADJUSTMENT APPROVED - POSTED TO LOAN MASTER'
050900             TO WS-MESSAGE
051000     ELSE
051100         MOVE 'POSTED BUT ITEM NOT MARKED APPROVED - SEE SYSTEMS'
051200             TO WS-MESSAGE
051300     END-IF.
051400 3000-APPROVE-ADJUSTMENT-EXIT.
051500     EXIT.
051600*
051700******************************************************************
051800* 3500-REJECT-ADJUSTMENT MARKS THE ITEM REJECTED WITH THE
051900* SUPERVISOR'S REASON.  THE LOAN MASTER IS NOT TOUCHED.
052000******************************************************************
052100 3500-REJECT-ADJUSTMENT.
052200     SET PA-REJECTED TO TRUE.
052300     MOVE ARSNI TO PA-DECISION-REASON.
052400     PERFORM 3900-RECORD-DECISION
052500         THRU 3900-RECORD-DECISION-EXIT.
052600     IF WS-RESP = DFHRESP(NORMAL)
052700         MOVE 'ADJUSTMENT REJECTED - NOT POSTED' TO WS-MESSAGE
052800     ELSE
052900         MOVE 'REJECTION NOT RECORDED - SEE SYSTEMS'
053000             TO WS-MESSAGE
053100     END-IF.
053200 3500-REJECT-ADJUSTMENT-EXIT.
053300     EXIT.
053400*
053500******************************************************************
053600* 3900-RECORD-DECISION STAMPS THE CHECKER AND THE DATE AND TIME
053700* OF THE DECISION ON THE PENDING ITEM AND REWRITES IT.
053800******************************************************************
053900 3900-RECORD-DECISION.
054000     EXEC CICS ASKTIME
054100         ABSTIME(WS-ABSTIME)
054200     END-EXEC.
054300     EXEC CICS FORMATTIME
054400         ABSTIME(WS-ABSTIME)
054500         YYYYMMDD(WS-FORMATTED-DATE)
054600         TIME(WS-FORMATTED-TIME)
054700     END-EXEC.
054800     MOVE EIBOPID TO PA-CHECKER-ID.
054900     MOVE WS-FORMATTED-DATE TO PA-DECISION-DATE.
055000     MOVE WS-FORMATTED-TIME TO PA-DECISION-TIME.
055100     EXEC CICS REWRITE DATASET('PENDADJ')
055200         FROM(PENDING-ADJUSTMENT-RECORD)
055300         RESP(WS-RESP)
055400     END-EXEC.
055500 3900-RECORD-DECISION-EXIT.
055600     EXIT.
055700*
055800******************************************************************
055900* 4000-PAGE-FORWARD (PF8) SHOWS THE NEXT PAGE OF PENDING ITEMS.
056000* THE LAST PAGE STAYS PUT.
056100******************************************************************
056200 4000-PAGE-FORWARD.
056300     IF CA-NO-MORE-PENDING
056400         MOVE 'NO MORE PENDING ADJUSTMENTS - PF7 FOR FIRST PAGE'
056500             TO WS-MESSAGE
056600         PERFORM 2100-REFRESH-PAGE
056700             THRU 2100-REFRESH-PAGE-EXIT
056800         GO TO 4000-PAGE-FORWARD-EXIT
056900     END-IF.
057000     ADD 1 TO CA-PAGE-NUMBER.
057100     MOVE CA-NEXT-PAGE-KEY TO WS-BROWSE-KEY.
057200     PERFORM 2500-BUILD-QUEUE-PAGE
057300         THRU 2500-BUILD-QUEUE-PAGE-EXIT.
057400 4000-PAGE-FORWARD-EXIT.
057500     EXIT.
057600*
057700 5000-SEND-QUEUE-MAP.
057800     EXEC CICS SEND MAP('APRMAP')
057900         MAPSET('APRMAP')
058000         FROM(APRSETO)
058100         ERASE
058200     END-EXEC.
058300 5000-SEND-QUEUE-MAP-EXIT.
058400     EXIT.
058500*
058600 8000-END-TRANSACTION.
058700     EXEC CICS SEND TEXT
058800         FROM('ADJUSTMENT APPROVAL QUEUE - SESSION ENDED')
058900         ERASE
059000         FREEKB
059100     END-EXEC.
059200     EXEC CICS RETURN
059300     END-EXEC.
059400 8000-END-TRANSACTION-EXIT.
059500     EXIT.
059600*
059700     COPY AUDITLOG.
