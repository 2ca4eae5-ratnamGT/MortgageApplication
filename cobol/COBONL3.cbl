000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBONL3.
000300 AUTHOR.        R J TATE.
000400 INSTALLATION.  MORTGAGE SERVICING - ONLINE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-08.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    CICS PER-LOAN PAYMENT, FEE AND SUSPENSE HISTORY INQUIRY.    *
001000*    REACHED FROM THE LOAN SERVICING SCREEN (COBONL1) WITH PF6,  *
001100*    CARRYING THE DISPLAYED LOAN NUMBER IN THE COMMAREA.         *
001200*    BROWSES THE LOAN'S PAYMENT HISTORY CYCLES (PMTHIST.CPY)     *
001300*    BACKWARD ON PH-CYCLE-KEY SO THE NEWEST CYCLE SHOWS FIRST,   *
001400*    TWELVE CYCLES TO A PAGE - EACH WITH ITS PRINCIPAL/INTEREST/ *
001500*    ESCROW SPLIT AND PH-BALANCE-AFTER, AND THE LATE CHARGE      *
001600*    ASSESSED, WAIVED AND COLLECTED FOR THE SAME CYCLE FROM THE  *
001700*    FEE HISTORY (FEEHIST.CPY) BESIDE IT.  THE LOAN'S CURRENT    *
001800*    SUSPENSE BALANCE AND LAST RECEIPT DATE (SUSPNSE.CPY) SHOW   *
001900*    AT THE TOP, SO SERVICING CAN ANSWER 'WHERE DID MY PAYMENT   *
002000*    GO' WITHOUT ASKING FOR A BATCH LISTING.                     *
002100*                                                                *
002200*    PF8 PAGES TO OLDER CYCLES, PF7 BACK TO NEWER ONES, ENTER    *
002300*    REFRESHES THE PAGE SHOWING, AND PF3 RETURNS TO THE LOAN     *
002400*    INQUIRY TRANSACTION.                                        *
002500*                                                                *
002600*    PSEUDO-CONVERSATIONAL - THE LOAN NUMBER IS CARRIED FORWARD  *
002700*    IN THE COMMAREA THE SAME WAY COBONL1 CARRIES IT, FOLLOWED   *
002800*    BY THE NEWEST AND OLDEST DUE DATES ON THE PAGE SHOWING SO   *
002900*    THE NEXT TRIP KNOWS WHERE TO RESUME THE BROWSE.             *
003000*                                                                *
003100******************************************************************
003200*    MODIFICATION HISTORY
003300*    ---------------------------------------------------------
003400*    2026-10-08  RJT  INITIAL VERSION.
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 DATA DIVISION.
003800 WORKING-STORAGE SECTION.
003900 77  WS-JOB-NAME                 PIC X(08) VALUE 'COBONL3'.
004000 77  WS-RESP                     PIC S9(08) COMP VALUE ZERO.
004100 77  WS-BROWSE-EOF-SW            PIC X(01) VALUE 'N'.
004200     88  WS-BROWSE-EOF              VALUE 'Y'.
004300     88  WS-BROWSE-NOT-EOF          VALUE 'N'.
004400 77  WS-BROWSE-STARTED-SW        PIC X(01) VALUE 'N'.
004500     88  WS-BROWSE-STARTED          VALUE 'Y'.
004600     88  WS-BROWSE-NOT-STARTED      VALUE 'N'.
004700 77  WS-START-INCLUSIVE-SW       PIC X(01) VALUE 'Y'.
004800     88  WS-START-INCLUSIVE         VALUE 'Y'.
004900     88  WS-START-EXCLUSIVE         VALUE 'N'.
005000 77  WS-ROWS-SHOWN               PIC 9(02) COMP VALUE ZERO.
005100 77  WS-ROWS-PER-PAGE            PIC 9(02) COMP VALUE 12.
005200 77  WS-NEWER-COUNT              PIC 9(02) COMP VALUE ZERO.
005300 77  WS-START-DUE-DATE           PIC 9(08) VALUE ZERO.
005400 77  WS-NEW-TOP-DATE             PIC 9(08) VALUE ZERO.
005500 77  WS-SUSPENSE-DISPLAY         PIC -(9)9.99.
005600 77  WS-PAGE-DISPLAY             PIC ZZ9.
005700 77  WS-MESSAGE                  PIC X(79) VALUE SPACES.
005800*
005900 01  WS-BROWSE-KEY.
006000     05  HBK-LOAN-NUMBER         PIC 9(10).
006100     05  HBK-DUE-DATE            PIC 9(08).
006200 01  WS-BROWSE-KEY-X REDEFINES WS-BROWSE-KEY
006300                                 PIC X(18).
006400*
006500 01  WS-HISTORY-LINE-BUILD.
006600     05  HLB-DUE-DATE            PIC 9(08).
006700     05  FILLER                  PIC X(01) VALUE SPACES.
006800     05  HLB-PRINCIPAL           PIC ZZZZZ9.99-.
006900     05  FILLER                  PIC X(01) VALUE SPACES.
007000     05  HLB-INTEREST            PIC ZZZZZ9.99-.
007100     05  FILLER                  PIC X(01) VALUE SPACES.
007200     05  HLB-ESCROW              PIC ZZZZZ9.99-.
007300     05  FILLER                  PIC X(01) VALUE SPACES.
007400     05  HLB-BALANCE-AFTER       PIC ZZZZZZZZ9.99.
007500     05  FILLER                  PIC X(01) VALUE SPACES.
007600     05  HLB-FEE-ASSESSED        PIC ZZZ9.99 BLANK WHEN ZERO.
007700     05  FILLER                  PIC X(01) VALUE SPACES.
007800     05  HLB-FEE-WAIVED          PIC ZZZ9.99 BLANK WHEN ZERO.
007900     05  FILLER                  PIC X(01) VALUE SPACES.
008000     05  HLB-FEE-COLLECTED       PIC ZZZ9.99 BLANK WHEN ZERO.
008100*
008200 01  WS-COMMAREA.
008300     05  CA-LOAN-NUMBER          PIC 9(10) VALUE ZERO.
008400     05  CA-HIST-TOP-DATE        PIC 9(08) VALUE ZERO.
008500     05  CA-HIST-BOTTOM-DATE     PIC 9(08) VALUE ZERO.
008600     05  CA-HIST-PAGE-NUMBER     PIC 9(03) VALUE ZERO.
008700     05  CA-HIST-MORE-SW         PIC X(01) VALUE 'N'.
008800         88  CA-HIST-MORE-OLDER     VALUE 'Y'.
008900         88  CA-HIST-NO-MORE-OLDER  VALUE 'N'.
009000*
009100     COPY LOANMSTR.
009200     COPY PMTHIST.
009300     COPY FEEHIST.
009400     COPY SUSPNSE.
009500     COPY HSTMAP.
009600*
009700 LINKAGE SECTION.
009800 01  DFHCOMMAREA                 PIC X(30).
009900*
010000 PROCEDURE DIVISION.
010100 0000-MAINLINE.
010200     IF EIBCALEN = ZERO
010300         EXEC CICS SEND TEXT
010400             FROM('NO LOAN SELECTED - START FROM LOAN INQUIRY')
010500             ERASE
010600             FREEKB
010700         END-EXEC
010800         EXEC CICS RETURN
010900         END-EXEC
011000     END-IF.
011100     MOVE DFHCOMMAREA (1:EIBCALEN) TO WS-COMMAREA (1:EIBCALEN).
011200     EVALUATE TRUE
011300         WHEN EIBCALEN < LENGTH OF WS-COMMAREA
011400             PERFORM 2000-SHOW-NEWEST-PAGE
011500                 THRU 2000-SHOW-NEWEST-PAGE-EXIT
011600         WHEN EIBAID = DFHPF3
011700             PERFORM 8000-RETURN-TO-INQUIRY
011800                 THRU 8000-RETURN-TO-INQUIRY-EXIT
011900         WHEN EIBAID = DFHPF7
012000             PERFORM 3000-PAGE-NEWER
012100                 THRU 3000-PAGE-NEWER-EXIT
012200         WHEN EIBAID = DFHPF8
012300             PERFORM 4000-PAGE-OLDER
012400                 THRU 4000-PAGE-OLDER-EXIT
012500         WHEN EIBAID = DFHENTER
012600             PERFORM 2100-REFRESH-PAGE
012700                 THRU 2100-REFRESH-PAGE-EXIT
012800         WHEN OTHER
012900             MOVE 'INVALID KEY - USE PF3, PF7, PF8 OR ENTER'
013000                 TO WS-MESSAGE
013100             PERFORM 2100-REFRESH-PAGE
013200                 THRU 2100-REFRESH-PAGE-EXIT
013300     END-EVALUATE.
013400     EXEC CICS RETURN
013500         TRANSID('LON3')
013600         COMMAREA(WS-COMMAREA)
013700     END-EXEC.
013800 0000-MAINLINE-EXIT.
013900     EXIT.
014000*
014100******************************************************************
014200* 2000-SHOW-NEWEST-PAGE IS THE FIRST SCREEN AFTER THE TRANSFER
014300* FROM COBONL1 - THE LOAN'S NEWEST TWELVE CYCLES.  THE BROWSE
014400* STARTS PAST THE HIGHEST DUE DATE THE LOAN COULD CARRY.
014500******************************************************************
014600 2000-SHOW-NEWEST-PAGE.
014700     MOVE 1 TO CA-HIST-PAGE-NUMBER.
014800     MOVE 99999999 TO WS-START-DUE-DATE.
014900     SET WS-START-INCLUSIVE TO TRUE.
015000     PERFORM 2500-BUILD-HISTORY-PAGE
015100         THRU 2500-BUILD-HISTORY-PAGE-EXIT.
015200 2000-SHOW-NEWEST-PAGE-EXIT.
015300     EXIT.
015400*
015500******************************************************************
015600* 2100-REFRESH-PAGE RE-DISPLAYS THE PAGE THAT WAS SHOWING, FROM
015700* ITS NEWEST CYCLE DOWN.  A PAGE THAT SHOWED NO CYCLES STARTS
015800* AGAIN FROM THE NEWEST, IN CASE A CYCLE HAS BEEN WRITTEN SINCE.
015900******************************************************************
016000 2100-REFRESH-PAGE.
016100     IF CA-HIST-TOP-DATE = ZERO
016200         PERFORM 2000-SHOW-NEWEST-PAGE
016300             THRU 2000-SHOW-NEWEST-PAGE-EXIT
016400         GO TO 2100-REFRESH-PAGE-EXIT
016500     END-IF.
016600     MOVE CA-HIST-TOP-DATE TO WS-START-DUE-DATE.
016700     SET WS-START-INCLUSIVE TO TRUE.
016800     PERFORM 2500-BUILD-HISTORY-PAGE
016900         THRU 2500-BUILD-HISTORY-PAGE-EXIT.
017000 2100-REFRESH-PAGE-EXIT.
017100     EXIT.
017200*
017300******************************************************************
017400* 2500-BUILD-HISTORY-PAGE FILLS AND SENDS ONE PAGE OF CYCLES,
017500* NEWEST FIRST, BEGINNING AT WS-START-DUE-DATE (THAT CYCLE
017600* ITSELF INCLUDED OR NOT, PER WS-START-INCLUSIVE-SW).  THE
017700* BROWSE IS STARTED AT THAT KEY AND READ BACKWARD; RECORDS OF
017800* THE NEXT LOAN UP, OR NEWER THAN THE START, ARE STEPPED OVER,
017900* AND THE FIRST RECORD OF THE LOAN BELOW ENDS THE PAGE.  ONE
018000* RECORD PAST A FULL PAGE IS READ TO TELL WHETHER PF8 HAS
018100* ANYTHING OLDER TO SHOW.
018200******************************************************************
018300 2500-BUILD-HISTORY-PAGE.
018400     MOVE LOW-VALUES TO HSTSETO.
018500     PERFORM 2600-FORMAT-HEADER
018600         THRU 2600-FORMAT-HEADER-EXIT.
018700     MOVE ZERO TO WS-ROWS-SHOWN.
018800     SET CA-HIST-NO-MORE-OLDER TO TRUE.
018900     SET WS-BROWSE-NOT-EOF TO TRUE.
019000     MOVE CA-LOAN-NUMBER TO HBK-LOAN-NUMBER.
019100     MOVE WS-START-DUE-DATE TO HBK-DUE-DATE.
019200     EXEC CICS STARTBR DATASET('PMTHIST')
019300         RIDFLD(WS-BROWSE-KEY)
019400         KEYLENGTH(18)
019500         GTEQ
019600         RESP(WS-RESP)
019700     END-EXEC.
019800     IF WS-RESP = DFHRESP(NOTFND)
019900         MOVE HIGH-VALUES TO WS-BROWSE-KEY-X
020000         EXEC CICS STARTBR DATASET('PMTHIST')
020100             RIDFLD(WS-BROWSE-KEY)
020200             KEYLENGTH(18)
020300             GTEQ
020400             RESP(WS-RESP)
020500         END-EXEC
020600     END-IF.
020700     IF WS-RESP NOT = DFHRESP(NORMAL)
020800         MOVE 'PAYMENT HISTORY UNAVAILABLE - SEE SYSTEMS'
020900             TO HMSGI
021000         PERFORM 5000-SEND-HISTORY-MAP
021100             THRU 5000-SEND-HISTORY-MAP-EXIT
021200         GO TO 2500-BUILD-HISTORY-PAGE-EXIT
021300     END-IF.
021400     PERFORM 2510-READ-PREVIOUS-CYCLE
021500         THRU 2510-READ-PREVIOUS-CYCLE-EXIT.
021600     PERFORM UNTIL WS-BROWSE-EOF
021700             OR WS-ROWS-SHOWN >= WS-ROWS-PER-PAGE
021800         IF PH-LOAN-NUMBER = CA-LOAN-NUMBER
021900                 AND (PH-DUE-DATE < WS-START-DUE-DATE
022000                 OR (PH-DUE-DATE = WS-START-DUE-DATE
022100                 AND WS-START-INCLUSIVE))
022200             ADD 1 TO WS-ROWS-SHOWN
022300             PERFORM 2700-FORMAT-ONE-CYCLE
022400                 THRU 2700-FORMAT-ONE-CYCLE-EXIT
022500         END-IF
022600         PERFORM 2510-READ-PREVIOUS-CYCLE
022700             THRU 2510-READ-PREVIOUS-CYCLE-EXIT
022800     END-PERFORM.
022900     IF WS-BROWSE-NOT-EOF
023000         SET CA-HIST-MORE-OLDER TO TRUE
023100     END-IF.
023200     EXEC CICS ENDBR DATASET('PMTHIST')
023300     END-EXEC.
023400     IF WS-ROWS-SHOWN = ZERO
023500         MOVE ZERO TO CA-HIST-TOP-DATE
023600         MOVE ZERO TO CA-HIST-BOTTOM-DATE
023700         MOVE 1 TO CA-HIST-PAGE-NUMBER
023800         MOVE 'NO PAYMENT HISTORY ON FILE FOR THIS LOAN'
023900             TO WS-MESSAGE
024000     END-IF.
024100     IF WS-MESSAGE = SPACES
024200         IF CA-HIST-MORE-OLDER
024300             MOVE 'NEWEST CYCLE FIRST - PF8 FOR OLDER CYCLES'
024400                 TO WS-MESSAGE
024500         ELSE
024600             MOVE 'OLDEST CYCLE ON FILE SHOWN - PF7 FOR NEWER'
024700                 TO WS-MESSAGE
024800         END-IF
024900     END-IF.
025000     MOVE CA-HIST-PAGE-NUMBER TO WS-PAGE-DISPLAY.
025100     MOVE WS-PAGE-DISPLAY TO HPAGEI.
025200     MOVE WS-MESSAGE TO HMSGI.
025300     PERFORM 5000-SEND-HISTORY-MAP
025400         THRU 5000-SEND-HISTORY-MAP-EXIT.
025500 2500-BUILD-HISTORY-PAGE-EXIT.
025600     EXIT.
025700*
025800******************************************************************
025900* 2510-READ-PREVIOUS-CYCLE READS ONE RECORD BACKWARD.  THE START
026000* OF THE FILE, OR A RECORD BELONGING TO A LOWER LOAN NUMBER,
026100* ENDS THIS LOAN'S CYCLES.
026200******************************************************************
026300 2510-READ-PREVIOUS-CYCLE.
026400     EXEC CICS READPREV DATASET('PMTHIST')
026500         INTO(PAYMENT-HISTORY-RECORD)
026600         RIDFLD(WS-BROWSE-KEY)
026700         KEYLENGTH(18)
026800         RESP(WS-RESP)
026900     END-EXEC.
027000     IF WS-RESP NOT = DFHRESP(NORMAL)
027100         SET WS-BROWSE-EOF TO TRUE
027200         GO TO 2510-READ-PREVIOUS-CYCLE-EXIT
027300     END-IF.
027400     IF PH-LOAN-NUMBER < CA-LOAN-NUMBER
027500         SET WS-BROWSE-EOF TO TRUE
027600     END-IF.
027700 2510-READ-PREVIOUS-CYCLE-EXIT.
027800     EXIT.
027900*
028000******************************************************************
028100* 2600-FORMAT-HEADER FILLS THE TOP OF THE SCREEN - THE LOAN,
028200* THE BORROWER, AND WHAT IS SITTING IN SUSPENSE FOR IT.  A LOAN
028300* WITH NO SUSPENSE RECORD SHOWS A ZERO BALANCE AND NO RECEIPT
028400* DATE.
028500******************************************************************
028600 2600-FORMAT-HEADER.
028700     MOVE CA-LOAN-NUMBER TO HLOANNOI.
028800     MOVE CA-LOAN-NUMBER TO LM-LOAN-NUMBER.
028900     EXEC CICS READ DATASET('LOANMSTR')
029000         INTO(LOAN-MASTER-RECORD)
029100         RIDFLD(LM-LOAN-NUMBER)
029200         KEYLENGTH(10)
029300         RESP(WS-RESP)
029400     END-EXEC.
029500     IF WS-RESP = DFHRESP(NORMAL)
029600         MOVE LM-BORROWER-NAME TO HBNAMEI
029700     ELSE
029800         MOVE 'LOAN NOT FOUND' TO HBNAMEI
029900     END-IF.
030000     MOVE CA-LOAN-NUMBER TO SUS-LOAN-NUMBER.
030100     EXEC CICS READ DATASET('SUSFILE')
030200         INTO(SUSPENSE-FUNDS-RECORD)
030300         RIDFLD(SUS-LOAN-NUMBER)
030400         KEYLENGTH(10)
030500         RESP(WS-RESP)
030600     END-EXEC.
030700     IF WS-RESP = DFHRESP(NORMAL)
030800         MOVE SUS-BALANCE TO WS-SUSPENSE-DISPLAY
030900         MOVE SUS-LAST-RECEIPT-DATE TO HSUSDTEI
031000     ELSE
031100         MOVE ZERO TO WS-SUSPENSE-DISPLAY
031200         MOVE 'NONE' TO HSUSDTEI
031300     END-IF.
031400     MOVE WS-SUSPENSE-DISPLAY TO HSUSBALI.
031500 2600-FORMAT-HEADER-EXIT.
031600     EXIT.
031700*
031800******************************************************************
031900* 2700-FORMAT-ONE-CYCLE COMPOSES ONE CYCLE LINE, FETCHES THE
032000* LATE CHARGE ACTIVITY FOR THE SAME CYCLE, AND DROPS THE LINE
032100* INTO THE NEXT SCREEN SLOT.  THE FIRST CYCLE ON THE PAGE IS ITS
032200* NEWEST AND THE LAST ITS OLDEST - BOTH RIDE THE COMMAREA FOR
032300* THE NEXT PF7/PF8.
032400******************************************************************
032500 2700-FORMAT-ONE-CYCLE.
032600     IF WS-ROWS-SHOWN = 1
032700         MOVE PH-DUE-DATE TO CA-HIST-TOP-DATE
032800     END-IF.
032900     MOVE PH-DUE-DATE TO CA-HIST-BOTTOM-DATE.
033000     MOVE SPACES TO WS-HISTORY-LINE-BUILD.
033100     MOVE PH-DUE-DATE TO HLB-DUE-DATE.
033200     MOVE PH-PRINCIPAL-AMOUNT TO HLB-PRINCIPAL.
033300     MOVE PH-INTEREST-AMOUNT TO HLB-INTEREST.
033400     MOVE PH-ESCROW-AMOUNT TO HLB-ESCROW.
033500     MOVE PH-BALANCE-AFTER TO HLB-BALANCE-AFTER.
033600     MOVE ZERO TO HLB-FEE-ASSESSED.
033700     MOVE ZERO TO HLB-FEE-WAIVED.
033800     MOVE ZERO TO HLB-FEE-COLLECTED.
033900     MOVE PH-LOAN-NUMBER TO FEE-LOAN-NUMBER.
034000     MOVE PH-DUE-DATE TO FEE-CYCLE-DATE.
034100     SET FEE-ASSESSED TO TRUE.
034200     PERFORM 2710-READ-CYCLE-FEE
034300         THRU 2710-READ-CYCLE-FEE-EXIT.
034400     IF WS-RESP = DFHRESP(NORMAL)
034500         MOVE FEE-AMOUNT TO HLB-FEE-ASSESSED
034600     END-IF.
034700     SET FEE-WAIVED TO TRUE.
034800     PERFORM 2710-READ-CYCLE-FEE
034900         THRU 2710-READ-CYCLE-FEE-EXIT.
035000     IF WS-RESP = DFHRESP(NORMAL)
035100         MOVE FEE-AMOUNT TO HLB-FEE-WAIVED
035200     END-IF.
035300     SET FEE-COLLECTED TO TRUE.
035400     PERFORM 2710-READ-CYCLE-FEE
035500         THRU 2710-READ-CYCLE-FEE-EXIT.
035600     IF WS-RESP = DFHRESP(NORMAL)
035700         MOVE FEE-AMOUNT TO HLB-FEE-COLLECTED
035800     END-IF.
035900     EVALUATE WS-ROWS-SHOWN
036000         WHEN 1
036100             MOVE WS-HISTORY-LINE-BUILD TO HLINE01I
036200         WHEN 2
036300             MOVE WS-HISTORY-LINE-BUILD TO HLINE02I
036400         WHEN 3
036500             MOVE WS-HISTORY-LINE-BUILD TO HLINE03I
036600         WHEN 4
036700             MOVE WS-HISTORY-LINE-BUILD TO HLINE04I
036800         WHEN 5
036900             MOVE WS-HISTORY-LINE-BUILD TO HLINE05I
037000         WHEN 6
037100             MOVE WS-HISTORY-LINE-BUILD TO HLINE06I
037200         WHEN 7
037300             MOVE WS-HISTORY-LINE-BUILD TO HLINE07I
037400         WHEN 8
037500             MOVE WS-HISTORY-LINE-BUILD TO HLINE08I
037600         WHEN 9
037700             MOVE WS-HISTORY-LINE-BUILD TO HLINE09I
037800         WHEN 10
037900             MOVE WS-HISTORY-LINE-BUILD TO HLINE10I
038000         WHEN 11
038100             MOVE WS-HISTORY-LINE-BUILD TO HLINE11I
038200         WHEN 12
038300             MOVE WS-HISTORY-LINE-BUILD TO HLINE12I
038400     END-EVALUATE.
038500 2700-FORMAT-ONE-CYCLE-EXIT.
038600     EXIT.
038700*
038800******************************************************************
038900* 2710-READ-CYCLE-FEE READS THE FEE HISTORY RECORD FOR THE LOAN,
039000* CYCLE AND RECORD TYPE ALREADY PLACED IN FEE-HISTORY-KEY.  THE
039100* KEY ALLOWS ONE OF EACH TYPE PER CYCLE, SO A DIRECT READ FINDS
039200* IT OR THERE WAS NONE.
039300******************************************************************
039400 2710-READ-CYCLE-FEE.
039500     EXEC CICS READ DATASET('FEEHIST')
039600         INTO(FEE-HISTORY-RECORD)
039700         RIDFLD(FEE-HISTORY-KEY)
039800         KEYLENGTH(19)
039900         RESP(WS-RESP)
040000     END-EXEC.
040100 2710-READ-CYCLE-FEE-EXIT.
040200     EXIT.
040300*
040400******************************************************************
040500* 3000-PAGE-NEWER (PF7) READS FORWARD FROM THE NEWEST CYCLE ON
040600* THE PAGE SHOWING, UP TO ONE PAGE OF NEWER CYCLES, AND RE-SHOWS
040700* THE PAGE STARTING FROM THE NEWEST OF THOSE.  NOTHING NEWER
040800* LEAVES THE PAGE AS IT WAS.
040900******************************************************************
041000 3000-PAGE-NEWER.
041100     IF CA-HIST-TOP-DATE = ZERO
041200         PERFORM 2000-SHOW-NEWEST-PAGE
041300             THRU 2000-SHOW-NEWEST-PAGE-EXIT
041400         GO TO 3000-PAGE-NEWER-EXIT
041500     END-IF.
041600     MOVE ZERO TO WS-NEWER-COUNT.
041700     MOVE CA-HIST-TOP-DATE TO WS-NEW-TOP-DATE.
041800     SET WS-BROWSE-NOT-EOF TO TRUE.
041900     MOVE CA-LOAN-NUMBER TO HBK-LOAN-NUMBER.
042000     MOVE CA-HIST-TOP-DATE TO HBK-DUE-DATE.
042100     EXEC CICS STARTBR DATASET('PMTHIST')
042200         RIDFLD(WS-BROWSE-KEY)
042300         KEYLENGTH(18)
042400         GTEQ
042500         RESP(WS-RESP)
042600     END-EXEC.
042700     IF WS-RESP = DFHRESP(NORMAL)
042800         SET WS-BROWSE-STARTED TO TRUE
042900     ELSE
043000         SET WS-BROWSE-NOT-STARTED TO TRUE
043100         SET WS-BROWSE-EOF TO TRUE
043200     END-IF.
043300     PERFORM UNTIL WS-BROWSE-EOF
043400             OR WS-NEWER-COUNT >= WS-ROWS-PER-PAGE
043500         PERFORM 3100-READ-NEXT-CYCLE
043600             THRU 3100-READ-NEXT-CYCLE-EXIT
043700         IF WS-BROWSE-NOT-EOF
043800                 AND PH-DUE-DATE > CA-HIST-TOP-DATE
043900             ADD 1 TO WS-NEWER-COUNT
044000             MOVE PH-DUE-DATE TO WS-NEW-TOP-DATE
044100         END-IF
044200     END-PERFORM.
044300     IF WS-BROWSE-STARTED
044400         EXEC CICS ENDBR DATASET('PMTHIST')
044500         END-EXEC
044600     END-IF.
044700     IF WS-NEWER-COUNT = ZERO
044800         MOVE 'ALREADY AT THE NEWEST CYCLE' TO WS-MESSAGE
044900     ELSE
045000         IF CA-HIST-PAGE-NUMBER > 1
045100             SUBTRACT 1 FROM CA-HIST-PAGE-NUMBER
045200         END-IF
045300     END-IF.
045400     MOVE WS-NEW-TOP-DATE TO WS-START-DUE-DATE.
045500     SET WS-START-INCLUSIVE TO TRUE.
045600     PERFORM 2500-BUILD-HISTORY-PAGE
045700         THRU 2500-BUILD-HISTORY-PAGE-EXIT.
045800 3000-PAGE-NEWER-EXIT.
045900     EXIT.
046000*
046100 3100-READ-NEXT-CYCLE.
046200     EXEC CICS READNEXT DATASET('PMTHIST')
046300         INTO(PAYMENT-HISTORY-RECORD)
046400         RIDFLD(WS-BROWSE-KEY)
046500         KEYLENGTH(18)
046600         RESP(WS-RESP)
046700     END-EXEC.
046800     IF WS-RESP NOT = DFHRESP(NORMAL)
046900         SET WS-BROWSE-EOF TO TRUE
047000         GO TO 3100-READ-NEXT-CYCLE-EXIT
047100     END-IF.
047200     IF PH-LOAN-NUMBER > CA-LOAN-NUMBER
047300         SET WS-BROWSE-EOF TO TRUE
047400     END-IF.
047500 3100-READ-NEXT-CYCLE-EXIT.
047600     EXIT.
047700*
047800******************************************************************
047900* 4000-PAGE-OLDER (PF8) SHOWS THE PAGE OF CYCLES JUST OLDER THAN
048000* THE OLDEST ONE SHOWING.  THE LAST PAGE STAYS PUT.
048100******************************************************************
048200 4000-PAGE-OLDER.
048300     IF CA-HIST-NO-MORE-OLDER
048400         MOVE 'NO OLDER CYCLES ON FILE' TO WS-MESSAGE
048500         PERFORM 2100-REFRESH-PAGE
048600             THRU 2100-REFRESH-PAGE-EXIT
048700         GO TO 4000-PAGE-OLDER-EXIT
048800     END-IF.
048900     ADD 1 TO CA-HIST-PAGE-NUMBER.
049000     MOVE CA-HIST-BOTTOM-DATE TO WS-START-DUE-DATE.
049100     SET WS-START-EXCLUSIVE TO TRUE.
049200     PERFORM 2500-BUILD-HISTORY-PAGE
049300         THRU 2500-BUILD-HISTORY-PAGE-EXIT.
049400 4000-PAGE-OLDER-EXIT.
049500     EXIT.
049600*
049700 5000-SEND-HISTORY-MAP.
049800     EXEC CICS SEND MAP('HSTMAP')
049900         MAPSET('HSTMAP')
050000         FROM(HSTSETO)
050100         ERASE
050200     END-EXEC.
050300 5000-SEND-HISTORY-MAP-EXIT.
050400     EXIT.
050500*
050600******************************************************************
050700* 8000-RETURN-TO-INQUIRY HANDS THE CONVERSATION BACK TO THE
050800* LOAN INQUIRY TRANSACTION.  ONLY THE LOAN NUMBER IS PASSED -
050900* THE PAGING POSITION MEANS NOTHING TO COBONL1 - SO THE NEXT
051000* ENTER RE-DISPLAYS THE LOAN THE REP WAS WORKING.
051100******************************************************************
051200 8000-RETURN-TO-INQUIRY.
051300     EXEC CICS SEND TEXT
051400         FROM('PRESS ENTER TO RETURN TO LOAN INQUIRY')
051500         ERASE
051600         FREEKB
051700     END-EXEC.
051800     EXEC CICS RETURN
051900         TRANSID('LON1')
052000         COMMAREA(CA-LOAN-NUMBER)
052100         LENGTH(10)
052200     END-EXEC.
052300 8000-RETURN-TO-INQUIRY-EXIT.
052400     EXIT.
