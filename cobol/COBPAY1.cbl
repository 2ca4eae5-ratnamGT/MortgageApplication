001000*    PAYOFF REQUEST FILE KEYED BY SERVICING.  A QUOTE REQUEST    *
001100*    PRINTS A GOOD-THROUGH-DATE PAYOFF FIGURE - CURRENT BALANCE  *
001200*    PLUS PER-DIEM INTEREST AT THE NOTE RATE THROUGH THE QUOTE   *
001266*    DATE, PLUS OUTSTANDING LATE CHARGES AND CORPORATE ADVANCES, *
001332*    LESS THE ESCROW BALANCE REFUND - SO A REP NO LONGER         *
001416*    ADDS INTEREST BY HAND FROM THE INQUIRY SCREEN.  A CLOSE     *
001500*    REQUEST VERIFIES THE FUNDS RECEIVED COVER THE COMPUTED      *
001600*    PAYOFF, WRITES THE FINAL PAYOFF TRANSACTION TO THE PAYMENT  *
001700*    HISTORY FOR THE INVESTOR REMITTANCE, ZEROES THE BALANCES,   *
001900*    CASH POSTING, AGING AND THE DELINQUENCY UPDATE ALL SKIP IT. *
002000*    EVERY LOAN MASTER FIELD CHANGED AT CLOSURE IS WRITTEN TO    *
002100*    THE AUDIT TRAIL.                                            *
002106*                                                                *
002112*    A REINSTATEMENT QUOTE PRINTS WHAT IT TAKES TO BRING A PAST- *
002118*    DUE LOAN CURRENT:  EVERY CYCLE DUE THROUGH THE QUOTE DATE,  *
002124*    PLUS THE OUTSTANDING LATE CHARGES, PLUS THE RECOVERABLE     *
002130*    ADVANCES ON THE ADVANCE LEDGER.  A REINSTATEMENT RECEIVED   *
002136*    COLLECTS THE FEES, RECOVERS THE ADVANCES, AND PUTS THE CYCLE*
002142*    FUNDS IN SUSPENSE, WHERE THE NIGHTLY SUSPENSE RELEASE       *
002148*    (COBSUS1) AND ACCRUAL (COBACR1) APPLY THEM ONE CYCLE A NIGHT*
002154*    UNTIL THE LOAN IS CURRENT.  A PAYOFF RECOVERS EVERY ADVANCE *
002160*    STILL OPEN ON THE LEDGER.                                   *
002166*                                                                *
002172*    FUNCTION CODES -  Q  PAYOFF QUOTE        C  PAYOFF (CLOSE)  *
002178*                      R  REINSTATEMENT QUOTE                    *
002184*                      S  REINSTATEMENT FUNDS RECEIVED           *
002200*                                                                *
002300******************************************************************
002400*    MODIFICATION HISTORY
002715*                     (FEEHIST.CPY) AND AUDIT TRAIL ROW.  FEES
002716*                     ARE SERVICER INCOME AND STAY OUT OF THE
002717*                     INVESTOR'S PAYMENT HISTORY TRANSACTION.
002718*    2026-10-05  RJT  NO PAYOFF QUOTE OR PAYOFF IS TAKEN ON A LOAN
002719*                     WHOSE SERVICING HAS BEEN TRANSFERRED
002720*                     (LM-LOAN-TRANSFERRED) - THE NEW SERVICER
002721*                     QUOTES AND CLOSES IT.
002722*    2026-10-08  RJT  THE PAYOFF HISTORY RECORD CARRIES A ZERO
002723*                     PMI PREMIUM - NO MI IS COLLECTED AT PAYOFF.
002730*    2026-10-15  RJT  ADDED REINSTATEMENT QUOTE ('R') AND
002737*                     REINSTATEMENT RECEIVED ('S') REQUESTS.  THE
002744*                     PAYOFF FIGURE NOW INCLUDES THE CORPORATE
002751*                     ADVANCES (FORECLOSURE AND INSPECTION) OPEN
002758*                     ON THE ADVANCE LEDGER (ADVLDGR.CPY) - ESCROW
002765*                     ADVANCES ARE ALREADY IN IT AS A NEGATIVE
002772*                     ESCROW BALANCE - AND A CLOSURE MARKS EVERY
002779*                     OPEN ADVANCE RECOVERED.  NEW CORP ADV
002786*                     REGISTER COLUMN.
002793******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
004700     SELECT PAYOFF-REPORT-FILE ASSIGN TO PAYRPT
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-PAYRPT-FILE-STATUS.
004909     SELECT ADVANCE-LEDGER-FILE ASSIGN TO ADVLDGR
004918         ORGANIZATION IS INDEXED
004927         ACCESS MODE IS DYNAMIC
004936         RECORD KEY IS ADL-KEY
004945         FILE STATUS IS WS-ADVLDGR-FILE-STATUS.
004954     SELECT SUSPENSE-FUNDS-FILE ASSIGN TO SUSFILE
004963         ORGANIZATION IS INDEXED
004972         ACCESS MODE IS DYNAMIC
004981         RECORD KEY IS SUS-LOAN-NUMBER
004990         FILE STATUS IS WS-SUSFILE-FILE-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  PAYOFF-REQUEST-FILE
005400 01  PAYOFF-REQUEST-RECORD.
005500     05  PRQ-FUNCTION-CODE       PIC X(01).
005600         88  PRQ-QUOTE-REQUEST       VALUE 'Q'.
005633         88  PRQ-CLOSE-REQUEST       VALUE 'C'.
005666         88  PRQ-REINSTATE-QUOTE     VALUE 'R'.
005699         88  PRQ-REINSTATE-REQUEST   VALUE 'S'.
005732         88  PRQ-REINSTATEMENT       VALUE 'R' 'S'.
005765         88  PRQ-VALID-FUNCTION      VALUE 'Q' 'C' 'R' 'S'.
005800     05  PRQ-LOAN-NUMBER         PIC 9(10).
005900     05  PRQ-EFFECTIVE-DATE      PIC 9(08).
006000     05  PRQ-FUNDS-AMOUNT        PIC 9(09)V99.
007500 FD  PAYOFF-REPORT-FILE
007600     LABEL RECORDS ARE OMITTED.
007700 01  PAYOFF-REPORT-LINE          PIC X(132).
007711*
007722 FD  ADVANCE-LEDGER-FILE
007733     LABEL RECORDS ARE STANDARD.
007744     COPY ADVLDGR.
007755*
007766 FD  SUSPENSE-FUNDS-FILE
007777     LABEL RECORDS ARE STANDARD.
007788     COPY SUSPNSE.
007800*
007900 WORKING-STORAGE SECTION.
008000 77  WS-PAYRQST-FILE-STATUS      PIC X(02) VALUE '00'.
008400     88  WS-LOANMSTR-FILE-OK         VALUE '00' '02' '97'.
008500 77  WS-PMTHIST-FILE-STATUS      PIC X(02) VALUE '00'.
008510 77  WS-FEEHIST-FILE-STATUS      PIC X(02) VALUE '00'.
008517 77  WS-ADVLDGR-FILE-STATUS      PIC X(02) VALUE '00'.
008520     88  WS-ADVLDGR-FILE-OK          VALUE '00' '02' '97'.
008524 77  WS-ADVLDGR-OPEN-SWITCH      PIC X(01) VALUE 'N'.
008531     88  WS-ADVLDGR-OPEN             VALUE 'Y'.
008538     88  WS-ADVLDGR-NOT-OPEN         VALUE 'N'.
008545 77  WS-SUSFILE-FILE-STATUS      PIC X(02) VALUE '00'.
008548     88  WS-SUSFILE-FILE-OK          VALUE '00' '02' '97'.
008552 77  WS-SUS-RECORD-SWITCH        PIC X(01) VALUE 'Y'.
008559     88  WS-SUS-RECORD-FOUND         VALUE 'Y'.
008566     88  WS-SUS-RECORD-NOT-FOUND     VALUE 'N'.
008573 77  WS-LEDGER-SCAN-SWITCH       PIC X(01) VALUE 'N'.
008580     88  WS-LEDGER-SCAN-DONE         VALUE 'Y'.
008587     88  WS-LEDGER-SCAN-MORE         VALUE 'N'.
008600 77  WS-RESTART-FILE-STATUS      PIC X(02) VALUE '00'.
008700 77  WS-PAYRPT-FILE-STATUS       PIC X(02) VALUE '00'.
008800 77  WS-JOB-NAME                 PIC X(08) VALUE 'PAYOFF'.
009610 77  WS-PAYOFF-HISTORY-TOTAL     PIC S9(09)V99 COMP-3 VALUE ZERO.
009620 77  WS-REMIT-FIELD-LIMIT        PIC S9(07)V99 COMP-3
009630     VALUE 9999999.99.
009635 77  WS-CORP-ADVANCE-AMOUNT      PIC S9(07)V99 COMP-3 VALUE ZERO.
009640 77  WS-ESCROW-ADVANCE-AMOUNT    PIC S9(07)V99 COMP-3 VALUE ZERO.
009645 77  WS-ESCROW-RECOVERABLE       PIC S9(07)V99 COMP-3 VALUE ZERO.
009650 77  WS-ESCROW-RECOVERY-LEFT     PIC S9(07)V99 COMP-3 VALUE ZERO.
009655 77  WS-ENTRY-OUTSTANDING        PIC S9(07)V99 COMP-3 VALUE ZERO.
009660 77  WS-RECOVERY-AMOUNT          PIC S9(07)V99 COMP-3 VALUE ZERO.
009665 77  WS-RECOVERY-SOURCE          PIC X(01) VALUE SPACE.
009670 77  WS-PAST-DUE-CYCLES          PIC 9(03) COMP VALUE ZERO.
009675 77  WS-PAST-DUE-AMOUNT          PIC S9(09)V99 COMP-3 VALUE ZERO.
009680 77  WS-REINSTATE-AMOUNT         PIC S9(09)V99 COMP-3 VALUE ZERO.
009685 77  WS-CYCLE-FUNDS-AMOUNT       PIC S9(09)V99 COMP-3 VALUE ZERO.
009690 77  WS-FEE-COLLECT-REASON       PIC X(20) VALUE SPACES.
009700 77  WS-FUNDS-TOLERANCE          PIC S9(05)V99 COMP-3 VALUE 25.00.
009800 77  WS-REQUEST-COUNT            PIC 9(07) COMP VALUE ZERO.
009900 77  WS-QUOTE-COUNT              PIC 9(07) COMP VALUE ZERO.
010000 77  WS-CLOSED-COUNT             PIC 9(07) COMP VALUE ZERO.
010100 77  WS-ERROR-COUNT              PIC 9(07) COMP VALUE ZERO.
010120 77  WS-REINSTATE-QUOTE-COUNT    PIC 9(07) COMP VALUE ZERO.
010140 77  WS-REINSTATED-COUNT         PIC 9(07) COMP VALUE ZERO.
010160 77  WS-ADV-RECOVERED-COUNT      PIC 9(07) COMP VALUE ZERO.
010180 77  WS-ADV-RECOVERED-AMT-TOTAL  PIC S9(11)V99 COMP-3 VALUE ZERO.
010200 77  WS-OLD-CURRENT-BALANCE      PIC S9(09)V99 COMP-3 VALUE ZERO.
010300 77  WS-OLD-ESCROW-BALANCE       PIC S9(07)V99 COMP-3 VALUE ZERO.
010400 77  WS-OLD-NEXT-DUE-DATE        PIC 9(08) VALUE ZERO.
011630     05  WS-EDIT-YYYY            PIC 9(04).
011640     05  WS-EDIT-MM              PIC 9(02).
011650     05  WS-EDIT-DD              PIC 9(02).
011651*
011652 01  WS-CYCLE-DATE               PIC 9(08) VALUE ZERO.
011653 01  WS-CYCLE-DATE-FIELDS REDEFINES WS-CYCLE-DATE.
011654     05  WS-CYCLE-YYYY           PIC 9(04).
011655     05  WS-CYCLE-MM             PIC 9(02).
011656     05  WS-CYCLE-DD             PIC 9(02).
011660*
011700 01  WS-HEADING-LINE-1.
011800     05  FILLER          PIC X(20) VALUE 'PAYOFF QUOTE AND'.
013200     05  FILLER          PIC X(17) VALUE '       NET PAYOFF'.
013300     05  FILLER          PIC X(02) VALUE SPACES.
013310     05  FILLER          PIC X(26) VALUE 'MESSAGE'.
013313     05  FILLER          PIC X(02) VALUE SPACES.
013316     05  FILLER          PIC X(11) VALUE '   CORP ADV'.
013319     05  FILLER          PIC X(04) VALUE SPACES.
013322*
013325*    ------------------------------------------------------------
013328*    SECOND CAPTION LINE FOR A REINSTATEMENT, WHOSE AMOUNTS PRINT
013331*    IN THE SAME COLUMNS AS THE PAYOFF FIGURES ABOVE THEM.
013334*    ------------------------------------------------------------
013337 01  WS-HEADING-LINE-3.
013340     05  FILLER          PIC X(25) VALUE SPACES.
013343     05  FILLER          PIC X(17) VALUE '  PAST DUE AMOUNT'.
013346     05  FILLER          PIC X(02) VALUE SPACES.
013349     05  FILLER          PIC X(11) VALUE '  LATE FEES'.
013352     05  FILLER          PIC X(02) VALUE SPACES.
013355     05  FILLER          PIC X(11) VALUE ' ESCROW ADV'.
013358     05  FILLER          PIC X(02) VALUE SPACES.
013361     05  FILLER          PIC X(17) VALUE '    NET REINSTATE'.
013364     05  FILLER          PIC X(02) VALUE SPACES.
013367     05  FILLER          PIC X(26) VALUE SPACES.
013370     05  FILLER          PIC X(02) VALUE SPACES.
013373     05  FILLER          PIC X(11) VALUE '   CORP ADV'.
013376     05  FILLER          PIC X(04) VALUE ' CYC'.
013379*
013400 01  WS-PAYOFF-DETAIL-LINE.
013500     05  PAY-LOAN-NUMBER     PIC 9(10).
013600     05  FILLER              PIC X(02) VALUE SPACES.
014700     05  PAY-NET-PAYOFF      PIC Z,ZZZ,ZZZ,ZZ9.99-.
014800     05  FILLER              PIC X(02) VALUE SPACES.
014900     05  PAY-MESSAGE         PIC X(26).
014908     05  FILLER              PIC X(02) VALUE SPACES.
014916     05  PAY-CORP-ADVANCES   PIC ZZZ,ZZ9.99-.
014924     05  FILLER              PIC X(04) VALUE SPACES.
014932*
014940 01  WS-REINSTATE-DETAIL-LINE.
014948     05  RNS-LOAN-NUMBER     PIC 9(10).
014956     05  FILLER              PIC X(02) VALUE SPACES.
014964     05  RNS-FUNCTION-CODE   PIC X(01).
014972     05  FILLER              PIC X(02) VALUE SPACES.
014980     05  RNS-EFFECTIVE-DATE  PIC 9(08).
014988     05  FILLER              PIC X(02) VALUE SPACES.
014996     05  RNS-PAST-DUE-AMT    PIC Z,ZZZ,ZZZ,ZZ9.99-.
015004     05  FILLER              PIC X(02) VALUE SPACES.
015012     05  RNS-LATE-FEES       PIC ZZZ,ZZ9.99-.
015020     05  FILLER              PIC X(02) VALUE SPACES.
015028     05  RNS-ESCROW-ADVANCES PIC ZZZ,ZZ9.99-.
015036     05  FILLER              PIC X(02) VALUE SPACES.
015044     05  RNS-NET-REINSTATE   PIC Z,ZZZ,ZZZ,ZZ9.99-.
015052     05  FILLER              PIC X(02) VALUE SPACES.
015060     05  RNS-MESSAGE         PIC X(26).
015068     05  FILLER              PIC X(02) VALUE SPACES.
015076     05  RNS-CORP-ADVANCES   PIC ZZZ,ZZ9.99-.
015084     05  FILLER              PIC X(01) VALUE SPACES.
015092     05  RNS-CYCLES          PIC ZZ9.
015100*
015200     COPY AUDITREC.
015300     EXEC SQL
017100     GOBACK.
017200*
017300******************************************************************
017366* 1000-INITIALIZE OPENS THE REQUEST FILE, THE LOAN MASTER FOR
017432* UPDATE, THE PAYMENT HISTORY FOR THE FINAL PAYOFF TRANSACTIONS,
017498* THE ADVANCE LEDGER FOR RECOVERIES (NO LEDGER MEANS NO ADVANCE
017564* HAS EVER BEEN MADE), THE SUSPENSE FILE FOR REINSTATEMENT
017630* FUNDS, AND THE PAYOFF REGISTER.  A LEDGER OR SUSPENSE FILE
017640* THAT CANNOT BE OPENED FAILS THE STEP - A PAYOFF OR
017650* REINSTATEMENT WITHOUT THEM WOULD MISSTATE THE FUNDS.
017700******************************************************************
017800 1000-INITIALIZE.
017900     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD.
020540         CLOSE FEE-HISTORY-FILE
020550         OPEN I-O FEE-HISTORY-FILE
020560     END-IF.
020562     OPEN I-O ADVANCE-LEDGER-FILE.
020563     IF WS-ADVLDGR-FILE-STATUS = '35'
020564         DISPLAY 'COBPAY1 - NO ADVANCE LEDGER - NO ADVANCES TO '
020565             'RECOVER'
020566         SET WS-ADVLDGR-NOT-OPEN TO TRUE
020567     ELSE
020568         IF WS-ADVLDGR-FILE-OK
020569             SET WS-ADVLDGR-OPEN TO TRUE
020571         ELSE
020572             DISPLAY 'COBPAY1 - ADVANCE LEDGER OPEN FAILED, '
020573                 'STATUS=' WS-ADVLDGR-FILE-STATUS
020574             SET WS-ADVLDGR-NOT-OPEN TO TRUE
020575             MOVE '10' TO WS-PAYRQST-FILE-STATUS
020576             SET WS-ABEND-REQUIRED TO TRUE
020577             IF 16 > WS-HIGHEST-RETURN-CODE
020578                 MOVE 16 TO WS-HIGHEST-RETURN-CODE
020579             END-IF
020581         END-IF
020582     END-IF.
020583     OPEN I-O SUSPENSE-FUNDS-FILE.
020584     IF WS-SUSFILE-FILE-STATUS = '35'
020585         OPEN OUTPUT SUSPENSE-FUNDS-FILE
020586         CLOSE SUSPENSE-FUNDS-FILE
020587         OPEN I-O SUSPENSE-FUNDS-FILE
020588     END-IF.
020589     IF NOT WS-SUSFILE-FILE-OK
020591         DISPLAY 'COBPAY1 - SUSPENSE FILE OPEN FAILED, STATUS='
020592             WS-SUSFILE-FILE-STATUS
020593         MOVE '10' TO WS-PAYRQST-FILE-STATUS
020594         SET WS-ABEND-REQUIRED TO TRUE
020595         IF 16 > WS-HIGHEST-RETURN-CODE
020596             MOVE 16 TO WS-HIGHEST-RETURN-CODE
020597         END-IF
020598     END-IF.
020600     OPEN OUTPUT PAYOFF-REPORT-FILE.
020700     PERFORM 3900-WRITE-REPORT-HEADINGS
020800         THRU 3900-WRITE-REPORT-HEADINGS-EXIT.
022600     EXIT.
022700*
022800******************************************************************
022900* 2000-PROCESS-ONE-REQUEST HANDLES ONE PAYOFF OR REINSTATEMENT
023000* QUOTE OR REQUEST.  EVERY REQUEST PRINTS ONE REGISTER LINE,
023100* WHETHER IT SUCCEEDED OR WHY IT DID NOT.
023200******************************************************************
023300 2000-PROCESS-ONE-REQUEST.
023400     MOVE SPACES TO WS-REQUEST-MESSAGE.
023500     MOVE ZERO TO WS-INTEREST-AMOUNT
023560                  WS-NET-PAYOFF-AMOUNT
023620                  WS-CORP-ADVANCE-AMOUNT
023680                  WS-ESCROW-RECOVERABLE.
023740     IF NOT PRQ-VALID-FUNCTION
023800         MOVE 'INVALID FUNCTION CODE' TO WS-REQUEST-MESSAGE
023900         PERFORM 2800-WRITE-ERROR-LINE
024000             THRU 2800-WRITE-ERROR-LINE-EXIT
025400             THRU 2800-WRITE-ERROR-LINE-EXIT
025500         GO TO 2000-PROCESS-ONE-REQUEST-EXIT
025600     END-IF.
025610     IF LM-LOAN-TRANSFERRED
025620         MOVE 'LOAN TRANSFERRED' TO WS-REQUEST-MESSAGE
025630         PERFORM 2800-WRITE-ERROR-LINE
025640             THRU 2800-WRITE-ERROR-LINE-EXIT
025650         GO TO 2000-PROCESS-ONE-REQUEST-EXIT
025660     END-IF.
025700     IF PRQ-EFFECTIVE-DATE < WS-TODAY-CCYYMMDD
025800         MOVE 'EFFECTIVE DATE IN PAST' TO WS-REQUEST-MESSAGE
025900         PERFORM 2800-WRITE-ERROR-LINE
026000             THRU 2800-WRITE-ERROR-LINE-EXIT
026100         GO TO 2000-PROCESS-ONE-REQUEST-EXIT
026200     END-IF.
026216     IF PRQ-REINSTATEMENT
026232         PERFORM 2400-PROCESS-REINSTATEMENT
026248             THRU 2400-PROCESS-REINSTATEMENT-EXIT
026264         GO TO 2000-PROCESS-ONE-REQUEST-EXIT
026280     END-IF.
026300     PERFORM 2200-COMPUTE-PAYOFF-FIGURE
026400         THRU 2200-COMPUTE-PAYOFF-FIGURE-EXIT.
026500     IF PRQ-QUOTE-REQUEST
027600*
027700******************************************************************
027800* 2200-COMPUTE-PAYOFF-FIGURE COMPUTES THE GOOD-THROUGH-DATE
027833* PAYOFF:  CURRENT BALANCE, PLUS PER-DIEM INTEREST AT THE NOTE
027866* RATE FROM THE RUN DATE THROUGH THE EFFECTIVE DATE, PLUS THE
027932* OUTSTANDING LATE CHARGE BALANCE, PLUS THE CORPORATE ADVANCES
027998* OPEN ON THE ADVANCE LEDGER, LESS THE ESCROW BALANCE REFUNDED
028064* AT CLOSING.  A NEGATIVE ESCROW BALANCE - AN ESCROW ADVANCE -
028130* IS THEREBY ADDED BACK, SO ESCROW ADVANCES ARE NOT ADDED AGAIN.
028200******************************************************************
028300 2200-COMPUTE-PAYOFF-FIGURE.
028400     COMPUTE WS-EFFECTIVE-JULIAN =
028900         (LM-CURRENT-BALANCE * LM-NOTE-RATE) / 365.
029000     COMPUTE WS-INTEREST-AMOUNT ROUNDED =
029100         WS-PER-DIEM-INTEREST * WS-PAYOFF-DAYS.
029150     PERFORM 2300-TOTAL-LOAN-ADVANCES
029200         THRU 2300-TOTAL-LOAN-ADVANCES-EXIT.
029250     COMPUTE WS-NET-PAYOFF-AMOUNT =
029300         LM-CURRENT-BALANCE + WS-INTEREST-AMOUNT
029350         + LM-OUTSTANDING-FEES
029400         + WS-CORP-ADVANCE-AMOUNT
029450         - LM-ESCROW-BALANCE.
029500 2200-COMPUTE-PAYOFF-FIGURE-EXIT.
029600     EXIT.
029700*
029702******************************************************************
029704* 2300-TOTAL-LOAN-ADVANCES ADDS UP WHAT IS STILL OUTSTANDING ON
029706* THE LOAN'S OPEN ADVANCE LEDGER ENTRIES - CORPORATE ADVANCES
029708* (FORECLOSURE AND INSPECTION) AND ESCROW ADVANCES SEPARATELY.
029710* THE ESCROW ADVANCE THAT CAN BE RECOVERED IS NEVER MORE THAN
029712* THE ESCROW BALANCE IS NEGATIVE - ESCROW PAYMENTS RECEIVED
029714* SINCE THE ADVANCE HAVE ALREADY MADE UP THE REST.
029716******************************************************************
029718 2300-TOTAL-LOAN-ADVANCES.
029720     MOVE ZERO TO WS-CORP-ADVANCE-AMOUNT.
029722     MOVE ZERO TO WS-ESCROW-ADVANCE-AMOUNT.
029724     MOVE ZERO TO WS-ESCROW-RECOVERABLE.
029726     IF WS-ADVLDGR-NOT-OPEN
029728         GO TO 2300-TOTAL-LOAN-ADVANCES-EXIT
029730     END-IF.
029732     PERFORM 2350-START-LOAN-ADVANCES
029734         THRU 2350-START-LOAN-ADVANCES-EXIT.
029736     PERFORM 2360-ADD-ONE-ADVANCE
029738         THRU 2360-ADD-ONE-ADVANCE-EXIT
029740         UNTIL WS-LEDGER-SCAN-DONE.
029742     IF LM-ESCROW-BALANCE < ZERO
029744         COMPUTE WS-ESCROW-RECOVERABLE = ZERO - LM-ESCROW-BALANCE
029746         IF WS-ESCROW-RECOVERABLE > WS-ESCROW-ADVANCE-AMOUNT
029748             MOVE WS-ESCROW-ADVANCE-AMOUNT
029750                 TO WS-ESCROW-RECOVERABLE
029752         END-IF
029754     END-IF.
029756 2300-TOTAL-LOAN-ADVANCES-EXIT.
029758     EXIT.
029760*
029762******************************************************************
029764* 2350-START-LOAN-ADVANCES POSITIONS THE ADVANCE LEDGER AT THE
029766* LOAN'S FIRST ENTRY AND READS IT.  WS-LEDGER-SCAN-DONE COMES
029768* BACK SET WHEN THE LOAN HAS NO ENTRIES.
029770******************************************************************
029772 2350-START-LOAN-ADVANCES.
029774     SET WS-LEDGER-SCAN-MORE TO TRUE.
029776     MOVE LM-LOAN-NUMBER TO ADL-LOAN-NUMBER.
029778     MOVE LOW-VALUES TO ADL-ADVANCE-TYPE.
029780     MOVE ZERO TO ADL-ADVANCE-DATE.
029782     MOVE ZERO TO ADL-SEQUENCE.
029784     START ADVANCE-LEDGER-FILE KEY IS NOT LESS THAN ADL-KEY
029786         INVALID KEY
029788             SET WS-LEDGER-SCAN-DONE TO TRUE
029790     END-START.
029792     IF WS-LEDGER-SCAN-MORE
029794         PERFORM 2370-READ-NEXT-ADVANCE
029796             THRU 2370-READ-NEXT-ADVANCE-EXIT
029798     END-IF.
029800 2350-START-LOAN-ADVANCES-EXIT.
029802     EXIT.
029804*
029806 2360-ADD-ONE-ADVANCE.
029808     IF ADL-ENTRY-OPEN
029810         COMPUTE WS-ENTRY-OUTSTANDING =
029812             ADL-ADVANCE-AMOUNT - ADL-RECOVERED-AMOUNT
029814         IF ADL-ESCROW-ADVANCE
029816             ADD WS-ENTRY-OUTSTANDING TO WS-ESCROW-ADVANCE-AMOUNT
029818         ELSE
029820             ADD WS-ENTRY-OUTSTANDING TO WS-CORP-ADVANCE-AMOUNT
029822         END-IF
029824     END-IF.
029826     PERFORM 2370-READ-NEXT-ADVANCE
029828         THRU 2370-READ-NEXT-ADVANCE-EXIT.
029830 2360-ADD-ONE-ADVANCE-EXIT.
029832     EXIT.
029834*
029836 2370-READ-NEXT-ADVANCE.
029838     READ ADVANCE-LEDGER-FILE NEXT RECORD
029840         AT END
029842             SET WS-LEDGER-SCAN-DONE TO TRUE
029844     END-READ.
029846     IF WS-LEDGER-SCAN-MORE
029848             AND ADL-LOAN-NUMBER NOT = LM-LOAN-NUMBER
029850         SET WS-LEDGER-SCAN-DONE TO TRUE
029852     END-IF.
029854 2370-READ-NEXT-ADVANCE-EXIT.
029856     EXIT.
029858*
029860******************************************************************
029862* 2400-PROCESS-REINSTATEMENT PRICES THE REINSTATEMENT AND EITHER
029864* PRINTS THE QUOTE OR APPLIES THE FUNDS RECEIVED.  A LOAN WITH
029866* NO CYCLE DUE THROUGH THE EFFECTIVE DATE HAS NOTHING TO
029868* REINSTATE.
029870******************************************************************
029872 2400-PROCESS-REINSTATEMENT.
029874     PERFORM 2450-COMPUTE-REINSTATEMENT
029876         THRU 2450-COMPUTE-REINSTATEMENT-EXIT.
029878     IF WS-PAST-DUE-CYCLES = ZERO
029880         MOVE 'LOAN NOT PAST DUE' TO WS-REQUEST-MESSAGE
029882         PERFORM 2800-WRITE-ERROR-LINE
029884             THRU 2800-WRITE-ERROR-LINE-EXIT
029886         GO TO 2400-PROCESS-REINSTATEMENT-EXIT
029888     END-IF.
029890     IF PRQ-REINSTATE-QUOTE
029892         MOVE 'REINSTATE GOOD THRU DATE' TO WS-REQUEST-MESSAGE
029894         PERFORM 2750-WRITE-REINSTATE-LINE
029896             THRU 2750-WRITE-REINSTATE-LINE-EXIT
029898         ADD 1 TO WS-REINSTATE-QUOTE-COUNT
029900     ELSE
029902         PERFORM 3300-REINSTATE-LOAN
029904             THRU 3300-REINSTATE-LOAN-EXIT
029906     END-IF.
029908 2400-PROCESS-REINSTATEMENT-EXIT.
029910     EXIT.
029912*
029914******************************************************************
029916* 2450-COMPUTE-REINSTATEMENT COMPUTES THE REINSTATEMENT FIGURE:
029918* EVERY SCHEDULED PAYMENT DUE FROM THE NEXT DUE DATE THROUGH
029920* THE EFFECTIVE DATE (LESS ONE WHEN CASH POSTING HAS ALREADY
029922* FUNDED THE CURRENT CYCLE), PLUS THE OUTSTANDING LATE CHARGE
029924* BALANCE, PLUS THE RECOVERABLE ADVANCES - CORPORATE ADVANCES
029926* IN FULL AND ESCROW ADVANCES UP TO THE NEGATIVE ESCROW BALANCE.
029928******************************************************************
029930 2450-COMPUTE-REINSTATEMENT.
029932     MOVE ZERO TO WS-PAST-DUE-CYCLES.
029934     IF LM-NEXT-DUE-DATE > ZERO
029936         MOVE LM-NEXT-DUE-DATE TO WS-CYCLE-DATE
029938         PERFORM 2460-COUNT-ONE-CYCLE
029940             THRU 2460-COUNT-ONE-CYCLE-EXIT
029942             UNTIL WS-CYCLE-DATE > PRQ-EFFECTIVE-DATE
029944                 OR WS-PAST-DUE-CYCLES = 999
029946     END-IF.
029948     IF LM-CYCLE-PAID AND WS-PAST-DUE-CYCLES > ZERO
029950         SUBTRACT 1 FROM WS-PAST-DUE-CYCLES
029952     END-IF.
029954     COMPUTE WS-PAST-DUE-AMOUNT =
029956         WS-PAST-DUE-CYCLES * LM-MONTHLY-PYMT-AMT.
029958     PERFORM 2300-TOTAL-LOAN-ADVANCES
029960         THRU 2300-TOTAL-LOAN-ADVANCES-EXIT.
029962     COMPUTE WS-REINSTATE-AMOUNT =
029964         WS-PAST-DUE-AMOUNT + LM-OUTSTANDING-FEES
029966         + WS-CORP-ADVANCE-AMOUNT + WS-ESCROW-RECOVERABLE.
029968 2450-COMPUTE-REINSTATEMENT-EXIT.
029970     EXIT.
029972*
029974 2460-COUNT-ONE-CYCLE.
029976     ADD 1 TO WS-PAST-DUE-CYCLES.
029978     ADD 1 TO WS-CYCLE-MM.
029980     IF WS-CYCLE-MM > 12
029982         MOVE 01 TO WS-CYCLE-MM
029984         ADD 1 TO WS-CYCLE-YYYY
029986     END-IF.
029988 2460-COUNT-ONE-CYCLE-EXIT.
029990     EXIT.
029992*
029994******************************************************************
029996* 3000-CLOSE-LOAN VERIFIES THE PAYOFF FUNDS RECEIVED COVER THE
030000* COMPUTED FIGURE (WITHIN TOLERANCE), WRITES THE FINAL PAYOFF
030060* TRANSACTION TO THE PAYMENT HISTORY, COLLECTS THE FEES,
030120* RECOVERS EVERY OPEN ADVANCE ON THE ADVANCE LEDGER, ZEROES THE
030180* BALANCES, MARKS THE LOAN PAID OFF, AND LOGS EVERY FIELD
030240* CHANGED.
030300******************************************************************
030400 3000-CLOSE-LOAN.
030500     IF PRQ-FUNDS-AMOUNT
031510     MOVE LM-OUTSTANDING-FEES TO WS-OLD-OUTSTANDING-FEES.
031600     PERFORM 3100-WRITE-PAYOFF-HISTORY
031700         THRU 3100-WRITE-PAYOFF-HISTORY-EXIT.
031708     IF LM-OUTSTANDING-FEES > ZERO
031716         MOVE 'COLLECTED AT PAYOFF' TO WS-FEE-COLLECT-REASON
031724         PERFORM 3150-COLLECT-OUTSTANDING-FEES
031732             THRU 3150-COLLECT-OUTSTANDING-FEES-EXIT
031740     END-IF.
031748     IF WS-ADVLDGR-OPEN
031756         MOVE 'P' TO WS-RECOVERY-SOURCE
031764         MOVE WS-ESCROW-ADVANCE-AMOUNT TO WS-ESCROW-RECOVERY-LEFT
031772         PERFORM 3500-RECOVER-ADVANCES
031780             THRU 3500-RECOVER-ADVANCES-EXIT
031788     END-IF.
031800     MOVE ZERO TO LM-CURRENT-BALANCE.
031900     MOVE ZERO TO LM-ESCROW-BALANCE.
032000     MOVE ZERO TO LM-NEXT-DUE-DATE.
035200         + PH-ESCROW-AMOUNT.
035300     MOVE ZERO                  TO PH-BALANCE-AFTER.
035400     MOVE LM-INVESTOR-CODE      TO PH-INVESTOR-CODE.
035450     MOVE ZERO                  TO PH-MI-AMOUNT.
035500     WRITE PAYMENT-HISTORY-RECORD
035510         INVALID KEY
035520             DISPLAY 'COBPAY1 - PAYOFF ALREADY ON PAYMENT '
035710*
035720******************************************************************
035730* 3150-COLLECT-OUTSTANDING-FEES RECORDS THE COLLECTION OF THE
035740* LOAN'S OUTSTANDING LATE CHARGE BALANCE OUT OF PAYOFF OR
035750* REINSTATEMENT FUNDS, WITH THE REASON THE CALLER LEFT IN
035760* WS-FEE-COLLECT-REASON.  THE FEE HISTORY RECORD IS KEYED TO
035770* THE LOAN'S NEXT DUE DATE WHEN THE FUNDS ARE RECEIVED - FOR A
035772* PAYOFF THE SAME CYCLE THE FINAL PAYMENT HISTORY TRANSACTION
035774* CARRIES; A REINSTATEMENT WRITES NO PAYMENT HISTORY RECORD.
035776* FEES ARE SERVICER INCOME, SO THEY NEVER APPEAR ON THE
035780* INVESTOR'S PAYMENT HISTORY TRANSACTION.
035790******************************************************************
035791 3150-COLLECT-OUTSTANDING-FEES.
035792     MOVE LM-LOAN-NUMBER        TO FEE-LOAN-NUMBER.
035795     MOVE LM-OUTSTANDING-FEES   TO FEE-AMOUNT.
035796     MOVE PRQ-EFFECTIVE-DATE    TO FEE-ACTIVITY-DATE.
035797     MOVE LM-PRODUCT-CODE       TO FEE-PRODUCT-CODE.
035798     MOVE WS-FEE-COLLECT-REASON TO FEE-REASON.
035799     WRITE FEE-HISTORY-RECORD
035800         INVALID KEY
035801             DISPLAY 'COBPAY1 - FEE COLLECTION ALREADY ON FEE '
039900 3200-LOG-LOAN-MASTER-CHANGES-EXIT.
040000     EXIT.
040100*
040102******************************************************************
040104* 3300-REINSTATE-LOAN VERIFIES THE FUNDS RECEIVED COVER THE
040106* REINSTATEMENT FIGURE (WITHIN TOLERANCE), COLLECTS THE LATE
040108* CHARGES, RECOVERS THE CORPORATE ADVANCES AND THE RECOVERABLE
040110* ESCROW ADVANCE - THE LATTER IS CREDITED BACK TO THE ESCROW
040112* BALANCE IT WAS PAID OUT OF - AND PUTS EVERYTHING ELSE RECEIVED
040114* IN SUSPENSE FOR THE PAST-DUE CYCLES.  THE SUSPENSE RELEASE RUN
040116* FUNDS ONE CYCLE A NIGHT AND THE ACCRUAL RUN POSTS IT, SO EACH
040118* CYCLE REACHES THE PAYMENT HISTORY AND THE INVESTOR REMITTANCE
040120* THE SAME WAY A LOCKBOX PAYMENT DOES.
040122******************************************************************
040124 3300-REINSTATE-LOAN.
040126     IF PRQ-FUNDS-AMOUNT
040128             < (WS-REINSTATE-AMOUNT - WS-FUNDS-TOLERANCE)
040130         MOVE 'FUNDS SHORT OF REINSTATE' TO WS-REQUEST-MESSAGE
040132         PERFORM 2800-WRITE-ERROR-LINE
040134             THRU 2800-WRITE-ERROR-LINE-EXIT
040136         GO TO 3300-REINSTATE-LOAN-EXIT
040138     END-IF.
040140     MOVE LM-ESCROW-BALANCE TO WS-OLD-ESCROW-BALANCE.
040142     MOVE LM-NEXT-DUE-DATE TO WS-OLD-NEXT-DUE-DATE.
040144     MOVE LM-OUTSTANDING-FEES TO WS-OLD-OUTSTANDING-FEES.
040146     COMPUTE WS-CYCLE-FUNDS-AMOUNT =
040148         PRQ-FUNDS-AMOUNT - LM-OUTSTANDING-FEES
040150         - WS-CORP-ADVANCE-AMOUNT - WS-ESCROW-RECOVERABLE.
040152     IF LM-OUTSTANDING-FEES > ZERO
040154         MOVE 'COLLECTED REINSTATE' TO WS-FEE-COLLECT-REASON
040156         PERFORM 3150-COLLECT-OUTSTANDING-FEES
040158             THRU 3150-COLLECT-OUTSTANDING-FEES-EXIT
040160     END-IF.
040162     IF WS-ADVLDGR-OPEN
040164         MOVE 'R' TO WS-RECOVERY-SOURCE
040166         MOVE WS-ESCROW-RECOVERABLE TO WS-ESCROW-RECOVERY-LEFT
040168         PERFORM 3500-RECOVER-ADVANCES
040170             THRU 3500-RECOVER-ADVANCES-EXIT
040172     END-IF.
040174     MOVE ZERO TO LM-OUTSTANDING-FEES.
040176     ADD WS-ESCROW-RECOVERABLE TO LM-ESCROW-BALANCE.
040178     REWRITE LOAN-MASTER-RECORD
040180         INVALID KEY
040182             DISPLAY 'COBPAY1 - REWRITE FAILED FOR LOAN '
040184                 LM-LOAN-NUMBER ' STATUS=' WS-LOANMSTR-FILE-STATUS
040186     END-REWRITE.
040188     PERFORM 3350-LOG-REINSTATE-CHANGES
040190         THRU 3350-LOG-REINSTATE-CHANGES-EXIT.
040192     IF WS-CYCLE-FUNDS-AMOUNT > ZERO
040194         PERFORM 3400-POST-CYCLE-FUNDS
040196             THRU 3400-POST-CYCLE-FUNDS-EXIT
040198     END-IF.
040200     MOVE 'LOAN REINSTATED' TO WS-REQUEST-MESSAGE.
040202     PERFORM 2750-WRITE-REINSTATE-LINE
040204         THRU 2750-WRITE-REINSTATE-LINE-EXIT.
040206     ADD 1 TO WS-REINSTATED-COUNT.
040208 3300-REINSTATE-LOAN-EXIT.
040210     EXIT.
040212*
040214******************************************************************
040216* 3350-LOG-REINSTATE-CHANGES WRITES ONE AUDIT TRAIL ROW FOR EACH
040218* LOAN MASTER FIELD THE REINSTATEMENT CHANGED.
040220******************************************************************
040222 3350-LOG-REINSTATE-CHANGES.
040224     MOVE LM-LOAN-NUMBER TO AUD-LOAN-NUMBER.
040226     MOVE WS-JOB-NAME TO AUD-JOB-NAME.
040228     MOVE WS-USER-ID TO AUD-USER-ID.
040230     IF WS-OLD-ESCROW-BALANCE NOT = LM-ESCROW-BALANCE
040232         MOVE 'LM-ESCROW-BALANCE' TO AUD-FIELD-NAME
040234         MOVE WS-OLD-ESCROW-BALANCE TO WS-AUDIT-AMT-DISPLAY
040236         MOVE WS-AUDIT-AMT-DISPLAY TO AUD-OLD-VALUE
040238         MOVE LM-ESCROW-BALANCE TO WS-AUDIT-AMT-DISPLAY
040240         MOVE WS-AUDIT-AMT-DISPLAY TO AUD-NEW-VALUE
040242         PERFORM 7000-LOG-AUDIT-RECORD
040244             THRU 7000-LOG-AUDIT-RECORD-EXIT
040246     END-IF.
040248     IF WS-OLD-OUTSTANDING-FEES NOT = LM-OUTSTANDING-FEES
040250         MOVE 'LM-OUTSTANDING-FEES' TO AUD-FIELD-NAME
040252         MOVE WS-OLD-OUTSTANDING-FEES TO WS-AUDIT-AMT-DISPLAY
040254         MOVE WS-AUDIT-AMT-DISPLAY TO AUD-OLD-VALUE
040256         MOVE LM-OUTSTANDING-FEES TO WS-AUDIT-AMT-DISPLAY
040258         MOVE WS-AUDIT-AMT-DISPLAY TO AUD-NEW-VALUE
040260         PERFORM 7000-LOG-AUDIT-RECORD
040262             THRU 7000-LOG-AUDIT-RECORD-EXIT
040264     END-IF.
040266 3350-LOG-REINSTATE-CHANGES-EXIT.
040268     EXIT.
040270*
040272******************************************************************
040274* 3400-POST-CYCLE-FUNDS ADDS THE CYCLE PART OF A REINSTATEMENT
040276* TO THE LOAN'S UNAPPLIED-FUNDS SUSPENSE RECORD, ADDING THE
040278* RECORD IF THE LOAN HAS NONE, THE SAME WAY THE LOCKBOX POSTING
040280* RUN (COBPST1) SUSPENDS A PAYMENT.
040282******************************************************************
040284 3400-POST-CYCLE-FUNDS.
040286     MOVE LM-LOAN-NUMBER TO SUS-LOAN-NUMBER.
040288     SET WS-SUS-RECORD-FOUND TO TRUE.
040290     READ SUSPENSE-FUNDS-FILE
040292         INVALID KEY
040294             SET WS-SUS-RECORD-NOT-FOUND TO TRUE
040296     END-READ.
040298     IF WS-SUS-RECORD-NOT-FOUND
040300         MOVE LM-LOAN-NUMBER     TO SUS-LOAN-NUMBER
040302         MOVE ZERO               TO SUS-BALANCE
040304         MOVE ZERO               TO SUS-ITEM-COUNT
040306         MOVE PRQ-EFFECTIVE-DATE TO SUS-FIRST-RECEIPT-DATE
040308     END-IF.
040310     ADD WS-CYCLE-FUNDS-AMOUNT TO SUS-BALANCE.
040312     ADD 1                     TO SUS-ITEM-COUNT.
040314     MOVE PRQ-EFFECTIVE-DATE   TO SUS-LAST-RECEIPT-DATE.
040316     MOVE 'REINSTATEMENT FUNDS' TO SUS-LAST-REASON.
040318     IF WS-SUS-RECORD-FOUND
040320         REWRITE SUSPENSE-FUNDS-RECORD
040322             INVALID KEY
040324                 DISPLAY 'COBPAY1 - SUSPENSE REWRITE FAILED FOR '
040326                     'LOAN ' SUS-LOAN-NUMBER ' STATUS='
040328                     WS-SUSFILE-FILE-STATUS
040330         END-REWRITE
040332     ELSE
040334         WRITE SUSPENSE-FUNDS-RECORD
040336             INVALID KEY
040338                 DISPLAY 'COBPAY1 - SUSPENSE WRITE FAILED FOR '
040340                     'LOAN ' SUS-LOAN-NUMBER ' STATUS='
040342                     WS-SUSFILE-FILE-STATUS
040344         END-WRITE
040346     END-IF.
040348 3400-POST-CYCLE-FUNDS-EXIT.
040350     EXIT.
040352*
040354******************************************************************
040356* 3500-RECOVER-ADVANCES MARKS THE LOAN'S OPEN ADVANCE LEDGER
040358* ENTRIES RECOVERED AS OF THE EFFECTIVE DATE FROM THE SOURCE IN
040360* WS-RECOVERY-SOURCE.  CORPORATE ADVANCES ARE RECOVERED IN FULL;
040362* ESCROW ADVANCES OLDEST FIRST UP TO WS-ESCROW-RECOVERY-LEFT,
040364* WHICH CAN LEAVE THE LAST ONE PARTLY RECOVERED.
040366******************************************************************
040368 3500-RECOVER-ADVANCES.
040370     PERFORM 2350-START-LOAN-ADVANCES
040372         THRU 2350-START-LOAN-ADVANCES-EXIT.
040374     PERFORM 3510-RECOVER-ONE-ADVANCE
040376         THRU 3510-RECOVER-ONE-ADVANCE-EXIT
040378         UNTIL WS-LEDGER-SCAN-DONE.
040380 3500-RECOVER-ADVANCES-EXIT.
040382     EXIT.
040384*
040386 3510-RECOVER-ONE-ADVANCE.
040388     IF NOT ADL-ENTRY-OPEN
040390         GO TO 3510-RECOVER-ONE-ADVANCE-NEXT
040392     END-IF.
040394     COMPUTE WS-ENTRY-OUTSTANDING =
040396         ADL-ADVANCE-AMOUNT - ADL-RECOVERED-AMOUNT.
040398     MOVE WS-ENTRY-OUTSTANDING TO WS-RECOVERY-AMOUNT.
040400     IF ADL-ESCROW-ADVANCE
040402         IF WS-RECOVERY-AMOUNT > WS-ESCROW-RECOVERY-LEFT
040404             MOVE WS-ESCROW-RECOVERY-LEFT TO WS-RECOVERY-AMOUNT
040406         END-IF
040408         SUBTRACT WS-RECOVERY-AMOUNT FROM WS-ESCROW-RECOVERY-LEFT
040410     END-IF.
040412     IF WS-RECOVERY-AMOUNT NOT > ZERO
040414         GO TO 3510-RECOVER-ONE-ADVANCE-NEXT
040416     END-IF.
040418     ADD WS-RECOVERY-AMOUNT TO ADL-RECOVERED-AMOUNT.
040420     MOVE PRQ-EFFECTIVE-DATE TO ADL-RECOVERED-DATE.
040422     MOVE WS-RECOVERY-SOURCE TO ADL-RECOVERY-SOURCE.
040424     IF WS-RECOVERY-AMOUNT = WS-ENTRY-OUTSTANDING
040426         SET ADL-ENTRY-RECOVERED TO TRUE
040428     END-IF.
040430     REWRITE ADVANCE-LEDGER-RECORD
040432         INVALID KEY
040434             DISPLAY 'COBPAY1 - ADVANCE LEDGER REWRITE FAILED '
040436                 'FOR LOAN ' ADL-LOAN-NUMBER ' STATUS='
040438                 WS-ADVLDGR-FILE-STATUS
040440     END-REWRITE.
040442     ADD 1 TO WS-ADV-RECOVERED-COUNT.
040444     ADD WS-RECOVERY-AMOUNT TO WS-ADV-RECOVERED-AMT-TOTAL.
040446 3510-RECOVER-ONE-ADVANCE-NEXT.
040448     PERFORM 2370-READ-NEXT-ADVANCE
040450         THRU 2370-READ-NEXT-ADVANCE-EXIT.
040452 3510-RECOVER-ONE-ADVANCE-EXIT.
040454     EXIT.
040456*
040458******************************************************************
040460* 2700-WRITE-REGISTER-LINE PRINTS ONE COMPLETED QUOTE OR CLOSURE
040462* WITH ITS FULL PAYOFF BREAKDOWN.
040500******************************************************************
040600 2700-WRITE-REGISTER-LINE.
040700     MOVE SPACES                TO WS-PAYOFF-DETAIL-LINE.
041900         MOVE WS-OLD-ESCROW-BALANCE TO PAY-ESCROW-REFUND
042000     END-IF.
042100     MOVE WS-NET-PAYOFF-AMOUNT  TO PAY-NET-PAYOFF.
042150     MOVE WS-CORP-ADVANCE-AMOUNT TO PAY-CORP-ADVANCES.
042200     MOVE WS-REQUEST-MESSAGE    TO PAY-MESSAGE.
042300     PERFORM 2900-WRITE-REPORT-LINE
042400         THRU 2900-WRITE-REPORT-LINE-EXIT.
042500 2700-WRITE-REGISTER-LINE-EXIT.
042600     EXIT.
042603*
042606******************************************************************
042609* 2750-WRITE-REINSTATE-LINE PRINTS ONE COMPLETED REINSTATEMENT
042612* QUOTE OR REINSTATEMENT WITH ITS BREAKDOWN, UNDER THE SECOND
042615* CAPTION LINE.
042618******************************************************************
042621 2750-WRITE-REINSTATE-LINE.
042624     MOVE SPACES                TO WS-REINSTATE-DETAIL-LINE.
042627     MOVE PRQ-LOAN-NUMBER       TO RNS-LOAN-NUMBER.
042630     MOVE PRQ-FUNCTION-CODE     TO RNS-FUNCTION-CODE.
042633     MOVE PRQ-EFFECTIVE-DATE    TO RNS-EFFECTIVE-DATE.
042636     MOVE WS-PAST-DUE-AMOUNT    TO RNS-PAST-DUE-AMT.
042639     IF PRQ-REINSTATE-QUOTE
042642         MOVE LM-OUTSTANDING-FEES TO RNS-LATE-FEES
042645     ELSE
042648         MOVE WS-OLD-OUTSTANDING-FEES TO RNS-LATE-FEES
042651     END-IF.
042654     MOVE WS-ESCROW-RECOVERABLE TO RNS-ESCROW-ADVANCES.
042657     MOVE WS-REINSTATE-AMOUNT   TO RNS-NET-REINSTATE.
042660     MOVE WS-REQUEST-MESSAGE    TO RNS-MESSAGE.
042663     MOVE WS-CORP-ADVANCE-AMOUNT TO RNS-CORP-ADVANCES.
042666     MOVE WS-PAST-DUE-CYCLES    TO RNS-CYCLES.
042669     WRITE PAYOFF-REPORT-LINE FROM WS-REINSTATE-DETAIL-LINE.
042672     ADD 1 TO WS-LINE-COUNT.
042675     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
042678         PERFORM 3900-WRITE-REPORT-HEADINGS
042681             THRU 3900-WRITE-REPORT-HEADINGS-EXIT
042684     END-IF.
042687 2750-WRITE-REINSTATE-LINE-EXIT.
042690     EXIT.
042700*
042800******************************************************************
042900* 2800-WRITE-ERROR-LINE PRINTS A REQUEST THAT COULD NOT BE
046000         AFTER ADVANCING PAGE.
046100     WRITE PAYOFF-REPORT-LINE FROM WS-HEADING-LINE-2
046200         AFTER ADVANCING 1 LINE.
046233     WRITE PAYOFF-REPORT-LINE FROM WS-HEADING-LINE-3
046266         AFTER ADVANCING 1 LINE.
046300     MOVE ZERO TO WS-LINE-COUNT.
046400 3900-WRITE-REPORT-HEADINGS-EXIT.
046500     EXIT.
047500     MOVE 'COBPAY1' TO CKPT-STEP-NAME.
047600     MOVE ZERO TO CKPT-LAST-LOAN-NUMBER.
047610     MOVE WS-REQUEST-COUNT TO CKPT-RECORDS-READ.
047632     COMPUTE CKPT-RECORDS-UPDATED =
047654         WS-CLOSED-COUNT + WS-REINSTATED-COUNT.
047676     MOVE WS-CLOSED-COUNT TO CKPT-RECORDS-WRITTEN.
047700     IF WS-ABEND-REQUIRED
047800         SET CKPT-STEP-FAILED TO TRUE
047900     ELSE
049000     CLOSE LOAN-MASTER-FILE.
049100     CLOSE PAYMENT-HISTORY-FILE.
049150     CLOSE FEE-HISTORY-FILE.
049160     IF WS-ADVLDGR-OPEN
049170         CLOSE ADVANCE-LEDGER-FILE
049180     END-IF.
049190     CLOSE SUSPENSE-FUNDS-FILE.
049200     CLOSE PAYOFF-REPORT-FILE.
049300     DISPLAY 'COBPAY1 - PAYOFF PROCESSING COMPLETE'.
049400     DISPLAY 'COBPAY1 - REQUESTS READ    : ' WS-REQUEST-COUNT.
049500     DISPLAY 'COBPAY1 - QUOTES PRINTED   : ' WS-QUOTE-COUNT.
049600     DISPLAY 'COBPAY1 - LOANS CLOSED     : ' WS-CLOSED-COUNT.
049612     DISPLAY 'COBPAY1 - REINSTATE QUOTES : '
049624         WS-REINSTATE-QUOTE-COUNT.
049636     DISPLAY 'COBPAY1 - LOANS REINSTATED : ' WS-REINSTATED-COUNT.
049648     DISPLAY 'COBPAY1 - ADV RECOVERED    : '
049660         WS-ADV-RECOVERED-COUNT.
049672     DISPLAY 'COBPAY1 - ADV AMT RECOVERED: '
049684         WS-ADV-RECOVERED-AMT-TOTAL.
049700     DISPLAY 'COBPAY1 - REQUESTS IN ERROR: ' WS-ERROR-COUNT.
049800     IF WS-ABEND-REQUIRED
049900         DISPLAY 'COBPAY1 - AN INPUT FILE OPEN FAILED - STEP '
