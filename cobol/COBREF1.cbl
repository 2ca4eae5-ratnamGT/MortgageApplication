000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBREF1.
000300 AUTHOR.        R J TATE.
000400 INSTALLATION.  MORTGAGE SERVICING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PRODUCT, INVESTOR AND BRANCH REFERENCE DATA MAINTENANCE.    *
001000*    APPLIES SERVICING'S REFERENCE REQUEST CARDS TO THE SHARED   *
001100*    REFERENCE KSDS (REFDATA.CPY) THAT BOARDING (COBBRD1) AND    *
001200*    THE LATE CHARGE RUN (COBLTC1) READ FOR THEIR VALID CODES,   *
001300*    PRODUCT RATE AND TERM LIMITS, LATE CHARGE AMOUNTS AND GRACE *
001400*    DAYS - THE VALUES THOSE PROGRAMS USED TO CARRY IN THEIR OWN *
001500*    COMPILED TABLES.  EVERY FIELD A CARD CHANGES PRINTS ON THE  *
001600*    CHANGE REGISTER WITH ITS OLD AND NEW VALUE AND IS LOGGED TO *
001700*    THE AUDIT TRAIL.  A CARD THAT FAILS ITS EDITS PRINTS AS AN  *
001800*    ERROR, CHANGES NOTHING, AND ENDS THE STEP WITH A WARNING.   *
001900*                                                                *
002000*    FUNCTION CODES -                                            *
002100*      A  ADD A NEW CODE.  THE DESCRIPTION IS REQUIRED, AND A    *
002200*         PRODUCT ALSO NEEDS ITS RATE AND TERM LIMITS, LATE      *
002300*         CHARGE AND GRACE DAYS.  A BLANK ACTIVE DATE MEANS      *
002400*         TODAY.                                                 *
002500*      C  CHANGE AN EXISTING CODE.  ONLY THE FIELDS PUNCHED ON   *
002600*         THE CARD CHANGE - A BLANK FIELD IS LEFT AS IT IS.  AN  *
002700*         INACTIVE DATE OF ALL ZEROS PUTS A RETIRED CODE BACK    *
002800*         IN FORCE.                                              *
002900*      D  RETIRE A CODE FROM ITS INACTIVE DATE (TODAY IF LEFT    *
003000*         BLANK).  THE ENTRY STAYS ON FILE FOR THE LOANS         *
003100*         ALREADY BOARDED UNDER IT.                              *
003200*                                                                *
003300*    THE REFERENCE FILE IS CREATED ON FIRST USE, SO THE FIRST    *
003400*    RUN'S ADD CARDS ARE THE INITIAL LOAD.                       *
003500*                                                                *
003600******************************************************************
003700*    MODIFICATION HISTORY
003800*    ---------------------------------------------------------
003900*    2026-10-15  RJT  INITIAL VERSION.
004000******************************************************************
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT REFERENCE-REQUEST-FILE ASSIGN TO REFRQST
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-REFRQST-FILE-STATUS.
004700     SELECT REFERENCE-FILE ASSIGN TO REFFILE
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS REF-KEY
005100         FILE STATUS IS WS-REFFILE-FILE-STATUS.
005200     SELECT RESTART-FILE ASSIGN TO RESTFILE
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS CKPT-STEP-NAME
005600         FILE STATUS IS WS-RESTART-FILE-STATUS.
005700     SELECT REGISTER-REPORT-FILE ASSIGN TO REFRPT
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-REFRPT-FILE-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  REFERENCE-REQUEST-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 01  REFERENCE-REQUEST-RECORD.
006500     05  RRQ-FUNCTION-CODE       PIC X(01).
006600         88  RRQ-ADD-REQUEST         VALUE 'A'.
006700         88  RRQ-CHANGE-REQUEST      VALUE 'C'.
006800         88  RRQ-RETIRE-REQUEST      VALUE 'D'.
006900     05  RRQ-RECORD-TYPE         PIC X(01).
007000     05  RRQ-CODE                PIC X(06).
007100     05  RRQ-DESCRIPTION         PIC X(30).
007200     05  RRQ-ACTIVE-DATE-X       PIC X(08).
007300     05  RRQ-ACTIVE-DATE REDEFINES RRQ-ACTIVE-DATE-X
007400                                 PIC 9(08).
007500     05  RRQ-INACTIVE-DATE-X     PIC X(08).
007600     05  RRQ-INACTIVE-DATE REDEFINES RRQ-INACTIVE-DATE-X
007700                                 PIC 9(08).
007800     05  RRQ-PRODUCT-TERMS-X.
007900         10  RRQ-MIN-RATE-X      PIC X(05).
008000         10  RRQ-MIN-RATE REDEFINES RRQ-MIN-RATE-X
008100                                 PIC 9(01)V9(04).
008200         10  RRQ-MAX-RATE-X      PIC X(05).
008300         10  RRQ-MAX-RATE REDEFINES RRQ-MAX-RATE-X
008400                                 PIC 9(01)V9(04).
008500         10  RRQ-MIN-TERM-X      PIC X(03).
008600         10  RRQ-MIN-TERM REDEFINES RRQ-MIN-TERM-X
008700                                 PIC 9(03).
008800         10  RRQ-MAX-TERM-X      PIC X(03).
008900         10  RRQ-MAX-TERM REDEFINES RRQ-MAX-TERM-X
009000                                 PIC 9(03).
009100         10  RRQ-LATE-CHARGE-X   PIC X(07).
009200         10  RRQ-LATE-CHARGE REDEFINES RRQ-LATE-CHARGE-X
009300                                 PIC 9(05)V99.
009400         10  RRQ-GRACE-DAYS-X    PIC X(03).
009500         10  RRQ-GRACE-DAYS REDEFINES RRQ-GRACE-DAYS-X
009600                                 PIC 9(03).
009700*
009800 FD  REFERENCE-FILE
009900     LABEL RECORDS ARE STANDARD.
010000     COPY REFDATA.
010100*
010200 FD  RESTART-FILE
010300     LABEL RECORDS ARE STANDARD.
010400     COPY CHKPTREC.
010500*
010600 FD  REGISTER-REPORT-FILE
010700     LABEL RECORDS ARE OMITTED.
010800 01  REGISTER-REPORT-LINE        PIC X(132).
010900*
011000 WORKING-STORAGE SECTION.
011100 77  WS-REFRQST-FILE-STATUS      PIC X(02) VALUE '00'.
011200     88  WS-REFRQST-FILE-OK          VALUE '00' '02' '97'.
011300     88  WS-REFRQST-EOF              VALUE '10'.
011400 77  WS-REFFILE-FILE-STATUS      PIC X(02) VALUE '00'.
011500     88  WS-REFFILE-FILE-OK          VALUE '00' '02' '97'.
011600 77  WS-RESTART-FILE-STATUS      PIC X(02) VALUE '00'.
011700 77  WS-REFRPT-FILE-STATUS       PIC X(02) VALUE '00'.
011800 77  WS-JOB-NAME                 PIC X(08) VALUE 'REFMAINT'.
011900 77  WS-USER-ID                  PIC X(08) VALUE 'BATCH'.
012000 77  WS-TODAY-CCYYMMDD           PIC 9(08) VALUE ZERO.
012100 77  WS-REQUEST-COUNT            PIC 9(07) COMP VALUE ZERO.
012200 77  WS-ADDED-COUNT              PIC 9(07) COMP VALUE ZERO.
012300 77  WS-CHANGED-COUNT            PIC 9(07) COMP VALUE ZERO.
012400 77  WS-RETIRED-COUNT            PIC 9(07) COMP VALUE ZERO.
012500 77  WS-ERROR-COUNT              PIC 9(07) COMP VALUE ZERO.
012600 77  WS-FIELD-CHANGE-COUNT       PIC 9(07) COMP VALUE ZERO.
012700 77  WS-REGISTER-MESSAGE         PIC X(30) VALUE SPACES.
012800 77  WS-REGISTER-ACTION          PIC X(08) VALUE SPACES.
012900 77  WS-CHANGE-FIELD             PIC X(12) VALUE SPACES.
013000 77  WS-OLD-VALUE-TEXT           PIC X(30) VALUE SPACES.
013100 77  WS-NEW-VALUE-TEXT           PIC X(30) VALUE SPACES.
013200 77  WS-RATE-EDIT                PIC 9.9999.
013300 77  WS-MONTHS-EDIT              PIC ZZ9.
013400 77  WS-AMOUNT-EDIT              PIC ZZ,ZZ9.99.
013500 77  WS-REQUEST-VALID-SW         PIC X(01) VALUE 'Y'.
013600     88  WS-REQUEST-VALID            VALUE 'Y'.
013700     88  WS-REQUEST-INVALID          VALUE 'N'.
013800 77  WS-LINE-COUNT               PIC 9(03) COMP VALUE ZERO.
013900 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 060.
014000 77  WS-HIGHEST-RETURN-CODE      PIC 9(02) COMP VALUE ZERO.
014100 77  WS-ABEND-SWITCH             PIC X(01) VALUE 'N'.
014200     88  WS-ABEND-REQUIRED           VALUE 'Y'.
014300     88  WS-ABEND-NOT-REQUIRED       VALUE 'N'.
014400*
014500 01  WS-EDIT-DATE                PIC 9(08) VALUE ZERO.
014600 01  WS-EDIT-DATE-FIELDS REDEFINES WS-EDIT-DATE.
014700     05  WS-EDIT-YYYY            PIC 9(04).
014800     05  WS-EDIT-MM              PIC 9(02).
014900     05  WS-EDIT-DD              PIC 9(02).
015000*
015100*    ------------------------------------------------------------
015200*    BEFORE IMAGE OF THE REFERENCE ENTRY A CARD IS CHANGING -
015300*    SAME LAYOUT AS REFDATA.CPY.  THE CHANGE REGISTER AND THE
015400*    AUDIT TRAIL ARE DRIVEN BY COMPARING IT WITH THE UPDATED
015500*    RECORD FIELD BY FIELD.  FOR AN ADD IT IS THE EMPTY RECORD.
015600*    ------------------------------------------------------------
015700 01  WS-OLD-REFERENCE-IMAGE.
015800     05  WS-OLD-REF-KEY.
015900         10  WS-OLD-REF-RECORD-TYPE  PIC X(01).
016000         10  WS-OLD-REF-CODE     PIC X(06).
016100     05  WS-OLD-REF-DESCRIPTION  PIC X(30).
016200     05  WS-OLD-REF-ACTIVE-DATE  PIC 9(08).
016300     05  WS-OLD-REF-INACTIVE-DATE
016400                                 PIC 9(08).
016500     05  WS-OLD-REF-PRODUCT-TERMS.
016600         10  WS-OLD-REF-MIN-RATE PIC 9(01)V9(04).
016700         10  WS-OLD-REF-MAX-RATE PIC 9(01)V9(04).
016800         10  WS-OLD-REF-MIN-TERM PIC 9(03).
016900         10  WS-OLD-REF-MAX-TERM PIC 9(03).
017000         10  WS-OLD-REF-LATE-CHARGE
017100                                 PIC 9(05)V99.
017200         10  WS-OLD-REF-GRACE-DAYS
017300                                 PIC 9(03).
017400     05  WS-OLD-REF-LAST-MAINT-DATE
017500                                 PIC 9(08).
017600     05  WS-OLD-REF-LAST-MAINT-JOB
017700                                 PIC X(08).
017800     05  FILLER                  PIC X(20).
017900*
018000 01  WS-HEADING-LINE-1.
018100     05  FILLER          PIC X(20) VALUE 'REFERENCE DATA MAINT'.
018200     05  FILLER          PIC X(20) VALUE 'ENANCE - CHANGE REGI'.
018300     05  FILLER          PIC X(13) VALUE 'STER - RUN OF'.
018400     05  FILLER          PIC X(01) VALUE SPACE.
018500     05  HDG-RUN-DATE    PIC 9(08).
018600     05  FILLER          PIC X(70) VALUE SPACES.
018700*
018800 01  WS-HEADING-LINE-2.
018900     05  FILLER          PIC X(08) VALUE 'ACTION'.
019000     05  FILLER          PIC X(02) VALUE SPACES.
019100     05  FILLER          PIC X(01) VALUE 'T'.
019200     05  FILLER          PIC X(02) VALUE SPACES.
019300     05  FILLER          PIC X(06) VALUE 'CODE'.
019400     05  FILLER          PIC X(02) VALUE SPACES.
019500     05  FILLER          PIC X(12) VALUE 'FIELD'.
019600     05  FILLER          PIC X(02) VALUE SPACES.
019700     05  FILLER          PIC X(30) VALUE 'OLD VALUE'.
019800     05  FILLER          PIC X(02) VALUE SPACES.
019900     05  FILLER          PIC X(30) VALUE 'NEW VALUE'.
020000     05  FILLER          PIC X(02) VALUE SPACES.
020100     05  FILLER          PIC X(30) VALUE 'MESSAGE'.
020200     05  FILLER          PIC X(03) VALUE SPACES.
020300*
020400 01  WS-REGISTER-DETAIL-LINE.
020500     05  REG-ACTION          PIC X(08).
020600     05  FILLER              PIC X(02) VALUE SPACES.
020700     05  REG-RECORD-TYPE     PIC X(01).
020800     05  FILLER              PIC X(02) VALUE SPACES.
020900     05  REG-CODE            PIC X(06).
021000     05  FILLER              PIC X(02) VALUE SPACES.
021100     05  REG-FIELD           PIC X(12).
021200     05  FILLER              PIC X(02) VALUE SPACES.
021300     05  REG-OLD-VALUE       PIC X(30).
021400     05  FILLER              PIC X(02) VALUE SPACES.
021500     05  REG-NEW-VALUE       PIC X(30).
021600     05  FILLER              PIC X(02) VALUE SPACES.
021700     05  REG-MESSAGE         PIC X(30).
021800     05  FILLER              PIC X(03) VALUE SPACES.
021900*
022000 01  WS-TOTAL-LINE.
022100     05  FILLER          PIC X(20) VALUE 'REQUESTS READ:      '.
022200     05  TOT-REQUEST-COUNT   PIC ZZZ,ZZ9.
022300     05  FILLER          PIC X(10) VALUE '   ADDED: '.
022400     05  TOT-ADDED-COUNT     PIC ZZZ,ZZ9.
022500     05  FILLER          PIC X(12) VALUE '   CHANGED: '.
022600     05  TOT-CHANGED-COUNT   PIC ZZZ,ZZ9.
022700     05  FILLER          PIC X(12) VALUE '   RETIRED: '.
022800     05  TOT-RETIRED-COUNT   PIC ZZZ,ZZ9.
022900     05  FILLER          PIC X(11) VALUE '   ERRORS: '.
023000     05  TOT-ERROR-COUNT     PIC ZZZ,ZZ9.
023100     05  FILLER              PIC X(32) VALUE SPACES.
023200*
023300     COPY AUDITREC.
023400     EXEC SQL
023500          INCLUDE SQLCA
023600     END-EXEC.
023700*
023800 PROCEDURE DIVISION.
023900 0000-MAINLINE.
024000     PERFORM 1000-INITIALIZE
024100         THRU 1000-INITIALIZE-EXIT.
024200     PERFORM UNTIL WS-REFRQST-EOF
024300         PERFORM 2000-PROCESS-ONE-REQUEST
024400             THRU 2000-PROCESS-ONE-REQUEST-EXIT
024500         PERFORM 2100-READ-REFERENCE-REQUEST
024600             THRU 2100-READ-REFERENCE-REQUEST-EXIT
024700     END-PERFORM.
024800     PERFORM 3000-WRITE-REPORT-TOTALS
024900         THRU 3000-WRITE-REPORT-TOTALS-EXIT.
025000     PERFORM 4000-WRITE-FINAL-CHECKPOINT
025100         THRU 4000-WRITE-FINAL-CHECKPOINT-EXIT.
025200     PERFORM 9999-TERMINATE
025300         THRU 9999-TERMINATE-EXIT.
025400     GOBACK.
025500*
025600******************************************************************
025700* 1000-INITIALIZE OPENS THE REQUEST CARDS (A RUN WITH NO CARDS IS
025800* NORMAL), THE REFERENCE FILE FOR UPDATE (CREATED ON FIRST USE)
025900* AND THE CHANGE REGISTER.
026000******************************************************************
026100 1000-INITIALIZE.
026200     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD.
026300     MOVE WS-TODAY-CCYYMMDD TO HDG-RUN-DATE.
026400     OPEN INPUT REFERENCE-REQUEST-FILE.
026500     IF WS-REFRQST-FILE-STATUS = '35'
026600         DISPLAY 'COBREF1 - NO REFERENCE REQUEST FILE - NOTHING '
026700             'TO APPLY'
026800         MOVE '10' TO WS-REFRQST-FILE-STATUS
026900     ELSE
027000         IF NOT WS-REFRQST-FILE-OK
027100             DISPLAY 'COBREF1 - REQUEST FILE OPEN FAILED, '
027200                 'STATUS=' WS-REFRQST-FILE-STATUS
027300             MOVE '10' TO WS-REFRQST-FILE-STATUS
027400             SET WS-ABEND-REQUIRED TO TRUE
027500             IF 16 > WS-HIGHEST-RETURN-CODE
027600                 MOVE 16 TO WS-HIGHEST-RETURN-CODE
027700             END-IF
027800         END-IF
027900     END-IF.
028000     OPEN I-O REFERENCE-FILE.
028100     IF WS-REFFILE-FILE-STATUS = '35'
028200         OPEN OUTPUT REFERENCE-FILE
028300         CLOSE REFERENCE-FILE
028400         OPEN I-O REFERENCE-FILE
028500     END-IF.
028600     IF NOT WS-REFFILE-FILE-OK
028700         DISPLAY 'COBREF1 - REFERENCE FILE OPEN FAILED, STATUS='
028800             WS-REFFILE-FILE-STATUS
028900         MOVE '10' TO WS-REFRQST-FILE-STATUS
029000         SET WS-ABEND-REQUIRED TO TRUE
029100         IF 16 > WS-HIGHEST-RETURN-CODE
029200             MOVE 16 TO WS-HIGHEST-RETURN-CODE
029300         END-IF
029400     END-IF.
029500     OPEN OUTPUT REGISTER-REPORT-FILE.
029600     PERFORM 3900-WRITE-REPORT-HEADINGS
029700         THRU 3900-WRITE-REPORT-HEADINGS-EXIT.
029800     IF NOT WS-REFRQST-EOF
029900         PERFORM 2100-READ-REFERENCE-REQUEST
030000             THRU 2100-READ-REFERENCE-REQUEST-EXIT
030100     END-IF.
030200     DISPLAY 'COBREF1 - REFERENCE DATA MAINTENANCE STARTING'.
030300 1000-INITIALIZE-EXIT.
030400     EXIT.
030500*
030600 2100-READ-REFERENCE-REQUEST.
030700     READ REFERENCE-REQUEST-FILE
030800         AT END
030900             MOVE '10' TO WS-REFRQST-FILE-STATUS
031000     END-READ.
031100     IF NOT WS-REFRQST-EOF
031200         ADD 1 TO WS-REQUEST-COUNT
031300     END-IF.
031400 2100-READ-REFERENCE-REQUEST-EXIT.
031500     EXIT.
031600*
031700******************************************************************
031800* 2000-PROCESS-ONE-REQUEST EDITS ONE CARD AND APPLIES IT AS AN
031900* ADD, CHANGE OR RETIREMENT.
032000******************************************************************
032100 2000-PROCESS-ONE-REQUEST.
032200     PERFORM 2200-EDIT-REQUEST
032300         THRU 2200-EDIT-REQUEST-EXIT.
032400     IF WS-REQUEST-INVALID
032500         PERFORM 2800-WRITE-ERROR-LINE
032600             THRU 2800-WRITE-ERROR-LINE-EXIT
032700         GO TO 2000-PROCESS-ONE-REQUEST-EXIT
032800     END-IF.
032900     EVALUATE TRUE
033000         WHEN RRQ-ADD-REQUEST
033100             PERFORM 2300-ADD-ENTRY
033200                 THRU 2300-ADD-ENTRY-EXIT
033300         WHEN RRQ-CHANGE-REQUEST
033400             PERFORM 2400-CHANGE-ENTRY
033500                 THRU 2400-CHANGE-ENTRY-EXIT
033600         WHEN RRQ-RETIRE-REQUEST
033700             PERFORM 2500-RETIRE-ENTRY
033800                 THRU 2500-RETIRE-ENTRY-EXIT
033900     END-EVALUATE.
034000 2000-PROCESS-ONE-REQUEST-EXIT.
034100     EXIT.
034200*
034300******************************************************************
034400* 2200-EDIT-REQUEST APPLIES THE EDITS THAT DO NOT NEED THE FILE -
034500* A VALID FUNCTION CODE, RECORD TYPE AND CODE, AND NUMERIC
034600* CONTENT IN EVERY NUMERIC FIELD THAT IS PUNCHED.  PRODUCT TERMS
034700* ARE ONLY ACCEPTED ON A PRODUCT CARD.
034800******************************************************************
034900 2200-EDIT-REQUEST.
035000     SET WS-REQUEST-VALID TO TRUE.
035100     MOVE SPACES TO WS-REGISTER-MESSAGE.
035200     IF NOT RRQ-ADD-REQUEST AND NOT RRQ-CHANGE-REQUEST
035300             AND NOT RRQ-RETIRE-REQUEST
035400         MOVE 'INVALID FUNCTION CODE' TO WS-REGISTER-MESSAGE
035500         SET WS-REQUEST-INVALID TO TRUE
035600         GO TO 2200-EDIT-REQUEST-EXIT
035700     END-IF.
035800     MOVE RRQ-RECORD-TYPE TO REF-RECORD-TYPE.
035900     IF NOT REF-VALID-TYPE
036000         MOVE 'RECORD TYPE NOT P, I OR B' TO WS-REGISTER-MESSAGE
036100         SET WS-REQUEST-INVALID TO TRUE
036200         GO TO 2200-EDIT-REQUEST-EXIT
036300     END-IF.
036400     IF RRQ-CODE = SPACES
036500         MOVE 'CODE MISSING' TO WS-REGISTER-MESSAGE
036600         SET WS-REQUEST-INVALID TO TRUE
036700         GO TO 2200-EDIT-REQUEST-EXIT
036800     END-IF.
036900     IF RRQ-ACTIVE-DATE-X NOT = SPACES
037000             AND RRQ-ACTIVE-DATE-X NOT NUMERIC
037100         MOVE 'ACTIVE DATE NOT NUMERIC' TO WS-REGISTER-MESSAGE
037200         SET WS-REQUEST-INVALID TO TRUE
037300         GO TO 2200-EDIT-REQUEST-EXIT
037400     END-IF.
037500     IF RRQ-INACTIVE-DATE-X NOT = SPACES
037600             AND RRQ-INACTIVE-DATE-X NOT NUMERIC
037700         MOVE 'INACTIVE DATE NOT NUMERIC' TO WS-REGISTER-MESSAGE
037800         SET WS-REQUEST-INVALID TO TRUE
037900         GO TO 2200-EDIT-REQUEST-EXIT
038000     END-IF.
038100     IF RRQ-PRODUCT-TERMS-X = SPACES
038200         GO TO 2200-EDIT-REQUEST-EXIT
038300     END-IF.
038400     IF NOT REF-PRODUCT-ENTRY
038500         MOVE 'PRODUCT TERMS ON NON-PRODUCT'
038600             TO WS-REGISTER-MESSAGE
038700         SET WS-REQUEST-INVALID TO TRUE
038800         GO TO 2200-EDIT-REQUEST-EXIT
038900     END-IF.
039000     IF (RRQ-MIN-RATE-X NOT = SPACES
039100             AND RRQ-MIN-RATE-X NOT NUMERIC)
039200         OR (RRQ-MAX-RATE-X NOT = SPACES
039300             AND RRQ-MAX-RATE-X NOT NUMERIC)
039400         MOVE 'RATE LIMIT NOT NUMERIC' TO WS-REGISTER-MESSAGE
039500         SET WS-REQUEST-INVALID TO TRUE
039600         GO TO 2200-EDIT-REQUEST-EXIT
039700     END-IF.
039800     IF (RRQ-MIN-TERM-X NOT = SPACES
039900             AND RRQ-MIN-TERM-X NOT NUMERIC)
040000         OR (RRQ-MAX-TERM-X NOT = SPACES
040100             AND RRQ-MAX-TERM-X NOT NUMERIC)
040200         MOVE 'TERM LIMIT NOT NUMERIC' TO WS-REGISTER-MESSAGE
040300         SET WS-REQUEST-INVALID TO TRUE
040400         GO TO 2200-EDIT-REQUEST-EXIT
040500     END-IF.
040600     IF RRQ-LATE-CHARGE-X NOT = SPACES
040700             AND RRQ-LATE-CHARGE-X NOT NUMERIC
040800         MOVE 'LATE CHARGE NOT NUMERIC' TO WS-REGISTER-MESSAGE
040900         SET WS-REQUEST-INVALID TO TRUE
041000         GO TO 2200-EDIT-REQUEST-EXIT
041100     END-IF.
041200     IF RRQ-GRACE-DAYS-X NOT = SPACES
041300             AND RRQ-GRACE-DAYS-X NOT NUMERIC
041400         MOVE 'GRACE DAYS NOT NUMERIC' TO WS-REGISTER-MESSAGE
041500         SET WS-REQUEST-INVALID TO TRUE
041600         GO TO 2200-EDIT-REQUEST-EXIT
041700     END-IF.
041800 2200-EDIT-REQUEST-EXIT.
041900     EXIT.
042000*
042100******************************************************************
042200* 2300-ADD-ENTRY WRITES A NEW REFERENCE ENTRY.  A CODE ALREADY ON
042300* FILE - EVEN A RETIRED ONE - IS NOT REPLACED; IT IS CHANGED OR
042400* PUT BACK IN FORCE WITH A CHANGE CARD.
042500******************************************************************
042600 2300-ADD-ENTRY.
042700     MOVE RRQ-RECORD-TYPE TO REF-RECORD-TYPE.
042800     MOVE RRQ-CODE TO REF-CODE.
042900     READ REFERENCE-FILE
043000         INVALID KEY
043100             CONTINUE
043200         NOT INVALID KEY
043300             MOVE 'CODE ALREADY ON FILE' TO WS-REGISTER-MESSAGE
043400             PERFORM 2800-WRITE-ERROR-LINE
043500                 THRU 2800-WRITE-ERROR-LINE-EXIT
043600             GO TO 2300-ADD-ENTRY-EXIT
043700     END-READ.
043800     IF RRQ-DESCRIPTION = SPACES
043900         MOVE 'DESCRIPTION MISSING' TO WS-REGISTER-MESSAGE
044000         PERFORM 2800-WRITE-ERROR-LINE
044100             THRU 2800-WRITE-ERROR-LINE-EXIT
044200         GO TO 2300-ADD-ENTRY-EXIT
044300     END-IF.
044400     IF RRQ-RECORD-TYPE = 'P'
044500         IF RRQ-MIN-RATE-X = SPACES OR RRQ-MAX-RATE-X = SPACES
044600                 OR RRQ-MIN-TERM-X = SPACES
044700                 OR RRQ-MAX-TERM-X = SPACES
044800                 OR RRQ-LATE-CHARGE-X = SPACES
044900                 OR RRQ-GRACE-DAYS-X = SPACES
045000             MOVE 'PRODUCT TERMS INCOMPLETE'
045100                 TO WS-REGISTER-MESSAGE
045200             PERFORM 2800-WRITE-ERROR-LINE
045300                 THRU 2800-WRITE-ERROR-LINE-EXIT
045400             GO TO 2300-ADD-ENTRY-EXIT
045500         END-IF
045600     END-IF.
045700     MOVE SPACES TO REFERENCE-DATA-RECORD.
045800     INITIALIZE REFERENCE-DATA-RECORD.
045900     MOVE RRQ-RECORD-TYPE TO REF-RECORD-TYPE.
046000     MOVE RRQ-CODE TO REF-CODE.
046100     MOVE REFERENCE-DATA-RECORD TO WS-OLD-REFERENCE-IMAGE.
046200     PERFORM 2600-APPLY-CARD-FIELDS
046300         THRU 2600-APPLY-CARD-FIELDS-EXIT.
046400     IF REF-ACTIVE-DATE = ZERO
046500         MOVE WS-TODAY-CCYYMMDD TO REF-ACTIVE-DATE
046600     END-IF.
046700     PERFORM 2650-CROSS-EDIT-ENTRY
046800         THRU 2650-CROSS-EDIT-ENTRY-EXIT.
046900     IF WS-REQUEST-INVALID
047000         PERFORM 2800-WRITE-ERROR-LINE
047100             THRU 2800-WRITE-ERROR-LINE-EXIT
047200         GO TO 2300-ADD-ENTRY-EXIT
047300     END-IF.
047400     MOVE WS-TODAY-CCYYMMDD TO REF-LAST-MAINT-DATE.
047500     MOVE WS-JOB-NAME TO REF-LAST-MAINT-JOB.
047600     WRITE REFERENCE-DATA-RECORD
047700         INVALID KEY
047800             MOVE 'WRITE FAILED' TO WS-REGISTER-MESSAGE
047900             PERFORM 2800-WRITE-ERROR-LINE
048000                 THRU 2800-WRITE-ERROR-LINE-EXIT
048100             GO TO 2300-ADD-ENTRY-EXIT
048200     END-WRITE.
048300     ADD 1 TO WS-ADDED-COUNT.
048400     MOVE 'ADD' TO WS-REGISTER-ACTION.
048500     MOVE 'REFERENCE CODE ADDED' TO AUD-REASON.
048600     PERFORM 2700-REGISTER-CHANGES
048700         THRU 2700-REGISTER-CHANGES-EXIT.
048800     MOVE SPACES TO AUD-REASON.
048900 2300-ADD-ENTRY-EXIT.
049000     EXIT.
049100*
049200******************************************************************
049300* 2400-CHANGE-ENTRY REPLACES THE FIELDS PUNCHED ON THE CARD.  A
049400* CARD THAT WOULD LEAVE THE ENTRY EXACTLY AS IT WAS IS REPORTED
049500* RATHER THAN REWRITTEN.
049600******************************************************************
049700 2400-CHANGE-ENTRY.
049800     MOVE RRQ-RECORD-TYPE TO REF-RECORD-TYPE.
049900     MOVE RRQ-CODE TO REF-CODE.
050000     READ REFERENCE-FILE
050100         INVALID KEY
050200             MOVE 'CODE NOT ON FILE' TO WS-REGISTER-MESSAGE
050300             PERFORM 2800-WRITE-ERROR-LINE
050400                 THRU 2800-WRITE-ERROR-LINE-EXIT
050500             GO TO 2400-CHANGE-ENTRY-EXIT
050600     END-READ.
050700     MOVE REFERENCE-DATA-RECORD TO WS-OLD-REFERENCE-IMAGE.
050800     PERFORM 2600-APPLY-CARD-FIELDS
050900         THRU 2600-APPLY-CARD-FIELDS-EXIT.
051000     IF REFERENCE-DATA-RECORD = WS-OLD-REFERENCE-IMAGE
051100         MOVE 'NO CHANGE ON REQUEST' TO WS-REGISTER-MESSAGE
051200         PERFORM 2800-WRITE-ERROR-LINE
051300             THRU 2800-WRITE-ERROR-LINE-EXIT
051400         GO TO 2400-CHANGE-ENTRY-EXIT
051500     END-IF.
051600     PERFORM 2650-CROSS-EDIT-ENTRY
051700         THRU 2650-CROSS-EDIT-ENTRY-EXIT.
051800     IF WS-REQUEST-INVALID
051900         PERFORM 2800-WRITE-ERROR-LINE
052000             THRU 2800-WRITE-ERROR-LINE-EXIT
052100         GO TO 2400-CHANGE-ENTRY-EXIT
052200     END-IF.
052300     MOVE WS-TODAY-CCYYMMDD TO REF-LAST-MAINT-DATE.
052400     MOVE WS-JOB-NAME TO REF-LAST-MAINT-JOB.
052500     REWRITE REFERENCE-DATA-RECORD
052600         INVALID KEY
052700             MOVE 'REWRITE FAILED' TO WS-REGISTER-MESSAGE
052800             PERFORM 2800-WRITE-ERROR-LINE
052900                 THRU 2800-WRITE-ERROR-LINE-EXIT
053000             GO TO 2400-CHANGE-ENTRY-EXIT
053100     END-REWRITE.
053200     ADD 1 TO WS-CHANGED-COUNT.
053300     MOVE 'CHANGE' TO WS-REGISTER-ACTION.
053400     MOVE 'REFERENCE CODE CHANGED' TO AUD-REASON.
053500     PERFORM 2700-REGISTER-CHANGES
053600         THRU 2700-REGISTER-CHANGES-EXIT.
053700     MOVE SPACES TO AUD-REASON.
053800 2400-CHANGE-ENTRY-EXIT.
053900     EXIT.
054000*
054100******************************************************************
054200* 2500-RETIRE-ENTRY SETS THE INACTIVE DATE OF A CODE STILL IN
054300* FORCE.  ONLY THE INACTIVE DATE IS TAKEN FROM A RETIRE CARD.
054400******************************************************************
054500 2500-RETIRE-ENTRY.
054600     MOVE RRQ-RECORD-TYPE TO REF-RECORD-TYPE.
054700     MOVE RRQ-CODE TO REF-CODE.
054800     READ REFERENCE-FILE
054900         INVALID KEY
055000             MOVE 'CODE NOT ON FILE' TO WS-REGISTER-MESSAGE
055100             PERFORM 2800-WRITE-ERROR-LINE
055200                 THRU 2800-WRITE-ERROR-LINE-EXIT
055300             GO TO 2500-RETIRE-ENTRY-EXIT
055400     END-READ.
055500     IF REF-INACTIVE-DATE NOT = ZERO
055600         MOVE 'CODE ALREADY RETIRED' TO WS-REGISTER-MESSAGE
055700         PERFORM 2800-WRITE-ERROR-LINE
055800             THRU 2800-WRITE-ERROR-LINE-EXIT
055900         GO TO 2500-RETIRE-ENTRY-EXIT
056000     END-IF.
056100     MOVE REFERENCE-DATA-RECORD TO WS-OLD-REFERENCE-IMAGE.
056200     IF RRQ-INACTIVE-DATE-X = SPACES
056300         MOVE WS-TODAY-CCYYMMDD TO REF-INACTIVE-DATE
056400     ELSE
056500         MOVE RRQ-INACTIVE-DATE TO REF-INACTIVE-DATE
056600     END-IF.
056700     IF REF-INACTIVE-DATE = ZERO
056800         MOVE 'INACTIVE DATE MISSING' TO WS-REGISTER-MESSAGE
056900         PERFORM 2800-WRITE-ERROR-LINE
057000             THRU 2800-WRITE-ERROR-LINE-EXIT
057100         GO TO 2500-RETIRE-ENTRY-EXIT
057200     END-IF.
057300     PERFORM 2650-CROSS-EDIT-ENTRY
057400         THRU 2650-CROSS-EDIT-ENTRY-EXIT.
057500     IF WS-REQUEST-INVALID
057600         PERFORM 2800-WRITE-ERROR-LINE
057700             THRU 2800-WRITE-ERROR-LINE-EXIT
057800         GO TO 2500-RETIRE-ENTRY-EXIT
057900     END-IF.
058000     MOVE WS-TODAY-CCYYMMDD TO REF-LAST-MAINT-DATE.
058100     MOVE WS-JOB-NAME TO REF-LAST-MAINT-JOB.
058200     REWRITE REFERENCE-DATA-RECORD
058300         INVALID KEY
058400             MOVE 'REWRITE FAILED' TO WS-REGISTER-MESSAGE
058500             PERFORM 2800-WRITE-ERROR-LINE
058600                 THRU 2800-WRITE-ERROR-LINE-EXIT
058700             GO TO 2500-RETIRE-ENTRY-EXIT
058800     END-REWRITE.
058900     ADD 1 TO WS-RETIRED-COUNT.
059000     MOVE 'RETIRE' TO WS-REGISTER-ACTION.
059100     MOVE 'REFERENCE CODE RETIRED' TO AUD-REASON.
059200     PERFORM 2700-REGISTER-CHANGES
059300         THRU 2700-REGISTER-CHANGES-EXIT.
059400     MOVE SPACES TO AUD-REASON.
059500 2500-RETIRE-ENTRY-EXIT.
059600     EXIT.
059700*
059800******************************************************************
059900* 2600-APPLY-CARD-FIELDS MOVES EVERY FIELD PUNCHED ON THE CARD
060000* ONTO THE REFERENCE RECORD.  A BLANK CARD FIELD LEAVES THE
060100* RECORD'S VALUE ALONE.
060200******************************************************************
060300 2600-APPLY-CARD-FIELDS.
060400     IF RRQ-DESCRIPTION NOT = SPACES
060500         MOVE RRQ-DESCRIPTION TO REF-DESCRIPTION
060600     END-IF.
060700     IF RRQ-ACTIVE-DATE-X NOT = SPACES
060800         MOVE RRQ-ACTIVE-DATE TO REF-ACTIVE-DATE
060900     END-IF.
061000     IF RRQ-INACTIVE-DATE-X NOT = SPACES
061100         MOVE RRQ-INACTIVE-DATE TO REF-INACTIVE-DATE
061200     END-IF.
061300     IF RRQ-MIN-RATE-X NOT = SPACES
061400         MOVE RRQ-MIN-RATE TO REF-MIN-RATE
061500     END-IF.
061600     IF RRQ-MAX-RATE-X NOT = SPACES
061700         MOVE RRQ-MAX-RATE TO REF-MAX-RATE
061800     END-IF.
061900     IF RRQ-MIN-TERM-X NOT = SPACES
062000         MOVE RRQ-MIN-TERM TO REF-MIN-TERM-MONTHS
062100     END-IF.
062200     IF RRQ-MAX-TERM-X NOT = SPACES
062300         MOVE RRQ-MAX-TERM TO REF-MAX-TERM-MONTHS
062400     END-IF.
062500     IF RRQ-LATE-CHARGE-X NOT = SPACES
062600         MOVE RRQ-LATE-CHARGE TO REF-LATE-CHARGE-AMT
062700     END-IF.
062800     IF RRQ-GRACE-DAYS-X NOT = SPACES
062900         MOVE RRQ-GRACE-DAYS TO REF-GRACE-DAYS
063000     END-IF.
063100 2600-APPLY-CARD-FIELDS-EXIT.
063200     EXIT.
063300*
063400******************************************************************
063500* 2650-CROSS-EDIT-ENTRY CHECKS THE UPDATED RECORD AS A WHOLE -
063600* CALENDAR-VALID DATES, AN INACTIVE DATE AFTER THE ACTIVE DATE,
063700* AND ON A PRODUCT A MINIMUM NO HIGHER THAN ITS MAXIMUM.
063800******************************************************************
063900 2650-CROSS-EDIT-ENTRY.
064000     SET WS-REQUEST-VALID TO TRUE.
064100     MOVE REF-ACTIVE-DATE TO WS-EDIT-DATE.
064200     IF WS-EDIT-MM < 01 OR WS-EDIT-MM > 12
064300             OR WS-EDIT-DD < 01 OR WS-EDIT-DD > 31
064400             OR WS-EDIT-YYYY < 1950
064500         MOVE 'ACTIVE DATE INVALID' TO WS-REGISTER-MESSAGE
064600         SET WS-REQUEST-INVALID TO TRUE
064700         GO TO 2650-CROSS-EDIT-ENTRY-EXIT
064800     END-IF.
064900     IF REF-INACTIVE-DATE NOT = ZERO
065000         MOVE REF-INACTIVE-DATE TO WS-EDIT-DATE
065100         IF WS-EDIT-MM < 01 OR WS-EDIT-MM > 12
065200                 OR WS-EDIT-DD < 01 OR WS-EDIT-DD > 31
065300                 OR WS-EDIT-YYYY < 1950
065400             MOVE 'INACTIVE DATE INVALID' TO WS-REGISTER-MESSAGE
065500             SET WS-REQUEST-INVALID TO TRUE
065600             GO TO 2650-CROSS-EDIT-ENTRY-EXIT
065700         END-IF
065800         IF REF-INACTIVE-DATE NOT > REF-ACTIVE-DATE
065900             MOVE 'INACTIVE NOT AFTER ACTIVE'
066000                 TO WS-REGISTER-MESSAGE
066100             SET WS-REQUEST-INVALID TO TRUE
066200             GO TO 2650-CROSS-EDIT-ENTRY-EXIT
066300         END-IF
066400     END-IF.
066500     IF NOT REF-PRODUCT-ENTRY
066600         GO TO 2650-CROSS-EDIT-ENTRY-EXIT
066700     END-IF.
066800     IF REF-MIN-RATE > REF-MAX-RATE
066900         MOVE 'MINIMUM RATE ABOVE MAXIMUM' TO WS-REGISTER-MESSAGE
067000         SET WS-REQUEST-INVALID TO TRUE
067100         GO TO 2650-CROSS-EDIT-ENTRY-EXIT
067200     END-IF.
067300     IF REF-MIN-TERM-MONTHS = ZERO
067400             OR REF-MIN-TERM-MONTHS > REF-MAX-TERM-MONTHS
067500         MOVE 'TERM LIMITS INVALID' TO WS-REGISTER-MESSAGE
067600         SET WS-REQUEST-INVALID TO TRUE
067700         GO TO 2650-CROSS-EDIT-ENTRY-EXIT
067800     END-IF.
067900 2650-CROSS-EDIT-ENTRY-EXIT.
068000     EXIT.
068100*
068200******************************************************************
068300* 2700-REGISTER-CHANGES COMPARES THE UPDATED RECORD WITH ITS
068400* BEFORE IMAGE AND PRINTS AND LOGS EACH FIELD THAT DIFFERS.
068500******************************************************************
068600 2700-REGISTER-CHANGES.
068700     IF REF-DESCRIPTION NOT = WS-OLD-REF-DESCRIPTION
068800         MOVE 'DESCRIPTION' TO WS-CHANGE-FIELD
068900         MOVE WS-OLD-REF-DESCRIPTION TO WS-OLD-VALUE-TEXT
069000         MOVE REF-DESCRIPTION TO WS-NEW-VALUE-TEXT
069100         PERFORM 2750-LOG-ONE-CHANGE
069200             THRU 2750-LOG-ONE-CHANGE-EXIT
069300     END-IF.
069400     IF REF-ACTIVE-DATE NOT = WS-OLD-REF-ACTIVE-DATE
069500         MOVE 'ACTIVE-DATE' TO WS-CHANGE-FIELD
069600         MOVE WS-OLD-REF-ACTIVE-DATE TO WS-OLD-VALUE-TEXT
069700         MOVE REF-ACTIVE-DATE TO WS-NEW-VALUE-TEXT
069800         PERFORM 2750-LOG-ONE-CHANGE
069900             THRU 2750-LOG-ONE-CHANGE-EXIT
070000     END-IF.
070100     IF REF-INACTIVE-DATE NOT = WS-OLD-REF-INACTIVE-DATE
070200         MOVE 'INACTV-DATE' TO WS-CHANGE-FIELD
070300         MOVE WS-OLD-REF-INACTIVE-DATE TO WS-OLD-VALUE-TEXT
070400         MOVE REF-INACTIVE-DATE TO WS-NEW-VALUE-TEXT
070500         PERFORM 2750-LOG-ONE-CHANGE
070600             THRU 2750-LOG-ONE-CHANGE-EXIT
070700     END-IF.
070800     IF REF-MIN-RATE NOT = WS-OLD-REF-MIN-RATE
070900         MOVE 'MIN-RATE' TO WS-CHANGE-FIELD
071000         MOVE WS-OLD-REF-MIN-RATE TO WS-RATE-EDIT
071100         MOVE WS-RATE-EDIT TO WS-OLD-VALUE-TEXT
071200         MOVE REF-MIN-RATE TO WS-RATE-EDIT
071300         MOVE WS-RATE-EDIT TO WS-NEW-VALUE-TEXT
071400         PERFORM 2750-LOG-ONE-CHANGE
071500             THRU 2750-LOG-ONE-CHANGE-EXIT
071600     END-IF.
071700     IF REF-MAX-RATE NOT = WS-OLD-REF-MAX-RATE
071800         MOVE 'MAX-RATE' TO WS-CHANGE-FIELD
071900         MOVE WS-OLD-REF-MAX-RATE TO WS-RATE-EDIT
072000         MOVE WS-RATE-EDIT TO WS-OLD-VALUE-TEXT
072100         MOVE REF-MAX-RATE TO WS-RATE-EDIT
072200         MOVE WS-RATE-EDIT TO WS-NEW-VALUE-TEXT
072300         PERFORM 2750-LOG-ONE-CHANGE
072400             THRU 2750-LOG-ONE-CHANGE-EXIT
072500     END-IF.
072600     IF REF-MIN-TERM-MONTHS NOT = WS-OLD-REF-MIN-TERM
072700         MOVE 'MIN-TERM' TO WS-CHANGE-FIELD
072800         MOVE WS-OLD-REF-MIN-TERM TO WS-MONTHS-EDIT
072900         MOVE WS-MONTHS-EDIT TO WS-OLD-VALUE-TEXT
073000         MOVE REF-MIN-TERM-MONTHS TO WS-MONTHS-EDIT
073100         MOVE WS-MONTHS-EDIT TO WS-NEW-VALUE-TEXT
073200         PERFORM 2750-LOG-ONE-CHANGE
073300             THRU 2750-LOG-ONE-CHANGE-EXIT
073400     END-IF.
073500     IF REF-MAX-TERM-MONTHS NOT = WS-OLD-REF-MAX-TERM
073600         MOVE 'MAX-TERM' TO WS-CHANGE-FIELD
073700         MOVE WS-OLD-REF-MAX-TERM TO WS-MONTHS-EDIT
073800         MOVE WS-MONTHS-EDIT TO WS-OLD-VALUE-TEXT
073900         MOVE REF-MAX-TERM-MONTHS TO WS-MONTHS-EDIT
074000         MOVE WS-MONTHS-EDIT TO WS-NEW-VALUE-TEXT
074100         PERFORM 2750-LOG-ONE-CHANGE
074200             THRU 2750-LOG-ONE-CHANGE-EXIT
074300     END-IF.
074400     IF REF-LATE-CHARGE-AMT NOT = WS-OLD-REF-LATE-CHARGE
074500         MOVE 'LATE-CHARGE' TO WS-CHANGE-FIELD
074600         MOVE WS-OLD-REF-LATE-CHARGE TO WS-AMOUNT-EDIT
074700         MOVE WS-AMOUNT-EDIT TO WS-OLD-VALUE-TEXT
074800         MOVE REF-LATE-CHARGE-AMT TO WS-AMOUNT-EDIT
074900         MOVE WS-AMOUNT-EDIT TO WS-NEW-VALUE-TEXT
075000         PERFORM 2750-LOG-ONE-CHANGE
075100             THRU 2750-LOG-ONE-CHANGE-EXIT
075200     END-IF.
075300     IF REF-GRACE-DAYS NOT = WS-OLD-REF-GRACE-DAYS
075400         MOVE 'GRACE-DAYS' TO WS-CHANGE-FIELD
075500         MOVE WS-OLD-REF-GRACE-DAYS TO WS-MONTHS-EDIT
075600         MOVE WS-MONTHS-EDIT TO WS-OLD-VALUE-TEXT
075700         MOVE REF-GRACE-DAYS TO WS-MONTHS-EDIT
075800         MOVE WS-MONTHS-EDIT TO WS-NEW-VALUE-TEXT
075900         PERFORM 2750-LOG-ONE-CHANGE
076000             THRU 2750-LOG-ONE-CHANGE-EXIT
076100     END-IF.
076200 2700-REGISTER-CHANGES-EXIT.
076300     EXIT.
076400*
076500******************************************************************
076600* 2750-LOG-ONE-CHANGE PRINTS ONE CHANGED FIELD ON THE REGISTER
076700* AND WRITES ITS BEFORE/AFTER IMAGE TO THE AUDIT TRAIL.  A
076800* REFERENCE CHANGE BELONGS TO NO LOAN, SO THE AUDIT ROW CARRIES
076900* LOAN NUMBER ZERO AND NAMES THE RECORD TYPE AND CODE IN ITS
077000* FIELD NAME (E.G. P-FX30-LATE-CHARGE).
077100******************************************************************
077200 2750-LOG-ONE-CHANGE.
077300     MOVE SPACES TO WS-REGISTER-DETAIL-LINE.
077400     MOVE WS-REGISTER-ACTION TO REG-ACTION.
077500     MOVE REF-RECORD-TYPE TO REG-RECORD-TYPE.
077600     MOVE REF-CODE TO REG-CODE.
077700     MOVE WS-CHANGE-FIELD TO REG-FIELD.
077800     MOVE WS-OLD-VALUE-TEXT TO REG-OLD-VALUE.
077900     MOVE WS-NEW-VALUE-TEXT TO REG-NEW-VALUE.
078000     PERFORM 2900-WRITE-REPORT-LINE
078100         THRU 2900-WRITE-REPORT-LINE-EXIT.
078200     ADD 1 TO WS-FIELD-CHANGE-COUNT.
078300     MOVE ZERO TO AUD-LOAN-NUMBER.
078400     MOVE WS-JOB-NAME TO AUD-JOB-NAME.
078500     MOVE WS-USER-ID TO AUD-USER-ID.
078600     MOVE SPACES TO AUD-FIELD-NAME.
078700     STRING REF-RECORD-TYPE DELIMITED BY SIZE
078800            '-' DELIMITED BY SIZE
078900            REF-CODE DELIMITED BY SPACE
079000            '-' DELIMITED BY SIZE
079100            WS-CHANGE-FIELD DELIMITED BY SPACE
079200         INTO AUD-FIELD-NAME
079300     END-STRING.
079400     MOVE WS-OLD-VALUE-TEXT TO AUD-OLD-VALUE.
079500     MOVE WS-NEW-VALUE-TEXT TO AUD-NEW-VALUE.
079600     PERFORM 7000-LOG-AUDIT-RECORD
079700         THRU 7000-LOG-AUDIT-RECORD-EXIT.
079800 2750-LOG-ONE-CHANGE-EXIT.
079900     EXIT.
080000*
080100******************************************************************
080200* 2800-WRITE-ERROR-LINE PRINTS A CARD THAT WAS NOT APPLIED, WITH
080300* THE REASON, AND ENDS THE STEP WITH A WARNING SO THE CARD IS
080400* CORRECTED AND RESUBMITTED.
080500******************************************************************
080600 2800-WRITE-ERROR-LINE.
080700     MOVE SPACES TO WS-REGISTER-DETAIL-LINE.
080800     MOVE 'ERROR' TO REG-ACTION.
080900     MOVE RRQ-RECORD-TYPE TO REG-RECORD-TYPE.
081000     MOVE RRQ-CODE TO REG-CODE.
081100     MOVE WS-REGISTER-MESSAGE TO REG-MESSAGE.
081200     PERFORM 2900-WRITE-REPORT-LINE
081300         THRU 2900-WRITE-REPORT-LINE-EXIT.
081400     ADD 1 TO WS-ERROR-COUNT.
081500     IF 04 > WS-HIGHEST-RETURN-CODE
081600         MOVE 04 TO WS-HIGHEST-RETURN-CODE
081700     END-IF.
081800 2800-WRITE-ERROR-LINE-EXIT.
081900     EXIT.
082000*
082100 2900-WRITE-REPORT-LINE.
082200     WRITE REGISTER-REPORT-LINE FROM WS-REGISTER-DETAIL-LINE.
082300     ADD 1 TO WS-LINE-COUNT.
082400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
082500         PERFORM 3900-WRITE-REPORT-HEADINGS
082600             THRU 3900-WRITE-REPORT-HEADINGS-EXIT
082700     END-IF.
082800 2900-WRITE-REPORT-LINE-EXIT.
082900     EXIT.
083000*
083100 3000-WRITE-REPORT-TOTALS.
083200     MOVE WS-REQUEST-COUNT TO TOT-REQUEST-COUNT.
083300     MOVE WS-ADDED-COUNT TO TOT-ADDED-COUNT.
083400     MOVE WS-CHANGED-COUNT TO TOT-CHANGED-COUNT.
083500     MOVE WS-RETIRED-COUNT TO TOT-RETIRED-COUNT.
083600     MOVE WS-ERROR-COUNT TO TOT-ERROR-COUNT.
083700     WRITE REGISTER-REPORT-LINE FROM WS-TOTAL-LINE
083800         AFTER ADVANCING 2 LINES.
083900 3000-WRITE-REPORT-TOTALS-EXIT.
084000     EXIT.
084100*
084200 3900-WRITE-REPORT-HEADINGS.
084300     WRITE REGISTER-REPORT-LINE FROM WS-HEADING-LINE-1
084400         AFTER ADVANCING PAGE.
084500     WRITE REGISTER-REPORT-LINE FROM WS-HEADING-LINE-2
084600         AFTER ADVANCING 1 LINE.
084700     MOVE ZERO TO WS-LINE-COUNT.
084800 3900-WRITE-REPORT-HEADINGS-EXIT.
084900     EXIT.
085000*
085100******************************************************************
085200* 4000-WRITE-FINAL-CHECKPOINT RECORDS THAT THE REFERENCE DATA
085300* MAINTENANCE STEP HAS COMPLETED (OR FAILED) FOR THE END-OF-
085400* CHAIN OPERATIONS SUMMARY.
085500******************************************************************
085600 4000-WRITE-FINAL-CHECKPOINT.
085700     MOVE WS-JOB-NAME TO CKPT-JOB-NAME.
085800     MOVE 'COBREF1' TO CKPT-STEP-NAME.
085900     MOVE ZERO TO CKPT-LAST-LOAN-NUMBER.
086000     MOVE WS-REQUEST-COUNT TO CKPT-RECORDS-READ.
086100     COMPUTE CKPT-RECORDS-UPDATED =
086200         WS-CHANGED-COUNT + WS-RETIRED-COUNT.
086300     MOVE WS-ADDED-COUNT TO CKPT-RECORDS-WRITTEN.
086400     IF WS-ABEND-REQUIRED
086500         SET CKPT-STEP-FAILED TO TRUE
086600     ELSE
086700         SET CKPT-STEP-COMPLETE TO TRUE
086800     END-IF.
086900     MOVE FUNCTION CURRENT-DATE TO CKPT-TIMESTAMP.
087000     PERFORM 8100-WRITE-CHECKPOINT
087100         THRU 8100-WRITE-CHECKPOINT-EXIT.
087200 4000-WRITE-FINAL-CHECKPOINT-EXIT.
087300     EXIT.
087400*
087500 9999-TERMINATE.
087600     CLOSE REFERENCE-REQUEST-FILE.
087700     CLOSE REFERENCE-FILE.
087800     CLOSE REGISTER-REPORT-FILE.
087900     DISPLAY 'COBREF1 - REFERENCE DATA MAINTENANCE COMPLETE'.
088000     DISPLAY 'COBREF1 - REQUESTS READ     : ' WS-REQUEST-COUNT.
088100     DISPLAY 'COBREF1 - CODES ADDED       : ' WS-ADDED-COUNT.
088200     DISPLAY 'COBREF1 - CODES CHANGED     : ' WS-CHANGED-COUNT.
088300     DISPLAY 'COBREF1 - CODES RETIRED     : ' WS-RETIRED-COUNT.
088400     DISPLAY 'COBREF1 - FIELDS CHANGED    : '
088500         WS-FIELD-CHANGE-COUNT.
088600     DISPLAY 'COBREF1 - REQUESTS IN ERROR : ' WS-ERROR-COUNT.
088700     IF WS-ABEND-REQUIRED
088800         DISPLAY 'COBREF1 - AN INPUT FILE OPEN FAILED - STEP '
088900             'DID NOT RUN - SCHEDULER SHOULD NOT PROCEED'
089000     END-IF.
089100     MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE.
089200 9999-TERMINATE-EXIT.
089300     EXIT.
089400*
089500     COPY CHKPTLOG.
089600     COPY AUDITLOG.
