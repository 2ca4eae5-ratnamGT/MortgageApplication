002550*                     8-DIGIT DATE IMAGES ALSO PASS A PLAIN
002560*                     NUMERIC TEST, SO A DUE-DATE ROLL WAS
002570*                     TOTALING AS DOLLAR MOVEMENT.
002580*    2026-10-08  RJT  EACH LINE NOW CARRIES THE CHECKER WHO
002582*                     APPROVED A DUAL-CONTROL ADJUSTMENT BESIDE
002584*                     THE MAKER'S USER ID; THE MULTI-JOB COLUMN
002586*                     HEADING IS SHORTENED TO 'MJ' TO MAKE ROOM.
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
011300     05  FILLER          PIC X(09) VALUE 'USER'.
011400     05  FILLER          PIC X(07) VALUE 'TYPE'.
011500     05  FILLER          PIC X(21) VALUE 'REASON'.
011600     05  FILLER          PIC X(03) VALUE 'MJ'.
011650     05  FILLER          PIC X(09) VALUE 'CHECKER'.
011700*
011800 01  WS-AUDIT-DETAIL-LINE.
011900     05  ADL-LOAN-NUMBER     PIC 9(10).
013300     05  ADL-REASON          PIC X(20).
013400     05  FILLER              PIC X(01) VALUE SPACES.
013500     05  ADL-MULTI-JOB-FLAG  PIC X(02).
013550     05  FILLER              PIC X(01) VALUE SPACES.
013560     05  ADL-APPROVER-ID     PIC X(08).
013600     05  FILLER              PIC X(01) VALUE SPACES.
013700*
013800 01  WS-MOVEMENT-HEADING.
013900     05  FILLER          PIC X(20) VALUE 'DOLLAR MOVEMENT BY F'.
015800     EXEC SQL
015900          DECLARE AUDCSR CURSOR FOR
016000          SELECT LOAN_NUMBER, FIELD_NAME, OLD_VALUE, NEW_VALUE,
016100                 REASON, CHANGE_TIMESTAMP, JOB_NAME, USER_ID,
016150                 APPROVER_ID
016200            FROM MTG.AUDIT_TRAIL
016300           WHERE SUBSTR(CHANGE_TIMESTAMP, 1, 8) = :WS-RUN-DATE-X
016400             AND (:WS-JOB-ALL-SW = 'Y'
026000          FETCH AUDCSR
026100           INTO :AUD-LOAN-NUMBER, :AUD-FIELD-NAME,
026200                :AUD-OLD-VALUE, :AUD-NEW-VALUE, :AUD-REASON,
026300                :AUD-TIMESTAMP, :AUD-JOB-NAME, :AUD-USER-ID,
026350                :AUD-APPROVER-ID
026400     END-EXEC.
026500     IF SQLCODE = 100
026600         SET WS-SQL-EOF TO TRUE
029700     MOVE AUD-NEW-VALUE TO ADL-NEW-VALUE.
029800     MOVE AUD-JOB-NAME TO ADL-JOB-NAME.
029900     MOVE AUD-USER-ID TO ADL-USER-ID.
029950     MOVE AUD-APPROVER-ID TO ADL-APPROVER-ID.
030000     IF AUD-REASON = SPACES
030100         MOVE 'BATCH' TO ADL-CHANGE-TYPE
030200         ADD 1 TO WS-BATCH-COUNT
