      *****************************************************************
      * PENDADJ.CPY
      *
      * PENDING-ADJUSTMENT-RECORD - ONE ENTRY PER MANUAL BALANCE
      * ADJUSTMENT KEYED ON THE LOAN SERVICING SCREEN (COBONL1) FOR
      * MORE THAN THE DUAL-CONTROL LIMIT, KEPT ON THE PENDING
      * ADJUSTMENT VSAM KSDS KEYED ON LOAN NUMBER PLUS THE DATE AND
      * TIME IT WAS KEYED.  SUCH AN ADJUSTMENT IS NOT POSTED WHEN IT
      * IS KEYED - IT WAITS HERE UNTIL A SUPERVISOR SIGNED ON UNDER
      * A DIFFERENT USER ID APPROVES OR REJECTS IT FROM THE APPROVAL
      * QUEUE SCREEN (COBONL4).  ONLY AN APPROVAL POSTS IT TO THE
      * LOAN MASTER.  THE NIGHTLY PENDING ADJUSTMENT RUN (COBADJ1)
      * REPORTS AND EXPIRES ANY ITEM LEFT UNDECIDED PAST ONE
      * BUSINESS DAY.  DECIDED AND EXPIRED ITEMS STAY ON THE FILE AS
      * THE RECORD OF WHO KEYED AND WHO DECIDED EACH ONE.
      *
      * MODIFICATION HISTORY
      *   2026-10-08  RJT  INITIAL VERSION.
      *****************************************************************
       01  PENDING-ADJUSTMENT-RECORD.
           05  PA-ADJUSTMENT-KEY.
               10  PA-LOAN-NUMBER      PIC 9(10).
               10  PA-ENTRY-DATE       PIC 9(08).
               10  PA-ENTRY-TIME       PIC 9(06).
           05  PA-ADJUSTMENT-AMOUNT    PIC S9(07)V99 COMP-3.
           05  PA-BALANCE-AT-ENTRY     PIC S9(09)V99 COMP-3.
           05  PA-REASON               PIC X(20).
           05  PA-MAKER-ID             PIC X(08).
           05  PA-STATUS               PIC X(01).
               88  PA-PENDING              VALUE 'P'.
               88  PA-APPROVED             VALUE 'A'.
               88  PA-REJECTED             VALUE 'R'.
               88  PA-EXPIRED              VALUE 'E'.
           05  PA-CHECKER-ID           PIC X(08).
           05  PA-DECISION-DATE        PIC 9(08).
           05  PA-DECISION-TIME        PIC 9(06).
           05  PA-DECISION-REASON      PIC X(20).
           05  FILLER                  PIC X(20).
