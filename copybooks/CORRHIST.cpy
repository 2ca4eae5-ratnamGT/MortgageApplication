      *****************************************************************
      * CORRHIST.CPY
      *
      * CORRESPONDENCE-HISTORY-RECORD - ONE ENTRY PER LOAN PER
      * REQUIRED DELINQUENCY LETTER ON THE CORRESPONDENCE HISTORY
      * VSAM KSDS, KEYED ON LOAN NUMBER PLUS LETTER TYPE.  WRITTEN BY
      * THE NIGHTLY DELINQUENCY CORRESPONDENCE RUN (COBCOR1) THE
      * NIGHT THE LETTER GOES TO THE PRINT VENDOR, AND IS THE PROOF
      * OF WHEN IT WENT OUT.  THREE LETTER TYPES:
      *     'E'  EARLY INTERVENTION WRITTEN NOTICE (BY DAY 45)
      *     'L'  LOSS MITIGATION OPTIONS LETTER
      *     'B'  BREACH / DEMAND LETTER - THE FORECLOSURE CASE RUN
      *          (COBFCL1) WILL NOT REFER A LOAN UNTIL ITS BREACH
      *          LETTER FOR THE CURRENT EPISODE IS 30 DAYS OLD.
      *
      * A DELINQUENCY EPISODE RUNS FROM THE FIRST MISSED DUE DATE
      * UNTIL THE LOAN IS BROUGHT FULLY CURRENT.  WHILE THE EPISODE
      * IS OPEN THE LETTER IS NEVER SENT AGAIN.  WHEN COBCOR1 FINDS
      * THE LOAN CURRENT IT MARKS THE EPISODE CURED; THE NEXT
      * EPISODE'S LETTER REPLACES THE ENTRY AND REOPENS IT.
      * CRH-EPISODE-DUE-DATE IS THE OLDEST UNPAID DUE DATE THE
      * LETTER WAS SENT AGAINST.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RJT  INITIAL VERSION.
      *****************************************************************
       01  CORRESPONDENCE-HISTORY-RECORD.
           05  CRH-KEY.
               10  CRH-LOAN-NUMBER     PIC 9(10).
               10  CRH-LETTER-TYPE     PIC X(01).
                   88  CRH-EARLY-INTERVENTION  VALUE 'E'.
                   88  CRH-LOSS-MIT-OPTIONS    VALUE 'L'.
                   88  CRH-BREACH-LETTER       VALUE 'B'.
           05  CRH-SENT-DATE           PIC 9(08).
           05  CRH-EPISODE-DUE-DATE    PIC 9(08).
           05  CRH-DAYS-PAST-DUE       PIC 9(05).
           05  CRH-EPISODE-STATUS      PIC X(01).
               88  CRH-EPISODE-OPEN        VALUE 'O'.
               88  CRH-EPISODE-CURED       VALUE 'C'.
           05  CRH-CURED-DATE          PIC 9(08).
           05  CRH-TIMES-SENT          PIC 9(03).
           05  FILLER                  PIC X(20).
