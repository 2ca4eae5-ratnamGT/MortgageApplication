      *****************************************************************
      * XFEROUT.CPY
      *
      * TRANSFER-OUT-RECORD - THE SERVICING TRANSFER (DEBOARDING) FILE
      * WRITTEN BY COBXFR1 FOR THE SERVICER BUYING THE LOANS.  EACH
      * TRANSFERRED LOAN IS WRITTEN AS A GROUP OF SEGMENTS, ONE PER
      * SOURCE RECORD, EACH CARRYING THE SOURCE RECORD IMAGE
      * UNCHANGED IN XFR-SEGMENT-DATA SO THE RECEIVING SERVICER CAN
      * MAP IT WITH OUR OWN COPYBOOKS:
      *     'LM'  LOAN MASTER            (LOANMSTR.CPY)
      *     'AD'  PROPERTY/MAIL ADDRESS  (LOANADDR.CPY)
      *     'AR'  ARM RATE SCHEDULE      (ARMSCHD.CPY)
      *     'IN'  HAZARD POLICY          (INSPOL.CPY)
      *     'LS'  LOSS MITIGATION PLAN   (LOSSMIT.CPY)
      *     'CS'  FORECLOSURE CASE       (CASEREC.CPY)
      *     'SU'  OPEN SUSPENSE BALANCE  (SUSPNSE.CPY)
      *     'PH'  ONE RETAINED PAYMENT HISTORY CYCLE (PMTHIST.CPY)
      *     'PM'  PMI POLICY             (PMIPOL.CPY)
      *     'SC'  SCRA PROTECTION RECORD (SCRAREC.CPY)
      *     'AV'  ONE OPEN ADVANCE       (ADVLDGR.CPY) - TO BE
      *           REIMBURSED BY THE NEW SERVICER
      * THE 'LM' SEGMENT IS ALWAYS FIRST FOR A LOAN; THE OTHERS ARE
      * PRESENT ONLY WHEN THE LOAN HAS THAT RECORD.  THE LAST RECORD
      * ON THE FILE IS THE CONTROL TOTAL RECORD (TYPE 'CT', LOAN
      * NUMBER ZERO) CARRYING THE LOAN COUNT, SEGMENT COUNT AND THE
      * UPB, ESCROW, FEE, SUSPENSE AND OPEN ADVANCE TOTALS THE RUN
      * BALANCED AGAINST THE LOAN MASTER BEFORE RELEASING THE FILE.
      *
      * MODIFICATION HISTORY
      *   2026-10-05  RJT  INITIAL VERSION.
      *   2026-10-15  RJT  ADDED PMI POLICY, SCRA PROTECTION AND OPEN
      *                    ADVANCE SEGMENTS AND THE OPEN ADVANCE
      *                    CONTROL TOTAL.
      *****************************************************************
       01  TRANSFER-OUT-RECORD.
           05  XFR-RECORD-TYPE         PIC X(02).
               88  XFR-LOAN-MASTER-SEG     VALUE 'LM'.
               88  XFR-ADDRESS-SEG         VALUE 'AD'.
               88  XFR-ARM-SCHEDULE-SEG    VALUE 'AR'.
               88  XFR-POLICY-SEG          VALUE 'IN'.
               88  XFR-LOSS-MIT-SEG        VALUE 'LS'.
               88  XFR-CASE-SEG            VALUE 'CS'.
               88  XFR-SUSPENSE-SEG        VALUE 'SU'.
               88  XFR-PAYMENT-HIST-SEG    VALUE 'PH'.
               88  XFR-PMI-POLICY-SEG      VALUE 'PM'.
               88  XFR-SCRA-SEG            VALUE 'SC'.
               88  XFR-ADVANCE-SEG         VALUE 'AV'.
               88  XFR-CONTROL-RECORD      VALUE 'CT'.
           05  XFR-LOAN-NUMBER         PIC 9(10).
           05  XFR-TRANSFEREE-ID       PIC X(10).
           05  XFR-EFFECTIVE-DATE      PIC 9(08).
           05  XFR-SEGMENT-SEQUENCE    PIC 9(05).
           05  XFR-SEGMENT-DATA        PIC X(160).
           05  XFR-CONTROL-TOTALS REDEFINES XFR-SEGMENT-DATA.
               10  XFR-CTL-LOAN-COUNT      PIC 9(07).
               10  XFR-CTL-SEGMENT-COUNT   PIC 9(09).
               10  XFR-CTL-UPB-TOTAL       PIC S9(11)V99.
               10  XFR-CTL-ESCROW-TOTAL    PIC S9(11)V99.
               10  XFR-CTL-FEES-TOTAL      PIC S9(09)V99.
               10  XFR-CTL-SUSPENSE-TOTAL  PIC S9(11)V99.
               10  XFR-CTL-ADVANCE-TOTAL   PIC S9(11)V99.
               10  FILLER                  PIC X(81).
           05  FILLER                  PIC X(05).
