      *                    IS UNCHANGED; EXISTING RECORDS MUST HAVE
      *                    THE FIELD INITIALIZED TO PACKED ZERO WHEN
      *                    THIS CHANGE IS INSTALLED.
      *   2026-10-05  RJT  ADDED LM-LOAN-TRANSFERRED ('T') TO
      *                    LM-LOAN-CLOSED-FLAG, SET BY THE SERVICING
      *                    TRANSFER RUN (COBXFR1) ON THE TRANSFER
      *                    EFFECTIVE DATE WHEN THE LOAN'S SERVICING IS
      *                    SOLD.  A TRANSFERRED LOAN KEEPS ITS
      *                    BALANCES AS THEY WERE HANDED TO THE NEW
      *                    SERVICER, AND EVERY NIGHTLY STEP SKIPS IT
      *                    THE SAME WAY IT SKIPS A PAID-OFF LOAN.  FOR
      *                    A TRANSFERRED LOAN LM-PAID-OFF-DATE CARRIES
      *                    THE TRANSFER EFFECTIVE DATE.
      *****************************************************************
       01  LOAN-MASTER-RECORD.
           05  LM-LOAN-NUMBER          PIC 9(10).
               88  LM-CYCLE-NOT-PAID       VALUE 'N' ' '.
           05  LM-LOAN-CLOSED-FLAG     PIC X(01).
               88  LM-LOAN-PAID-OFF        VALUE 'P'.
               88  LM-LOAN-TRANSFERRED     VALUE 'T'.
               88  LM-LOAN-ACTIVE          VALUE 'N' ' '.
           05  LM-PAID-OFF-DATE        PIC 9(08).
           05  LM-OUTSTANDING-FEES     PIC S9(07)V99 COMP-3.
