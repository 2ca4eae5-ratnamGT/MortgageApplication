      *                    ADJUSTMENT REASON IS CARRIED ONTO THE AUDIT
      *                    TRAIL ROW INSTEAD OF BEING DROPPED.  BATCH
      *                    CALLERS LEAVE THIS FIELD AT ITS DEFAULT.
      *   2026-10-08  RJT  ADDED AUD-APPROVER-ID - THE CHECKER WHO
      *                    APPROVED A DUAL-CONTROL ONLINE ADJUSTMENT.
      *                    AUD-USER-ID ON SUCH A ROW IS THE MAKER WHO
      *                    KEYED IT.  EVERY OTHER CALLER LEAVES THIS
      *                    FIELD AT ITS DEFAULT.
      *   2026-10-15  RJT  REFERENCE DATA CHANGES (COBREF1) ARE ALSO
      *                    LOGGED HERE.  SUCH A ROW BELONGS TO NO LOAN -
      *                    AUD-LOAN-NUMBER IS ZERO AND AUD-FIELD-NAME
      *                    CARRIES THE RECORD TYPE, CODE AND FIELD
      *                    (E.G. P-FX30-LATE-CHARGE).
      *****************************************************************
       01  AUDIT-TRAIL-RECORD.
           05  AUD-LOAN-NUMBER         PIC 9(10).
           05  AUD-TIMESTAMP           PIC X(26).
           05  AUD-JOB-NAME            PIC X(08).
           05  AUD-USER-ID             PIC X(08).
           05  AUD-APPROVER-ID         PIC X(08) VALUE SPACES.
