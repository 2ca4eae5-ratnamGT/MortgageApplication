      *   - MOVE AUD-REASON BEFORE PERFORMING 7000-LOG-AUDIT-RECORD
      *     WHEN THE CHANGE WAS MADE FOR AN OPERATOR-SUPPLIED REASON -
      *     BATCH-INITIATED CHANGES MAY LEAVE IT AT ITS DEFAULT
      *   - MOVE AUD-APPROVER-ID BEFORE PERFORMING 7000-LOG-AUDIT-RECORD
      *     WHEN A SECOND USER APPROVED THE CHANGE (DUAL CONTROL), AND
      *     RESET IT TO SPACES AFTERWARD - ALL OTHER CALLERS LEAVE IT
      *     AT ITS DEFAULT
      *
      * MODIFICATION HISTORY
      *   2026-08-09  RJT  INITIAL VERSION.
      *   2026-08-09  RJT  ADDED AUD-REASON TO THE INSERT SO AN ONLINE
      *                    ADJUSTMENT REASON IS PRESERVED ON THE AUDIT
      *                    TRAIL.
      *   2026-10-08  RJT  ADDED AUD-APPROVER-ID TO THE INSERT SO THE
      *                    CHECKER OF A DUAL-CONTROL ADJUSTMENT IS ON
      *                    THE AUDIT TRAIL BESIDE THE MAKER.
      *****************************************************************
      *----------------------------------------------------------------
      * 7000-LOG-AUDIT-RECORD INSERTS ONE BEFORE/AFTER IMAGE ROW ONTO
           EXEC SQL
                INSERT INTO MTG.AUDIT_TRAIL
                     (LOAN_NUMBER, FIELD_NAME, OLD_VALUE, NEW_VALUE,
                      REASON, CHANGE_TIMESTAMP, JOB_NAME, USER_ID,
                      APPROVER_ID)
                VALUES
                     (:AUD-LOAN-NUMBER, :AUD-FIELD-NAME,
                      :AUD-OLD-VALUE, :AUD-NEW-VALUE, :AUD-REASON,
                      :AUD-TIMESTAMP, :AUD-JOB-NAME, :AUD-USER-ID,
                      :AUD-APPROVER-ID)
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY '7000-LOG-AUDIT-RECORD - INSERT FAILED FOR LOAN '
