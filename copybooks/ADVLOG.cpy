      *****************************************************************
      * ADVLOG.CPY
      *
      * SHARED ADVANCE LEDGER POSTING PARAGRAPH FOR EVERY BATCH
      * PROGRAM THAT FRONTS MONEY ON A LOAN.  COPY THIS INTO THE
      * PROCEDURE DIVISION OF ANY PROGRAM THAT RECORDS AN ADVANCE.
      * THE CALLING PROGRAM MUST:
      *   - SELECT ADVANCE-LEDGER-FILE ASSIGN TO ADVLDGR, INDEXED,
      *     DYNAMIC, RECORD KEY ADL-KEY, WITH FILE STATUS IN
      *     WS-ADVLDGR-FILE-STATUS, AND FD IT WITH COPY ADVLDGR
      *   - OPEN THE LEDGER I-O, CREATING IT ON FIRST USE THE SAME
      *     WAY 8100-WRITE-CHECKPOINT CREATES THE RESTART FILE
      *   - MOVE ADL-LOAN-NUMBER, ADL-ADVANCE-TYPE, ADL-ADVANCE-DATE,
      *     ADL-ADVANCE-AMOUNT, ADL-ENTRY-SOURCE, ADL-PAYEE-NAME,
      *     ADL-REFERENCE AND ADL-ENTERED-BY BEFORE PERFORMING
      *     7700-WRITE-ADVANCE-ENTRY.  THE PARAGRAPH SETS THE
      *     SEQUENCE NUMBER AND OPENS THE ENTRY WITH NOTHING
      *     RECOVERED.
      *   - TEST WS-ADVLDGR-FILE-STATUS AFTERWARD IF IT NEEDS TO KNOW
      *     THE ENTRY WAS WRITTEN ('00').
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RJT  INITIAL VERSION.
      *****************************************************************
      *----------------------------------------------------------------
      * 7700-WRITE-ADVANCE-ENTRY ADDS ONE OPEN ENTRY TO THE ADVANCE
      * LEDGER.  A SECOND ADVANCE OF THE SAME TYPE ON THE SAME LOAN
      * AND DATE TAKES THE NEXT FREE SEQUENCE NUMBER.  A FAILED WRITE
      * IS LOGGED BUT DOES NOT STOP THE CALLER - THE MONTH-END AGED
      * RECEIVABLE TIE-OUT (COBADV2) SURFACES THE MISSING ENTRY
      * AGAINST THE GENERAL LEDGER.
      *----------------------------------------------------------------
       7700-WRITE-ADVANCE-ENTRY.
           MOVE ZERO TO ADL-RECOVERED-AMOUNT.
           MOVE ZERO TO ADL-RECOVERED-DATE.
           MOVE SPACE TO ADL-RECOVERY-SOURCE.
           SET ADL-ENTRY-OPEN TO TRUE.
           MOVE ZERO TO ADL-SEQUENCE.
       7700-WRITE-ADVANCE-ENTRY-NEXT.
           ADD 1 TO ADL-SEQUENCE.
           WRITE ADVANCE-LEDGER-RECORD
               INVALID KEY
                   IF WS-ADVLDGR-FILE-STATUS = '22'
                           AND ADL-SEQUENCE < 999
                       GO TO 7700-WRITE-ADVANCE-ENTRY-NEXT
                   END-IF
                   DISPLAY '7700-WRITE-ADVANCE-ENTRY - WRITE FAILED '
                       'FOR LOAN ' ADL-LOAN-NUMBER ' TYPE '
                       ADL-ADVANCE-TYPE ' STATUS='
                       WS-ADVLDGR-FILE-STATUS
           END-WRITE.
       7700-WRITE-ADVANCE-ENTRY-EXIT.
           EXIT.
