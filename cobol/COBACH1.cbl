002875*                     MASTER OPEN, SO DRAFTS COULD ORIGINATE
002876*                     FROM A NEVER-READ LOAN MASTER RECORD
002877*                     AREA.
002881*    2026-10-05  RJT  A LOAN WHOSE SERVICING HAS BEEN TRANSFERRED
002885*                     TO ANOTHER SERVICER (LM-LOAN-TRANSFERRED) IS
002889*                     REJECTED FOR ENROLLMENT AND NO LONGER
002893*                     DRAFTED, THE SAME AS A PAID-OFF LOAN.
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
031400             THRU 2800-WRITE-ERROR-LINE-EXIT
031500         GO TO 2200-APPLY-ENROLLMENT-EXIT
031600     END-IF.
031610     IF LM-LOAN-TRANSFERRED
031620         MOVE 'LOAN TRANSFERRED' TO WS-REGISTER-MESSAGE
031630         PERFORM 2800-WRITE-ERROR-LINE
031640             THRU 2800-WRITE-ERROR-LINE-EXIT
031650         GO TO 2200-APPLY-ENROLLMENT-EXIT
031660     END-IF.
031700     MOVE ARQ-LOAN-NUMBER TO AE-LOAN-NUMBER.
031800     SET WS-ENRL-RECORD-FOUND TO TRUE.
031900     READ ACH-ENROLLMENT-FILE
043700             THRU 2850-WRITE-DRAFT-ERROR-LINE-EXIT
043800         GO TO 3000-ORIGINATE-ONE-DRAFT-EXIT
043900     END-IF.
043910     IF LM-LOAN-TRANSFERRED
043920         MOVE 'LOAN TRANSFERRED' TO WS-REGISTER-MESSAGE
043930         PERFORM 2850-WRITE-DRAFT-ERROR-LINE
043940             THRU 2850-WRITE-DRAFT-ERROR-LINE-EXIT
043950         GO TO 3000-ORIGINATE-ONE-DRAFT-EXIT
043960     END-IF.
044000     IF LM-CYCLE-PAID
044100         GO TO 3000-ORIGINATE-ONE-DRAFT-EXIT
044200     END-IF.
