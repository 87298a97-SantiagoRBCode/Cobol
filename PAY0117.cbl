001300*
001400* MODIFICATION HISTORY.
001500*   2026-09-02  ECR  ORIGINAL VERSION.
001520*   2026-10-15  ECR  RETURN CODE FOR THE CYCLE DRIVER (PAY0126):
001540*                    16 WHEN THE RUN ABORTS, 4 WHEN RECORDS WERE
001560*                    REJECTED.
001600******************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. PAY0117.
006200     PERFORM 2000-LOAD-ONE-BRANCH THRU 2000-EXIT
006300         UNTIL WS-EOF-EXTRACT OR WS-ABORT
006400     PERFORM 9000-TERMINATE THRU 9000-EXIT
006410     IF WS-ABORT
006420         MOVE 16 TO RETURN-CODE
006430     ELSE
006440         IF WS-ERROR-CNT > ZERO
006450             MOVE 4 TO RETURN-CODE
006460         END-IF
006470     END-IF
006500     STOP RUN.
006600******************************************************************
006700* 1000-INITIALIZE - OPEN THE EXTRACT AND THE BRANCH MASTER (I-O,
