001600*
001700* MODIFICATION HISTORY.
001800*   2026-09-02  ECR  ORIGINAL VERSION.
001820*   2026-10-15  ECR  RETURN CODE FOR THE CYCLE DRIVER (PAY0126):
001840*                    16 WHEN THE RUN ABORTS, 4 WHEN RECORDS WERE
001860*                    REJECTED.
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. PAY0110.
007600     PERFORM 2000-LOAD-ONE-LOAN THRU 2000-EXIT
007700         UNTIL WS-EOF-EXTRACT OR WS-ABORT
007800     PERFORM 9000-TERMINATE THRU 9000-EXIT
007810     IF WS-ABORT
007820         MOVE 16 TO RETURN-CODE
007830     ELSE
007840         IF WS-ERROR-CNT > ZERO
007850             MOVE 4 TO RETURN-CODE
007860         END-IF
007870     END-IF
007900     STOP RUN.
008000******************************************************************
008100* 1000-INITIALIZE - OPEN THE EXTRACT, THE LOAN FILE (I-O,
