002330*                    CODE UPDATES IT, BOTH VALIDATED AGAINST THE
002340*                    BRANCH MASTER (BRMAST). AN UNKNOWN CODE IS
002350*                    AN ERROR ON THE EXISTING REJECT PATH.
002360*   2026-10-15  ECR  RETURN CODE FOR THE CYCLE DRIVER (PAY0126):
002370*                    16 WHEN THE RUN ABORTS, 4 WHEN RECORDS WERE
002380*                    REJECTED.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. PAY0103.
010600     PERFORM 2000-APPLY-ONE-DELTA THRU 2000-EXIT
010700         UNTIL WS-EOF-DELTA OR WS-ABORT
010800     PERFORM 9000-TERMINATE THRU 9000-EXIT
010810     IF WS-ABORT
010820         MOVE 16 TO RETURN-CODE
010830     ELSE
010840         IF WS-ERROR-CNT > ZERO
010850             MOVE 4 TO RETURN-CODE
010860         END-IF
010870     END-IF
010900     STOP RUN.
011000******************************************************************
011100* 1000-INITIALIZE - OPEN THE DELTA FILE, THE MASTER (I-O, IN
