001500*
001600* MODIFICATION HISTORY.
001700*   2026-08-22  ECR  ORIGINAL VERSION.
001720*   2026-10-15  ECR  RETURN CODE FOR THE CYCLE DRIVER (PAY0126):
001740*                    16 WHEN THE RUN ABORTS, 4 WHEN RECORDS WERE
001760*                    REJECTED.
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. PAY0104.
007500     PERFORM 2000-LOAD-ONE-COMP THRU 2000-EXIT
007600         UNTIL WS-EOF-EXTRACT OR WS-ABORT
007700     PERFORM 9000-TERMINATE THRU 9000-EXIT
007710     IF WS-ABORT
007720         MOVE 16 TO RETURN-CODE
007730     ELSE
007740         IF WS-ERROR-CNT > ZERO
007750             MOVE 4 TO RETURN-CODE
007760         END-IF
007770     END-IF
007800     STOP RUN.
007900******************************************************************
008000* 1000-INITIALIZE - OPEN THE EXTRACT, THE COMPENSATION FILE (I-O,
