001480*                    (BRMAST). AN UNKNOWN CODE REJECTS THE
001490*                    ROSTER RECORD; A BLANK ONE (OLD EXTRACTS)
001492*                    LOADS WITH NO BRANCH ASSIGNED.
001494*   2026-10-15  ECR  RETURN CODE FOR THE CYCLE DRIVER (PAY0126):
001496*                    4 WHEN ROSTER RECORDS WERE REJECTED.
001500******************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. PAY0101.
005900     PERFORM 2000-LOAD-ONE-EMPLOYEE THRU 2000-EXIT
006000         UNTIL WS-EOF-ROSTER
006100     PERFORM 9000-TERMINATE THRU 9000-EXIT
006120     IF WS-ERROR-CNT > ZERO
006140         MOVE 4 TO RETURN-CODE
006160     END-IF
006200     STOP RUN.
006300******************************************************************
006400* 1000-INITIALIZE - OPEN THE ROSTER EXTRACT FOR INPUT AND THE
