002000*
002100* MODIFICATION HISTORY.
002200*   2026-09-02  ECR  ORIGINAL VERSION.
002230*   2026-10-15  ECR  RETURN CODE FOR THE CYCLE DRIVER (PAY0126):
002260*                    16 WHEN TAXNEW IS REFUSED.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. PAY0116.
008900         DISPLAY "PAY0116 - TAXNEW VACIO, TAXTAB NO SE TOCA"
009000     END-IF
009100     PERFORM 9000-TERMINATE THRU 9000-EXIT
009120     IF WS-ABORT
009140         MOVE 16 TO RETURN-CODE
009160     END-IF
009200     STOP RUN.
009300******************************************************************
009400* 1000-INITIALIZE - OPEN THE EXTRACT AND PRIME THE READ.
