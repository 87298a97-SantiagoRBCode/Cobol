002394*                    BEFORE POSTING, AS EVERY OTHER POSTING
002396*                    PATH DOES; AN INACTIVE EMPLOYEE'S ITEM
002398*                    GOES TO FNDREJ.
002418*   2026-10-15  ECR  PAYAUD GAINED AUD-REASON AND FNDLEDG
002438*                    LEDG-PAY-DATE; BOTH ARE LEFT BLANK/ZERO
002458*                    HERE - A RETIRO BELONGS TO NO PAYDAY.
002463*   2026-10-15  ECR  LEDGER RECORDS GREW TO 117 BYTES WITH THE
002468*                    EMPLOYER CONTRIBUTION FIELDS, WHICH AN
002473*                    APPROVED RETIRO CARRIES AS ZERO.
002474*   2026-10-15  ECR  RETURN CODE FOR THE CYCLE DRIVER (PAY0126):
002475*                    16 WHEN THE RUN ABORTS.
002478******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. PAY0113.
002700 ENVIRONMENT DIVISION.
013800             UNTIL PND-SUB > PND-ITEM-CNT
014000     END-IF
014100     PERFORM 9000-TERMINATE THRU 9000-EXIT
014120     IF WS-ABORT
014140         MOVE 16 TO RETURN-CODE
014160     END-IF
014200     STOP RUN.
014300******************************************************************
014400* 1000-INITIALIZE - OPEN EVERYTHING AND LOAD THE PENDING QUEUE
037900     MOVE WS-TODAY-MONTH         TO AUD-MONTH
038000     MOVE WS-TODAY-DAY           TO AUD-DAY
038100     MOVE WS-AUDIT-ACTION        TO AUD-ACTION
038150     MOVE SPACES                 TO AUD-REASON
038200     IF WS-AUDIT-RESULT-OK
038300         SET AUD-RESULT-OK TO TRUE
038400     ELSE
040400     MOVE PND-TAB-AMOUNT(PND-SUB) TO LEDG-NET-AMT
040500     MOVE FONDOS                 TO LEDG-BALANCE-AFTER
040550     MOVE EMP-BRANCH             TO LEDG-BRANCH
040570     MOVE ZERO                   TO LEDG-PAY-DATE
040577     MOVE ZERO                   TO LEDG-ER-IMSS-AMT
040584     MOVE ZERO                   TO LEDG-ER-RCV-AMT
040591     MOVE ZERO                   TO LEDG-ER-INFONAVIT-AMT
040600     WRITE LEDGER-RECORD.
040700 8200-EXIT.
040800     EXIT.
