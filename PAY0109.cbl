001300*             CANNOT SEND SOMEBODY'S NOMINA TO A STRANGER'S
001400*             ACCOUNT. A PERCENT OVER 100, A NON-NUMERIC PERCENT
001500*             OR A BLANK CLABE IS REJECTED THE SAME WAY.
001520*             RELOADING AN ACCOUNT CLEARS THE BANK RETURN FLAG
001540*             PAY0125 SET ON IT, SO DISPERSION RESUMES ON THE
001560*             NEXT NOMINA.
001600* TECTONICS.  cobc -x PAY0109.cbl -I copybooks
001700*
001800* MODIFICATION HISTORY.
001900*   2026-09-02  ECR  ORIGINAL VERSION.
001920*   2026-10-15  ECR  A RELOAD CLEARS THE BANK RETURN FLAG AND
001940*                    DATE (PAY0125); THE ACCOUNTS RESUMED ARE
001960*                    COUNTED AND NAMED ON THE CONSOLE.
001970*   2026-10-15  ECR  RETURN CODE FOR THE CYCLE DRIVER (PAY0126):
001980*                    16 WHEN THE RUN ABORTS, 4 WHEN RECORDS WERE
001990*                    REJECTED.
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. PAY0109.
006900 77  WS-LOADED-CNT               PIC 9(05) COMP VALUE ZERO.
007000 77  WS-REPLACED-CNT             PIC 9(05) COMP VALUE ZERO.
007100 77  WS-ERROR-CNT                PIC 9(05) COMP VALUE ZERO.
007150 77  WS-RESUMED-CNT              PIC 9(05) COMP VALUE ZERO.
007200 PROCEDURE DIVISION.
007300******************************************************************
007400* 0000-MAINLINE - LOAD EVERY EXTRACT RECORD INTO BANKMAST.
007800     PERFORM 2000-LOAD-ONE-BANK THRU 2000-EXIT
007900         UNTIL WS-EOF-EXTRACT OR WS-ABORT
008000     PERFORM 9000-TERMINATE THRU 9000-EXIT
008010     IF WS-ABORT
008020         MOVE 16 TO RETURN-CODE
008030     ELSE
008040         IF WS-ERROR-CNT > ZERO
008050             MOVE 4 TO RETURN-CODE
008060         END-IF
008070     END-IF
008100     STOP RUN.
008200******************************************************************
008300* 1000-INITIALIZE - OPEN THE EXTRACT, THE ROUTING FILE (I-O,
015900     END-READ
016000
016100     MOVE BNEW-EMP-ID            TO BANK-EMP-ID
016106     READ BANK-ACCT-FILE
016112         INVALID KEY
016118             CONTINUE
016124         NOT INVALID KEY
016130             IF BANK-RETURNED
016134                 DISPLAY "PAY0109 - " BNEW-EMP-ID
016138                     " TENIA DEVOLUCION BANCARIA DEL "
016142                     BANK-RETURN-DATE
016148                     ", DISPERSION REANUDADA"
016154                 ADD 1 TO WS-RESUMED-CNT
016160             END-IF
016166     END-READ
016172     MOVE SPACES                 TO BANK-RECORD
016178     MOVE ZERO                   TO BANK-RETURN-DATE
016184     MOVE BNEW-EMP-ID            TO BANK-EMP-ID
016200     MOVE BNEW-BANK-CODE         TO BANK-CODE
016300     MOVE BNEW-CLABE             TO BANK-CLABE
016400     MOVE BNEW-DISP-PCT          TO BANK-DISP-PCT
018800     CLOSE EMPLOYEE-MASTER-FILE
018900     DISPLAY "PAY0109 - CARGADOS: " WS-LOADED-CNT
019000         " REEMPLAZADOS: " WS-REPLACED-CNT
019060         " ERRORES: " WS-ERROR-CNT
019120         " REANUDADOS: " WS-RESUMED-CNT.
019200 9000-EXIT.
019300     EXIT.
019400 END PROGRAM PAY0109.
