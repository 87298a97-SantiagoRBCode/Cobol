002030*                    MOVEMENTS, LIKE RETIROS.
002040*   2026-09-02  ECR  PRESTAMO RECORDS (LOAN REPAYMENTS COLLECTED
002050*                    AT NOMINA) REPLAY AS NEGATIVE MOVEMENTS TOO.
002057*   2026-10-15  ECR  NOMINA REVERSALS (PAY0118). A REVNOMINA
002064*                    REPLAYS AS A NEGATIVE MOVEMENT AND ITS
002071*                    REVPRESTAM/REVDISPERS COMPANIONS AS POSITIVE
002078*                    ONES. EVERY REVERSAL RECORD IS LISTED ON
002085*                    RECONRPT AS ITS OWN MOVEMENT, WITH A COUNT
002092*                    AND NET FONDOS EFFECT IN THE RUN SUMMARY.
002094*   2026-10-15  ECR  BANK RETURNS (DEVBANCO, PAY0125) REPLAY AS
002096*                    POSITIVE MOVEMENTS AND ARE LISTED ON RECONRPT
002098*                    WITH THEIR OWN COUNT AND TOTAL.
002118*   2026-10-15  ECR  RETURN CODE FOR THE CYCLE DRIVER (PAY0126):
002138*                    16 WHEN THE RUN ABORTS, 8 WHEN THE LEDGER AND
002158*                    THE MASTER DO NOT RECONCILE.
002178******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. PAY0102.
002400 ENVIRONMENT DIVISION.
007210* CARRY A POSITIVE LEDG-NET-AMT WHILE THE BALANCE GOES DOWN, SO
007220* THE MOVEMENT IS NEGATED FOR THEM (AND FOR THE DISPERSION
007230* RECORDS THAT MOVE THE BANK SHARE OFF THE BALANCE) IN 2000.
007233* A REVNOMINA TAKES A CANCELLED NOMINA'S NET BACK OFF AND IS
007236* NEGATED TOO; REVPRESTAM AND REVDISPERS PUT MONEY BACK.
007240* ONLY THE FIRST CHAIN
007300* BREAK PER EMPLOYEE IS REPORTED; THE REST OF THAT CHAIN IS
007310* NOISE ONCE IT DIVERGES.
009600 77  WS-LEDGER-READ-CNT          PIC 9(07) COMP VALUE ZERO.
009700 77  WS-CHAIN-BREAK-CNT          PIC 9(05) COMP VALUE ZERO.
009800 77  WS-MASTER-BREAK-CNT         PIC 9(05) COMP VALUE ZERO.
009830 77  WS-REVERSAL-CNT             PIC 9(05) COMP VALUE ZERO.
009860 77  WS-REVERSAL-NET             PIC S9(09)V99 VALUE ZERO.
009870 77  WS-RETURN-CNT               PIC 9(05) COMP VALUE ZERO.
009880 77  WS-RETURN-NET               PIC S9(09)V99 VALUE ZERO.
009900******************************************************************
010000* EXCEPTION REPORT LINES. ONE LAYOUT FOR A CHAIN BREAK (THE
010100* TRANSACTION WHERE BALANCE-AFTER FIRST DIVERGES) AND ONE FOR A
012000     05  WS-MST-MASTER-BAL       PIC -(6)9.99.
012100     05  FILLER                  PIC X(12) VALUE " DIFERENCIA ".
012200     05  WS-MST-DIFF             PIC -(6)9.99.
012207 01  WS-REVERSAL-LINE.
012214     05  FILLER                  PIC X(09) VALUE "REVERSO  ".
012221     05  WS-REV-EMP-ID           PIC X(06).
012228     05  FILLER                  PIC X(02) VALUE SPACES.
012235     05  WS-REV-DATE             PIC 9(08).
012242     05  FILLER                  PIC X(02) VALUE SPACES.
012249     05  WS-REV-TYPE             PIC X(10).
012256     05  FILLER                  PIC X(06) VALUE " PAGO ".
012263     05  WS-REV-PAY-DATE         PIC X(08).
012270     05  FILLER                  PIC X(11) VALUE " MOVIMIENTO".
012277     05  FILLER                  PIC X(02) VALUE SPACES.
012284     05  WS-REV-AMT              PIC -(6)9.99.
012285 01  WS-RETURN-LINE.
012286     05  FILLER                  PIC X(09) VALUE "DEVOLUC  ".
012287     05  WS-DEV-EMP-ID           PIC X(06).
012288     05  FILLER                  PIC X(02) VALUE SPACES.
012289     05  WS-DEV-DATE             PIC 9(08).
012290     05  FILLER                  PIC X(02) VALUE SPACES.
012291     05  WS-DEV-TYPE             PIC X(10).
012292     05  FILLER                  PIC X(06) VALUE " PAGO ".
012293     05  WS-DEV-PAY-DATE         PIC X(08).
012294     05  FILLER                  PIC X(11) VALUE " MOVIMIENTO".
012295     05  FILLER                  PIC X(02) VALUE SPACES.
012296     05  WS-DEV-AMT              PIC -(6)9.99.
012300 77  WS-RPT-TEXT                 PIC X(100) VALUE SPACES.
012400 77  WS-CNT-DISPLAY              PIC ZZZZ9.
012450 77  WS-AMT-DISPLAY              PIC -(8)9.99.
012500 PROCEDURE DIVISION.
012600******************************************************************
012700* 0000-MAINLINE - REPLAY THE WHOLE LEDGER, THEN COMPARE EVERY
013700             UNTIL REC-SUB > REC-EMPLOYEE-CNT
013800     END-IF
013900     PERFORM 9000-TERMINATE THRU 9000-EXIT
013910     IF WS-ABORT
013920         MOVE 16 TO RETURN-CODE
013930     ELSE
013940         IF WS-CHAIN-BREAK-CNT > ZERO
013950             OR WS-MASTER-BREAK-CNT > ZERO
013960             MOVE 8 TO RETURN-CODE
013970         END-IF
013980     END-IF
014000     STOP RUN.
014100******************************************************************
014200* 1000-INITIALIZE - OPEN THE LEDGER, MASTER AND REPORT FILES AND
019400 2000-PROCESS-LEDGER-RECORD.
019410     MOVE LEDG-NET-AMT TO WS-SIGNED-NET
019420     IF LEDG-TYPE-RETIRO OR LEDG-TYPE-DISPERSION
019425         OR LEDG-TYPE-PRESTAMO OR LEDG-TYPE-REV-NOMINA
019430         COMPUTE WS-SIGNED-NET = ZERO - LEDG-NET-AMT
019440     END-IF
019450     IF LEDG-TYPE-REVERSO
019460         PERFORM 2300-LIST-REVERSAL THRU 2300-EXIT
019470     END-IF
019477     IF LEDG-TYPE-DEV-BANCO
019484         PERFORM 2400-LIST-RETURN THRU 2400-EXIT
019491     END-IF
019500     PERFORM 2100-FIND-EMPLOYEE-SLOT THRU 2100-EXIT
019600     IF NOT WS-ABORT
019700         PERFORM 2200-CHECK-CHAIN THRU 2200-EXIT
026700     ADD 1 TO REC-TAB-TRAN-CNT(REC-CUR-SUB).
026800 2200-EXIT.
026900     EXIT.
026905******************************************************************
026910* 2300-LIST-REVERSAL - A NOMINA REVERSAL (PAY0118) IS NOT A BREAK
026915* BUT IT IS MONEY MOVING OUTSIDE THE NORMAL CYCLE, SO EVERY
026920* REVERSAL RECORD GOES ON THE REPORT AS ITS OWN MOVEMENT, SIGNED
026925* AS IT MOVED FONDOS, AND INTO THE RUN SUMMARY'S COUNT AND NET.
026930******************************************************************
026935 2300-LIST-REVERSAL.
026940     MOVE LEDG-EMP-ID TO WS-REV-EMP-ID
026945     MOVE LEDG-TRAN-DATE TO WS-REV-DATE
026950     MOVE LEDG-TRAN-TYPE TO WS-REV-TYPE
026955     MOVE LEDG-PAY-DATE TO WS-REV-PAY-DATE
026960     MOVE WS-SIGNED-NET TO WS-REV-AMT
026965     MOVE WS-REVERSAL-LINE TO RPT-RECORD
026970     WRITE RPT-RECORD
026975     ADD 1 TO WS-REVERSAL-CNT
026980     ADD WS-SIGNED-NET TO WS-REVERSAL-NET.
026985 2300-EXIT.
026990     EXIT.
026995******************************************************************
027000* 2400-LIST-RETURN - A DISPERSION THE BANK RETURNED (PAY0125)
027005* COMES BACK ONTO FONDOS OUTSIDE THE NORMAL CYCLE TOO. IT IS
027010* LISTED THE SAME WAY AND COUNTED IN ITS OWN SUMMARY LINE.
027015******************************************************************
027020 2400-LIST-RETURN.
027025     MOVE LEDG-EMP-ID TO WS-DEV-EMP-ID
027030     MOVE LEDG-TRAN-DATE TO WS-DEV-DATE
027035     MOVE LEDG-TRAN-TYPE TO WS-DEV-TYPE
027040     MOVE LEDG-PAY-DATE TO WS-DEV-PAY-DATE
027045     MOVE WS-SIGNED-NET TO WS-DEV-AMT
027050     MOVE WS-RETURN-LINE TO RPT-RECORD
027055     WRITE RPT-RECORD
027060     ADD 1 TO WS-RETURN-CNT
027065     ADD WS-SIGNED-NET TO WS-RETURN-NET.
027070 2400-EXIT.
027075     EXIT.
027080******************************************************************
027100* 3000-COMPARE-ONE-EMPLOYEE - WRITE THE CHAIN BREAK (IF ANY) FOR
027200* THIS REPLAY SLOT, THEN COMPARE THE FINAL REPLAYED BALANCE
027300* AGAINST EMP-FONDOS ON THE MASTER. AN EMPLOYEE ON THE LEDGER
033200         STRING "TOTAL RUPTURAS DE MAESTRO: " WS-CNT-DISPLAY
033300             DELIMITED BY SIZE INTO WS-RPT-TEXT
033400         PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
033401         MOVE SPACES TO WS-RPT-TEXT
033402         MOVE WS-REVERSAL-CNT TO WS-CNT-DISPLAY
033403         MOVE WS-REVERSAL-NET TO WS-AMT-DISPLAY
033404         STRING "TOTAL MOVIMIENTOS DE REVERSO: " WS-CNT-DISPLAY
033405             "  EFECTO NETO EN FONDOS: " WS-AMT-DISPLAY
033406             DELIMITED BY SIZE INTO WS-RPT-TEXT
033407         PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
033417         MOVE SPACES TO WS-RPT-TEXT
033427         MOVE WS-RETURN-CNT TO WS-CNT-DISPLAY
033437         MOVE WS-RETURN-NET TO WS-AMT-DISPLAY
033447         STRING "TOTAL DEVOLUCIONES BANCARIAS: " WS-CNT-DISPLAY
033457             "  EFECTO NETO EN FONDOS: " WS-AMT-DISPLAY
033467             DELIMITED BY SIZE INTO WS-RPT-TEXT
033477         PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
033487     END-IF
033500
033600     CLOSE FONDOS-LEDGER-FILE
033700     CLOSE EMPLOYEE-MASTER-FILE
033900     DISPLAY "PAY0102 - REGISTROS LEIDOS: " WS-LEDGER-READ-CNT
034000         " EMPLEADOS: " REC-EMPLOYEE-CNT
034100     DISPLAY "PAY0102 - RUPTURAS CADENA: " WS-CHAIN-BREAK-CNT
034200         " RUPTURAS MAESTRO: " WS-MASTER-BREAK-CNT
034230     DISPLAY "PAY0102 - MOVIMIENTOS DE REVERSO: " WS-REVERSAL-CNT
034260         " DEVOLUCIONES BANCARIAS: " WS-RETURN-CNT.
034300 9000-EXIT.
034400     EXIT.
034500 END PROGRAM PAY0102.
