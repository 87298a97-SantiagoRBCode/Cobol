001900*   2026-09-02  ECR  ORIGINAL VERSION.
001910*   2026-09-02  ECR  LEDGER RECORDS GREW TO 82 BYTES WITH THE
001920*                    BRANCH CODE; THE LIVE-FILE IMAGE FOLLOWS.
001930*   2026-10-15  ECR  LEDGER RECORDS GREW TO 90 BYTES WITH THE
001940*                    PAY DATE; THE LIVE-FILE IMAGE FOLLOWS. THE
001950*                    PAY0118 REVERSAL TYPES ROLL INTO THE NEW
001960*                    REVERSO BUCKET AS ONE SIGNED MOVEMENT.
001970*   2026-10-15  ECR  PAY0119 RETROACTIVE PAY ROLLS INTO THE NEW
001980*                    RETRO BUCKET.
001986*   2026-10-15  ECR  PAY0120 AGUINALDO AND PRIMA VACACIONAL ROLL
001992*                    INTO THE NEW BONO BUCKET.
001994*   2026-10-15  ECR  LEDGER RECORDS GREW TO 117 BYTES WITH THE
001996*                    EMPLOYER CONTRIBUTION FIELDS.
001997*   2026-10-15  ECR  PAY0125 BANK RETURNS (DEVBANCO) ROLL INTO THE
001998*                    NEW DEVOLUCION BUCKET.
002018*   2026-10-15  ECR  RETURN CODE FOR THE CYCLE DRIVER (PAY0126):
002038*                    16 WHEN THE RUN ABORTS.
002058******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. PAY0115.
002300 ENVIRONMENT DIVISION.
004300 FILE SECTION.
004400 FD  FONDOS-LEDGER-FILE
004500     LABEL RECORDS ARE STANDARD.
004600 01  LIVE-LEDGER-RECORD              PIC X(117).
004700
004800 FD  ARCHIVE-LEDGER-FILE
004900     LABEL RECORDS ARE STANDARD.
005000 01  ARCH-LEDGER-RECORD              PIC X(117).
005100
005200 FD  LEDGER-SUMMARY-FILE
005300     LABEL RECORDS ARE STANDARD.
011100         PERFORM 3000-SWEEP-LIVE-LEDGER THRU 3000-EXIT
011200     END-IF
011300     PERFORM 9000-TERMINATE THRU 9000-EXIT
011320     IF WS-ABORT
011340         MOVE 16 TO RETURN-CODE
011360     END-IF
011400     STOP RUN.
011500******************************************************************
011600* 1000-INITIALIZE - ACCEPT THE YEAR RANGE AND WIPE AND REOPEN
028100                 SUM-CNT-DISPERSION SUM-AMT-DISPERSION
028200                 SUM-CNT-PRESTAMO SUM-AMT-PRESTAMO
028300                 SUM-CNT-FINIQUITO SUM-AMT-FINIQUITO
028350                 SUM-CNT-REVERSO SUM-AMT-REVERSO
028370                 SUM-CNT-RETRO SUM-AMT-RETRO
028380                 SUM-CNT-BONO SUM-AMT-BONO
028390                 SUM-CNT-DEVOLUCION SUM-AMT-DEVOLUCION
028400                 SUM-CLOSING-BAL
028500             PERFORM 5100-BUMP-SUMMARY-BUCKET THRU 5100-EXIT
028600             MOVE LEDG-BALANCE-AFTER TO SUM-CLOSING-BAL
033000     IF LEDG-TYPE-FINIQUITO
033100         ADD 1 TO SUM-CNT-FINIQUITO
033200         ADD LEDG-NET-AMT TO SUM-AMT-FINIQUITO
033210     END-IF
033220     IF LEDG-TYPE-REVERSO
033230         ADD 1 TO SUM-CNT-REVERSO
033240         IF LEDG-TYPE-REV-NOMINA
033250             SUBTRACT LEDG-NET-AMT FROM SUM-AMT-REVERSO
033260         ELSE
033270             ADD LEDG-NET-AMT TO SUM-AMT-REVERSO
033280         END-IF
033300     END-IF
033320     IF LEDG-TYPE-RETRO
033340         ADD 1 TO SUM-CNT-RETRO
033360         ADD LEDG-NET-AMT TO SUM-AMT-RETRO
033364     END-IF
033368     IF LEDG-TYPE-BONO
033372         ADD 1 TO SUM-CNT-BONO
033376         ADD LEDG-NET-AMT TO SUM-AMT-BONO
033380     END-IF
033384     IF LEDG-TYPE-DEV-BANCO
033388         ADD 1 TO SUM-CNT-DEVOLUCION
033392         ADD LEDG-NET-AMT TO SUM-AMT-DEVOLUCION
033396     END-IF.
033400 5100-EXIT.
033500     EXIT.
033600******************************************************************
