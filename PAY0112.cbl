001900*   2026-09-02  ECR  ORIGINAL VERSION.
001910*   2026-09-02  ECR  LEDGER RECORDS GREW TO 82 BYTES WITH THE
001920*                    BRANCH CODE; THE LIVE-FILE IMAGE FOLLOWS.
001930*   2026-10-15  ECR  LEDGER RECORDS GREW TO 90 BYTES WITH THE
001940*                    PAY DATE; THE LIVE-FILE IMAGE FOLLOWS. A
001950*                    REVNOMINA (PAY0118) MOVES THE BALANCE DOWN
001960*                    AND IS NEGATED LIKE A RETIRO; ITS PRESTAMO
001970*                    AND DISPERSION REVERSALS MOVE IT BACK UP.
001980*   2026-10-15  ECR  LEDGER RECORDS GREW TO 117 BYTES WITH THE
001990*                    EMPLOYER CONTRIBUTION FIELDS.
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. PAY0112.
004700 FILE SECTION.
004800 FD  FONDOS-LEDGER-FILE
004900     LABEL RECORDS ARE STANDARD.
005000 01  LIVE-LEDGER-RECORD              PIC X(117).
005100
005200 FD  ARCHIVE-LEDGER-FILE
005300     LABEL RECORDS ARE STANDARD.
005400 01  ARCH-LEDGER-RECORD              PIC X(117).
005500
005600 FD  EMPLOYEE-MASTER-FILE
005700     LABEL RECORDS ARE STANDARD.
032900******************************************************************
033000* 5000-LIST-RECORD - IF THE RECORD NOW IN LEDGER-RECORD BELONGS
033100* TO THE EMPLOYEE AND THE DATE RANGE, WRITE ITS DETAIL LINE WITH
033200* THE RUNNING BALANCE. RETIRO, DISPERSION, PRESTAMO AND
033250* REVNOMINA RECORDS
033300* MOVE THE BALANCE DOWN, SO THEIR MOVEMENT IS NEGATED, AS IN
033400* PAY0102. THE RUNNING BALANCE IS SEEDED FROM THE FIRST RECORD
033500* IN RANGE.
034600     END-IF
034700     MOVE LEDG-NET-AMT TO WS-SIGNED-NET
034800     IF LEDG-TYPE-RETIRO OR LEDG-TYPE-DISPERSION
034900         OR LEDG-TYPE-PRESTAMO OR LEDG-TYPE-REV-NOMINA
035000         COMPUTE WS-SIGNED-NET = ZERO - LEDG-NET-AMT
035100     END-IF
035200     IF NOT WS-FIRST-SEEN
