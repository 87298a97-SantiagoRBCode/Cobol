000300* ONE RECORD IS WRITTEN FOR EVERY DEPOSIT, WITHDRAWAL, PAYROLL
000400* CREDIT OR INTEREST POST AGAINST AN EMPLOYEE'S FONDOS BALANCE.
000500* THIS GIVES US AN AUDIT TRAIL OF HOW THE BALANCE WAS REACHED.
000510* A NOMINA POSTED IN ERROR IS NEVER DELETED: PAY0118 CANCELS IT
000520* AND ITS PRESTAMO/DISPERSION COMPANIONS WITH OFFSETTING REV-
000530* ENTRIES CARRYING THE SAME AMOUNTS (ALWAYS POSITIVE) - THE TYPE
000540* SAYS WHICH WAY THE BALANCE MOVED. LEDG-PAY-DATE TIES A NOMINA,
000550* ITS COMPANIONS AND ANY REVERSAL OF THEM TO THE PERIOD AND
000560* PAYDAY (AAAAMMDD) THEY PAY; IT IS ZERO FOR MOVEMENTS THAT ARE
000570* NOT PART OF A PAYDAY AND SPACES ON RECORDS WRITTEN BEFORE IT
000580* EXISTED.
000585* A RETRO ENTRY (PAY0119) PAYS THE DIFFERENCE A BACK-DATED
000590* EMPCOMP CHANGE OWES ON ONE ALREADY-PAID PAYDAY, WHOSE DATE IT
000595* CARRIES IN LEDG-PAY-DATE LIKE THE NOMINA IT TOPS UP.
000596* AGUINALDO AND PRIMAVAC ENTRIES (PAY0120) ARE THE ANNUAL BONUS
000597* RUN; THEIR LEDG-PAY-DATE IS THE DECEMBER BONUS PAYDAY (AAAA1220)
000598* AND ITS YEAR IS HOW A SECOND RUN FOR THE SAME YEAR IS REFUSED.
000608* THE LEDG-ER-xxx FIELDS CARRY THE EMPLOYER'S SOCIAL SECURITY
000614* COST OF A NOMINA OR FINIQUITO, OR THE EXTRA COST OF THE SBC A
000620* RETRO RAISED (IMSS; RETIRO, CESANTIA Y VEJEZ;
000628* INFONAVIT) - NOT DEDUCTED FROM THE EMPLOYEE, POSTED AS EXPENSE
000638* AND LIABILITY BY PAY0105. LEDG-BENEFITS-AMT IS THE EMPLOYEE'S
000648* SHARE WITHHELD. THEY ARE ZERO ON OTHER TYPES AND SPACES ON
000658* RECORDS WRITTEN BEFORE THEY EXISTED.
000660* A DEVBANCO ENTRY (PAY0125) PUTS BACK ON FONDOS A DISPERSION THE
000662* BANK RETURNED. IT CARRIES THE RETURNED DISPERSION'S PAY DATE
000664* AND AMOUNT (POSITIVE, LIKE THE REV- ENTRIES).
000668******************************************************************
000700 01  LEDGER-RECORD.
000800     05  LEDG-EMP-ID                 PIC X(06).
000900     05  LEDG-TRAN-DATE.
001710         88  LEDG-TYPE-DISPERSION    VALUE 'DISPERSION'.
001720         88  LEDG-TYPE-PRESTAMO      VALUE 'PRESTAMO'.
001730         88  LEDG-TYPE-FINIQUITO     VALUE 'FINIQUITO'.
001735         88  LEDG-TYPE-RETRO         VALUE 'RETRO'.
001736         88  LEDG-TYPE-AGUINALDO     VALUE 'AGUINALDO'.
001737         88  LEDG-TYPE-PRIMA-VAC     VALUE 'PRIMAVAC'.
001738         88  LEDG-TYPE-BONO          VALUE 'AGUINALDO'
001739                                           'PRIMAVAC'.
001740         88  LEDG-TYPE-REV-NOMINA    VALUE 'REVNOMINA'.
001750         88  LEDG-TYPE-REV-PRESTAMO  VALUE 'REVPRESTAM'.
001760         88  LEDG-TYPE-REV-DISPERSION VALUE 'REVDISPERS'.
001770         88  LEDG-TYPE-REVERSO       VALUE 'REVNOMINA'
001780                                           'REVPRESTAM'
001790                                           'REVDISPERS'.
001795         88  LEDG-TYPE-DEV-BANCO     VALUE 'DEVBANCO'.
001800     05  LEDG-GROSS-AMT              PIC S9(07)V99.
001900     05  LEDG-TAX-AMT                PIC S9(07)V99.
002000     05  LEDG-BENEFITS-AMT           PIC S9(07)V99.
002200     05  LEDG-NET-AMT                PIC S9(07)V99.
002300     05  LEDG-BALANCE-AFTER          PIC S9(07)V99.
002400     05  LEDG-BRANCH                 PIC X(04).
002500     05  LEDG-PAY-DATE               PIC 9(08).
002600     05  LEDG-ER-IMSS-AMT            PIC S9(07)V99.
002700     05  LEDG-ER-RCV-AMT             PIC S9(07)V99.
002800     05  LEDG-ER-INFONAVIT-AMT       PIC S9(07)V99.
