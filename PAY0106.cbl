001890*                    LIKE NOMINA - THEY ARE TAXABLE EARNINGS AND
001892*                    WERE UNDERSTATING THE TERMINATED STAFF'S
001894*                    ANNUAL TOTALS.
001895*   2026-10-15  ECR  LEDGER RECORDS GREW TO 90 BYTES WITH THE
001896*                    PAY DATE; THE LIVE-FILE IMAGE FOLLOWS. A
001897*                    REVNOMINA (PAY0118 REVERSAL OF A NOMINA)
001898*                    TAKES ITS AMOUNTS BACK OUT OF THE ANNUAL
001899*                    TOTALS - THAT PAY WAS NEVER EARNED.
001919*   2026-10-15  ECR  RETRO RECORDS (PAY0119 RETROACTIVE PAY) ARE
001939*                    TAXABLE EARNINGS AND SHARE THE NOMINA
001959*                    BUCKETS.
001965*   2026-10-15  ECR  SO DO AGUINALDO AND PRIMAVAC (PAY0120), TAXED
001971*                    NET OF THEIR EXEMPT PART WHEN PAID.
001973*   2026-10-15  ECR  LEDGER RECORDS GREW TO 117 BYTES WITH THE
001975*                    EMPLOYER CONTRIBUTION FIELDS.
001979******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. PAY0106.
002200 ENVIRONMENT DIVISION.
004200 FILE SECTION.
004300 FD  FONDOS-LEDGER-FILE
004400     LABEL RECORDS ARE STANDARD.
004500 01  LIVE-LEDGER-RECORD              PIC X(117).
004600
004610 FD  ARCHIVE-LEDGER-FILE
004620     LABEL RECORDS ARE STANDARD.
004630 01  ARCH-LEDGER-RECORD              PIC X(117).
004640
004700 FD  EMPLOYEE-MASTER-FILE
004800     LABEL RECORDS ARE STANDARD.
025204* LEDGER-RECORD INTO ITS EMPLOYEE'S ANNUAL TOTALS WHEN IT IS A
025205* NOMINA, FINIQUITO OR INTERES RECORD OF THE STATEMENT YEAR. A
025206* FINIQUITO IS TAXABLE COMPENSATION LIKE ANY NOMINA AND SHARES
025207* ITS BUCKETS, AND SO ARE A RETRO AND THE AGUINALDO/PRIMAVAC
025208* BONUS ENTRIES. DEPOSITS AND
025209* RETIROS ARE FONDOS MOVEMENTS, NOT COMPENSATION, SO THE
025210* CONSTANCIA IGNORES THEM. A REVNOMINA CANCELS A NOMINA, SO ITS
025211* AMOUNTS COME BACK OFF THE SAME BUCKETS. SHARED BY THE LIVE AND
025212* ARCHIVE SWEEPS.
025213******************************************************************
025214 2700-TALLY-RECORD.
025215     IF LEDG-TRAN-YEAR NOT = WS-STMT-YEAR
025216         GO TO 2700-EXIT
025217     END-IF
025218     IF NOT LEDG-TYPE-NOMINA AND NOT LEDG-TYPE-FINIQUITO
025219         AND NOT LEDG-TYPE-INTERES AND NOT LEDG-TYPE-REV-NOMINA
025220         AND NOT LEDG-TYPE-RETRO AND NOT LEDG-TYPE-BONO
025221         GO TO 2700-EXIT
025222     END-IF
025223     PERFORM 2100-FIND-EMPLOYEE-SLOT THRU 2100-EXIT
025224     IF WS-ABORT
025225         GO TO 2700-EXIT
025226     END-IF
025227     IF LEDG-TYPE-NOMINA OR LEDG-TYPE-FINIQUITO
025228         OR LEDG-TYPE-RETRO OR LEDG-TYPE-BONO
025229         ADD LEDG-GROSS-AMT TO CON-TAB-GROSS(CON-CUR-SUB)
025230         ADD LEDG-TAX-AMT TO CON-TAB-TAX(CON-CUR-SUB)
025231         ADD LEDG-BENEFITS-AMT TO CON-TAB-BENEFITS(CON-CUR-SUB)
025232         ADD LEDG-GARNISH-AMT TO CON-TAB-GARNISH(CON-CUR-SUB)
025233         ADD LEDG-NET-AMT TO CON-TAB-NET(CON-CUR-SUB)
025234     ELSE
025235     IF LEDG-TYPE-REV-NOMINA
025236         SUBTRACT LEDG-GROSS-AMT FROM CON-TAB-GROSS(CON-CUR-SUB)
025237         SUBTRACT LEDG-TAX-AMT FROM CON-TAB-TAX(CON-CUR-SUB)
025238         SUBTRACT LEDG-BENEFITS-AMT
025239             FROM CON-TAB-BENEFITS(CON-CUR-SUB)
025240         SUBTRACT LEDG-GARNISH-AMT
025241             FROM CON-TAB-GARNISH(CON-CUR-SUB)
025242         SUBTRACT LEDG-NET-AMT FROM CON-TAB-NET(CON-CUR-SUB)
025243     ELSE
025244         ADD LEDG-NET-AMT TO CON-TAB-INTERES(CON-CUR-SUB)
025245     END-IF
025246     END-IF.
025247 2700-EXIT.
025248     EXIT.
025249******************************************************************
025250* 2500-SWEEP-ONE-ARCHIVE - SWEEP ONE MONTH'S PERIOD-CLOSE
025251* ARCHIVE (FNDLEDG.AAAAMM) THROUGH THE SAME TALLY AS THE LIVE
025252* LEDGER. A MISSING ARCHIVE JUST MEANS THAT MONTH HAS NOT BEEN
025253* CLOSED YET - ITS RECORDS ARE STILL ON THE LIVE FILE.
025254******************************************************************
025255 2500-SWEEP-ONE-ARCHIVE.
025256     COMPUTE WS-ARCH-PERIOD =
025257         WS-STMT-YEAR * 100 + WS-ARCH-MONTH
025258     MOVE SPACES TO WS-ARCHIVE-NAME
025259     STRING "FNDLEDG." WS-ARCH-PERIOD-CHAR
025260         DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
025261     MOVE "N" TO WS-EOF-ARCH-SW
025262     OPEN INPUT ARCHIVE-LEDGER-FILE
025263     IF WS-ARCHIVE-STATUS = "35"
025264         GO TO 2500-EXIT
025265     END-IF
025266     IF WS-ARCHIVE-STATUS NOT = "00"
025267         DISPLAY "PAY0106 - NO SE PUDO ABRIR " WS-ARCHIVE-NAME
025268             " ESTADO " WS-ARCHIVE-STATUS " - CONSTANCIA"
025269             " INCOMPLETA"
025270         SET WS-ABORT TO TRUE
025271         GO TO 2500-EXIT
025272     END-IF
025273     ADD 1 TO WS-ARCHIVES-READ-CNT
