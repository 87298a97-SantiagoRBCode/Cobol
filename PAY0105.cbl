001630*               1300 PRESTAMOS EMPLEADOS CR LOAN REPAYMENTS,
001640*                                       DR FONDOS FOR THE SAME
001700*               6100 GASTO INTERES      DR INTEREST ACCRUED
001701*               5200 CUOTAS PATRONALES  DR EMPLOYER IMSS, RCV AND
001702*                                       INFONAVIT ON NOMINA AND
001703*                                       FINIQUITO
001704*               2210 IMSS POR PAGAR     CR EMPLOYER IMSS
001705*               2220 RCV POR PAGAR      CR EMPLOYER RCV
001706*               2230 INFONAVIT POR PAGAR CR EMPLOYER INFONAVIT
001710*             NOMINA REVERSALS FROM PAY0118 POST AS THEIR OWN
001720*             "REVERSO" LINES ON THE OPPOSITE SIDE OF THE SAME
001730*             ACCOUNTS (5100 PER COST CENTER, 2100, 2200, 2300,
001750*             2400, 2500, 1300, 5200, 2210, 2220, 2230), NEVER
001760*             NETTED INTO THE DAY'S ORDINARY LINES. A DISPERSION
001770*             THE BANK RETURNED (DEVBANCO, PAY0125) POSTS DR 2500
001780*             / CR 2400 ON "DEVOLUCION BANCO" LINES OF ITS OWN.
001800*             THE BATCH CARRIES A HEADER AND A TRAILER WITH THE
001900*             RECORD COUNT AND DEBIT/CREDIT HASH TOTALS, AND THE
002000*             EXTRACT REFUSES TO WRITE A BATCH WHOSE DEBITS AND
003108*                    COST CENTER 0000 FOR ACCOUNTING TO CHASE.
003110*                    DETAIL LINES GAINED A COST-CENTER COLUMN;
003112*                    THE BATCH STILL PROVES IN BALANCE IN TOTAL.
003116*   2026-10-15  ECR  NOMINA REVERSALS (PAY0118). A REVNOMINA
003120*                    POSTS CR 5100 PER COST CENTER, DR 2100 TAX,
003124*                    DR 2200 BENEFITS, DR 2300 GARNISH (DERIVED
003128*                    AS FOR NOMINA) AND DR 2400 NET; A REVPRESTAM
003132*                    POSTS DR 1300 / CR 2400 AND A REVDISPERS
003136*                    DR 2500 / CR 2400. EACH GOES OUT ON ITS OWN
003140*                    "REVERSO" DETAIL LINE SO ACCOUNTING SEES THE
003144*                    REVERSAL AS A MOVEMENT OF ITS OWN.
003147*   2026-10-15  ECR  RETRO (PAY0119 RETROACTIVE PAY) POSTS LIKE
003150*                    NOMINA: GROSS TO 5100 BY COST CENTER, TAX,
003153*                    BENEFITS, GARNISH AND NET CREDITED.
003154*   2026-10-15  ECR  AGUINALDO AND PRIMAVAC (PAY0120 ANNUAL BONUS)
003155*                    POST LIKE NOMINA AS WELL.
003160*   2026-10-15  ECR  EMPLOYER SOCIAL SECURITY. THE EMPLOYER IMSS,
003165*                    RCV AND INFONAVIT CARRIED ON NOMINA AND
003170*                    FINIQUITO RECORDS POST DR 5200 CUOTAS
003175*                    PATRONALES / CR 2210, 2220 AND 2230; A
003180*                    REVNOMINA POSTS THE MIRROR ON REVERSO LINES.
003185*                    RECORDS WRITTEN BEFORE THE LEDGER CARRIED
003190*                    THE FIELDS COUNT AS ZERO.
003191*   2026-10-15  ECR  BANK RETURNS (DEVBANCO, PAY0125) POST DR 2500
003192*                    DISPERSION POR PAGAR / CR 2400 FONDOS ON
003193*                    "DEVOLUCION BANCO" DETAIL LINES.
003194*   2026-10-15  ECR  RETURN CODE FOR THE CYCLE DRIVER (PAY0126):
003195*                    16 WHEN THE RUN ABORTS.
003196******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. PAY0105.
003400 ENVIRONMENT DIVISION.
008700 77  WS-DR-INTERES               PIC S9(09)V99 VALUE ZERO.
008710 77  WS-CR-DISPERSION            PIC S9(09)V99 VALUE ZERO.
008720 77  WS-CR-PRESTAMOS             PIC S9(09)V99 VALUE ZERO.
008721******************************************************************
008722* REVERSAL ACCUMULATORS - THE OPPOSITE SIDE OF EACH ACCOUNT FOR
008723* THE PAY0118 REVERSAL TYPES, KEPT APART SO THEY POST ON LINES
008724* OF THEIR OWN. THE 5100 CREDIT IS SPLIT BY COST CENTER IN
008725* CC-TAB-REV-AMT; WS-CR-SUELDOS-REV IS ITS TOTAL.
008726******************************************************************
008727 77  WS-CR-SUELDOS-REV           PIC S9(09)V99 VALUE ZERO.
008728 77  WS-DR-IMPUESTOS-REV         PIC S9(09)V99 VALUE ZERO.
008729 77  WS-DR-BENEFICIOS-REV        PIC S9(09)V99 VALUE ZERO.
008730 77  WS-DR-EMBARGOS-REV          PIC S9(09)V99 VALUE ZERO.
008731 77  WS-DR-FONDOS-REV            PIC S9(09)V99 VALUE ZERO.
008732 77  WS-CR-FONDOS-REV            PIC S9(09)V99 VALUE ZERO.
008733 77  WS-DR-DISPERSION-REV        PIC S9(09)V99 VALUE ZERO.
008734 77  WS-DR-PRESTAMOS-REV         PIC S9(09)V99 VALUE ZERO.
008735******************************************************************
008736* BANK RETURN ACCUMULATORS - A DISPERSION THE BANK SENT BACK
008737* LEAVES THE 2500 PAYABLE AND RETURNS TO 2400 FONDOS.
008738******************************************************************
008739 77  WS-DR-DISPERSION-DEV        PIC S9(09)V99 VALUE ZERO.
008740 77  WS-CR-FONDOS-DEV            PIC S9(09)V99 VALUE ZERO.
008741******************************************************************
008742* EMPLOYER CONTRIBUTIONS - THE COST DEBIT AND THE THREE PAYABLES,
008743* ORDINARY AND REVERSAL, AND THE CURRENT RECORD'S AMOUNTS WITH
008744* ANY NON-NUMERIC FIELD (A RECORD OLDER THAN THE FIELDS) AS ZERO.
008745******************************************************************
008746 77  WS-DR-CUOTAS                PIC S9(09)V99 VALUE ZERO.
008747 77  WS-CR-IMSS-PAT              PIC S9(09)V99 VALUE ZERO.
008748 77  WS-CR-RCV                   PIC S9(09)V99 VALUE ZERO.
008749 77  WS-CR-INFONAVIT             PIC S9(09)V99 VALUE ZERO.
008750 77  WS-CR-CUOTAS-REV            PIC S9(09)V99 VALUE ZERO.
008751 77  WS-DR-IMSS-PAT-REV          PIC S9(09)V99 VALUE ZERO.
008752 77  WS-DR-RCV-REV               PIC S9(09)V99 VALUE ZERO.
008753 77  WS-DR-INFONAVIT-REV         PIC S9(09)V99 VALUE ZERO.
008754 77  WS-ER-IMSS-AMT              PIC S9(07)V99 VALUE ZERO.
008755 77  WS-ER-RCV-AMT               PIC S9(07)V99 VALUE ZERO.
008756 77  WS-ER-INFONAVIT-AMT         PIC S9(07)V99 VALUE ZERO.
008757******************************************************************
008758* COST-CENTER SPLIT OF THE 5100 SUELDOS DEBIT (AND OF THE
008759* REVERSAL CREDIT). EACH NOMINA OR
008760* FINIQUITO GROSS ROLLS INTO ITS BRANCH'S COST CENTER; NO OR
008761* UNKNOWN BRANCH LANDS ON CENTER 0000. BRMAST SUPPLIES THE MAP.
008762******************************************************************
008763 77  WS-BRANCH-STATUS            PIC X(02) VALUE SPACES.
008764 77  WS-BRN-OPEN-SW              PIC X(01) VALUE 'N'.
008765     88  WS-BRN-OPEN             VALUE 'Y'.
008766 77  CC-MAX-CENTERS              PIC 9(02) COMP VALUE 50.
008767 01  CC-SUELDOS-TABLE.
008768     05  CC-TAB-ENTRY OCCURS 50 TIMES.
008769         10  CC-TAB-CODE         PIC X(04).
008770         10  CC-TAB-AMT          PIC S9(09)V99.
008771         10  CC-TAB-REV-AMT      PIC S9(09)V99.
008772 77  CC-CENTER-CNT               PIC 9(02) COMP VALUE ZERO.
008773 77  CC-SUB                      PIC 9(02) COMP VALUE ZERO.
008774 77  CC-CUR-SUB                  PIC 9(02) COMP VALUE ZERO.
008775 77  CC-FOUND-SW                 PIC X(01) VALUE 'N'.
008776     88  CC-FOUND                VALUE 'Y'.
008777 77  WS-CC-CODE                  PIC X(04) VALUE SPACES.
008800 77  WS-GARNISH-HELD             PIC S9(07)V99 VALUE ZERO.
008900 77  WS-TOTAL-DEBITS             PIC S9(11)V99 VALUE ZERO.
009000 77  WS-TOTAL-CREDITS            PIC S9(11)V99 VALUE ZERO.
013500         PERFORM 3000-WRITE-BATCH THRU 3000-EXIT
013600     END-IF
013700     PERFORM 9000-TERMINATE THRU 9000-EXIT
013720     IF WS-ABORT
013740         MOVE 16 TO RETURN-CODE
013760     END-IF
013800     STOP RUN.
013900******************************************************************
014000* 1000-INITIALIZE - ACCEPT THE CYCLE DATE AND OPEN THE LEDGER.
016072     MOVE 1 TO CC-CENTER-CNT
016074     MOVE "0000" TO CC-TAB-CODE(1)
016076     MOVE ZERO TO CC-TAB-AMT(1)
016078     MOVE ZERO TO CC-TAB-REV-AMT(1)
016080
016100     IF NOT WS-ABORT
016200         PERFORM 1100-READ-LEDGER THRU 1100-EXIT
019800
019900     ADD 1 TO WS-SELECTED-CNT
020000     IF LEDG-TYPE-NOMINA OR LEDG-TYPE-FINIQUITO
020050         OR LEDG-TYPE-RETRO OR LEDG-TYPE-BONO
020100         ADD LEDG-GROSS-AMT TO WS-DR-SUELDOS
020150         PERFORM 2500-ACCUM-SUELDOS-CC THRU 2500-EXIT
020170         PERFORM 2700-ACCUM-CUOTAS THRU 2700-EXIT
020200         ADD LEDG-TAX-AMT TO WS-CR-IMPUESTOS
020300         ADD LEDG-BENEFITS-AMT TO WS-CR-BENEFICIOS
020400         COMPUTE WS-GARNISH-HELD = LEDG-GROSS-AMT - LEDG-TAX-AMT
022344                         ADD LEDG-NET-AMT TO WS-DR-FONDOS
022346                         ADD LEDG-NET-AMT TO WS-CR-PRESTAMOS
022348                     ELSE
022358                     IF LEDG-TYPE-REVERSO
022368                         PERFORM 2600-ACCUMULATE-REVERSAL
022378                             THRU 2600-EXIT
022388                     ELSE
022390                     IF LEDG-TYPE-DEV-BANCO
022392                         ADD LEDG-NET-AMT TO WS-DR-DISPERSION-DEV
022394                         ADD LEDG-NET-AMT TO WS-CR-FONDOS-DEV
022396                     ELSE
022400                     DISPLAY "PAY0105 - TIPO DESCONOCIDO '"
022500                         LEDG-TRAN-TYPE "', SE OMITE"
022600                     ADD 1 TO WS-SKIPPED-CNT
022700                     SUBTRACT 1 FROM WS-SELECTED-CNT
022702                     END-IF
022703                     END-IF
022705                     END-IF
022710                     END-IF
022800                 END-IF
023500     EXIT.
023602******************************************************************
023606* 2500-ACCUM-SUELDOS-CC - ROLL THE CURRENT NOMINA/FINIQUITO
023610* GROSS INTO ITS BRANCH'S COST-CENTER BUCKET (A REVNOMINA GROSS
023612* INTO THE CENTER'S REVERSAL BUCKET). THE BRANCH ON THE
023614* LEDGER RECORD MAPS TO ITS GL COST CENTER THROUGH BRMAST; A
023618* BLANK OR UNKNOWN BRANCH - OR NO BRMAST AT ALL - LANDS ON
023622* CENTER 0000 SO THE MONEY IS NEVER DROPPED, ONLY FLAGGED. SO
023686         VARYING CC-SUB FROM 1 BY 1
023690         UNTIL CC-FOUND OR CC-SUB > CC-CENTER-CNT
023694     IF CC-FOUND
023702         GO TO 2500-POST
023706     END-IF
023710     IF CC-CENTER-CNT = CC-MAX-CENTERS
023714         DISPLAY "PAY0105 - TABLA DE CENTROS LLENA, " WS-CC-CODE
023718             " VA AL CENTRO 0000 - AMPLIAR CC-SUELDOS-TABLE"
023720         MOVE 1 TO CC-CUR-SUB
023722         GO TO 2500-POST
023726     END-IF
023730     ADD 1 TO CC-CENTER-CNT
023734     MOVE WS-CC-CODE TO CC-TAB-CODE(CC-CENTER-CNT)
023738     MOVE ZERO TO CC-TAB-AMT(CC-CENTER-CNT)
023739     MOVE ZERO TO CC-TAB-REV-AMT(CC-CENTER-CNT)
023740     MOVE CC-CENTER-CNT TO CC-CUR-SUB.
023741 2500-POST.
023742     IF LEDG-TYPE-REV-NOMINA
023743         ADD LEDG-GROSS-AMT TO CC-TAB-REV-AMT(CC-CUR-SUB)
023744     ELSE
023745         ADD LEDG-GROSS-AMT TO CC-TAB-AMT(CC-CUR-SUB)
023746     END-IF.
023747 2500-EXIT.
023748     EXIT.
023750******************************************************************
023754* 2510-TEST-ONE-CC - ONE STEP OF THE COST-CENTER SEARCH. LEAVES
023758* THE MATCHING SUBSCRIPT IN CC-CUR-SUB.
023782     END-IF.
023786 2510-EXIT.
023790     EXIT.
023791******************************************************************
023792* 2600-ACCUMULATE-REVERSAL - ROLL A PAY0118 REVERSAL RECORD INTO
023793* THE REVERSAL BUCKETS, EACH THE MIRROR OF WHAT THE CANCELLED
023794* RECORD POSTED. THE REVNOMINA GARNISH IS DERIVED AS GROSS LESS
023795* TAX, BENEFITS AND NET, EXACTLY AS FOR THE NOMINA IT CANCELS.
023796******************************************************************
023797 2600-ACCUMULATE-REVERSAL.
023798     IF LEDG-TYPE-REV-NOMINA
023799         ADD LEDG-GROSS-AMT TO WS-CR-SUELDOS-REV
023800         PERFORM 2500-ACCUM-SUELDOS-CC THRU 2500-EXIT
023801         PERFORM 2700-ACCUM-CUOTAS THRU 2700-EXIT
023802         ADD LEDG-TAX-AMT TO WS-DR-IMPUESTOS-REV
023803         ADD LEDG-BENEFITS-AMT TO WS-DR-BENEFICIOS-REV
023804         COMPUTE WS-GARNISH-HELD = LEDG-GROSS-AMT - LEDG-TAX-AMT
023805             - LEDG-BENEFITS-AMT - LEDG-NET-AMT
023806         ADD WS-GARNISH-HELD TO WS-DR-EMBARGOS-REV
023807         ADD LEDG-NET-AMT TO WS-DR-FONDOS-REV
023808         GO TO 2600-EXIT
023809     END-IF
023810     IF LEDG-TYPE-REV-PRESTAMO
023811         ADD LEDG-NET-AMT TO WS-DR-PRESTAMOS-REV
023812         ADD LEDG-NET-AMT TO WS-CR-FONDOS-REV
023813         GO TO 2600-EXIT
023814     END-IF
023815     ADD LEDG-NET-AMT TO WS-DR-DISPERSION-REV
023816     ADD LEDG-NET-AMT TO WS-CR-FONDOS-REV.
023817 2600-EXIT.
023818     EXIT.
023819******************************************************************
023820* 2700-ACCUM-CUOTAS - ROLL THE CURRENT RECORD'S EMPLOYER IMSS,
023821* RCV AND INFONAVIT INTO THE 5200 COST AND THE 2210/2220/2230
023822* PAYABLES, OR INTO THEIR REVERSAL BUCKETS FOR A REVNOMINA.
023823* ONLY NOMINA, FINIQUITO AND RETRO CARRY THE AMOUNTS; OTHERS HOLD
023824* ZERO. A FIELD THAT IS NOT NUMERIC COUNTS AS ZERO.
023825******************************************************************
023826 2700-ACCUM-CUOTAS.
023827     MOVE ZERO TO WS-ER-IMSS-AMT WS-ER-RCV-AMT WS-ER-INFONAVIT-AMT
023828     IF LEDG-ER-IMSS-AMT NUMERIC
023829         MOVE LEDG-ER-IMSS-AMT TO WS-ER-IMSS-AMT
023830     END-IF
023831     IF LEDG-ER-RCV-AMT NUMERIC
023832         MOVE LEDG-ER-RCV-AMT TO WS-ER-RCV-AMT
023833     END-IF
023834     IF LEDG-ER-INFONAVIT-AMT NUMERIC
023835         MOVE LEDG-ER-INFONAVIT-AMT TO WS-ER-INFONAVIT-AMT
023836     END-IF
023837     IF LEDG-TYPE-REV-NOMINA
023838         ADD WS-ER-IMSS-AMT WS-ER-RCV-AMT WS-ER-INFONAVIT-AMT
023839             TO WS-CR-CUOTAS-REV
023840         ADD WS-ER-IMSS-AMT TO WS-DR-IMSS-PAT-REV
023841         ADD WS-ER-RCV-AMT TO WS-DR-RCV-REV
023842         ADD WS-ER-INFONAVIT-AMT TO WS-DR-INFONAVIT-REV
023843     ELSE
023844         ADD WS-ER-IMSS-AMT WS-ER-RCV-AMT WS-ER-INFONAVIT-AMT
023845             TO WS-DR-CUOTAS
023846         ADD WS-ER-IMSS-AMT TO WS-CR-IMSS-PAT
023847         ADD WS-ER-RCV-AMT TO WS-CR-RCV
023848         ADD WS-ER-INFONAVIT-AMT TO WS-CR-INFONAVIT
023849     END-IF.
023850 2700-EXIT.
023851     EXIT.
023852******************************************************************
023853* 3500-WRITE-ONE-SUELDOS-CC - ONE COST CENTER'S 5100 GASTO
023854* SUELDOS DEBIT LINE, AND ITS REVERSAL CREDIT LINE WHEN ANY.
023855******************************************************************
023856 3500-WRITE-ONE-SUELDOS-CC.
023857     MOVE "5100" TO WS-POST-ACCOUNT
023858     MOVE CC-TAB-CODE(CC-SUB) TO WS-POST-COSTCTR
023859     MOVE CC-TAB-AMT(CC-SUB) TO WS-POST-DEBIT
023860     MOVE ZERO TO WS-POST-CREDIT
023861     MOVE "GASTO SUELDOS" TO WS-POST-DESC
023862     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT
023863     MOVE ZERO TO WS-POST-DEBIT
023864     MOVE CC-TAB-REV-AMT(CC-SUB) TO WS-POST-CREDIT
023865     MOVE "REVERSO SUELDOS" TO WS-POST-DESC
023866     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT.
023867 3500-EXIT.
023868     EXIT.
023900******************************************************************
023920* 3000-WRITE-BATCH - TOTAL THE BUCKETS, REFUSE AN UNBALANCED
023940* BATCH, OTHERWISE WRITE HEADER, ONE 5100 DETAIL PER COST
024100 3000-WRITE-BATCH.
024200     COMPUTE WS-TOTAL-DEBITS = WS-DR-SUELDOS + WS-DR-FONDOS
024300         + WS-DR-EFECTIVO + WS-DR-INTERES
024320         + WS-DR-IMPUESTOS-REV + WS-DR-BENEFICIOS-REV
024340         + WS-DR-EMBARGOS-REV + WS-DR-FONDOS-REV
024360         + WS-DR-DISPERSION-REV + WS-DR-PRESTAMOS-REV
024370         + WS-DR-CUOTAS + WS-DR-IMSS-PAT-REV + WS-DR-RCV-REV
024380         + WS-DR-INFONAVIT-REV + WS-DR-DISPERSION-DEV
024400     COMPUTE WS-TOTAL-CREDITS = WS-CR-IMPUESTOS + WS-CR-BENEFICIOS
024500         + WS-CR-EMBARGOS + WS-CR-FONDOS + WS-CR-EFECTIVO
024510         + WS-CR-DISPERSION + WS-CR-PRESTAMOS
024550         + WS-CR-SUELDOS-REV + WS-CR-FONDOS-REV
024560         + WS-CR-IMSS-PAT + WS-CR-RCV + WS-CR-INFONAVIT
024580         + WS-CR-CUOTAS-REV + WS-CR-FONDOS-DEV
024600
024700     IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
024800         DISPLAY "PAY0105 - LOTE DESBALANCEADO, DEBE "
031100     MOVE ZERO TO WS-POST-CREDIT
031200     MOVE "GASTO INTERES FONDOS" TO WS-POST-DESC
031300     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT
031301
031302     MOVE "5200" TO WS-POST-ACCOUNT
031303     MOVE WS-DR-CUOTAS TO WS-POST-DEBIT
031304     MOVE ZERO TO WS-POST-CREDIT
031305     MOVE "CUOTAS PATRONALES" TO WS-POST-DESC
031306     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT
031307
031308     MOVE "2210" TO WS-POST-ACCOUNT
031309     MOVE ZERO TO WS-POST-DEBIT
031310     MOVE WS-CR-IMSS-PAT TO WS-POST-CREDIT
031311     MOVE "IMSS POR PAGAR" TO WS-POST-DESC
031312     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT
031313
031314     MOVE "2220" TO WS-POST-ACCOUNT
031315     MOVE ZERO TO WS-POST-DEBIT
031316     MOVE WS-CR-RCV TO WS-POST-CREDIT
031317     MOVE "RCV POR PAGAR" TO WS-POST-DESC
031318     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT
031319
031320     MOVE "2230" TO WS-POST-ACCOUNT
031321     MOVE ZERO TO WS-POST-DEBIT
031322     MOVE WS-CR-INFONAVIT TO WS-POST-CREDIT
031323     MOVE "INFONAVIT POR PAGAR" TO WS-POST-DESC
031324     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT
031325
031326     MOVE "2100" TO WS-POST-ACCOUNT
031327     MOVE WS-DR-IMPUESTOS-REV TO WS-POST-DEBIT
031328     MOVE ZERO TO WS-POST-CREDIT
031329     MOVE "REVERSO IMPUESTOS" TO WS-POST-DESC
031330     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT
031331
031332     MOVE "2200" TO WS-POST-ACCOUNT
031333     MOVE WS-DR-BENEFICIOS-REV TO WS-POST-DEBIT
031334     MOVE ZERO TO WS-POST-CREDIT
031335     MOVE "REVERSO BENEFICIOS" TO WS-POST-DESC
031336     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT
031337
031338     MOVE "2300" TO WS-POST-ACCOUNT
031339     MOVE WS-DR-EMBARGOS-REV TO WS-POST-DEBIT
031340     MOVE ZERO TO WS-POST-CREDIT
031341     MOVE "REVERSO EMBARGOS" TO WS-POST-DESC
031342     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT
031343
031344     MOVE "2400" TO WS-POST-ACCOUNT
031345     MOVE WS-DR-FONDOS-REV TO WS-POST-DEBIT
031346     MOVE WS-CR-FONDOS-REV TO WS-POST-CREDIT
031347     MOVE "REVERSO FONDOS" TO WS-POST-DESC
031348     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT
031350
031352     MOVE "2500" TO WS-POST-ACCOUNT
031354     MOVE WS-DR-DISPERSION-REV TO WS-POST-DEBIT
031356     MOVE ZERO TO WS-POST-CREDIT
031358     MOVE "REVERSO DISPERSION" TO WS-POST-DESC
031360     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT
031362
031364     MOVE "1300" TO WS-POST-ACCOUNT
031366     MOVE WS-DR-PRESTAMOS-REV TO WS-POST-DEBIT
031368     MOVE ZERO TO WS-POST-CREDIT
031370     MOVE "REVERSO PRESTAMOS" TO WS-POST-DESC
031372     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT
031373
031374     MOVE "5200" TO WS-POST-ACCOUNT
031375     MOVE ZERO TO WS-POST-DEBIT
031376     MOVE WS-CR-CUOTAS-REV TO WS-POST-CREDIT
031377     MOVE "REVERSO CUOTAS PATR" TO WS-POST-DESC
031378     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT
031379
031380     MOVE "2210" TO WS-POST-ACCOUNT
031381     MOVE WS-DR-IMSS-PAT-REV TO WS-POST-DEBIT
031382     MOVE ZERO TO WS-POST-CREDIT
031383     MOVE "REVERSO IMSS" TO WS-POST-DESC
031384     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT
031385
031386     MOVE "2220" TO WS-POST-ACCOUNT
031387     MOVE WS-DR-RCV-REV TO WS-POST-DEBIT
031388     MOVE ZERO TO WS-POST-CREDIT
031389     MOVE "REVERSO RCV" TO WS-POST-DESC
031390     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT
031391
031392     MOVE "2230" TO WS-POST-ACCOUNT
031393     MOVE WS-DR-INFONAVIT-REV TO WS-POST-DEBIT
031394     MOVE ZERO TO WS-POST-CREDIT
031395     MOVE "REVERSO INFONAVIT" TO WS-POST-DESC
031396     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT
031403
031410     MOVE "2500" TO WS-POST-ACCOUNT
031417     MOVE WS-DR-DISPERSION-DEV TO WS-POST-DEBIT
031424     MOVE ZERO TO WS-POST-CREDIT
031431     MOVE "DEVOLUCION BANCO" TO WS-POST-DESC
031438     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT
031445
031452     MOVE "2400" TO WS-POST-ACCOUNT
031459     MOVE ZERO TO WS-POST-DEBIT
031466     MOVE WS-CR-FONDOS-DEV TO WS-POST-CREDIT
031473     MOVE "DEVOLUCION BANCO" TO WS-POST-DESC
031480     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT
031487
031500     MOVE WS-DETAIL-CNT TO WS-GLT-COUNT
031600     MOVE WS-TOTAL-DEBITS TO WS-GLT-DEBIT-HASH
031700     MOVE WS-TOTAL-CREDITS TO WS-GLT-CREDIT-HASH
