001500*             FINIQUITO ENTRY, PAYS THE WHOLE REMAINING FONDOS
001600*             BALANCE OUT TO ZERO AS A RETIRO ENTRY, AND PRINTS
001700*             THE FINIQUITO DOCUMENT (FINIQ) THE EMPLOYEE SIGNS.
001720*             VACATION DAYS STILL OPEN ON VACMAST ARE PAID WITH
001740*             THE SETTLEMENT AT THE DAILY RATE PLUS THEIR 25%
001760*             PRIMA VACACIONAL, TAXED WITH IT, AND THE YEARS ARE
001780*             CLOSED AS SETTLED.
001785*             THE EMPLOYEE'S IMSS SHARE IS DEDUCTED AND THE
001790*             EMPLOYER'S CARRIED ON THE LEDGER FROM IMSSTAB, AS
001795*             PAY0100 DOES FOR NOMINA, AND KEPT ON CUOTAS.
001800*             AN EMPLOYEE STILL ACTIVE IS REFUSED - HR MUST SEND
001900*             THE BAJA FIRST.
002000* TECTONICS.  cobc -x PAY0111.cbl -I copybooks
002360*                    SETTLEMENT MONTH); THE FLAT PAY-TAX-RATE
002370*                    REMAINS ONLY AS THE LOUD FALLBACK WHEN THE
002380*                    TABLE IS MISSING OR EMPTY.
002384*   2026-10-15  ECR  THE FINIQUITO LEDGER ENTRY CARRIES ITS PAY
002388*                    DATE (PERIOD AND LAST DAY WORKED) IN THE NEW
002392*                    LEDG-PAY-DATE; THE PAYOUT RETIRO CARRIES
002396*                    ZERO. AUD-REASON IS LEFT BLANK.
002406*   2026-10-15  ECR  UNUSED VACATION DAYS FROM VACMAST ARE PAID
002416*                    OUT (DAILY RATE PLUS PRIMA VACACIONAL) AS
002426*                    PART OF THE FINIQUITO GROSS, AND THEIR YEARS
002436*                    ARE MARKED SETTLED.
002443*   2026-10-15  ECR  THE FLAT BENEFITS RATE GIVES WAY TO THE IMSS
002450*                    CONTRIBUTIONS FROM IMSSTAB, CHARGED ON THE
002457*                    SBC OVER THE DAYS OF THE FINAL MONTH WORKED,
002464*                    AS IN PAY0100. THE EMPLOYER IMSS, RCV AND
002471*                    INFONAVIT RIDE ON THE FINIQUITO LEDGER ENTRY
002478*                    AND THE FIGURES GO TO CUOTAS FOR THE SUA
002485*                    EXTRACT.
002486*   2026-10-15  ECR  EACH COURT ORDER COLLECTED FROM THE FINIQUITO
002487*                    IS KEPT ON DEDDET BY ORDER NUMBER FOR THE
002488*                    CFDI RECEIPT EXTRACT (PAY0124).
002492******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. PAY0111.
002700 ENVIRONMENT DIVISION.
006580         ACCESS MODE IS DYNAMIC
006582         RECORD KEY IS CKPT-EMP-ID
006584         FILE STATUS IS WS-CHECKPOINT-STATUS.
006586
006588     SELECT VACATION-FILE ASSIGN TO "VACMAST"
006590         ORGANIZATION IS INDEXED
006592         ACCESS MODE IS DYNAMIC
006594         RECORD KEY IS VAC-KEY
006596         FILE STATUS IS WS-VAC-STATUS.
006604
006612     SELECT IMSS-TABLE-FILE ASSIGN TO "IMSSTAB"
006620         ORGANIZATION IS LINE SEQUENTIAL
006628         FILE STATUS IS WS-IMSSTAB-STATUS.
006636
006644     SELECT CUOTAS-FILE ASSIGN TO "CUOTAS"
006652         ORGANIZATION IS INDEXED
006660         ACCESS MODE IS DYNAMIC
006668         RECORD KEY IS CUO-KEY
006676         FILE STATUS IS WS-CUO-STATUS.
006677
006678     SELECT DEDUCTION-DETAIL-FILE ASSIGN TO "DEDDET"
006679         ORGANIZATION IS INDEXED
006680         ACCESS MODE IS DYNAMIC
006681         RECORD KEY IS DED-KEY
006682         FILE STATUS IS WS-DED-STATUS.
006684 DATA DIVISION.
006700 FILE SECTION.
006800 FD  EMPLOYEE-MASTER-FILE
006900     LABEL RECORDS ARE STANDARD.
009714     LABEL RECORDS ARE STANDARD.
009716     COPY PAYCKPT.
009718
009720 FD  VACATION-FILE
009722     LABEL RECORDS ARE STANDARD.
009724     COPY PAYVAC.
009726
009728 FD  TAX-TABLE-FILE
009730     LABEL RECORDS ARE STANDARD.
009740 01  TAXTAB-RECORD.
009750     05  TAX-EFF-DATE                PIC 9(08).
009770     05  TAX-UPPER-AMT               PIC 9(07)V99.
009780     05  TAX-RATE                    PIC 9V9999.
009790     05  TAX-QUOTA-AMT               PIC 9(07)V99.
009791
009792 FD  IMSS-TABLE-FILE
009793     LABEL RECORDS ARE STANDARD.
009794     COPY PAYIMSS.
009795
009796 FD  CUOTAS-FILE
009797     LABEL RECORDS ARE STANDARD.
009798     COPY PAYCUO.
009808
009818 FD  DEDUCTION-DETAIL-FILE
009828     LABEL RECORDS ARE STANDARD.
009838     COPY PAYDED.
009848 WORKING-STORAGE SECTION.
009900******************************************************************
010000* FILE STATUS AND END-OF-FILE SWITCHES.
010100******************************************************************
010700 77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
010800 77  WS-FINIQ-STATUS             PIC X(02) VALUE SPACES.
010810 77  WS-CHECKPOINT-STATUS        PIC X(02) VALUE SPACES.
010850 77  WS-VAC-STATUS               PIC X(02) VALUE SPACES.
010900 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
011000     88  WS-ABORT                VALUE 'Y'.
011100 77  WS-COMP-OPEN-SW             PIC X(01) VALUE 'N'.
012000     88  WS-COMP-FOUND           VALUE 'Y'.
012100 77  WS-EOF-GARN-SW              PIC X(01) VALUE 'N'.
012200     88  WS-EOF-GARN             VALUE 'Y'.
012202 77  WS-VAC-OPEN-SW              PIC X(01) VALUE 'N'.
012204     88  WS-VAC-OPEN             VALUE 'Y'.
012206 77  WS-EOF-VAC-SW               PIC X(01) VALUE 'N'.
012208     88  WS-EOF-VAC              VALUE 'Y'.
012210******************************************************************
012212* PROGRESSIVE TAX BRACKETS, LOADED FROM TAXTAB FOR THE
012214* SETTLEMENT MONTH EXACTLY AS PAY0100 LOADS THEM FOR NOMINA.
018500 77  WS-ZEL-H                    PIC S9(04) COMP VALUE ZERO.
018600 77  WS-ZEL-WORK                 PIC S9(04) COMP VALUE ZERO.
018700******************************************************************
018760* SETTLEMENT AMOUNTS. TAX COMES FROM THE TAXTAB BRACKETS AND
018820* BENEFITS FROM THE IMSSTAB CONTRIBUTIONS WHEN LOADED;
018880* PAY-TAX-RATE AND PAY-BENEFITS-RATE ARE ONLY THE LOUD
018940* FALLBACKS, AS IN PAY0100. PAY-GROSS-SALARY IS ONLY THE
019000* FALLBACK FOR AN EMPLOYEE WITH NO COMPENSATION RECORD.
019100******************************************************************
019200 77  PAY-GROSS-SALARY            PIC S9(07)V99 VALUE 1500.00.
019300 77  PAY-TAX-RATE                PIC SV999      VALUE .150.
020000 77  WS-NET-PAY                  PIC S9(07)V99 VALUE ZERO.
020100 77  WS-PAYOUT-AMT               PIC S9(07)V99 VALUE ZERO.
020200 77  FONDOS                      PIC S9(07)V99 VALUE ZERO.
020207******************************************************************
020214* UNUSED VACATION - THE OPEN VACMAST BALANCE IS PAID AT THE
020221* DAILY RATE (MONTHLY SALARY OVER 30) PLUS THE PRIMA VACACIONAL
020228* ON TOP, AS PAY0120 PAYS IT, AND JOINS THE WORKED-DAYS PAY IN
020235* THE FINIQUITO GROSS.
020242******************************************************************
020249 77  PAY-PRIMA-VAC-RATE          PIC SV999      VALUE .250.
020256 77  WS-WORKED-PAY               PIC S9(07)V99 VALUE ZERO.
020263 77  WS-DAILY-RATE               PIC S9(07)V99 VALUE ZERO.
020270 77  WS-VAC-UNUSED-DAYS          PIC 9(03) VALUE ZERO.
020277 77  WS-VAC-BALANCE              PIC S9(03) VALUE ZERO.
020284 77  WS-VAC-PAY                  PIC S9(07)V99 VALUE ZERO.
020291 77  WS-VAC-PRIMA                PIC S9(07)V99 VALUE ZERO.
020292******************************************************************
020293* SOCIAL SECURITY CONTRIBUTIONS, AS PAY0100 FIGURES THEM: THE
020294* IMSSTAB SET IN FORCE ON THE 1ST OF THE SETTLEMENT MONTH, EVERY
020295* BRANCH CHARGED ON THE SBC OVER THE CALENDAR DAYS FROM THE 1ST
020296* TO THE LAST DAY WORKED. THE VACATION PAID OUT IS ALREADY IN
020297* THE SBC INTEGRATION AND IS NOT CHARGED AGAIN.
020298******************************************************************
020299 77  WS-IMSSTAB-STATUS           PIC X(02) VALUE SPACES.
020300 77  WS-EOF-IMSSTAB-SW           PIC X(01) VALUE 'N'.
020301     88  WS-EOF-IMSSTAB          VALUE 'Y'.
020302 77  WS-IMSS-TABLE-SW            PIC X(01) VALUE 'N'.
020303     88  WS-IMSS-TABLE-LOADED    VALUE 'Y'.
020304 77  WS-CUO-STATUS               PIC X(02) VALUE SPACES.
020305 77  WS-CUO-OPEN-SW              PIC X(01) VALUE 'N'.
020306     88  WS-CUO-OPEN             VALUE 'Y'.
020308 77  WS-DED-STATUS               PIC X(02) VALUE SPACES.
020310 77  WS-DED-OPEN-SW              PIC X(01) VALUE 'N'.
020312     88  WS-DED-OPEN             VALUE 'Y'.
020314 77  IMSB-MAX-BRANCHES           PIC 9(02) COMP VALUE 20.
020316 01  IMSB-BRANCH-TABLE.
020318     05  IMSB-TAB-ENTRY OCCURS 20 TIMES.
020320         10  IMSB-TAB-BRANCH     PIC X(04).
020322         10  IMSB-TAB-GROUP      PIC X(01).
020324         10  IMSB-TAB-BASE       PIC X(01).
020326         10  IMSB-TAB-ER-RATE    PIC 9V9(05).
020328         10  IMSB-TAB-EE-RATE    PIC 9V9(05).
020330         10  IMSB-TAB-UMA-MULT   PIC 9(02)V99.
020332         10  IMSB-TAB-ABSENCE-SW PIC X(01).
020334 77  IMSB-BRANCH-CNT             PIC 9(02) COMP VALUE ZERO.
020336 77  IMSB-SUB                    PIC 9(02) COMP VALUE ZERO.
020338 77  WS-IMSS-EFF-BEST            PIC 9(08) VALUE ZERO.
020340 77  WS-IMSS-CUTOFF-DATE         PIC 9(08) VALUE ZERO.
020342 77  WS-IMSS-UMA                 PIC 9(05)V99 VALUE ZERO.
020344 77  WS-SBC-CAP-UMAS             PIC 9(02)V99 VALUE ZERO.
020346 77  WS-SBC-CAP                  PIC 9(07)V99 VALUE ZERO.
020348 77  PAY-AGUINALDO-DAYS          PIC 9(02) VALUE 15.
020350 77  WS-HIRE-DATE                PIC 9(08) VALUE ZERO.
020352 77  WS-HIRE-YEAR                PIC 9(04) VALUE ZERO.
020354 77  WS-HIRE-MMDD                PIC 9(04) VALUE ZERO.
020356 77  WS-CUT-YEAR                 PIC 9(04) VALUE ZERO.
020358 77  WS-CUT-MMDD                 PIC 9(04) VALUE ZERO.
020360 77  WS-SVC-YEAR                 PIC 9(03) VALUE ZERO.
020362 77  WS-VAC-STEPS                PIC 9(02) VALUE ZERO.
020364 77  WS-SBC-VAC-DAYS             PIC 9(03) VALUE ZERO.
020366 77  WS-SBC-DAILY                PIC 9(07)V99 VALUE ZERO.
020368 77  WS-SBC-FACTOR               PIC 9V9(04) VALUE ZERO.
020370 77  WS-SBC                      PIC 9(07)V99 VALUE ZERO.
020372 77  WS-CUO-DAYS                 PIC S9(03) VALUE ZERO.
020374 77  WS-CUO-BASE                 PIC S9(07)V99 VALUE ZERO.
020376 77  WS-CUO-ER                   PIC S9(07)V99 VALUE ZERO.
020378 77  WS-CUO-EE                   PIC S9(07)V99 VALUE ZERO.
020380 77  WS-CUO-EE-IMSS              PIC S9(07)V99 VALUE ZERO.
020382 77  WS-CUO-EE-RCV               PIC S9(07)V99 VALUE ZERO.
020384 77  WS-ER-IMSS-AMT              PIC S9(07)V99 VALUE ZERO.
020386 77  WS-ER-RCV-AMT               PIC S9(07)V99 VALUE ZERO.
020388 77  WS-ER-INFONAVIT-AMT         PIC S9(07)V99 VALUE ZERO.
020390******************************************************************
020400* GARNISHMENT WORK AREAS - THE FINAL COLLECTION AGAINST THE
020500* EMPLOYEE'S OPEN ORDERS, PRIORITY 1 FIRST, SAME CAPS AS THE
020600* PAY0100 NOMINA DEDUCTION.
024400     IF NOT WS-ABORT
024500         PERFORM 1700-LOAD-HOLIDAYS THRU 1700-EXIT
024550         PERFORM 1750-LOAD-TAX-TABLE THRU 1750-EXIT
024570         PERFORM 1770-LOAD-IMSS-TABLE THRU 1770-EXIT
024600         PERFORM 2000-COMPUTE-CALENDAR THRU 2000-EXIT
024700         PERFORM 2100-GET-SALARY THRU 2100-EXIT
024750         PERFORM 2150-GET-VACATION-BALANCE THRU 2150-EXIT
024800         PERFORM 2200-COMPUTE-SETTLEMENT THRU 2200-EXIT
024900         PERFORM 2400-POST-SETTLEMENT THRU 2400-EXIT
025000         PERFORM 2500-PAY-OUT-FONDOS THRU 2500-EXIT
025500******************************************************************
025600* 1000-INITIALIZE - ACCEPT THE RUN INPUTS, OPEN EVERY FILE AND
025700* PROVE THE EMPLOYEE EXISTS AND IS ALREADY INACTIVE. A MISSING
025800* EMPCOMP, GARNORD, VACMAST, CUOTAS OR DEDDET IS TOLERATED THE
025900* SAME WAY PAY0100 TOLERATES IT; ANYTHING ELSE IS A HARD STOP - A
026000* SETTLEMENT MUST NOT POST BY HALVES.
026100******************************************************************
026200 1000-INITIALIZE.
026300     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
035300     ELSE
035400         DISPLAY "PAY0111 - SIN GARNORD (ESTADO " WS-GARN-STATUS
035500             "), SIN COBRO FINAL DE EMBARGOS"
035510     END-IF
035520
035530     OPEN I-O VACATION-FILE
035540     IF WS-VAC-STATUS = "00"
035550         SET WS-VAC-OPEN TO TRUE
035560     ELSE
035570         DISPLAY "PAY0111 - SIN VACMAST (ESTADO " WS-VAC-STATUS
035580             "), SIN PAGO DE VACACIONES PENDIENTES"
035581     END-IF
035582
035583     OPEN I-O CUOTAS-FILE
035584     IF WS-CUO-STATUS = "35"
035585         OPEN OUTPUT CUOTAS-FILE
035586         CLOSE CUOTAS-FILE
035587         OPEN I-O CUOTAS-FILE
035588     END-IF
035589     IF WS-CUO-STATUS = "00"
035590         SET WS-CUO-OPEN TO TRUE
035591     ELSE
035592         DISPLAY "PAY0111 - SIN CUOTAS (ESTADO " WS-CUO-STATUS
035593             "), EL FINIQUITO NO LLEGARA AL SUA"
035600     END-IF
035607
035614     OPEN I-O DEDUCTION-DETAIL-FILE
035621     IF WS-DED-STATUS = "35"
035628         OPEN OUTPUT DEDUCTION-DETAIL-FILE
035635         CLOSE DEDUCTION-DETAIL-FILE
035642         OPEN I-O DEDUCTION-DETAIL-FILE
035649     END-IF
035656     IF WS-DED-STATUS = "00"
035663         SET WS-DED-OPEN TO TRUE
035670     ELSE
035677         DISPLAY "PAY0111 - SIN DEDDET (ESTADO " WS-DED-STATUS
035684             "), EL CFDI NO DESGLOSARA LOS EMBARGOS"
035691     END-IF.
035700 1000-EXIT.
035800     EXIT.
035802******************************************************************
042848     MOVE TAX-QUOTA-AMT TO TAXB-TAB-QUOTA(TAXB-BRACKET-CNT).
042850 1760-EXIT.
042852     EXIT.
042853******************************************************************
042854* 1770-LOAD-IMSS-TABLE - FILL THE CONTRIBUTION BRANCHES FROM
042855* IMSSTAB FOR THE SETTLEMENT MONTH, EXACTLY AS IN PAY0100: THE
042856* SET WITH THE LATEST EFFECTIVE DATE ON OR BEFORE THE 1ST WINS.
042857* WITHOUT A SET THAT HAS BOTH ITS UMA RECORD AND BRANCHES THE
042858* FLAT PAY-BENEFITS-RATE STANDS IN - FLAGGED LOUDLY.
042859******************************************************************
042860 1770-LOAD-IMSS-TABLE.
042861     MOVE "N" TO WS-IMSS-TABLE-SW
042862     MOVE "N" TO WS-EOF-IMSSTAB-SW
042863     MOVE ZERO TO IMSB-BRANCH-CNT
042864     MOVE ZERO TO WS-IMSS-EFF-BEST WS-IMSS-UMA WS-SBC-CAP-UMAS
042865     COMPUTE WS-IMSS-CUTOFF-DATE =
042866         WS-PAY-YEAR * 10000 + WS-PAY-MONTH * 100 + 1
042867     OPEN INPUT IMSS-TABLE-FILE
042868     IF WS-IMSSTAB-STATUS NOT = "00"
042869         DISPLAY "PAY0111 - *** SIN IMSSTAB (ESTADO "
042870             WS-IMSSTAB-STATUS "), CUOTA OBRERA A LA TASA FIJA"
042871             " DE RESPALDO " PAY-BENEFITS-RATE " Y SIN CUOTAS"
042872             " PATRONALES ***"
042873         GO TO 1770-EXIT
042874     END-IF
042875     PERFORM 1780-READ-ONE-IMSSREC THRU 1780-EXIT
042876         UNTIL WS-EOF-IMSSTAB
042877     CLOSE IMSS-TABLE-FILE
042878     IF IMSB-BRANCH-CNT > ZERO AND WS-IMSS-UMA > ZERO
042879         SET WS-IMSS-TABLE-LOADED TO TRUE
042880         DISPLAY "PAY0111 - CUOTAS IMSS VIGENTES AL "
042881             WS-IMSS-EFF-BEST ", RAMOS: " IMSB-BRANCH-CNT
042882     ELSE
042883         DISPLAY "PAY0111 - *** IMSSTAB SIN JUEGO COMPLETO AL "
042884             WS-IMSS-CUTOFF-DATE ", CUOTA OBRERA A LA TASA FIJA"
042885             " DE RESPALDO " PAY-BENEFITS-RATE " Y SIN CUOTAS"
042886             " PATRONALES ***"
042887     END-IF.
042888 1770-EXIT.
042889     EXIT.
042890******************************************************************
042891* 1780-READ-ONE-IMSSREC - ONE IMSSTAB RECORD, SAME SELECTION RULE
042892* AS PAY0100: A LATER BUT STILL IN-FORCE SET DISPLACES WHATEVER
042893* WAS COLLECTED; THE UMA RECORD SETS THE UMA AND THE SBC CAP,
042894* EVERY OTHER RECORD IS A BRANCH. BAD RECORDS ARE SKIPPED.
042895******************************************************************
042896 1780-READ-ONE-IMSSREC.
042897     READ IMSS-TABLE-FILE
042898         AT END
042899             MOVE "Y" TO WS-EOF-IMSSTAB-SW
042900             GO TO 1780-EXIT
042901     END-READ
042902     IF IMSS-EFF-DATE NOT NUMERIC OR IMSS-ER-RATE NOT NUMERIC
042903         OR IMSS-EE-RATE NOT NUMERIC OR IMSS-UMA-MULT NOT NUMERIC
042904         OR IMSS-UMA-AMT NOT NUMERIC OR NOT IMSS-GROUP-VALID
042905         DISPLAY "PAY0111 - REGISTRO IMSSTAB INVALIDO, SE OMITE"
042906         GO TO 1780-EXIT
042907     END-IF
042908     IF IMSS-EFF-DATE > WS-IMSS-CUTOFF-DATE
042909         GO TO 1780-EXIT
042910     END-IF
042911     IF IMSS-EFF-DATE > WS-IMSS-EFF-BEST
042912         MOVE IMSS-EFF-DATE TO WS-IMSS-EFF-BEST
042913         MOVE ZERO TO IMSB-BRANCH-CNT WS-IMSS-UMA WS-SBC-CAP-UMAS
042914     END-IF
042915     IF IMSS-EFF-DATE NOT = WS-IMSS-EFF-BEST
042916         GO TO 1780-EXIT
042917     END-IF
042918     IF IMSS-GROUP-UMA
042919         MOVE IMSS-UMA-AMT TO WS-IMSS-UMA
042920         MOVE IMSS-UMA-MULT TO WS-SBC-CAP-UMAS
042921         GO TO 1780-EXIT
042922     END-IF
042923     IF IMSB-BRANCH-CNT = IMSB-MAX-BRANCHES
042924         DISPLAY "PAY0111 - TABLA DE RAMOS IMSS LLENA, SE OMITE"
042925             " EL EXCEDENTE"
042926         GO TO 1780-EXIT
042927     END-IF
042928     ADD 1 TO IMSB-BRANCH-CNT
042929     MOVE IMSS-BRANCH TO IMSB-TAB-BRANCH(IMSB-BRANCH-CNT)
042930     MOVE IMSS-GROUP TO IMSB-TAB-GROUP(IMSB-BRANCH-CNT)
042931     MOVE IMSS-BASE TO IMSB-TAB-BASE(IMSB-BRANCH-CNT)
042932     MOVE IMSS-ER-RATE TO IMSB-TAB-ER-RATE(IMSB-BRANCH-CNT)
042933     MOVE IMSS-EE-RATE TO IMSB-TAB-EE-RATE(IMSB-BRANCH-CNT)
042934     MOVE IMSS-UMA-MULT TO IMSB-TAB-UMA-MULT(IMSB-BRANCH-CNT)
042935     MOVE IMSS-ABSENCE-SW TO IMSB-TAB-ABSENCE-SW(IMSB-BRANCH-CNT).
042936 1780-EXIT.
042937     EXIT.
042938******************************************************************
042939* 2000-COMPUTE-CALENDAR - SIZE THE MONTH (LEAP-YEAR AWARE), CAP
043000* THE LAST DAY WORKED TO IT, AND COUNT THE MONTH'S BUSINESS DAYS
043100* AND THE BUSINESS DAYS ACTUALLY WORKED (DAY 1 THROUGH THE LAST
043200* DAY WORKED).
052000 2100-GET-SALARY.
052100     MOVE PAY-GROSS-SALARY TO WS-EMP-SALARY
052200     MOVE "N" TO WS-COMP-FOUND-SW
052250     MOVE ZERO TO WS-HIRE-DATE
052300     IF NOT WS-COMP-OPEN
052400         GO TO 2100-EXIT
052500     END-IF
054100 2100-EXIT.
054200     EXIT.
054300******************************************************************
054350* 2110-READ-ONE-COMP - ONE STEP OF THE COMPENSATION SCAN. THE
054400* EMPLOYEE'S FIRST RECORD DATES THE HIRE FOR THE SBC, AS IN
054450* PAY0100.
054500******************************************************************
054600 2110-READ-ONE-COMP.
054700     READ EMP-COMP-FILE NEXT RECORD
055700     ELSE
055800         MOVE COMP-SALARY-AMT TO WS-EMP-SALARY
055900         SET WS-COMP-FOUND TO TRUE
055920         IF WS-HIRE-DATE = ZERO
055940             MOVE COMP-EFF-DATE TO WS-HIRE-DATE
055960         END-IF
056000     END-IF.
056100 2110-EXIT.
056200     EXIT.
056202******************************************************************
056204* 2150-GET-VACATION-BALANCE - ADD UP THE DAYS STILL OWED ON THE
056206* EMPLOYEE'S OPEN VACMAST YEARS (ENTITLED LESS TAKEN LESS PAID
056208* OUT). EXPIRED YEARS ARE LOST AND SETTLED ONES ALREADY PAID.
056210******************************************************************
056212 2150-GET-VACATION-BALANCE.
056214     MOVE ZERO TO WS-VAC-UNUSED-DAYS
056216     IF NOT WS-VAC-OPEN
056218         GO TO 2150-EXIT
056220     END-IF
056222     MOVE "N" TO WS-EOF-VAC-SW
056224     MOVE EMP-ID TO VAC-EMP-ID
056226     MOVE ZERO TO VAC-SERVICE-YEAR
056228     START VACATION-FILE KEY NOT < VAC-KEY
056230         INVALID KEY
056232             MOVE "Y" TO WS-EOF-VAC-SW
056234     END-START
056236     PERFORM 2160-ADD-ONE-VAC-YEAR THRU 2160-EXIT
056238         UNTIL WS-EOF-VAC.
056240 2150-EXIT.
056242     EXIT.
056244******************************************************************
056246* 2160-ADD-ONE-VAC-YEAR - ONE STEP OF THE BALANCE SCAN.
056248******************************************************************
056250 2160-ADD-ONE-VAC-YEAR.
056252     READ VACATION-FILE NEXT RECORD
056254         AT END
056256             MOVE "Y" TO WS-EOF-VAC-SW
056258     END-READ
056260     IF WS-EOF-VAC
056262         GO TO 2160-EXIT
056264     END-IF
056266     IF VAC-EMP-ID NOT = EMP-ID
056268         MOVE "Y" TO WS-EOF-VAC-SW
056270         GO TO 2160-EXIT
056272     END-IF
056274     IF NOT VAC-STATUS-OPEN
056276         GO TO 2160-EXIT
056278     END-IF
056280     COMPUTE WS-VAC-BALANCE = VAC-DAYS-ENTITLED
056282         - VAC-DAYS-TAKEN - VAC-DAYS-PAID-OUT
056284     IF WS-VAC-BALANCE > ZERO
056286         ADD WS-VAC-BALANCE TO WS-VAC-UNUSED-DAYS
056288     END-IF.
056290 2160-EXIT.
056292     EXIT.
056300******************************************************************
056400* 2200-COMPUTE-SETTLEMENT - PRORATE THE MONTHLY SALARY BY THE
056460* BUSINESS DAYS WORKED AND ADD THE UNUSED VACATION AND ITS PRIMA
056540* FOR THE GROSS, TAKE TAX AND THE IMSS CONTRIBUTIONS, THEN THE
056620* FINAL GARNISHMENT COLLECTION, LEAVING THE SETTLEMENT NET IN
056700* WS-NET-PAY.
056800******************************************************************
056900 2200-COMPUTE-SETTLEMENT.
057000     IF WS-BUS-DAYS-MONTH = ZERO
057100         MOVE ZERO TO WS-WORKED-PAY
057200     ELSE
057300         COMPUTE WS-WORKED-PAY ROUNDED = WS-EMP-SALARY
057400             * WS-BUS-DAYS-WORKED / WS-BUS-DAYS-MONTH
057500     END-IF
057510     COMPUTE WS-DAILY-RATE ROUNDED = WS-EMP-SALARY / 30
057520     COMPUTE WS-VAC-PAY ROUNDED =
057530         WS-DAILY-RATE * WS-VAC-UNUSED-DAYS
057540     COMPUTE WS-VAC-PRIMA ROUNDED =
057550         WS-VAC-PAY * PAY-PRIMA-VAC-RATE
057560     COMPUTE WS-GROSS-PAY =
057570         WS-WORKED-PAY + WS-VAC-PAY + WS-VAC-PRIMA
057600     IF WS-TAX-TABLE-LOADED
057610         PERFORM 2543-COMPUTE-BRACKET-TAX THRU 2543-EXIT
057620     ELSE
057630         COMPUTE WS-TAX-AMT ROUNDED =
057640             WS-GROSS-PAY * PAY-TAX-RATE
057650     END-IF
057770     PERFORM 2210-COMPUTE-CUOTAS THRU 2210-EXIT
057900     MOVE ZERO TO WS-GARNISH-TOTAL
058000     IF WS-GARN-OPEN
058100         PERFORM 2300-APPLY-GARNISH-ORDERS THRU 2300-EXIT
058900     END-IF.
059000 2200-EXIT.
059100     EXIT.
059101******************************************************************
059102* 2210-COMPUTE-CUOTAS - THE SETTLEMENT'S SOCIAL SECURITY
059103* CONTRIBUTIONS, AS PAY0100'S 2544-COMPUTE-CUOTAS: EVERY BRANCH
059104* OF THE IMSSTAB SET CHARGED ON THE SBC OVER THE CALENDAR DAYS
059105* OF THE FINAL MONTH UP TO THE LAST DAY WORKED. THE EMPLOYEE
059106* SHARES MAKE UP WS-BENEFITS-AMT; THE EMPLOYER SHARES ARE LEFT
059107* BY GROUP FOR THE LEDGER AND CUOTAS. WITHOUT A TABLE THE FLAT
059108* PAY-BENEFITS-RATE STANDS IN AND NO EMPLOYER COST IS FIGURED.
059109******************************************************************
059110 2210-COMPUTE-CUOTAS.
059111     MOVE ZERO TO WS-CUO-EE-IMSS WS-CUO-EE-RCV
059112     MOVE ZERO TO WS-ER-IMSS-AMT WS-ER-RCV-AMT WS-ER-INFONAVIT-AMT
059113     MOVE ZERO TO WS-SBC WS-CUO-DAYS
059114     IF NOT WS-IMSS-TABLE-LOADED
059115         COMPUTE WS-BENEFITS-AMT ROUNDED =
059116             WS-GROSS-PAY * PAY-BENEFITS-RATE
059117         GO TO 2210-EXIT
059118     END-IF
059119     MOVE WS-LAST-DAY-WORKED TO WS-CUO-DAYS
059120     PERFORM 2230-GET-SBC THRU 2230-EXIT
059121     PERFORM 2220-CHARGE-ONE-BRANCH THRU 2220-EXIT
059122         VARYING IMSB-SUB FROM 1 BY 1
059123         UNTIL IMSB-SUB > IMSB-BRANCH-CNT
059124     COMPUTE WS-BENEFITS-AMT = WS-CUO-EE-IMSS + WS-CUO-EE-RCV.
059125 2210-EXIT.
059126     EXIT.
059127******************************************************************
059128* 2220-CHARGE-ONE-BRANCH - ONE BRANCH OF THE CONTRIBUTION ON THE
059129* SBC, THE SBC OVER ITS UMA MULTIPLE, OR THE UMA MULTIPLE ITSELF.
059130******************************************************************
059131 2220-CHARGE-ONE-BRANCH.
059132     IF WS-CUO-DAYS NOT > ZERO
059133         GO TO 2220-EXIT
059134     END-IF
059135     IF IMSB-TAB-BASE(IMSB-SUB) = "E"
059136         COMPUTE WS-CUO-BASE = (WS-SBC
059137             - IMSB-TAB-UMA-MULT(IMSB-SUB) * WS-IMSS-UMA)
059138             * WS-CUO-DAYS
059139         IF WS-CUO-BASE NOT > ZERO
059140             GO TO 2220-EXIT
059141         END-IF
059142     ELSE
059143         IF IMSB-TAB-BASE(IMSB-SUB) = "U"
059144             COMPUTE WS-CUO-BASE = IMSB-TAB-UMA-MULT(IMSB-SUB)
059145                 * WS-IMSS-UMA * WS-CUO-DAYS
059146         ELSE
059147             COMPUTE WS-CUO-BASE = WS-SBC * WS-CUO-DAYS
059148         END-IF
059149     END-IF
059150     COMPUTE WS-CUO-ER ROUNDED =
059151         WS-CUO-BASE * IMSB-TAB-ER-RATE(IMSB-SUB)
059152     COMPUTE WS-CUO-EE ROUNDED =
059153         WS-CUO-BASE * IMSB-TAB-EE-RATE(IMSB-SUB)
059154     IF IMSB-TAB-GROUP(IMSB-SUB) = "R"
059155         ADD WS-CUO-ER TO WS-ER-RCV-AMT
059156         ADD WS-CUO-EE TO WS-CUO-EE-RCV
059157     ELSE
059158         IF IMSB-TAB-GROUP(IMSB-SUB) = "V"
059159             ADD WS-CUO-ER TO WS-ER-INFONAVIT-AMT
059160         ELSE
059161             ADD WS-CUO-ER TO WS-ER-IMSS-AMT
059162             ADD WS-CUO-EE TO WS-CUO-EE-IMSS
059163         END-IF
059164     END-IF.
059165 2220-EXIT.
059166     EXIT.
059167******************************************************************
059168* 2230-GET-SBC - THE INTEGRATED DAILY SALARY, AS IN PAY0100: THE
059169* MONTHLY SALARY OVER 30 TIMES THE AGUINALDO AND PRIMA
059170* VACACIONAL INTEGRATION FACTOR, CAPPED AT WS-SBC-CAP-UMAS UMAS.
059171******************************************************************
059172 2230-GET-SBC.
059173     PERFORM 2240-GET-VAC-DAYS THRU 2240-EXIT
059174     COMPUTE WS-SBC-DAILY ROUNDED = WS-EMP-SALARY / 30
059175     COMPUTE WS-SBC-FACTOR ROUNDED = (365 + PAY-AGUINALDO-DAYS
059176         + WS-SBC-VAC-DAYS * PAY-PRIMA-VAC-RATE) / 365
059177     COMPUTE WS-SBC ROUNDED = WS-SBC-DAILY * WS-SBC-FACTOR
059178     COMPUTE WS-SBC-CAP = WS-SBC-CAP-UMAS * WS-IMSS-UMA
059179     IF WS-SBC > WS-SBC-CAP
059180         MOVE WS-SBC-CAP TO WS-SBC
059181     END-IF.
059182 2230-EXIT.
059183     EXIT.
059184******************************************************************
059185* 2240-GET-VAC-DAYS - THE STATUTORY VACATION DAYS OF THE SERVICE
059186* YEAR IN COURSE ON THE LAST DAY WORKED, SAME SCALE AS PAY0100
059187* AND PAY0121. NO HIRE DATE ON EMPCOMP MEANS THE FIRST YEAR.
059188******************************************************************
059189 2240-GET-VAC-DAYS.
059190     MOVE 12 TO WS-SBC-VAC-DAYS
059191     IF WS-HIRE-DATE = ZERO
059192         OR WS-HIRE-DATE NOT < WS-COMP-CUTOFF-DATE
059193         GO TO 2240-EXIT
059194     END-IF
059195     DIVIDE WS-HIRE-DATE BY 10000
059196         GIVING WS-HIRE-YEAR REMAINDER WS-HIRE-MMDD
059197     DIVIDE WS-COMP-CUTOFF-DATE BY 10000
059198         GIVING WS-CUT-YEAR REMAINDER WS-CUT-MMDD
059199     COMPUTE WS-SVC-YEAR = WS-CUT-YEAR - WS-HIRE-YEAR + 1
059200     IF WS-CUT-MMDD < WS-HIRE-MMDD
059201         SUBTRACT 1 FROM WS-SVC-YEAR
059202     END-IF
059203     IF WS-SVC-YEAR NOT > 5
059204         COMPUTE WS-SBC-VAC-DAYS = 10 + 2 * WS-SVC-YEAR
059205         GO TO 2240-EXIT
059206     END-IF
059207     COMPUTE WS-VAC-STEPS = (WS-SVC-YEAR - 6) / 5
059208     COMPUTE WS-SBC-VAC-DAYS = 22 + 2 * WS-VAC-STEPS.
059209 2240-EXIT.
059210     EXIT.
059211******************************************************************
059212* 2250-WRITE-CUOTA-RECORD - KEEP THE SETTLEMENT'S CONTRIBUTION
059213* FIGURES ON CUOTAS, KEYED BY THE LAST DAY WORKED, FOR THE
059214* BIMONTHLY SUA EXTRACT.
059215******************************************************************
059216 2250-WRITE-CUOTA-RECORD.
059217     MOVE SPACES TO CUO-RECORD
059218     MOVE EMP-ID TO CUO-EMP-ID
059219     COMPUTE CUO-PAY-DATE = WS-PAY-YEAR * 10000
059220         + WS-PAY-MONTH * 100 + WS-LAST-DAY-WORKED
059221     SET CUO-SOURCE-FINIQUITO TO TRUE
059222     MOVE EMP-BRANCH TO CUO-BRANCH
059223     MOVE WS-SBC TO CUO-SBC
059224     MOVE WS-CUO-DAYS TO CUO-DAYS
059225     MOVE ZERO TO CUO-INCAP-DAYS CUO-ABSENT-DAYS
059226     MOVE WS-CUO-EE-IMSS TO CUO-EE-IMSS-AMT
059227     MOVE WS-CUO-EE-RCV TO CUO-EE-RCV-AMT
059228     MOVE WS-ER-IMSS-AMT TO CUO-ER-IMSS-AMT
059229     MOVE WS-ER-RCV-AMT TO CUO-ER-RCV-AMT
059230     MOVE WS-ER-INFONAVIT-AMT TO CUO-ER-INFONAVIT-AMT
059231     WRITE CUO-RECORD
059232         INVALID KEY
059233             REWRITE CUO-RECORD
059234                 INVALID KEY
059235                     DISPLAY "PAY0111 - NO SE PUDO GRABAR CUOTAS "
059236                         EMP-ID " ESTADO " WS-CUO-STATUS
059237             END-REWRITE
059238     END-WRITE.
059239 2250-EXIT.
059240     EXIT.
059241******************************************************************
059300* 2300-APPLY-GARNISH-ORDERS - LOAD THE EMPLOYEE'S OPEN ORDERS AND
059400* TAKE THE FINAL COLLECTION IN PRIORITY SEQUENCE (1 FIRST), SAME
059500* CAPS AS PAY0100: PER-PERIOD AMOUNT, REMAINING BALANCE, AND
070300             WS-GARN-STATUS
070400     END-IF
070500     ADD WS-GARN-DED TO WS-GARNISH-TOTAL
070540     SUBTRACT WS-GARN-DED FROM WS-GARNISH-AVAIL
070580     IF WS-DED-OPEN
070620         PERFORM 2340-WRITE-DEDUCTION-DETAIL THRU 2340-EXIT
070660     END-IF.
070700 2330-EXIT.
070800     EXIT.
070801******************************************************************
070802* 2340-WRITE-DEDUCTION-DETAIL - KEEP THE ORDER'S CUT ON DEDDET,
070803* KEYED BY THE SETTLEMENT'S PAY DATE (PERIOD AND LAST DAY
070804* WORKED) AS ON THE LEDGER, FOR THE CFDI RECEIPT.
070805******************************************************************
070806 2340-WRITE-DEDUCTION-DETAIL.
070807     MOVE SPACES TO DED-RECORD
070808     MOVE EMP-ID TO DED-EMP-ID
070809     COMPUTE DED-PAY-DATE = WS-PAY-YEAR * 10000
070810         + WS-PAY-MONTH * 100 + WS-LAST-DAY-WORKED
070811     SET DED-SOURCE-FINIQUITO TO TRUE
070812     SET DED-KIND-GARNISH TO TRUE
070813     MOVE GRN-TAB-ORDER-NO(GRN-SUB) TO DED-REF-NO
070814     MOVE GRN-TAB-PAYEE(GRN-SUB) TO DED-PAYEE
070815     MOVE WS-GARN-DED TO DED-AMOUNT
070816     WRITE DED-RECORD
070817         INVALID KEY
070818             REWRITE DED-RECORD
070819                 INVALID KEY
070820                     DISPLAY "PAY0111 - NO SE PUDO GRABAR DEDDET "
070821                         EMP-ID " ESTADO " WS-DED-STATUS
070822             END-REWRITE
070823     END-WRITE.
070824 2340-EXIT.
070825     EXIT.
070826******************************************************************
070827* 2543-COMPUTE-BRACKET-TAX - FIND THE BRACKET THE GROSS FALLS IN
070828* (LOWER INCLUSIVE, UPPER EXCLUSIVE; A ZERO UPPER MEANS NO
070829* CEILING) AND CHARGE ITS FIXED QUOTA PLUS THE RATE ON THE
070830* EXCESS OVER THE LOWER BOUND, AS IN PAY0100. A GROSS NO
070831* BRACKET COVERS FALLS BACK TO THE FLAT RATE, LOUDLY.
070832******************************************************************
070833 2543-COMPUTE-BRACKET-TAX.
070834     MOVE "N" TO TAXB-FOUND-SW
070835     PERFORM 2547-TEST-ONE-BRACKET THRU 2547-EXIT
070836         VARYING TAXB-SUB FROM 1 BY 1
070837         UNTIL TAXB-FOUND OR TAXB-SUB > TAXB-BRACKET-CNT
070838     IF TAXB-FOUND
070839         COMPUTE WS-TAX-AMT ROUNDED =
070840             TAXB-TAB-QUOTA(TAXB-CUR-SUB)
070841             + (WS-GROSS-PAY - TAXB-TAB-LOWER(TAXB-CUR-SUB))
070842             * TAXB-TAB-RATE(TAXB-CUR-SUB)
070843     ELSE
070844         DISPLAY "PAY0111 - SIN TRAMO PARA BRUTO " WS-GROSS-PAY
070845             " DE " EMP-ID ", SE USA LA TASA FIJA"
070846         COMPUTE WS-TAX-AMT ROUNDED =
070847             WS-GROSS-PAY * PAY-TAX-RATE
070848     END-IF.
070849 2543-EXIT.
070850     EXIT.
070852******************************************************************
070854* 2547-TEST-ONE-BRACKET - ONE STEP OF THE BRACKET SEARCH. LEAVES
072200     MOVE WS-NET-PAY TO WS-LEDGER-NET-AMT
072300     PERFORM 8200-WRITE-LEDGER-RECORD THRU 8200-EXIT
072400     MOVE "FINIQUITO" TO AUD-ACTION
072440     PERFORM 8100-WRITE-AUDIT-RECORD THRU 8100-EXIT
072450     IF WS-IMSS-TABLE-LOADED AND WS-CUO-OPEN
072460         PERFORM 2250-WRITE-CUOTA-RECORD THRU 2250-EXIT
072470     END-IF
072480     IF WS-VAC-OPEN
072520         PERFORM 2450-SETTLE-VACATION THRU 2450-EXIT
072560     END-IF.
072600 2400-EXIT.
072700     EXIT.
072702******************************************************************
072704* 2450-SETTLE-VACATION - CLOSE EVERY OPEN VACMAST YEAR OF THE
072706* EMPLOYEE AS SETTLED, ITS REMAINING BALANCE RECORDED AS PAID
072708* OUT, SO NO LATER RUN CAN PAY OR DRAW IT AGAIN.
072710******************************************************************
072712 2450-SETTLE-VACATION.
072714     MOVE "N" TO WS-EOF-VAC-SW
072716     MOVE EMP-ID TO VAC-EMP-ID
072718     MOVE ZERO TO VAC-SERVICE-YEAR
072720     START VACATION-FILE KEY NOT < VAC-KEY
072722         INVALID KEY
072724             MOVE "Y" TO WS-EOF-VAC-SW
072726     END-START
072728     PERFORM 2460-SETTLE-ONE-VAC-YEAR THRU 2460-EXIT
072730         UNTIL WS-EOF-VAC.
072732 2450-EXIT.
072734     EXIT.
072736******************************************************************
072738* 2460-SETTLE-ONE-VAC-YEAR - ONE STEP OF THE SETTLEMENT SCAN.
072740******************************************************************
072742 2460-SETTLE-ONE-VAC-YEAR.
072744     READ VACATION-FILE NEXT RECORD
072746         AT END
072748             MOVE "Y" TO WS-EOF-VAC-SW
072750     END-READ
072752     IF WS-EOF-VAC
072754         GO TO 2460-EXIT
072756     END-IF
072758     IF VAC-EMP-ID NOT = EMP-ID
072760         MOVE "Y" TO WS-EOF-VAC-SW
072762         GO TO 2460-EXIT
072764     END-IF
072766     IF NOT VAC-STATUS-OPEN
072768         GO TO 2460-EXIT
072770     END-IF
072772     COMPUTE WS-VAC-BALANCE = VAC-DAYS-ENTITLED
072774         - VAC-DAYS-TAKEN - VAC-DAYS-PAID-OUT
072776     IF WS-VAC-BALANCE > ZERO
072778         ADD WS-VAC-BALANCE TO VAC-DAYS-PAID-OUT
072780     END-IF
072782     SET VAC-STATUS-SETTLED TO TRUE
072784     REWRITE VAC-RECORD
072786     IF WS-VAC-STATUS NOT = "00"
072788         DISPLAY "PAY0111 - NO SE PUDO GRABAR VACMAST " VAC-KEY
072790             ", ESTADO " WS-VAC-STATUS
072792     END-IF.
072794 2460-EXIT.
072796     EXIT.
072800******************************************************************
072900* 2500-PAY-OUT-FONDOS - PAY THE WHOLE REMAINING FONDOS BALANCE
073000* OUT TO ZERO AS A RETIRO LEDGER ENTRY, SO THE MASTER NO LONGER
077900         DELIMITED BY SIZE INTO WS-RPT-TEXT
078000     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
078100
078110     MOVE SPACES TO WS-RPT-TEXT
078120     MOVE WS-VAC-UNUSED-DAYS TO WS-CNT-DISPLAY
078130     STRING "DIAS DE VACACIONES PEND.:" WS-CNT-DISPLAY
078140         DELIMITED BY SIZE INTO WS-RPT-TEXT
078150     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
078160
078200     MOVE "SUELDO BRUTO PROPORCIONAL:" TO WS-AMT-LABEL
078300     MOVE WS-WORKED-PAY TO WS-AMT-EDITED
078400     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
078410     MOVE "VACACIONES PENDIENTES:  " TO WS-AMT-LABEL
078420     MOVE WS-VAC-PAY TO WS-AMT-EDITED
078430     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
078440     MOVE "PRIMA VACACIONAL:       " TO WS-AMT-LABEL
078450     MOVE WS-VAC-PRIMA TO WS-AMT-EDITED
078460     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
078470     MOVE "TOTAL PERCEPCIONES:     " TO WS-AMT-LABEL
078480     MOVE WS-GROSS-PAY TO WS-AMT-EDITED
078490     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
078500     MOVE "IMPUESTOS RETENIDOS:    " TO WS-AMT-LABEL
078600     MOVE WS-TAX-AMT TO WS-AMT-EDITED
078700     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
082800     MOVE WS-TODAY-MONTH         TO AUD-MONTH
082900     MOVE WS-TODAY-DAY           TO AUD-DAY
083000     SET AUD-RESULT-OK           TO TRUE
083050     MOVE SPACES                 TO AUD-REASON
083100     WRITE AUDIT-RECORD.
083200 8100-EXIT.
083300     EXIT.
084900     MOVE WS-LEDGER-NET-AMT      TO LEDG-NET-AMT
085000     MOVE FONDOS                 TO LEDG-BALANCE-AFTER
085050     MOVE EMP-BRANCH             TO LEDG-BRANCH
085058     MOVE ZERO                   TO LEDG-PAY-DATE
085066     IF LEDG-TYPE-FINIQUITO
085074         COMPUTE LEDG-PAY-DATE = WS-PAY-YEAR * 10000
085082             + WS-PAY-MONTH * 100 + WS-LAST-DAY-WORKED
085090     END-IF
085091     MOVE ZERO TO LEDG-ER-IMSS-AMT LEDG-ER-RCV-AMT
085092         LEDG-ER-INFONAVIT-AMT
085093     IF LEDG-TYPE-FINIQUITO
085094         MOVE WS-ER-IMSS-AMT      TO LEDG-ER-IMSS-AMT
085095         MOVE WS-ER-RCV-AMT       TO LEDG-ER-RCV-AMT
085096         MOVE WS-ER-INFONAVIT-AMT TO LEDG-ER-INFONAVIT-AMT
085097     END-IF
085100     WRITE LEDGER-RECORD.
085200 8200-EXIT.
085300     EXIT.
090500     IF WS-GARN-OPEN
090600         CLOSE GARN-ORDER-FILE
090700     END-IF
090720     IF WS-VAC-OPEN
090740         CLOSE VACATION-FILE
090760     END-IF
090770     IF WS-CUO-OPEN
090780         CLOSE CUOTAS-FILE
090790     END-IF
090792     IF WS-DED-OPEN
090794         CLOSE DEDUCTION-DETAIL-FILE
090796     END-IF
090800     IF WS-ABORT
090900         DISPLAY "PAY0111 - FINIQUITO NO PROCESADO"
091000     ELSE
