003793*                    CENTER. A BATCH HEADER NAMING AN UNKNOWN
003794*                    BRANCH IS REJECTED WHOLE LIKE ANY OTHER
003795*                    BATCH CONTROL FAILURE.
003803*   2026-10-15  ECR  PRE-NOMINA SIMULATION. WHEN A REQUEST
003811*                    RECORD IS ON PRENOMRQ THE RUN POSTS NOTHING:
003819*                    EVERY ACTIVE EMPLOYEE'S PAYDAYS ARE FIGURED
003827*                    THE WAY 2522-POST-NOMINA-CREDIT WOULD FIGURE
003835*                    THEM (EMPCOMP GROSS, INCIDENCIAS, TAXTAB,
003843*                    BENEFITS, GARNORD, LOANMAST, BANKMAST) WITH
003851*                    EVERY FILE OPENED INPUT, AND THE RESULT GOES
003859*                    TO ITS OWN REGISTER (PRENOM) WITH BRANCH
003867*                    SUBTOTALS AND AN EXCEPTIONS SECTION FOR HR
003875*                    TO REVIEW BEFORE THE REAL RUN.
003876*   2026-10-15  ECR  NOMINA REVERSAL SUPPORT. NOMINA, PRESTAMO
003877*                    AND DISPERSION LEDGER RECORDS NOW CARRY THE
003878*                    PAY DATE (PERIOD AND PAYDAY) THEY BELONG TO,
003879*                    SO PAY0118 CAN FIND AND CANCEL THEM. A
003880*                    PERIOD PAY0118 REOPENED ON PAYCKPT PAYS ONLY
003881*                    THE REVERSED PAYDAY AGAIN - NO INTEREST AND
003882*                    NO OTHER DAY IS RE-CREDITED. LEDGSUM GAINED
003883*                    THE REVERSO BUCKET.
003885*   2026-10-15  ECR  LEDGSUM GAINED THE RETRO BUCKET FOR THE
003887*                    RETROACTIVE PAY DIFFERENCES PAY0119 POSTS.
003888*   2026-10-15  ECR  LEDGSUM GAINED THE BONO BUCKET FOR THE
003889*                    AGUINALDO AND PRIMA VACACIONAL PAY0120 POSTS.
003891*   2026-10-15  ECR  VACACIONES INCIDENCIAS (TYPE V) ARE PAID IN
003893*                    FULL AND NO LONGER DOCK THE NOMINA GROSS.
003898*   2026-10-15  ECR  IMSS/INFONAVIT CONTRIBUTIONS. THE FLAT
003903*                    PAY-BENEFITS-RATE GAVE WAY TO THE EMPLOYEE
003908*                    SHARE OF EACH SOCIAL SECURITY BRANCH ON THE
003913*                    INTEGRATED DAILY SALARY (SBC), AT THE RATES
003918*                    AND CAPS ON THE MAINTAINED RATE FILE
003923*                    (IMSSTAB, LOADED BY PAY0122) OVER THE DAYS OF
003928*                    THE SEGMENT LESS INCAPACIDAD AND ABSENCE
003933*                    DAYS. THE EMPLOYER IMSS, RETIRO AND INFONAVIT
003938*                    SHARES RIDE ON THE NOMINA LEDGER RECORD FOR
003943*                    PAY0105, AND EVERY PAYDAY'S FIGURES GO TO THE
003948*                    CONTRIBUTION FILE (CUOTAS) FOR THE BIMONTHLY
003953*                    SUA EXTRACT (PAY0123). THE FLAT RATE REMAINS
003958*                    ONLY AS A LOUD FALLBACK WHEN IMSSTAB IS
003963*                    MISSING OR EMPTY FOR THE PERIOD.
003964*   2026-10-15  ECR  EVERY COURT ORDER AND LOAN COLLECTED FROM A
003965*                    NOMINA IS KEPT, BY ORDER OR LOAN NUMBER, ON
003966*                    THE DEDUCTION DETAIL FILE (DEDDET) FOR THE
003967*                    CFDI RECEIPT EXTRACT (PAY0124).
003968*   2026-10-15  ECR  AN ACCOUNT WHOSE DISPERSION THE BANK RETURNED
003969*                    (BANKMAST FLAGGED BY PAY0125) IS NOT
003970*                    DISPERSED AGAIN - THE NET STAYS ON FONDOS
003971*                    UNTIL PAY0109 RELOADS THE ACCOUNT. LEDGSUM
003972*                    GAINED THE DEVOLUCION BUCKET.
003973*   2026-10-15  ECR  RETURN CODE FOR THE CYCLE DRIVER (PAY0126):
003974*                    16 WHEN EMPMAST COULD NOT BE PROCESSED.
003975*   2026-10-15  ECR  A PRE-NOMINA SIMULATION ENDS WITH RC 4, SO A
003976*                    SCHEDULED NOMINA STEP THAT ONLY SIMULATED
003977*                    STOPS THE CYCLE, AND WITH RC 16 WHEN EMPMAST
003978*                    OR PRENOM WILL NOT OPEN.
003979*   2026-10-15  ECR  A FAILED OPEN OF A REQUIRED FILE ENDS THE RUN
003980*                    WITH RC 16, A DESCUADRE LINE ON PAYCTL AND NO
003981*                    RUNCTL RECORD. A PAYDAY PAY0118 REOPENED IN
003982*                    ANOTHER PERIOD SKIPS THE EMPLOYEE AND IS ALSO
003983*                    REPORTED AS A DESCUADRE.
003984******************************************************************
003985 IDENTIFICATION DIVISION.
003990 PROGRAM-ID. PAY0100.
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. GENERIC.
006962         ACCESS MODE IS DYNAMIC
006970         RECORD KEY IS BR-CODE
006978         FILE STATUS IS WS-BRANCH-STATUS.
006980
006982     SELECT PRENOM-REQUEST-FILE ASSIGN TO "PRENOMRQ"
006984         ORGANIZATION IS LINE SEQUENTIAL
006986         FILE STATUS IS WS-PRQ-STATUS.
006988
006990     SELECT PRENOM-REGISTER-FILE ASSIGN TO "PRENOM"
006992         ORGANIZATION IS LINE SEQUENTIAL
006994         FILE STATUS IS WS-PRENOM-STATUS.
007002
007010     SELECT IMSS-TABLE-FILE ASSIGN TO "IMSSTAB"
007018         ORGANIZATION IS LINE SEQUENTIAL
007026         FILE STATUS IS WS-IMSSTAB-STATUS.
007034
007042     SELECT CUOTAS-FILE ASSIGN TO "CUOTAS"
007050         ORGANIZATION IS INDEXED
007058         ACCESS MODE IS DYNAMIC
007066         RECORD KEY IS CUO-KEY
007074         FILE STATUS IS WS-CUO-STATUS.
007075
007076     SELECT DEDUCTION-DETAIL-FILE ASSIGN TO "DEDDET"
007077         ORGANIZATION IS INDEXED
007078         ACCESS MODE IS DYNAMIC
007079         RECORD KEY IS DED-KEY
007080         FILE STATUS IS WS-DED-STATUS.
007082 DATA DIVISION.
007090 FILE SECTION.
007100 FD  EMPLOYEE-MASTER-FILE
007200     LABEL RECORDS ARE STANDARD.
007300     COPY PAYEMP.
008700 FD  PAY-AUDIT-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY PAYAUD.
008909
008918 FD  PRENOM-REQUEST-FILE
008927     LABEL RECORDS ARE STANDARD.
008936 01  PRQ-RECORD.
008945     05  PRQ-PERIOD                  PIC 9(06).
008954     05  FILLER                      PIC X(74).
008963
008972 FD  PRENOM-REGISTER-FILE
008981     LABEL RECORDS ARE STANDARD.
008990 01  PRN-RECORD                      PIC X(132).
008991
008992 FD  IMSS-TABLE-FILE
008993     LABEL RECORDS ARE STANDARD.
008994     COPY PAYIMSS.
008995
008996 FD  CUOTAS-FILE
008997     LABEL RECORDS ARE STANDARD.
008998     COPY PAYCUO.
009008
009018 FD  DEDUCTION-DETAIL-FILE
009028     LABEL RECORDS ARE STANDARD.
009038     COPY PAYDED.
009048 WORKING-STORAGE SECTION.
009100******************************************************************
009200* FILE STATUS AND END-OF-FILE SWITCHES.
009300******************************************************************
009800 77  WS-START-DAY                PIC 9(02) COMP VALUE 1.
009810 77  WS-NOMINA-DONE-SW           PIC X(01) VALUE 'N'.
009820     88  WS-NOMINA-DONE          VALUE 'Y'.
009822 77  WS-NOMINA-REOPENED-SW       PIC X(01) VALUE 'N'.
009824     88  WS-NOMINA-REOPENED      VALUE 'Y'.
009826 77  WS-REOPEN-DAY               PIC 9(02) VALUE ZERO.
009827 77  WS-REOPEN-PENDING-SW        PIC X(01) VALUE 'N'.
009828     88  WS-REOPEN-PENDING       VALUE 'Y'.
009829 77  WS-REOPEN-PEND-CNT          PIC 9(05) COMP VALUE ZERO.
009830 77  WS-TRAN-STATUS              PIC X(02) VALUE SPACES.
009840 77  WS-REJECT-STATUS            PIC X(02) VALUE SPACES.
009845 77  WS-HOLCAL-STATUS            PIC X(02) VALUE SPACES.
009905 77  WS-GARN-OPEN-SW             PIC X(01) VALUE 'N'.
009906     88  WS-GARN-OPEN            VALUE 'Y'.
009907 77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
009908 77  WS-OPEN-ABORT-SW            PIC X(01) VALUE 'N'.
009909     88  WS-OPEN-ABORT           VALUE 'Y'.
009910 77  WS-STATEMENT-NEW-SW         PIC X(01) VALUE 'N'.
009920     88  WS-STATEMENT-NEW        VALUE 'Y'.
010000 77  WS-EOF-EMPMAST-SW           PIC X(01) VALUE 'N'.
010136******************************************************************
010140* RUN MODE. THE RUN IS UNATTENDED (LOTE) WHEN A BRANCH TRANSACTION
010150* FILE FNDTRAN IS PRESENT AT START-UP; OTHERWISE THE ORIGINAL
010160* CONSOLE PROMPTS DRIVE THE RUN (INTERACTIVO). A REQUEST RECORD
010163* ON PRENOMRQ OVERRIDES BOTH: THE RUN IS A PRE-NOMINA SIMULATION
010166* THAT POSTS NOTHING (SEE 5000-RUN-PRENOMINA).
010170******************************************************************
010180 77  WS-RUN-MODE                 PIC X(01) VALUE 'I'.
010190     88  WS-BATCH-MODE           VALUE 'B'.
010192     88  WS-INTERACTIVE-MODE     VALUE 'I'.
010193     88  WS-SIMULATION-MODE      VALUE 'S'.
010194 77  WS-TRAN-POSTED-CNT          PIC 9(05) COMP VALUE ZERO.
010196 77  WS-TRAN-REJECT-CNT          PIC 9(05) COMP VALUE ZERO.
010200******************************************************************
014100* PAYROLL DEDUCTION RATES. TAX NORMALLY COMES FROM THE BRACKET
014200* TABLE FILE (TAXTAB, SEE 1750-LOAD-TAX-TABLE AND
014210* 2543-COMPUTE-BRACKET-TAX); PAY-TAX-RATE IS ONLY THE LOUD
014216* FALLBACK WHEN NO TABLE IS ON FILE FOR THE PERIOD. BENEFITS -
014222* THE EMPLOYEE'S IMSS SHARE - COME FROM IMSSTAB THE SAME WAY
014228* (SEE 1770-LOAD-IMSS-TABLE AND 2544-COMPUTE-CUOTAS), WITH
014234* PAY-BENEFITS-RATE AS ITS FALLBACK. GROSS PAY ITSELF COMES FROM
014240* THE EMPLOYEE'S EMPCOMP RECORD (SEE 2521-GET-EMPLOYEE-SALARY);
014250* PAY-GROSS-SALARY IS ONLY THE FALLBACK RATE FOR AN EMPLOYEE
014260* WITH NO COMPENSATION RECORD.
014300******************************************************************
022361 77  WS-BRANCH-STATUS            PIC X(02) VALUE SPACES.
022370 77  WS-BRN-OPEN-SW              PIC X(01) VALUE 'N'.
022379     88  WS-BRN-OPEN             VALUE 'Y'.
022380******************************************************************
022381* SOCIAL SECURITY CONTRIBUTIONS. THE IMSSTAB SET IN FORCE ON THE
022382* 1ST OF THE PAY MONTH IS LOADED AT START-UP (THE UMA RECORD TO
022383* WS-IMSS-UMA AND WS-SBC-CAP-UMAS, EACH BRANCH TO THE IMSB
022384* TABLE). EACH PAYDAY 2544-COMPUTE-CUOTAS CHARGES EVERY BRANCH
022385* ON THE EMPLOYEE'S SBC: THE EMPLOYEE SHARE BECOMES THE NOMINA
022386* BENEFITS DEDUCTION AND THE EMPLOYER SHARES RIDE ON THE LEDGER
022387* RECORD. THE PAYDAY'S FIGURES ARE KEPT ON CUOTAS FOR PAY0123.
022388* THE SBC IS THE DAILY SALARY INTEGRATED WITH THE STATUTORY
022389* AGUINALDO AND PRIMA VACACIONAL, CAPPED AT WS-SBC-CAP-UMAS UMAS.
022390******************************************************************
022391 77  WS-IMSSTAB-STATUS           PIC X(02) VALUE SPACES.
022392 77  WS-EOF-IMSSTAB-SW           PIC X(01) VALUE 'N'.
022393     88  WS-EOF-IMSSTAB          VALUE 'Y'.
022394 77  WS-IMSS-TABLE-SW            PIC X(01) VALUE 'N'.
022395     88  WS-IMSS-TABLE-LOADED    VALUE 'Y'.
022396 77  WS-CUO-STATUS               PIC X(02) VALUE SPACES.
022397 77  WS-CUO-OPEN-SW              PIC X(01) VALUE 'N'.
022398     88  WS-CUO-OPEN             VALUE 'Y'.
022399******************************************************************
022400* DEDUCTION DETAIL. EACH GARNORD ORDER AND LOANMAST LOAN A NOMINA
022401* COLLECTS GOES TO DEDDET UNDER ITS NUMBER (2550), SO THE CFDI
022402* RECEIPT CAN BREAK THE DEDUCTIONS OUT.
022403******************************************************************
022404 77  WS-DED-STATUS               PIC X(02) VALUE SPACES.
022405 77  WS-DED-OPEN-SW              PIC X(01) VALUE 'N'.
022406     88  WS-DED-OPEN             VALUE 'Y'.
022407 77  WS-DED-KIND                 PIC X(01) VALUE SPACE.
022408 77  WS-DED-REF-NO               PIC X(10) VALUE SPACES.
022409 77  WS-DED-PAYEE                PIC X(20) VALUE SPACES.
022410 77  WS-DED-AMT                  PIC S9(07)V99 VALUE ZERO.
022411 77  IMSB-MAX-BRANCHES           PIC 9(02) COMP VALUE 20.
022412 01  IMSB-BRANCH-TABLE.
022413     05  IMSB-TAB-ENTRY OCCURS 20 TIMES.
022414         10  IMSB-TAB-BRANCH     PIC X(04).
022415         10  IMSB-TAB-GROUP      PIC X(01).
022416         10  IMSB-TAB-BASE       PIC X(01).
022417         10  IMSB-TAB-ER-RATE    PIC 9V9(05).
022418         10  IMSB-TAB-EE-RATE    PIC 9V9(05).
022419         10  IMSB-TAB-UMA-MULT   PIC 9(02)V99.
022420         10  IMSB-TAB-ABSENCE-SW PIC X(01).
022421 77  IMSB-BRANCH-CNT             PIC 9(02) COMP VALUE ZERO.
022422 77  IMSB-SUB                    PIC 9(02) COMP VALUE ZERO.
022423 77  WS-IMSS-EFF-BEST            PIC 9(08) VALUE ZERO.
022424 77  WS-IMSS-CUTOFF-DATE         PIC 9(08) VALUE ZERO.
022425 77  WS-IMSS-UMA                 PIC 9(05)V99 VALUE ZERO.
022426 77  WS-SBC-CAP-UMAS             PIC 9(02)V99 VALUE ZERO.
022427 77  WS-SBC-CAP                  PIC 9(07)V99 VALUE ZERO.
022428 77  PAY-AGUINALDO-DAYS          PIC 9(02) VALUE 15.
022429 77  PAY-PRIMA-VAC-RATE          PIC SV999 VALUE .250.
022430 77  WS-HIRE-DATE                PIC 9(08) VALUE ZERO.
022431 77  WS-HIRE-YEAR                PIC 9(04) VALUE ZERO.
022432 77  WS-HIRE-MMDD                PIC 9(04) VALUE ZERO.
022433 77  WS-CUT-YEAR                 PIC 9(04) VALUE ZERO.
022434 77  WS-CUT-MMDD                 PIC 9(04) VALUE ZERO.
022435 77  WS-SVC-YEAR                 PIC 9(03) VALUE ZERO.
022436 77  WS-VAC-STEPS                PIC 9(02) VALUE ZERO.
022437 77  WS-SBC-VAC-DAYS             PIC 9(03) VALUE ZERO.
022438 77  WS-SBC-DAILY                PIC 9(07)V99 VALUE ZERO.
022439 77  WS-SBC-FACTOR               PIC 9V9(04) VALUE ZERO.
022440 77  WS-SBC                      PIC 9(07)V99 VALUE ZERO.
022441 77  WS-INCAP-DAYS               PIC 9(02) VALUE ZERO.
022442 77  WS-ABSENT-DAYS              PIC 9(02) VALUE ZERO.
022443 77  WS-CUO-SEG-DAYS             PIC 9(02) VALUE ZERO.
022444 77  WS-CUO-DAYS                 PIC S9(03) VALUE ZERO.
022445 77  WS-CUO-BR-DAYS              PIC S9(03) VALUE ZERO.
022446 77  WS-CUO-BASE                 PIC S9(07)V99 VALUE ZERO.
022447 77  WS-CUO-ER                   PIC S9(07)V99 VALUE ZERO.
022448 77  WS-CUO-EE                   PIC S9(07)V99 VALUE ZERO.
022449 77  WS-CUO-EE-IMSS              PIC S9(07)V99 VALUE ZERO.
022450 77  WS-CUO-EE-RCV               PIC S9(07)V99 VALUE ZERO.
022451 77  WS-ER-IMSS-AMT              PIC S9(07)V99 VALUE ZERO.
022452 77  WS-ER-RCV-AMT               PIC S9(07)V99 VALUE ZERO.
022453 77  WS-ER-INFONAVIT-AMT         PIC S9(07)V99 VALUE ZERO.
022454******************************************************************
022455* ONE DETAIL OR SUMMARY LINE OF THE STATEMENT, BUILT HERE AND
022500* MOVED TO RPT-RECORD BEFORE IT IS WRITTEN.
022600******************************************************************
022700 01  WS-RPT-LINE.
024898 77  WS-TRAN-PENDING-CNT         PIC 9(05) COMP VALUE ZERO.
024899 77  PAY-APPROVAL-LIMIT          PIC S9(07)V99 VALUE 10000.00.
024932 77  WS-PEND-AMT                 PIC S9(07)V99 VALUE ZERO.
024934******************************************************************
024936* PRE-NOMINA SIMULATION. THE PAYDAYS OF EVERY ACTIVE EMPLOYEE ARE
024938* FIGURED WITH THE SAME PARAGRAPHS THE REAL CREDIT USES, BUT THE
024940* BALANCES BEING DRAWN DOWN (FONDOS, ORDER AND LOAN REMAINING)
024942* LIVE ONLY IN WORKING STORAGE. EACH PAYDAY IS ONE REGISTER LINE;
024944* BRANCH SUBTOTALS AND THE EXCEPTIONS ARE HELD IN THE TABLES
024946* BELOW UNTIL THE ROSTER IS DONE.
024948******************************************************************
024950 77  WS-PRQ-STATUS               PIC X(02) VALUE SPACES.
024952 77  WS-PRENOM-STATUS            PIC X(02) VALUE SPACES.
024954 77  WS-PRENOM-OPEN-SW           PIC X(01) VALUE 'N'.
024956     88  WS-PRENOM-OPEN          VALUE 'Y'.
024958 77  WS-SIM-RAW-NET              PIC S9(07)V99 VALUE ZERO.
024960 77  WS-SIM-LOAN-TOTAL           PIC S9(07)V99 VALUE ZERO.
024962 77  WS-SIM-GARN-DUE             PIC S9(07)V99 VALUE ZERO.
024964 77  WS-SIM-GARN-SHORT           PIC S9(07)V99 VALUE ZERO.
024966 77  WS-SIM-LINE-CNT             PIC 9(05) COMP VALUE ZERO.
024968 01  PRN-DETAIL-LINE.
024970     05  PRN-EMP-ID              PIC X(06).
024972     05  FILLER                  PIC X(02) VALUE SPACES.
024974     05  PRN-BRANCH              PIC X(04).
024976     05  FILLER                  PIC X(02) VALUE SPACES.
024978     05  PRN-DIA                 PIC Z9.
024980     05  PRN-AMOUNTS.
024982         10  PRN-AMT-ENTRY OCCURS 8 TIMES.
024984             15  FILLER          PIC X(01).
024986             15  PRN-AMT         PIC -(8)9.99.
024988 01  PRN-TOTAL-LINE REDEFINES PRN-DETAIL-LINE.
024990     05  PRN-TOT-LABEL           PIC X(16).
024992     05  FILLER                  PIC X(104).
024994*    COLUMN ORDER OF PRN-AMT AND OF THE TOTAL BUCKETS BELOW:
024996*    1 BRUTO  2 AUSENCIAS  3 ISR  4 PREST.SOC  5 EMBARGO
024998*    6 PRESTAMO  7 BANCO  8 NETO.
025000 77  PRN-AMT-SUB                 PIC 9(02) COMP VALUE ZERO.
025002 01  PRN-WORK-AMOUNTS.
025004     05  PRN-WORK-AMT            PIC S9(11)V99 OCCURS 8 TIMES.
025006 01  PRN-GRAND-TOTALS.
025008     05  PRN-GRAND-CNT           PIC 9(05) COMP.
025010     05  PRN-GRAND-AMT           PIC S9(11)V99 OCCURS 8 TIMES.
025012 77  BRS-MAX-BRANCHES            PIC 9(02) COMP VALUE 50.
025014 01  BRS-BRANCH-TABLE.
025016     05  BRS-TAB-ENTRY OCCURS 50 TIMES.
025018         10  BRS-TAB-BRANCH      PIC X(04).
025020         10  BRS-TAB-CNT         PIC 9(05) COMP.
025022         10  BRS-TAB-AMT         PIC S9(11)V99 OCCURS 8 TIMES.
025024 77  BRS-BRANCH-CNT              PIC 9(02) COMP VALUE ZERO.
025026 77  BRS-SUB                     PIC 9(02) COMP VALUE ZERO.
025028 77  BRS-CUR-SUB                 PIC 9(02) COMP VALUE ZERO.
025030 77  BRS-FOUND-SW                PIC X(01) VALUE 'N'.
025032     88  BRS-FOUND               VALUE 'Y'.
025034 77  BRS-LOST-CNT                PIC 9(05) COMP VALUE ZERO.
025036 77  EXC-MAX-ENTRIES             PIC 9(03) COMP VALUE 300.
025038 01  EXC-EXCEPTION-TABLE.
025040     05  EXC-TAB-ENTRY OCCURS 300 TIMES.
025042         10  EXC-TAB-EMP-ID      PIC X(06).
025044         10  EXC-TAB-DIA         PIC 9(02).
025046         10  EXC-TAB-TEXT        PIC X(30).
025048         10  EXC-TAB-AMOUNT      PIC S9(07)V99.
025050 77  EXC-ENTRY-CNT               PIC 9(03) COMP VALUE ZERO.
025052 77  EXC-SUB                     PIC 9(03) COMP VALUE ZERO.
025054 77  EXC-LOST-CNT                PIC 9(05) COMP VALUE ZERO.
025056 77  WS-EXC-TEXT                 PIC X(30) VALUE SPACES.
025058 77  WS-EXC-AMOUNT               PIC S9(07)V99 VALUE ZERO.
025060 01  PRN-EXC-LINE.
025062     05  PRN-EXC-EMP-ID          PIC X(06).
025064     05  FILLER                  PIC X(02) VALUE SPACES.
025066     05  PRN-EXC-DIA             PIC Z9.
025068     05  FILLER                  PIC X(02) VALUE SPACES.
025070     05  PRN-EXC-TEXT            PIC X(30).
025072     05  FILLER                  PIC X(02) VALUE SPACES.
025074     05  PRN-EXC-AMOUNT          PIC -(8)9.99.
025076 77  WS-PRN-CNT                  PIC ZZZZ9.
025078 PROCEDURE DIVISION.
025080******************************************************************
025100* 0000-MAINLINE - OPEN THE ROSTER, PROCESS EVERY EMPLOYEE ON IT,
025200* CLOSE UP AND STOP. A PRE-NOMINA SIMULATION POSTS NOTHING AND
025210* ENDS WITH RC 4 (16 WHEN EMPMAST OR PRENOM WILL NOT OPEN), SO A
025220* SCHEDULED NOMINA STEP THAT ONLY SIMULATED STOPS THE CYCLE.
025300******************************************************************
025400 0000-MAINLINE.
025500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
025501     IF WS-SIMULATION-MODE
025502         PERFORM 5000-RUN-PRENOMINA THRU 5000-EXIT
025503         PERFORM 9000-TERMINATE THRU 9000-EXIT
025504         IF RETURN-CODE = ZERO
025505             MOVE 4 TO RETURN-CODE
025506         END-IF
025507         STOP RUN
025508     END-IF
025510     IF WS-BATCH-MODE AND NOT WS-EOF-EMPMAST
025520         PERFORM 3000-PROCESS-TRANSACTIONS THRU 3000-EXIT
025530     END-IF
025760         MOVE WS-FONDOS-SUM TO WS-CLOSING-FONDOS
025770     END-IF
025780     PERFORM 4300-WRITE-CONTROL-REPORT THRU 4300-EXIT
025790     IF WS-EMPMAST-OK AND NOT WS-OPEN-ABORT
025792         PERFORM 4400-WRITE-RUN-CONTROL THRU 4400-EXIT
025794     END-IF
025800     PERFORM 9000-TERMINATE THRU 9000-EXIT
025820     IF NOT WS-EMPMAST-OK OR WS-OPEN-ABORT
025840         MOVE 16 TO RETURN-CODE
025860     END-IF
025900     STOP RUN.
026000******************************************************************
026100* 1000-INITIALIZE - OPEN THE EMPLOYEE MASTER FILE AND PRIME THE
026300******************************************************************
026400 1000-INITIALIZE.
026500     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
026510     PERFORM 5010-CHECK-PRENOM-REQUEST THRU 5010-EXIT
026520     IF WS-SIMULATION-MODE
026530         PERFORM 5020-OPEN-PRENOM-FILES THRU 5020-EXIT
026540         GO TO 1000-EXIT
026550     END-IF
026600
026700     OPEN I-O EMPLOYEE-MASTER-FILE
026800     IF WS-EMPMAST-STATUS NOT = "00"
027125         MOVE "EMPMAST" TO WS-NOTE-FILE
027150         MOVE WS-EMPMAST-STATUS TO WS-NOTE-STATUS
027175         PERFORM 8700-NOTE-FILE-STATUS THRU 8700-EXIT
027190         SET WS-OPEN-ABORT TO TRUE
027200     END-IF
027210     IF WS-EMPMAST-STATUS = "00"
027215         SET WS-EMPMAST-OK TO TRUE
028125         MOVE "FNDLEDG" TO WS-NOTE-FILE
028150         MOVE WS-LEDGER-STATUS TO WS-NOTE-STATUS
028175         PERFORM 8700-NOTE-FILE-STATUS THRU 8700-EXIT
028190         SET WS-OPEN-ABORT TO TRUE
028200     END-IF
028300
028400     OPEN EXTEND PAY-STATEMENT-FILE
028825         MOVE "PAYSTMT" TO WS-NOTE-FILE
028850         MOVE WS-STATEMENT-STATUS TO WS-NOTE-STATUS
028875         PERFORM 8700-NOTE-FILE-STATUS THRU 8700-EXIT
028890         SET WS-OPEN-ABORT TO TRUE
028900     ELSE
028910         IF WS-STATEMENT-NEW
029000             PERFORM 1400-WRITE-REPORT-HEADER THRU 1400-EXIT
030225         MOVE "PAYCKPT" TO WS-NOTE-FILE
030250         MOVE WS-CHECKPOINT-STATUS TO WS-NOTE-STATUS
030275         PERFORM 8700-NOTE-FILE-STATUS THRU 8700-EXIT
030290         SET WS-OPEN-ABORT TO TRUE
030300     END-IF
030400
030500     OPEN EXTEND PAY-AUDIT-FILE
031225         MOVE "PAYAUD" TO WS-NOTE-FILE
031250         MOVE WS-AUDIT-STATUS TO WS-NOTE-STATUS
031275         PERFORM 8700-NOTE-FILE-STATUS THRU 8700-EXIT
031290         SET WS-OPEN-ABORT TO TRUE
031300     END-IF
031302
031304     OPEN INPUT BANK-ACCT-FILE
031402         PERFORM 8700-NOTE-FILE-STATUS THRU 8700-EXIT
031403     END-IF
031404
031405     OPEN I-O CUOTAS-FILE
031406     IF WS-CUO-STATUS = "35"
031407         OPEN OUTPUT CUOTAS-FILE
031408         CLOSE CUOTAS-FILE
031409         OPEN I-O CUOTAS-FILE
031410     END-IF
031411     IF WS-CUO-STATUS = "00"
031412         SET WS-CUO-OPEN TO TRUE
031413     ELSE
031414         DISPLAY "PAY0100 - SIN CUOTAS (ESTADO " WS-CUO-STATUS
031415             "), CUOTAS DEL PERIODO NO SE GUARDAN PARA EL SUA"
031416         MOVE "CUOTAS" TO WS-NOTE-FILE
031417         MOVE WS-CUO-STATUS TO WS-NOTE-STATUS
031418         PERFORM 8700-NOTE-FILE-STATUS THRU 8700-EXIT
031419     END-IF
031420
031421     OPEN I-O DEDUCTION-DETAIL-FILE
031422     IF WS-DED-STATUS = "35"
031423         OPEN OUTPUT DEDUCTION-DETAIL-FILE
031424         CLOSE DEDUCTION-DETAIL-FILE
031425         OPEN I-O DEDUCTION-DETAIL-FILE
031426     END-IF
031427     IF WS-DED-STATUS = "00"
031428         SET WS-DED-OPEN TO TRUE
031429     ELSE
031430         DISPLAY "PAY0100 - SIN DEDDET (ESTADO " WS-DED-STATUS
031431             "), EL CFDI NO DESGLOSARA EMBARGOS NI PRESTAMOS"
031432         MOVE "DEDDET" TO WS-NOTE-FILE
031433         MOVE WS-DED-STATUS TO WS-NOTE-STATUS
031434         PERFORM 8700-NOTE-FILE-STATUS THRU 8700-EXIT
031435     END-IF
031436
031437     OPEN I-O GARN-ORDER-FILE
031438     IF WS-GARN-STATUS = "00"
031439         SET WS-GARN-OPEN TO TRUE
031440     ELSE
031441         DISPLAY "PAY0100 - SIN GARNORD (ESTADO " WS-GARN-STATUS
031442             "), EMBARGO USARA EMP-GARNISH-AMT"
031443         MOVE "GARNORD" TO WS-NOTE-FILE
031444         MOVE WS-GARN-STATUS TO WS-NOTE-STATUS
031445         PERFORM 8700-NOTE-FILE-STATUS THRU 8700-EXIT
031446     END-IF
031447     OPEN INPUT EMP-COMP-FILE
031448     IF WS-COMP-STATUS = "00"
031449         SET WS-COMP-OPEN TO TRUE
031450     ELSE
031451         DISPLAY "PAY0100 - SIN EMPCOMP (ESTADO " WS-COMP-STATUS
031452             "), NOMINA USARA LA TARIFA BASE PARA TODOS"
031453         MOVE "EMPCOMP" TO WS-NOTE-FILE
031454         MOVE WS-COMP-STATUS TO WS-NOTE-STATUS
031455         PERFORM 8700-NOTE-FILE-STATUS THRU 8700-EXIT
031456     END-IF
031457     OPEN INPUT FONDOS-TRAN-FILE
031458     IF WS-TRAN-STATUS = "00"
031459         SET WS-BATCH-MODE TO TRUE
031460         DISPLAY "PAY0100 - FNDTRAN PRESENTE, CORRIDA EN MODO"
031461             " LOTE SIN OPERADOR"
031462         OPEN EXTEND FONDOS-REJECT-FILE
031470         IF WS-REJECT-STATUS = "35"
031480             OPEN OUTPUT FONDOS-REJECT-FILE
031482         END-IF
031500     PERFORM 1600-ACCEPT-PAY-PERIOD THRU 1600-EXIT
031550     PERFORM 1700-LOAD-HOLIDAYS THRU 1700-EXIT
031560     PERFORM 1750-LOAD-TAX-TABLE THRU 1750-EXIT
031580     PERFORM 1770-LOAD-IMSS-TABLE THRU 1770-EXIT
031600     PERFORM 1500-COMPUTE-CALENDAR THRU 1500-EXIT.
032100 1000-EXIT.
032200     EXIT.
037810     MOVE TAX-QUOTA-AMT TO TAXB-TAB-QUOTA(TAXB-BRACKET-CNT).
037812 1760-EXIT.
037814     EXIT.
037815******************************************************************
037816* 1770-LOAD-IMSS-TABLE - FILL THE CONTRIBUTION BRANCH TABLE FROM
037817* IMSSTAB FOR THE PAY PERIOD, THE WAY 1750-LOAD-TAX-TABLE FILLS
037818* THE BRACKETS: THE SET WITH THE LATEST EFFECTIVE DATE ON OR
037819* BEFORE THE 1ST OF THE PAY MONTH WINS. WITHOUT A SET THAT HAS
037820* BOTH ITS UMA RECORD AND BRANCHES, THE EMPLOYEE SHARE FALLS BACK
037821* TO THE FLAT PAY-BENEFITS-RATE, NO EMPLOYER COST IS FIGURED AND
037822* NOTHING GOES TO CUOTAS - FLAGGED LOUDLY, BECAUSE THE SUA
037823* EXTRACT FOR THE BIMESTER WILL BE SHORT.
037824******************************************************************
037825 1770-LOAD-IMSS-TABLE.
037826     MOVE "N" TO WS-IMSS-TABLE-SW
037827     MOVE "N" TO WS-EOF-IMSSTAB-SW
037828     MOVE ZERO TO IMSB-BRANCH-CNT
037829     MOVE ZERO TO WS-IMSS-EFF-BEST WS-IMSS-UMA WS-SBC-CAP-UMAS
037830     COMPUTE WS-IMSS-CUTOFF-DATE =
037831         WS-PAY-YEAR * 10000 + WS-PAY-MONTH * 100 + 1
037832     OPEN INPUT IMSS-TABLE-FILE
037833     IF WS-IMSSTAB-STATUS NOT = "00"
037834         DISPLAY "PAY0100 - *** SIN IMSSTAB (ESTADO "
037835             WS-IMSSTAB-STATUS "), CUOTA OBRERA A LA TASA FIJA"
037836             " DE RESPALDO " PAY-BENEFITS-RATE " Y SIN CUOTAS"
037837             " PATRONALES ***"
037838         MOVE "IMSSTAB" TO WS-NOTE-FILE
037839         MOVE WS-IMSSTAB-STATUS TO WS-NOTE-STATUS
037840         PERFORM 8700-NOTE-FILE-STATUS THRU 8700-EXIT
037841         GO TO 1770-EXIT
037842     END-IF
037843     PERFORM 1780-READ-ONE-IMSSREC THRU 1780-EXIT
037844         UNTIL WS-EOF-IMSSTAB
037845     CLOSE IMSS-TABLE-FILE
037846     IF IMSB-BRANCH-CNT > ZERO AND WS-IMSS-UMA > ZERO
037847         SET WS-IMSS-TABLE-LOADED TO TRUE
037848         DISPLAY "PAY0100 - CUOTAS IMSS VIGENTES AL "
037849             WS-IMSS-EFF-BEST ", RAMOS: " IMSB-BRANCH-CNT
037850     ELSE
037851         DISPLAY "PAY0100 - *** IMSSTAB SIN JUEGO COMPLETO AL "
037852             WS-IMSS-CUTOFF-DATE ", CUOTA OBRERA A LA TASA FIJA"
037853             " DE RESPALDO " PAY-BENEFITS-RATE " Y SIN CUOTAS"
037854             " PATRONALES ***"
037855     END-IF.
037856 1770-EXIT.
037857     EXIT.
037858******************************************************************
037859* 1780-READ-ONE-IMSSREC - ONE IMSSTAB RECORD. A LATER (BUT STILL
037860* IN-FORCE) SET DISPLACES WHATEVER WAS COLLECTED SO FAR; THE SET'S
037861* UMA RECORD GOES TO WS-IMSS-UMA AND WS-SBC-CAP-UMAS, EVERY OTHER
037862* RECORD IS A BRANCH. BAD RECORDS ARE REPORTED AND SKIPPED -
037863* PAY0122 SHOULD HAVE CAUGHT THEM AT LOAD TIME.
037864******************************************************************
037865 1780-READ-ONE-IMSSREC.
037866     READ IMSS-TABLE-FILE
037867         AT END
037868             MOVE "Y" TO WS-EOF-IMSSTAB-SW
037869             GO TO 1780-EXIT
037870     END-READ
037871     IF IMSS-EFF-DATE NOT NUMERIC OR IMSS-ER-RATE NOT NUMERIC
037872         OR IMSS-EE-RATE NOT NUMERIC OR IMSS-UMA-MULT NOT NUMERIC
037873         OR IMSS-UMA-AMT NOT NUMERIC OR NOT IMSS-GROUP-VALID
037874         DISPLAY "PAY0100 - REGISTRO IMSSTAB INVALIDO, SE OMITE"
037875         GO TO 1780-EXIT
037876     END-IF
037877     IF IMSS-EFF-DATE > WS-IMSS-CUTOFF-DATE
037878         GO TO 1780-EXIT
037879     END-IF
037880     IF IMSS-EFF-DATE > WS-IMSS-EFF-BEST
037881         MOVE IMSS-EFF-DATE TO WS-IMSS-EFF-BEST
037882         MOVE ZERO TO IMSB-BRANCH-CNT WS-IMSS-UMA WS-SBC-CAP-UMAS
037883     END-IF
037884     IF IMSS-EFF-DATE NOT = WS-IMSS-EFF-BEST
037885         GO TO 1780-EXIT
037886     END-IF
037887     IF IMSS-GROUP-UMA
037888         MOVE IMSS-UMA-AMT TO WS-IMSS-UMA
037889         MOVE IMSS-UMA-MULT TO WS-SBC-CAP-UMAS
037890         GO TO 1780-EXIT
037891     END-IF
037892     IF IMSB-BRANCH-CNT = IMSB-MAX-BRANCHES
037893         DISPLAY "PAY0100 - TABLA DE RAMOS IMSS LLENA, SE OMITE"
037894             " EL EXCEDENTE"
037895         GO TO 1780-EXIT
037896     END-IF
037897     ADD 1 TO IMSB-BRANCH-CNT
037898     MOVE IMSS-BRANCH TO IMSB-TAB-BRANCH(IMSB-BRANCH-CNT)
037899     MOVE IMSS-GROUP TO IMSB-TAB-GROUP(IMSB-BRANCH-CNT)
037900     MOVE IMSS-BASE TO IMSB-TAB-BASE(IMSB-BRANCH-CNT)
037901     MOVE IMSS-ER-RATE TO IMSB-TAB-ER-RATE(IMSB-BRANCH-CNT)
037902     MOVE IMSS-EE-RATE TO IMSB-TAB-EE-RATE(IMSB-BRANCH-CNT)
037903     MOVE IMSS-UMA-MULT TO IMSB-TAB-UMA-MULT(IMSB-BRANCH-CNT)
037904     MOVE IMSS-ABSENCE-SW TO IMSB-TAB-ABSENCE-SW(IMSB-BRANCH-CNT).
037905 1780-EXIT.
037906     EXIT.
037907******************************************************************
037908* 2543-COMPUTE-BRACKET-TAX - FIND THE BRACKET THE GROSS FALLS IN
037909* (LOWER INCLUSIVE, UPPER EXCLUSIVE; A ZERO UPPER MEANS NO
037910* CEILING) AND CHARGE ITS FIXED QUOTA PLUS THE RATE ON THE
037911* EXCESS OVER THE LOWER BOUND. A GROSS NO BRACKET COVERS FALLS
037912* BACK TO THE FLAT RATE, LOUDLY - THE TABLE IS MALFORMED.
037913******************************************************************
037914 2543-COMPUTE-BRACKET-TAX.
037915     MOVE "N" TO TAXB-FOUND-SW
037916     PERFORM 2547-TEST-ONE-BRACKET THRU 2547-EXIT
037917         VARYING TAXB-SUB FROM 1 BY 1
037918         UNTIL TAXB-FOUND OR TAXB-SUB > TAXB-BRACKET-CNT
037919     IF TAXB-FOUND
037920         COMPUTE WS-TAX-AMT ROUNDED =
037921             TAXB-TAB-QUOTA(TAXB-CUR-SUB)
037922             + (WS-GROSS-PAY - TAXB-TAB-LOWER(TAXB-CUR-SUB))
037923             * TAXB-TAB-RATE(TAXB-CUR-SUB)
037924     ELSE
037925         DISPLAY "PAY0100 - SIN TRAMO PARA BRUTO " WS-GROSS-PAY
037926             " DE " EMP-ID ", SE USA LA TASA FIJA"
037927         COMPUTE WS-TAX-AMT ROUNDED =
037928             WS-GROSS-PAY * PAY-TAX-RATE
037929     END-IF.
037930 2543-EXIT.
037931     EXIT.
037932******************************************************************
037933* 2547-TEST-ONE-BRACKET - ONE STEP OF THE BRACKET SEARCH. LEAVES
037934* THE MATCHING SUBSCRIPT IN TAXB-CUR-SUB.
037935******************************************************************
037936 2547-TEST-ONE-BRACKET.
037937     IF WS-GROSS-PAY NOT < TAXB-TAB-LOWER(TAXB-SUB)
037938         AND (TAXB-TAB-UPPER(TAXB-SUB) = ZERO
037939             OR WS-GROSS-PAY < TAXB-TAB-UPPER(TAXB-SUB))
037940         SET TAXB-FOUND TO TRUE
037941         MOVE TAXB-SUB TO TAXB-CUR-SUB
037942     END-IF.
037943 2547-EXIT.
037944     EXIT.
037945******************************************************************
037946* 2544-COMPUTE-CUOTAS - THE PAYDAY'S SOCIAL SECURITY
037947* CONTRIBUTIONS. EVERY BRANCH OF THE IMSSTAB SET IS CHARGED ON
037948* THE EMPLOYEE'S SBC OVER THE SEGMENT'S CALENDAR DAYS, LESS THE
037949* INCAPACIDAD AND ABSENCE DAYS 2528-APPLY-INCIDENCIAS COUNTED;
037950* THE EMPLOYEE SHARES OF THE IMSS AND RETIRO GROUPS MAKE UP
037951* WS-BENEFITS-AMT AND THE EMPLOYER SHARES ARE LEFT BY GROUP FOR
037952* THE LEDGER AND CUOTAS. WITHOUT A TABLE THE FLAT
037953* PAY-BENEFITS-RATE STANDS IN AND NO EMPLOYER COST IS FIGURED.
037954******************************************************************
037955 2544-COMPUTE-CUOTAS.
037956     MOVE ZERO TO WS-CUO-EE-IMSS WS-CUO-EE-RCV
037957     MOVE ZERO TO WS-ER-IMSS-AMT WS-ER-RCV-AMT WS-ER-INFONAVIT-AMT
037958     MOVE ZERO TO WS-SBC WS-CUO-DAYS
037959     IF NOT WS-IMSS-TABLE-LOADED
037960         COMPUTE WS-BENEFITS-AMT ROUNDED =
037961             WS-GROSS-PAY * PAY-BENEFITS-RATE
037962         GO TO 2544-EXIT
037963     END-IF
037964     PERFORM 2539-SET-PAY-SEGMENT THRU 2539-EXIT
037965     COMPUTE WS-CUO-SEG-DAYS =
037966         WS-SEG-END-DAY - WS-SEG-START-DAY + 1
037967     COMPUTE WS-CUO-DAYS =
037968         WS-CUO-SEG-DAYS - WS-INCAP-DAYS - WS-ABSENT-DAYS
037969     IF WS-CUO-DAYS < ZERO
037970         MOVE ZERO TO WS-CUO-DAYS
037971     END-IF
037972     PERFORM 2546-GET-SBC THRU 2546-EXIT
037973     PERFORM 2545-CHARGE-ONE-BRANCH THRU 2545-EXIT
037974         VARYING IMSB-SUB FROM 1 BY 1
037975         UNTIL IMSB-SUB > IMSB-BRANCH-CNT
037976     COMPUTE WS-BENEFITS-AMT = WS-CUO-EE-IMSS + WS-CUO-EE-RCV.
037977 2544-EXIT.
037978     EXIT.
037979******************************************************************
037980* 2545-CHARGE-ONE-BRANCH - ONE BRANCH OF THE CONTRIBUTION. ITS
037981* DAYS ARE THE SEGMENT'S LESS INCAPACIDAD, AND LESS ABSENCES
037982* UNLESS THE BRANCH IS STILL CHARGED ON THEM; ITS BASE IS THE SBC,
037983* THE SBC OVER ITS UMA MULTIPLE, OR THE UMA MULTIPLE ITSELF.
037984******************************************************************
037985 2545-CHARGE-ONE-BRANCH.
037986     COMPUTE WS-CUO-BR-DAYS = WS-CUO-SEG-DAYS - WS-INCAP-DAYS
037987     IF IMSB-TAB-ABSENCE-SW(IMSB-SUB) NOT = "S"
037988         SUBTRACT WS-ABSENT-DAYS FROM WS-CUO-BR-DAYS
037989     END-IF
037990     IF WS-CUO-BR-DAYS NOT > ZERO
037991         GO TO 2545-EXIT
037992     END-IF
037993     IF IMSB-TAB-BASE(IMSB-SUB) = "E"
037994         COMPUTE WS-CUO-BASE = (WS-SBC
037995             - IMSB-TAB-UMA-MULT(IMSB-SUB) * WS-IMSS-UMA)
037996             * WS-CUO-BR-DAYS
037997         IF WS-CUO-BASE NOT > ZERO
037998             GO TO 2545-EXIT
037999         END-IF
038000     ELSE
038001         IF IMSB-TAB-BASE(IMSB-SUB) = "U"
038002             COMPUTE WS-CUO-BASE = IMSB-TAB-UMA-MULT(IMSB-SUB)
038003                 * WS-IMSS-UMA * WS-CUO-BR-DAYS
038004         ELSE
038005             COMPUTE WS-CUO-BASE = WS-SBC * WS-CUO-BR-DAYS
038006         END-IF
038007     END-IF
038008     COMPUTE WS-CUO-ER ROUNDED =
038009         WS-CUO-BASE * IMSB-TAB-ER-RATE(IMSB-SUB)
038010     COMPUTE WS-CUO-EE ROUNDED =
038011         WS-CUO-BASE * IMSB-TAB-EE-RATE(IMSB-SUB)
038012     IF IMSB-TAB-GROUP(IMSB-SUB) = "R"
038013         ADD WS-CUO-ER TO WS-ER-RCV-AMT
038014         ADD WS-CUO-EE TO WS-CUO-EE-RCV
038015     ELSE
038016         IF IMSB-TAB-GROUP(IMSB-SUB) = "V"
038017             ADD WS-CUO-ER TO WS-ER-INFONAVIT-AMT
038018         ELSE
038019             ADD WS-CUO-ER TO WS-ER-IMSS-AMT
038020             ADD WS-CUO-EE TO WS-CUO-EE-IMSS
038021         END-IF
038022     END-IF.
038023 2545-EXIT.
038024     EXIT.
038025******************************************************************
038026* 2546-GET-SBC - THE INTEGRATED DAILY SALARY: THE MONTHLY SALARY
038027* OVER 30, TIMES THE INTEGRATION FACTOR FOR THE STATUTORY
038028* AGUINALDO AND PRIMA VACACIONAL OF THE EMPLOYEE'S SENIORITY,
038029* CAPPED AT WS-SBC-CAP-UMAS UMAS.
038030******************************************************************
038031 2546-GET-SBC.
038032     PERFORM 2548-GET-VAC-DAYS THRU 2548-EXIT
038033     COMPUTE WS-SBC-DAILY ROUNDED = WS-EMP-SALARY / 30
038034     COMPUTE WS-SBC-FACTOR ROUNDED = (365 + PAY-AGUINALDO-DAYS
038035         + WS-SBC-VAC-DAYS * PAY-PRIMA-VAC-RATE) / 365
038036     COMPUTE WS-SBC ROUNDED = WS-SBC-DAILY * WS-SBC-FACTOR
038037     COMPUTE WS-SBC-CAP = WS-SBC-CAP-UMAS * WS-IMSS-UMA
038038     IF WS-SBC > WS-SBC-CAP
038039         MOVE WS-SBC-CAP TO WS-SBC
038040     END-IF.
038041 2546-EXIT.
038042     EXIT.
038043******************************************************************
038044* 2548-GET-VAC-DAYS - THE STATUTORY VACATION DAYS OF THE SERVICE
038045* YEAR IN COURSE ON THE DAY BEING PAID (THE SCALE PAY0121
038046* ACCRUES): 12 THE FIRST YEAR, TWO MORE EACH YEAR TO 20 AT FIVE,
038047* THEN TWO MORE FOR EACH FURTHER FIVE YEARS FROM 22 AT SIX. NO
038048* HIRE DATE ON EMPCOMP MEANS THE FIRST YEAR.
038049******************************************************************
038050 2548-GET-VAC-DAYS.
038051     MOVE 12 TO WS-SBC-VAC-DAYS
038052     IF WS-HIRE-DATE = ZERO
038053         OR WS-HIRE-DATE NOT < WS-COMP-CUTOFF-DATE
038054         GO TO 2548-EXIT
038055     END-IF
038056     DIVIDE WS-HIRE-DATE BY 10000
038057         GIVING WS-HIRE-YEAR REMAINDER WS-HIRE-MMDD
038058     DIVIDE WS-COMP-CUTOFF-DATE BY 10000
038059         GIVING WS-CUT-YEAR REMAINDER WS-CUT-MMDD
038060     COMPUTE WS-SVC-YEAR = WS-CUT-YEAR - WS-HIRE-YEAR + 1
038061     IF WS-CUT-MMDD < WS-HIRE-MMDD
038062         SUBTRACT 1 FROM WS-SVC-YEAR
038063     END-IF
038064     IF WS-SVC-YEAR NOT > 5
038065         COMPUTE WS-SBC-VAC-DAYS = 10 + 2 * WS-SVC-YEAR
038066         GO TO 2548-EXIT
038067     END-IF
038068     COMPUTE WS-VAC-STEPS = (WS-SVC-YEAR - 6) / 5
038069     COMPUTE WS-SBC-VAC-DAYS = 22 + 2 * WS-VAC-STEPS.
038070 2548-EXIT.
038071     EXIT.
038072******************************************************************
038073* 2549-WRITE-CUOTA-RECORD - KEEP THE PAYDAY'S CONTRIBUTION
038074* FIGURES ON CUOTAS FOR THE BIMONTHLY SUA EXTRACT. A PAYDAY PAID
038075* AGAIN AFTER A REVERSAL REPLACES ITS RECORD.
038076******************************************************************
038077 2549-WRITE-CUOTA-RECORD.
038078     MOVE SPACES TO CUO-RECORD
038079     MOVE EMP-ID TO CUO-EMP-ID
038080     COMPUTE CUO-PAY-DATE = WS-PAY-YEAR * 10000
038081         + WS-PAY-MONTH * 100 + CONTADOR
038082     SET CUO-SOURCE-NOMINA TO TRUE
038083     MOVE EMP-BRANCH TO CUO-BRANCH
038084     MOVE WS-SBC TO CUO-SBC
038085     MOVE WS-CUO-DAYS TO CUO-DAYS
038086     MOVE WS-INCAP-DAYS TO CUO-INCAP-DAYS
038087     MOVE WS-ABSENT-DAYS TO CUO-ABSENT-DAYS
038088     MOVE WS-CUO-EE-IMSS TO CUO-EE-IMSS-AMT
038089     MOVE WS-CUO-EE-RCV TO CUO-EE-RCV-AMT
038090     MOVE WS-ER-IMSS-AMT TO CUO-ER-IMSS-AMT
038091     MOVE WS-ER-RCV-AMT TO CUO-ER-RCV-AMT
038092     MOVE WS-ER-INFONAVIT-AMT TO CUO-ER-INFONAVIT-AMT
038093     WRITE CUO-RECORD
038094         INVALID KEY
038095             REWRITE CUO-RECORD
038096                 INVALID KEY
038097                     DISPLAY "PAY0100 - NO SE PUDO GRABAR CUOTAS "
038098                         EMP-ID " ESTADO " WS-CUO-STATUS
038099             END-REWRITE
038100     END-WRITE.
038101 2549-EXIT.
038102     EXIT.
038104******************************************************************
038106* 2550-WRITE-DEDUCTION-DETAIL - KEEP ONE ORDER'S OR LOAN'S CUT OF
038108* THE PAYDAY ON DEDDET: KIND IN WS-DED-KIND (G ORDER, L LOAN),
038110* NUMBER IN WS-DED-REF-NO, PAYEE IN WS-DED-PAYEE AND THE AMOUNT
038112* IN WS-DED-AMT. A REPAID PAYDAY REPLACES THE RECORD.
038114******************************************************************
038116 2550-WRITE-DEDUCTION-DETAIL.
038118     MOVE SPACES TO DED-RECORD
038120     MOVE EMP-ID TO DED-EMP-ID
038122     COMPUTE DED-PAY-DATE = WS-PAY-YEAR * 10000
038124         + WS-PAY-MONTH * 100 + CONTADOR
038126     SET DED-SOURCE-NOMINA TO TRUE
038128     MOVE WS-DED-KIND TO DED-KIND
038130     MOVE WS-DED-REF-NO TO DED-REF-NO
038132     MOVE WS-DED-PAYEE TO DED-PAYEE
038134     MOVE WS-DED-AMT TO DED-AMOUNT
038136     WRITE DED-RECORD
038138         INVALID KEY
038140             REWRITE DED-RECORD
038142                 INVALID KEY
038144                     DISPLAY "PAY0100 - NO SE PUDO GRABAR DEDDET "
038146                         EMP-ID " ESTADO " WS-DED-STATUS
038148             END-REWRITE
038150     END-WRITE.
038152 2550-EXIT.
038154     EXIT.
038156******************************************************************
038158* 1500-COMPUTE-CALENDAR - SIZE THE MONTH (LEAP-YEAR AWARE) AND
038160* WALK BACKWARD FROM ITS LAST CALENDAR DAY TO FIND THE LAST
038162* BUSINESS DAY, WHICH IS WHEN NOMINA ACTUALLY PAYS.
038164******************************************************************
038166 1500-COMPUTE-CALENDAR.
038168     PERFORM 1510-CHECK-LEAP-YEAR THRU 1510-EXIT
038200     MOVE PAY-DAYS-IN-MONTH(WS-PAY-MONTH) TO PAY-DAYS-THIS-MONTH
038300     IF WS-PAY-MONTH = 2 AND WS-LEAP-YEAR
038400         ADD 1 TO PAY-DAYS-THIS-MONTH
064400******************************************************************
064500 2500-NOMINA.
064600     PERFORM 2510-READ-CHECKPOINT THRU 2510-EXIT
064602     IF WS-REOPEN-PENDING
064604         GO TO 2500-EXIT
064606     END-IF
064610     IF WS-NOMINA-DONE
064620         DISPLAY "PAY0100 - " EMP-ID
064630             " YA TIENE LA NOMINA DE ESTE PERIODO COMPLETA, SE"
064640             " OMITE"
064642     ELSE
064644     IF WS-NOMINA-REOPENED
064646         PERFORM 2515-REPAY-REOPENED-DAY THRU 2515-EXIT
064650     ELSE
064700         PERFORM 2520-PROCESS-ONE-DAY THRU 2520-EXIT
064800             VARYING CONTADOR FROM WS-START-DAY BY 1
064900             UNTIL CONTADOR > PAY-DAYS-THIS-MONTH
065000         PERFORM 2530-CLEAR-CHECKPOINT THRU 2530-EXIT
065100         PERFORM 2540-WRITE-MONTH-END-SUMMARY THRU 2540-EXIT
065105     END-IF
065110     END-IF.
065200 2500-EXIT.
065300     EXIT.
065810* FOR THIS SAME PAY PERIOD MEANS THE MONTH WAS ALREADY PAID, SO
065820* THE DAY LOOP IS SKIPPED ENTIRELY RATHER THAN RE-CREDITING
065830* NOMINA/INTEREST A SECOND TIME. A CHECKPOINT FOR A DIFFERENT
065840* YEAR/MONTH IS IGNORED, UNLESS PAY0118 LEFT IT REOPENED: THAT
065842* PAYDAY BELONGS TO ITS OWN PERIOD, SO THE EMPLOYEE IS SKIPPED,
065844* THE RECORD IS LEFT FOR THAT PERIOD'S RUN AND PAYCTL CARRIES A
065846* DESCUADRE LINE. ONE PAY0118 REOPENED FOR THIS PERIOD AFTER
065860* REVERSING ONE PAYDAY'S NOMINA LEAVES THAT PAYDAY IN
065880* WS-REOPEN-DAY FOR 2515 TO PAY AGAIN.
065900******************************************************************
066000 2510-READ-CHECKPOINT.
066100     MOVE 1 TO WS-START-DAY
066110     MOVE "N" TO WS-NOMINA-DONE-SW
066150     MOVE "N" TO WS-NOMINA-REOPENED-SW
066160     MOVE "N" TO WS-REOPEN-PENDING-SW
066200     MOVE EMP-ID TO CKPT-EMP-ID
066300     READ PAY-CHECKPOINT-FILE
066400         INVALID KEY
067220                     IF CKPT-COMPLETE
067230                         SET WS-NOMINA-DONE TO TRUE
067240                     END-IF
067250                     IF CKPT-REOPENED
067260                         SET WS-NOMINA-REOPENED TO TRUE
067270                         MOVE CKPT-CONTADOR TO WS-REOPEN-DAY
067280                     END-IF
067300                 END-IF
067301             ELSE
067302                 IF CKPT-REOPENED
067303                     SET WS-REOPEN-PENDING TO TRUE
067304                     ADD 1 TO WS-REOPEN-PEND-CNT
067305                     DISPLAY "PAY0100 - *** " EMP-ID
067306                         " REVERSADO EN " CKPT-YEAR "/" CKPT-MONTH
067307                         " DIA " CKPT-CONTADOR " SIN REPAGAR, SE"
067308                         " OMITE - CORRA ANTES ESE PERIODO"
067309                 END-IF
067310             END-IF
067400     END-READ.
067500 2510-EXIT.
074600     END-REWRITE.
074700 2530-EXIT.
074800     EXIT.
074801******************************************************************
074802* 2515-REPAY-REOPENED-DAY - PAY AGAIN THE ONE PAYDAY WHOSE NOMINA
074803* PAY0118 REVERSED. THE REST OF THE MONTH (INTEREST INCLUDED)
074804* WAS ALREADY POSTED BY THE ORIGINAL RUN AND STAYS AS IT IS. THE
074805* DAY PAY0118 RECORDED NAMES THE HALF OF THE MONTH: A QUINCENAL
074806* EMPLOYEE IS REPAID ON THE MID-MONTH PAYDAY FOR DAYS 1-15 AND
074807* ON THE MONTH-END PAYDAY OTHERWISE, SO INCIDENCIAS AND THE
074808* SEGMENT RATE COME OUT EXACTLY AS ON THE ORIGINAL RUN. THE
074809* CHECKPOINT GOES BACK TO COMPLETE.
074810******************************************************************
074811 2515-REPAY-REOPENED-DAY.
074812     MOVE PAY-PAYDAY TO CONTADOR
074813     IF EMP-FREQ-QUINCENAL AND WS-REOPEN-DAY NOT > 15
074814         MOVE PAY-PAYDAY-MID TO CONTADOR
074815     END-IF
074816     DISPLAY "PAY0100 - " EMP-ID " PERIODO REABIERTO POR REVERSO,"
074817         " SE PAGA DE NUEVO EL DIA " CONTADOR
074818     PERFORM 2522-POST-NOMINA-CREDIT THRU 2522-EXIT
074819     PERFORM 2530-CLEAR-CHECKPOINT THRU 2530-EXIT.
074820 2515-EXIT.
074821     EXIT.
074822******************************************************************
074823* 2521-GET-EMPLOYEE-SALARY - FIND THE GROSS SALARY IN EFFECT FOR
074824* THE CURRENT EMPLOYEE ON THE DAY BEING PAID: THE EMPCOMP RECORD
074825* WITH THE LATEST EFFECTIVE DATE ON OR BEFORE THAT DAY. THE
074826* RECORDS ARE KEYED EMPLOYEE+DATE, SO A FORWARD SCAN FROM THE
074827* EMPLOYEE'S FIRST RECORD LEAVES THE RIGHT ONE IN WS-EMP-SALARY.
074828* AN EMPLOYEE WITH NO RECORD FALLS BACK TO PAY-GROSS-SALARY.
074829******************************************************************
074830 2521-GET-EMPLOYEE-SALARY.
074831     MOVE PAY-GROSS-SALARY TO WS-EMP-SALARY
074832     MOVE "N" TO WS-COMP-FOUND-SW
074833     MOVE ZERO TO WS-HIRE-DATE
074834     IF NOT WS-COMP-OPEN
074835         GO TO 2521-EXIT
074836     END-IF
074837     COMPUTE WS-COMP-CUTOFF-DATE =
074838         WS-PAY-YEAR * 10000 + WS-PAY-MONTH * 100 + CONTADOR
074839     MOVE "N" TO WS-EOF-COMP-SW
074840     MOVE EMP-ID TO COMP-EMP-ID
074841     MOVE ZERO TO COMP-EFF-DATE
074842     START EMP-COMP-FILE KEY NOT < COMP-KEY
074843         INVALID KEY
074844             MOVE "Y" TO WS-EOF-COMP-SW
074846     END-START
074848     PERFORM 2523-READ-ONE-COMP THRU 2523-EXIT
074866* 2523-READ-ONE-COMP - ONE STEP OF THE COMPENSATION SCAN. STOPS
074868* AT END OF FILE, AT THE NEXT EMPLOYEE, OR AT THE FIRST RECORD
074870* EFFECTIVE AFTER THE DAY BEING PAID; EVERY RECORD BEFORE THAT
074871* OVERWRITES WS-EMP-SALARY, SO THE LATEST ONE IN RANGE WINS. THE
074872* EMPLOYEE'S FIRST RECORD ALSO GIVES THE HIRE DATE FOR THE
074873* SENIORITY IN THE SBC (SEE 2548-GET-VAC-DAYS).
074874******************************************************************
074876 2523-READ-ONE-COMP.
074878     READ EMP-COMP-FILE NEXT RECORD
074886     IF WS-EOF-COMP
074888         GO TO 2523-EXIT
074890     END-IF
074891     IF COMP-EMP-ID = EMP-ID AND WS-HIRE-DATE = ZERO
074892         MOVE COMP-EFF-DATE TO WS-HIRE-DATE
074893     END-IF
074894     IF COMP-EMP-ID NOT = EMP-ID
074895         OR COMP-EFF-DATE > WS-COMP-CUTOFF-DATE
074896         MOVE "Y" TO WS-EOF-COMP-SW
074897     ELSE
074898         MOVE COMP-SALARY-AMT TO WS-EMP-SALARY
074904     EXIT.
074906******************************************************************
075000* 2522-POST-NOMINA-CREDIT - COMPUTE GROSS PAY, APPLY THE TAX AND
075100* IMSS CONTRIBUTIONS AND ANY GARNISHMENT ON FILE, AND POST THE NET
075200* AMOUNT TO FONDOS. THE GROSS/DEDUCTION BREAKDOWN IS KEPT ON THE
075300* LEDGER RECORD INSTEAD OF JUST POSTING A FLAT NUMBER.
075400******************************************************************
075630     END-IF
075640     MOVE ZERO TO WS-DOCK-DAYS
075650     MOVE ZERO TO WS-DOCK-AMT
075655     MOVE ZERO TO WS-INCAP-DAYS WS-ABSENT-DAYS
075660     IF WS-INCI-OPEN
075670         PERFORM 2528-APPLY-INCIDENCIAS THRU 2528-EXIT
075680     END-IF
075700         COMPUTE WS-TAX-AMT ROUNDED =
075701             WS-GROSS-PAY * PAY-TAX-RATE
075702     END-IF
075802     PERFORM 2544-COMPUTE-CUOTAS THRU 2544-EXIT
075910     IF WS-GARN-OPEN
075920         PERFORM 2525-APPLY-GARNISH-ORDERS THRU 2525-EXIT
075930     ELSE
077600     MOVE WS-GARNISH-TOTAL TO WS-LEDGER-GARNISH-AMT
077700     MOVE WS-NET-PAY TO WS-LEDGER-NET-AMT
077800     PERFORM 8200-WRITE-LEDGER-RECORD THRU 8200-EXIT
077820     IF WS-IMSS-TABLE-LOADED AND WS-CUO-OPEN
077840         PERFORM 2549-WRITE-CUOTA-RECORD THRU 2549-EXIT
077860     END-IF
077900     ADD WS-NET-PAY TO WS-TOTAL-NOMINA
078000     MOVE CONTADOR TO WS-RPT-DIA
078100     MOVE "NOMINA" TO WS-RPT-ACTIVIDAD
079030     ADD WS-GARN-DED TO WS-GARNISH-TOTAL
079031     SUBTRACT WS-GARN-DED FROM WS-GARNISH-AVAIL
079032     MOVE GRN-TAB-PAYEE(GRN-SUB) TO WS-REM-PAYEE
079033     PERFORM 8600-ACCUMULATE-REMIT THRU 8600-EXIT
079034     IF WS-DED-OPEN
079035         MOVE "G" TO WS-DED-KIND
079036         MOVE GRN-TAB-ORDER-NO(GRN-SUB) TO WS-DED-REF-NO
079037         MOVE GRN-TAB-PAYEE(GRN-SUB) TO WS-DED-PAYEE
079038         MOVE WS-GARN-DED TO WS-DED-AMT
079039         PERFORM 2550-WRITE-DEDUCTION-DETAIL THRU 2550-EXIT
079040     END-IF.
079041 2531-EXIT.
079042     EXIT.
079043******************************************************************
079044* 2533-DISPERSE-TO-BANK - MOVE THE ROUTED SHARE OF THE NOMINA NET
079045* PAY JUST CREDITED OFF FONDOS AND INTO THE CYCLE'S BANK
079046* DISPERSION ROLL-UP, AS ITS OWN DISPERSION LEDGER ENTRY. AN
079047* EMPLOYEE WITH NO BANKMAST RECORD, OR A ZERO PERCENT, KEEPS THE
079048* WHOLE NET ON FONDOS EXACTLY AS BEFORE - AND SO DOES ONE WHO
079049* CANNOT GET A SLOT IN A FULL ROLL-UP TABLE, BECAUSE MONEY MUST
079050* NEVER LEAVE FONDOS WITHOUT LANDING IN BANKDISP. THE SHARE IS
079051* CAPPED BY THE FONDOS BALANCE SO A GARNISH-LIMITED PERIOD CAN
079052* NEVER DISPERSE MONEY THE BALANCE DOES NOT HOLD. AN ACCOUNT THE
079053* BANK RETURNED A DISPERSION TO (FLAGGED BY PAY0125) KEEPS THE
079054* WHOLE NET ON FONDOS UNTIL PAY0109 RELOADS IT.
079055******************************************************************
079056 2533-DISPERSE-TO-BANK.
079057     MOVE EMP-ID TO BANK-EMP-ID
079058     READ BANK-ACCT-FILE
079059         INVALID KEY
079060             GO TO 2533-EXIT
079061     END-READ
079062     IF BANK-DISP-PCT NOT NUMERIC OR BANK-DISP-PCT = ZERO
079063         GO TO 2533-EXIT
079064     END-IF
079065     IF BANK-RETURNED
079066         DISPLAY "PAY0100 - LA CUENTA DE " EMP-ID " TIENE UNA"
079067             " DEVOLUCION BANCARIA DEL " BANK-RETURN-DATE
079068             ", EL NETO SE QUEDA EN FONDOS"
079069         GO TO 2533-EXIT
079070     END-IF
079071     COMPUTE WS-BANK-AMT ROUNDED =
079072         WS-NET-PAY * BANK-DISP-PCT / 100
079073     IF WS-BANK-AMT > FONDOS
079074         MOVE FONDOS TO WS-BANK-AMT
079075     END-IF
079076     IF WS-BANK-AMT NOT > ZERO
079077         GO TO 2533-EXIT
079078     END-IF
079079     MOVE "N" TO DSP-FOUND-SW
079080     PERFORM 2537-TEST-ONE-DISP THRU 2537-EXIT
079081         VARYING DSP-SUB FROM 1 BY 1
079082         UNTIL DSP-FOUND OR DSP-SUB > DSP-ENTRY-CNT
079083     IF NOT DSP-FOUND AND DSP-ENTRY-CNT = DSP-MAX-EMPLOYEES
079084         DISPLAY "PAY0100 - TABLA DE DISPERSION LLENA, EL NETO"
079085             " DE " EMP-ID " SE QUEDA EN FONDOS"
079086         GO TO 2533-EXIT
079087     END-IF
079088     SUBTRACT WS-BANK-AMT FROM FONDOS
079089     PERFORM 8800-REWRITE-EMPMAST THRU 8800-EXIT
079090     MOVE "DISPERSION" TO WS-LEDGER-TYPE
079091     MOVE WS-BANK-AMT TO WS-LEDGER-GROSS-AMT
079092     MOVE WS-BANK-AMT TO WS-LEDGER-NET-AMT
079093     MOVE ZERO TO WS-LEDGER-TAX-AMT WS-LEDGER-BENEFITS-AMT
079094         WS-LEDGER-GARNISH-AMT
079095     PERFORM 8200-WRITE-LEDGER-RECORD THRU 8200-EXIT
079096     MOVE CONTADOR TO WS-RPT-DIA
079097     MOVE "DISPERSION" TO WS-RPT-ACTIVIDAD
079098     MOVE WS-BANK-AMT TO WS-RPT-MONTO
079099     PERFORM 8300-WRITE-REPORT-LINE THRU 8300-EXIT
079100     MOVE "DISPERSAR" TO WS-AUDIT-ACTION
079101     MOVE "Y" TO WS-AUDIT-RESULT-SW
079102     PERFORM 8100-WRITE-AUDIT-RECORD THRU 8100-EXIT
079103     PERFORM 2535-ACCUMULATE-DISP THRU 2535-EXIT.
079104 2533-EXIT.
079105     EXIT.
079106******************************************************************
079107* 2535-ACCUMULATE-DISP - ROLL THE DISPERSED AMOUNT INTO THE
079108* CYCLE'S PER-EMPLOYEE BANK TABLE (A QUINCENAL EMPLOYEE LANDS
079109* HERE TWICE). 2533 HAS ALREADY RUN THE TABLE SEARCH AND PROVED
079110* A SLOT EXISTS BEFORE ANY MONEY MOVED, SO THIS ONLY ADDS.
079111******************************************************************
079112 2535-ACCUMULATE-DISP.
079113     IF DSP-FOUND
079114         ADD WS-BANK-AMT TO DSP-TAB-AMOUNT(DSP-CUR-SUB)
079115         GO TO 2535-EXIT
079116     END-IF
079117     ADD 1 TO DSP-ENTRY-CNT
079118     MOVE EMP-ID TO DSP-TAB-EMP-ID(DSP-ENTRY-CNT)
079119     MOVE BANK-CODE TO DSP-TAB-BANK-CODE(DSP-ENTRY-CNT)
079120     MOVE BANK-CLABE TO DSP-TAB-CLABE(DSP-ENTRY-CNT)
079121     MOVE WS-BANK-AMT TO DSP-TAB-AMOUNT(DSP-ENTRY-CNT).
079122 2535-EXIT.
079123     EXIT.
079124******************************************************************
079125* 2537-TEST-ONE-DISP - ONE STEP OF THE DISPERSION TABLE SEARCH.
079126* LEAVES THE MATCHING SUBSCRIPT IN DSP-CUR-SUB.
079127******************************************************************
079128 2537-TEST-ONE-DISP.
079129     IF DSP-TAB-EMP-ID(DSP-SUB) = EMP-ID
079130         SET DSP-FOUND TO TRUE
079131         MOVE DSP-SUB TO DSP-CUR-SUB
079132     END-IF.
079133 2537-EXIT.
079134     EXIT.
079135******************************************************************
079136* 2534-APPLY-LOAN-PAYMENTS - COLLECT THE PER-PERIOD PAYMENT OF
079137* EVERY OPEN LOAN THE CURRENT EMPLOYEE HAS ON LOANMAST, AFTER
079138* THE NOMINA CREDIT (AND SO AFTER GARNISHMENTS) HAS POSTED. EACH
079139* PAYMENT IS CAPPED BY THE LOAN'S REMAINING BALANCE AND BY WHAT
079140* THE FONDOS BALANCE CAN COVER, COMES OFF EMP-FONDOS AS ITS OWN
079141* PRESTAMO LEDGER ENTRY, AND A LOAN COLLECTED DOWN TO ZERO IS
079142* MARKED PAID SO IT IS NEVER TAKEN AGAIN.
079143******************************************************************
079144 2534-APPLY-LOAN-PAYMENTS.
079145     MOVE ZERO TO LON-LOAN-CNT
079146     MOVE FONDOS TO WS-LOAN-AVAIL
079147     IF WS-LOAN-AVAIL NOT > ZERO
079148         GO TO 2534-EXIT
079149     END-IF
079150     MOVE "N" TO WS-EOF-LOAN-SW
079151     MOVE EMP-ID TO LOAN-EMP-ID
079152     MOVE LOW-VALUES TO LOAN-NO
079153     START LOAN-MASTER-FILE KEY NOT < LOAN-KEY
079154         INVALID KEY
079155             MOVE "Y" TO WS-EOF-LOAN-SW
079156     END-START
079157     PERFORM 2536-LOAD-ONE-LOAN THRU 2536-EXIT
079158         UNTIL WS-EOF-LOAN
079159     PERFORM 2538-APPLY-ONE-LOAN THRU 2538-EXIT
079160         VARYING LON-SUB FROM 1 BY 1
079161         UNTIL LON-SUB > LON-LOAN-CNT.
079162 2534-EXIT.
079163     EXIT.
079164******************************************************************
079165* 2536-LOAD-ONE-LOAN - ONE STEP OF THE LOAN SCAN. STOPS AT END OF
079166* FILE OR AT THE NEXT EMPLOYEE'S LOANS; PAID LOANS ARE PASSED
079167* OVER. A FULL WORK TABLE IS REPORTED AND THE EXTRA LOANS WAIT
079168* FOR THE NEXT CYCLE.
079169******************************************************************
079170 2536-LOAD-ONE-LOAN.
079171     READ LOAN-MASTER-FILE NEXT RECORD
079172         AT END
079173             MOVE "Y" TO WS-EOF-LOAN-SW
079174     END-READ
079175     IF WS-EOF-LOAN
079176         GO TO 2536-EXIT
079177     END-IF
079178     IF LOAN-EMP-ID NOT = EMP-ID
079179         MOVE "Y" TO WS-EOF-LOAN-SW
079180         GO TO 2536-EXIT
079181     END-IF
079182     IF NOT LOAN-STATUS-OPEN
079183         GO TO 2536-EXIT
079184     END-IF
079185     IF LON-LOAN-CNT = LON-MAX-LOANS
079186         DISPLAY "PAY0100 - MAS DE " LON-MAX-LOANS
079187             " PRESTAMOS PARA " EMP-ID ", LOS DEMAS ESPERAN"
079188         GO TO 2536-EXIT
079189     END-IF
079190     ADD 1 TO LON-LOAN-CNT
079191     MOVE LOAN-NO TO LON-TAB-LOAN-NO(LON-LOAN-CNT)
079192     MOVE LOAN-PER-PERIOD-AMT TO LON-TAB-PER-AMT(LON-LOAN-CNT)
079193     MOVE LOAN-REMAINING-AMT TO LON-TAB-REMAINING(LON-LOAN-CNT).
079194 2536-EXIT.
079195     EXIT.
079196******************************************************************
079197* 2538-APPLY-ONE-LOAN - TAKE THIS PERIOD'S PAYMENT OF ONE LOAN IF
079198* MONEY IS STILL AVAILABLE. THE LOAN RECORD IS REREAD AND
079199* REWRITTEN SO LOANMAST ALWAYS CARRIES THE TRUE REMAINING
079200* BALANCE, AND THE PAYMENT POSTS AS ITS OWN PRESTAMO LEDGER
079201* ENTRY AND STATEMENT LINE.
079202******************************************************************
079203 2538-APPLY-ONE-LOAN.
079204     IF WS-LOAN-AVAIL NOT > ZERO
079205         GO TO 2538-EXIT
079206     END-IF
079207     MOVE LON-TAB-PER-AMT(LON-SUB) TO WS-LOAN-DED
079208     IF WS-LOAN-DED > LON-TAB-REMAINING(LON-SUB)
079209         MOVE LON-TAB-REMAINING(LON-SUB) TO WS-LOAN-DED
079210     END-IF
079211     IF WS-LOAN-DED > WS-LOAN-AVAIL
079212         MOVE WS-LOAN-AVAIL TO WS-LOAN-DED
079213     END-IF
079214     IF WS-LOAN-DED NOT > ZERO
079215         GO TO 2538-EXIT
079216     END-IF
079217
079218     MOVE EMP-ID TO LOAN-EMP-ID
079219     MOVE LON-TAB-LOAN-NO(LON-SUB) TO LOAN-NO
079220     READ LOAN-MASTER-FILE
079221         INVALID KEY
079222             DISPLAY "PAY0100 - PRESTAMO " LOAN-NO
079223                 " DESAPARECIO PARA " EMP-ID ", SE OMITE"
079224             GO TO 2538-EXIT
079225     END-READ
079226     SUBTRACT WS-LOAN-DED FROM LOAN-REMAINING-AMT
079227     IF LOAN-REMAINING-AMT NOT > ZERO
079228         SET LOAN-STATUS-PAID TO TRUE
079229         DISPLAY "PAY0100 - PRESTAMO " LOAN-NO " DE " EMP-ID
079230             " SALDADO"
079231     END-IF
079232     REWRITE LOAN-RECORD
079233     IF WS-LOAN-STATUS NOT = "00"
079234         DISPLAY "PAY0100 - NO SE PUDO GRABAR LOANMAST, ESTADO "
079235             WS-LOAN-STATUS
079236         MOVE "LOANMAST" TO WS-NOTE-FILE
079237         MOVE WS-LOAN-STATUS TO WS-NOTE-STATUS
079238         PERFORM 8700-NOTE-FILE-STATUS THRU 8700-EXIT
079239     END-IF
079240
079241     SUBTRACT WS-LOAN-DED FROM FONDOS
079242     PERFORM 8800-REWRITE-EMPMAST THRU 8800-EXIT
079243     MOVE "PRESTAMO" TO WS-LEDGER-TYPE
079244     MOVE WS-LOAN-DED TO WS-LEDGER-GROSS-AMT
079245     MOVE WS-LOAN-DED TO WS-LEDGER-NET-AMT
079246     MOVE ZERO TO WS-LEDGER-TAX-AMT WS-LEDGER-BENEFITS-AMT
079247         WS-LEDGER-GARNISH-AMT
079248     PERFORM 8200-WRITE-LEDGER-RECORD THRU 8200-EXIT
079249     MOVE CONTADOR TO WS-RPT-DIA
079250     MOVE "PRESTAMO" TO WS-RPT-ACTIVIDAD
079251     MOVE WS-LOAN-DED TO WS-RPT-MONTO
079252     PERFORM 8300-WRITE-REPORT-LINE THRU 8300-EXIT
079253     IF WS-DED-OPEN
079254         MOVE "L" TO WS-DED-KIND
079255         MOVE LON-TAB-LOAN-NO(LON-SUB) TO WS-DED-REF-NO
079256         MOVE SPACES TO WS-DED-PAYEE
079257         MOVE WS-LOAN-DED TO WS-DED-AMT
079258         PERFORM 2550-WRITE-DEDUCTION-DETAIL THRU 2550-EXIT
079259     END-IF
079260     SUBTRACT WS-LOAN-DED FROM WS-LOAN-AVAIL.
079261 2538-EXIT.
079262     EXIT.
079263******************************************************************
079264* 2539-SET-PAY-SEGMENT - THE CALENDAR DAYS AND BUSINESS DAYS OF
079265* THE SEGMENT BEING PAID: THE WHOLE MONTH, OR THE QUINCENA WHEN
079266* THE EMPLOYEE IS PAID TWICE.
079267******************************************************************
079268 2539-SET-PAY-SEGMENT.
079269     IF EMP-FREQ-QUINCENAL
079270         IF CONTADOR = PAY-PAYDAY-MID
079271             MOVE 1 TO WS-SEG-START-DAY
079272             MOVE 15 TO WS-SEG-END-DAY
079273             MOVE PAY-BUS-DAYS-1H TO WS-SEG-BUS-DAYS
079274         ELSE
079275             MOVE 16 TO WS-SEG-START-DAY
079276             MOVE PAY-DAYS-THIS-MONTH TO WS-SEG-END-DAY
079277             MOVE PAY-BUS-DAYS-2H TO WS-SEG-BUS-DAYS
079278         END-IF
079279     ELSE
079280         MOVE 1 TO WS-SEG-START-DAY
079281         MOVE PAY-DAYS-THIS-MONTH TO WS-SEG-END-DAY
079282         MOVE PAY-BUS-DAYS-MONTH TO WS-SEG-BUS-DAYS
079283     END-IF.
079284 2539-EXIT.
079285     EXIT.
079286******************************************************************
079287* 2528-APPLY-INCIDENCIAS - DOCK THE NOMINA GROSS FOR THE CURRENT
079288* EMPLOYEE'S INCIDENCE DAYS IN THE SEGMENT BEING PAID (THE WHOLE
079289* MONTH, OR THE QUINCENA WHEN THE EMPLOYEE IS PAID TWICE). ONLY
079290* INCIDENCES FALLING ON BUSINESS DAYS COUNT; A PERMISO OR FALTA
079291* DOCKS THE FULL DAY AND AN ENFERMEDAD DOCKS ITS UNPAID SHARE,
079292* ALL AT THE SEGMENT'S OWN DAILY RATE; VACACIONES DOCK NOTHING
079293* (PAY0114 DREW THEM FROM VACMAST). THE STATEMENT GETS A
079294* LINE WITH THE DAYS AND AMOUNT DOCKED SO THE EMPLOYEE CAN SEE
079295* WHY THE NET IS SHORT - EXCEPT IN A PRE-NOMINA SIMULATION,
079296* WHICH WRITES NO STATEMENT AND SHOWS THE DOCK ON ITS REGISTER.
079297* THE SCAN ALSO COUNTS THE INCAPACIDAD AND ABSENCE DAYS THAT COME
079298* OFF THE SEGMENT'S IMSS CONTRIBUTION DAYS.
079299******************************************************************
079300 2528-APPLY-INCIDENCIAS.
079301     PERFORM 2539-SET-PAY-SEGMENT THRU 2539-EXIT
079302     IF WS-SEG-BUS-DAYS = ZERO
079303         GO TO 2528-EXIT
079304     END-IF
079305     COMPUTE WS-INCI-FROM-DATE = WS-PAY-YEAR * 10000
079306         + WS-PAY-MONTH * 100 + WS-SEG-START-DAY
079307     COMPUTE WS-INCI-TO-DATE = WS-PAY-YEAR * 10000
079308         + WS-PAY-MONTH * 100 + WS-SEG-END-DAY
079309     MOVE "N" TO WS-EOF-INCI-SW
079310     MOVE EMP-ID TO INCI-EMP-ID
079311     MOVE WS-INCI-FROM-DATE TO INCI-DATE
079312     START INCIDENCIA-FILE KEY NOT < INCI-KEY
079314         INVALID KEY
079316             MOVE "Y" TO WS-EOF-INCI-SW
079340         MOVE WS-GROSS-PAY TO WS-DOCK-AMT
079342     END-IF
079344     SUBTRACT WS-DOCK-AMT FROM WS-GROSS-PAY
079345     IF WS-SIMULATION-MODE
079346         GO TO 2528-EXIT
079347     END-IF
079348     DISPLAY "PAY0100 - AUSENCIAS DE " EMP-ID ": " WS-DOCK-DAYS
079349         " DIAS, DESCUENTO " WS-DOCK-AMT
079350     MOVE WS-DOCK-DAYS TO WS-DOCK-DAYS-EDIT
079352     MOVE WS-DOCK-AMT TO WS-RPT-MONTO
079354     MOVE SPACES TO WS-RPT-TEXT
079370* 2532-READ-ONE-INCI - ONE STEP OF THE INCIDENCE SCAN. STOPS AT
079372* END OF FILE, AT THE NEXT EMPLOYEE, OR PAST THE SEGMENT'S LAST
079374* DAY; EACH RECORD ON A BUSINESS DAY ADDS ITS DOCKED SHARE TO
079375* WS-DOCK-DAYS. VACACIONES ARE PAID DAYS AND DOCK NOTHING. EVERY
079376* OTHER INCIDENCE, BUSINESS DAY OR NOT, IS A DAY WITHOUT IMSS
079377* CONTRIBUTION: ENFERMEDAD AS INCAPACIDAD, THE REST AS ABSENCE.
079378******************************************************************
079380 2532-READ-ONE-INCI.
079382     READ INCIDENCIA-FILE NEXT RECORD
079400         MOVE "Y" TO WS-EOF-INCI-SW
079402         GO TO 2532-EXIT
079404     END-IF
079405     IF INCI-TYPE-VACACIONES
079406         GO TO 2532-EXIT
079407     END-IF
079408     IF INCI-TYPE-ENFERMEDAD
079409         ADD 1 TO WS-INCAP-DAYS
079410     ELSE
079411         ADD 1 TO WS-ABSENT-DAYS
079412     END-IF
079413     DIVIDE INCI-DATE BY 100
079414         GIVING WS-INCI-QUOT REMAINDER WS-INCI-DAY
079415     MOVE WS-INCI-DAY TO WS-CAL-SUB
079416     PERFORM 1540-TEST-ONE-DAY THRU 1540-EXIT
079417     IF NOT WS-CAL-IS-BUSINESS
079418         GO TO 2532-EXIT
079419     END-IF
079420     IF INCI-TYPE-ENFERMEDAD AND INCI-PAY-PCT NUMERIC
079421         COMPUTE WS-DOCK-DAYS = WS-DOCK-DAYS
079422             + (100 - INCI-PAY-PCT) / 100
079423     ELSE
079424         ADD 1 TO WS-DOCK-DAYS
079425     END-IF.
079426 2532-EXIT.
079427     EXIT.
079428******************************************************************
079430* 2540-WRITE-MONTH-END-SUMMARY - TOTAL UP THE MONTH'S DEPOSITS,
079440* WITHDRAWALS AND NOMINA CREDIT FOR THE CURRENT EMPLOYEE AND
079450* WRITE A SUMMARY SECTION TO THE STATEMENT REPORT.
082700     MOVE WS-TODAY-MONTH         TO AUD-MONTH
082800     MOVE WS-TODAY-DAY           TO AUD-DAY
082900     MOVE WS-AUDIT-ACTION        TO AUD-ACTION
082950     MOVE SPACES                 TO AUD-REASON
083000     IF WS-AUDIT-RESULT-OK
083100         SET AUD-RESULT-OK TO TRUE
083200     ELSE
085400     MOVE WS-LEDGER-NET-AMT      TO LEDG-NET-AMT
085500     MOVE FONDOS                 TO LEDG-BALANCE-AFTER
085550     MOVE EMP-BRANCH             TO LEDG-BRANCH
085557     MOVE ZERO                   TO LEDG-PAY-DATE
085564     IF LEDG-TYPE-NOMINA OR LEDG-TYPE-PRESTAMO
085571         OR LEDG-TYPE-DISPERSION
085578         COMPUTE LEDG-PAY-DATE = WS-PAY-YEAR * 10000
085585             + WS-PAY-MONTH * 100 + CONTADOR
085592     END-IF
085593     MOVE ZERO TO LEDG-ER-IMSS-AMT LEDG-ER-RCV-AMT
085594         LEDG-ER-INFONAVIT-AMT
085595     IF LEDG-TYPE-NOMINA
085596         MOVE WS-ER-IMSS-AMT      TO LEDG-ER-IMSS-AMT
085597         MOVE WS-ER-RCV-AMT       TO LEDG-ER-RCV-AMT
085598         MOVE WS-ER-INFONAVIT-AMT TO LEDG-ER-INFONAVIT-AMT
085599     END-IF
085600     WRITE LEDGER-RECORD
085610     IF LEDG-TYPE-DEPOSITO
085620         ADD 1 TO WS-CNT-DEPOSITO
085840                 SUM-CNT-DISPERSION SUM-AMT-DISPERSION
085842                 SUM-CNT-PRESTAMO SUM-AMT-PRESTAMO
085844                 SUM-CNT-FINIQUITO SUM-AMT-FINIQUITO
085845                 SUM-CNT-REVERSO SUM-AMT-REVERSO
085846                 SUM-CNT-RETRO SUM-AMT-RETRO
085847                 SUM-CNT-BONO SUM-AMT-BONO
085848                 SUM-CNT-DEVOLUCION SUM-AMT-DEVOLUCION
085849                 SUM-CLOSING-BAL
085850             PERFORM 8260-BUMP-SUMMARY-BUCKET THRU 8260-EXIT
085851             MOVE FONDOS TO SUM-CLOSING-BAL
085852             WRITE SUM-RECORD
085854             GO TO 8250-EXIT
085856     END-READ
085963     IF LEDG-TYPE-FINIQUITO
085966         ADD 1 TO SUM-CNT-FINIQUITO
085969         ADD LEDG-NET-AMT TO SUM-AMT-FINIQUITO
085970     END-IF
085971     IF LEDG-TYPE-REVERSO
085972         ADD 1 TO SUM-CNT-REVERSO
085973         IF LEDG-TYPE-REV-NOMINA
085974             SUBTRACT LEDG-NET-AMT FROM SUM-AMT-REVERSO
085975         ELSE
085976             ADD LEDG-NET-AMT TO SUM-AMT-REVERSO
085977         END-IF
085978     END-IF
085980     IF LEDG-TYPE-RETRO
085982         ADD 1 TO SUM-CNT-RETRO
085984         ADD LEDG-NET-AMT TO SUM-AMT-RETRO
085985     END-IF
085986     IF LEDG-TYPE-BONO
085987         ADD 1 TO SUM-CNT-BONO
085988         ADD LEDG-NET-AMT TO SUM-AMT-BONO
085989     END-IF
085990     IF LEDG-TYPE-DEV-BANCO
085991         ADD 1 TO SUM-CNT-DEVOLUCION
085992         ADD LEDG-NET-AMT TO SUM-AMT-DEVOLUCION
085993     END-IF.
085994 8260-EXIT.
085995     EXIT.
085996******************************************************************
086000* 8300-WRITE-REPORT-LINE - WRITE ONE DETAIL LINE OF THE STATEMENT
086100* REPORT FOR THE EMPLOYEE CURRENTLY BEING PROCESSED. CALLERS SET
086200* WS-RPT-DIA, WS-RPT-ACTIVIDAD AND WS-RPT-MONTO BEFORE PERFORMING
088378             TO WS-CTL-TEXT
088379         PERFORM 8900-WRITE-CONTROL-TEXT THRU 8900-EXIT
088380     END-IF
088381     PERFORM 4310-WRITE-RUN-ALERTS THRU 4310-EXIT
088382     IF STAT-ENTRY-CNT = ZERO
088383         MOVE "ESTADOS DE ARCHIVO NO CERO: NINGUNO"
088384             TO WS-CTL-TEXT
088466     WRITE DISP-RECORD.
088467 4600-EXIT.
088468     EXIT.
088469******************************************************************
088470* 5000-RUN-PRENOMINA - PRE-NOMINA SIMULATION. FIGURE EVERY ACTIVE
088471* EMPLOYEE'S PAYDAYS FOR THE REQUESTED PERIOD THE WAY THE NOMINA
088472* CREDIT WOULD, WITHOUT POSTING ANYTHING: NO MASTER, LEDGER,
088473* SUMMARY, ORDER, LOAN OR CHECKPOINT RECORD IS WRITTEN AND NO
088474* BANKDISP OR GARNREM FILE IS PRODUCED - EVERYTHING GOES TO THE
088475* PRENOM REGISTER. DAILY INTEREST IS NOT SIMULATED, SO THE FONDOS
088476* BALANCE THAT CAPS GARNISHMENTS, LOANS AND THE BANK SHARE IS THE
088477* ONE ON THE MASTER TODAY. THE REQUEST IS CONSUMED ONCE THE
088478* REGISTER IS OUT, SO THE NEXT RUN IS A REAL ONE.
088479******************************************************************
088480 5000-RUN-PRENOMINA.
088481     MOVE ZERO TO PRN-GRAND-CNT
088482     PERFORM 5050-CLEAR-GRAND-BUCKET THRU 5050-EXIT
088483         VARYING PRN-AMT-SUB FROM 1 BY 1
088484         UNTIL PRN-AMT-SUB > 8
088485     IF NOT WS-PRENOM-OPEN
088486         GO TO 5000-EXIT
088487     END-IF
088488     PERFORM 5100-WRITE-PRENOM-HEADER THRU 5100-EXIT
088489     IF NOT WS-EOF-EMPMAST
088490         PERFORM 1110-START-EMPMAST THRU 1110-EXIT
088491         PERFORM 1100-READ-EMPMAST THRU 1100-EXIT
088492     END-IF
088493     PERFORM 5200-SIMULATE-EMPLOYEE THRU 5200-EXIT
088494         UNTIL WS-EOF-EMPMAST
088495     PERFORM 5500-WRITE-BRANCH-TOTALS THRU 5500-EXIT
088496     PERFORM 5600-WRITE-EXCEPTIONS THRU 5600-EXIT
088497     IF WS-EMPMAST-OK
088498         OPEN OUTPUT PRENOM-REQUEST-FILE
088499         CLOSE PRENOM-REQUEST-FILE
088500     END-IF
088501     DISPLAY "PAY0100 - PRE-NOMINA TERMINADA, EMPLEADOS: "
088502         WS-EMP-PROCESSED-CNT " PAGOS: " WS-SIM-LINE-CNT
088503         " EXCEPCIONES: " EXC-ENTRY-CNT.
088504 5000-EXIT.
088505     EXIT.
088506******************************************************************
088507* 5010-CHECK-PRENOM-REQUEST - A RECORD ON PRENOMRQ TURNS THIS RUN
088508* INTO A PRE-NOMINA SIMULATION FOR THE PERIOD IT NAMES (AAAAMM,
088509* ZERO FOR THE CURRENT MONTH). A MISSING OR EMPTY PRENOMRQ IS THE
088510* NORMAL CASE AND LEAVES THE RUN MODE ALONE.
088511******************************************************************
088512 5010-CHECK-PRENOM-REQUEST.
088513     OPEN INPUT PRENOM-REQUEST-FILE
088514     IF WS-PRQ-STATUS NOT = "00"
088515         GO TO 5010-EXIT
088516     END-IF
088517     READ PRENOM-REQUEST-FILE
088518         AT END
088519             CLOSE PRENOM-REQUEST-FILE
088520             GO TO 5010-EXIT
088521     END-READ
088522     CLOSE PRENOM-REQUEST-FILE
088523     SET WS-SIMULATION-MODE TO TRUE
088524     MOVE ZERO TO WS-PAY-PERIOD
088525     IF PRQ-PERIOD NUMERIC
088526         MOVE PRQ-PERIOD TO WS-PAY-PERIOD
088527     END-IF
088528     DISPLAY "PAY0100 - PRENOMRQ PRESENTE, CORRIDA DE PRE-NOMINA"
088529         " (SIMULACION, NO SE POSTEA NADA)".
088530 5010-EXIT.
088531     EXIT.
088532******************************************************************
088533* 5020-OPEN-PRENOM-FILES - SIMULATION OPENS: EVERY FILE THE NOMINA
088534* CREDIT READS IS OPENED INPUT ONLY, THE POSTING FILES ARE NOT
088535* OPENED AT ALL, AND THE REGISTER IS OPENED NEW. THEN THE PERIOD,
088536* CALENDAR AND TAX TABLE ARE SET UP AS FOR A REAL RUN.
088537******************************************************************
088538 5020-OPEN-PRENOM-FILES.
088539     OPEN INPUT EMPLOYEE-MASTER-FILE
088540     IF WS-EMPMAST-STATUS = "00"
088541         SET WS-EMPMAST-OK TO TRUE
088542     ELSE
088543         DISPLAY "PAY0100 - NO SE PUDO ABRIR EMPMAST, ESTADO "
088544             WS-EMPMAST-STATUS
088545         MOVE "Y" TO WS-EOF-EMPMAST-SW
088546         MOVE 16 TO RETURN-CODE
088547     END-IF
088548     OPEN OUTPUT PRENOM-REGISTER-FILE
088549     IF WS-PRENOM-STATUS = "00"
088550         SET WS-PRENOM-OPEN TO TRUE
088551     ELSE
088552         DISPLAY "PAY0100 - NO SE PUDO ABRIR PRENOM, ESTADO "
088553             WS-PRENOM-STATUS
088554         MOVE "Y" TO WS-EOF-EMPMAST-SW
088555         MOVE 16 TO RETURN-CODE
088556     END-IF
088557     OPEN INPUT EMP-COMP-FILE
088558     IF WS-COMP-STATUS = "00"
088559         SET WS-COMP-OPEN TO TRUE
088560     ELSE
088561         DISPLAY "PAY0100 - SIN EMPCOMP (ESTADO " WS-COMP-STATUS
088562             "), PRE-NOMINA USARA LA TARIFA BASE PARA TODOS"
088563     END-IF
088564     OPEN INPUT GARN-ORDER-FILE
088565     IF WS-GARN-STATUS = "00"
088566         SET WS-GARN-OPEN TO TRUE
088567     ELSE
088568         DISPLAY "PAY0100 - SIN GARNORD (ESTADO " WS-GARN-STATUS
088569             "), EMBARGO USARA EMP-GARNISH-AMT"
088570     END-IF
088571     OPEN INPUT LOAN-MASTER-FILE
088572     IF WS-LOAN-STATUS = "00"
088573         SET WS-LOAN-OPEN TO TRUE
088574     ELSE
088575         DISPLAY "PAY0100 - SIN LOANMAST (ESTADO " WS-LOAN-STATUS
088576             "), SIN DESCUENTO DE PRESTAMOS"
088577     END-IF
088578     OPEN INPUT BANK-ACCT-FILE
088579     IF WS-BANK-STATUS = "00"
088580         SET WS-BANK-OPEN TO TRUE
088581     ELSE
088582         DISPLAY "PAY0100 - SIN BANKMAST (ESTADO " WS-BANK-STATUS
088583             "), NOMINA COMPLETA A FONDOS"
088584     END-IF
088585     OPEN INPUT INCIDENCIA-FILE
088586     IF WS-INCI-STATUS = "00"
088587         SET WS-INCI-OPEN TO TRUE
088588     ELSE
088589         DISPLAY "PAY0100 - SIN INCIMAST (ESTADO " WS-INCI-STATUS
088590             "), NOMINA SIN DESCUENTO DE AUSENCIAS"
088591     END-IF
088592     OPEN INPUT BRANCH-MASTER-FILE
088593     IF WS-BRANCH-STATUS = "00"
088594         SET WS-BRN-OPEN TO TRUE
088595     ELSE
088596         DISPLAY "PAY0100 - SIN BRMAST (ESTADO " WS-BRANCH-STATUS
088597             "), SUBTOTALES SIN NOMBRE DE SUCURSAL"
088598     END-IF
088599
088600     IF WS-PAY-PERIOD = ZERO
088601         MOVE WS-TODAY-YEAR TO WS-PAY-YEAR
088602         MOVE WS-TODAY-MONTH TO WS-PAY-MONTH
088603     ELSE
088604         DIVIDE WS-PAY-PERIOD BY 100
088605             GIVING WS-PAY-YEAR REMAINDER WS-PAY-MONTH
088606         IF WS-PAY-MONTH < 1 OR WS-PAY-MONTH > 12
088607             DISPLAY "PAY0100 - MES INVALIDO EN PRENOMRQ "
088608                 WS-PAY-PERIOD ", SE USA EL MES ACTUAL"
088609             MOVE WS-TODAY-YEAR TO WS-PAY-YEAR
088610             MOVE WS-TODAY-MONTH TO WS-PAY-MONTH
088611         END-IF
088612     END-IF
088613     PERFORM 1620-COMPUTE-FIRST-WEEKDAY THRU 1620-EXIT
088614     PERFORM 1700-LOAD-HOLIDAYS THRU 1700-EXIT
088615     PERFORM 1750-LOAD-TAX-TABLE THRU 1750-EXIT
088616     PERFORM 1770-LOAD-IMSS-TABLE THRU 1770-EXIT
088617     PERFORM 1500-COMPUTE-CALENDAR THRU 1500-EXIT.
088618 5020-EXIT.
088619     EXIT.
088620******************************************************************
088621* 5050-CLEAR-GRAND-BUCKET - ZERO ONE COLUMN OF THE GRAND TOTAL.
088622******************************************************************
088623 5050-CLEAR-GRAND-BUCKET.
088624     MOVE ZERO TO PRN-GRAND-AMT(PRN-AMT-SUB).
088625 5050-EXIT.
088626     EXIT.
088627******************************************************************
088628* 5100-WRITE-PRENOM-HEADER - TITLE, PERIOD AND PAYDAYS, AND THE
088629* COLUMN HEADINGS OF THE REGISTER.
088630******************************************************************
088631 5100-WRITE-PRENOM-HEADER.
088632     MOVE SPACES TO PRN-RECORD
088633     STRING "PRE-NOMINA - SIMULACION, NO SE POSTEA NADA"
088634         "   PERIODO " WS-PAY-YEAR "/" WS-PAY-MONTH
088635         "   CORRIDA " WS-TODAY-DATE
088636         DELIMITED BY SIZE INTO PRN-RECORD
088637     WRITE PRN-RECORD
088638     MOVE SPACES TO PRN-RECORD
088639     STRING "DIA DE PAGO MENSUAL: " PAY-PAYDAY
088640         "   QUINCENA: " PAY-PAYDAY-MID " Y " PAY-PAYDAY
088641         DELIMITED BY SIZE INTO PRN-RECORD
088642     WRITE PRN-RECORD
088643     MOVE SPACES TO PRN-RECORD
088644     WRITE PRN-RECORD
088645     MOVE SPACES TO PRN-RECORD
088646     STRING "EMP-ID  SUC  DIA"
088647         "        BRUTO" "    AUSENCIAS" "          ISR"
088648         "    PREST.SOC" "      EMBARGO" "     PRESTAMO"
088649         "        BANCO" "         NETO"
088650         DELIMITED BY SIZE INTO PRN-RECORD
088651     WRITE PRN-RECORD.
088652 5100-EXIT.
088653     EXIT.
088654******************************************************************
088655* 5200-SIMULATE-EMPLOYEE - ONE ROSTER RECORD. INACTIVE EMPLOYEES
088656* ARE PASSED OVER; AN ACTIVE ONE HAS ITS OPEN ORDERS AND LOANS
088657* LOADED ONCE AND THEN EACH OF ITS PAYDAYS FIGURED IN DATE ORDER,
088658* SO A QUINCENAL EMPLOYEE'S SECOND PAYMENT SEES THE BALANCES THE
088659* FIRST ONE LEFT.
088660******************************************************************
088661 5200-SIMULATE-EMPLOYEE.
088662     IF NOT EMP-STATUS-ACTIVE
088663         ADD 1 TO WS-EMP-SKIPPED-CNT
088664         GO TO 5200-NEXT
088665     END-IF
088666     ADD 1 TO WS-EMP-PROCESSED-CNT
088667     MOVE EMP-FONDOS TO FONDOS
088668     PERFORM 5210-LOAD-DEDUCTIONS THRU 5210-EXIT
088669     IF EMP-FREQ-QUINCENAL
088670         MOVE PAY-PAYDAY-MID TO CONTADOR
088671         PERFORM 5300-SIMULATE-PAYDAY THRU 5300-EXIT
088672     END-IF
088673     MOVE PAY-PAYDAY TO CONTADOR
088674     PERFORM 5300-SIMULATE-PAYDAY THRU 5300-EXIT.
088675 5200-NEXT.
088676     PERFORM 1100-READ-EMPMAST THRU 1100-EXIT.
088677 5200-EXIT.
088678     EXIT.
088679******************************************************************
088680* 5210-LOAD-DEDUCTIONS - LOAD THE EMPLOYEE'S OPEN GARNISHMENT
088681* ORDERS AND LOANS INTO THE SAME WORK TABLES THE REAL CREDIT
088682* USES. THE SIMULATION DRAWS THE TABLE BALANCES DOWN, NEVER THE
088683* FILES.
088684******************************************************************
088685 5210-LOAD-DEDUCTIONS.
088686     MOVE ZERO TO GRN-ORDER-CNT
088687     MOVE ZERO TO LON-LOAN-CNT
088688     IF WS-GARN-OPEN
088689         MOVE "N" TO WS-EOF-GARN-SW
088690         MOVE EMP-ID TO GARN-EMP-ID
088691         MOVE LOW-VALUES TO GARN-ORDER-NO
088692         START GARN-ORDER-FILE KEY NOT < GARN-KEY
088693             INVALID KEY
088694                 MOVE "Y" TO WS-EOF-GARN-SW
088695         END-START
088696         PERFORM 2527-LOAD-ONE-ORDER THRU 2527-EXIT
088697             UNTIL WS-EOF-GARN
088698     END-IF
088699     IF WS-LOAN-OPEN
088700         MOVE "N" TO WS-EOF-LOAN-SW
088701         MOVE EMP-ID TO LOAN-EMP-ID
088702         MOVE LOW-VALUES TO LOAN-NO
088703         START LOAN-MASTER-FILE KEY NOT < LOAN-KEY
088704             INVALID KEY
088705                 MOVE "Y" TO WS-EOF-LOAN-SW
088706         END-START
088707         PERFORM 2536-LOAD-ONE-LOAN THRU 2536-EXIT
088708             UNTIL WS-EOF-LOAN
088709     END-IF.
088710 5210-EXIT.
088711     EXIT.
088712******************************************************************
088713* 5300-SIMULATE-PAYDAY - FIGURE ONE PAYDAY (CONTADOR) IN THE SAME
088714* SEQUENCE AS 2522-POST-NOMINA-CREDIT: GROSS, INCIDENCIAS, TAX,
088715* BENEFITS, GARNISHMENTS, THE FONDOS CAP, LOANS, THEN THE BANK
088716* SHARE. WRITES THE REGISTER LINE, ROLLS IT INTO THE BRANCH AND
088717* GRAND TOTALS, AND RECORDS ANY EXCEPTION IT RAISES.
088718******************************************************************
088719 5300-SIMULATE-PAYDAY.
088720     MOVE ZERO TO WS-SIM-GARN-SHORT
088721     PERFORM 2521-GET-EMPLOYEE-SALARY THRU 2521-EXIT
088722     MOVE WS-EMP-SALARY          TO WS-GROSS-PAY
088723     IF EMP-FREQ-QUINCENAL
088724         COMPUTE WS-GROSS-PAY ROUNDED = WS-EMP-SALARY / 2
088725     END-IF
088726     MOVE ZERO TO WS-DOCK-DAYS
088727     MOVE ZERO TO WS-DOCK-AMT
088728     MOVE ZERO TO WS-INCAP-DAYS WS-ABSENT-DAYS
088729     IF WS-INCI-OPEN
088730         PERFORM 2528-APPLY-INCIDENCIAS THRU 2528-EXIT
088731     END-IF
088732     IF WS-TAX-TABLE-LOADED
088733         PERFORM 2543-COMPUTE-BRACKET-TAX THRU 2543-EXIT
088734     ELSE
088735         COMPUTE WS-TAX-AMT ROUNDED =
088736             WS-GROSS-PAY * PAY-TAX-RATE
088737     END-IF
088738     PERFORM 2544-COMPUTE-CUOTAS THRU 2544-EXIT
088739     IF WS-GARN-OPEN
088740         PERFORM 5310-SIMULATE-GARNISH THRU 5310-EXIT
088741     ELSE
088742         MOVE EMP-GARNISH-AMT TO WS-GARNISH-TOTAL
088743     END-IF
088744     COMPUTE WS-NET-PAY =
088745         WS-GROSS-PAY - WS-TAX-AMT - WS-BENEFITS-AMT
088746             - WS-GARNISH-TOTAL
088747     MOVE WS-NET-PAY TO WS-SIM-RAW-NET
088748     IF FONDOS + WS-NET-PAY < 0
088749         COMPUTE WS-SIM-GARN-DUE = ZERO - (FONDOS + WS-NET-PAY)
088750         IF WS-SIM-GARN-DUE > WS-GARNISH-TOTAL
088751             MOVE WS-GARNISH-TOTAL TO WS-SIM-GARN-DUE
088752         END-IF
088753         ADD WS-SIM-GARN-DUE TO WS-SIM-GARN-SHORT
088754         COMPUTE WS-NET-PAY = ZERO - FONDOS
088755     END-IF
088756     ADD WS-NET-PAY TO FONDOS
088757     MOVE ZERO TO WS-SIM-LOAN-TOTAL
088758     IF WS-LOAN-OPEN
088759         PERFORM 5330-SIMULATE-LOANS THRU 5330-EXIT
088760     END-IF
088761     MOVE ZERO TO WS-BANK-AMT
088762     IF WS-BANK-OPEN AND WS-NET-PAY > ZERO
088763         PERFORM 5340-SIMULATE-DISPERSION THRU 5340-EXIT
088764     END-IF
088765
088766     COMPUTE PRN-WORK-AMT(1) = WS-GROSS-PAY + WS-DOCK-AMT
088767     MOVE WS-DOCK-AMT TO PRN-WORK-AMT(2)
088768     MOVE WS-TAX-AMT TO PRN-WORK-AMT(3)
088769     MOVE WS-BENEFITS-AMT TO PRN-WORK-AMT(4)
088770     MOVE WS-GARNISH-TOTAL TO PRN-WORK-AMT(5)
088771     MOVE WS-SIM-LOAN-TOTAL TO PRN-WORK-AMT(6)
088772     MOVE WS-BANK-AMT TO PRN-WORK-AMT(7)
088773     MOVE WS-NET-PAY TO PRN-WORK-AMT(8)
088774     PERFORM 5400-WRITE-PRENOM-DETAIL THRU 5400-EXIT
088775     PERFORM 5420-ACCUMULATE-BRANCH THRU 5420-EXIT
088776
088777     IF NOT WS-COMP-FOUND
088778         MOVE "SIN EMPCOMP, TARIFA BASE" TO WS-EXC-TEXT
088779         MOVE WS-EMP-SALARY TO WS-EXC-AMOUNT
088780         PERFORM 5450-ADD-EXCEPTION THRU 5450-EXIT
088781     END-IF
088782     IF WS-SIM-RAW-NET NOT > ZERO
088783         MOVE "NETO CERO O NEGATIVO" TO WS-EXC-TEXT
088784         MOVE WS-SIM-RAW-NET TO WS-EXC-AMOUNT
088785         PERFORM 5450-ADD-EXCEPTION THRU 5450-EXIT
088786     END-IF
088787     IF WS-SIM-GARN-SHORT > ZERO
088788         MOVE "EMBARGO LIMITADO, FALTANTE" TO WS-EXC-TEXT
088789         MOVE WS-SIM-GARN-SHORT TO WS-EXC-AMOUNT
088790         PERFORM 5450-ADD-EXCEPTION THRU 5450-EXIT
088791     END-IF.
088792 5300-EXIT.
088793     EXIT.
088794******************************************************************
088795* 5310-SIMULATE-GARNISH - THE ORDER DRAW OF 2525, AGAINST THE
088796* WORK TABLE ONLY. WHATEVER AN ORDER WAS DUE THIS PERIOD BUT THE
088797* PAY COULD NOT COVER ACCUMULATES IN WS-SIM-GARN-SHORT FOR THE
088798* CAPPED-GARNISHMENT EXCEPTION.
088799******************************************************************
088800 5310-SIMULATE-GARNISH.
088801     MOVE ZERO TO WS-GARNISH-TOTAL
088802     COMPUTE WS-GARNISH-AVAIL =
088803         WS-GROSS-PAY - WS-TAX-AMT - WS-BENEFITS-AMT + FONDOS
088804     IF GRN-ORDER-CNT = ZERO
088805         GO TO 5310-EXIT
088806     END-IF
088807     PERFORM 5320-SIMULATE-PRIORITY-LEVEL THRU 5320-EXIT
088808         VARYING WS-GARN-PRI FROM 1 BY 1
088809         UNTIL WS-GARN-PRI > 9.
088810 5310-EXIT.
088811     EXIT.
088812******************************************************************
088813* 5320-SIMULATE-PRIORITY-LEVEL - EVERY LOADED ORDER AT THE LEVEL
088814* IN WS-GARN-PRI, IN KEY ORDER WITHIN THE LEVEL.
088815******************************************************************
088816 5320-SIMULATE-PRIORITY-LEVEL.
088817     PERFORM 5325-SIMULATE-ONE-ORDER THRU 5325-EXIT
088818         VARYING GRN-SUB FROM 1 BY 1
088819         UNTIL GRN-SUB > GRN-ORDER-CNT.
088820 5320-EXIT.
088821     EXIT.
088822******************************************************************
088823* 5325-SIMULATE-ONE-ORDER - ONE ORDER'S CUT: THE PER-PERIOD
088824* AMOUNT CAPPED BY ITS REMAINING BALANCE (WHAT IT IS DUE) AND
088825* THEN BY WHAT THE PAY CAN COVER (WHAT IT GETS).
088826******************************************************************
088827 5325-SIMULATE-ONE-ORDER.
088828     IF GRN-TAB-PRIORITY(GRN-SUB) NOT = WS-GARN-PRI
088829         GO TO 5325-EXIT
088830     END-IF
088831     MOVE GRN-TAB-PER-AMT(GRN-SUB) TO WS-SIM-GARN-DUE
088832     IF WS-SIM-GARN-DUE > GRN-TAB-REMAINING(GRN-SUB)
088833         MOVE GRN-TAB-REMAINING(GRN-SUB) TO WS-SIM-GARN-DUE
088834     END-IF
088835     IF WS-SIM-GARN-DUE NOT > ZERO
088836         GO TO 5325-EXIT
088837     END-IF
088838     MOVE WS-SIM-GARN-DUE TO WS-GARN-DED
088839     IF WS-GARN-DED > WS-GARNISH-AVAIL
088840         MOVE WS-GARNISH-AVAIL TO WS-GARN-DED
088841     END-IF
088842     IF WS-GARN-DED < ZERO
088843         MOVE ZERO TO WS-GARN-DED
088844     END-IF
088845     COMPUTE WS-SIM-GARN-SHORT =
088846         WS-SIM-GARN-SHORT + WS-SIM-GARN-DUE - WS-GARN-DED
088847     SUBTRACT WS-GARN-DED FROM GRN-TAB-REMAINING(GRN-SUB)
088848     ADD WS-GARN-DED TO WS-GARNISH-TOTAL
088849     SUBTRACT WS-GARN-DED FROM WS-GARNISH-AVAIL.
088850 5325-EXIT.
088851     EXIT.
088852******************************************************************
088853* 5330-SIMULATE-LOANS - THE LOAN COLLECTION OF 2534, AGAINST THE
088854* WORK TABLE ONLY, CAPPED BY THE SIMULATED FONDOS BALANCE.
088855******************************************************************
088856 5330-SIMULATE-LOANS.
088857     MOVE FONDOS TO WS-LOAN-AVAIL
088858     IF WS-LOAN-AVAIL NOT > ZERO
088859         GO TO 5330-EXIT
088860     END-IF
088861     PERFORM 5335-SIMULATE-ONE-LOAN THRU 5335-EXIT
088862         VARYING LON-SUB FROM 1 BY 1
088863         UNTIL LON-SUB > LON-LOAN-CNT
088864     SUBTRACT WS-SIM-LOAN-TOTAL FROM FONDOS.
088865 5330-EXIT.
088866     EXIT.
088867******************************************************************
088868* 5335-SIMULATE-ONE-LOAN - ONE LOAN'S PAYMENT, CAPPED BY ITS
088869* REMAINING BALANCE AND BY WHAT FONDOS CAN COVER.
088870******************************************************************
088871 5335-SIMULATE-ONE-LOAN.
088872     IF WS-LOAN-AVAIL NOT > ZERO
088873         GO TO 5335-EXIT
088874     END-IF
088875     MOVE LON-TAB-PER-AMT(LON-SUB) TO WS-LOAN-DED
088876     IF WS-LOAN-DED > LON-TAB-REMAINING(LON-SUB)
088877         MOVE LON-TAB-REMAINING(LON-SUB) TO WS-LOAN-DED
088878     END-IF
088879     IF WS-LOAN-DED > WS-LOAN-AVAIL
088880         MOVE WS-LOAN-AVAIL TO WS-LOAN-DED
088881     END-IF
088882     IF WS-LOAN-DED NOT > ZERO
088883         GO TO 5335-EXIT
088884     END-IF
088885     SUBTRACT WS-LOAN-DED FROM LON-TAB-REMAINING(LON-SUB)
088886     ADD WS-LOAN-DED TO WS-SIM-LOAN-TOTAL
088887     SUBTRACT WS-LOAN-DED FROM WS-LOAN-AVAIL.
088888 5335-EXIT.
088889     EXIT.
088890******************************************************************
088891* 5340-SIMULATE-DISPERSION - THE BANK SHARE 2533 WOULD ROUTE,
088892* CAPPED BY THE SIMULATED FONDOS BALANCE. BANKMAST IS ONLY READ.
088893* AN ACCOUNT FLAGGED WITH A BANK RETURN DISPERSES NOTHING.
088894******************************************************************
088895 5340-SIMULATE-DISPERSION.
088896     MOVE EMP-ID TO BANK-EMP-ID
088897     READ BANK-ACCT-FILE
088898         INVALID KEY
088899             GO TO 5340-EXIT
088900     END-READ
088901     IF BANK-DISP-PCT NOT NUMERIC OR BANK-DISP-PCT = ZERO
088902         GO TO 5340-EXIT
088903     END-IF
088904     IF BANK-RETURNED
088905         MOVE ZERO TO WS-BANK-AMT
088906         GO TO 5340-EXIT
088907     END-IF
088908     COMPUTE WS-BANK-AMT ROUNDED =
088909         WS-NET-PAY * BANK-DISP-PCT / 100
088910     IF WS-BANK-AMT > FONDOS
088911         MOVE FONDOS TO WS-BANK-AMT
088912     END-IF
088913     IF WS-BANK-AMT NOT > ZERO
088914         MOVE ZERO TO WS-BANK-AMT
088915         GO TO 5340-EXIT
088916     END-IF
088917     SUBTRACT WS-BANK-AMT FROM FONDOS.
088918 5340-EXIT.
088919     EXIT.
088920******************************************************************
088921* 5400-WRITE-PRENOM-DETAIL - ONE REGISTER LINE FROM THE EIGHT
088922* COLUMNS IN PRN-WORK-AMT.
088923******************************************************************
088924 5400-WRITE-PRENOM-DETAIL.
088925     MOVE SPACES TO PRN-DETAIL-LINE
088926     MOVE EMP-ID TO PRN-EMP-ID
088927     MOVE EMP-BRANCH TO PRN-BRANCH
088928     MOVE CONTADOR TO PRN-DIA
088929     PERFORM 5410-EDIT-ONE-AMOUNT THRU 5410-EXIT
088930         VARYING PRN-AMT-SUB FROM 1 BY 1
088931         UNTIL PRN-AMT-SUB > 8
088932     MOVE PRN-DETAIL-LINE TO PRN-RECORD
088933     WRITE PRN-RECORD
088934     ADD 1 TO WS-SIM-LINE-CNT.
088935 5400-EXIT.
088936     EXIT.
088937******************************************************************
088938* 5410-EDIT-ONE-AMOUNT - ONE COLUMN OF A DETAIL OR TOTAL LINE.
088939******************************************************************
088940 5410-EDIT-ONE-AMOUNT.
088941     MOVE PRN-WORK-AMT(PRN-AMT-SUB) TO PRN-AMT(PRN-AMT-SUB).
088942 5410-EXIT.
088943     EXIT.
088944******************************************************************
088945* 5420-ACCUMULATE-BRANCH - ROLL THE PAYDAY INTO THE GRAND TOTAL
088946* AND ITS BRANCH'S SUBTOTAL. THE BRANCH TABLE IS KEPT IN BRANCH
088947* CODE ORDER AS ENTRIES ARE ADDED, SO THE SUBTOTALS PRINT SORTED.
088948* EMPLOYEES ARE COUNTED ONCE, ON THE MONTH'S LAST PAYDAY, WHICH
088949* EVERY EMPLOYEE HAS.
088950******************************************************************
088951 5420-ACCUMULATE-BRANCH.
088952     PERFORM 5430-ADD-TO-GRAND THRU 5430-EXIT
088953         VARYING PRN-AMT-SUB FROM 1 BY 1
088954         UNTIL PRN-AMT-SUB > 8
088955     IF CONTADOR = PAY-PAYDAY
088956         ADD 1 TO PRN-GRAND-CNT
088957     END-IF
088958     MOVE "N" TO BRS-FOUND-SW
088959     PERFORM 5425-TEST-ONE-BRANCH THRU 5425-EXIT
088960         VARYING BRS-SUB FROM 1 BY 1
088961         UNTIL BRS-FOUND OR BRS-SUB > BRS-BRANCH-CNT
088962     IF NOT BRS-FOUND
088963         IF BRS-BRANCH-CNT = BRS-MAX-BRANCHES
088964             ADD 1 TO BRS-LOST-CNT
088965             GO TO 5420-EXIT
088966         END-IF
088967         PERFORM 5427-INSERT-BRANCH THRU 5427-EXIT
088968     END-IF
088969     IF CONTADOR = PAY-PAYDAY
088970         ADD 1 TO BRS-TAB-CNT(BRS-CUR-SUB)
088971     END-IF
088972     PERFORM 5435-ADD-TO-BRANCH THRU 5435-EXIT
088973         VARYING PRN-AMT-SUB FROM 1 BY 1
088974         UNTIL PRN-AMT-SUB > 8.
088975 5420-EXIT.
088976     EXIT.
088977******************************************************************
088978* 5425-TEST-ONE-BRANCH - ONE STEP OF THE BRANCH TABLE SEARCH.
088979* LEAVES THE MATCHING SUBSCRIPT IN BRS-CUR-SUB.
088980******************************************************************
088981 5425-TEST-ONE-BRANCH.
088982     IF BRS-TAB-BRANCH(BRS-SUB) = EMP-BRANCH
088983         SET BRS-FOUND TO TRUE
088984         MOVE BRS-SUB TO BRS-CUR-SUB
088985     END-IF.
088986 5425-EXIT.
088987     EXIT.
088988******************************************************************
088989* 5427-INSERT-BRANCH - OPEN A ZEROED SLOT FOR EMP-BRANCH AT ITS
088990* PLACE IN CODE ORDER, SHIFTING THE HIGHER CODES DOWN ONE.
088991* LEAVES THE NEW SLOT IN BRS-CUR-SUB.
088992******************************************************************
088993 5427-INSERT-BRANCH.
088994     MOVE 1 TO BRS-CUR-SUB
088995     PERFORM 5428-STEP-INSERT-POINT THRU 5428-EXIT
088996         UNTIL BRS-FOUND OR BRS-CUR-SUB > BRS-BRANCH-CNT
088997     PERFORM 5429-SHIFT-ONE-BRANCH THRU 5429-EXIT
088998         VARYING BRS-SUB FROM BRS-BRANCH-CNT BY -1
088999         UNTIL BRS-SUB < BRS-CUR-SUB
089000     ADD 1 TO BRS-BRANCH-CNT
089001     MOVE EMP-BRANCH TO BRS-TAB-BRANCH(BRS-CUR-SUB)
089002     MOVE ZERO TO BRS-TAB-CNT(BRS-CUR-SUB)
089003     PERFORM 5426-CLEAR-ONE-BUCKET THRU 5426-EXIT
089004         VARYING PRN-AMT-SUB FROM 1 BY 1
089005         UNTIL PRN-AMT-SUB > 8.
089006 5427-EXIT.
089007     EXIT.
089008******************************************************************
089009* 5428-STEP-INSERT-POINT - STOP AT THE FIRST BRANCH CODE HIGHER
089010* THAN THE ONE BEING ADDED, OR RUN ONE PAST THE LAST SLOT IN USE.
089011******************************************************************
089012 5428-STEP-INSERT-POINT.
089013     IF BRS-TAB-BRANCH(BRS-CUR-SUB) > EMP-BRANCH
089014         SET BRS-FOUND TO TRUE
089015         GO TO 5428-EXIT
089016     END-IF
089017     ADD 1 TO BRS-CUR-SUB.
089018 5428-EXIT.
089019     EXIT.
089020******************************************************************
089021* 5429-SHIFT-ONE-BRANCH - MOVE ONE TABLE ENTRY DOWN ONE SLOT.
089022******************************************************************
089023 5429-SHIFT-ONE-BRANCH.
089024     MOVE BRS-TAB-ENTRY(BRS-SUB) TO BRS-TAB-ENTRY(BRS-SUB + 1).
089025 5429-EXIT.
089026     EXIT.
089027******************************************************************
089028* 5426-CLEAR-ONE-BUCKET - ZERO ONE COLUMN OF A NEW BRANCH SLOT.
089029******************************************************************
089030 5426-CLEAR-ONE-BUCKET.
089031     MOVE ZERO TO BRS-TAB-AMT(BRS-CUR-SUB PRN-AMT-SUB).
089032 5426-EXIT.
089033     EXIT.
089034******************************************************************
089035* 5430-ADD-TO-GRAND / 5435-ADD-TO-BRANCH - ROLL ONE COLUMN OF THE
089036* PAYDAY INTO THE GRAND TOTAL AND THE BRANCH SUBTOTAL.
089037******************************************************************
089038 5430-ADD-TO-GRAND.
089039     ADD PRN-WORK-AMT(PRN-AMT-SUB) TO PRN-GRAND-AMT(PRN-AMT-SUB).
089040 5430-EXIT.
089041     EXIT.
089042 5435-ADD-TO-BRANCH.
089043     ADD PRN-WORK-AMT(PRN-AMT-SUB)
089044         TO BRS-TAB-AMT(BRS-CUR-SUB PRN-AMT-SUB).
089045 5435-EXIT.
089046     EXIT.
089047******************************************************************
089048* 5450-ADD-EXCEPTION - HOLD ONE EXCEPTION (WS-EXC-TEXT AND
089049* WS-EXC-AMOUNT) FOR THE CURRENT EMPLOYEE AND PAYDAY UNTIL THE
089050* EXCEPTIONS SECTION PRINTS. A FULL TABLE IS COUNTED, NOT LOST
089051* SILENTLY.
089052******************************************************************
089053 5450-ADD-EXCEPTION.
089054     IF EXC-ENTRY-CNT = EXC-MAX-ENTRIES
089055         ADD 1 TO EXC-LOST-CNT
089056         GO TO 5450-EXIT
089057     END-IF
089058     ADD 1 TO EXC-ENTRY-CNT
089059     MOVE EMP-ID TO EXC-TAB-EMP-ID(EXC-ENTRY-CNT)
089060     MOVE CONTADOR TO EXC-TAB-DIA(EXC-ENTRY-CNT)
089061     MOVE WS-EXC-TEXT TO EXC-TAB-TEXT(EXC-ENTRY-CNT)
089062     MOVE WS-EXC-AMOUNT TO EXC-TAB-AMOUNT(EXC-ENTRY-CNT).
089063 5450-EXIT.
089064     EXIT.
089065******************************************************************
089066* 5500-WRITE-BRANCH-TOTALS - ONE HEADING AND ONE SUBTOTAL LINE
089067* PER BRANCH IN CODE ORDER, THEN THE GRAND TOTAL.
089068******************************************************************
089069 5500-WRITE-BRANCH-TOTALS.
089070     MOVE SPACES TO PRN-RECORD
089071     WRITE PRN-RECORD
089072     MOVE "SUBTOTALES POR SUCURSAL" TO PRN-RECORD
089073     WRITE PRN-RECORD
089074     PERFORM 5510-WRITE-ONE-BRANCH THRU 5510-EXIT
089075         VARYING BRS-SUB FROM 1 BY 1
089076         UNTIL BRS-SUB > BRS-BRANCH-CNT
089077     IF BRS-LOST-CNT > ZERO
089078         MOVE BRS-LOST-CNT TO WS-PRN-CNT
089079         MOVE SPACES TO PRN-RECORD
089080         STRING "*** TABLA DE SUCURSALES LLENA, PAGOS SIN"
089081             " SUBTOTAL: " WS-PRN-CNT
089082             DELIMITED BY SIZE INTO PRN-RECORD
089083         WRITE PRN-RECORD
089084     END-IF
089085     MOVE SPACES TO PRN-RECORD
089086     WRITE PRN-RECORD
089087     PERFORM 5520-LOAD-GRAND-AMT THRU 5520-EXIT
089088         VARYING PRN-AMT-SUB FROM 1 BY 1
089089         UNTIL PRN-AMT-SUB > 8
089090     MOVE SPACES TO PRN-DETAIL-LINE
089091     MOVE "TOTAL GENERAL" TO PRN-TOT-LABEL
089092     PERFORM 5410-EDIT-ONE-AMOUNT THRU 5410-EXIT
089093         VARYING PRN-AMT-SUB FROM 1 BY 1
089094         UNTIL PRN-AMT-SUB > 8
089095     MOVE PRN-DETAIL-LINE TO PRN-RECORD
089096     WRITE PRN-RECORD
089097     MOVE PRN-GRAND-CNT TO WS-PRN-CNT
089098     MOVE SPACES TO PRN-RECORD
089099     STRING "EMPLEADOS ACTIVOS EN LA PRE-NOMINA: " WS-PRN-CNT
089100         DELIMITED BY SIZE INTO PRN-RECORD
089101     WRITE PRN-RECORD.
089102 5500-EXIT.
089103     EXIT.
089104******************************************************************
089105* 5510-WRITE-ONE-BRANCH - ONE BRANCH'S NAME (FROM BRMAST WHEN IT
089106* IS OPEN), EMPLOYEE COUNT AND SUBTOTAL LINE.
089107******************************************************************
089108 5510-WRITE-ONE-BRANCH.
089109     MOVE SPACES TO BR-NAME
089110     IF WS-BRN-OPEN
089111         MOVE BRS-TAB-BRANCH(BRS-SUB) TO BR-CODE
089112         READ BRANCH-MASTER-FILE
089113             INVALID KEY
089114                 MOVE "(NO ESTA EN BRMAST)" TO BR-NAME
089115         END-READ
089116     END-IF
089117     MOVE BRS-TAB-CNT(BRS-SUB) TO WS-PRN-CNT
089118     MOVE SPACES TO PRN-RECORD
089119     STRING "SUCURSAL " BRS-TAB-BRANCH(BRS-SUB) "  " BR-NAME
089120         "  EMPLEADOS: " WS-PRN-CNT
089121         DELIMITED BY SIZE INTO PRN-RECORD
089122     WRITE PRN-RECORD
089123     PERFORM 5515-LOAD-BRANCH-AMT THRU 5515-EXIT
089124         VARYING PRN-AMT-SUB FROM 1 BY 1
089125         UNTIL PRN-AMT-SUB > 8
089126     MOVE SPACES TO PRN-DETAIL-LINE
089127     MOVE "  SUBTOTAL" TO PRN-TOT-LABEL
089128     PERFORM 5410-EDIT-ONE-AMOUNT THRU 5410-EXIT
089129         VARYING PRN-AMT-SUB FROM 1 BY 1
089130         UNTIL PRN-AMT-SUB > 8
089131     MOVE PRN-DETAIL-LINE TO PRN-RECORD
089132     WRITE PRN-RECORD.
089133 5510-EXIT.
089134     EXIT.
089135******************************************************************
089136* 5515-LOAD-BRANCH-AMT / 5520-LOAD-GRAND-AMT - STAGE ONE COLUMN
089137* OF A SUBTOTAL OR THE GRAND TOTAL FOR 5410-EDIT-ONE-AMOUNT.
089138******************************************************************
089139 5515-LOAD-BRANCH-AMT.
089140     MOVE BRS-TAB-AMT(BRS-SUB PRN-AMT-SUB)
089141         TO PRN-WORK-AMT(PRN-AMT-SUB).
089142 5515-EXIT.
089143     EXIT.
089144 5520-LOAD-GRAND-AMT.
089145     MOVE PRN-GRAND-AMT(PRN-AMT-SUB) TO PRN-WORK-AMT(PRN-AMT-SUB).
089146 5520-EXIT.
089147     EXIT.
089148******************************************************************
089149* 5600-WRITE-EXCEPTIONS - THE EXCEPTIONS SECTION: EVERY PAYDAY
089150* WITH A ZERO OR NEGATIVE NET, NO COMPENSATION RECORD (PAID AT
089151* PAY-GROSS-SALARY) OR A GARNISHMENT THE PAY COULD NOT COVER.
089152******************************************************************
089153 5600-WRITE-EXCEPTIONS.
089154     MOVE SPACES TO PRN-RECORD
089155     WRITE PRN-RECORD
089156     MOVE "EXCEPCIONES A REVISAR ANTES DE LA NOMINA" TO PRN-RECORD
089157     WRITE PRN-RECORD
089158     IF EXC-ENTRY-CNT = ZERO
089159         MOVE "  NINGUNA" TO PRN-RECORD
089160         WRITE PRN-RECORD
089161     ELSE
089162         PERFORM 5610-WRITE-ONE-EXCEPTION THRU 5610-EXIT
089163             VARYING EXC-SUB FROM 1 BY 1
089164             UNTIL EXC-SUB > EXC-ENTRY-CNT
089165     END-IF
089166     IF EXC-LOST-CNT > ZERO
089167         MOVE EXC-LOST-CNT TO WS-PRN-CNT
089168         MOVE SPACES TO PRN-RECORD
089169         STRING "*** TABLA DE EXCEPCIONES LLENA, NO LISTADAS: "
089170             WS-PRN-CNT
089171             DELIMITED BY SIZE INTO PRN-RECORD
089172         WRITE PRN-RECORD
089173     END-IF.
089174 5600-EXIT.
089175     EXIT.
089176******************************************************************
089177* 5610-WRITE-ONE-EXCEPTION - ONE LINE OF THE EXCEPTIONS SECTION.
089178******************************************************************
089179 5610-WRITE-ONE-EXCEPTION.
089180     MOVE SPACES TO PRN-EXC-LINE
089181     MOVE EXC-TAB-EMP-ID(EXC-SUB) TO PRN-EXC-EMP-ID
089182     MOVE EXC-TAB-DIA(EXC-SUB) TO PRN-EXC-DIA
089183     MOVE EXC-TAB-TEXT(EXC-SUB) TO PRN-EXC-TEXT
089184     MOVE EXC-TAB-AMOUNT(EXC-SUB) TO PRN-EXC-AMOUNT
089185     MOVE PRN-EXC-LINE TO PRN-RECORD
089186     WRITE PRN-RECORD.
089187 5610-EXIT.
089188     EXIT.
089189******************************************************************
089190* 4310-WRITE-RUN-ALERTS - THE DESCUADRE LINES THAT MUST STOP THE
089191* CYCLE: A MANDATORY FILE THAT WOULD NOT OPEN, SO NOTHING WAS
089192* POSTED, AND EMPLOYEES SKIPPED BECAUSE A PAYDAY PAY0118 REVERSED
089193* IN ANOTHER PERIOD HAS NOT BEEN PAID AGAIN.
089194******************************************************************
089195 4310-WRITE-RUN-ALERTS.
089196     IF WS-OPEN-ABORT
089197         MOVE SPACES TO WS-CTL-TEXT
089198         STRING "*** DESCUADRE - ARCHIVO OBLIGATORIO SIN ABRIR,"
089199             " NO SE POSTEO NADA"
089200             DELIMITED BY SIZE INTO WS-CTL-TEXT
089201         PERFORM 8900-WRITE-CONTROL-TEXT THRU 8900-EXIT
089202     END-IF
089203     IF WS-REOPEN-PEND-CNT > ZERO
089204         MOVE WS-REOPEN-PEND-CNT TO WS-CTL-CNT
089205         MOVE SPACES TO WS-CTL-TEXT
089206         STRING "*** DESCUADRE - DIA REVERSADO DE OTRO PERIODO"
089207             " SIN REPAGAR, EMPLEADOS: " WS-CTL-CNT
089208             DELIMITED BY SIZE INTO WS-CTL-TEXT
089209         PERFORM 8900-WRITE-CONTROL-TEXT THRU 8900-EXIT
089210     END-IF.
089211 4310-EXIT.
089212     EXIT.
089213******************************************************************
089214* 9000-TERMINATE - CLOSE THE EMPLOYEE MASTER, LEDGER, CHECKPOINT,
089215* AUDIT AND STATEMENT FILES. A PRE-NOMINA SIMULATION NEVER OPENED
089216* THE POSTING FILES AND CLOSES ITS REGISTER INSTEAD.
089217******************************************************************
089218 9000-TERMINATE.
089219     CLOSE EMPLOYEE-MASTER-FILE
089220     IF WS-SIMULATION-MODE
089221         IF WS-PRENOM-OPEN
089222             CLOSE PRENOM-REGISTER-FILE
089223         END-IF
089224     ELSE
089225         CLOSE FONDOS-LEDGER-FILE
089226         CLOSE PAY-CHECKPOINT-FILE
089227         CLOSE PAY-AUDIT-FILE
089228         CLOSE PAY-STATEMENT-FILE
089229     END-IF
089230     IF WS-BATCH-MODE
089231         IF NOT WS-TRAN-DONE
089232             CLOSE FONDOS-TRAN-FILE
089233         END-IF
089234         CLOSE FONDOS-REJECT-FILE
089235     END-IF
089236     IF WS-COMP-OPEN
089237         CLOSE EMP-COMP-FILE
089238     END-IF
089239     IF WS-GARN-OPEN
089240         CLOSE GARN-ORDER-FILE
089241     END-IF
089242     IF WS-LOAN-OPEN
089243         CLOSE LOAN-MASTER-FILE
089244     END-IF
089245     IF WS-BANK-OPEN
089246         CLOSE BANK-ACCT-FILE
089247     END-IF
089248     IF WS-INCI-OPEN
089249         CLOSE INCIDENCIA-FILE
089250     END-IF
089251     IF WS-SUM-OPEN
089252         CLOSE LEDGER-SUMMARY-FILE
089253     END-IF
089254     IF WS-BRN-OPEN
089255         CLOSE BRANCH-MASTER-FILE
089256     END-IF
089257     IF WS-CUO-OPEN
089258         CLOSE CUOTAS-FILE
089259     END-IF
089260     IF WS-DED-OPEN
089261         CLOSE DEDUCTION-DETAIL-FILE
089262     END-IF.
089263 9000-EXIT.
089264     EXIT.
089300 END PROGRAM PAY0100.
