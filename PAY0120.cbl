000100******************************************************************
000200* PROGRAM-ID. PAY0120.
000300* AUTHOR.     E. CASTILLO - NOMINA/FONDOS TEAM.
000400* INSTALLATION. DIRECCION DE SISTEMAS.
000500* DATE-WRITTEN. 2026-10-15.
000600* DATE-COMPILED.
000700* PURPOSE.    ANNUAL AGUINALDO AND PRIMA VACACIONAL RUN. EVERY
000800*             ACTIVE EMPLOYEE'S AGUINALDO IS 15 DAYS OF THE
000900*             EMPCOMP DAILY RATE (THE MONTHLY SALARY IN FORCE ON
001000*             DECEMBER 31 OVER 30), PRORATED BY THE DAYS OF THE
001100*             YEAR IN SERVICE LESS THE UNPAID INCIMAST DAYS -
001200*             PERMISO AND FALTA WHOLE, ENFERMEDAD BY ITS UNPAID
001300*             PERCENT, BUSINESS DAYS ONLY, AS PAY0100 DOCKS
001400*             THEM. THE PRIMA VACACIONAL IS 25% OF THE DAILY RATE
001470*             ON THE VACACIONES DAYS (INCIMAST TYPE V) THE
001540*             EMPLOYEE TOOK IN THE YEAR, EACH ONE DRAWN FROM THE
001610*             VACMAST BALANCE WHEN PAY0114 LOADED IT. SERVICE
001700*             IS COUNTED FROM THE EMPLOYEE'S FIRST EMPCOMP
001800*             EFFECTIVE DATE - EMPMAST CARRIES NO HIRE DATE.
001900*             THE AGUINALDO IS EXEMPT UP TO 30 DAILY UMA AND THE
002000*             PRIMA UP TO 15; THE REST IS TAXED ON TOP OF THE
002100*             MONTHLY SALARY UNDER THE TAXTAB SET IN FORCE IN
002200*             DECEMBER. GARNORD ORDERS THAT REACH BONUSES TAKE
002300*             ONE PER-PERIOD CUT (REMITTED ON GARNREM); THE NET
002400*             GOES TO FONDOS AS AGUINALDO AND PRIMAVAC LEDGER
002500*             ENTRIES PAYABLE ON AAAA1220, AND THE BANKMAST SHARE
002600*             LEAVES AS A DISPERSION IN ITS OWN AGUINALDO BATCH
002700*             ADDED TO BANKDISP. AN EMPLOYEE WHO ALREADY HAS AN
002800*             AGUINALDO ENTRY FOR THE YEAR IS NEVER PAID AGAIN.
002900*             RUN IN REPORT MODE (R) IT ONLY PRINTS THE AGUIRPT
003000*             REGISTER FOR REVIEW; PAY MODE (P) POSTS.
003100* TECTONICS.  cobc -x PAY0120.cbl -I copybooks
003200*
003300* MODIFICATION HISTORY.
003400*   2026-10-15  ECR  ORIGINAL VERSION.
003410*   2026-10-15  ECR  PRIMA VACACIONAL PAID ON THE VACATION DAYS
003420*                    TAKEN IN THE YEAR (INCIMAST TYPE V) INSTEAD
003430*                    OF THE STATUTORY ENTITLEMENT, NOW THAT
003440*                    VACMAST KEEPS THE BALANCE. A VACATION DAY IS
003450*                    NOT AN UNPAID DAY FOR THE AGUINALDO.
003460*   2026-10-15  ECR  LEDGER RECORDS GREW TO 117 BYTES WITH THE
003470*                    EMPLOYER CONTRIBUTION FIELDS, WHICH THE
003480*                    BONO ENTRIES CARRY AS ZERO - THE BONUSES
003490*                    ARE NOT CHARGED IMSS CONTRIBUTIONS HERE.
003492*   2026-10-15  ECR  EACH COURT ORDER COLLECTED FROM THE BONUS IS
003494*                    KEPT ON DEDDET BY ORDER NUMBER FOR THE CFDI
003496*                    RECEIPT EXTRACT (PAY0124).
003497*   2026-10-15  ECR  A NEW LEDGSUM RECORD STARTS THE DEVOLUCION
003517*                    BUCKET AT ZERO LIKE THE OTHERS. AN ACCOUNT
003537*                    FLAGGED WITH A BANK RETURN (PAY0125) IS NOT
003557*                    DISPERSED - THE BONUS NET STAYS ON FONDOS.
003563*   2026-10-15  ECR  PAY-PRIMA-VAC-RATE DECLARED SV999 AS IN
003569*                    PAY0100 AND PAY0111.
003571*   2026-10-15  ECR  RETURN CODE FOR THE CYCLE DRIVER (PAY0126):
003573*                    16 WHEN THE RUN ABORTS.
003577******************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. PAY0120.
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. GENERIC.
004100 OBJECT-COMPUTER. GENERIC.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS EMP-ID
004800         FILE STATUS IS WS-EMPMAST-STATUS.
004900
005000     SELECT EMP-COMP-FILE ASSIGN TO "EMPCOMP"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS COMP-KEY
005400         FILE STATUS IS WS-COMP-STATUS.
005500
005600     SELECT INCIDENCIA-FILE ASSIGN TO "INCIMAST"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS INCI-KEY
006000         FILE STATUS IS WS-INCI-STATUS.
006100
006200     SELECT GARN-ORDER-FILE ASSIGN TO "GARNORD"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS GARN-KEY
006600         FILE STATUS IS WS-GARN-STATUS.
006700
006800     SELECT BANK-ACCT-FILE ASSIGN TO "BANKMAST"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS BANK-EMP-ID
007200         FILE STATUS IS WS-BANK-STATUS.
007210
007220     SELECT DEDUCTION-DETAIL-FILE ASSIGN TO "DEDDET"
007230         ORGANIZATION IS INDEXED
007240         ACCESS MODE IS DYNAMIC
007250         RECORD KEY IS DED-KEY
007260         FILE STATUS IS WS-DED-STATUS.
007300
007400     SELECT HOLIDAY-CAL-FILE ASSIGN TO "HOLCAL"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-HOLCAL-STATUS.
007700
007800     SELECT TAX-TABLE-FILE ASSIGN TO "TAXTAB"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-TAXTAB-STATUS.
008100
008200     SELECT FONDOS-LEDGER-FILE ASSIGN TO "FNDLEDG"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-LEDGER-STATUS.
008500
008600     SELECT ARCHIVE-LEDGER-FILE ASSIGN TO WS-ARCHIVE-NAME
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-ARCHIVE-STATUS.
008900
009000     SELECT LEDGER-SUMMARY-FILE ASSIGN TO "LEDGSUM"
009100         ORGANIZATION IS INDEXED
009200         ACCESS MODE IS DYNAMIC
009300         RECORD KEY IS SUM-KEY
009400         FILE STATUS IS WS-SUMFILE-STATUS.
009500
009600     SELECT PAY-AUDIT-FILE ASSIGN TO "PAYAUD"
009700         ORGANIZATION IS LINE SEQUENTIAL
009800         FILE STATUS IS WS-AUDIT-STATUS.
009900
010000     SELECT GARN-REMIT-FILE ASSIGN TO "GARNREM"
010100         ORGANIZATION IS LINE SEQUENTIAL
010200         FILE STATUS IS WS-GARNREM-STATUS.
010300
010400     SELECT BANK-DISP-FILE ASSIGN TO "BANKDISP"
010500         ORGANIZATION IS LINE SEQUENTIAL
010600         FILE STATUS IS WS-BANKDISP-STATUS.
010700
010800     SELECT AGUI-REPORT-FILE ASSIGN TO "AGUIRPT"
010900         ORGANIZATION IS LINE SEQUENTIAL
011000         FILE STATUS IS WS-AGUIRPT-STATUS.
011100 DATA DIVISION.
011200 FILE SECTION.
011300 FD  EMPLOYEE-MASTER-FILE
011400     LABEL RECORDS ARE STANDARD.
011500     COPY PAYEMP.
011600
011700 FD  EMP-COMP-FILE
011800     LABEL RECORDS ARE STANDARD.
011900     COPY PAYCOMP.
012000
012100 FD  INCIDENCIA-FILE
012200     LABEL RECORDS ARE STANDARD.
012300     COPY PAYINCI.
012400
012500 FD  GARN-ORDER-FILE
012600     LABEL RECORDS ARE STANDARD.
012700     COPY PAYGARN.
012800
012900 FD  BANK-ACCT-FILE
013000     LABEL RECORDS ARE STANDARD.
013100     COPY PAYBANK.
013120
013140 FD  DEDUCTION-DETAIL-FILE
013160     LABEL RECORDS ARE STANDARD.
013180     COPY PAYDED.
013200
013300 FD  HOLIDAY-CAL-FILE
013400     LABEL RECORDS ARE STANDARD.
013500 01  HOLCAL-RECORD.
013600     05  HOL-YEAR                    PIC 9(04).
013700     05  HOL-MONTH                   PIC 9(02).
013800     05  HOL-DAY                     PIC 9(02).
013900
014000 FD  TAX-TABLE-FILE
014100     LABEL RECORDS ARE STANDARD.
014200 01  TAXTAB-RECORD.
014300     05  TAX-EFF-DATE                PIC 9(08).
014400     05  TAX-LOWER-AMT               PIC 9(07)V99.
014500     05  TAX-UPPER-AMT               PIC 9(07)V99.
014600     05  TAX-RATE                    PIC 9V9999.
014700     05  TAX-QUOTA-AMT               PIC 9(07)V99.
014800
014900 FD  FONDOS-LEDGER-FILE
015000     LABEL RECORDS ARE STANDARD.
015100 01  LIVE-LEDGER-RECORD              PIC X(117).
015200
015300 FD  ARCHIVE-LEDGER-FILE
015400     LABEL RECORDS ARE STANDARD.
015500 01  ARCH-LEDGER-RECORD              PIC X(117).
015600
015700 FD  LEDGER-SUMMARY-FILE
015800     LABEL RECORDS ARE STANDARD.
015900     COPY PAYSUM.
016000
016100 FD  PAY-AUDIT-FILE
016200     LABEL RECORDS ARE STANDARD.
016300     COPY PAYAUD.
016400
016500 FD  GARN-REMIT-FILE
016600     LABEL RECORDS ARE STANDARD.
016700 01  REMIT-RECORD.
016800     05  REM-DATE                    PIC 9(08).
016900     05  FILLER                      PIC X(01).
017000     05  REM-PAYEE                   PIC X(20).
017100     05  FILLER                      PIC X(01).
017200     05  REM-AMOUNT                  PIC 9(09)V99.
017300
017400 FD  BANK-DISP-FILE
017500     LABEL RECORDS ARE STANDARD.
017600 01  DISP-RECORD                     PIC X(60).
017700
017800 FD  AGUI-REPORT-FILE
017900     LABEL RECORDS ARE STANDARD.
018000 01  RPT-RECORD                      PIC X(80).
018100 WORKING-STORAGE SECTION.
018200******************************************************************
018300* FILE STATUS AND END-OF-FILE SWITCHES.
018400******************************************************************
018500 77  WS-EMPMAST-STATUS           PIC X(02) VALUE SPACES.
018600 77  WS-COMP-STATUS              PIC X(02) VALUE SPACES.
018700 77  WS-INCI-STATUS              PIC X(02) VALUE SPACES.
018800 77  WS-GARN-STATUS              PIC X(02) VALUE SPACES.
018900 77  WS-BANK-STATUS              PIC X(02) VALUE SPACES.
019000 77  WS-HOLCAL-STATUS            PIC X(02) VALUE SPACES.
019100 77  WS-TAXTAB-STATUS            PIC X(02) VALUE SPACES.
019200 77  WS-LEDGER-STATUS            PIC X(02) VALUE SPACES.
019300 77  WS-ARCHIVE-STATUS           PIC X(02) VALUE SPACES.
019400 77  WS-SUMFILE-STATUS           PIC X(02) VALUE SPACES.
019500 77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
019600 77  WS-GARNREM-STATUS           PIC X(02) VALUE SPACES.
019700 77  WS-BANKDISP-STATUS          PIC X(02) VALUE SPACES.
019800 77  WS-AGUIRPT-STATUS           PIC X(02) VALUE SPACES.
019850 77  WS-DED-STATUS               PIC X(02) VALUE SPACES.
019900 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
020000     88  WS-ABORT                VALUE 'Y'.
020100 77  WS-EMPMAST-OPEN-SW          PIC X(01) VALUE 'N'.
020200     88  WS-EMPMAST-OPEN         VALUE 'Y'.
020300 77  WS-COMP-OPEN-SW             PIC X(01) VALUE 'N'.
020400     88  WS-COMP-OPEN            VALUE 'Y'.
020500 77  WS-INCI-OPEN-SW             PIC X(01) VALUE 'N'.
020600     88  WS-INCI-OPEN            VALUE 'Y'.
020700 77  WS-GARN-OPEN-SW             PIC X(01) VALUE 'N'.
020800     88  WS-GARN-OPEN            VALUE 'Y'.
020900 77  WS-BANK-OPEN-SW             PIC X(01) VALUE 'N'.
021000     88  WS-BANK-OPEN            VALUE 'Y'.
021100 77  WS-LEDGER-OPEN-SW           PIC X(01) VALUE 'N'.
021200     88  WS-LEDGER-OPEN          VALUE 'Y'.
021300 77  WS-SUM-OPEN-SW              PIC X(01) VALUE 'N'.
021400     88  WS-SUM-OPEN             VALUE 'Y'.
021500 77  WS-AUDIT-OPEN-SW            PIC X(01) VALUE 'N'.
021600     88  WS-AUDIT-OPEN           VALUE 'Y'.
021700 77  WS-AGUIRPT-OPEN-SW          PIC X(01) VALUE 'N'.
021800     88  WS-AGUIRPT-OPEN         VALUE 'Y'.
021830 77  WS-DED-OPEN-SW              PIC X(01) VALUE 'N'.
021860     88  WS-DED-OPEN             VALUE 'Y'.
021900 77  WS-EOF-EMPMAST-SW           PIC X(01) VALUE 'N'.
022000     88  WS-EOF-EMPMAST          VALUE 'Y'.
022100 77  WS-EOF-LEDGER-SW            PIC X(01) VALUE 'N'.
022200     88  WS-EOF-LEDGER           VALUE 'Y'.
022300 77  WS-EOF-HOLCAL-SW            PIC X(01) VALUE 'N'.
022400     88  WS-EOF-HOLCAL           VALUE 'Y'.
022500 77  WS-EOF-TAXTAB-SW            PIC X(01) VALUE 'N'.
022600     88  WS-EOF-TAXTAB           VALUE 'Y'.
022700 77  WS-EOF-COMP-SW              PIC X(01) VALUE 'N'.
022800     88  WS-EOF-COMP             VALUE 'Y'.
022900 77  WS-COMP-FOUND-SW            PIC X(01) VALUE 'N'.
023000     88  WS-COMP-FOUND           VALUE 'Y'.
023100 77  WS-EOF-INCI-SW              PIC X(01) VALUE 'N'.
023200     88  WS-EOF-INCI             VALUE 'Y'.
023300 77  WS-EOF-GARN-SW              PIC X(01) VALUE 'N'.
023400     88  WS-EOF-GARN             VALUE 'Y'.
023500******************************************************************
023600* RUN INPUTS - THE OPERATOR, THE YEAR BEING PAID (ZERO FOR THE
023700* CURRENT ONE), THE DAILY UMA THAT SETS THE EXEMPT CEILINGS AND
023800* THE MODE: R PRINTS THE REGISTER AND MOVES NO MONEY, P PAYS.
023900******************************************************************
024000 01  WS-TODAY-DATE.
024100     05  WS-TODAY-YEAR           PIC 9(04).
024200     05  WS-TODAY-MONTH          PIC 9(02).
024300     05  WS-TODAY-DAY            PIC 9(02).
024400 77  WS-OPERATOR-ID              PIC X(06) VALUE SPACES.
024500 77  WS-BONUS-YEAR               PIC 9(04) VALUE ZERO.
024600 77  WS-UMA-DAILY                PIC 9(04)V99 VALUE ZERO.
024700 77  WS-RUN-MODE                 PIC X(01) VALUE 'R'.
024800     88  WS-MODE-REPORT          VALUE 'R'.
024900     88  WS-MODE-PAY             VALUE 'P'.
025000 77  WS-TODAY-PERIOD             PIC 9(06) VALUE ZERO.
025100 77  WS-YEAR-START-DATE          PIC 9(08) VALUE ZERO.
025200 77  WS-YEAR-END-DATE            PIC 9(08) VALUE ZERO.
025300 77  WS-BONUS-PAY-DATE           PIC 9(08) VALUE ZERO.
025400******************************************************************
025500* STATUTORY FACTORS. THE AGUINALDO IS 15 DAYS OF SALARY FOR A
025600* FULL YEAR, THE PRIMA VACACIONAL 25% OF THE VACATION DAYS; EACH
025700* IS EXEMPT UP TO ITS NUMBER OF DAILY UMA.
025800******************************************************************
025900 77  PAY-AGUI-DAYS               PIC 9(03) VALUE 15.
026000 77  PAY-PRIMA-VAC-RATE          PIC SV999 VALUE .250.
026100 77  PAY-AGUI-EXEMPT-UMA         PIC 9(03) VALUE 30.
026200 77  PAY-PRIMA-EXEMPT-UMA        PIC 9(03) VALUE 15.
026300 77  PAY-TAX-RATE                PIC SV999 VALUE .150.
026400******************************************************************
026500* LEDGER SWEEP - THE PERIOD ARCHIVES PAY0108 WRITES FROM DECEMBER
026600* OF THE YEAR PAID TO THE CURRENT MONTH, THEN THE LIVE FILE, FOR
026700* AGUINALDO ENTRIES ALREADY PAYABLE ON THE YEAR'S BONUS PAYDAY.
026800******************************************************************
026900     COPY PAYLEDG.
027000 77  WS-ARCHIVE-NAME             PIC X(20) VALUE SPACES.
027100 01  WS-ARCH-PERIOD              PIC 9(06) VALUE ZERO.
027200 01  WS-ARCH-PERIOD-CHAR REDEFINES WS-ARCH-PERIOD
027300                                 PIC X(06).
027400 77  WS-ARCH-YEAR                PIC 9(04) VALUE ZERO.
027500 77  WS-ARCH-MONTH               PIC 9(02) VALUE ZERO.
027600 77  WS-LEDGER-READ-CNT          PIC 9(07) COMP VALUE ZERO.
027700******************************************************************
027800* EMPLOYEES ALREADY PAID THE YEAR'S AGUINALDO.
027900******************************************************************
028000 77  BNP-MAX-ENTRIES             PIC 9(04) COMP VALUE 2000.
028100 01  BNP-PAID-TABLE.
028200     05  BNP-TAB-EMP-ID          PIC X(06) OCCURS 2000 TIMES.
028300 77  BNP-ENTRY-CNT               PIC 9(04) COMP VALUE ZERO.
028400 77  BNP-SUB                     PIC 9(04) COMP VALUE ZERO.
028500 77  BNP-FOUND-SW                PIC X(01) VALUE 'N'.
028600     88  BNP-FOUND               VALUE 'Y'.
028700 77  WS-SEARCH-EMP-ID            PIC X(06) VALUE SPACES.
028800******************************************************************
028900* CALENDAR OF THE MONTH AN INCIDENCIA FALLS IN - SAME RULES AS
029000* PAY0100. HOLCAL IS LOADED WHOLE ONCE AND EACH MONTH'S DAYS ARE
029100* PICKED OUT WHEN THE MONTH CHANGES.
029200******************************************************************
029300 01  PAY-MONTH-DAYS-DATA.
029400     05  FILLER                  PIC 9(02) VALUE 31.
029500     05  FILLER                  PIC 9(02) VALUE 28.
029600     05  FILLER                  PIC 9(02) VALUE 31.
029700     05  FILLER                  PIC 9(02) VALUE 30.
029800     05  FILLER                  PIC 9(02) VALUE 31.
029900     05  FILLER                  PIC 9(02) VALUE 30.
030000     05  FILLER                  PIC 9(02) VALUE 31.
030100     05  FILLER                  PIC 9(02) VALUE 31.
030200     05  FILLER                  PIC 9(02) VALUE 30.
030300     05  FILLER                  PIC 9(02) VALUE 31.
030400     05  FILLER                  PIC 9(02) VALUE 30.
030500     05  FILLER                  PIC 9(02) VALUE 31.
030600 01  PAY-MONTH-DAYS REDEFINES PAY-MONTH-DAYS-DATA.
030700     05  PAY-DAYS-IN-MONTH       PIC 9(02) OCCURS 12 TIMES.
030800 77  HOLT-MAX-DAYS               PIC 9(03) COMP VALUE 200.
030900 01  HOLT-HOLIDAY-TABLE.
031000     05  HOLT-TAB-ENTRY OCCURS 200 TIMES.
031100         10  HOLT-TAB-YEAR       PIC 9(04).
031200         10  HOLT-TAB-MONTH      PIC 9(02).
031300         10  HOLT-TAB-DAY        PIC 9(02).
031400 77  HOLT-DAY-CNT                PIC 9(03) COMP VALUE ZERO.
031500 77  HOLT-SUB                    PIC 9(03) COMP VALUE ZERO.
031600 01  PAY-HOLIDAY-TABLE.
031700     05  PAY-HOLIDAY-DAY         PIC 9(02) OCCURS 12 TIMES.
031800 77  PAY-HOLIDAY-CNT             PIC 9(02) COMP VALUE ZERO.
031900 77  PAY-MAX-HOLIDAYS            PIC 9(02) COMP VALUE 12.
032000 77  WS-CAL-PERIOD               PIC 9(06) VALUE ZERO.
032100 77  WS-PAY-PERIOD               PIC 9(06) VALUE ZERO.
032200 77  WS-PAY-YEAR                 PIC 9(04) VALUE ZERO.
032300 77  WS-PAY-MONTH                PIC 9(02) VALUE ZERO.
032400 77  WS-PAY-DAY                  PIC 9(02) VALUE ZERO.
032500 77  WS-FIRST-WEEKDAY            PIC 9(01) VALUE 1.
032600 77  WS-CAL-SUB                  PIC 9(02) COMP VALUE ZERO.
032700 77  WS-CAL-DOW                  PIC 9(01) COMP VALUE ZERO.
032800 77  WS-CAL-DOW-REM              PIC 9(01) COMP VALUE ZERO.
032900 77  WS-CAL-DOW-CALC             PIC S9(04) COMP VALUE ZERO.
033000 77  WS-CAL-IS-BUSINESS-SW       PIC X(01) VALUE 'N'.
033100     88  WS-CAL-IS-BUSINESS      VALUE 'Y'.
033200 77  WS-LEAP-REM-4               PIC 9(02) COMP VALUE ZERO.
033300 77  WS-LEAP-REM-100             PIC 9(02) COMP VALUE ZERO.
033400 77  WS-LEAP-REM-400             PIC 9(03) COMP VALUE ZERO.
033500 77  WS-LEAP-YEAR-SW             PIC X(01) VALUE 'N'.
033600     88  WS-LEAP-YEAR            VALUE 'Y'.
033700 77  WS-LEAP-QUOTIENT            PIC 9(06) COMP VALUE ZERO.
033800 77  WS-HOL-SUB                  PIC 9(02) COMP VALUE ZERO.
033900 77  WS-ZEL-MONTH                PIC 9(02) COMP VALUE ZERO.
034000 77  WS-ZEL-YEAR                 PIC 9(04) COMP VALUE ZERO.
034100 77  WS-ZEL-CENT                 PIC 9(02) COMP VALUE ZERO.
034200 77  WS-ZEL-YY                   PIC 9(02) COMP VALUE ZERO.
034300 77  WS-ZEL-T1                   PIC S9(04) COMP VALUE ZERO.
034400 77  WS-ZEL-T2                   PIC S9(04) COMP VALUE ZERO.
034500 77  WS-ZEL-T3                   PIC S9(04) COMP VALUE ZERO.
034600 77  WS-ZEL-H                    PIC S9(04) COMP VALUE ZERO.
034700 77  WS-ZEL-WORK                 PIC S9(04) COMP VALUE ZERO.
034800******************************************************************
034900* PROGRESSIVE TAX BRACKETS. EVERY TAXTAB RECORD IS KEPT AND THE
035000* SET IN FORCE ON DECEMBER 1ST OF THE YEAR PAID IS PICKED OUT THE
035100* WAY PAY0100 LOADS IT. NO TABLE FALLS BACK TO PAY-TAX-RATE.
035200******************************************************************
035300 77  TAXR-MAX-RECORDS            PIC 9(03) COMP VALUE 200.
035400 01  TAXR-RECORD-TABLE.
035500     05  TAXR-TAB-ENTRY OCCURS 200 TIMES.
035600         10  TAXR-TAB-EFF-DATE   PIC 9(08).
035700         10  TAXR-TAB-LOWER      PIC 9(07)V99.
035800         10  TAXR-TAB-UPPER      PIC 9(07)V99.
035900         10  TAXR-TAB-RATE       PIC 9V9999.
036000         10  TAXR-TAB-QUOTA      PIC 9(07)V99.
036100 77  TAXR-RECORD-CNT             PIC 9(03) COMP VALUE ZERO.
036200 77  TAXR-SUB                    PIC 9(03) COMP VALUE ZERO.
036300 77  WS-TAX-TABLE-SW             PIC X(01) VALUE 'N'.
036400     88  WS-TAX-TABLE-LOADED     VALUE 'Y'.
036500 77  TAXB-MAX-BRACKETS           PIC 9(02) COMP VALUE 20.
036600 01  TAXB-BRACKET-TABLE.
036700     05  TAXB-TAB-ENTRY OCCURS 20 TIMES.
036800         10  TAXB-TAB-LOWER      PIC 9(07)V99.
036900         10  TAXB-TAB-UPPER      PIC 9(07)V99.
037000         10  TAXB-TAB-RATE       PIC 9V9999.
037100         10  TAXB-TAB-QUOTA      PIC 9(07)V99.
037200 77  TAXB-BRACKET-CNT            PIC 9(02) COMP VALUE ZERO.
037300 77  TAXB-SUB                    PIC 9(02) COMP VALUE ZERO.
037400 77  TAXB-CUR-SUB                PIC 9(02) COMP VALUE ZERO.
037500 77  TAXB-FOUND-SW               PIC X(01) VALUE 'N'.
037600     88  TAXB-FOUND              VALUE 'Y'.
037700 77  WS-TAX-EFF-BEST             PIC 9(08) VALUE ZERO.
037800 77  WS-TAX-CUTOFF-DATE          PIC 9(08) VALUE ZERO.
037900******************************************************************
038000* ONE EMPLOYEE'S COMPUTATION. THE HIRE DATE IS THE FIRST EMPCOMP
038100* EFFECTIVE DATE; THE SALARY IS THE ONE IN FORCE ON DECEMBER 31.
038200******************************************************************
038300 77  WS-HIRE-DATE                PIC 9(08) VALUE ZERO.
038400 77  WS-HIRE-YEAR                PIC 9(04) VALUE ZERO.
038500 77  WS-MONTHLY-SALARY           PIC S9(07)V99 VALUE ZERO.
038600 77  WS-DAILY-RATE               PIC S9(07)V99 VALUE ZERO.
038700 77  WS-SERVICE-START-DATE       PIC 9(08) VALUE ZERO.
038800 77  WS-DAYS-IN-YEAR             PIC 9(03) VALUE ZERO.
038900 77  WS-DAY-OF-YEAR              PIC 9(03) VALUE ZERO.
039000 77  WS-MONTH-SUB                PIC 9(02) COMP VALUE ZERO.
039100 77  WS-SERVICE-DAYS             PIC 9(03) VALUE ZERO.
039200 77  WS-UNPAID-DAYS              PIC S9(03)V99 VALUE ZERO.
039300 77  WS-PAID-DAYS                PIC S9(03)V99 VALUE ZERO.
039400 77  WS-INCI-QUOT                PIC 9(06) COMP VALUE ZERO.
039500 77  WS-SENIORITY-YEARS          PIC 9(02) VALUE ZERO.
039600 77  WS-VAC-DAYS                 PIC 9(03) VALUE ZERO.
039800 77  WS-AGUI-GROSS               PIC S9(07)V99 VALUE ZERO.
039900 77  WS-AGUI-EXEMPT              PIC S9(07)V99 VALUE ZERO.
040000 77  WS-AGUI-TAXABLE             PIC S9(07)V99 VALUE ZERO.
040100 77  WS-AGUI-TAX                 PIC S9(07)V99 VALUE ZERO.
040200 77  WS-AGUI-GARNISH             PIC S9(07)V99 VALUE ZERO.
040300 77  WS-AGUI-NET                 PIC S9(07)V99 VALUE ZERO.
040400 77  WS-PRIMA-GROSS              PIC S9(07)V99 VALUE ZERO.
040500 77  WS-PRIMA-EXEMPT             PIC S9(07)V99 VALUE ZERO.
040600 77  WS-PRIMA-TAXABLE            PIC S9(07)V99 VALUE ZERO.
040700 77  WS-PRIMA-TAX                PIC S9(07)V99 VALUE ZERO.
040800 77  WS-PRIMA-GARNISH            PIC S9(07)V99 VALUE ZERO.
040900 77  WS-PRIMA-NET                PIC S9(07)V99 VALUE ZERO.
041000 77  WS-EXEMPT-CAP               PIC S9(07)V99 VALUE ZERO.
041100 77  WS-TOTAL-TAXABLE            PIC S9(07)V99 VALUE ZERO.
041200 77  WS-GROSS-PAY                PIC S9(07)V99 VALUE ZERO.
041300 77  WS-TAX-AMT                  PIC S9(07)V99 VALUE ZERO.
041400 77  WS-TAX-WITH-BONUS           PIC S9(07)V99 VALUE ZERO.
041500 77  WS-BONUS-TAX                PIC S9(07)V99 VALUE ZERO.
041600 77  WS-EMP-NET                  PIC S9(07)V99 VALUE ZERO.
041700 77  FONDOS                      PIC S9(07)V99 VALUE ZERO.
041800******************************************************************
041900* GARNISHMENT WORK AREAS - ONE PER-PERIOD CUT OF EACH OPEN ORDER
042000* THAT REACHES BONUSES (PRIORITY 1 FIRST), CAPPED AS IN PAY0100
042100* BUT ONLY OUT OF THE BONUS MONEY.
042200******************************************************************
042300 77  WS-GARNISH-TOTAL            PIC S9(07)V99 VALUE ZERO.
042400 77  WS-GARNISH-AVAIL            PIC S9(09)V99 VALUE ZERO.
042500 77  WS-GARN-DED                 PIC S9(07)V99 VALUE ZERO.
042600 77  WS-GARN-PRI                 PIC 9(02) COMP VALUE ZERO.
042700 77  GRN-MAX-ORDERS              PIC 9(02) COMP VALUE 10.
042800 01  GRN-ORDER-TABLE.
042900     05  GRN-TAB-ENTRY OCCURS 10 TIMES.
043000         10  GRN-TAB-ORDER-NO    PIC X(10).
043100         10  GRN-TAB-PAYEE       PIC X(20).
043200         10  GRN-TAB-PER-AMT     PIC S9(05)V99.
043300         10  GRN-TAB-REMAINING   PIC S9(07)V99.
043400         10  GRN-TAB-PRIORITY    PIC 9(01).
043500 77  GRN-ORDER-CNT               PIC 9(02) COMP VALUE ZERO.
043600 77  GRN-SUB                     PIC 9(02) COMP VALUE ZERO.
043700 77  REM-MAX-PAYEES              PIC 9(02) COMP VALUE 50.
043800 01  REM-PAYEE-TABLE.
043900     05  REM-TAB-ENTRY OCCURS 50 TIMES.
044000         10  REM-TAB-PAYEE       PIC X(20).
044100         10  REM-TAB-AMOUNT      PIC S9(09)V99.
044200 77  REM-PAYEE-CNT               PIC 9(02) COMP VALUE ZERO.
044300 77  REM-SUB                     PIC 9(02) COMP VALUE ZERO.
044400 77  REM-CUR-SUB                 PIC 9(02) COMP VALUE ZERO.
044500 77  REM-FOUND-SW                PIC X(01) VALUE 'N'.
044600     88  REM-FOUND               VALUE 'Y'.
044700 77  WS-REM-PAYEE                PIC X(20) VALUE SPACES.
044800******************************************************************
044900* BANK DISPERSION WORK AREAS. THE BANKMAST SHARE OF EACH BONUS
045000* NET IS MOVED OFF FONDOS AND ROLLED UP HERE FOR THE RUN'S OWN
045100* BATCH ON BANKDISP, LAID OUT LIKE PAY0100'S NOMINA BATCH.
045200******************************************************************
045300 77  WS-BANK-AMT                 PIC S9(07)V99 VALUE ZERO.
045400 77  WS-EMP-DISPERSED            PIC S9(07)V99 VALUE ZERO.
045500 77  DSP-MAX-EMPLOYEES           PIC 9(03) COMP VALUE 500.
045600 01  DSP-DETAIL-TABLE.
045700     05  DSP-TAB-ENTRY OCCURS 500 TIMES.
045800         10  DSP-TAB-EMP-ID      PIC X(06).
045900         10  DSP-TAB-BANK-CODE   PIC X(03).
046000         10  DSP-TAB-CLABE       PIC X(18).
046100         10  DSP-TAB-AMOUNT      PIC S9(07)V99.
046200 77  DSP-ENTRY-CNT               PIC 9(03) COMP VALUE ZERO.
046300 77  DSP-SUB                     PIC 9(03) COMP VALUE ZERO.
046400 01  WS-DSP-HEADER.
046500     05  FILLER                  PIC X(01) VALUE 'H'.
046600     05  WS-DSPH-DATE            PIC 9(08).
046700     05  FILLER                  PIC X(01) VALUE SPACE.
046800     05  FILLER                  PIC X(14) VALUE "AGUINALDO".
046900 01  WS-DSP-DETAIL.
047000     05  FILLER                  PIC X(01) VALUE 'D'.
047100     05  WS-DSPD-EMP-ID          PIC X(06).
047200     05  WS-DSPD-BANK-CODE       PIC X(03).
047300     05  WS-DSPD-CLABE           PIC X(18).
047400     05  WS-DSPD-AMOUNT          PIC 9(09)V99.
047500 01  WS-DSP-TRAILER.
047600     05  FILLER                  PIC X(01) VALUE 'T'.
047700     05  WS-DSPT-COUNT           PIC 9(05).
047800     05  WS-DSPT-AMT-HASH        PIC 9(11)V99.
047900******************************************************************
048000* LEDGER, SUMMARY AND REPORT WORK FIELDS AND RUN TOTALS.
048100******************************************************************
048200 77  WS-LEDGER-TYPE              PIC X(10) VALUE SPACES.
048300 77  WS-LEDGER-GROSS-AMT         PIC S9(07)V99 VALUE ZERO.
048400 77  WS-LEDGER-TAX-AMT           PIC S9(07)V99 VALUE ZERO.
048500 77  WS-LEDGER-BENEFITS-AMT      PIC S9(07)V99 VALUE ZERO.
048600 77  WS-LEDGER-GARNISH-AMT       PIC S9(07)V99 VALUE ZERO.
048700 77  WS-LEDGER-NET-AMT           PIC S9(07)V99 VALUE ZERO.
048800 77  WS-SUM-PERIOD               PIC 9(06) VALUE ZERO.
048900 77  WS-EMPLOYEE-CNT             PIC 9(05) COMP VALUE ZERO.
049000 77  WS-PAID-EMP-CNT             PIC 9(05) COMP VALUE ZERO.
049100 77  WS-ALREADY-PAID-CNT         PIC 9(05) COMP VALUE ZERO.
049200 77  WS-NO-COMP-CNT              PIC 9(05) COMP VALUE ZERO.
049300 77  WS-INACTIVE-CNT             PIC 9(05) COMP VALUE ZERO.
049400 77  WS-RUN-AGUI                 PIC S9(09)V99 VALUE ZERO.
049500 77  WS-RUN-PRIMA                PIC S9(09)V99 VALUE ZERO.
049600 77  WS-RUN-EXEMPT               PIC S9(09)V99 VALUE ZERO.
049700 77  WS-RUN-TAX                  PIC S9(09)V99 VALUE ZERO.
049800 77  WS-RUN-GARNISH              PIC S9(09)V99 VALUE ZERO.
049900 77  WS-RUN-NET                  PIC S9(09)V99 VALUE ZERO.
050000 77  WS-RUN-DISPERSED            PIC S9(09)V99 VALUE ZERO.
050100 77  WS-RPT-TEXT                 PIC X(80) VALUE SPACES.
050200 77  WS-PAGE-SEP                 PIC X(72) VALUE ALL "-".
050300 77  WS-CNT-DISPLAY              PIC ZZZZ9.
050400 01  WS-DETAIL-LINE.
050500     05  FILLER                  PIC X(02) VALUE SPACES.
050600     05  FILLER                  PIC X(08) VALUE "INGRESO".
050700     05  WS-DTL-HIRE             PIC 9(08).
050800     05  FILLER                  PIC X(07) VALUE "  DIAS".
050900     05  WS-DTL-SERVICE          PIC ZZ9.
051000     05  FILLER                  PIC X(09) VALUE "  FALTAS".
051100     05  WS-DTL-UNPAID           PIC ZZ9.99.
051200     05  FILLER                  PIC X(08) VALUE "  ANTIG".
051300     05  WS-DTL-YEARS            PIC Z9.
051400     05  FILLER                  PIC X(06) VALUE "  VAC".
051500     05  WS-DTL-VAC              PIC Z9.
051600     05  FILLER                  PIC X(09) VALUE "  DIARIO".
051700     05  WS-DTL-DAILY            PIC ZZZZZ9.99.
051800 01  WS-AMT-LINE.
051900     05  FILLER                  PIC X(04) VALUE SPACES.
052000     05  WS-AMT-LABEL            PIC X(24).
052100     05  WS-AMT-EDITED           PIC -(9)9.99.
052200 PROCEDURE DIVISION.
052300******************************************************************
052400* 0000-MAINLINE - LOAD THE CALENDAR AND TAX TABLES, FIND WHO HAS
052500* ALREADY BEEN PAID THE YEAR, FIGURE AND PAY EACH ACTIVE
052600* EMPLOYEE, REMIT THE GARNISHMENT, HAND THE BANK ITS BATCH.
052700******************************************************************
052800 0000-MAINLINE.
052900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
053000     IF NOT WS-ABORT
053100         PERFORM 1700-LOAD-HOLIDAYS THRU 1700-EXIT
053200         PERFORM 1750-LOAD-TAX-RECORDS THRU 1750-EXIT
053300         PERFORM 1800-SELECT-TAX-BRACKETS THRU 1800-EXIT
053400         PERFORM 2000-LOAD-PAID-TABLE THRU 2000-EXIT
053500     END-IF
053600     IF NOT WS-ABORT
053700         PERFORM 1400-OPEN-POSTING-FILES THRU 1400-EXIT
053800     END-IF
053900     IF NOT WS-ABORT
054000         PERFORM 1500-WRITE-REPORT-HEADER THRU 1500-EXIT
054100         PERFORM 3000-PROCESS-EMPLOYEE THRU 3000-EXIT
054200             UNTIL WS-EOF-EMPMAST
054300         PERFORM 7000-WRITE-RUN-TOTALS THRU 7000-EXIT
054400         IF WS-MODE-PAY
054500             PERFORM 7500-WRITE-REMITTANCE THRU 7500-EXIT
054600             PERFORM 7600-WRITE-DISPERSION THRU 7600-EXIT
054700         END-IF
054800     END-IF
054900     PERFORM 9000-TERMINATE THRU 9000-EXIT
054920     IF WS-ABORT
054940         MOVE 16 TO RETURN-CODE
054960     END-IF
055000     STOP RUN.
055100******************************************************************
055200* 1000-INITIALIZE - ACCEPT THE RUN INPUTS AND OPEN THE FILES
055300* EVERY MODE NEEDS. A ZERO YEAR MEANS THE CURRENT ONE, WHICH IS
055400* ONLY PAID ONCE DECEMBER HAS COME; A FUTURE YEAR IS REFUSED.
055500******************************************************************
055600 1000-INITIALIZE.
055700     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
055800     COMPUTE WS-TODAY-PERIOD = WS-TODAY-YEAR * 100
055900         + WS-TODAY-MONTH
056000     DISPLAY "ID DE OPERADOR: " WITH NO ADVANCING
056100     ACCEPT WS-OPERATOR-ID
056200     DISPLAY "EJERCICIO A PAGAR (AAAA, 0 PARA EL ACTUAL): "
056300         WITH NO ADVANCING
056400     ACCEPT WS-BONUS-YEAR
056500     DISPLAY "VALOR DIARIO DE LA UMA: " WITH NO ADVANCING
056600     ACCEPT WS-UMA-DAILY
056700     DISPLAY "MODO (R=SOLO REPORTE, P=PAGAR): "
056800         WITH NO ADVANCING
056900     ACCEPT WS-RUN-MODE
057000
057100     IF NOT WS-MODE-REPORT AND NOT WS-MODE-PAY
057200         DISPLAY "PAY0120 - MODO INVALIDO '" WS-RUN-MODE
057300             "' - DEBE SER R O P"
057400         SET WS-ABORT TO TRUE
057500         GO TO 1000-EXIT
057600     END-IF
057700     IF WS-BONUS-YEAR = ZERO
057800         MOVE WS-TODAY-YEAR TO WS-BONUS-YEAR
057900     END-IF
058000     IF WS-BONUS-YEAR > WS-TODAY-YEAR
058100         DISPLAY "PAY0120 - EL EJERCICIO " WS-BONUS-YEAR
058200             " AUN NO TRANSCURRE - NO SE CORRE"
058300         SET WS-ABORT TO TRUE
058400         GO TO 1000-EXIT
058500     END-IF
058600     IF WS-BONUS-YEAR = WS-TODAY-YEAR AND WS-TODAY-MONTH < 12
058700         DISPLAY "PAY0120 - EL AGUINALDO DE " WS-BONUS-YEAR
058800             " SE PAGA A PARTIR DE DICIEMBRE - NO SE CORRE"
058900         SET WS-ABORT TO TRUE
059000         GO TO 1000-EXIT
059100     END-IF
059200     IF WS-UMA-DAILY NOT NUMERIC OR WS-UMA-DAILY = ZERO
059300         DISPLAY "PAY0120 - UMA INVALIDA - NO SE CORRE"
059400         SET WS-ABORT TO TRUE
059500         GO TO 1000-EXIT
059600     END-IF
059700     COMPUTE WS-YEAR-START-DATE = WS-BONUS-YEAR * 10000 + 0101
059800     COMPUTE WS-YEAR-END-DATE = WS-BONUS-YEAR * 10000 + 1231
059900     COMPUTE WS-BONUS-PAY-DATE = WS-BONUS-YEAR * 10000 + 1220
060000     DISPLAY "PAY0120 - AGUINALDO Y PRIMA VACACIONAL "
060100         WS-BONUS-YEAR " MODO " WS-RUN-MODE
060200
060300     OPEN I-O EMPLOYEE-MASTER-FILE
060400     IF WS-EMPMAST-STATUS NOT = "00"
060500         DISPLAY "PAY0120 - NO SE PUDO ABRIR EMPMAST, ESTADO "
060600             WS-EMPMAST-STATUS
060700         SET WS-ABORT TO TRUE
060800         GO TO 1000-EXIT
060900     END-IF
061000     SET WS-EMPMAST-OPEN TO TRUE
061100
061200     OPEN INPUT EMP-COMP-FILE
061300     IF WS-COMP-STATUS NOT = "00"
061400         DISPLAY "PAY0120 - NO SE PUDO ABRIR EMPCOMP, ESTADO "
061500             WS-COMP-STATUS " - SIN SALARIOS NO HAY AGUINALDO"
061600         SET WS-ABORT TO TRUE
061700         GO TO 1000-EXIT
061800     END-IF
061900     SET WS-COMP-OPEN TO TRUE
062000
062100     OPEN INPUT INCIDENCIA-FILE
062200     IF WS-INCI-STATUS = "00"
062300         SET WS-INCI-OPEN TO TRUE
062400     ELSE
062500         DISPLAY "PAY0120 - SIN INCIMAST (ESTADO " WS-INCI-STATUS
062600             "), SIN DESCUENTO DE AUSENCIAS"
062700     END-IF
062800
062900     OPEN OUTPUT AGUI-REPORT-FILE
063000     IF WS-AGUIRPT-STATUS NOT = "00"
063100         DISPLAY "PAY0120 - NO SE PUDO ABRIR AGUIRPT, ESTADO "
063200             WS-AGUIRPT-STATUS
063300         SET WS-ABORT TO TRUE
063400         GO TO 1000-EXIT
063500     END-IF
063600     SET WS-AGUIRPT-OPEN TO TRUE.
063700 1000-EXIT.
063800     EXIT.
063900******************************************************************
064000* 1400-OPEN-POSTING-FILES - PAY MODE ONLY: THE LEDGER (AFTER THE
064100* SWEEP HAS CLOSED IT), PAYAUD, LEDGSUM, GARNORD AND BANKMAST.
064200* A MISSING GARNORD OR BANKMAST IS TOLERATED AS IN PAY0100; THE
064300* LEDGER AND THE AUDIT TRAIL ARE NOT.
064400******************************************************************
064500 1400-OPEN-POSTING-FILES.
064600     IF NOT WS-MODE-PAY
064700         GO TO 1400-EXIT
064800     END-IF
064900     OPEN EXTEND FONDOS-LEDGER-FILE
065000     IF WS-LEDGER-STATUS = "35"
065100         OPEN OUTPUT FONDOS-LEDGER-FILE
065200     END-IF
065300     IF WS-LEDGER-STATUS NOT = "00"
065400         DISPLAY "PAY0120 - NO SE PUDO ABRIR FNDLEDG, ESTADO "
065500             WS-LEDGER-STATUS
065600         SET WS-ABORT TO TRUE
065700         GO TO 1400-EXIT
065800     END-IF
065900     SET WS-LEDGER-OPEN TO TRUE
066000
066100     OPEN EXTEND PAY-AUDIT-FILE
066200     IF WS-AUDIT-STATUS = "35"
066300         OPEN OUTPUT PAY-AUDIT-FILE
066400     END-IF
066500     IF WS-AUDIT-STATUS NOT = "00"
066600         DISPLAY "PAY0120 - NO SE PUDO ABRIR PAYAUD, ESTADO "
066700             WS-AUDIT-STATUS
066800         SET WS-ABORT TO TRUE
066900         GO TO 1400-EXIT
067000     END-IF
067100     SET WS-AUDIT-OPEN TO TRUE
067200
067300     OPEN I-O LEDGER-SUMMARY-FILE
067400     IF WS-SUMFILE-STATUS = "35"
067500         OPEN OUTPUT LEDGER-SUMMARY-FILE
067600         CLOSE LEDGER-SUMMARY-FILE
067700         OPEN I-O LEDGER-SUMMARY-FILE
067800     END-IF
067900     IF WS-SUMFILE-STATUS = "00"
068000         SET WS-SUM-OPEN TO TRUE
068100     ELSE
068200         DISPLAY "PAY0120 - SIN LEDGSUM (ESTADO "
068300             WS-SUMFILE-STATUS "), RECONSTRUYA CON PAY0115"
068400     END-IF
068500
068600     OPEN I-O GARN-ORDER-FILE
068700     IF WS-GARN-STATUS = "00"
068800         SET WS-GARN-OPEN TO TRUE
068900     ELSE
069000         DISPLAY "PAY0120 - SIN GARNORD (ESTADO " WS-GARN-STATUS
069100             "), SIN EMBARGOS SOBRE EL AGUINALDO"
069200     END-IF
069300
069307     OPEN I-O DEDUCTION-DETAIL-FILE
069314     IF WS-DED-STATUS = "35"
069321         OPEN OUTPUT DEDUCTION-DETAIL-FILE
069328         CLOSE DEDUCTION-DETAIL-FILE
069335         OPEN I-O DEDUCTION-DETAIL-FILE
069342     END-IF
069349     IF WS-DED-STATUS = "00"
069356         SET WS-DED-OPEN TO TRUE
069363     ELSE
069370         DISPLAY "PAY0120 - SIN DEDDET (ESTADO " WS-DED-STATUS
069377             "), EL CFDI NO DESGLOSARA LOS EMBARGOS"
069384     END-IF
069391
069400     OPEN INPUT BANK-ACCT-FILE
069500     IF WS-BANK-STATUS = "00"
069600         SET WS-BANK-OPEN TO TRUE
069700     ELSE
069800         DISPLAY "PAY0120 - SIN BANKMAST (ESTADO " WS-BANK-STATUS
069900             "), TODO EL NETO SE QUEDA EN FONDOS"
070000     END-IF.
070100 1400-EXIT.
070200     EXIT.
070300******************************************************************
070400* 1500-WRITE-REPORT-HEADER - TITLE OF THE AGUINALDO REGISTER,
070500* WITH A WARNING WHEN PART OF THE YEAR HAS ALREADY BEEN PAID.
070600******************************************************************
070700 1500-WRITE-REPORT-HEADER.
070800     MOVE SPACES TO WS-RPT-TEXT
070900     STRING "AGUINALDO Y PRIMA VACACIONAL " WS-BONUS-YEAR
071000         "  FECHA " WS-TODAY-DATE "  OPERADOR " WS-OPERATOR-ID
071100         DELIMITED BY SIZE INTO WS-RPT-TEXT
071200     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
071300     MOVE "UMA DIARIA" TO WS-AMT-LABEL
071400     MOVE WS-UMA-DAILY TO WS-AMT-EDITED
071500     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
071600     IF WS-MODE-PAY
071700         MOVE "MODO PAGO - EL NETO SE ABONA A FONDOS"
071800             TO WS-RPT-TEXT
071900     ELSE
072000         MOVE "MODO REPORTE - PARA REVISION, NO SE PAGA NADA"
072100             TO WS-RPT-TEXT
072200     END-IF
072300     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
072400     IF BNP-ENTRY-CNT > ZERO
072500         MOVE SPACES TO WS-RPT-TEXT
072600         MOVE BNP-ENTRY-CNT TO WS-CNT-DISPLAY
072700         STRING "*** YA HAY AGUINALDO " WS-BONUS-YEAR " PAGADO A "
072800             WS-CNT-DISPLAY " EMPLEADOS - NO SE LES PAGA DE NUEVO"
072900             DELIMITED BY SIZE INTO WS-RPT-TEXT
073000         PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
073100         DISPLAY "PAY0120 - YA HAY AGUINALDO " WS-BONUS-YEAR
073200             " PAGADO A " WS-CNT-DISPLAY " EMPLEADOS"
073300     END-IF
073400     MOVE WS-PAGE-SEP TO WS-RPT-TEXT
073500     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT.
073600 1500-EXIT.
073700     EXIT.
073703******************************************************************
073706* 1510-CHECK-LEAP-YEAR - IS WS-PAY-YEAR A LEAP YEAR (FEBRUARY
073709* HAS 29 DAYS IN THE CALENDAR OF THE PAY MONTH).
073712******************************************************************
073715 1510-CHECK-LEAP-YEAR.
073718     MOVE 'N' TO WS-LEAP-YEAR-SW
073721     DIVIDE WS-PAY-YEAR BY 4
073724         GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
073727     IF WS-LEAP-REM-4 = ZERO
073730         DIVIDE WS-PAY-YEAR BY 100
073733             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100
073736         IF WS-LEAP-REM-100 NOT = ZERO
073739             SET WS-LEAP-YEAR TO TRUE
073742         ELSE
073745             DIVIDE WS-PAY-YEAR BY 400
073748                 GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400
073751             IF WS-LEAP-REM-400 = ZERO
073754                 SET WS-LEAP-YEAR TO TRUE
073757             END-IF
073760         END-IF
073763     END-IF.
073766 1510-EXIT.
073769     EXIT.
073800******************************************************************
073900* 1700-LOAD-HOLIDAYS - KEEP EVERY HOLCAL DAY; 3330 PICKS OUT THE
074000* ONES FOR EACH MONTH CHECKED. A MISSING HOLCAL LOADS NOTHING -
074100* EVERY WEEKDAY IS A BUSINESS DAY, AS IN PAY0100.
074200******************************************************************
074300 1700-LOAD-HOLIDAYS.
074400     MOVE ZERO TO HOLT-DAY-CNT
074500     MOVE "N" TO WS-EOF-HOLCAL-SW
074600     OPEN INPUT HOLIDAY-CAL-FILE
074700     IF WS-HOLCAL-STATUS NOT = "00"
074800         DISPLAY "PAY0120 - SIN HOLCAL (ESTADO " WS-HOLCAL-STATUS
074900             "), SE CORRE SIN DIAS FERIADOS"
075000         GO TO 1700-EXIT
075100     END-IF
075200     PERFORM 1710-READ-ONE-HOLIDAY THRU 1710-EXIT
075300         UNTIL WS-EOF-HOLCAL
075400     CLOSE HOLIDAY-CAL-FILE.
075500 1700-EXIT.
075600     EXIT.
075700******************************************************************
075800* 1710-READ-ONE-HOLIDAY - ONE CALENDAR RECORD INTO THE TABLE.
075900******************************************************************
076000 1710-READ-ONE-HOLIDAY.
076100     READ HOLIDAY-CAL-FILE
076200         AT END
076300             MOVE "Y" TO WS-EOF-HOLCAL-SW
076400             GO TO 1710-EXIT
076500     END-READ
076600     IF HOL-YEAR NOT NUMERIC OR HOL-MONTH NOT NUMERIC
076700         OR HOL-DAY NOT NUMERIC
076800         DISPLAY "PAY0120 - REGISTRO HOLCAL NO NUMERICO, SE"
076900             " OMITE"
077000         GO TO 1710-EXIT
077100     END-IF
077200     IF HOLT-DAY-CNT = HOLT-MAX-DAYS
077300         DISPLAY "PAY0120 - TABLA DE FERIADOS LLENA, SE OMITE "
077400             HOL-YEAR HOL-MONTH HOL-DAY
077500         GO TO 1710-EXIT
077600     END-IF
077700     ADD 1 TO HOLT-DAY-CNT
077800     MOVE HOL-YEAR TO HOLT-TAB-YEAR(HOLT-DAY-CNT)
077900     MOVE HOL-MONTH TO HOLT-TAB-MONTH(HOLT-DAY-CNT)
078000     MOVE HOL-DAY TO HOLT-TAB-DAY(HOLT-DAY-CNT).
078100 1710-EXIT.
078200     EXIT.
078300******************************************************************
078400* 1750-LOAD-TAX-RECORDS - KEEP EVERY VALID TAXTAB RECORD; 1800
078500* PICKS THE SET IN FORCE IN DECEMBER.
078600******************************************************************
078700 1750-LOAD-TAX-RECORDS.
078800     MOVE ZERO TO TAXR-RECORD-CNT
078900     MOVE "N" TO WS-EOF-TAXTAB-SW
079000     OPEN INPUT TAX-TABLE-FILE
079100     IF WS-TAXTAB-STATUS NOT = "00"
079200         DISPLAY "PAY0120 - *** SIN TAXTAB (ESTADO "
079300             WS-TAXTAB-STATUS "), SE USA LA TASA FIJA DE"
079400             " RESPALDO " PAY-TAX-RATE " ***"
079500         GO TO 1750-EXIT
079600     END-IF
079700     PERFORM 1760-READ-ONE-TAXREC THRU 1760-EXIT
079800         UNTIL WS-EOF-TAXTAB
079900     CLOSE TAX-TABLE-FILE.
080000 1750-EXIT.
080100     EXIT.
080200******************************************************************
080300* 1760-READ-ONE-TAXREC - ONE TAXTAB RECORD INTO THE TABLE. BAD
080400* RECORDS ARE REPORTED AND SKIPPED, AS IN PAY0100.
080500******************************************************************
080600 1760-READ-ONE-TAXREC.
080700     READ TAX-TABLE-FILE
080800         AT END
080900             MOVE "Y" TO WS-EOF-TAXTAB-SW
081000             GO TO 1760-EXIT
081100     END-READ
081200     IF TAX-EFF-DATE NOT NUMERIC OR TAX-LOWER-AMT NOT NUMERIC
081300         OR TAX-UPPER-AMT NOT NUMERIC OR TAX-RATE NOT NUMERIC
081400         OR TAX-QUOTA-AMT NOT NUMERIC
081500         DISPLAY "PAY0120 - REGISTRO TAXTAB NO NUMERICO, SE"
081600             " OMITE"
081700         GO TO 1760-EXIT
081800     END-IF
081900     IF TAXR-RECORD-CNT = TAXR-MAX-RECORDS
082000         DISPLAY "PAY0120 - TABLA DE TAXTAB LLENA, SE OMITE EL"
082100             " EXCEDENTE"
082200         GO TO 1760-EXIT
082300     END-IF
082400     ADD 1 TO TAXR-RECORD-CNT
082500     MOVE TAX-EFF-DATE TO TAXR-TAB-EFF-DATE(TAXR-RECORD-CNT)
082600     MOVE TAX-LOWER-AMT TO TAXR-TAB-LOWER(TAXR-RECORD-CNT)
082700     MOVE TAX-UPPER-AMT TO TAXR-TAB-UPPER(TAXR-RECORD-CNT)
082800     MOVE TAX-RATE TO TAXR-TAB-RATE(TAXR-RECORD-CNT)
082900     MOVE TAX-QUOTA-AMT TO TAXR-TAB-QUOTA(TAXR-RECORD-CNT).
083000 1760-EXIT.
083100     EXIT.
083200******************************************************************
083300* 1800-SELECT-TAX-BRACKETS - THE TAXTAB SET WITH THE LATEST
083400* EFFECTIVE DATE ON OR BEFORE DECEMBER 1ST OF THE YEAR PAID, AS
083500* PAY0100'S 1750 CHOOSES IT FOR THE DECEMBER NOMINA.
083600******************************************************************
083700 1800-SELECT-TAX-BRACKETS.
083800     MOVE "N" TO WS-TAX-TABLE-SW
083900     MOVE ZERO TO TAXB-BRACKET-CNT
084000     MOVE ZERO TO WS-TAX-EFF-BEST
084100     COMPUTE WS-TAX-CUTOFF-DATE = WS-BONUS-YEAR * 10000 + 1201
084200     PERFORM 1810-TEST-ONE-TAX-DATE THRU 1810-EXIT
084300         VARYING TAXR-SUB FROM 1 BY 1
084400         UNTIL TAXR-SUB > TAXR-RECORD-CNT
084500     IF WS-TAX-EFF-BEST = ZERO
084600         GO TO 1800-EXIT
084700     END-IF
084800     PERFORM 1820-COPY-ONE-BRACKET THRU 1820-EXIT
084900         VARYING TAXR-SUB FROM 1 BY 1
085000         UNTIL TAXR-SUB > TAXR-RECORD-CNT
085100     IF TAXB-BRACKET-CNT > ZERO
085200         SET WS-TAX-TABLE-LOADED TO TRUE
085300     END-IF.
085400 1800-EXIT.
085500     EXIT.
085600******************************************************************
085700* 1810-TEST-ONE-TAX-DATE - KEEP THE LATEST IN-FORCE EFFECTIVE
085800* DATE IN WS-TAX-EFF-BEST.
085900******************************************************************
086000 1810-TEST-ONE-TAX-DATE.
086100     IF TAXR-TAB-EFF-DATE(TAXR-SUB) NOT > WS-TAX-CUTOFF-DATE
086200         AND TAXR-TAB-EFF-DATE(TAXR-SUB) > WS-TAX-EFF-BEST
086300         MOVE TAXR-TAB-EFF-DATE(TAXR-SUB) TO WS-TAX-EFF-BEST
086400     END-IF.
086500 1810-EXIT.
086600     EXIT.
086700******************************************************************
086800* 1820-COPY-ONE-BRACKET - COPY ONE RECORD OF THE CHOSEN SET INTO
086900* THE BRACKET TABLE 2543 SEARCHES.
087000******************************************************************
087100 1820-COPY-ONE-BRACKET.
087200     IF TAXR-TAB-EFF-DATE(TAXR-SUB) NOT = WS-TAX-EFF-BEST
087300         GO TO 1820-EXIT
087400     END-IF
087500     IF TAXB-BRACKET-CNT = TAXB-MAX-BRACKETS
087600         DISPLAY "PAY0120 - TABLA DE TRAMOS LLENA, SE OMITE EL"
087700             " EXCEDENTE"
087800         GO TO 1820-EXIT
087900     END-IF
088000     ADD 1 TO TAXB-BRACKET-CNT
088100     MOVE TAXR-TAB-LOWER(TAXR-SUB)
088200         TO TAXB-TAB-LOWER(TAXB-BRACKET-CNT)
088300     MOVE TAXR-TAB-UPPER(TAXR-SUB)
088400         TO TAXB-TAB-UPPER(TAXB-BRACKET-CNT)
088500     MOVE TAXR-TAB-RATE(TAXR-SUB)
088600         TO TAXB-TAB-RATE(TAXB-BRACKET-CNT)
088700     MOVE TAXR-TAB-QUOTA(TAXR-SUB)
088800         TO TAXB-TAB-QUOTA(TAXB-BRACKET-CNT).
088900 1820-EXIT.
089000     EXIT.
089100******************************************************************
089200* 2000-LOAD-PAID-TABLE - SWEEP THE MONTHLY ARCHIVES FROM DECEMBER
089300* OF THE YEAR PAID TO THIS MONTH, THEN THE LIVE LEDGER, FOR THE
089400* EMPLOYEES WHO ALREADY HAVE THE YEAR'S AGUINALDO. A TABLE TOO
089500* SMALL STOPS THE RUN - AN EMPLOYEE LEFT OUT WOULD BE PAID TWICE.
089600******************************************************************
089700 2000-LOAD-PAID-TABLE.
089800     MOVE ZERO TO BNP-ENTRY-CNT
089900     MOVE WS-BONUS-YEAR TO WS-ARCH-YEAR
090000     MOVE 12 TO WS-ARCH-MONTH
090100     COMPUTE WS-ARCH-PERIOD = WS-ARCH-YEAR * 100 + WS-ARCH-MONTH
090200     PERFORM 2010-SWEEP-ARCHIVE THRU 2010-EXIT
090300         UNTIL WS-ARCH-PERIOD > WS-TODAY-PERIOD OR WS-ABORT
090400     IF WS-ABORT
090500         GO TO 2000-EXIT
090600     END-IF
090700     OPEN INPUT FONDOS-LEDGER-FILE
090800     IF WS-LEDGER-STATUS = "00"
090900         MOVE "N" TO WS-EOF-LEDGER-SW
091000         PERFORM 2030-READ-ONE-LIVE THRU 2030-EXIT
091100             UNTIL WS-EOF-LEDGER OR WS-ABORT
091200         CLOSE FONDOS-LEDGER-FILE
091300     END-IF
091400     IF WS-ABORT
091500         GO TO 2000-EXIT
091600     END-IF
091700     DISPLAY "PAY0120 - MOVIMIENTOS LEIDOS: " WS-LEDGER-READ-CNT
091800         ", YA PAGADOS: " BNP-ENTRY-CNT.
091900 2000-EXIT.
092000     EXIT.
092100******************************************************************
092200* 2010-SWEEP-ARCHIVE - READ ONE MONTHLY ARCHIVE, IF PAY0108 HAS
092300* WRITTEN IT, AND STEP TO THE NEXT MONTH.
092400******************************************************************
092500 2010-SWEEP-ARCHIVE.
092600     MOVE SPACES TO WS-ARCHIVE-NAME
092700     STRING "FNDLEDG." WS-ARCH-PERIOD-CHAR
092800         DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
092900     OPEN INPUT ARCHIVE-LEDGER-FILE
093000     IF WS-ARCHIVE-STATUS = "00"
093100         MOVE "N" TO WS-EOF-LEDGER-SW
093200         PERFORM 2020-READ-ONE-ARCHIVE THRU 2020-EXIT
093300             UNTIL WS-EOF-LEDGER OR WS-ABORT
093400         CLOSE ARCHIVE-LEDGER-FILE
093500     END-IF
093600     ADD 1 TO WS-ARCH-MONTH
093700     IF WS-ARCH-MONTH > 12
093800         MOVE 1 TO WS-ARCH-MONTH
093900         ADD 1 TO WS-ARCH-YEAR
094000     END-IF
094100     COMPUTE WS-ARCH-PERIOD = WS-ARCH-YEAR * 100 + WS-ARCH-MONTH.
094200 2010-EXIT.
094300     EXIT.
094400******************************************************************
094500* 2020-READ-ONE-ARCHIVE - ONE ARCHIVED LEDGER RECORD.
094600******************************************************************
094700 2020-READ-ONE-ARCHIVE.
094800     READ ARCHIVE-LEDGER-FILE INTO LEDGER-RECORD
094900         AT END
095000             MOVE "Y" TO WS-EOF-LEDGER-SW
095100             GO TO 2020-EXIT
095200     END-READ
095300     ADD 1 TO WS-LEDGER-READ-CNT
095400     PERFORM 2100-TALLY-PAID THRU 2100-EXIT.
095500 2020-EXIT.
095600     EXIT.
095700******************************************************************
095800* 2030-READ-ONE-LIVE - ONE LIVE LEDGER RECORD.
095900******************************************************************
096000 2030-READ-ONE-LIVE.
096100     READ FONDOS-LEDGER-FILE INTO LEDGER-RECORD
096200         AT END
096300             MOVE "Y" TO WS-EOF-LEDGER-SW
096400             GO TO 2030-EXIT
096500     END-READ
096600     ADD 1 TO WS-LEDGER-READ-CNT
096700     PERFORM 2100-TALLY-PAID THRU 2100-EXIT.
096800 2030-EXIT.
096900     EXIT.
097000******************************************************************
097100* 2100-TALLY-PAID - NOTE THE EMPLOYEE OF AN AGUINALDO OR PRIMA
097200* VACACIONAL ENTRY PAYABLE ON THE YEAR'S BONUS PAYDAY.
097300******************************************************************
097400 2100-TALLY-PAID.
097500     IF NOT LEDG-TYPE-BONO
097600         GO TO 2100-EXIT
097700     END-IF
097800     IF LEDG-PAY-DATE NOT NUMERIC
097900         GO TO 2100-EXIT
098000     END-IF
098100     IF LEDG-PAY-DATE NOT = WS-BONUS-PAY-DATE
098200         GO TO 2100-EXIT
098300     END-IF
098400     MOVE LEDG-EMP-ID TO WS-SEARCH-EMP-ID
098500     PERFORM 2200-FIND-PAID THRU 2200-EXIT
098600     IF BNP-FOUND
098700         GO TO 2100-EXIT
098800     END-IF
098900     IF BNP-ENTRY-CNT = BNP-MAX-ENTRIES
099000         DISPLAY "PAY0120 - MAS DE " BNP-MAX-ENTRIES
099100             " EMPLEADOS YA PAGADOS - NO SE CORRE"
099200         SET WS-ABORT TO TRUE
099300         GO TO 2100-EXIT
099400     END-IF
099500     ADD 1 TO BNP-ENTRY-CNT
099600     MOVE LEDG-EMP-ID TO BNP-TAB-EMP-ID(BNP-ENTRY-CNT).
099700 2100-EXIT.
099800     EXIT.
099900******************************************************************
100000* 2200-FIND-PAID - IS WS-SEARCH-EMP-ID IN THE PAID TABLE?
100100******************************************************************
100200 2200-FIND-PAID.
100300     MOVE "N" TO BNP-FOUND-SW
100400     PERFORM 2210-TEST-ONE-PAID THRU 2210-EXIT
100500         VARYING BNP-SUB FROM 1 BY 1
100600         UNTIL BNP-FOUND OR BNP-SUB > BNP-ENTRY-CNT.
100700 2200-EXIT.
100800     EXIT.
100900******************************************************************
101000* 2210-TEST-ONE-PAID - ONE STEP OF THE PAID-TABLE SEARCH.
101100******************************************************************
101200 2210-TEST-ONE-PAID.
101300     IF BNP-TAB-EMP-ID(BNP-SUB) = WS-SEARCH-EMP-ID
101400         SET BNP-FOUND TO TRUE
101500     END-IF.
101600 2210-EXIT.
101700     EXIT.
101800******************************************************************
101900* 3000-PROCESS-EMPLOYEE - ONE MASTER RECORD: FIGURE THE YEAR'S
102000* AGUINALDO AND PRIMA VACACIONAL, REPORT THEM AND, IN PAY MODE,
102100* PAY THEM. INACTIVE EMPLOYEES ARE LEFT TO THEIR FINIQUITO.
102200******************************************************************
102300 3000-PROCESS-EMPLOYEE.
102400     READ EMPLOYEE-MASTER-FILE NEXT RECORD
102500         AT END
102600             MOVE "Y" TO WS-EOF-EMPMAST-SW
102700             GO TO 3000-EXIT
102800     END-READ
102900     IF NOT EMP-STATUS-ACTIVE
103000         ADD 1 TO WS-INACTIVE-CNT
103100         GO TO 3000-EXIT
103200     END-IF
103300     ADD 1 TO WS-EMPLOYEE-CNT
103400     MOVE EMP-FONDOS TO FONDOS
103500     MOVE ZERO TO WS-AGUI-GROSS WS-AGUI-EXEMPT WS-AGUI-TAXABLE
103600         WS-AGUI-TAX WS-AGUI-GARNISH WS-AGUI-NET
103700         WS-PRIMA-GROSS WS-PRIMA-EXEMPT WS-PRIMA-TAXABLE
103800         WS-PRIMA-TAX WS-PRIMA-GARNISH WS-PRIMA-NET
103900         WS-GARNISH-TOTAL WS-EMP-NET WS-EMP-DISPERSED
104000     MOVE SPACES TO WS-RPT-TEXT
104100     STRING "EMPLEADO " EMP-ID " " EMP-NOMBRE " "
104200         EMP-APELLIDO " SUC " EMP-BRANCH
104300         DELIMITED BY SIZE INTO WS-RPT-TEXT
104400     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
104500
104600     MOVE EMP-ID TO WS-SEARCH-EMP-ID
104700     PERFORM 2200-FIND-PAID THRU 2200-EXIT
104800     IF BNP-FOUND
104900         ADD 1 TO WS-ALREADY-PAID-CNT
105000         MOVE "    YA PAGADO EN EL EJERCICIO - NO SE REPITE"
105100             TO WS-RPT-TEXT
105200         PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
105300         GO TO 3000-EXIT
105400     END-IF
105500
105600     PERFORM 3100-GET-COMP THRU 3100-EXIT
105700     IF NOT WS-COMP-FOUND
105800         ADD 1 TO WS-NO-COMP-CNT
105900         MOVE "    SIN SALARIO EN EMPCOMP PARA EL EJERCICIO"
106000             TO WS-RPT-TEXT
106100         PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
106200         GO TO 3000-EXIT
106300     END-IF
106400     COMPUTE WS-DAILY-RATE ROUNDED = WS-MONTHLY-SALARY / 30
106500     PERFORM 3200-COMPUTE-SERVICE-DAYS THRU 3200-EXIT
106600     PERFORM 3300-COUNT-UNPAID-DAYS THRU 3300-EXIT
106700     PERFORM 3400-COMPUTE-AGUINALDO THRU 3400-EXIT
106800     PERFORM 3500-GET-SENIORITY THRU 3500-EXIT
106900     PERFORM 3600-COMPUTE-PRIMA-VAC THRU 3600-EXIT
107000     PERFORM 3700-COMPUTE-BONUS-TAX THRU 3700-EXIT
107100     PERFORM 3800-WRITE-DETAIL-LINES THRU 3800-EXIT
107200     IF WS-AGUI-GROSS + WS-PRIMA-GROSS NOT > ZERO
107300         MOVE "    SIN AGUINALDO NI PRIMA A PAGAR" TO WS-RPT-TEXT
107400         PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
107500         GO TO 3000-EXIT
107600     END-IF
107700     IF WS-MODE-PAY
107800         PERFORM 4000-POST-BONUS THRU 4000-EXIT
107900     END-IF
108000     PERFORM 3900-WRITE-EMP-TOTALS THRU 3900-EXIT
108100     MOVE SPACES TO WS-RPT-TEXT
108200     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT.
108300 3000-EXIT.
108400     EXIT.
108500******************************************************************
108600* 3100-GET-COMP - THE EMPLOYEE'S MONTHLY SALARY AT THE CLOSE OF
108700* THE YEAR (THE LATEST EMPCOMP RECORD EFFECTIVE BY DECEMBER
108800* 31ST) AND THE HIRE DATE, TAKEN AS THE EFFECTIVE DATE OF THE
108900* FIRST EMPCOMP RECORD ON FILE.
109000******************************************************************
109100 3100-GET-COMP.
109200     MOVE "N" TO WS-COMP-FOUND-SW
109300     MOVE ZERO TO WS-MONTHLY-SALARY WS-HIRE-DATE
109400     MOVE "N" TO WS-EOF-COMP-SW
109500     MOVE EMP-ID TO COMP-EMP-ID
109600     MOVE ZERO TO COMP-EFF-DATE
109700     START EMP-COMP-FILE KEY NOT < COMP-KEY
109800         INVALID KEY
109900             MOVE "Y" TO WS-EOF-COMP-SW
110000     END-START
110100     PERFORM 3110-READ-ONE-COMP THRU 3110-EXIT
110200         UNTIL WS-EOF-COMP.
110300 3100-EXIT.
110400     EXIT.
110500******************************************************************
110600* 3110-READ-ONE-COMP - ONE STEP OF THE COMPENSATION SCAN, AS
110700* PAY0100'S 2523.
110800******************************************************************
110900 3110-READ-ONE-COMP.
111000     READ EMP-COMP-FILE NEXT RECORD
111100         AT END
111200             MOVE "Y" TO WS-EOF-COMP-SW
111300     END-READ
111400     IF WS-EOF-COMP
111500         GO TO 3110-EXIT
111600     END-IF
111700     IF COMP-EMP-ID NOT = EMP-ID
111800         OR COMP-EFF-DATE > WS-YEAR-END-DATE
111900         MOVE "Y" TO WS-EOF-COMP-SW
112000         GO TO 3110-EXIT
112100     END-IF
112200     IF NOT WS-COMP-FOUND
112300         MOVE COMP-EFF-DATE TO WS-HIRE-DATE
112400     END-IF
112500     MOVE COMP-SALARY-AMT TO WS-MONTHLY-SALARY
112600     SET WS-COMP-FOUND TO TRUE.
112700 3110-EXIT.
112800     EXIT.
112900******************************************************************
113000* 3200-COMPUTE-SERVICE-DAYS - CALENDAR DAYS WORKED IN THE YEAR:
113100* FROM JANUARY 1ST, OR THE HIRE DATE IF LATER, TO DECEMBER 31ST.
113200******************************************************************
113300 3200-COMPUTE-SERVICE-DAYS.
113400     MOVE WS-BONUS-YEAR TO WS-PAY-YEAR
113500     PERFORM 1510-CHECK-LEAP-YEAR THRU 1510-EXIT
113600     IF WS-LEAP-YEAR
113700         MOVE 366 TO WS-DAYS-IN-YEAR
113800     ELSE
113900         MOVE 365 TO WS-DAYS-IN-YEAR
114000     END-IF
114100     MOVE WS-YEAR-START-DATE TO WS-SERVICE-START-DATE
114200     IF WS-HIRE-DATE > WS-SERVICE-START-DATE
114300         MOVE WS-HIRE-DATE TO WS-SERVICE-START-DATE
114400     END-IF
114500     DIVIDE WS-SERVICE-START-DATE BY 100
114600         GIVING WS-INCI-QUOT REMAINDER WS-PAY-DAY
114700     DIVIDE WS-INCI-QUOT BY 100
114800         GIVING WS-PAY-YEAR REMAINDER WS-PAY-MONTH
114900     MOVE WS-PAY-DAY TO WS-DAY-OF-YEAR
115000     PERFORM 3210-ADD-ONE-MONTH THRU 3210-EXIT
115100         VARYING WS-MONTH-SUB FROM 1 BY 1
115200         UNTIL WS-MONTH-SUB NOT < WS-PAY-MONTH
115300     COMPUTE WS-SERVICE-DAYS =
115400         WS-DAYS-IN-YEAR - WS-DAY-OF-YEAR + 1.
115500 3200-EXIT.
115600     EXIT.
115700******************************************************************
115800* 3210-ADD-ONE-MONTH - ADD ONE WHOLE MONTH AHEAD OF THE START
115900* DATE TO ITS DAY OF THE YEAR.
116000******************************************************************
116100 3210-ADD-ONE-MONTH.
116200     ADD PAY-DAYS-IN-MONTH(WS-MONTH-SUB) TO WS-DAY-OF-YEAR
116300     IF WS-MONTH-SUB = 2 AND WS-LEAP-YEAR
116400         ADD 1 TO WS-DAY-OF-YEAR
116500     END-IF.
116600 3210-EXIT.
116700     EXIT.
116800******************************************************************
116900* 3300-COUNT-UNPAID-DAYS - THE YEAR'S INCIDENCIAS SINCE THE
117000* SERVICE START, DOCKED AS PAY0100'S 2528 DOCKS THEM: A WHOLE
117100* DAY EACH, EXCEPT SICK LEAVE WITH A PAY PERCENT, WHICH DOCKS
117150* ONLY THE UNPAID SHARE. ONLY BUSINESS DAYS COUNT. VACATION
117200* DAYS DOCK NOTHING; THEY ARE COUNTED INTO WS-VAC-DAYS FOR THE
117250* PRIMA, EVERY ONE OF THEM, SINCE EACH WAS DRAWN FROM VACMAST.
117300******************************************************************
117400 3300-COUNT-UNPAID-DAYS.
117500     MOVE ZERO TO WS-UNPAID-DAYS
117550     MOVE ZERO TO WS-VAC-DAYS
117600     IF NOT WS-INCI-OPEN
117700         GO TO 3300-EXIT
117800     END-IF
117900     MOVE "N" TO WS-EOF-INCI-SW
118000     MOVE EMP-ID TO INCI-EMP-ID
118100     MOVE WS-SERVICE-START-DATE TO INCI-DATE
118200     START INCIDENCIA-FILE KEY NOT < INCI-KEY
118300         INVALID KEY
118400             MOVE "Y" TO WS-EOF-INCI-SW
118500     END-START
118600     PERFORM 3310-READ-ONE-INCI THRU 3310-EXIT
118700         UNTIL WS-EOF-INCI.
118800 3300-EXIT.
118900     EXIT.
119000******************************************************************
119100* 3310-READ-ONE-INCI - ONE STEP OF THE INCIDENCIA SCAN. THE
119200* MONTH'S CALENDAR IS SET UP THE FIRST TIME A DAY OF IT COMES.
119300******************************************************************
119400 3310-READ-ONE-INCI.
119500     READ INCIDENCIA-FILE NEXT RECORD
119600         AT END
119700             MOVE "Y" TO WS-EOF-INCI-SW
119800     END-READ
119900     IF WS-EOF-INCI
120000         GO TO 3310-EXIT
120100     END-IF
120200     IF INCI-EMP-ID NOT = EMP-ID
120300         OR INCI-DATE > WS-YEAR-END-DATE
120400         MOVE "Y" TO WS-EOF-INCI-SW
120500         GO TO 3310-EXIT
120600     END-IF
120620     IF INCI-TYPE-VACACIONES
120640         ADD 1 TO WS-VAC-DAYS
120660         GO TO 3310-EXIT
120680     END-IF
120700     DIVIDE INCI-DATE BY 100
120800         GIVING WS-INCI-QUOT REMAINDER WS-PAY-DAY
120900     DIVIDE WS-INCI-QUOT BY 100
121000         GIVING WS-PAY-YEAR REMAINDER WS-PAY-MONTH
121100     COMPUTE WS-PAY-PERIOD = WS-PAY-YEAR * 100 + WS-PAY-MONTH
121200     IF WS-PAY-PERIOD NOT = WS-CAL-PERIOD
121300         PERFORM 3320-SET-CALENDAR THRU 3320-EXIT
121400     END-IF
121500     MOVE WS-PAY-DAY TO WS-CAL-SUB
121600     PERFORM 1540-TEST-ONE-DAY THRU 1540-EXIT
121700     IF NOT WS-CAL-IS-BUSINESS
121800         GO TO 3310-EXIT
121900     END-IF
122000     IF INCI-TYPE-ENFERMEDAD AND INCI-PAY-PCT NUMERIC
122100         COMPUTE WS-UNPAID-DAYS = WS-UNPAID-DAYS
122200             + (100 - INCI-PAY-PCT) / 100
122300     ELSE
122400         ADD 1 TO WS-UNPAID-DAYS
122500     END-IF.
122600 3310-EXIT.
122700     EXIT.
122800******************************************************************
122900* 3320-SET-CALENDAR - WEEKDAY OF THE 1ST AND HOLIDAYS OF THE
123000* MONTH IN WS-PAY-YEAR/WS-PAY-MONTH, FOR 1540.
123100******************************************************************
123200 3320-SET-CALENDAR.
123300     MOVE WS-PAY-PERIOD TO WS-CAL-PERIOD
123400     PERFORM 1620-COMPUTE-FIRST-WEEKDAY THRU 1620-EXIT
123500     MOVE ZERO TO PAY-HOLIDAY-CNT
123600     PERFORM 3330-PICK-ONE-HOLIDAY THRU 3330-EXIT
123700         VARYING HOLT-SUB FROM 1 BY 1
123800         UNTIL HOLT-SUB > HOLT-DAY-CNT.
123900 3320-EXIT.
124000     EXIT.
124100******************************************************************
124200* 3330-PICK-ONE-HOLIDAY - COPY ONE HOLCAL DAY OF THE MONTH INTO
124300* THE MONTH'S HOLIDAY TABLE.
124400******************************************************************
124500 3330-PICK-ONE-HOLIDAY.
124600     IF HOLT-TAB-YEAR(HOLT-SUB) NOT = WS-PAY-YEAR
124700         OR HOLT-TAB-MONTH(HOLT-SUB) NOT = WS-PAY-MONTH
124800         GO TO 3330-EXIT
124900     END-IF
125000     IF PAY-HOLIDAY-CNT = PAY-MAX-HOLIDAYS
125100         DISPLAY "PAY0120 - TABLA DE FERIADOS LLENA, SE"
125200             " OMITE EL DIA " HOLT-TAB-DAY(HOLT-SUB)
125300         GO TO 3330-EXIT
125400     END-IF
125500     ADD 1 TO PAY-HOLIDAY-CNT
125600     MOVE HOLT-TAB-DAY(HOLT-SUB)
125700         TO PAY-HOLIDAY-DAY(PAY-HOLIDAY-CNT).
125800 3330-EXIT.
125900     EXIT.
126000******************************************************************
126100* 3400-COMPUTE-AGUINALDO - FIFTEEN DAYS OF SALARY FOR A FULL
126200* YEAR, PRORATED BY THE DAYS OF SERVICE LESS THE UNPAID DAYS.
126300******************************************************************
126400 3400-COMPUTE-AGUINALDO.
126500     COMPUTE WS-PAID-DAYS = WS-SERVICE-DAYS - WS-UNPAID-DAYS
126600     IF WS-PAID-DAYS NOT > ZERO
126700         MOVE ZERO TO WS-AGUI-GROSS
126800         GO TO 3400-EXIT
126900     END-IF
127000     COMPUTE WS-AGUI-GROSS ROUNDED =
127100         WS-DAILY-RATE * PAY-AGUI-DAYS * WS-PAID-DAYS
127200         / WS-DAYS-IN-YEAR.
127300 3400-EXIT.
127400     EXIT.
127500******************************************************************
127660* 3500-GET-SENIORITY - THE YEARS OF SERVICE COMPLETED IN THE
127820* YEAR, SHOWN ON THE REGISTER NEXT TO THE VACATION DAYS TAKEN.
128000******************************************************************
128150 3500-GET-SENIORITY.
128300     DIVIDE WS-HIRE-DATE BY 10000 GIVING WS-HIRE-YEAR
128400     IF WS-HIRE-YEAR NOT < WS-BONUS-YEAR
128500         MOVE ZERO TO WS-SENIORITY-YEARS
128600         GO TO 3500-EXIT
128700     END-IF
129100     COMPUTE WS-SENIORITY-YEARS = WS-BONUS-YEAR - WS-HIRE-YEAR.
129500 3500-EXIT.
129600     EXIT.
129700******************************************************************
129800* 3600-COMPUTE-PRIMA-VAC - 25 PERCENT OF THE SALARY FOR THE
129900* VACATION DAYS TAKEN IN THE YEAR.
130000******************************************************************
130100 3600-COMPUTE-PRIMA-VAC.
130200     COMPUTE WS-PRIMA-GROSS ROUNDED =
130300         WS-DAILY-RATE * WS-VAC-DAYS * PAY-PRIMA-VAC-RATE.
130400 3600-EXIT.
130500     EXIT.
130600******************************************************************
130700* 3700-COMPUTE-BONUS-TAX - EACH BONUS IS EXEMPT UP TO ITS CAP IN
130800* DAYS OF UMA (30 FOR THE AGUINALDO, 15 FOR THE PRIMA). THE TAX
130900* ON THE TAXABLE REST IS WHAT IT ADDS TO THE TAX ON A MONTH'S
131000* SALARY UNDER THE DECEMBER BRACKETS, SPLIT BETWEEN THE TWO BY
131100* THEIR TAXABLE SHARES. WITH NO TAXTAB THE FLAT RATE APPLIES.
131200******************************************************************
131300 3700-COMPUTE-BONUS-TAX.
131400     COMPUTE WS-EXEMPT-CAP = WS-UMA-DAILY * PAY-AGUI-EXEMPT-UMA
131500     MOVE WS-AGUI-GROSS TO WS-AGUI-EXEMPT
131600     IF WS-AGUI-EXEMPT > WS-EXEMPT-CAP
131700         MOVE WS-EXEMPT-CAP TO WS-AGUI-EXEMPT
131800     END-IF
131900     COMPUTE WS-AGUI-TAXABLE = WS-AGUI-GROSS - WS-AGUI-EXEMPT
132000     COMPUTE WS-EXEMPT-CAP = WS-UMA-DAILY * PAY-PRIMA-EXEMPT-UMA
132100     MOVE WS-PRIMA-GROSS TO WS-PRIMA-EXEMPT
132200     IF WS-PRIMA-EXEMPT > WS-EXEMPT-CAP
132300         MOVE WS-EXEMPT-CAP TO WS-PRIMA-EXEMPT
132400     END-IF
132500     COMPUTE WS-PRIMA-TAXABLE = WS-PRIMA-GROSS - WS-PRIMA-EXEMPT
132600     COMPUTE WS-TOTAL-TAXABLE = WS-AGUI-TAXABLE + WS-PRIMA-TAXABLE
132700     MOVE ZERO TO WS-BONUS-TAX
132800     IF WS-TOTAL-TAXABLE > ZERO
132900         IF WS-TAX-TABLE-LOADED
133000             COMPUTE WS-GROSS-PAY =
133100                 WS-MONTHLY-SALARY + WS-TOTAL-TAXABLE
133200             PERFORM 2543-COMPUTE-BRACKET-TAX THRU 2543-EXIT
133300             MOVE WS-TAX-AMT TO WS-TAX-WITH-BONUS
133400             MOVE WS-MONTHLY-SALARY TO WS-GROSS-PAY
133500             PERFORM 2543-COMPUTE-BRACKET-TAX THRU 2543-EXIT
133600             COMPUTE WS-BONUS-TAX = WS-TAX-WITH-BONUS - WS-TAX-AMT
133700             IF WS-BONUS-TAX < ZERO
133800                 MOVE ZERO TO WS-BONUS-TAX
133900             END-IF
134000         ELSE
134100             COMPUTE WS-BONUS-TAX ROUNDED =
134200                 WS-TOTAL-TAXABLE * PAY-TAX-RATE
134300         END-IF
134400     END-IF
134500     MOVE ZERO TO WS-AGUI-TAX
134600     IF WS-BONUS-TAX > ZERO
134700         COMPUTE WS-AGUI-TAX ROUNDED =
134800             WS-BONUS-TAX * WS-AGUI-TAXABLE / WS-TOTAL-TAXABLE
134900     END-IF
135000     COMPUTE WS-PRIMA-TAX = WS-BONUS-TAX - WS-AGUI-TAX
135100     COMPUTE WS-AGUI-NET = WS-AGUI-GROSS - WS-AGUI-TAX
135200     COMPUTE WS-PRIMA-NET = WS-PRIMA-GROSS - WS-PRIMA-TAX
135300     COMPUTE WS-EMP-NET = WS-AGUI-NET + WS-PRIMA-NET.
135400 3700-EXIT.
135500     EXIT.
135600******************************************************************
135700* 3800-WRITE-DETAIL-LINES - THE EMPLOYEE'S DAYS, RATE AND THE
135800* TWO BONUSES WITH THEIR EXEMPT PART AND TAX.
135900******************************************************************
136000 3800-WRITE-DETAIL-LINES.
136100     MOVE WS-HIRE-DATE TO WS-DTL-HIRE
136200     MOVE WS-SERVICE-DAYS TO WS-DTL-SERVICE
136300     MOVE WS-UNPAID-DAYS TO WS-DTL-UNPAID
136400     MOVE WS-SENIORITY-YEARS TO WS-DTL-YEARS
136500     MOVE WS-VAC-DAYS TO WS-DTL-VAC
136600     MOVE WS-DAILY-RATE TO WS-DTL-DAILY
136700     MOVE WS-DETAIL-LINE TO WS-RPT-TEXT
136800     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
136900     MOVE "AGUINALDO" TO WS-AMT-LABEL
137000     MOVE WS-AGUI-GROSS TO WS-AMT-EDITED
137100     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
137200     MOVE "  EXENTO" TO WS-AMT-LABEL
137300     MOVE WS-AGUI-EXEMPT TO WS-AMT-EDITED
137400     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
137500     MOVE "  IMPUESTO" TO WS-AMT-LABEL
137600     MOVE WS-AGUI-TAX TO WS-AMT-EDITED
137700     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
137800     MOVE "PRIMA VACACIONAL" TO WS-AMT-LABEL
137900     MOVE WS-PRIMA-GROSS TO WS-AMT-EDITED
138000     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
138100     MOVE "  EXENTO" TO WS-AMT-LABEL
138200     MOVE WS-PRIMA-EXEMPT TO WS-AMT-EDITED
138300     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
138400     MOVE "  IMPUESTO" TO WS-AMT-LABEL
138500     MOVE WS-PRIMA-TAX TO WS-AMT-EDITED
138600     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
138700     ADD WS-AGUI-GROSS TO WS-RUN-AGUI
138800     ADD WS-PRIMA-GROSS TO WS-RUN-PRIMA
138900     COMPUTE WS-RUN-EXEMPT =
139000         WS-RUN-EXEMPT + WS-AGUI-EXEMPT + WS-PRIMA-EXEMPT
139100     ADD WS-BONUS-TAX TO WS-RUN-TAX.
139200 3800-EXIT.
139300     EXIT.
139400******************************************************************
139500* 3900-WRITE-EMP-TOTALS - CLOSE THE EMPLOYEE'S SECTION: THE NET,
139600* AND IN PAY MODE THE GARNISHMENT AND THE BANK SHARE.
139700******************************************************************
139800 3900-WRITE-EMP-TOTALS.
139900     IF NOT WS-MODE-PAY
140000         MOVE "NETO ANTES DE EMBARGOS" TO WS-AMT-LABEL
140100         MOVE WS-EMP-NET TO WS-AMT-EDITED
140200         PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
140300         ADD WS-EMP-NET TO WS-RUN-NET
140400         MOVE "    PENDIENTE DE APROBACION - NO SE PAGO"
140500             TO WS-RPT-TEXT
140600         PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
140700         GO TO 3900-EXIT
140800     END-IF
140900     MOVE "EMBARGOS" TO WS-AMT-LABEL
141000     MOVE WS-GARNISH-TOTAL TO WS-AMT-EDITED
141100     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
141200     MOVE "NETO ABONADO A FONDOS" TO WS-AMT-LABEL
141300     COMPUTE WS-AMT-EDITED = WS-AGUI-NET + WS-PRIMA-NET
141400     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
141500     MOVE "DISPERSADO AL BANCO" TO WS-AMT-LABEL
141600     MOVE WS-EMP-DISPERSED TO WS-AMT-EDITED
141700     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
141800     ADD 1 TO WS-PAID-EMP-CNT
141900     ADD WS-GARNISH-TOTAL TO WS-RUN-GARNISH
142000     COMPUTE WS-RUN-NET = WS-RUN-NET + WS-AGUI-NET + WS-PRIMA-NET
142100     ADD WS-EMP-DISPERSED TO WS-RUN-DISPERSED.
142200 3900-EXIT.
142300     EXIT.
142400******************************************************************
142500* 4000-POST-BONUS - PAY THE TWO BONUSES. ONLY ORDERS THAT COVER
142600* BONUSES ARE GARNISHED, OUT OF THE AGUINALDO NET FIRST; EACH
142700* BONUS THEN POSTS ITS OWN ENTRY, PAYABLE ON DECEMBER 20TH, AND
142800* THE BANK SHARE OF WHAT REACHED FONDOS IS DISPERSED.
142900******************************************************************
143000 4000-POST-BONUS.
143100     IF WS-GARN-OPEN
143200         PERFORM 4100-APPLY-GARNISH-ORDERS THRU 4100-EXIT
143300     END-IF
143400     MOVE WS-GARNISH-TOTAL TO WS-AGUI-GARNISH
143500     IF WS-AGUI-GARNISH > WS-AGUI-NET
143600         MOVE WS-AGUI-NET TO WS-AGUI-GARNISH
143700     END-IF
143800     COMPUTE WS-PRIMA-GARNISH = WS-GARNISH-TOTAL - WS-AGUI-GARNISH
143900     SUBTRACT WS-AGUI-GARNISH FROM WS-AGUI-NET
144000     SUBTRACT WS-PRIMA-GARNISH FROM WS-PRIMA-NET
144100
144200     IF WS-AGUI-GROSS > ZERO
144300         ADD WS-AGUI-NET TO FONDOS
144400         PERFORM 8800-REWRITE-EMPMAST THRU 8800-EXIT
144500         MOVE "AGUINALDO" TO WS-LEDGER-TYPE
144600         MOVE WS-AGUI-GROSS TO WS-LEDGER-GROSS-AMT
144700         MOVE WS-AGUI-TAX TO WS-LEDGER-TAX-AMT
144800         MOVE ZERO TO WS-LEDGER-BENEFITS-AMT
144900         MOVE WS-AGUI-GARNISH TO WS-LEDGER-GARNISH-AMT
145000         MOVE WS-AGUI-NET TO WS-LEDGER-NET-AMT
145100         PERFORM 8200-WRITE-LEDGER-RECORD THRU 8200-EXIT
145200     END-IF
145300     IF WS-PRIMA-GROSS > ZERO
145400         ADD WS-PRIMA-NET TO FONDOS
145500         PERFORM 8800-REWRITE-EMPMAST THRU 8800-EXIT
145600         MOVE "PRIMAVAC" TO WS-LEDGER-TYPE
145700         MOVE WS-PRIMA-GROSS TO WS-LEDGER-GROSS-AMT
145800         MOVE WS-PRIMA-TAX TO WS-LEDGER-TAX-AMT
145900         MOVE ZERO TO WS-LEDGER-BENEFITS-AMT
146000         MOVE WS-PRIMA-GARNISH TO WS-LEDGER-GARNISH-AMT
146100         MOVE WS-PRIMA-NET TO WS-LEDGER-NET-AMT
146200         PERFORM 8200-WRITE-LEDGER-RECORD THRU 8200-EXIT
146300     END-IF
146400     IF WS-BANK-OPEN
146500         PERFORM 4300-DISPERSE-TO-BANK THRU 4300-EXIT
146600     END-IF
146700     DISPLAY "PAY0120 - AGUINALDO DE " EMP-ID ": "
146800         WS-AGUI-GROSS " PRIMA " WS-PRIMA-GROSS
146900         " EMBARGO " WS-GARNISH-TOTAL " FONDOS " FONDOS.
147000 4000-EXIT.
147100     EXIT.
147200******************************************************************
147300* 4100-APPLY-GARNISH-ORDERS - LOAD THE EMPLOYEE'S OPEN ORDERS
147400* THAT COVER BONUSES AND TAKE ONE PER-PERIOD CUT OF EACH,
147500* PRIORITY 1 FIRST, OUT OF THE BONUS NET. LEAVES THE TOTAL IN
147600* WS-GARNISH-TOTAL.
147700******************************************************************
147800 4100-APPLY-GARNISH-ORDERS.
147900     MOVE ZERO TO WS-GARNISH-TOTAL
148000     MOVE ZERO TO GRN-ORDER-CNT
148100     MOVE WS-EMP-NET TO WS-GARNISH-AVAIL
148200     IF WS-GARNISH-AVAIL NOT > ZERO
148300         GO TO 4100-EXIT
148400     END-IF
148500     MOVE "N" TO WS-EOF-GARN-SW
148600     MOVE EMP-ID TO GARN-EMP-ID
148700     MOVE LOW-VALUES TO GARN-ORDER-NO
148800     START GARN-ORDER-FILE KEY NOT < GARN-KEY
148900         INVALID KEY
149000             MOVE "Y" TO WS-EOF-GARN-SW
149100     END-START
149200     PERFORM 4110-LOAD-ONE-ORDER THRU 4110-EXIT
149300         UNTIL WS-EOF-GARN
149400     IF GRN-ORDER-CNT = ZERO
149500         GO TO 4100-EXIT
149600     END-IF
149700     PERFORM 4120-APPLY-PRIORITY-LEVEL THRU 4120-EXIT
149800         VARYING WS-GARN-PRI FROM 1 BY 1
149900         UNTIL WS-GARN-PRI > 9.
150000 4100-EXIT.
150100     EXIT.
150200******************************************************************
150300* 4110-LOAD-ONE-ORDER - ONE STEP OF THE ORDER SCAN, AS PAY0100'S
150400* 2527, PASSING OVER ORDERS THAT DO NOT REACH BONUSES.
150500******************************************************************
150600 4110-LOAD-ONE-ORDER.
150700     READ GARN-ORDER-FILE NEXT RECORD
150800         AT END
150900             MOVE "Y" TO WS-EOF-GARN-SW
151000     END-READ
151100     IF WS-EOF-GARN
151200         GO TO 4110-EXIT
151300     END-IF
151400     IF GARN-EMP-ID NOT = EMP-ID
151500         MOVE "Y" TO WS-EOF-GARN-SW
151600         GO TO 4110-EXIT
151700     END-IF
151800     IF NOT GARN-STATUS-OPEN OR NOT GARN-COVERS-BONUS
151900         GO TO 4110-EXIT
152000     END-IF
152100     IF GRN-ORDER-CNT = GRN-MAX-ORDERS
152200         DISPLAY "PAY0120 - MAS DE " GRN-MAX-ORDERS
152300             " ORDENES PARA " EMP-ID ", LAS DEMAS ESPERAN"
152400         GO TO 4110-EXIT
152500     END-IF
152600     ADD 1 TO GRN-ORDER-CNT
152700     MOVE GARN-ORDER-NO TO GRN-TAB-ORDER-NO(GRN-ORDER-CNT)
152800     MOVE GARN-PAYEE TO GRN-TAB-PAYEE(GRN-ORDER-CNT)
152900     MOVE GARN-PER-PERIOD-AMT TO GRN-TAB-PER-AMT(GRN-ORDER-CNT)
153000     MOVE GARN-REMAINING-AMT TO GRN-TAB-REMAINING(GRN-ORDER-CNT)
153100     MOVE GARN-PRIORITY TO GRN-TAB-PRIORITY(GRN-ORDER-CNT).
153200 4110-EXIT.
153300     EXIT.
153400******************************************************************
153500* 4120-APPLY-PRIORITY-LEVEL - EVERY LOADED ORDER AT THE LEVEL IN
153600* WS-GARN-PRI, IN KEY ORDER.
153700******************************************************************
153800 4120-APPLY-PRIORITY-LEVEL.
153900     PERFORM 4130-APPLY-ONE-ORDER THRU 4130-EXIT
154000         VARYING GRN-SUB FROM 1 BY 1
154100         UNTIL GRN-SUB > GRN-ORDER-CNT.
154200 4120-EXIT.
154300     EXIT.
154400******************************************************************
154500* 4130-APPLY-ONE-ORDER - ONE ORDER'S CUT: THE PER-PERIOD AMOUNT
154600* CAPPED BY ITS REMAINING BALANCE AND BY THE BONUS NET LEFT.
154700* GARNORD IS REREAD AND REWRITTEN AND THE CUT GOES INTO THE
154800* PAYEE REMITTANCE TABLE, AS IN PAY0100'S 2531.
154900******************************************************************
155000 4130-APPLY-ONE-ORDER.
155100     IF GRN-TAB-PRIORITY(GRN-SUB) NOT = WS-GARN-PRI
155200         GO TO 4130-EXIT
155300     END-IF
155400     IF WS-GARNISH-AVAIL NOT > ZERO
155500         GO TO 4130-EXIT
155600     END-IF
155700     MOVE GRN-TAB-PER-AMT(GRN-SUB) TO WS-GARN-DED
155800     IF WS-GARN-DED > GRN-TAB-REMAINING(GRN-SUB)
155900         MOVE GRN-TAB-REMAINING(GRN-SUB) TO WS-GARN-DED
156000     END-IF
156100     IF WS-GARN-DED > WS-GARNISH-AVAIL
156200         MOVE WS-GARNISH-AVAIL TO WS-GARN-DED
156300     END-IF
156400     IF WS-GARN-DED NOT > ZERO
156500         GO TO 4130-EXIT
156600     END-IF
156700
156800     MOVE EMP-ID TO GARN-EMP-ID
156900     MOVE GRN-TAB-ORDER-NO(GRN-SUB) TO GARN-ORDER-NO
157000     READ GARN-ORDER-FILE
157100         INVALID KEY
157200             DISPLAY "PAY0120 - ORDEN " GARN-ORDER-NO
157300                 " DESAPARECIO PARA " EMP-ID ", SE OMITE"
157400             GO TO 4130-EXIT
157500     END-READ
157600     SUBTRACT WS-GARN-DED FROM GARN-REMAINING-AMT
157700     IF GARN-REMAINING-AMT NOT > ZERO
157800         SET GARN-STATUS-PAID TO TRUE
157900         DISPLAY "PAY0120 - ORDEN " GARN-ORDER-NO " DE " EMP-ID
158000             " SALDADA"
158100     END-IF
158200     REWRITE GARN-RECORD
158300     IF WS-GARN-STATUS NOT = "00"
158400         DISPLAY "PAY0120 - NO SE PUDO GRABAR GARNORD, ESTADO "
158500             WS-GARN-STATUS
158600     END-IF
158700
158800     ADD WS-GARN-DED TO WS-GARNISH-TOTAL
158900     SUBTRACT WS-GARN-DED FROM WS-GARNISH-AVAIL
159000     MOVE GRN-TAB-PAYEE(GRN-SUB) TO WS-REM-PAYEE
159040     PERFORM 8600-ACCUMULATE-REMIT THRU 8600-EXIT
159080     IF WS-DED-OPEN
159120         PERFORM 4140-WRITE-DEDUCTION-DETAIL THRU 4140-EXIT
159160     END-IF.
159200 4130-EXIT.
159300     EXIT.
159304******************************************************************
159308* 4140-WRITE-DEDUCTION-DETAIL - KEEP THE ORDER'S CUT ON DEDDET
159312* UNDER THE BONUS PAYDAY, FOR THE CFDI RECEIPT THAT COVERS THE
159316* AGUINALDO AND PRIMA VACACIONAL TOGETHER.
159320******************************************************************
159324 4140-WRITE-DEDUCTION-DETAIL.
159328     MOVE SPACES TO DED-RECORD
159332     MOVE EMP-ID TO DED-EMP-ID
159336     MOVE WS-BONUS-PAY-DATE TO DED-PAY-DATE
159340     SET DED-SOURCE-BONO TO TRUE
159344     SET DED-KIND-GARNISH TO TRUE
159348     MOVE GRN-TAB-ORDER-NO(GRN-SUB) TO DED-REF-NO
159352     MOVE GRN-TAB-PAYEE(GRN-SUB) TO DED-PAYEE
159356     MOVE WS-GARN-DED TO DED-AMOUNT
159360     WRITE DED-RECORD
159364         INVALID KEY
159368             REWRITE DED-RECORD
159372                 INVALID KEY
159376                     DISPLAY "PAY0120 - NO SE PUDO GRABAR DEDDET "
159380                         EMP-ID " ESTADO " WS-DED-STATUS
159384             END-REWRITE
159388     END-WRITE.
159392 4140-EXIT.
159396     EXIT.
159400******************************************************************
159500* 4300-DISPERSE-TO-BANK - ROUTE THE BANKMAST SHARE OF THE BONUS
159600* NET OFF FONDOS AND INTO THIS RUN'S BANK BATCH, AS PAY0100'S
159670* 2533 DOES FOR THE NOMINA. NO BANKMAST RECORD, A ZERO PERCENT,
159740* AN ACCOUNT FLAGGED WITH A BANK RETURN (PAY0125) OR A FULL
159810* BATCH TABLE LEAVE THE WHOLE NET ON FONDOS.
159900******************************************************************
160000 4300-DISPERSE-TO-BANK.
160100     MOVE EMP-ID TO BANK-EMP-ID
160200     READ BANK-ACCT-FILE
160300         INVALID KEY
160400             GO TO 4300-EXIT
160500     END-READ
160600     IF BANK-DISP-PCT NOT NUMERIC OR BANK-DISP-PCT = ZERO
160700         GO TO 4300-EXIT
160800     END-IF
160810     IF BANK-RETURNED
160820         DISPLAY "PAY0120 - LA CUENTA DE " EMP-ID " TIENE UNA"
160830             " DEVOLUCION BANCARIA DEL " BANK-RETURN-DATE
160840             ", EL NETO SE QUEDA EN FONDOS"
160850         GO TO 4300-EXIT
160860     END-IF
160900     COMPUTE WS-BANK-AMT ROUNDED =
161000         (WS-AGUI-NET + WS-PRIMA-NET) * BANK-DISP-PCT / 100
161100     IF WS-BANK-AMT > FONDOS
161200         MOVE FONDOS TO WS-BANK-AMT
161300     END-IF
161400     IF WS-BANK-AMT NOT > ZERO
161500         GO TO 4300-EXIT
161600     END-IF
161700     IF DSP-ENTRY-CNT = DSP-MAX-EMPLOYEES
161800         DISPLAY "PAY0120 - TABLA DE DISPERSION LLENA, EL NETO"
161900             " DE " EMP-ID " SE QUEDA EN FONDOS"
162000         GO TO 4300-EXIT
162100     END-IF
162200     SUBTRACT WS-BANK-AMT FROM FONDOS
162300     PERFORM 8800-REWRITE-EMPMAST THRU 8800-EXIT
162400     MOVE "DISPERSION" TO WS-LEDGER-TYPE
162500     MOVE WS-BANK-AMT TO WS-LEDGER-GROSS-AMT
162600     MOVE WS-BANK-AMT TO WS-LEDGER-NET-AMT
162700     MOVE ZERO TO WS-LEDGER-TAX-AMT WS-LEDGER-BENEFITS-AMT
162800         WS-LEDGER-GARNISH-AMT
162900     PERFORM 8200-WRITE-LEDGER-RECORD THRU 8200-EXIT
163000     ADD 1 TO DSP-ENTRY-CNT
163100     MOVE EMP-ID TO DSP-TAB-EMP-ID(DSP-ENTRY-CNT)
163200     MOVE BANK-CODE TO DSP-TAB-BANK-CODE(DSP-ENTRY-CNT)
163300     MOVE BANK-CLABE TO DSP-TAB-CLABE(DSP-ENTRY-CNT)
163400     MOVE WS-BANK-AMT TO DSP-TAB-AMOUNT(DSP-ENTRY-CNT)
163500     MOVE WS-BANK-AMT TO WS-EMP-DISPERSED.
163600 4300-EXIT.
163700     EXIT.
163800******************************************************************
163900* 7000-WRITE-RUN-TOTALS - THE REGISTER'S CLOSING COUNTS AND
164000* AMOUNTS; IN REPORT MODE, THE LINE FOR HR'S APPROVAL.
164100******************************************************************
164200 7000-WRITE-RUN-TOTALS.
164300     MOVE WS-PAGE-SEP TO WS-RPT-TEXT
164400     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
164500     MOVE SPACES TO WS-RPT-TEXT
164600     MOVE WS-EMPLOYEE-CNT TO WS-CNT-DISPLAY
164700     STRING "EMPLEADOS ACTIVOS: " WS-CNT-DISPLAY
164800         DELIMITED BY SIZE INTO WS-RPT-TEXT
164900     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
165000     MOVE SPACES TO WS-RPT-TEXT
165100     MOVE WS-ALREADY-PAID-CNT TO WS-CNT-DISPLAY
165200     STRING "YA PAGADOS ANTES: " WS-CNT-DISPLAY
165300         DELIMITED BY SIZE INTO WS-RPT-TEXT
165400     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
165500     MOVE SPACES TO WS-RPT-TEXT
165600     MOVE WS-NO-COMP-CNT TO WS-CNT-DISPLAY
165700     STRING "SIN SALARIO EN EMPCOMP: " WS-CNT-DISPLAY
165800         DELIMITED BY SIZE INTO WS-RPT-TEXT
165900     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
166000     MOVE SPACES TO WS-RPT-TEXT
166100     MOVE WS-INACTIVE-CNT TO WS-CNT-DISPLAY
166200     STRING "INACTIVOS, VER FINIQUITO: " WS-CNT-DISPLAY
166300         DELIMITED BY SIZE INTO WS-RPT-TEXT
166400     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
166500     MOVE "TOTAL AGUINALDO" TO WS-AMT-LABEL
166600     MOVE WS-RUN-AGUI TO WS-AMT-EDITED
166700     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
166800     MOVE "TOTAL PRIMA VACACIONAL" TO WS-AMT-LABEL
166900     MOVE WS-RUN-PRIMA TO WS-AMT-EDITED
167000     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
167100     MOVE "TOTAL EXENTO" TO WS-AMT-LABEL
167200     MOVE WS-RUN-EXEMPT TO WS-AMT-EDITED
167300     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
167400     MOVE "TOTAL IMPUESTO" TO WS-AMT-LABEL
167500     MOVE WS-RUN-TAX TO WS-AMT-EDITED
167600     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
167700     IF WS-MODE-PAY
167800         MOVE SPACES TO WS-RPT-TEXT
167900         MOVE WS-PAID-EMP-CNT TO WS-CNT-DISPLAY
168000         STRING "EMPLEADOS PAGADOS: " WS-CNT-DISPLAY
168100             DELIMITED BY SIZE INTO WS-RPT-TEXT
168200         PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
168300         MOVE "TOTAL EMBARGOS" TO WS-AMT-LABEL
168400         MOVE WS-RUN-GARNISH TO WS-AMT-EDITED
168500         PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
168600         MOVE "TOTAL NETO A FONDOS" TO WS-AMT-LABEL
168700         MOVE WS-RUN-NET TO WS-AMT-EDITED
168800         PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
168900         MOVE "TOTAL DISPERSADO" TO WS-AMT-LABEL
169000         MOVE WS-RUN-DISPERSED TO WS-AMT-EDITED
169100         PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
169200     ELSE
169300         MOVE "TOTAL NETO ANTES DE EMBARGOS" TO WS-AMT-LABEL
169400         MOVE WS-RUN-NET TO WS-AMT-EDITED
169500         PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
169600         MOVE "FIRMA DE APROBACION RH: ____________________"
169700             TO WS-RPT-TEXT
169800         PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
169900     END-IF.
170000 7000-EXIT.
170100     EXIT.
170200******************************************************************
170300* 7500-WRITE-REMITTANCE - ADD THIS RUN'S GARNISHMENT TO GARNREM.
170400* THE FILE IS EXTENDED, NOT REPLACED, SO A REMITTANCE THE NOMINA
170500* LEFT THERE AND NOBODY HAS SENT YET SURVIVES.
170600******************************************************************
170700 7500-WRITE-REMITTANCE.
170800     IF REM-PAYEE-CNT = ZERO
170900         GO TO 7500-EXIT
171000     END-IF
171100     OPEN EXTEND GARN-REMIT-FILE
171200     IF WS-GARNREM-STATUS = "35"
171300         OPEN OUTPUT GARN-REMIT-FILE
171400     END-IF
171500     IF WS-GARNREM-STATUS NOT = "00"
171600         DISPLAY "PAY0120 - NO SE PUDO ABRIR GARNREM, ESTADO "
171700             WS-GARNREM-STATUS
171800         GO TO 7500-EXIT
171900     END-IF
172000     PERFORM 7510-WRITE-ONE-REMIT THRU 7510-EXIT
172100         VARYING REM-SUB FROM 1 BY 1
172200         UNTIL REM-SUB > REM-PAYEE-CNT
172300     CLOSE GARN-REMIT-FILE.
172400 7500-EXIT.
172500     EXIT.
172600******************************************************************
172700* 7510-WRITE-ONE-REMIT - ONE PAYEE'S REMITTANCE RECORD AND
172800* CONSOLE LINE.
172900******************************************************************
173000 7510-WRITE-ONE-REMIT.
173100     MOVE SPACES TO REMIT-RECORD
173200     MOVE WS-TODAY-DATE TO REM-DATE
173300     MOVE REM-TAB-PAYEE(REM-SUB) TO REM-PAYEE
173400     MOVE REM-TAB-AMOUNT(REM-SUB) TO REM-AMOUNT
173500     WRITE REMIT-RECORD
173600     DISPLAY "PAY0120 - REMITIR A " REM-TAB-PAYEE(REM-SUB) ": "
173700         REM-TAB-AMOUNT(REM-SUB).
173800 7510-EXIT.
173900     EXIT.
174000******************************************************************
174100* 7600-WRITE-DISPERSION - ADD THE BONUS BATCH TO BANKDISP: ITS
174200* OWN HEADER, ONE DETAIL PER EMPLOYEE ROUTED AND A TRAILER WITH
174300* COUNT AND HASH, LAID OUT AS PAY0100'S 4500. THE FILE IS
174400* EXTENDED SO THE CYCLE'S NOMINA BATCH, IF NOT YET SENT, STAYS
174500* AHEAD OF IT. NOTHING IS WRITTEN WHEN NOTHING WAS ROUTED.
174600******************************************************************
174700 7600-WRITE-DISPERSION.
174800     IF DSP-ENTRY-CNT = ZERO
174900         GO TO 7600-EXIT
175000     END-IF
175100     OPEN EXTEND BANK-DISP-FILE
175200     IF WS-BANKDISP-STATUS = "35"
175300         OPEN OUTPUT BANK-DISP-FILE
175400     END-IF
175500     IF WS-BANKDISP-STATUS NOT = "00"
175600         DISPLAY "PAY0120 - NO SE PUDO ABRIR BANKDISP, ESTADO "
175700             WS-BANKDISP-STATUS " - DISPERSION A MANO"
175800         GO TO 7600-EXIT
175900     END-IF
176000     MOVE WS-TODAY-DATE TO WS-DSPH-DATE
176100     MOVE WS-DSP-HEADER TO DISP-RECORD
176200     WRITE DISP-RECORD
176300     MOVE ZERO TO WS-DSPT-AMT-HASH
176400     PERFORM 7610-WRITE-ONE-DISP THRU 7610-EXIT
176500         VARYING DSP-SUB FROM 1 BY 1
176600         UNTIL DSP-SUB > DSP-ENTRY-CNT
176700     MOVE DSP-ENTRY-CNT TO WS-DSPT-COUNT
176800     MOVE WS-DSP-TRAILER TO DISP-RECORD
176900     WRITE DISP-RECORD
177000     CLOSE BANK-DISP-FILE
177100     DISPLAY "PAY0120 - DISPERSION BANCARIA, DETALLES: "
177200         DSP-ENTRY-CNT.
177300 7600-EXIT.
177400     EXIT.
177500******************************************************************
177600* 7610-WRITE-ONE-DISP - ONE EMPLOYEE'S DISPERSION DETAIL RECORD,
177700* ROLLING ITS AMOUNT INTO THE TRAILER HASH TOTAL.
177800******************************************************************
177900 7610-WRITE-ONE-DISP.
178000     MOVE DSP-TAB-EMP-ID(DSP-SUB) TO WS-DSPD-EMP-ID
178100     MOVE DSP-TAB-BANK-CODE(DSP-SUB) TO WS-DSPD-BANK-CODE
178200     MOVE DSP-TAB-CLABE(DSP-SUB) TO WS-DSPD-CLABE
178300     MOVE DSP-TAB-AMOUNT(DSP-SUB) TO WS-DSPD-AMOUNT
178400     ADD DSP-TAB-AMOUNT(DSP-SUB) TO WS-DSPT-AMT-HASH
178500     MOVE WS-DSP-DETAIL TO DISP-RECORD
178600     WRITE DISP-RECORD.
178700 7610-EXIT.
178800     EXIT.
180800******************************************************************
180900* 1524-CHECK-ONE-HOLIDAY - IF THE CURRENT HOLIDAY TABLE ENTRY
181000* MATCHES WS-CAL-SUB, THE DAY IS NOT A BUSINESS DAY.
181100******************************************************************
181200 1524-CHECK-ONE-HOLIDAY.
181300     IF PAY-HOLIDAY-DAY(WS-HOL-SUB) = WS-CAL-SUB
181400             AND PAY-HOLIDAY-DAY(WS-HOL-SUB) NOT = ZERO
181500         MOVE 'N' TO WS-CAL-IS-BUSINESS-SW
181600     END-IF.
181700 1524-EXIT.
181800     EXIT.
181900******************************************************************
182000* 1540-TEST-ONE-DAY - CLASSIFY THE CALENDAR DAY IN WS-CAL-SUB AS
182100* BUSINESS OR NOT (MONDAY-FRIDAY AND NOT A HOLIDAY).
182200******************************************************************
182300 1540-TEST-ONE-DAY.
182400     MOVE 'Y' TO WS-CAL-IS-BUSINESS-SW
182500     COMPUTE WS-CAL-DOW-CALC =
182600         WS-FIRST-WEEKDAY - 1 + WS-CAL-SUB - 1
182700     DIVIDE WS-CAL-DOW-CALC BY 7
182800         GIVING WS-LEAP-QUOTIENT REMAINDER WS-CAL-DOW-REM
182900     COMPUTE WS-CAL-DOW = WS-CAL-DOW-REM + 1
183000     IF WS-CAL-DOW > 5
183100         MOVE 'N' TO WS-CAL-IS-BUSINESS-SW
183200     END-IF
183300     IF WS-CAL-IS-BUSINESS
183400         PERFORM 1524-CHECK-ONE-HOLIDAY THRU 1524-EXIT
183500             VARYING WS-HOL-SUB FROM 1 BY 1
183600             UNTIL WS-HOL-SUB > PAY-HOLIDAY-CNT
183700     END-IF.
183800 1540-EXIT.
183900     EXIT.
184000******************************************************************
184100* 1620-COMPUTE-FIRST-WEEKDAY - THE DAY OF THE WEEK THE 1ST OF
184200* WS-PAY-YEAR/WS-PAY-MONTH FALLS ON (1=LUN..7=DOM), ZELLER'S
184300* CONGRUENCE AS IN PAY0100.
184400******************************************************************
184500 1620-COMPUTE-FIRST-WEEKDAY.
184600     MOVE WS-PAY-MONTH TO WS-ZEL-MONTH
184700     MOVE WS-PAY-YEAR TO WS-ZEL-YEAR
184800     IF WS-ZEL-MONTH < 3
184900         ADD 12 TO WS-ZEL-MONTH
185000         SUBTRACT 1 FROM WS-ZEL-YEAR
185100     END-IF
185200     DIVIDE WS-ZEL-YEAR BY 100
185300         GIVING WS-ZEL-CENT REMAINDER WS-ZEL-YY
185400     COMPUTE WS-ZEL-T1 = 13 * (WS-ZEL-MONTH + 1)
185500     DIVIDE WS-ZEL-T1 BY 5 GIVING WS-ZEL-T1
185600     DIVIDE WS-ZEL-YY BY 4 GIVING WS-ZEL-T2
185700     DIVIDE WS-ZEL-CENT BY 4 GIVING WS-ZEL-T3
185800     COMPUTE WS-ZEL-WORK = 1 + WS-ZEL-T1 + WS-ZEL-YY
185900         + WS-ZEL-T2 + WS-ZEL-T3 + 5 * WS-ZEL-CENT
186000     DIVIDE WS-ZEL-WORK BY 7
186100         GIVING WS-ZEL-T1 REMAINDER WS-ZEL-H
186200     COMPUTE WS-ZEL-WORK = WS-ZEL-H + 5
186300     DIVIDE WS-ZEL-WORK BY 7
186400         GIVING WS-ZEL-T1 REMAINDER WS-ZEL-H
186500     COMPUTE WS-FIRST-WEEKDAY = WS-ZEL-H + 1.
186600 1620-EXIT.
186700     EXIT.
186800******************************************************************
186900* 2543-COMPUTE-BRACKET-TAX - TAX ON WS-GROSS-PAY: THE
187000* BRACKET'S FIXED QUOTA PLUS ITS RATE ON THE EXCESS OVER THE
187100* LOWER BOUND, AS IN PAY0100. A GROSS NO BRACKET COVERS FALLS
187200* BACK TO THE FLAT RATE.
187300******************************************************************
187400 2543-COMPUTE-BRACKET-TAX.
187500     MOVE "N" TO TAXB-FOUND-SW
187600     PERFORM 2547-TEST-ONE-BRACKET THRU 2547-EXIT
187700         VARYING TAXB-SUB FROM 1 BY 1
187800         UNTIL TAXB-FOUND OR TAXB-SUB > TAXB-BRACKET-CNT
187900     IF TAXB-FOUND
188000         COMPUTE WS-TAX-AMT ROUNDED =
188100             TAXB-TAB-QUOTA(TAXB-CUR-SUB)
188200             + (WS-GROSS-PAY - TAXB-TAB-LOWER(TAXB-CUR-SUB))
188300             * TAXB-TAB-RATE(TAXB-CUR-SUB)
188400     ELSE
188500         DISPLAY "PAY0120 - SIN TRAMO PARA BRUTO " WS-GROSS-PAY
188600             " DE " EMP-ID ", SE USA LA TASA FIJA"
188700         COMPUTE WS-TAX-AMT ROUNDED =
188800             WS-GROSS-PAY * PAY-TAX-RATE
188900     END-IF.
189000 2543-EXIT.
189100     EXIT.
189200******************************************************************
189300* 2547-TEST-ONE-BRACKET - ONE STEP OF THE BRACKET SEARCH. LEAVES
189400* THE MATCHING SUBSCRIPT IN TAXB-CUR-SUB.
189500******************************************************************
189600 2547-TEST-ONE-BRACKET.
189700     IF WS-GROSS-PAY NOT < TAXB-TAB-LOWER(TAXB-SUB)
189800         AND (TAXB-TAB-UPPER(TAXB-SUB) = ZERO
189900             OR WS-GROSS-PAY < TAXB-TAB-UPPER(TAXB-SUB))
190000         SET TAXB-FOUND TO TRUE
190100         MOVE TAXB-SUB TO TAXB-CUR-SUB
190200     END-IF.
190300 2547-EXIT.
190400     EXIT.
190500******************************************************************
190600* 8100-WRITE-AUDIT-RECORD - ONE AUDIT ENTRY PER BONUS OR BANK
190700* POSTING, CARRYING THE OPERATOR WHO RAN THE PAYMENT. CALLER
190800* SETS AUD-ACTION.
190900******************************************************************
191000 8100-WRITE-AUDIT-RECORD.
191100     IF NOT WS-AUDIT-OPEN
191200         GO TO 8100-EXIT
191300     END-IF
191400     MOVE EMP-ID                 TO AUD-EMP-ID
191500     MOVE WS-OPERATOR-ID         TO AUD-OPERATOR-ID
191600     MOVE WS-TODAY-YEAR          TO AUD-YEAR
191700     MOVE WS-TODAY-MONTH         TO AUD-MONTH
191800     MOVE WS-TODAY-DAY           TO AUD-DAY
191900     SET AUD-RESULT-OK           TO TRUE
192000     MOVE SPACES                 TO AUD-REASON
192100     STRING "AGUINALDO Y PRIMA VAC " WS-BONUS-YEAR
192200         DELIMITED BY SIZE INTO AUD-REASON
192300     WRITE AUDIT-RECORD.
192400 8100-EXIT.
192500     EXIT.
192600******************************************************************
192700* 8200-WRITE-LEDGER-RECORD - POST ONE ENTRY, DATED TODAY AND
192800* PAYABLE ON THE YEAR'S BONUS PAYDAY, ROLL IT INTO LEDGSUM AND
192900* AUDIT IT. CALLERS SET WS-LEDGER-TYPE, THE WS-LEDGER-xxx-AMT
193000* FIELDS AND FONDOS.
193100******************************************************************
193200 8200-WRITE-LEDGER-RECORD.
193300     MOVE EMP-ID                 TO LEDG-EMP-ID
193400     MOVE WS-TODAY-YEAR          TO LEDG-TRAN-YEAR
193500     MOVE WS-TODAY-MONTH         TO LEDG-TRAN-MONTH
193600     MOVE WS-TODAY-DAY           TO LEDG-TRAN-DAY
193700     MOVE WS-LEDGER-TYPE         TO LEDG-TRAN-TYPE
193800     MOVE WS-LEDGER-GROSS-AMT    TO LEDG-GROSS-AMT
193900     MOVE WS-LEDGER-TAX-AMT      TO LEDG-TAX-AMT
194000     MOVE WS-LEDGER-BENEFITS-AMT TO LEDG-BENEFITS-AMT
194100     MOVE WS-LEDGER-GARNISH-AMT  TO LEDG-GARNISH-AMT
194200     MOVE WS-LEDGER-NET-AMT      TO LEDG-NET-AMT
194300     MOVE FONDOS                 TO LEDG-BALANCE-AFTER
194400     MOVE EMP-BRANCH             TO LEDG-BRANCH
194500     MOVE WS-BONUS-PAY-DATE      TO LEDG-PAY-DATE
194520     MOVE ZERO                   TO LEDG-ER-IMSS-AMT
194540     MOVE ZERO                   TO LEDG-ER-RCV-AMT
194560     MOVE ZERO                   TO LEDG-ER-INFONAVIT-AMT
194600     WRITE LIVE-LEDGER-RECORD FROM LEDGER-RECORD
194700     IF WS-LEDGER-STATUS NOT = "00"
194800         DISPLAY "PAY0120 - NO SE PUDO GRABAR FNDLEDG, ESTADO "
194900             WS-LEDGER-STATUS " (" WS-LEDGER-TYPE ")"
195000     END-IF
195100     IF WS-SUM-OPEN
195200         PERFORM 8250-UPDATE-LEDGER-SUMMARY THRU 8250-EXIT
195300     END-IF
195400     MOVE WS-LEDGER-TYPE TO AUD-ACTION
195500     PERFORM 8100-WRITE-AUDIT-RECORD THRU 8100-EXIT.
195600 8200-EXIT.
195700     EXIT.
195710******************************************************************
195720* 8250-UPDATE-LEDGER-SUMMARY - KEEP LEDGSUM CURRENT AS PAY0100
195730* DOES: ONE RECORD PER EMPLOYEE AND TRANSACTION PERIOD.
195740******************************************************************
195800 8250-UPDATE-LEDGER-SUMMARY.
195900     MOVE EMP-ID TO SUM-EMP-ID
196000     COMPUTE WS-SUM-PERIOD =
196100         LEDG-TRAN-YEAR * 100 + LEDG-TRAN-MONTH
196200     MOVE WS-SUM-PERIOD TO SUM-PERIOD
196300     READ LEDGER-SUMMARY-FILE
196400         INVALID KEY
196500             MOVE EMP-ID TO SUM-EMP-ID
196600             MOVE WS-SUM-PERIOD TO SUM-PERIOD
196700             MOVE ZERO TO SUM-CNT-DEPOSITO SUM-AMT-DEPOSITO
196800                 SUM-CNT-RETIRO SUM-AMT-RETIRO
196900                 SUM-CNT-NOMINA SUM-AMT-NOMINA
197000                 SUM-CNT-INTERES SUM-AMT-INTERES
197100                 SUM-CNT-DISPERSION SUM-AMT-DISPERSION
197200                 SUM-CNT-PRESTAMO SUM-AMT-PRESTAMO
197300                 SUM-CNT-FINIQUITO SUM-AMT-FINIQUITO
197400                 SUM-CNT-REVERSO SUM-AMT-REVERSO
197500                 SUM-CNT-RETRO SUM-AMT-RETRO
197600                 SUM-CNT-BONO SUM-AMT-BONO
197650                 SUM-CNT-DEVOLUCION SUM-AMT-DEVOLUCION
197700                 SUM-CLOSING-BAL
197800             PERFORM 8260-BUMP-SUMMARY-BUCKET THRU 8260-EXIT
197900             MOVE FONDOS TO SUM-CLOSING-BAL
198000             WRITE SUM-RECORD
198100             GO TO 8250-EXIT
198200     END-READ
198300     PERFORM 8260-BUMP-SUMMARY-BUCKET THRU 8260-EXIT
198400     MOVE FONDOS TO SUM-CLOSING-BAL
198500     REWRITE SUM-RECORD
198600     IF WS-SUMFILE-STATUS NOT = "00"
198700         DISPLAY "PAY0120 - NO SE PUDO GRABAR LEDGSUM, ESTADO "
198800             WS-SUMFILE-STATUS
198900     END-IF.
199000 8250-EXIT.
199100     EXIT.
199200******************************************************************
199300* 8260-BUMP-SUMMARY-BUCKET - THIS RUN ONLY POSTS AGUINALDO,
199400* PRIMAVAC AND DISPERSION ENTRIES.
199500******************************************************************
199600 8260-BUMP-SUMMARY-BUCKET.
199700     IF LEDG-TYPE-BONO
199800         ADD 1 TO SUM-CNT-BONO
199900         ADD LEDG-NET-AMT TO SUM-AMT-BONO
200000     END-IF
200100     IF LEDG-TYPE-DISPERSION
200200         ADD 1 TO SUM-CNT-DISPERSION
200300         ADD LEDG-NET-AMT TO SUM-AMT-DISPERSION
200400     END-IF.
200500 8260-EXIT.
200600     EXIT.
200700******************************************************************
200800* 8300-WRITE-AMOUNT-LINE - ONE LABELED AMOUNT LINE OF THE
200900* REPORT. CALLER SETS WS-AMT-LABEL AND WS-AMT-EDITED.
201000******************************************************************
201100 8300-WRITE-AMOUNT-LINE.
201200     IF NOT WS-AGUIRPT-OPEN
201300         GO TO 8300-EXIT
201400     END-IF
201500     MOVE SPACES TO RPT-RECORD
201600     MOVE WS-AMT-LINE TO RPT-RECORD
201700     WRITE RPT-RECORD.
201800 8300-EXIT.
201900     EXIT.
202000******************************************************************
202100* 8400-WRITE-REPORT-TEXT - ONE FREEFORM REPORT LINE. CALLER SETS
202200* WS-RPT-TEXT.
202300******************************************************************
202400 8400-WRITE-REPORT-TEXT.
202500     IF NOT WS-AGUIRPT-OPEN
202600         GO TO 8400-EXIT
202700     END-IF
202800     MOVE WS-RPT-TEXT            TO RPT-RECORD
202900     WRITE RPT-RECORD.
203000 8400-EXIT.
203100     EXIT.
203200******************************************************************
203300* 8600-ACCUMULATE-REMIT - ROLL ONE COLLECTED DEDUCTION INTO THE
203400* RUN'S PAYEE REMITTANCE TABLE. CALLERS LEAVE THE PAYEE IN
203500* WS-REM-PAYEE AND THE AMOUNT IN WS-GARN-DED.
203600******************************************************************
203700 8600-ACCUMULATE-REMIT.
203800     MOVE "N" TO REM-FOUND-SW
203900     PERFORM 8620-TEST-ONE-PAYEE THRU 8620-EXIT
204000         VARYING REM-SUB FROM 1 BY 1
204100         UNTIL REM-FOUND OR REM-SUB > REM-PAYEE-CNT
204200     IF REM-FOUND
204300         ADD WS-GARN-DED TO REM-TAB-AMOUNT(REM-CUR-SUB)
204400         GO TO 8600-EXIT
204500     END-IF
204600     IF REM-PAYEE-CNT = REM-MAX-PAYEES
204700         DISPLAY "PAY0120 - TABLA DE BENEFICIARIOS LLENA, "
204800             WS-REM-PAYEE " NO SALDRA EN GARNREM"
204900         GO TO 8600-EXIT
205000     END-IF
205100     ADD 1 TO REM-PAYEE-CNT
205200     MOVE WS-REM-PAYEE TO REM-TAB-PAYEE(REM-PAYEE-CNT)
205300     MOVE WS-GARN-DED TO REM-TAB-AMOUNT(REM-PAYEE-CNT).
205400 8600-EXIT.
205500     EXIT.
205600******************************************************************
205700* 8620-TEST-ONE-PAYEE - ONE STEP OF THE PAYEE SEARCH. LEAVES THE
205800* MATCHING SUBSCRIPT IN REM-CUR-SUB.
205900******************************************************************
206000 8620-TEST-ONE-PAYEE.
206100     IF REM-TAB-PAYEE(REM-SUB) = WS-REM-PAYEE
206200         SET REM-FOUND TO TRUE
206300         MOVE REM-SUB TO REM-CUR-SUB
206400     END-IF.
206500 8620-EXIT.
206600     EXIT.
206700******************************************************************
206800* 8800-REWRITE-EMPMAST - PUT THE CURRENT FONDOS BALANCE BACK ON
206900* THE MASTER RECORD, AS IN PAY0100.
207000******************************************************************
207100 8800-REWRITE-EMPMAST.
207200     MOVE FONDOS TO EMP-FONDOS
207300     REWRITE EMP-MASTER-RECORD
207400     IF WS-EMPMAST-STATUS NOT = "00"
207500         DISPLAY "PAY0120 - NO SE PUDO GRABAR EMPMAST, ESTADO "
207600             WS-EMPMAST-STATUS
207700     END-IF.
207800 8800-EXIT.
207900     EXIT.
208000******************************************************************
208100* 9000-TERMINATE - CLOSE EVERYTHING THAT OPENED.
208200******************************************************************
208300 9000-TERMINATE.
208400     IF WS-EMPMAST-OPEN
208500         CLOSE EMPLOYEE-MASTER-FILE
208600     END-IF
208700     IF WS-COMP-OPEN
208800         CLOSE EMP-COMP-FILE
208900     END-IF
209000     IF WS-INCI-OPEN
209100         CLOSE INCIDENCIA-FILE
209200     END-IF
209300     IF WS-GARN-OPEN
209400         CLOSE GARN-ORDER-FILE
209500     END-IF
209600     IF WS-BANK-OPEN
209700         CLOSE BANK-ACCT-FILE
209800     END-IF
209900     IF WS-LEDGER-OPEN
210000         CLOSE FONDOS-LEDGER-FILE
210100     END-IF
210200     IF WS-SUM-OPEN
210300         CLOSE LEDGER-SUMMARY-FILE
210400     END-IF
210500     IF WS-AUDIT-OPEN
210600         CLOSE PAY-AUDIT-FILE
210700     END-IF
210800     IF WS-AGUIRPT-OPEN
210900         CLOSE AGUI-REPORT-FILE
211000     END-IF
211020     IF WS-DED-OPEN
211040         CLOSE DEDUCTION-DETAIL-FILE
211060     END-IF
211100     IF WS-ABORT
211200         DISPLAY "PAY0120 - AGUINALDO NO PROCESADO"
211300     ELSE
211400         MOVE WS-EMPLOYEE-CNT TO WS-CNT-DISPLAY
211500         DISPLAY "PAY0120 - AGUINALDO " WS-BONUS-YEAR
211600             " COMPLETO, EMPLEADOS: " WS-CNT-DISPLAY
211700             " MODO " WS-RUN-MODE
211800     END-IF.
211900 9000-EXIT.
212000     EXIT.
212100 END PROGRAM PAY0120.
