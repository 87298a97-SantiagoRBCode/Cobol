000100******************************************************************
000200* PROGRAM-ID. PAY0119.
000300* AUTHOR.     E. CASTILLO - NOMINA/FONDOS TEAM.
000400* INSTALLATION. DIRECCION DE SISTEMAS.
000500* DATE-WRITTEN. 2026-10-15.
000600* DATE-COMPILED.
000700* PURPOSE.    RETROACTIVE PAY (RETROACTIVO). PAY0104 OFTEN LOADS
000800*             A RAISE WHOSE EFFECTIVE DATE FALLS IN A MONTH
000900*             PAY0100 HAS ALREADY PAID, AND THE NOMINA ONLY
001000*             APPLIES IT GOING FORWARD. THIS RUN REBUILDS WHAT
001100*             EVERY PAYDAY SINCE A GIVEN PERIOD ACTUALLY PAID
001200*             (NOMINA LESS REVNOMINA PLUS RETRO ALREADY GIVEN,
001300*             FROM THE FNDLEDG ARCHIVES AND THE LIVE LEDGER, BY
001400*             LEDG-PAY-DATE), RECOMPUTES WHAT EACH OF THOSE
001500*             PAYDAYS SHOULD HAVE GROSSED FROM THE EMPCOMP RATE
001600*             NOW ON FILE FOR THAT DAY, NET OF THE INCIDENCIAS OF
001700*             THE SEGMENT (SAME CALENDAR AND DOCKING RULES AS
001800*             PAY0100), AND PRINTS THE RETRO REPORT (RETRORPT)
001900*             PER EMPLOYEE: PERIOD, PAYDAY, OLD RATE, NEW RATE
002000*             AND DIFFERENCE, FOR HR TO SIGN OFF.
002100*             RUN IN PAY MODE, EACH UNDERPAID PAYDAY IS PAID AS
002200*             ITS OWN RETRO LEDGER ENTRY THROUGH THE NORMAL
002300*             SEQUENCE: TAXTAB TAX ON THE CORRECTED GROSS LESS
002330*             WHAT THE NOMINA ALREADY WITHHELD, THE EMPLOYEE'S
002360*             IMSS SHARE RECHARGED ON THE PAYDAY'S NEW SBC LESS
002390*             WHAT WAS WITHHELD (THE EMPLOYER'S DIFFERENCE RIDES
002420*             ON THE RETRO ENTRY AND THE PAYDAY'S CUOTAS RECORD
002450*             IS REWRITTEN FOR THE SUA), ONE
002500*             PER-PERIOD CUT OF THE OPEN GARNORD ORDERS (REMITTED
002600*             ON GARNREM), THEN ONE PER-PERIOD PAYMENT OF EACH
002700*             OPEN LOAN, ALL OUT OF THE RETRO MONEY ONLY. A
002800*             PAYDAY PAID TOO MUCH IS REPORTED, NEVER CLAWED
002900*             BACK. BECAUSE THE RETRO ENTRIES COUNT AS PAID ON
003000*             THE NEXT RUN, A SECOND RUN PAYS NOTHING TWICE.
003100* TECTONICS.  cobc -x PAY0119.cbl -I copybooks
003200*
003300* MODIFICATION HISTORY.
003400*   2026-10-15  ECR  ORIGINAL VERSION.
003430*   2026-10-15  ECR  A NEW LEDGSUM RECORD STARTS THE BONO BUCKET
003460*                    AT ZERO LIKE THE OTHERS.
003470*   2026-10-15  ECR  VACACIONES INCIDENCIAS ARE PAID DAYS AND NO
003480*                    LONGER DOCK THE RECOMPUTED GROSS.
003482*   2026-10-15  ECR  THE FLAT PAY-BENEFITS-RATE IS GONE. PAY0100
003484*                    NOW WITHHOLDS THE EMPLOYEE'S IMSS SHARE ON
003487*                    THE SBC OF THE PAYDAY. LEDGER RECORDS GREW TO
003490*                    117 BYTES WITH THE EMPLOYER CONTRIBUTION
003493*                    FIELDS.
003497*   2026-10-15  ECR  A NEW LEDGSUM RECORD STARTS THE DEVOLUCION
003498*                    BUCKET AT ZERO LIKE THE OTHERS.
003518*   2026-10-15  ECR  RETURN CODE FOR THE CYCLE DRIVER (PAY0126):
003538*                    16 WHEN THE RUN ABORTS.
003542*   2026-10-15  ECR  A RAISE ALSO RAISES THE SBC. EACH PAYDAY'S
003546*                    CONTRIBUTIONS ARE RECHARGED ON THE NEW SBC
003550*                    FROM IMSSTAB OVER THE DAYS ON ITS CUOTAS
003554*                    RECORD: THE EMPLOYEE SHARE DIFFERENCE IS
003558*                    DEDUCTED AS BENEFITS, THE EMPLOYER
003562*                    DIFFERENCE RIDES ON THE RETRO ENTRY'S
003566*                    LEDG-ER- FIELDS, AND THE CUOTAS RECORD IS
003570*                    REWRITTEN WHEN THE RETRO IS PAID.
003578******************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. PAY0119.
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
006800     SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS LOAN-KEY
007200         FILE STATUS IS WS-LOAN-STATUS.
007300
007400     SELECT HOLIDAY-CAL-FILE ASSIGN TO "HOLCAL"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-HOLCAL-STATUS.
007700
007800     SELECT TAX-TABLE-FILE ASSIGN TO "TAXTAB"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-TAXTAB-STATUS.
008009
008018     SELECT IMSS-TABLE-FILE ASSIGN TO "IMSSTAB"
008027         ORGANIZATION IS LINE SEQUENTIAL
008036         FILE STATUS IS WS-IMSSTAB-STATUS.
008045
008054     SELECT CUOTAS-FILE ASSIGN TO "CUOTAS"
008063         ORGANIZATION IS INDEXED
008072         ACCESS MODE IS DYNAMIC
008081         RECORD KEY IS CUO-KEY
008090         FILE STATUS IS WS-CUO-STATUS.
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
010400     SELECT RETRO-REPORT-FILE ASSIGN TO "RETRORPT"
010500         ORGANIZATION IS LINE SEQUENTIAL
010600         FILE STATUS IS WS-RETRORPT-STATUS.
010700 DATA DIVISION.
010800 FILE SECTION.
010900 FD  EMPLOYEE-MASTER-FILE
011000     LABEL RECORDS ARE STANDARD.
011100     COPY PAYEMP.
011200
011300 FD  EMP-COMP-FILE
011400     LABEL RECORDS ARE STANDARD.
011500     COPY PAYCOMP.
011600
011700 FD  INCIDENCIA-FILE
011800     LABEL RECORDS ARE STANDARD.
011900     COPY PAYINCI.
012000
012100 FD  GARN-ORDER-FILE
012200     LABEL RECORDS ARE STANDARD.
012300     COPY PAYGARN.
012400
012500 FD  LOAN-MASTER-FILE
012600     LABEL RECORDS ARE STANDARD.
012700     COPY PAYLOAN.
012800
012900 FD  HOLIDAY-CAL-FILE
013000     LABEL RECORDS ARE STANDARD.
013100 01  HOLCAL-RECORD.
013200     05  HOL-YEAR                    PIC 9(04).
013300     05  HOL-MONTH                   PIC 9(02).
013400     05  HOL-DAY                     PIC 9(02).
013500
013600 FD  TAX-TABLE-FILE
013700     LABEL RECORDS ARE STANDARD.
013800 01  TAXTAB-RECORD.
013900     05  TAX-EFF-DATE                PIC 9(08).
014000     05  TAX-LOWER-AMT               PIC 9(07)V99.
014100     05  TAX-UPPER-AMT               PIC 9(07)V99.
014200     05  TAX-RATE                    PIC 9V9999.
014300     05  TAX-QUOTA-AMT               PIC 9(07)V99.
014400
014410 FD  IMSS-TABLE-FILE
014420     LABEL RECORDS ARE STANDARD.
014430     COPY PAYIMSS.
014440
014450 FD  CUOTAS-FILE
014460     LABEL RECORDS ARE STANDARD.
014470     COPY PAYCUO.
014480
014500 FD  FONDOS-LEDGER-FILE
014600     LABEL RECORDS ARE STANDARD.
014700 01  LIVE-LEDGER-RECORD              PIC X(117).
014800
014900 FD  ARCHIVE-LEDGER-FILE
015000     LABEL RECORDS ARE STANDARD.
015100 01  ARCH-LEDGER-RECORD              PIC X(117).
015200
015300 FD  LEDGER-SUMMARY-FILE
015400     LABEL RECORDS ARE STANDARD.
015500     COPY PAYSUM.
015600
015700 FD  PAY-AUDIT-FILE
015800     LABEL RECORDS ARE STANDARD.
015900     COPY PAYAUD.
016000
016100 FD  GARN-REMIT-FILE
016200     LABEL RECORDS ARE STANDARD.
016300 01  REMIT-RECORD.
016400     05  REM-DATE                    PIC 9(08).
016500     05  FILLER                      PIC X(01).
016600     05  REM-PAYEE                   PIC X(20).
016700     05  FILLER                      PIC X(01).
016800     05  REM-AMOUNT                  PIC 9(09)V99.
016900
017000 FD  RETRO-REPORT-FILE
017100     LABEL RECORDS ARE STANDARD.
017200 01  RPT-RECORD                      PIC X(80).
017300 WORKING-STORAGE SECTION.
017400******************************************************************
017500* FILE STATUS AND END-OF-FILE SWITCHES.
017600******************************************************************
017700 77  WS-EMPMAST-STATUS           PIC X(02) VALUE SPACES.
017800 77  WS-COMP-STATUS              PIC X(02) VALUE SPACES.
017900 77  WS-INCI-STATUS              PIC X(02) VALUE SPACES.
018000 77  WS-GARN-STATUS              PIC X(02) VALUE SPACES.
018100 77  WS-LOAN-STATUS              PIC X(02) VALUE SPACES.
018200 77  WS-HOLCAL-STATUS            PIC X(02) VALUE SPACES.
018300 77  WS-TAXTAB-STATUS            PIC X(02) VALUE SPACES.
018330 77  WS-IMSSTAB-STATUS           PIC X(02) VALUE SPACES.
018360 77  WS-CUO-STATUS               PIC X(02) VALUE SPACES.
018400 77  WS-LEDGER-STATUS            PIC X(02) VALUE SPACES.
018500 77  WS-ARCHIVE-STATUS           PIC X(02) VALUE SPACES.
018600 77  WS-SUMFILE-STATUS           PIC X(02) VALUE SPACES.
018700 77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
018800 77  WS-GARNREM-STATUS           PIC X(02) VALUE SPACES.
018900 77  WS-RETRORPT-STATUS          PIC X(02) VALUE SPACES.
019000 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
019100     88  WS-ABORT                VALUE 'Y'.
019200 77  WS-EMPMAST-OPEN-SW          PIC X(01) VALUE 'N'.
019300     88  WS-EMPMAST-OPEN         VALUE 'Y'.
019400 77  WS-COMP-OPEN-SW             PIC X(01) VALUE 'N'.
019500     88  WS-COMP-OPEN            VALUE 'Y'.
019600 77  WS-INCI-OPEN-SW             PIC X(01) VALUE 'N'.
019700     88  WS-INCI-OPEN            VALUE 'Y'.
019800 77  WS-GARN-OPEN-SW             PIC X(01) VALUE 'N'.
019900     88  WS-GARN-OPEN            VALUE 'Y'.
020000 77  WS-LOAN-OPEN-SW             PIC X(01) VALUE 'N'.
020100     88  WS-LOAN-OPEN            VALUE 'Y'.
020200 77  WS-LEDGER-OPEN-SW           PIC X(01) VALUE 'N'.
020300     88  WS-LEDGER-OPEN          VALUE 'Y'.
020400 77  WS-SUM-OPEN-SW              PIC X(01) VALUE 'N'.
020500     88  WS-SUM-OPEN             VALUE 'Y'.
020600 77  WS-AUDIT-OPEN-SW            PIC X(01) VALUE 'N'.
020700     88  WS-AUDIT-OPEN           VALUE 'Y'.
020800 77  WS-RETRORPT-OPEN-SW         PIC X(01) VALUE 'N'.
020900     88  WS-RETRORPT-OPEN        VALUE 'Y'.
020930 77  WS-CUO-OPEN-SW              PIC X(01) VALUE 'N'.
020960     88  WS-CUO-OPEN             VALUE 'Y'.
021000 77  WS-EOF-EMPMAST-SW           PIC X(01) VALUE 'N'.
021100     88  WS-EOF-EMPMAST          VALUE 'Y'.
021200 77  WS-EOF-LEDGER-SW            PIC X(01) VALUE 'N'.
021300     88  WS-EOF-LEDGER           VALUE 'Y'.
021400 77  WS-EOF-HOLCAL-SW            PIC X(01) VALUE 'N'.
021500     88  WS-EOF-HOLCAL           VALUE 'Y'.
021600 77  WS-EOF-TAXTAB-SW            PIC X(01) VALUE 'N'.
021700     88  WS-EOF-TAXTAB           VALUE 'Y'.
021730 77  WS-EOF-IMSSTAB-SW           PIC X(01) VALUE 'N'.
021760     88  WS-EOF-IMSSTAB          VALUE 'Y'.
021800 77  WS-EOF-COMP-SW              PIC X(01) VALUE 'N'.
021900     88  WS-EOF-COMP             VALUE 'Y'.
022000 77  WS-COMP-FOUND-SW            PIC X(01) VALUE 'N'.
022100     88  WS-COMP-FOUND           VALUE 'Y'.
022200 77  WS-EOF-INCI-SW              PIC X(01) VALUE 'N'.
022300     88  WS-EOF-INCI             VALUE 'Y'.
022400 77  WS-EOF-GARN-SW              PIC X(01) VALUE 'N'.
022500     88  WS-EOF-GARN             VALUE 'Y'.
022600 77  WS-EOF-LOAN-SW              PIC X(01) VALUE 'N'.
022700     88  WS-EOF-LOAN             VALUE 'Y'.
022800******************************************************************
022900* RUN INPUTS - THE OPERATOR, THE FIRST PERIOD TO LOOK BACK TO
023000* AND THE MODE: R PRINTS THE REPORT FOR HR'S SIGN-OFF AND MOVES
023100* NO MONEY, P PRINTS IT AND PAYS.
023200******************************************************************
023300 01  WS-TODAY-DATE.
023400     05  WS-TODAY-YEAR           PIC 9(04).
023500     05  WS-TODAY-MONTH          PIC 9(02).
023600     05  WS-TODAY-DAY            PIC 9(02).
023700 77  WS-OPERATOR-ID              PIC X(06) VALUE SPACES.
023800 77  WS-FROM-PERIOD              PIC 9(06) VALUE ZERO.
023900 77  WS-FROM-YEAR                PIC 9(04) VALUE ZERO.
024000 77  WS-FROM-MONTH               PIC 9(02) VALUE ZERO.
024100 77  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
024200 77  WS-TODAY-PERIOD             PIC 9(06) VALUE ZERO.
024300 77  WS-RUN-MODE                 PIC X(01) VALUE 'R'.
024400     88  WS-MODE-REPORT          VALUE 'R'.
024500     88  WS-MODE-PAY             VALUE 'P'.
024600******************************************************************
024700* LEDGER SWEEP - THE PERIOD ARCHIVES PAY0108 WRITES, FROM THE
024800* FIRST LOOK-BACK MONTH TO THE CURRENT ONE, THEN THE LIVE FILE.
024900******************************************************************
025000     COPY PAYLEDG.
025100 77  WS-ARCHIVE-NAME             PIC X(20) VALUE SPACES.
025200 01  WS-ARCH-PERIOD              PIC 9(06) VALUE ZERO.
025300 01  WS-ARCH-PERIOD-CHAR REDEFINES WS-ARCH-PERIOD
025400                                 PIC X(06).
025500 77  WS-ARCH-YEAR                PIC 9(04) VALUE ZERO.
025600 77  WS-ARCH-MONTH               PIC 9(02) VALUE ZERO.
025700 77  WS-LEDGER-READ-CNT          PIC 9(07) COMP VALUE ZERO.
025800******************************************************************
025900* WHAT EACH PAYDAY ACTUALLY PAID: ONE ENTRY PER EMPLOYEE AND PAY
026000* DATE. NOMINA AND RETRO ADD, REVNOMINA TAKES BACK; THE NOMINA
026100* COUNT TELLS A PAYDAY STILL PAID FROM ONE REVERSED AND NOT YET
026200* PAID AGAIN, WHICH IS LEFT FOR PAY0100.
026300******************************************************************
026400 77  RTP-MAX-ENTRIES             PIC 9(05) COMP VALUE 3000.
026500 01  RTP-PAID-TABLE.
026600     05  RTP-TAB-ENTRY OCCURS 3000 TIMES.
026700         10  RTP-TAB-EMP-ID      PIC X(06).
026800         10  RTP-TAB-PAY-DATE    PIC 9(08).
026900         10  RTP-TAB-NOMINA-CNT  PIC S9(03) COMP.
027000         10  RTP-TAB-GROSS       PIC S9(07)V99.
027100         10  RTP-TAB-TAX         PIC S9(07)V99.
027200         10  RTP-TAB-BENEFITS    PIC S9(07)V99.
027300 77  RTP-ENTRY-CNT               PIC 9(05) COMP VALUE ZERO.
027400 77  RTP-SUB                     PIC 9(05) COMP VALUE ZERO.
027500 77  RTP-CUR-SUB                 PIC 9(05) COMP VALUE ZERO.
027600 77  RTP-FOUND-SW                PIC X(01) VALUE 'N'.
027700     88  RTP-FOUND               VALUE 'Y'.
027800******************************************************************
027900* PAYROLL CALENDAR FOR THE PAYDAY BEING CHECKED - SAME RULES AS
028000* PAY0100. HOLCAL IS LOADED WHOLE ONCE AND EACH MONTH'S DAYS ARE
028100* PICKED OUT WHEN THE MONTH CHANGES.
028200******************************************************************
028300 01  PAY-MONTH-DAYS-DATA.
028400     05  FILLER                  PIC 9(02) VALUE 31.
028500     05  FILLER                  PIC 9(02) VALUE 28.
028600     05  FILLER                  PIC 9(02) VALUE 31.
028700     05  FILLER                  PIC 9(02) VALUE 30.
028800     05  FILLER                  PIC 9(02) VALUE 31.
028900     05  FILLER                  PIC 9(02) VALUE 30.
029000     05  FILLER                  PIC 9(02) VALUE 31.
029100     05  FILLER                  PIC 9(02) VALUE 31.
029200     05  FILLER                  PIC 9(02) VALUE 30.
029300     05  FILLER                  PIC 9(02) VALUE 31.
029400     05  FILLER                  PIC 9(02) VALUE 30.
029500     05  FILLER                  PIC 9(02) VALUE 31.
029600 01  PAY-MONTH-DAYS REDEFINES PAY-MONTH-DAYS-DATA.
029700     05  PAY-DAYS-IN-MONTH       PIC 9(02) OCCURS 12 TIMES.
029800 77  HOLT-MAX-DAYS               PIC 9(03) COMP VALUE 200.
029900 01  HOLT-HOLIDAY-TABLE.
030000     05  HOLT-TAB-ENTRY OCCURS 200 TIMES.
030100         10  HOLT-TAB-YEAR       PIC 9(04).
030200         10  HOLT-TAB-MONTH      PIC 9(02).
030300         10  HOLT-TAB-DAY        PIC 9(02).
030400 77  HOLT-DAY-CNT                PIC 9(03) COMP VALUE ZERO.
030500 77  HOLT-SUB                    PIC 9(03) COMP VALUE ZERO.
030600 01  PAY-HOLIDAY-TABLE.
030700     05  PAY-HOLIDAY-DAY         PIC 9(02) OCCURS 12 TIMES.
030800 77  PAY-HOLIDAY-CNT             PIC 9(02) COMP VALUE ZERO.
030900 77  PAY-MAX-HOLIDAYS            PIC 9(02) COMP VALUE 12.
031000 77  PAY-DAYS-THIS-MONTH         PIC 9(02) VALUE ZERO.
031100 77  PAY-BUS-DAYS-MONTH          PIC 9(02) COMP VALUE ZERO.
031200 77  PAY-BUS-DAYS-1H             PIC 9(02) COMP VALUE ZERO.
031300 77  PAY-BUS-DAYS-2H             PIC 9(02) COMP VALUE ZERO.
031400 77  WS-CAL-PERIOD               PIC 9(06) VALUE ZERO.
031500 77  WS-PAY-PERIOD               PIC 9(06) VALUE ZERO.
031600 77  WS-PAY-YEAR                 PIC 9(04) VALUE ZERO.
031700 77  WS-PAY-MONTH                PIC 9(02) VALUE ZERO.
031800 77  WS-PAY-DAY                  PIC 9(02) VALUE ZERO.
031900 77  WS-FIRST-WEEKDAY            PIC 9(01) VALUE 1.
032000 77  WS-CAL-SUB                  PIC 9(02) COMP VALUE ZERO.
032100 77  WS-CAL-DOW                  PIC 9(01) COMP VALUE ZERO.
032200 77  WS-CAL-DOW-REM              PIC 9(01) COMP VALUE ZERO.
032300 77  WS-CAL-DOW-CALC             PIC S9(04) COMP VALUE ZERO.
032400 77  WS-CAL-IS-BUSINESS-SW       PIC X(01) VALUE 'N'.
032500     88  WS-CAL-IS-BUSINESS      VALUE 'Y'.
032600 77  WS-LEAP-REM-4               PIC 9(02) COMP VALUE ZERO.
032700 77  WS-LEAP-REM-100             PIC 9(02) COMP VALUE ZERO.
032800 77  WS-LEAP-REM-400             PIC 9(03) COMP VALUE ZERO.
032900 77  WS-LEAP-YEAR-SW             PIC X(01) VALUE 'N'.
033000     88  WS-LEAP-YEAR            VALUE 'Y'.
033100 77  WS-LEAP-QUOTIENT            PIC 9(06) COMP VALUE ZERO.
033200 77  WS-HOL-SUB                  PIC 9(02) COMP VALUE ZERO.
033300 77  WS-ZEL-MONTH                PIC 9(02) COMP VALUE ZERO.
033400 77  WS-ZEL-YEAR                 PIC 9(04) COMP VALUE ZERO.
033500 77  WS-ZEL-CENT                 PIC 9(02) COMP VALUE ZERO.
033600 77  WS-ZEL-YY                   PIC 9(02) COMP VALUE ZERO.
033700 77  WS-ZEL-T1                   PIC S9(04) COMP VALUE ZERO.
033800 77  WS-ZEL-T2                   PIC S9(04) COMP VALUE ZERO.
033900 77  WS-ZEL-T3                   PIC S9(04) COMP VALUE ZERO.
034000 77  WS-ZEL-H                    PIC S9(04) COMP VALUE ZERO.
034100 77  WS-ZEL-WORK                 PIC S9(04) COMP VALUE ZERO.
034200******************************************************************
034300* PROGRESSIVE TAX BRACKETS. EVERY TAXTAB RECORD IS KEPT, AND THE
034400* SET IN FORCE ON THE 1ST OF EACH PAYDAY'S MONTH IS PICKED OUT
034500* THE WAY PAY0100 LOADS IT, SO A PAYDAY IS RE-TAXED UNDER THE
034600* TABLE THAT TAXED IT. NO TABLE FALLS BACK TO PAY-TAX-RATE.
034700******************************************************************
034800 77  TAXR-MAX-RECORDS            PIC 9(03) COMP VALUE 200.
034900 01  TAXR-RECORD-TABLE.
035000     05  TAXR-TAB-ENTRY OCCURS 200 TIMES.
035100         10  TAXR-TAB-EFF-DATE   PIC 9(08).
035200         10  TAXR-TAB-LOWER      PIC 9(07)V99.
035300         10  TAXR-TAB-UPPER      PIC 9(07)V99.
035400         10  TAXR-TAB-RATE       PIC 9V9999.
035500         10  TAXR-TAB-QUOTA      PIC 9(07)V99.
035600 77  TAXR-RECORD-CNT             PIC 9(03) COMP VALUE ZERO.
035700 77  TAXR-SUB                    PIC 9(03) COMP VALUE ZERO.
035800 77  WS-TAX-TABLE-SW             PIC X(01) VALUE 'N'.
035900     88  WS-TAX-TABLE-LOADED     VALUE 'Y'.
036000 77  TAXB-MAX-BRACKETS           PIC 9(02) COMP VALUE 20.
036100 01  TAXB-BRACKET-TABLE.
036200     05  TAXB-TAB-ENTRY OCCURS 20 TIMES.
036300         10  TAXB-TAB-LOWER      PIC 9(07)V99.
036400         10  TAXB-TAB-UPPER      PIC 9(07)V99.
036500         10  TAXB-TAB-RATE       PIC 9V9999.
036600         10  TAXB-TAB-QUOTA      PIC 9(07)V99.
036700 77  TAXB-BRACKET-CNT            PIC 9(02) COMP VALUE ZERO.
036800 77  TAXB-SUB                    PIC 9(02) COMP VALUE ZERO.
036900 77  TAXB-CUR-SUB                PIC 9(02) COMP VALUE ZERO.
037000 77  TAXB-FOUND-SW               PIC X(01) VALUE 'N'.
037100     88  TAXB-FOUND              VALUE 'Y'.
037200 77  WS-TAX-EFF-BEST             PIC 9(08) VALUE ZERO.
037300 77  WS-TAX-CUTOFF-DATE          PIC 9(08) VALUE ZERO.
037400******************************************************************
037402* SOCIAL SECURITY CONTRIBUTIONS. EVERY IMSSTAB RECORD IS KEPT AND
037404* THE SET IN FORCE ON THE 1ST OF EACH PAYDAY'S MONTH IS PICKED
037406* OUT AS PAY0100'S 1770 LOADS IT (THE UMA RECORD TO WS-IMSS-UMA
037408* AND WS-SBC-CAP-UMAS, EACH BRANCH TO THE IMSB TABLE). THE
037410* BRANCHES ARE CHARGED ON THE SBC OF THE NEW RATE OVER THE DAYS
037412* THE PAYDAY'S CUOTAS RECORD CARRIES. NO SET, OR NO CUOTAS
037414* RECORD, LEAVES THE PAYDAY'S CONTRIBUTIONS AS THEY WERE.
037416******************************************************************
037418 77  IMSR-MAX-RECORDS            PIC 9(03) COMP VALUE 200.
037420 01  IMSR-RECORD-TABLE.
037422     05  IMSR-TAB-ENTRY OCCURS 200 TIMES.
037424         10  IMSR-TAB-EFF-DATE   PIC 9(08).
037426         10  IMSR-TAB-BRANCH     PIC X(04).
037428         10  IMSR-TAB-GROUP      PIC X(01).
037430         10  IMSR-TAB-BASE       PIC X(01).
037432         10  IMSR-TAB-ER-RATE    PIC 9V9(05).
037434         10  IMSR-TAB-EE-RATE    PIC 9V9(05).
037436         10  IMSR-TAB-UMA-MULT   PIC 9(02)V99.
037438         10  IMSR-TAB-UMA-AMT    PIC 9(05)V99.
037440         10  IMSR-TAB-ABSENCE-SW PIC X(01).
037442 77  IMSR-RECORD-CNT             PIC 9(03) COMP VALUE ZERO.
037444 77  IMSR-SUB                    PIC 9(03) COMP VALUE ZERO.
037446 77  WS-IMSS-TABLE-SW            PIC X(01) VALUE 'N'.
037448     88  WS-IMSS-TABLE-LOADED    VALUE 'Y'.
037450 77  IMSB-MAX-BRANCHES           PIC 9(02) COMP VALUE 20.
037452 01  IMSB-BRANCH-TABLE.
037454     05  IMSB-TAB-ENTRY OCCURS 20 TIMES.
037456         10  IMSB-TAB-BRANCH     PIC X(04).
037458         10  IMSB-TAB-GROUP      PIC X(01).
037460         10  IMSB-TAB-BASE       PIC X(01).
037462         10  IMSB-TAB-ER-RATE    PIC 9V9(05).
037464         10  IMSB-TAB-EE-RATE    PIC 9V9(05).
037466         10  IMSB-TAB-UMA-MULT   PIC 9(02)V99.
037468         10  IMSB-TAB-ABSENCE-SW PIC X(01).
037470 77  IMSB-BRANCH-CNT             PIC 9(02) COMP VALUE ZERO.
037472 77  IMSB-SUB                    PIC 9(02) COMP VALUE ZERO.
037474 77  WS-IMSS-EFF-BEST            PIC 9(08) VALUE ZERO.
037476 77  WS-IMSS-CUTOFF-DATE         PIC 9(08) VALUE ZERO.
037478 77  WS-IMSS-UMA                 PIC 9(05)V99 VALUE ZERO.
037480 77  WS-SBC-CAP-UMAS             PIC 9(02)V99 VALUE ZERO.
037482 77  WS-SBC-CAP                  PIC 9(07)V99 VALUE ZERO.
037484 77  PAY-AGUINALDO-DAYS          PIC 9(02) VALUE 15.
037486 77  PAY-PRIMA-VAC-RATE          PIC SV999 VALUE .250.
037488 77  WS-HIRE-DATE                PIC 9(08) VALUE ZERO.
037490 77  WS-HIRE-YEAR                PIC 9(04) VALUE ZERO.
037492 77  WS-HIRE-MMDD                PIC 9(04) VALUE ZERO.
037494 77  WS-CUT-YEAR                 PIC 9(04) VALUE ZERO.
037496 77  WS-CUT-MMDD                 PIC 9(04) VALUE ZERO.
037498 77  WS-SVC-YEAR                 PIC 9(03) VALUE ZERO.
037500 77  WS-VAC-STEPS                PIC 9(02) VALUE ZERO.
037502 77  WS-SBC-VAC-DAYS             PIC 9(03) VALUE ZERO.
037504 77  WS-SBC-DAILY                PIC 9(07)V99 VALUE ZERO.
037506 77  WS-SBC-FACTOR               PIC 9V9(04) VALUE ZERO.
037508 77  WS-SBC                      PIC 9(07)V99 VALUE ZERO.
037510 77  WS-INCAP-DAYS               PIC 9(02) VALUE ZERO.
037512 77  WS-ABSENT-DAYS              PIC 9(02) VALUE ZERO.
037514 77  WS-CUO-SEG-DAYS             PIC 9(02) VALUE ZERO.
037516 77  WS-CUO-BR-DAYS              PIC S9(03) VALUE ZERO.
037518 77  WS-CUO-BASE                 PIC S9(07)V99 VALUE ZERO.
037520 77  WS-CUO-ER                   PIC S9(07)V99 VALUE ZERO.
037522 77  WS-CUO-EE                   PIC S9(07)V99 VALUE ZERO.
037524 77  WS-CUO-EE-IMSS              PIC S9(07)V99 VALUE ZERO.
037526 77  WS-CUO-EE-RCV               PIC S9(07)V99 VALUE ZERO.
037528 77  WS-ER-IMSS-AMT              PIC S9(07)V99 VALUE ZERO.
037530 77  WS-ER-RCV-AMT               PIC S9(07)V99 VALUE ZERO.
037532 77  WS-ER-INFONAVIT-AMT         PIC S9(07)V99 VALUE ZERO.
037534 77  WS-CUO-FOUND-SW             PIC X(01) VALUE 'N'.
037536     88  WS-CUO-FOUND            VALUE 'Y'.
037538 77  WS-DIFF-ER-IMSS             PIC S9(07)V99 VALUE ZERO.
037540 77  WS-DIFF-ER-RCV              PIC S9(07)V99 VALUE ZERO.
037542 77  WS-DIFF-ER-INFONAVIT        PIC S9(07)V99 VALUE ZERO.
037544******************************************************************
037546* ONE PAYDAY'S RECOMPUTATION. TAX AS IN PAY0100; THE BENEFITS
037548* (THE EMPLOYEE'S IMSS SHARE) ARE RECHARGED ON THE NEW SBC BY
037550* 3600, OR STAY AS THE NOMINA WITHHELD THEM WHEN IT CANNOT.
037600* PAY-GROSS-SALARY IS NOT USED - AN EMPLOYEE WITH NO EMPCOMP
037700* RECORD HAS NO RAISE TO BACK-PAY.
037800******************************************************************
037900 77  PAY-TAX-RATE                PIC SV999      VALUE .150.
038100 77  WS-COMP-CUTOFF-DATE         PIC 9(08) VALUE ZERO.
038200 77  WS-NEW-RATE                 PIC S9(07)V99 VALUE ZERO.
038300 77  WS-OLD-RATE                 PIC S9(07)V99 VALUE ZERO.
038400 77  WS-GROSS-PAY                PIC S9(07)V99 VALUE ZERO.
038500 77  WS-TAX-AMT                  PIC S9(07)V99 VALUE ZERO.
038600 77  WS-BENEFITS-AMT             PIC S9(07)V99 VALUE ZERO.
038700 77  WS-DIFF-GROSS               PIC S9(07)V99 VALUE ZERO.
038800 77  WS-DIFF-TAX                 PIC S9(07)V99 VALUE ZERO.
038900 77  WS-DIFF-BENEFITS            PIC S9(07)V99 VALUE ZERO.
039000 77  WS-SEG-START-DAY            PIC 9(02) VALUE ZERO.
039100 77  WS-SEG-END-DAY              PIC 9(02) VALUE ZERO.
039200 77  WS-SEG-BUS-DAYS             PIC 9(02) COMP VALUE ZERO.
039300 77  WS-INCI-FROM-DATE           PIC 9(08) VALUE ZERO.
039400 77  WS-INCI-TO-DATE             PIC 9(08) VALUE ZERO.
039500 77  WS-INCI-DAY                 PIC 9(02) VALUE ZERO.
039600 77  WS-INCI-QUOT                PIC 9(06) COMP VALUE ZERO.
039700 77  WS-DOCK-DAYS                PIC S9(03)V99 VALUE ZERO.
039800 77  WS-DOCK-AMT                 PIC S9(07)V99 VALUE ZERO.
039900 77  WS-DAILY-RATE               PIC S9(07)V99 VALUE ZERO.
040000******************************************************************
040100* THE CURRENT EMPLOYEE'S UNDERPAID PAYDAYS, EACH POSTED AS ITS
040200* OWN RETRO ENTRY, AND THE EMPLOYEE'S TOTALS.
040300******************************************************************
040400 77  RTE-MAX-ENTRIES             PIC 9(02) COMP VALUE 50.
040500 01  RTE-RETRO-TABLE.
040600     05  RTE-TAB-ENTRY OCCURS 50 TIMES.
040700         10  RTE-TAB-PAY-DATE    PIC 9(08).
040800         10  RTE-TAB-GROSS       PIC S9(07)V99.
040900         10  RTE-TAB-TAX         PIC S9(07)V99.
041000         10  RTE-TAB-BENEFITS    PIC S9(07)V99.
041100         10  RTE-TAB-GARNISH     PIC S9(07)V99.
041200         10  RTE-TAB-NET         PIC S9(07)V99.
041208         10  RTE-TAB-CUO-SW      PIC X(01).
041216             88  RTE-TAB-CUO-REDONE VALUE 'Y'.
041224         10  RTE-TAB-SBC         PIC 9(07)V99.
041232         10  RTE-TAB-EE-IMSS     PIC S9(07)V99.
041240         10  RTE-TAB-EE-RCV      PIC S9(07)V99.
041248         10  RTE-TAB-ER-IMSS     PIC S9(07)V99.
041256         10  RTE-TAB-ER-RCV      PIC S9(07)V99.
041264         10  RTE-TAB-ER-INFONAVIT PIC S9(07)V99.
041272         10  RTE-TAB-DIFF-ER-IMSS PIC S9(07)V99.
041280         10  RTE-TAB-DIFF-ER-RCV PIC S9(07)V99.
041288         10  RTE-TAB-DIFF-ER-INFO PIC S9(07)V99.
041300 77  RTE-ENTRY-CNT               PIC 9(02) COMP VALUE ZERO.
041400 77  RTE-SUB                     PIC 9(02) COMP VALUE ZERO.
041500 77  WS-EMP-HEADER-SW            PIC X(01) VALUE 'N'.
041600     88  WS-EMP-HEADER-DONE      VALUE 'Y'.
041700 77  WS-EMP-GROSS                PIC S9(07)V99 VALUE ZERO.
041800 77  WS-EMP-TAX                  PIC S9(07)V99 VALUE ZERO.
041900 77  WS-EMP-BENEFITS             PIC S9(07)V99 VALUE ZERO.
041950 77  WS-EMP-ER-COST              PIC S9(07)V99 VALUE ZERO.
042000 77  WS-EMP-NET                  PIC S9(07)V99 VALUE ZERO.
042100 77  WS-EMP-OVERPAID             PIC S9(07)V99 VALUE ZERO.
042200 77  WS-EMP-LOANS                PIC S9(07)V99 VALUE ZERO.
042300 77  FONDOS                      PIC S9(07)V99 VALUE ZERO.
042400******************************************************************
042500* GARNISHMENT AND LOAN WORK AREAS - ONE PER-PERIOD CUT OF EACH
042600* OPEN ORDER (PRIORITY 1 FIRST) AND ONE PER-PERIOD PAYMENT OF
042700* EACH OPEN LOAN, CAPPED AS IN PAY0100 BUT ONLY OUT OF THE RETRO
042800* MONEY, NEVER OUT OF THE FONDOS THE EMPLOYEE ALREADY HAD.
042900******************************************************************
043000 77  WS-GARNISH-TOTAL            PIC S9(07)V99 VALUE ZERO.
043100 77  WS-GARNISH-AVAIL            PIC S9(09)V99 VALUE ZERO.
043200 77  WS-GARNISH-LEFT             PIC S9(07)V99 VALUE ZERO.
043300 77  WS-GARN-DED                 PIC S9(07)V99 VALUE ZERO.
043400 77  WS-GARN-PRI                 PIC 9(02) COMP VALUE ZERO.
043500 77  GRN-MAX-ORDERS              PIC 9(02) COMP VALUE 10.
043600 01  GRN-ORDER-TABLE.
043700     05  GRN-TAB-ENTRY OCCURS 10 TIMES.
043800         10  GRN-TAB-ORDER-NO    PIC X(10).
043900         10  GRN-TAB-PAYEE       PIC X(20).
044000         10  GRN-TAB-PER-AMT     PIC S9(05)V99.
044100         10  GRN-TAB-REMAINING   PIC S9(07)V99.
044200         10  GRN-TAB-PRIORITY    PIC 9(01).
044300 77  GRN-ORDER-CNT               PIC 9(02) COMP VALUE ZERO.
044400 77  GRN-SUB                     PIC 9(02) COMP VALUE ZERO.
044500 77  WS-LOAN-AVAIL               PIC S9(09)V99 VALUE ZERO.
044600 77  WS-LOAN-DED                 PIC S9(07)V99 VALUE ZERO.
044700 77  LON-MAX-LOANS               PIC 9(02) COMP VALUE 10.
044800 01  LON-LOAN-TABLE.
044900     05  LON-TAB-ENTRY OCCURS 10 TIMES.
045000         10  LON-TAB-LOAN-NO     PIC X(10).
045100         10  LON-TAB-PER-AMT     PIC S9(05)V99.
045200         10  LON-TAB-REMAINING   PIC S9(07)V99.
045300 77  LON-LOAN-CNT                PIC 9(02) COMP VALUE ZERO.
045400 77  LON-SUB                     PIC 9(02) COMP VALUE ZERO.
045500 77  REM-MAX-PAYEES              PIC 9(02) COMP VALUE 50.
045600 01  REM-PAYEE-TABLE.
045700     05  REM-TAB-ENTRY OCCURS 50 TIMES.
045800         10  REM-TAB-PAYEE       PIC X(20).
045900         10  REM-TAB-AMOUNT      PIC S9(09)V99.
046000 77  REM-PAYEE-CNT               PIC 9(02) COMP VALUE ZERO.
046100 77  REM-SUB                     PIC 9(02) COMP VALUE ZERO.
046200 77  REM-CUR-SUB                 PIC 9(02) COMP VALUE ZERO.
046300 77  REM-FOUND-SW                PIC X(01) VALUE 'N'.
046400     88  REM-FOUND               VALUE 'Y'.
046500 77  WS-REM-PAYEE                PIC X(20) VALUE SPACES.
046600******************************************************************
046700* LEDGER, SUMMARY AND REPORT WORK FIELDS AND RUN TOTALS.
046800******************************************************************
046900 77  WS-LEDGER-TYPE              PIC X(10) VALUE SPACES.
047000 77  WS-LEDGER-GROSS-AMT         PIC S9(07)V99 VALUE ZERO.
047100 77  WS-LEDGER-TAX-AMT           PIC S9(07)V99 VALUE ZERO.
047200 77  WS-LEDGER-BENEFITS-AMT      PIC S9(07)V99 VALUE ZERO.
047300 77  WS-LEDGER-GARNISH-AMT       PIC S9(07)V99 VALUE ZERO.
047400 77  WS-LEDGER-NET-AMT           PIC S9(07)V99 VALUE ZERO.
047500 77  WS-LEDGER-PAY-DATE          PIC 9(08) VALUE ZERO.
047520 77  WS-LEDGER-ER-IMSS-AMT       PIC S9(07)V99 VALUE ZERO.
047540 77  WS-LEDGER-ER-RCV-AMT        PIC S9(07)V99 VALUE ZERO.
047560 77  WS-LEDGER-ER-INFONAVIT-AMT  PIC S9(07)V99 VALUE ZERO.
047600 77  WS-SUM-PERIOD               PIC 9(06) VALUE ZERO.
047700 77  WS-EMPLOYEE-CNT             PIC 9(05) COMP VALUE ZERO.
047800 77  WS-PAYDAY-CNT               PIC 9(05) COMP VALUE ZERO.
047900 77  WS-PAID-EMP-CNT             PIC 9(05) COMP VALUE ZERO.
048000 77  WS-RUN-GROSS                PIC S9(09)V99 VALUE ZERO.
048100 77  WS-RUN-NET                  PIC S9(09)V99 VALUE ZERO.
048200 77  WS-RUN-OVERPAID             PIC S9(09)V99 VALUE ZERO.
048300 77  WS-RPT-TEXT                 PIC X(80) VALUE SPACES.
048400 77  WS-PAGE-SEP                 PIC X(72) VALUE ALL "-".
048500 77  WS-CNT-DISPLAY              PIC ZZZZ9.
048600 01  WS-HEADING-LINE.
048700     05  FILLER                  PIC X(02) VALUE SPACES.
048800     05  FILLER                  PIC X(08) VALUE "PERIODO".
048900     05  FILLER                  PIC X(04) VALUE "DIA".
049000     05  FILLER                  PIC X(12) VALUE "TARIFA ANT".
049100     05  FILLER                  PIC X(11) VALUE "TARIFA NVA".
049200     05  FILLER                  PIC X(13) VALUE "BRUTO PAGADO".
049300     05  FILLER                  PIC X(15) VALUE "BRUTO DEBIDO".
049400     05  FILLER                  PIC X(10) VALUE "DIFERENCIA".
049500 01  WS-DETAIL-LINE.
049600     05  FILLER                  PIC X(02) VALUE SPACES.
049700     05  WS-DTL-PERIOD           PIC 9(06).
049800     05  FILLER                  PIC X(02) VALUE SPACES.
049900     05  WS-DTL-DAY              PIC 9(02).
050000     05  FILLER                  PIC X(02) VALUE SPACES.
050100     05  WS-DTL-OLD-RATE         PIC ZZZZZZ9.99.
050200     05  FILLER                  PIC X(02) VALUE SPACES.
050300     05  WS-DTL-NEW-RATE         PIC ZZZZZZ9.99.
050400     05  FILLER                  PIC X(02) VALUE SPACES.
050500     05  WS-DTL-PAID             PIC -(7)9.99.
050600     05  FILLER                  PIC X(02) VALUE SPACES.
050700     05  WS-DTL-DUE              PIC -(7)9.99.
050800     05  FILLER                  PIC X(02) VALUE SPACES.
050900     05  WS-DTL-DIFF             PIC -(7)9.99.
051000 01  WS-AMT-LINE.
051100     05  FILLER                  PIC X(04) VALUE SPACES.
051200     05  WS-AMT-LABEL            PIC X(24).
051300     05  WS-AMT-EDITED           PIC -(9)9.99.
051400 PROCEDURE DIVISION.
051500******************************************************************
051600* 0000-MAINLINE - LOAD THE CALENDAR AND TAX TABLES, REBUILD WHAT
051700* EVERY PAYDAY PAID, CHECK EACH EMPLOYEE'S PAYDAYS AGAINST
051800* EMPCOMP, REMIT ANY GARNISHMENT TAKEN, CLOSE OUT.
051900******************************************************************
052000 0000-MAINLINE.
052100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
052200     IF NOT WS-ABORT
052300         PERFORM 1700-LOAD-HOLIDAYS THRU 1700-EXIT
052400         PERFORM 1750-LOAD-TAX-RECORDS THRU 1750-EXIT
052450         PERFORM 1770-LOAD-IMSS-RECORDS THRU 1770-EXIT
052500         PERFORM 2000-LOAD-PAID-TABLE THRU 2000-EXIT
052600     END-IF
052700     IF NOT WS-ABORT
052800         PERFORM 1400-OPEN-POSTING-FILES THRU 1400-EXIT
052900     END-IF
053000     IF NOT WS-ABORT
053100         PERFORM 1500-WRITE-REPORT-HEADER THRU 1500-EXIT
053200         PERFORM 3000-PROCESS-EMPLOYEE THRU 3000-EXIT
053300             UNTIL WS-EOF-EMPMAST
053400         PERFORM 7000-WRITE-RUN-TOTALS THRU 7000-EXIT
053500         IF WS-MODE-PAY
053600             PERFORM 7500-WRITE-REMITTANCE THRU 7500-EXIT
053700         END-IF
053800     END-IF
053900     PERFORM 9000-TERMINATE THRU 9000-EXIT
053920     IF WS-ABORT
053940         MOVE 16 TO RETURN-CODE
053960     END-IF
054000     STOP RUN.
054100******************************************************************
054200* 1000-INITIALIZE - ACCEPT THE RUN INPUTS AND OPEN THE FILES
054300* EVERY MODE NEEDS. A ZERO LOOK-BACK PERIOD MEANS THE LAST TWELVE
054400* MONTHS INCLUDING THE CURRENT ONE.
054500******************************************************************
054600 1000-INITIALIZE.
054700     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
054800     COMPUTE WS-TODAY-PERIOD = WS-TODAY-YEAR * 100
054900         + WS-TODAY-MONTH
055000     DISPLAY "ID DE OPERADOR: " WITH NO ADVANCING
055100     ACCEPT WS-OPERATOR-ID
055200     DISPLAY "REVISAR DESDE EL PERIODO (AAAAMM, 0 PARA 12"
055300         " MESES): " WITH NO ADVANCING
055400     ACCEPT WS-FROM-PERIOD
055500     DISPLAY "MODO (R=SOLO REPORTE, P=PAGAR): "
055600         WITH NO ADVANCING
055700     ACCEPT WS-RUN-MODE
055800
055900     IF NOT WS-MODE-REPORT AND NOT WS-MODE-PAY
056000         DISPLAY "PAY0119 - MODO INVALIDO '" WS-RUN-MODE
056100             "' - DEBE SER R O P"
056200         SET WS-ABORT TO TRUE
056300         GO TO 1000-EXIT
056400     END-IF
056500     IF WS-FROM-PERIOD = ZERO
056600         IF WS-TODAY-MONTH = 12
056700             MOVE WS-TODAY-YEAR TO WS-FROM-YEAR
056800             MOVE 1 TO WS-FROM-MONTH
056900         ELSE
057000             COMPUTE WS-FROM-YEAR = WS-TODAY-YEAR - 1
057100             COMPUTE WS-FROM-MONTH = WS-TODAY-MONTH + 1
057200         END-IF
057300     ELSE
057400         DIVIDE WS-FROM-PERIOD BY 100
057500             GIVING WS-FROM-YEAR REMAINDER WS-FROM-MONTH
057600         IF WS-FROM-MONTH < 1 OR WS-FROM-MONTH > 12
057700             DISPLAY "PAY0119 - MES INVALIDO EN " WS-FROM-PERIOD
057800                 " - NO SE CORRE"
057900             SET WS-ABORT TO TRUE
058000             GO TO 1000-EXIT
058100         END-IF
058200     END-IF
058300     COMPUTE WS-FROM-PERIOD = WS-FROM-YEAR * 100 + WS-FROM-MONTH
058400     IF WS-FROM-PERIOD > WS-TODAY-PERIOD
058500         DISPLAY "PAY0119 - EL PERIODO " WS-FROM-PERIOD
058600             " AUN NO TRANSCURRE - NO SE CORRE"
058700         SET WS-ABORT TO TRUE
058800         GO TO 1000-EXIT
058900     END-IF
059000     COMPUTE WS-FROM-DATE = WS-FROM-PERIOD * 100 + 1
059100     DISPLAY "PAY0119 - RETROACTIVO DESDE " WS-FROM-PERIOD
059200         " MODO " WS-RUN-MODE
059300
059400     OPEN I-O EMPLOYEE-MASTER-FILE
059500     IF WS-EMPMAST-STATUS NOT = "00"
059600         DISPLAY "PAY0119 - NO SE PUDO ABRIR EMPMAST, ESTADO "
059700             WS-EMPMAST-STATUS
059800         SET WS-ABORT TO TRUE
059900         GO TO 1000-EXIT
060000     END-IF
060100     SET WS-EMPMAST-OPEN TO TRUE
060200
060300     OPEN INPUT EMP-COMP-FILE
060400     IF WS-COMP-STATUS NOT = "00"
060500         DISPLAY "PAY0119 - NO SE PUDO ABRIR EMPCOMP, ESTADO "
060600             WS-COMP-STATUS " - SIN TARIFAS NO HAY RETROACTIVO"
060700         SET WS-ABORT TO TRUE
060800         GO TO 1000-EXIT
060900     END-IF
061000     SET WS-COMP-OPEN TO TRUE
061100
061200     OPEN INPUT INCIDENCIA-FILE
061300     IF WS-INCI-STATUS = "00"
061400         SET WS-INCI-OPEN TO TRUE
061500     ELSE
061600         DISPLAY "PAY0119 - SIN INCIMAST (ESTADO " WS-INCI-STATUS
061700             "), SIN DESCUENTO DE AUSENCIAS"
061800     END-IF
061900
061907     IF WS-MODE-PAY
061914         OPEN I-O CUOTAS-FILE
061921     ELSE
061928         OPEN INPUT CUOTAS-FILE
061935     END-IF
061942     IF WS-CUO-STATUS = "00"
061949         SET WS-CUO-OPEN TO TRUE
061956     ELSE
061963         DISPLAY "PAY0119 - *** SIN CUOTAS (ESTADO " WS-CUO-STATUS
061970             "), LA CUOTA IMSS NO SE RECALCULA ***"
061977     END-IF
061984
062000     OPEN OUTPUT RETRO-REPORT-FILE
062100     IF WS-RETRORPT-STATUS NOT = "00"
062200         DISPLAY "PAY0119 - NO SE PUDO ABRIR RETRORPT, ESTADO "
062300             WS-RETRORPT-STATUS
062400         SET WS-ABORT TO TRUE
062500         GO TO 1000-EXIT
062600     END-IF
062700     SET WS-RETRORPT-OPEN TO TRUE.
062800 1000-EXIT.
062900     EXIT.
063000******************************************************************
063100* 1400-OPEN-POSTING-FILES - PAY MODE ONLY: THE LEDGER (AFTER THE
063200* SWEEP HAS CLOSED IT), LEDGSUM, PAYAUD, GARNORD AND LOANMAST.
063300* A MISSING GARNORD OR LOANMAST IS TOLERATED AS IN PAY0100; THE
063400* LEDGER AND THE AUDIT TRAIL ARE NOT.
063500******************************************************************
063600 1400-OPEN-POSTING-FILES.
063700     IF NOT WS-MODE-PAY
063800         GO TO 1400-EXIT
063900     END-IF
064000     OPEN EXTEND FONDOS-LEDGER-FILE
064100     IF WS-LEDGER-STATUS = "35"
064200         OPEN OUTPUT FONDOS-LEDGER-FILE
064300     END-IF
064400     IF WS-LEDGER-STATUS NOT = "00"
064500         DISPLAY "PAY0119 - NO SE PUDO ABRIR FNDLEDG, ESTADO "
064600             WS-LEDGER-STATUS
064700         SET WS-ABORT TO TRUE
064800         GO TO 1400-EXIT
064900     END-IF
065000     SET WS-LEDGER-OPEN TO TRUE
065100
065200     OPEN EXTEND PAY-AUDIT-FILE
065300     IF WS-AUDIT-STATUS = "35"
065400         OPEN OUTPUT PAY-AUDIT-FILE
065500     END-IF
065600     IF WS-AUDIT-STATUS NOT = "00"
065700         DISPLAY "PAY0119 - NO SE PUDO ABRIR PAYAUD, ESTADO "
065800             WS-AUDIT-STATUS
065900         SET WS-ABORT TO TRUE
066000         GO TO 1400-EXIT
066100     END-IF
066200     SET WS-AUDIT-OPEN TO TRUE
066300
066400     OPEN I-O LEDGER-SUMMARY-FILE
066500     IF WS-SUMFILE-STATUS = "35"
066600         OPEN OUTPUT LEDGER-SUMMARY-FILE
066700         CLOSE LEDGER-SUMMARY-FILE
066800         OPEN I-O LEDGER-SUMMARY-FILE
066900     END-IF
067000     IF WS-SUMFILE-STATUS = "00"
067100         SET WS-SUM-OPEN TO TRUE
067200     ELSE
067300         DISPLAY "PAY0119 - SIN LEDGSUM (ESTADO "
067400             WS-SUMFILE-STATUS "), RECONSTRUYA CON PAY0115"
067500     END-IF
067600
067700     OPEN I-O GARN-ORDER-FILE
067800     IF WS-GARN-STATUS = "00"
067900         SET WS-GARN-OPEN TO TRUE
068000     ELSE
068100         DISPLAY "PAY0119 - SIN GARNORD (ESTADO " WS-GARN-STATUS
068200             "), SIN EMBARGOS SOBRE EL RETROACTIVO"
068300     END-IF
068400
068500     OPEN I-O LOAN-MASTER-FILE
068600     IF WS-LOAN-STATUS = "00"
068700         SET WS-LOAN-OPEN TO TRUE
068800     ELSE
068900         DISPLAY "PAY0119 - SIN LOANMAST (ESTADO " WS-LOAN-STATUS
069000             "), SIN ABONO A PRESTAMOS"
069100     END-IF.
069200 1400-EXIT.
069300     EXIT.
069400******************************************************************
069500* 1500-WRITE-REPORT-HEADER - TITLE AND COLUMN HEADINGS OF THE
069600* RETRO REPORT.
069700******************************************************************
069800 1500-WRITE-REPORT-HEADER.
069900     MOVE SPACES TO WS-RPT-TEXT
070000     STRING "REPORTE DE RETROACTIVO  DESDE " WS-FROM-PERIOD
070100         "  FECHA " WS-TODAY-DATE "  OPERADOR " WS-OPERATOR-ID
070200         DELIMITED BY SIZE INTO WS-RPT-TEXT
070300     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
070400     IF WS-MODE-PAY
070500         MOVE "MODO PAGO - LAS DIFERENCIAS SE ABONAN A FONDOS"
070600             TO WS-RPT-TEXT
070700     ELSE
070800         MOVE "MODO REPORTE - PARA APROBACION, NO SE PAGA NADA"
070900             TO WS-RPT-TEXT
071000     END-IF
071100     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
071200     MOVE SPACES TO WS-RPT-TEXT
071300     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
071400     MOVE WS-HEADING-LINE TO WS-RPT-TEXT
071500     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
071600     MOVE WS-PAGE-SEP TO WS-RPT-TEXT
071700     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT.
071800 1500-EXIT.
071900     EXIT.
072000******************************************************************
072100* 1700-LOAD-HOLIDAYS - KEEP EVERY HOLCAL DAY; 3210 PICKS OUT THE
072200* ONES FOR EACH MONTH CHECKED. A MISSING HOLCAL LOADS NOTHING -
072300* EVERY WEEKDAY IS A BUSINESS DAY, AS IN PAY0100.
072400******************************************************************
072500 1700-LOAD-HOLIDAYS.
072600     MOVE ZERO TO HOLT-DAY-CNT
072700     MOVE "N" TO WS-EOF-HOLCAL-SW
072800     OPEN INPUT HOLIDAY-CAL-FILE
072900     IF WS-HOLCAL-STATUS NOT = "00"
073000         DISPLAY "PAY0119 - SIN HOLCAL (ESTADO " WS-HOLCAL-STATUS
073100             "), SE CORRE SIN DIAS FERIADOS"
073200         GO TO 1700-EXIT
073300     END-IF
073400     PERFORM 1710-READ-ONE-HOLIDAY THRU 1710-EXIT
073500         UNTIL WS-EOF-HOLCAL
073600     CLOSE HOLIDAY-CAL-FILE.
073700 1700-EXIT.
073800     EXIT.
073900******************************************************************
074000* 1710-READ-ONE-HOLIDAY - ONE CALENDAR RECORD INTO THE TABLE.
074100******************************************************************
074200 1710-READ-ONE-HOLIDAY.
074300     READ HOLIDAY-CAL-FILE
074400         AT END
074500             MOVE "Y" TO WS-EOF-HOLCAL-SW
074600             GO TO 1710-EXIT
074700     END-READ
074800     IF HOL-YEAR NOT NUMERIC OR HOL-MONTH NOT NUMERIC
074900         OR HOL-DAY NOT NUMERIC
075000         DISPLAY "PAY0119 - REGISTRO HOLCAL NO NUMERICO, SE"
075100             " OMITE"
075200         GO TO 1710-EXIT
075300     END-IF
075400     IF HOLT-DAY-CNT = HOLT-MAX-DAYS
075500         DISPLAY "PAY0119 - TABLA DE FERIADOS LLENA, SE OMITE "
075600             HOL-YEAR HOL-MONTH HOL-DAY
075700         GO TO 1710-EXIT
075800     END-IF
075900     ADD 1 TO HOLT-DAY-CNT
076000     MOVE HOL-YEAR TO HOLT-TAB-YEAR(HOLT-DAY-CNT)
076100     MOVE HOL-MONTH TO HOLT-TAB-MONTH(HOLT-DAY-CNT)
076200     MOVE HOL-DAY TO HOLT-TAB-DAY(HOLT-DAY-CNT).
076300 1710-EXIT.
076400     EXIT.
076500******************************************************************
076600* 1750-LOAD-TAX-RECORDS - KEEP EVERY VALID TAXTAB RECORD; 3250
076700* PICKS THE SET IN FORCE FOR EACH MONTH CHECKED.
076800******************************************************************
076900 1750-LOAD-TAX-RECORDS.
077000     MOVE ZERO TO TAXR-RECORD-CNT
077100     MOVE "N" TO WS-EOF-TAXTAB-SW
077200     OPEN INPUT TAX-TABLE-FILE
077300     IF WS-TAXTAB-STATUS NOT = "00"
077400         DISPLAY "PAY0119 - *** SIN TAXTAB (ESTADO "
077500             WS-TAXTAB-STATUS "), SE USA LA TASA FIJA DE"
077600             " RESPALDO " PAY-TAX-RATE " ***"
077700         GO TO 1750-EXIT
077800     END-IF
077900     PERFORM 1760-READ-ONE-TAXREC THRU 1760-EXIT
078000         UNTIL WS-EOF-TAXTAB
078100     CLOSE TAX-TABLE-FILE.
078200 1750-EXIT.
078300     EXIT.
078400******************************************************************
078500* 1760-READ-ONE-TAXREC - ONE TAXTAB RECORD INTO THE TABLE. BAD
078600* RECORDS ARE REPORTED AND SKIPPED, AS IN PAY0100.
078700******************************************************************
078800 1760-READ-ONE-TAXREC.
078900     READ TAX-TABLE-FILE
079000         AT END
079100             MOVE "Y" TO WS-EOF-TAXTAB-SW
079200             GO TO 1760-EXIT
079300     END-READ
079400     IF TAX-EFF-DATE NOT NUMERIC OR TAX-LOWER-AMT NOT NUMERIC
079500         OR TAX-UPPER-AMT NOT NUMERIC OR TAX-RATE NOT NUMERIC
079600         OR TAX-QUOTA-AMT NOT NUMERIC
079700         DISPLAY "PAY0119 - REGISTRO TAXTAB NO NUMERICO, SE"
079800             " OMITE"
079900         GO TO 1760-EXIT
080000     END-IF
080100     IF TAXR-RECORD-CNT = TAXR-MAX-RECORDS
080200         DISPLAY "PAY0119 - TABLA DE TAXTAB LLENA, SE OMITE EL"
080300             " EXCEDENTE"
080400         GO TO 1760-EXIT
080500     END-IF
080600     ADD 1 TO TAXR-RECORD-CNT
080700     MOVE TAX-EFF-DATE TO TAXR-TAB-EFF-DATE(TAXR-RECORD-CNT)
080800     MOVE TAX-LOWER-AMT TO TAXR-TAB-LOWER(TAXR-RECORD-CNT)
080900     MOVE TAX-UPPER-AMT TO TAXR-TAB-UPPER(TAXR-RECORD-CNT)
081000     MOVE TAX-RATE TO TAXR-TAB-RATE(TAXR-RECORD-CNT)
081100     MOVE TAX-QUOTA-AMT TO TAXR-TAB-QUOTA(TAXR-RECORD-CNT).
081200 1760-EXIT.
081300     EXIT.
081301******************************************************************
081302* 1770-LOAD-IMSS-RECORDS - KEEP EVERY VALID IMSSTAB RECORD; 3280
081303* PICKS THE SET IN FORCE FOR EACH MONTH CHECKED. WITHOUT IMSSTAB
081304* NO PAYDAY'S CONTRIBUTIONS ARE RECHARGED - FLAGGED LOUDLY.
081305******************************************************************
081306 1770-LOAD-IMSS-RECORDS.
081307     MOVE ZERO TO IMSR-RECORD-CNT
081308     MOVE "N" TO WS-EOF-IMSSTAB-SW
081309     OPEN INPUT IMSS-TABLE-FILE
081310     IF WS-IMSSTAB-STATUS NOT = "00"
081311         DISPLAY "PAY0119 - *** SIN IMSSTAB (ESTADO "
081312             WS-IMSSTAB-STATUS "), LA CUOTA IMSS NO SE RECALCULA"
081313             " ***"
081314         GO TO 1770-EXIT
081315     END-IF
081316     PERFORM 1780-READ-ONE-IMSSREC THRU 1780-EXIT
081317         UNTIL WS-EOF-IMSSTAB
081318     CLOSE IMSS-TABLE-FILE.
081319 1770-EXIT.
081320     EXIT.
081321******************************************************************
081322* 1780-READ-ONE-IMSSREC - ONE IMSSTAB RECORD INTO THE TABLE. BAD
081323* RECORDS ARE REPORTED AND SKIPPED, AS IN PAY0100.
081324******************************************************************
081325 1780-READ-ONE-IMSSREC.
081326     READ IMSS-TABLE-FILE
081327         AT END
081328             MOVE "Y" TO WS-EOF-IMSSTAB-SW
081329             GO TO 1780-EXIT
081330     END-READ
081331     IF IMSS-EFF-DATE NOT NUMERIC OR IMSS-ER-RATE NOT NUMERIC
081332         OR IMSS-EE-RATE NOT NUMERIC OR IMSS-UMA-MULT NOT NUMERIC
081333         OR IMSS-UMA-AMT NOT NUMERIC OR NOT IMSS-GROUP-VALID
081334         DISPLAY "PAY0119 - REGISTRO IMSSTAB INVALIDO, SE OMITE"
081335         GO TO 1780-EXIT
081336     END-IF
081337     IF IMSR-RECORD-CNT = IMSR-MAX-RECORDS
081338         DISPLAY "PAY0119 - TABLA DE IMSSTAB LLENA, SE OMITE EL"
081339             " EXCEDENTE"
081340         GO TO 1780-EXIT
081341     END-IF
081342     ADD 1 TO IMSR-RECORD-CNT
081343     MOVE IMSS-EFF-DATE TO IMSR-TAB-EFF-DATE(IMSR-RECORD-CNT)
081344     MOVE IMSS-BRANCH TO IMSR-TAB-BRANCH(IMSR-RECORD-CNT)
081345     MOVE IMSS-GROUP TO IMSR-TAB-GROUP(IMSR-RECORD-CNT)
081346     MOVE IMSS-BASE TO IMSR-TAB-BASE(IMSR-RECORD-CNT)
081347     MOVE IMSS-ER-RATE TO IMSR-TAB-ER-RATE(IMSR-RECORD-CNT)
081348     MOVE IMSS-EE-RATE TO IMSR-TAB-EE-RATE(IMSR-RECORD-CNT)
081349     MOVE IMSS-UMA-MULT TO IMSR-TAB-UMA-MULT(IMSR-RECORD-CNT)
081350     MOVE IMSS-UMA-AMT TO IMSR-TAB-UMA-AMT(IMSR-RECORD-CNT)
081351     MOVE IMSS-ABSENCE-SW
081352         TO IMSR-TAB-ABSENCE-SW(IMSR-RECORD-CNT).
081353 1780-EXIT.
081354     EXIT.
081400******************************************************************
081500* 2000-LOAD-PAID-TABLE - SWEEP THE MONTHLY ARCHIVES FROM THE
081600* LOOK-BACK PERIOD TO THIS MONTH, THEN THE LIVE LEDGER, AND
081700* TALLY WHAT EACH PAYDAY PAID. A TABLE TOO SMALL FOR THE
081800* LOOK-BACK STOPS THE RUN - A PAYDAY LEFT OUT WOULD LOOK UNPAID.
081900******************************************************************
082000 2000-LOAD-PAID-TABLE.
082100     MOVE ZERO TO RTP-ENTRY-CNT
082200     MOVE WS-FROM-YEAR TO WS-ARCH-YEAR
082300     MOVE WS-FROM-MONTH TO WS-ARCH-MONTH
082400     COMPUTE WS-ARCH-PERIOD = WS-ARCH-YEAR * 100 + WS-ARCH-MONTH
082500     PERFORM 2010-SWEEP-ARCHIVE THRU 2010-EXIT
082600         UNTIL WS-ARCH-PERIOD > WS-TODAY-PERIOD OR WS-ABORT
082700     IF WS-ABORT
082800         GO TO 2000-EXIT
082900     END-IF
083000     OPEN INPUT FONDOS-LEDGER-FILE
083100     IF WS-LEDGER-STATUS = "00"
083200         MOVE "N" TO WS-EOF-LEDGER-SW
083300         PERFORM 2030-READ-ONE-LIVE THRU 2030-EXIT
083400             UNTIL WS-EOF-LEDGER OR WS-ABORT
083500         CLOSE FONDOS-LEDGER-FILE
083600     END-IF
083700     IF WS-ABORT
083800         GO TO 2000-EXIT
083900     END-IF
084000     DISPLAY "PAY0119 - MOVIMIENTOS LEIDOS: " WS-LEDGER-READ-CNT
084100         ", DIAS DE PAGO EN TABLA: " RTP-ENTRY-CNT.
084200 2000-EXIT.
084300     EXIT.
084400******************************************************************
084500* 2010-SWEEP-ARCHIVE - READ ONE MONTHLY ARCHIVE, IF PAY0108 HAS
084600* WRITTEN IT, AND STEP TO THE NEXT MONTH.
084700******************************************************************
084800 2010-SWEEP-ARCHIVE.
084900     MOVE SPACES TO WS-ARCHIVE-NAME
085000     STRING "FNDLEDG." WS-ARCH-PERIOD-CHAR
085100         DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
085200     OPEN INPUT ARCHIVE-LEDGER-FILE
085300     IF WS-ARCHIVE-STATUS = "00"
085400         MOVE "N" TO WS-EOF-LEDGER-SW
085500         PERFORM 2020-READ-ONE-ARCHIVE THRU 2020-EXIT
085600             UNTIL WS-EOF-LEDGER OR WS-ABORT
085700         CLOSE ARCHIVE-LEDGER-FILE
085800     END-IF
085900     ADD 1 TO WS-ARCH-MONTH
086000     IF WS-ARCH-MONTH > 12
086100         MOVE 1 TO WS-ARCH-MONTH
086200         ADD 1 TO WS-ARCH-YEAR
086300     END-IF
086400     COMPUTE WS-ARCH-PERIOD = WS-ARCH-YEAR * 100 + WS-ARCH-MONTH.
086500 2010-EXIT.
086600     EXIT.
086700******************************************************************
086800* 2020-READ-ONE-ARCHIVE - ONE ARCHIVED LEDGER RECORD.
086900******************************************************************
087000 2020-READ-ONE-ARCHIVE.
087100     READ ARCHIVE-LEDGER-FILE INTO LEDGER-RECORD
087200         AT END
087300             MOVE "Y" TO WS-EOF-LEDGER-SW
087400             GO TO 2020-EXIT
087500     END-READ
087600     ADD 1 TO WS-LEDGER-READ-CNT
087700     PERFORM 2100-TALLY-PAID THRU 2100-EXIT.
087800 2020-EXIT.
087900     EXIT.
088000******************************************************************
088100* 2030-READ-ONE-LIVE - ONE LIVE LEDGER RECORD.
088200******************************************************************
088300 2030-READ-ONE-LIVE.
088400     READ FONDOS-LEDGER-FILE INTO LEDGER-RECORD
088500         AT END
088600             MOVE "Y" TO WS-EOF-LEDGER-SW
088700             GO TO 2030-EXIT
088800     END-READ
088900     ADD 1 TO WS-LEDGER-READ-CNT
089000     PERFORM 2100-TALLY-PAID THRU 2100-EXIT.
089100 2030-EXIT.
089200     EXIT.
089300******************************************************************
089400* 2100-TALLY-PAID - ROLL ONE NOMINA, REVNOMINA OR RETRO ENTRY
089500* INTO ITS PAYDAY'S SLOT. ENTRIES FROM BEFORE LEDG-PAY-DATE
089600* EXISTED CARRY SPACES THERE AND CANNOT BE TIED TO A PAYDAY, SO
089700* THEY ARE LEFT OUT; SO ARE PAYDAYS BEFORE THE LOOK-BACK.
089800******************************************************************
089900 2100-TALLY-PAID.
090000     IF NOT LEDG-TYPE-NOMINA AND NOT LEDG-TYPE-REV-NOMINA
090100         AND NOT LEDG-TYPE-RETRO
090200         GO TO 2100-EXIT
090300     END-IF
090400     IF LEDG-PAY-DATE NOT NUMERIC
090500         GO TO 2100-EXIT
090600     END-IF
090700     IF LEDG-PAY-DATE < WS-FROM-DATE
090800         GO TO 2100-EXIT
090900     END-IF
091000     MOVE "N" TO RTP-FOUND-SW
091100     PERFORM 2110-TEST-ONE-SLOT THRU 2110-EXIT
091200         VARYING RTP-SUB FROM 1 BY 1
091300         UNTIL RTP-FOUND OR RTP-SUB > RTP-ENTRY-CNT
091400     IF NOT RTP-FOUND
091500         IF RTP-ENTRY-CNT = RTP-MAX-ENTRIES
091600             DISPLAY "PAY0119 - MAS DE " RTP-MAX-ENTRIES
091700                 " DIAS DE PAGO DESDE " WS-FROM-PERIOD
091800                 " - ACORTE EL PERIODO, NO SE CORRE"
091900             SET WS-ABORT TO TRUE
092000             GO TO 2100-EXIT
092100         END-IF
092200         ADD 1 TO RTP-ENTRY-CNT
092300         MOVE RTP-ENTRY-CNT TO RTP-CUR-SUB
092400         MOVE LEDG-EMP-ID TO RTP-TAB-EMP-ID(RTP-CUR-SUB)
092500         MOVE LEDG-PAY-DATE TO RTP-TAB-PAY-DATE(RTP-CUR-SUB)
092600         MOVE ZERO TO RTP-TAB-NOMINA-CNT(RTP-CUR-SUB)
092700             RTP-TAB-GROSS(RTP-CUR-SUB)
092800             RTP-TAB-TAX(RTP-CUR-SUB)
092900             RTP-TAB-BENEFITS(RTP-CUR-SUB)
093000     END-IF
093100     IF LEDG-TYPE-REV-NOMINA
093200         SUBTRACT 1 FROM RTP-TAB-NOMINA-CNT(RTP-CUR-SUB)
093300         SUBTRACT LEDG-GROSS-AMT FROM RTP-TAB-GROSS(RTP-CUR-SUB)
093400         SUBTRACT LEDG-TAX-AMT FROM RTP-TAB-TAX(RTP-CUR-SUB)
093500         SUBTRACT LEDG-BENEFITS-AMT
093600             FROM RTP-TAB-BENEFITS(RTP-CUR-SUB)
093700         GO TO 2100-EXIT
093800     END-IF
093900     IF LEDG-TYPE-NOMINA
094000         ADD 1 TO RTP-TAB-NOMINA-CNT(RTP-CUR-SUB)
094100     END-IF
094200     ADD LEDG-GROSS-AMT TO RTP-TAB-GROSS(RTP-CUR-SUB)
094300     ADD LEDG-TAX-AMT TO RTP-TAB-TAX(RTP-CUR-SUB)
094400     ADD LEDG-BENEFITS-AMT TO RTP-TAB-BENEFITS(RTP-CUR-SUB).
094500 2100-EXIT.
094600     EXIT.
094700******************************************************************
094800* 2110-TEST-ONE-SLOT - ONE STEP OF THE PAYDAY SEARCH. LEAVES THE
094900* MATCHING SUBSCRIPT IN RTP-CUR-SUB.
095000******************************************************************
095100 2110-TEST-ONE-SLOT.
095200     IF RTP-TAB-EMP-ID(RTP-SUB) = LEDG-EMP-ID
095300         AND RTP-TAB-PAY-DATE(RTP-SUB) = LEDG-PAY-DATE
095400         SET RTP-FOUND TO TRUE
095500         MOVE RTP-SUB TO RTP-CUR-SUB
095600     END-IF.
095700 2110-EXIT.
095800     EXIT.
095900******************************************************************
096000* 3000-PROCESS-EMPLOYEE - TAKE THE NEXT EMPLOYEE OFF EMPMAST,
096100* CHECK EACH OF THEIR PAYDAYS, PAY WHAT IS OWED (PAY MODE, ACTIVE
096200* EMPLOYEES ONLY) AND CLOSE THEIR SECTION OF THE REPORT.
096300******************************************************************
096400 3000-PROCESS-EMPLOYEE.
096500     READ EMPLOYEE-MASTER-FILE NEXT RECORD
096600         AT END
096700             MOVE "Y" TO WS-EOF-EMPMAST-SW
096800             GO TO 3000-EXIT
096900     END-READ
097000     MOVE EMP-FONDOS TO FONDOS
097100     MOVE "N" TO WS-EMP-HEADER-SW
097200     MOVE ZERO TO RTE-ENTRY-CNT
097300     MOVE ZERO TO WS-EMP-GROSS WS-EMP-TAX WS-EMP-BENEFITS
097400         WS-EMP-NET WS-EMP-OVERPAID WS-EMP-LOANS WS-EMP-ER-COST
097500         WS-GARNISH-TOTAL
097600     PERFORM 3100-CHECK-ONE-PAYDAY THRU 3100-EXIT
097700         VARYING RTP-SUB FROM 1 BY 1
097800         UNTIL RTP-SUB > RTP-ENTRY-CNT
097900     IF NOT WS-EMP-HEADER-DONE
098000         GO TO 3000-EXIT
098100     END-IF
098200     ADD 1 TO WS-EMPLOYEE-CNT
098300     IF WS-MODE-PAY AND EMP-STATUS-ACTIVE
098400             AND RTE-ENTRY-CNT > ZERO
098500         PERFORM 4000-POST-RETRO THRU 4000-EXIT
098600     END-IF
098700     PERFORM 3900-WRITE-EMP-TOTALS THRU 3900-EXIT
098800     MOVE SPACES TO WS-RPT-TEXT
098900     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT.
099000 3000-EXIT.
099100     EXIT.
099200******************************************************************
099300* 3100-CHECK-ONE-PAYDAY - RECOMPUTE ONE OF THE EMPLOYEE'S PAID
099400* PAYDAYS AT THE EMPCOMP RATE NOW ON FILE FOR THAT DAY AND
099500* COMPARE. A PAYDAY WHOSE NOMINA WAS REVERSED AND NOT PAID AGAIN
099600* IS PASSED OVER. AN UNDERPAID PAYDAY IS KEPT FOR POSTING; AN
099700* OVERPAID ONE IS ONLY REPORTED.
099800******************************************************************
099900 3100-CHECK-ONE-PAYDAY.
100000     IF RTP-TAB-EMP-ID(RTP-SUB) NOT = EMP-ID
100100         GO TO 3100-EXIT
100200     END-IF
100300     IF RTP-TAB-NOMINA-CNT(RTP-SUB) NOT > ZERO
100400         GO TO 3100-EXIT
100500     END-IF
100600     DIVIDE RTP-TAB-PAY-DATE(RTP-SUB) BY 100
100700         GIVING WS-PAY-PERIOD REMAINDER WS-PAY-DAY
100800     DIVIDE WS-PAY-PERIOD BY 100
100900         GIVING WS-PAY-YEAR REMAINDER WS-PAY-MONTH
101000     IF WS-PAY-MONTH < 1 OR WS-PAY-MONTH > 12
101100         GO TO 3100-EXIT
101200     END-IF
101300     PERFORM 3300-GET-RATES THRU 3300-EXIT
101400     IF NOT WS-COMP-FOUND
101500         GO TO 3100-EXIT
101600     END-IF
101700     IF WS-PAY-PERIOD NOT = WS-CAL-PERIOD
101800         PERFORM 3200-SET-CALENDAR THRU 3200-EXIT
101900     END-IF
102000     PERFORM 3400-COMPUTE-DUE-GROSS THRU 3400-EXIT
102100     IF WS-TAX-TABLE-LOADED
102200         PERFORM 2543-COMPUTE-BRACKET-TAX THRU 2543-EXIT
102300     ELSE
102400         COMPUTE WS-TAX-AMT ROUNDED =
102500             WS-GROSS-PAY * PAY-TAX-RATE
102600     END-IF
102900     COMPUTE WS-DIFF-GROSS =
103000         WS-GROSS-PAY - RTP-TAB-GROSS(RTP-SUB)
103100     IF WS-DIFF-GROSS = ZERO
103200         GO TO 3100-EXIT
103300     END-IF
103400     COMPUTE WS-DIFF-TAX = WS-TAX-AMT - RTP-TAB-TAX(RTP-SUB)
103450     PERFORM 3600-RECOMPUTE-CUOTAS THRU 3600-EXIT
103500     COMPUTE WS-DIFF-BENEFITS =
103600         WS-BENEFITS-AMT - RTP-TAB-BENEFITS(RTP-SUB)
103700     PERFORM 3500-WRITE-DETAIL-LINE THRU 3500-EXIT
103710     IF NOT WS-CUO-FOUND
103720         MOVE "      SIN CUOTAS DEL DIA - IMSS NO RECALCULADO"
103730             TO WS-RPT-TEXT
103740         PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
103750     END-IF
103800
103900     IF WS-DIFF-GROSS < ZERO
104000         MOVE "      PAGADO DE MAS - NO SE COBRA" TO WS-RPT-TEXT
104100         PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
104200         SUBTRACT WS-DIFF-GROSS FROM WS-EMP-OVERPAID
104300         GO TO 3100-EXIT
104400     END-IF
104500     IF WS-DIFF-GROSS - WS-DIFF-TAX - WS-DIFF-BENEFITS
104600             NOT > ZERO
104700         MOVE "      SIN NETO A PAGAR - REVISAR IMPUESTO"
104800             TO WS-RPT-TEXT
104900         PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
105000         GO TO 3100-EXIT
105100     END-IF
105200     IF RTE-ENTRY-CNT = RTE-MAX-ENTRIES
105300         MOVE "      NO CABE - SE PAGA EN LA SIGUIENTE CORRIDA"
105400             TO WS-RPT-TEXT
105500         PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
105600         GO TO 3100-EXIT
105700     END-IF
105800     ADD 1 TO RTE-ENTRY-CNT
105900     MOVE RTP-TAB-PAY-DATE(RTP-SUB)
106000         TO RTE-TAB-PAY-DATE(RTE-ENTRY-CNT)
106100     MOVE WS-DIFF-GROSS TO RTE-TAB-GROSS(RTE-ENTRY-CNT)
106200     MOVE WS-DIFF-TAX TO RTE-TAB-TAX(RTE-ENTRY-CNT)
106300     MOVE WS-DIFF-BENEFITS TO RTE-TAB-BENEFITS(RTE-ENTRY-CNT)
106400     MOVE ZERO TO RTE-TAB-GARNISH(RTE-ENTRY-CNT)
106407     MOVE WS-CUO-FOUND-SW TO RTE-TAB-CUO-SW(RTE-ENTRY-CNT)
106414     MOVE WS-SBC TO RTE-TAB-SBC(RTE-ENTRY-CNT)
106421     MOVE WS-CUO-EE-IMSS TO RTE-TAB-EE-IMSS(RTE-ENTRY-CNT)
106428     MOVE WS-CUO-EE-RCV TO RTE-TAB-EE-RCV(RTE-ENTRY-CNT)
106435     MOVE WS-ER-IMSS-AMT TO RTE-TAB-ER-IMSS(RTE-ENTRY-CNT)
106442     MOVE WS-ER-RCV-AMT TO RTE-TAB-ER-RCV(RTE-ENTRY-CNT)
106449     MOVE WS-ER-INFONAVIT-AMT
106456         TO RTE-TAB-ER-INFONAVIT(RTE-ENTRY-CNT)
106463     MOVE WS-DIFF-ER-IMSS TO RTE-TAB-DIFF-ER-IMSS(RTE-ENTRY-CNT)
106470     MOVE WS-DIFF-ER-RCV TO RTE-TAB-DIFF-ER-RCV(RTE-ENTRY-CNT)
106477     MOVE WS-DIFF-ER-INFONAVIT
106484         TO RTE-TAB-DIFF-ER-INFO(RTE-ENTRY-CNT)
106500     COMPUTE RTE-TAB-NET(RTE-ENTRY-CNT) =
106600         WS-DIFF-GROSS - WS-DIFF-TAX - WS-DIFF-BENEFITS
106700     ADD WS-DIFF-GROSS TO WS-EMP-GROSS
106800     ADD WS-DIFF-TAX TO WS-EMP-TAX
106900     ADD WS-DIFF-BENEFITS TO WS-EMP-BENEFITS
106930     ADD WS-DIFF-ER-IMSS WS-DIFF-ER-RCV WS-DIFF-ER-INFONAVIT
106960         TO WS-EMP-ER-COST
107000     ADD RTE-TAB-NET(RTE-ENTRY-CNT) TO WS-EMP-NET
107100     ADD 1 TO WS-PAYDAY-CNT.
107200 3100-EXIT.
107300     EXIT.
107400******************************************************************
107500* 3200-SET-CALENDAR - BUILD THE PAYDAY'S MONTH AS PAY0100 DID
107600* WHEN IT PAID IT: LENGTH, FIRST WEEKDAY, HOLIDAYS, BUSINESS-DAY
107660* COUNTS PER QUINCENA, AND THE TAX BRACKETS AND IMSSTAB SET THEN
107720* IN FORCE.
107800******************************************************************
107900 3200-SET-CALENDAR.
108000     MOVE WS-PAY-PERIOD TO WS-CAL-PERIOD
108100     PERFORM 1510-CHECK-LEAP-YEAR THRU 1510-EXIT
108200     MOVE PAY-DAYS-IN-MONTH(WS-PAY-MONTH) TO PAY-DAYS-THIS-MONTH
108300     IF WS-PAY-MONTH = 2 AND WS-LEAP-YEAR
108400         ADD 1 TO PAY-DAYS-THIS-MONTH
108500     END-IF
108600     PERFORM 1620-COMPUTE-FIRST-WEEKDAY THRU 1620-EXIT
108700     MOVE ZERO TO PAY-HOLIDAY-CNT
108800     PERFORM 3210-PICK-ONE-HOLIDAY THRU 3210-EXIT
108900         VARYING HOLT-SUB FROM 1 BY 1
109000         UNTIL HOLT-SUB > HOLT-DAY-CNT
109100     MOVE ZERO TO PAY-BUS-DAYS-MONTH
109200     MOVE ZERO TO PAY-BUS-DAYS-1H
109300     MOVE ZERO TO PAY-BUS-DAYS-2H
109400     PERFORM 1530-COUNT-ONE-BUS-DAY THRU 1530-EXIT
109500         VARYING WS-CAL-SUB FROM 1 BY 1
109600         UNTIL WS-CAL-SUB > PAY-DAYS-THIS-MONTH
109660     PERFORM 3250-SELECT-TAX-BRACKETS THRU 3250-EXIT
109720     PERFORM 3280-SELECT-IMSS-SET THRU 3280-EXIT.
109800 3200-EXIT.
109900     EXIT.
110000******************************************************************
110100* 3210-PICK-ONE-HOLIDAY - COPY ONE HOLCAL DAY OF THE PAYDAY'S
110200* MONTH INTO THE MONTH'S HOLIDAY TABLE.
110300******************************************************************
110400 3210-PICK-ONE-HOLIDAY.
110500     IF HOLT-TAB-YEAR(HOLT-SUB) NOT = WS-PAY-YEAR
110600         OR HOLT-TAB-MONTH(HOLT-SUB) NOT = WS-PAY-MONTH
110700         GO TO 3210-EXIT
110800     END-IF
110900     IF PAY-HOLIDAY-CNT = PAY-MAX-HOLIDAYS
111000         DISPLAY "PAY0119 - TABLA DE FERIADOS LLENA, SE"
111100             " OMITE EL DIA " HOLT-TAB-DAY(HOLT-SUB)
111200         GO TO 3210-EXIT
111300     END-IF
111400     ADD 1 TO PAY-HOLIDAY-CNT
111500     MOVE HOLT-TAB-DAY(HOLT-SUB)
111600         TO PAY-HOLIDAY-DAY(PAY-HOLIDAY-CNT).
111700 3210-EXIT.
111800     EXIT.
111900******************************************************************
112000* 3250-SELECT-TAX-BRACKETS - THE TAXTAB SET WITH THE LATEST
112100* EFFECTIVE DATE ON OR BEFORE THE 1ST OF THE PAYDAY'S MONTH, AS
112200* PAY0100'S 1750 CHOOSES IT.
112300******************************************************************
112400 3250-SELECT-TAX-BRACKETS.
112500     MOVE "N" TO WS-TAX-TABLE-SW
112600     MOVE ZERO TO TAXB-BRACKET-CNT
112700     MOVE ZERO TO WS-TAX-EFF-BEST
112800     COMPUTE WS-TAX-CUTOFF-DATE = WS-PAY-PERIOD * 100 + 1
112900     PERFORM 3260-TEST-ONE-TAX-DATE THRU 3260-EXIT
113000         VARYING TAXR-SUB FROM 1 BY 1
113100         UNTIL TAXR-SUB > TAXR-RECORD-CNT
113200     IF WS-TAX-EFF-BEST = ZERO
113300         GO TO 3250-EXIT
113400     END-IF
113500     PERFORM 3270-COPY-ONE-BRACKET THRU 3270-EXIT
113600         VARYING TAXR-SUB FROM 1 BY 1
113700         UNTIL TAXR-SUB > TAXR-RECORD-CNT
113800     IF TAXB-BRACKET-CNT > ZERO
113900         SET WS-TAX-TABLE-LOADED TO TRUE
114000     END-IF.
114100 3250-EXIT.
114200     EXIT.
114300******************************************************************
114400* 3260-TEST-ONE-TAX-DATE - KEEP THE LATEST IN-FORCE EFFECTIVE
114500* DATE IN WS-TAX-EFF-BEST.
114600******************************************************************
114700 3260-TEST-ONE-TAX-DATE.
114800     IF TAXR-TAB-EFF-DATE(TAXR-SUB) NOT > WS-TAX-CUTOFF-DATE
114900         AND TAXR-TAB-EFF-DATE(TAXR-SUB) > WS-TAX-EFF-BEST
115000         MOVE TAXR-TAB-EFF-DATE(TAXR-SUB) TO WS-TAX-EFF-BEST
115100     END-IF.
115200 3260-EXIT.
115300     EXIT.
115400******************************************************************
115500* 3270-COPY-ONE-BRACKET - COPY ONE RECORD OF THE CHOSEN SET INTO
115600* THE BRACKET TABLE 2543 SEARCHES.
115700******************************************************************
115800 3270-COPY-ONE-BRACKET.
115900     IF TAXR-TAB-EFF-DATE(TAXR-SUB) NOT = WS-TAX-EFF-BEST
116000         GO TO 3270-EXIT
116100     END-IF
116200     IF TAXB-BRACKET-CNT = TAXB-MAX-BRACKETS
116300         DISPLAY "PAY0119 - TABLA DE TRAMOS LLENA, SE OMITE EL"
116400             " EXCEDENTE"
116500         GO TO 3270-EXIT
116600     END-IF
116700     ADD 1 TO TAXB-BRACKET-CNT
116800     MOVE TAXR-TAB-LOWER(TAXR-SUB)
116900         TO TAXB-TAB-LOWER(TAXB-BRACKET-CNT)
117000     MOVE TAXR-TAB-UPPER(TAXR-SUB)
117100         TO TAXB-TAB-UPPER(TAXB-BRACKET-CNT)
117200     MOVE TAXR-TAB-RATE(TAXR-SUB)
117300         TO TAXB-TAB-RATE(TAXB-BRACKET-CNT)
117400     MOVE TAXR-TAB-QUOTA(TAXR-SUB)
117500         TO TAXB-TAB-QUOTA(TAXB-BRACKET-CNT).
117600 3270-EXIT.
117700     EXIT.
117701******************************************************************
117702* 3280-SELECT-IMSS-SET - THE IMSSTAB SET WITH THE LATEST
117703* EFFECTIVE DATE ON OR BEFORE THE 1ST OF THE PAYDAY'S MONTH, AS
117704* PAY0100'S 1770 CHOOSES IT. IT COUNTS ONLY WITH ITS UMA RECORD
117705* AND AT LEAST ONE BRANCH.
117706******************************************************************
117707 3280-SELECT-IMSS-SET.
117708     MOVE "N" TO WS-IMSS-TABLE-SW
117709     MOVE ZERO TO IMSB-BRANCH-CNT WS-IMSS-UMA WS-SBC-CAP-UMAS
117710     MOVE ZERO TO WS-IMSS-EFF-BEST
117711     COMPUTE WS-IMSS-CUTOFF-DATE = WS-PAY-PERIOD * 100 + 1
117712     PERFORM 3285-TEST-ONE-IMSS-DATE THRU 3285-EXIT
117713         VARYING IMSR-SUB FROM 1 BY 1
117714         UNTIL IMSR-SUB > IMSR-RECORD-CNT
117715     IF WS-IMSS-EFF-BEST = ZERO
117716         GO TO 3280-EXIT
117717     END-IF
117718     PERFORM 3290-COPY-ONE-IMSSREC THRU 3290-EXIT
117719         VARYING IMSR-SUB FROM 1 BY 1
117720         UNTIL IMSR-SUB > IMSR-RECORD-CNT
117721     IF IMSB-BRANCH-CNT > ZERO AND WS-IMSS-UMA > ZERO
117722         SET WS-IMSS-TABLE-LOADED TO TRUE
117723     END-IF.
117724 3280-EXIT.
117725     EXIT.
117726******************************************************************
117727* 3285-TEST-ONE-IMSS-DATE - KEEP THE LATEST IN-FORCE EFFECTIVE
117728* DATE IN WS-IMSS-EFF-BEST.
117729******************************************************************
117730 3285-TEST-ONE-IMSS-DATE.
117731     IF IMSR-TAB-EFF-DATE(IMSR-SUB) NOT > WS-IMSS-CUTOFF-DATE
117732         AND IMSR-TAB-EFF-DATE(IMSR-SUB) > WS-IMSS-EFF-BEST
117733         MOVE IMSR-TAB-EFF-DATE(IMSR-SUB) TO WS-IMSS-EFF-BEST
117734     END-IF.
117735 3285-EXIT.
117736     EXIT.
117737******************************************************************
117738* 3290-COPY-ONE-IMSSREC - ONE RECORD OF THE CHOSEN SET: THE UMA
117739* RECORD TO WS-IMSS-UMA AND WS-SBC-CAP-UMAS, A BRANCH TO THE
117740* TABLE 2545 CHARGES.
117741******************************************************************
117742 3290-COPY-ONE-IMSSREC.
117743     IF IMSR-TAB-EFF-DATE(IMSR-SUB) NOT = WS-IMSS-EFF-BEST
117744         GO TO 3290-EXIT
117745     END-IF
117746     IF IMSR-TAB-GROUP(IMSR-SUB) = "U"
117747         MOVE IMSR-TAB-UMA-AMT(IMSR-SUB) TO WS-IMSS-UMA
117748         MOVE IMSR-TAB-UMA-MULT(IMSR-SUB) TO WS-SBC-CAP-UMAS
117749         GO TO 3290-EXIT
117750     END-IF
117751     IF IMSB-BRANCH-CNT = IMSB-MAX-BRANCHES
117752         DISPLAY "PAY0119 - TABLA DE RAMOS IMSS LLENA, SE OMITE"
117753             " EL EXCEDENTE"
117754         GO TO 3290-EXIT
117755     END-IF
117756     ADD 1 TO IMSB-BRANCH-CNT
117757     MOVE IMSR-TAB-BRANCH(IMSR-SUB)
117758         TO IMSB-TAB-BRANCH(IMSB-BRANCH-CNT)
117759     MOVE IMSR-TAB-GROUP(IMSR-SUB)
117760         TO IMSB-TAB-GROUP(IMSB-BRANCH-CNT)
117761     MOVE IMSR-TAB-BASE(IMSR-SUB)
117762         TO IMSB-TAB-BASE(IMSB-BRANCH-CNT)
117763     MOVE IMSR-TAB-ER-RATE(IMSR-SUB)
117764         TO IMSB-TAB-ER-RATE(IMSB-BRANCH-CNT)
117765     MOVE IMSR-TAB-EE-RATE(IMSR-SUB)
117766         TO IMSB-TAB-EE-RATE(IMSB-BRANCH-CNT)
117767     MOVE IMSR-TAB-UMA-MULT(IMSR-SUB)
117768         TO IMSB-TAB-UMA-MULT(IMSB-BRANCH-CNT)
117769     MOVE IMSR-TAB-ABSENCE-SW(IMSR-SUB)
117770         TO IMSB-TAB-ABSENCE-SW(IMSB-BRANCH-CNT).
117771 3290-EXIT.
117772     EXIT.
117800******************************************************************
117900* 3300-GET-RATES - THE EMPCOMP RATE NOW IN FORCE ON THE PAYDAY
118000* (LATEST EFFECTIVE DATE ON OR BEFORE IT) AND THE RATE IT
118100* REPLACED, FOR THE REPORT. NO RECORD MEANS NO RAISE TO PAY.
118200******************************************************************
118300 3300-GET-RATES.
118400     MOVE "N" TO WS-COMP-FOUND-SW
118500     MOVE ZERO TO WS-NEW-RATE WS-OLD-RATE WS-HIRE-DATE
118600     MOVE RTP-TAB-PAY-DATE(RTP-SUB) TO WS-COMP-CUTOFF-DATE
118700     MOVE "N" TO WS-EOF-COMP-SW
118800     MOVE EMP-ID TO COMP-EMP-ID
118900     MOVE ZERO TO COMP-EFF-DATE
119000     START EMP-COMP-FILE KEY NOT < COMP-KEY
119100         INVALID KEY
119200             MOVE "Y" TO WS-EOF-COMP-SW
119300     END-START
119400     PERFORM 3310-READ-ONE-COMP THRU 3310-EXIT
119500         UNTIL WS-EOF-COMP.
119600 3300-EXIT.
119700     EXIT.
119800******************************************************************
119900* 3310-READ-ONE-COMP - ONE STEP OF THE COMPENSATION SCAN, AS
119960* PAY0100'S 2523, KEEPING THE RATE EACH RECORD DISPLACES. THE
120020* EMPLOYEE'S FIRST RECORD GIVES THE HIRE DATE FOR THE SBC.
120100******************************************************************
120200 3310-READ-ONE-COMP.
120300     READ EMP-COMP-FILE NEXT RECORD
120400         AT END
120500             MOVE "Y" TO WS-EOF-COMP-SW
120600     END-READ
120700     IF WS-EOF-COMP
120800         GO TO 3310-EXIT
120900     END-IF
120920     IF COMP-EMP-ID = EMP-ID AND WS-HIRE-DATE = ZERO
120940         MOVE COMP-EFF-DATE TO WS-HIRE-DATE
120960     END-IF
121000     IF COMP-EMP-ID NOT = EMP-ID
121100         OR COMP-EFF-DATE > WS-COMP-CUTOFF-DATE
121200         MOVE "Y" TO WS-EOF-COMP-SW
121300         GO TO 3310-EXIT
121400     END-IF
121500     IF WS-COMP-FOUND
121600         MOVE WS-NEW-RATE TO WS-OLD-RATE
121700     END-IF
121800     MOVE COMP-SALARY-AMT TO WS-NEW-RATE
121900     SET WS-COMP-FOUND TO TRUE.
122000 3310-EXIT.
122100     EXIT.
122200******************************************************************
122300* 3400-COMPUTE-DUE-GROSS - WHAT THE PAYDAY SHOULD HAVE GROSSED:
122400* A PAYDAY IN THE FIRST HALF OF THE MONTH IS A FIRST QUINCENA,
122500* ONE IN THE SECOND HALF IS A SECOND QUINCENA FOR A QUINCENAL
122600* EMPLOYEE OR THE WHOLE MONTH OTHERWISE, HALVED AND DOCKED FOR
122700* INCIDENCIAS EXACTLY AS PAY0100'S 2522 AND 2528 DO.
122800******************************************************************
122900 3400-COMPUTE-DUE-GROSS.
123000     MOVE WS-NEW-RATE TO WS-GROSS-PAY
123100     IF WS-PAY-DAY < 16
123200         COMPUTE WS-GROSS-PAY ROUNDED = WS-NEW-RATE / 2
123300         MOVE 1 TO WS-SEG-START-DAY
123400         MOVE 15 TO WS-SEG-END-DAY
123500         MOVE PAY-BUS-DAYS-1H TO WS-SEG-BUS-DAYS
123600     ELSE
123700         IF EMP-FREQ-QUINCENAL
123800             COMPUTE WS-GROSS-PAY ROUNDED = WS-NEW-RATE / 2
123900             MOVE 16 TO WS-SEG-START-DAY
124000             MOVE PAY-BUS-DAYS-2H TO WS-SEG-BUS-DAYS
124100         ELSE
124200             MOVE 1 TO WS-SEG-START-DAY
124300             MOVE PAY-BUS-DAYS-MONTH TO WS-SEG-BUS-DAYS
124400         END-IF
124500         MOVE PAY-DAYS-THIS-MONTH TO WS-SEG-END-DAY
124600     END-IF
124700     MOVE ZERO TO WS-DOCK-DAYS
124800     MOVE ZERO TO WS-DOCK-AMT
124900     IF NOT WS-INCI-OPEN OR WS-SEG-BUS-DAYS = ZERO
125000         GO TO 3400-EXIT
125100     END-IF
125200     COMPUTE WS-INCI-FROM-DATE =
125300         WS-PAY-PERIOD * 100 + WS-SEG-START-DAY
125400     COMPUTE WS-INCI-TO-DATE =
125500         WS-PAY-PERIOD * 100 + WS-SEG-END-DAY
125600     MOVE "N" TO WS-EOF-INCI-SW
125700     MOVE EMP-ID TO INCI-EMP-ID
125800     MOVE WS-INCI-FROM-DATE TO INCI-DATE
125900     START INCIDENCIA-FILE KEY NOT < INCI-KEY
126000         INVALID KEY
126100             MOVE "Y" TO WS-EOF-INCI-SW
126200     END-START
126300     PERFORM 3410-READ-ONE-INCI THRU 3410-EXIT
126400         UNTIL WS-EOF-INCI
126500     IF WS-DOCK-DAYS NOT > ZERO
126600         GO TO 3400-EXIT
126700     END-IF
126800     COMPUTE WS-DAILY-RATE ROUNDED =
126900         WS-GROSS-PAY / WS-SEG-BUS-DAYS
127000     COMPUTE WS-DOCK-AMT ROUNDED =
127100         WS-DAILY-RATE * WS-DOCK-DAYS
127200     IF WS-DOCK-AMT > WS-GROSS-PAY
127300         MOVE WS-GROSS-PAY TO WS-DOCK-AMT
127400     END-IF
127500     SUBTRACT WS-DOCK-AMT FROM WS-GROSS-PAY.
127600 3400-EXIT.
127700     EXIT.
127800******************************************************************
127900* 3410-READ-ONE-INCI - ONE STEP OF THE INCIDENCE SCAN, AS
128000* PAY0100'S 2532.
128100******************************************************************
128200 3410-READ-ONE-INCI.
128300     READ INCIDENCIA-FILE NEXT RECORD
128400         AT END
128500             MOVE "Y" TO WS-EOF-INCI-SW
128600     END-READ
128700     IF WS-EOF-INCI
128800         GO TO 3410-EXIT
128900     END-IF
129000     IF INCI-EMP-ID NOT = EMP-ID
129100         OR INCI-DATE > WS-INCI-TO-DATE
129200         MOVE "Y" TO WS-EOF-INCI-SW
129300         GO TO 3410-EXIT
129400     END-IF
129420     IF INCI-TYPE-VACACIONES
129440         GO TO 3410-EXIT
129460     END-IF
129500     DIVIDE INCI-DATE BY 100
129600         GIVING WS-INCI-QUOT REMAINDER WS-INCI-DAY
129700     MOVE WS-INCI-DAY TO WS-CAL-SUB
129800     PERFORM 1540-TEST-ONE-DAY THRU 1540-EXIT
129900     IF NOT WS-CAL-IS-BUSINESS
130000         GO TO 3410-EXIT
130100     END-IF
130200     IF INCI-TYPE-ENFERMEDAD AND INCI-PAY-PCT NUMERIC
130300         COMPUTE WS-DOCK-DAYS = WS-DOCK-DAYS
130400             + (100 - INCI-PAY-PCT) / 100
130500     ELSE
130600         ADD 1 TO WS-DOCK-DAYS
130700     END-IF.
130800 3410-EXIT.
130900     EXIT.
131000******************************************************************
131100* 3500-WRITE-DETAIL-LINE - ONE PAYDAY LINE OF THE REPORT, WITH
131200* THE EMPLOYEE'S HEADING AHEAD OF THE FIRST ONE.
131300******************************************************************
131400 3500-WRITE-DETAIL-LINE.
131500     IF NOT WS-EMP-HEADER-DONE
131600         MOVE SPACES TO WS-RPT-TEXT
131700         STRING "EMPLEADO " EMP-ID " " EMP-NOMBRE " "
131800             EMP-APELLIDO " SUC " EMP-BRANCH " FREC "
131900             EMP-PAY-FREQ DELIMITED BY SIZE INTO WS-RPT-TEXT
132000         PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
132100         SET WS-EMP-HEADER-DONE TO TRUE
132200     END-IF
132300     MOVE WS-PAY-PERIOD TO WS-DTL-PERIOD
132400     MOVE WS-PAY-DAY TO WS-DTL-DAY
132500     MOVE WS-OLD-RATE TO WS-DTL-OLD-RATE
132600     MOVE WS-NEW-RATE TO WS-DTL-NEW-RATE
132700     MOVE RTP-TAB-GROSS(RTP-SUB) TO WS-DTL-PAID
132800     MOVE WS-GROSS-PAY TO WS-DTL-DUE
132900     MOVE WS-DIFF-GROSS TO WS-DTL-DIFF
133000     MOVE WS-DETAIL-LINE TO WS-RPT-TEXT
133100     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT.
133200 3500-EXIT.
133300     EXIT.
133302******************************************************************
133304* 3600-RECOMPUTE-CUOTAS - THE PAYDAY'S CONTRIBUTIONS ON THE SBC
133306* OF THE NEW RATE: EVERY BRANCH OF THE MONTH'S IMSSTAB SET OVER
133308* THE SEGMENT'S CALENDAR DAYS, LESS THE INCAPACIDAD AND ABSENCE
133310* DAYS THE PAYDAY'S CUOTAS RECORD SAYS PAY0100 TOOK OFF, AS ITS
133312* 2544 DOES. THE EMPLOYEE SHARES BECOME WS-BENEFITS-AMT AND THE
133314* EMPLOYER SHARES LESS THOSE ON THE RECORD ARE THE WS-DIFF-ER-
133316* FIGURES. WITHOUT THE SET OR THE RECORD, WS-CUO-FOUND STAYS OFF
133318* AND THE BENEFITS STAY AS WITHHELD.
133320******************************************************************
133322 3600-RECOMPUTE-CUOTAS.
133324     MOVE "N" TO WS-CUO-FOUND-SW
133326     MOVE RTP-TAB-BENEFITS(RTP-SUB) TO WS-BENEFITS-AMT
133328     MOVE ZERO TO WS-CUO-EE-IMSS WS-CUO-EE-RCV WS-SBC
133330     MOVE ZERO TO WS-ER-IMSS-AMT WS-ER-RCV-AMT WS-ER-INFONAVIT-AMT
133332     MOVE ZERO TO WS-DIFF-ER-IMSS WS-DIFF-ER-RCV
133334         WS-DIFF-ER-INFONAVIT
133336     IF NOT WS-CUO-OPEN OR NOT WS-IMSS-TABLE-LOADED
133338         GO TO 3600-EXIT
133340     END-IF
133342     MOVE EMP-ID TO CUO-EMP-ID
133344     MOVE RTP-TAB-PAY-DATE(RTP-SUB) TO CUO-PAY-DATE
133346     READ CUOTAS-FILE
133348         INVALID KEY
133350             GO TO 3600-EXIT
133352     END-READ
133354     IF CUO-INCAP-DAYS NOT NUMERIC OR CUO-ABSENT-DAYS NOT NUMERIC
133356         OR CUO-ER-IMSS-AMT NOT NUMERIC
133358         OR CUO-ER-RCV-AMT NOT NUMERIC
133360         OR CUO-ER-INFONAVIT-AMT NOT NUMERIC
133362         GO TO 3600-EXIT
133364     END-IF
133366     SET WS-CUO-FOUND TO TRUE
133368     MOVE CUO-INCAP-DAYS TO WS-INCAP-DAYS
133370     MOVE CUO-ABSENT-DAYS TO WS-ABSENT-DAYS
133372     COMPUTE WS-CUO-SEG-DAYS =
133374         WS-SEG-END-DAY - WS-SEG-START-DAY + 1
133376     PERFORM 2546-GET-SBC THRU 2546-EXIT
133378     PERFORM 2545-CHARGE-ONE-BRANCH THRU 2545-EXIT
133380         VARYING IMSB-SUB FROM 1 BY 1
133382         UNTIL IMSB-SUB > IMSB-BRANCH-CNT
133384     COMPUTE WS-BENEFITS-AMT = WS-CUO-EE-IMSS + WS-CUO-EE-RCV
133386     COMPUTE WS-DIFF-ER-IMSS = WS-ER-IMSS-AMT - CUO-ER-IMSS-AMT
133388     COMPUTE WS-DIFF-ER-RCV = WS-ER-RCV-AMT - CUO-ER-RCV-AMT
133390     COMPUTE WS-DIFF-ER-INFONAVIT =
133392         WS-ER-INFONAVIT-AMT - CUO-ER-INFONAVIT-AMT.
133394 3600-EXIT.
133396     EXIT.
133400******************************************************************
133500* 3900-WRITE-EMP-TOTALS - CLOSE THE EMPLOYEE'S SECTION: THE
133600* DIFFERENCE AND ITS DEDUCTIONS, AND WHETHER IT WAS PAID.
133700******************************************************************
133800 3900-WRITE-EMP-TOTALS.
133900     MOVE "DIFERENCIA BRUTA" TO WS-AMT-LABEL
134000     MOVE WS-EMP-GROSS TO WS-AMT-EDITED
134100     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
134200     MOVE "IMPUESTO" TO WS-AMT-LABEL
134300     MOVE WS-EMP-TAX TO WS-AMT-EDITED
134400     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
134500     MOVE "BENEFICIOS" TO WS-AMT-LABEL
134600     MOVE WS-EMP-BENEFITS TO WS-AMT-EDITED
134700     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
134720     MOVE "CUOTAS PATRONALES" TO WS-AMT-LABEL
134740     MOVE WS-EMP-ER-COST TO WS-AMT-EDITED
134760     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
134800     IF WS-EMP-OVERPAID > ZERO
134900         MOVE "PAGADO DE MAS, NO COBRADO" TO WS-AMT-LABEL
135000         MOVE WS-EMP-OVERPAID TO WS-AMT-EDITED
135100         PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
135200         ADD WS-EMP-OVERPAID TO WS-RUN-OVERPAID
135300     END-IF
135400     ADD WS-EMP-GROSS TO WS-RUN-GROSS
135500     IF RTE-ENTRY-CNT = ZERO
135600         MOVE "    SIN DIFERENCIA A PAGAR" TO WS-RPT-TEXT
135700         PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
135800         GO TO 3900-EXIT
135900     END-IF
136000     IF NOT EMP-STATUS-ACTIVE
136100         MOVE "    INACTIVO - NO SE PAGA AQUI, VER FINIQUITO"
136200             TO WS-RPT-TEXT
136300         PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
136400         GO TO 3900-EXIT
136500     END-IF
136600     IF NOT WS-MODE-PAY
136700         MOVE "NETO ANTES DE EMBARGOS" TO WS-AMT-LABEL
136800         MOVE WS-EMP-NET TO WS-AMT-EDITED
136900         PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
137000         MOVE "    PENDIENTE DE APROBACION - NO SE PAGO"
137100             TO WS-RPT-TEXT
137200         PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
137300         GO TO 3900-EXIT
137400     END-IF
137500     MOVE "EMBARGOS" TO WS-AMT-LABEL
137600     MOVE WS-GARNISH-TOTAL TO WS-AMT-EDITED
137700     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
137800     MOVE "PRESTAMOS" TO WS-AMT-LABEL
137900     MOVE WS-EMP-LOANS TO WS-AMT-EDITED
138000     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
138100     MOVE "NETO ABONADO A FONDOS" TO WS-AMT-LABEL
138200     COMPUTE WS-AMT-EDITED =
138300         WS-EMP-NET - WS-GARNISH-TOTAL - WS-EMP-LOANS
138400     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
138500     ADD 1 TO WS-PAID-EMP-CNT
138600     COMPUTE WS-RUN-NET = WS-RUN-NET
138700         + WS-EMP-NET - WS-GARNISH-TOTAL.
138800 3900-EXIT.
138900     EXIT.
139000******************************************************************
139100* 4000-POST-RETRO - PAY THE EMPLOYEE'S UNDERPAID PAYDAYS. THE
139200* GARNISHMENT IS TAKEN ONCE ON THE WHOLE RETRO NET AND SPREAD
139300* OVER THE PAYDAYS IN DATE ORDER; EACH PAYDAY THEN POSTS ITS
139400* OWN RETRO ENTRY CARRYING ITS PAY DATE; THE LOANS COME LAST,
139500* OUT OF WHAT THE GARNISHMENT LEFT.
139600******************************************************************
139700 4000-POST-RETRO.
139800     IF WS-GARN-OPEN
139900         PERFORM 4100-APPLY-GARNISH-ORDERS THRU 4100-EXIT
140000     END-IF
140100     MOVE WS-GARNISH-TOTAL TO WS-GARNISH-LEFT
140200     PERFORM 4200-POST-ONE-PAYDAY THRU 4200-EXIT
140300         VARYING RTE-SUB FROM 1 BY 1
140400         UNTIL RTE-SUB > RTE-ENTRY-CNT
140500     IF WS-LOAN-OPEN
140600         PERFORM 4300-APPLY-LOAN-PAYMENTS THRU 4300-EXIT
140700     END-IF
140800     DISPLAY "PAY0119 - RETROACTIVO DE " EMP-ID ": BRUTO "
140900         WS-EMP-GROSS " EMBARGO " WS-GARNISH-TOTAL
141000         " PRESTAMOS " WS-EMP-LOANS " FONDOS " FONDOS.
141100 4000-EXIT.
141200     EXIT.
141300******************************************************************
141400* 4100-APPLY-GARNISH-ORDERS - LOAD THE EMPLOYEE'S OPEN ORDERS
141500* AND TAKE ONE PER-PERIOD CUT OF EACH, PRIORITY 1 FIRST, OUT OF
141600* THE RETRO NET. LEAVES THE TOTAL IN WS-GARNISH-TOTAL.
141700******************************************************************
141800 4100-APPLY-GARNISH-ORDERS.
141900     MOVE ZERO TO WS-GARNISH-TOTAL
142000     MOVE ZERO TO GRN-ORDER-CNT
142100     MOVE WS-EMP-NET TO WS-GARNISH-AVAIL
142200     IF WS-GARNISH-AVAIL NOT > ZERO
142300         GO TO 4100-EXIT
142400     END-IF
142500     MOVE "N" TO WS-EOF-GARN-SW
142600     MOVE EMP-ID TO GARN-EMP-ID
142700     MOVE LOW-VALUES TO GARN-ORDER-NO
142800     START GARN-ORDER-FILE KEY NOT < GARN-KEY
142900         INVALID KEY
143000             MOVE "Y" TO WS-EOF-GARN-SW
143100     END-START
143200     PERFORM 4110-LOAD-ONE-ORDER THRU 4110-EXIT
143300         UNTIL WS-EOF-GARN
143400     IF GRN-ORDER-CNT = ZERO
143500         GO TO 4100-EXIT
143600     END-IF
143700     PERFORM 4120-APPLY-PRIORITY-LEVEL THRU 4120-EXIT
143800         VARYING WS-GARN-PRI FROM 1 BY 1
143900         UNTIL WS-GARN-PRI > 9.
144000 4100-EXIT.
144100     EXIT.
144200******************************************************************
144300* 4110-LOAD-ONE-ORDER - ONE STEP OF THE ORDER SCAN, AS PAY0100'S
144400* 2527.
144500******************************************************************
144600 4110-LOAD-ONE-ORDER.
144700     READ GARN-ORDER-FILE NEXT RECORD
144800         AT END
144900             MOVE "Y" TO WS-EOF-GARN-SW
145000     END-READ
145100     IF WS-EOF-GARN
145200         GO TO 4110-EXIT
145300     END-IF
145400     IF GARN-EMP-ID NOT = EMP-ID
145500         MOVE "Y" TO WS-EOF-GARN-SW
145600         GO TO 4110-EXIT
145700     END-IF
145800     IF NOT GARN-STATUS-OPEN
145900         GO TO 4110-EXIT
146000     END-IF
146100     IF GRN-ORDER-CNT = GRN-MAX-ORDERS
146200         DISPLAY "PAY0119 - MAS DE " GRN-MAX-ORDERS
146300             " ORDENES PARA " EMP-ID ", LAS DEMAS ESPERAN"
146400         GO TO 4110-EXIT
146500     END-IF
146600     ADD 1 TO GRN-ORDER-CNT
146700     MOVE GARN-ORDER-NO TO GRN-TAB-ORDER-NO(GRN-ORDER-CNT)
146800     MOVE GARN-PAYEE TO GRN-TAB-PAYEE(GRN-ORDER-CNT)
146900     MOVE GARN-PER-PERIOD-AMT TO GRN-TAB-PER-AMT(GRN-ORDER-CNT)
147000     MOVE GARN-REMAINING-AMT TO GRN-TAB-REMAINING(GRN-ORDER-CNT)
147100     MOVE GARN-PRIORITY TO GRN-TAB-PRIORITY(GRN-ORDER-CNT).
147200 4110-EXIT.
147300     EXIT.
147400******************************************************************
147500* 4120-APPLY-PRIORITY-LEVEL - EVERY LOADED ORDER AT THE LEVEL IN
147600* WS-GARN-PRI, IN KEY ORDER.
147700******************************************************************
147800 4120-APPLY-PRIORITY-LEVEL.
147900     PERFORM 4130-APPLY-ONE-ORDER THRU 4130-EXIT
148000         VARYING GRN-SUB FROM 1 BY 1
148100         UNTIL GRN-SUB > GRN-ORDER-CNT.
148200 4120-EXIT.
148300     EXIT.
148400******************************************************************
148500* 4130-APPLY-ONE-ORDER - ONE ORDER'S CUT: THE PER-PERIOD AMOUNT
148600* CAPPED BY ITS REMAINING BALANCE AND BY THE RETRO NET LEFT.
148700* GARNORD IS REREAD AND REWRITTEN AND THE CUT GOES INTO THE
148800* PAYEE REMITTANCE TABLE, AS IN PAY0100'S 2531.
148900******************************************************************
149000 4130-APPLY-ONE-ORDER.
149100     IF GRN-TAB-PRIORITY(GRN-SUB) NOT = WS-GARN-PRI
149200         GO TO 4130-EXIT
149300     END-IF
149400     IF WS-GARNISH-AVAIL NOT > ZERO
149500         GO TO 4130-EXIT
149600     END-IF
149700     MOVE GRN-TAB-PER-AMT(GRN-SUB) TO WS-GARN-DED
149800     IF WS-GARN-DED > GRN-TAB-REMAINING(GRN-SUB)
149900         MOVE GRN-TAB-REMAINING(GRN-SUB) TO WS-GARN-DED
150000     END-IF
150100     IF WS-GARN-DED > WS-GARNISH-AVAIL
150200         MOVE WS-GARNISH-AVAIL TO WS-GARN-DED
150300     END-IF
150400     IF WS-GARN-DED NOT > ZERO
150500         GO TO 4130-EXIT
150600     END-IF
150700
150800     MOVE EMP-ID TO GARN-EMP-ID
150900     MOVE GRN-TAB-ORDER-NO(GRN-SUB) TO GARN-ORDER-NO
151000     READ GARN-ORDER-FILE
151100         INVALID KEY
151200             DISPLAY "PAY0119 - ORDEN " GARN-ORDER-NO
151300                 " DESAPARECIO PARA " EMP-ID ", SE OMITE"
151400             GO TO 4130-EXIT
151500     END-READ
151600     SUBTRACT WS-GARN-DED FROM GARN-REMAINING-AMT
151700     IF GARN-REMAINING-AMT NOT > ZERO
151800         SET GARN-STATUS-PAID TO TRUE
151900         DISPLAY "PAY0119 - ORDEN " GARN-ORDER-NO " DE " EMP-ID
152000             " SALDADA"
152100     END-IF
152200     REWRITE GARN-RECORD
152300     IF WS-GARN-STATUS NOT = "00"
152400         DISPLAY "PAY0119 - NO SE PUDO GRABAR GARNORD, ESTADO "
152500             WS-GARN-STATUS
152600     END-IF
152700
152800     ADD WS-GARN-DED TO WS-GARNISH-TOTAL
152900     SUBTRACT WS-GARN-DED FROM WS-GARNISH-AVAIL
153000     MOVE GRN-TAB-PAYEE(GRN-SUB) TO WS-REM-PAYEE
153100     PERFORM 8600-ACCUMULATE-REMIT THRU 8600-EXIT.
153200 4130-EXIT.
153300     EXIT.
153400******************************************************************
153500* 4200-POST-ONE-PAYDAY - ONE PAYDAY'S RETRO ENTRY: ITS SHARE OF
153560* THE GARNISHMENT COMES OFF ITS NET, THE REST GOES TO FONDOS. THE
153620* EMPLOYER'S CONTRIBUTION DIFFERENCE RIDES ON THE ENTRY.
153700******************************************************************
153800 4200-POST-ONE-PAYDAY.
153900     MOVE WS-GARNISH-LEFT TO RTE-TAB-GARNISH(RTE-SUB)
154000     IF RTE-TAB-GARNISH(RTE-SUB) > RTE-TAB-NET(RTE-SUB)
154100         MOVE RTE-TAB-NET(RTE-SUB) TO RTE-TAB-GARNISH(RTE-SUB)
154200     END-IF
154300     SUBTRACT RTE-TAB-GARNISH(RTE-SUB) FROM WS-GARNISH-LEFT
154400     SUBTRACT RTE-TAB-GARNISH(RTE-SUB) FROM RTE-TAB-NET(RTE-SUB)
154500     ADD RTE-TAB-NET(RTE-SUB) TO FONDOS
154600     PERFORM 8800-REWRITE-EMPMAST THRU 8800-EXIT
154700     MOVE "RETRO" TO WS-LEDGER-TYPE
154800     MOVE RTE-TAB-GROSS(RTE-SUB) TO WS-LEDGER-GROSS-AMT
154900     MOVE RTE-TAB-TAX(RTE-SUB) TO WS-LEDGER-TAX-AMT
155000     MOVE RTE-TAB-BENEFITS(RTE-SUB) TO WS-LEDGER-BENEFITS-AMT
155100     MOVE RTE-TAB-GARNISH(RTE-SUB) TO WS-LEDGER-GARNISH-AMT
155200     MOVE RTE-TAB-NET(RTE-SUB) TO WS-LEDGER-NET-AMT
155300     MOVE RTE-TAB-PAY-DATE(RTE-SUB) TO WS-LEDGER-PAY-DATE
155320     MOVE RTE-TAB-DIFF-ER-IMSS(RTE-SUB) TO WS-LEDGER-ER-IMSS-AMT
155340     MOVE RTE-TAB-DIFF-ER-RCV(RTE-SUB) TO WS-LEDGER-ER-RCV-AMT
155360     MOVE RTE-TAB-DIFF-ER-INFO(RTE-SUB)
155380         TO WS-LEDGER-ER-INFONAVIT-AMT
155400     PERFORM 8200-WRITE-LEDGER-RECORD THRU 8200-EXIT
155420     IF RTE-TAB-CUO-REDONE(RTE-SUB)
155440         PERFORM 4250-REWRITE-CUOTA THRU 4250-EXIT
155460     END-IF.
155500 4200-EXIT.
155600     EXIT.
155603******************************************************************
155606* 4250-REWRITE-CUOTA - PUT THE PAYDAY'S RECHARGED CONTRIBUTIONS
155609* AND ITS NEW SBC ON ITS CUOTAS RECORD, SO THE SUA EXTRACT
155612* (PAY0123) REPORTS WHAT WAS FINALLY PAID AND A LATER RUN FINDS
155615* NOTHING LEFT TO CHARGE.
155618******************************************************************
155621 4250-REWRITE-CUOTA.
155624     MOVE EMP-ID TO CUO-EMP-ID
155627     MOVE RTE-TAB-PAY-DATE(RTE-SUB) TO CUO-PAY-DATE
155630     READ CUOTAS-FILE
155633         INVALID KEY
155636             DISPLAY "PAY0119 - CUOTAS DE " EMP-ID " DEL "
155639                 CUO-PAY-DATE " DESAPARECIO, CORRIJA EL SUA"
155642             GO TO 4250-EXIT
155645     END-READ
155648     MOVE RTE-TAB-SBC(RTE-SUB) TO CUO-SBC
155651     MOVE RTE-TAB-EE-IMSS(RTE-SUB) TO CUO-EE-IMSS-AMT
155654     MOVE RTE-TAB-EE-RCV(RTE-SUB) TO CUO-EE-RCV-AMT
155657     MOVE RTE-TAB-ER-IMSS(RTE-SUB) TO CUO-ER-IMSS-AMT
155660     MOVE RTE-TAB-ER-RCV(RTE-SUB) TO CUO-ER-RCV-AMT
155663     MOVE RTE-TAB-ER-INFONAVIT(RTE-SUB) TO CUO-ER-INFONAVIT-AMT
155666     REWRITE CUO-RECORD
155669     IF WS-CUO-STATUS NOT = "00"
155672         DISPLAY "PAY0119 - NO SE PUDO GRABAR CUOTAS " EMP-ID
155675             " ESTADO " WS-CUO-STATUS
155678     END-IF.
155681 4250-EXIT.
155684     EXIT.
155700******************************************************************
155800* 4300-APPLY-LOAN-PAYMENTS - ONE PER-PERIOD PAYMENT OF EACH OPEN
155900* LOAN, IN KEY ORDER, OUT OF THE RETRO NET THE GARNISHMENT LEFT.
156000* EACH IS ITS OWN PRESTAMO ENTRY, AS IN PAY0100'S 2534; IT
156100* CARRIES NO PAY DATE, SO A LATER NOMINA REVERSAL NEVER TAKES
156200* IT FOR ONE OF ITS OWN COMPANIONS.
156300******************************************************************
156400 4300-APPLY-LOAN-PAYMENTS.
156500     MOVE ZERO TO LON-LOAN-CNT
156600     COMPUTE WS-LOAN-AVAIL = WS-EMP-NET - WS-GARNISH-TOTAL
156700     IF WS-LOAN-AVAIL > FONDOS
156800         MOVE FONDOS TO WS-LOAN-AVAIL
156900     END-IF
157000     IF WS-LOAN-AVAIL NOT > ZERO
157100         GO TO 4300-EXIT
157200     END-IF
157300     MOVE "N" TO WS-EOF-LOAN-SW
157400     MOVE EMP-ID TO LOAN-EMP-ID
157500     MOVE LOW-VALUES TO LOAN-NO
157600     START LOAN-MASTER-FILE KEY NOT < LOAN-KEY
157700         INVALID KEY
157800             MOVE "Y" TO WS-EOF-LOAN-SW
157900     END-START
158000     PERFORM 4310-LOAD-ONE-LOAN THRU 4310-EXIT
158100         UNTIL WS-EOF-LOAN
158200     PERFORM 4320-APPLY-ONE-LOAN THRU 4320-EXIT
158300         VARYING LON-SUB FROM 1 BY 1
158400         UNTIL LON-SUB > LON-LOAN-CNT.
158500 4300-EXIT.
158600     EXIT.
158700******************************************************************
158800* 4310-LOAD-ONE-LOAN - ONE STEP OF THE LOAN SCAN, AS PAY0100'S
158900* 2536.
159000******************************************************************
159100 4310-LOAD-ONE-LOAN.
159200     READ LOAN-MASTER-FILE NEXT RECORD
159300         AT END
159400             MOVE "Y" TO WS-EOF-LOAN-SW
159500     END-READ
159600     IF WS-EOF-LOAN
159700         GO TO 4310-EXIT
159800     END-IF
159900     IF LOAN-EMP-ID NOT = EMP-ID
160000         MOVE "Y" TO WS-EOF-LOAN-SW
160100         GO TO 4310-EXIT
160200     END-IF
160300     IF NOT LOAN-STATUS-OPEN
160400         GO TO 4310-EXIT
160500     END-IF
160600     IF LON-LOAN-CNT = LON-MAX-LOANS
160700         DISPLAY "PAY0119 - MAS DE " LON-MAX-LOANS
160800             " PRESTAMOS PARA " EMP-ID ", LOS DEMAS ESPERAN"
160900         GO TO 4310-EXIT
161000     END-IF
161100     ADD 1 TO LON-LOAN-CNT
161200     MOVE LOAN-NO TO LON-TAB-LOAN-NO(LON-LOAN-CNT)
161300     MOVE LOAN-PER-PERIOD-AMT TO LON-TAB-PER-AMT(LON-LOAN-CNT)
161400     MOVE LOAN-REMAINING-AMT TO LON-TAB-REMAINING(LON-LOAN-CNT).
161500 4310-EXIT.
161600     EXIT.
161700******************************************************************
161800* 4320-APPLY-ONE-LOAN - ONE LOAN'S PAYMENT, CAPPED BY ITS
161900* REMAINING BALANCE AND BY THE RETRO MONEY LEFT. LOANMAST IS
162000* REREAD AND REWRITTEN, AS IN PAY0100'S 2538.
162100******************************************************************
162200 4320-APPLY-ONE-LOAN.
162300     IF WS-LOAN-AVAIL NOT > ZERO
162400         GO TO 4320-EXIT
162500     END-IF
162600     MOVE LON-TAB-PER-AMT(LON-SUB) TO WS-LOAN-DED
162700     IF WS-LOAN-DED > LON-TAB-REMAINING(LON-SUB)
162800         MOVE LON-TAB-REMAINING(LON-SUB) TO WS-LOAN-DED
162900     END-IF
163000     IF WS-LOAN-DED > WS-LOAN-AVAIL
163100         MOVE WS-LOAN-AVAIL TO WS-LOAN-DED
163200     END-IF
163300     IF WS-LOAN-DED NOT > ZERO
163400         GO TO 4320-EXIT
163500     END-IF
163600
163700     MOVE EMP-ID TO LOAN-EMP-ID
163800     MOVE LON-TAB-LOAN-NO(LON-SUB) TO LOAN-NO
163900     READ LOAN-MASTER-FILE
164000         INVALID KEY
164100             DISPLAY "PAY0119 - PRESTAMO " LOAN-NO
164200                 " DESAPARECIO PARA " EMP-ID ", SE OMITE"
164300             GO TO 4320-EXIT
164400     END-READ
164500     SUBTRACT WS-LOAN-DED FROM LOAN-REMAINING-AMT
164600     IF LOAN-REMAINING-AMT NOT > ZERO
164700         SET LOAN-STATUS-PAID TO TRUE
164800         DISPLAY "PAY0119 - PRESTAMO " LOAN-NO " DE " EMP-ID
164900             " SALDADO"
165000     END-IF
165100     REWRITE LOAN-RECORD
165200     IF WS-LOAN-STATUS NOT = "00"
165300         DISPLAY "PAY0119 - NO SE PUDO GRABAR LOANMAST, ESTADO "
165400             WS-LOAN-STATUS
165500     END-IF
165600
165700     SUBTRACT WS-LOAN-DED FROM FONDOS
165800     PERFORM 8800-REWRITE-EMPMAST THRU 8800-EXIT
165900     MOVE "PRESTAMO" TO WS-LEDGER-TYPE
166000     MOVE WS-LOAN-DED TO WS-LEDGER-GROSS-AMT
166100     MOVE WS-LOAN-DED TO WS-LEDGER-NET-AMT
166200     MOVE ZERO TO WS-LEDGER-TAX-AMT WS-LEDGER-BENEFITS-AMT
166300         WS-LEDGER-GARNISH-AMT WS-LEDGER-PAY-DATE
166330         WS-LEDGER-ER-IMSS-AMT WS-LEDGER-ER-RCV-AMT
166360         WS-LEDGER-ER-INFONAVIT-AMT
166400     PERFORM 8200-WRITE-LEDGER-RECORD THRU 8200-EXIT
166500     ADD WS-LOAN-DED TO WS-EMP-LOANS
166600     SUBTRACT WS-LOAN-DED FROM WS-LOAN-AVAIL.
166700 4320-EXIT.
166800     EXIT.
166900******************************************************************
167000* 7000-WRITE-RUN-TOTALS - CLOSE THE REPORT WITH THE RUN TOTALS.
167100******************************************************************
167200 7000-WRITE-RUN-TOTALS.
167300     MOVE WS-PAGE-SEP TO WS-RPT-TEXT
167400     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
167500     MOVE SPACES TO WS-RPT-TEXT
167600     MOVE WS-EMPLOYEE-CNT TO WS-CNT-DISPLAY
167700     STRING "EMPLEADOS CON DIFERENCIA: " WS-CNT-DISPLAY
167800         DELIMITED BY SIZE INTO WS-RPT-TEXT
167900     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
168000     MOVE SPACES TO WS-RPT-TEXT
168100     MOVE WS-PAYDAY-CNT TO WS-CNT-DISPLAY
168200     STRING "DIAS DE PAGO CON DIFERENCIA A PAGAR: " WS-CNT-DISPLAY
168300         DELIMITED BY SIZE INTO WS-RPT-TEXT
168400     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
168500     MOVE "TOTAL DIFERENCIA BRUTA" TO WS-AMT-LABEL
168600     MOVE WS-RUN-GROSS TO WS-AMT-EDITED
168700     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
168800     MOVE "TOTAL PAGADO DE MAS" TO WS-AMT-LABEL
168900     MOVE WS-RUN-OVERPAID TO WS-AMT-EDITED
169000     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
169100     IF WS-MODE-PAY
169200         MOVE SPACES TO WS-RPT-TEXT
169300         MOVE WS-PAID-EMP-CNT TO WS-CNT-DISPLAY
169400         STRING "EMPLEADOS PAGADOS: " WS-CNT-DISPLAY
169500             DELIMITED BY SIZE INTO WS-RPT-TEXT
169600         PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
169700         MOVE "TOTAL NETO ANTES DE PRESTAMOS" TO WS-AMT-LABEL
169800         MOVE WS-RUN-NET TO WS-AMT-EDITED
169900         PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
170000     ELSE
170100         MOVE "FIRMA DE APROBACION RH: ____________________"
170200             TO WS-RPT-TEXT
170300         PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
170400     END-IF.
170500 7000-EXIT.
170600     EXIT.
170700******************************************************************
170800* 7500-WRITE-REMITTANCE - ADD THIS RUN'S GARNISHMENT TO GARNREM.
170900* THE FILE IS EXTENDED, NOT REPLACED, SO A REMITTANCE THE NOMINA
171000* LEFT THERE AND NOBODY HAS SENT YET SURVIVES.
171100******************************************************************
171200 7500-WRITE-REMITTANCE.
171300     IF REM-PAYEE-CNT = ZERO
171400         GO TO 7500-EXIT
171500     END-IF
171600     OPEN EXTEND GARN-REMIT-FILE
171700     IF WS-GARNREM-STATUS = "35"
171800         OPEN OUTPUT GARN-REMIT-FILE
171900     END-IF
172000     IF WS-GARNREM-STATUS NOT = "00"
172100         DISPLAY "PAY0119 - NO SE PUDO ABRIR GARNREM, ESTADO "
172200             WS-GARNREM-STATUS
172300         GO TO 7500-EXIT
172400     END-IF
172500     PERFORM 7510-WRITE-ONE-REMIT THRU 7510-EXIT
172600         VARYING REM-SUB FROM 1 BY 1
172700         UNTIL REM-SUB > REM-PAYEE-CNT
172800     CLOSE GARN-REMIT-FILE.
172900 7500-EXIT.
173000     EXIT.
173100******************************************************************
173200* 7510-WRITE-ONE-REMIT - ONE PAYEE'S REMITTANCE RECORD AND
173300* CONSOLE LINE.
173400******************************************************************
173500 7510-WRITE-ONE-REMIT.
173600     MOVE SPACES TO REMIT-RECORD
173700     MOVE WS-TODAY-DATE TO REM-DATE
173800     MOVE REM-TAB-PAYEE(REM-SUB) TO REM-PAYEE
173900     MOVE REM-TAB-AMOUNT(REM-SUB) TO REM-AMOUNT
174000     WRITE REMIT-RECORD
174100     DISPLAY "PAY0119 - REMITIR A " REM-TAB-PAYEE(REM-SUB) ": "
174200         REM-TAB-AMOUNT(REM-SUB).
174300 7510-EXIT.
174400     EXIT.
174500******************************************************************
174600* 1510-CHECK-LEAP-YEAR - SET WS-LEAP-YEAR-SW USING ONLY DIVIDE/
174700* REMAINDER ARITHMETIC.
174800******************************************************************
174900 1510-CHECK-LEAP-YEAR.
175000     MOVE 'N' TO WS-LEAP-YEAR-SW
175100     DIVIDE WS-PAY-YEAR BY 4
175200         GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
175300     IF WS-LEAP-REM-4 = ZERO
175400         DIVIDE WS-PAY-YEAR BY 100
175500             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100
175600         IF WS-LEAP-REM-100 NOT = ZERO
175700             SET WS-LEAP-YEAR TO TRUE
175800         ELSE
175900             DIVIDE WS-PAY-YEAR BY 400
176000                 GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400
176100             IF WS-LEAP-REM-400 = ZERO
176200                 SET WS-LEAP-YEAR TO TRUE
176300             END-IF
176400         END-IF
176500     END-IF.
176600 1510-EXIT.
176700     EXIT.
176800******************************************************************
176900* 1524-CHECK-ONE-HOLIDAY - IF THE CURRENT HOLIDAY TABLE ENTRY
177000* MATCHES WS-CAL-SUB, THE DAY IS NOT A BUSINESS DAY.
177100******************************************************************
177200 1524-CHECK-ONE-HOLIDAY.
177300     IF PAY-HOLIDAY-DAY(WS-HOL-SUB) = WS-CAL-SUB
177400             AND PAY-HOLIDAY-DAY(WS-HOL-SUB) NOT = ZERO
177500         MOVE 'N' TO WS-CAL-IS-BUSINESS-SW
177600     END-IF.
177700 1524-EXIT.
177800     EXIT.
177900******************************************************************
178000* 1530-COUNT-ONE-BUS-DAY - ROLL ONE BUSINESS DAY INTO THE
178100* MONTH'S COUNTS (WHOLE MONTH AND EACH QUINCENA).
178200******************************************************************
178300 1530-COUNT-ONE-BUS-DAY.
178400     PERFORM 1540-TEST-ONE-DAY THRU 1540-EXIT
178500     IF WS-CAL-IS-BUSINESS
178600         ADD 1 TO PAY-BUS-DAYS-MONTH
178700         IF WS-CAL-SUB < 16
178800             ADD 1 TO PAY-BUS-DAYS-1H
178900         ELSE
179000             ADD 1 TO PAY-BUS-DAYS-2H
179100         END-IF
179200     END-IF.
179300 1530-EXIT.
179400     EXIT.
179500******************************************************************
179600* 1540-TEST-ONE-DAY - CLASSIFY THE CALENDAR DAY IN WS-CAL-SUB AS
179700* BUSINESS OR NOT (MONDAY-FRIDAY AND NOT A HOLIDAY).
179800******************************************************************
179900 1540-TEST-ONE-DAY.
180000     MOVE 'Y' TO WS-CAL-IS-BUSINESS-SW
180100     COMPUTE WS-CAL-DOW-CALC =
180200         WS-FIRST-WEEKDAY - 1 + WS-CAL-SUB - 1
180300     DIVIDE WS-CAL-DOW-CALC BY 7
180400         GIVING WS-LEAP-QUOTIENT REMAINDER WS-CAL-DOW-REM
180500     COMPUTE WS-CAL-DOW = WS-CAL-DOW-REM + 1
180600     IF WS-CAL-DOW > 5
180700         MOVE 'N' TO WS-CAL-IS-BUSINESS-SW
180800     END-IF
180900     IF WS-CAL-IS-BUSINESS
181000         PERFORM 1524-CHECK-ONE-HOLIDAY THRU 1524-EXIT
181100             VARYING WS-HOL-SUB FROM 1 BY 1
181200             UNTIL WS-HOL-SUB > PAY-HOLIDAY-CNT
181300     END-IF.
181400 1540-EXIT.
181500     EXIT.
181600******************************************************************
181700* 1620-COMPUTE-FIRST-WEEKDAY - THE DAY OF THE WEEK THE 1ST OF
181800* WS-PAY-YEAR/WS-PAY-MONTH FALLS ON (1=LUN..7=DOM), ZELLER'S
181900* CONGRUENCE AS IN PAY0100.
182000******************************************************************
182100 1620-COMPUTE-FIRST-WEEKDAY.
182200     MOVE WS-PAY-MONTH TO WS-ZEL-MONTH
182300     MOVE WS-PAY-YEAR TO WS-ZEL-YEAR
182400     IF WS-ZEL-MONTH < 3
182500         ADD 12 TO WS-ZEL-MONTH
182600         SUBTRACT 1 FROM WS-ZEL-YEAR
182700     END-IF
182800     DIVIDE WS-ZEL-YEAR BY 100
182900         GIVING WS-ZEL-CENT REMAINDER WS-ZEL-YY
183000     COMPUTE WS-ZEL-T1 = 13 * (WS-ZEL-MONTH + 1)
183100     DIVIDE WS-ZEL-T1 BY 5 GIVING WS-ZEL-T1
183200     DIVIDE WS-ZEL-YY BY 4 GIVING WS-ZEL-T2
183300     DIVIDE WS-ZEL-CENT BY 4 GIVING WS-ZEL-T3
183400     COMPUTE WS-ZEL-WORK = 1 + WS-ZEL-T1 + WS-ZEL-YY
183500         + WS-ZEL-T2 + WS-ZEL-T3 + 5 * WS-ZEL-CENT
183600     DIVIDE WS-ZEL-WORK BY 7
183700         GIVING WS-ZEL-T1 REMAINDER WS-ZEL-H
183800     COMPUTE WS-ZEL-WORK = WS-ZEL-H + 5
183900     DIVIDE WS-ZEL-WORK BY 7
184000         GIVING WS-ZEL-T1 REMAINDER WS-ZEL-H
184100     COMPUTE WS-FIRST-WEEKDAY = WS-ZEL-H + 1.
184200 1620-EXIT.
184300     EXIT.
184400******************************************************************
184500* 2543-COMPUTE-BRACKET-TAX - TAX ON THE CORRECTED GROSS: THE
184600* BRACKET'S FIXED QUOTA PLUS ITS RATE ON THE EXCESS OVER THE
184700* LOWER BOUND, AS IN PAY0100. A GROSS NO BRACKET COVERS FALLS
184800* BACK TO THE FLAT RATE.
184900******************************************************************
185000 2543-COMPUTE-BRACKET-TAX.
185100     MOVE "N" TO TAXB-FOUND-SW
185200     PERFORM 2547-TEST-ONE-BRACKET THRU 2547-EXIT
185300         VARYING TAXB-SUB FROM 1 BY 1
185400         UNTIL TAXB-FOUND OR TAXB-SUB > TAXB-BRACKET-CNT
185500     IF TAXB-FOUND
185600         COMPUTE WS-TAX-AMT ROUNDED =
185700             TAXB-TAB-QUOTA(TAXB-CUR-SUB)
185800             + (WS-GROSS-PAY - TAXB-TAB-LOWER(TAXB-CUR-SUB))
185900             * TAXB-TAB-RATE(TAXB-CUR-SUB)
186000     ELSE
186100         DISPLAY "PAY0119 - SIN TRAMO PARA BRUTO " WS-GROSS-PAY
186200             " DE " EMP-ID ", SE USA LA TASA FIJA"
186300         COMPUTE WS-TAX-AMT ROUNDED =
186400             WS-GROSS-PAY * PAY-TAX-RATE
186500     END-IF.
186600 2543-EXIT.
186700     EXIT.
186800******************************************************************
186900* 2547-TEST-ONE-BRACKET - ONE STEP OF THE BRACKET SEARCH. LEAVES
187000* THE MATCHING SUBSCRIPT IN TAXB-CUR-SUB.
187100******************************************************************
187200 2547-TEST-ONE-BRACKET.
187300     IF WS-GROSS-PAY NOT < TAXB-TAB-LOWER(TAXB-SUB)
187400         AND (TAXB-TAB-UPPER(TAXB-SUB) = ZERO
187500             OR WS-GROSS-PAY < TAXB-TAB-UPPER(TAXB-SUB))
187600         SET TAXB-FOUND TO TRUE
187700         MOVE TAXB-SUB TO TAXB-CUR-SUB
187800     END-IF.
187900 2547-EXIT.
188000     EXIT.
188001******************************************************************
188002* 2545-CHARGE-ONE-BRANCH - ONE BRANCH OF THE CONTRIBUTION, AS IN
188003* PAY0100. ITS DAYS ARE THE SEGMENT'S LESS INCAPACIDAD, AND LESS
188004* ABSENCES UNLESS THE BRANCH IS STILL CHARGED ON THEM; ITS BASE
188005* IS THE SBC, THE SBC OVER ITS UMA MULTIPLE, OR THE UMA MULTIPLE
188006* ITSELF.
188007******************************************************************
188008 2545-CHARGE-ONE-BRANCH.
188009     COMPUTE WS-CUO-BR-DAYS = WS-CUO-SEG-DAYS - WS-INCAP-DAYS
188010     IF IMSB-TAB-ABSENCE-SW(IMSB-SUB) NOT = "S"
188011         SUBTRACT WS-ABSENT-DAYS FROM WS-CUO-BR-DAYS
188012     END-IF
188013     IF WS-CUO-BR-DAYS NOT > ZERO
188014         GO TO 2545-EXIT
188015     END-IF
188016     IF IMSB-TAB-BASE(IMSB-SUB) = "E"
188017         COMPUTE WS-CUO-BASE = (WS-SBC
188018             - IMSB-TAB-UMA-MULT(IMSB-SUB) * WS-IMSS-UMA)
188019             * WS-CUO-BR-DAYS
188020         IF WS-CUO-BASE NOT > ZERO
188021             GO TO 2545-EXIT
188022         END-IF
188023     ELSE
188024         IF IMSB-TAB-BASE(IMSB-SUB) = "U"
188025             COMPUTE WS-CUO-BASE = IMSB-TAB-UMA-MULT(IMSB-SUB)
188026                 * WS-IMSS-UMA * WS-CUO-BR-DAYS
188027         ELSE
188028             COMPUTE WS-CUO-BASE = WS-SBC * WS-CUO-BR-DAYS
188029         END-IF
188030     END-IF
188031     COMPUTE WS-CUO-ER ROUNDED =
188032         WS-CUO-BASE * IMSB-TAB-ER-RATE(IMSB-SUB)
188033     COMPUTE WS-CUO-EE ROUNDED =
188034         WS-CUO-BASE * IMSB-TAB-EE-RATE(IMSB-SUB)
188035     IF IMSB-TAB-GROUP(IMSB-SUB) = "R"
188036         ADD WS-CUO-ER TO WS-ER-RCV-AMT
188037         ADD WS-CUO-EE TO WS-CUO-EE-RCV
188038     ELSE
188039         IF IMSB-TAB-GROUP(IMSB-SUB) = "V"
188040             ADD WS-CUO-ER TO WS-ER-INFONAVIT-AMT
188041         ELSE
188042             ADD WS-CUO-ER TO WS-ER-IMSS-AMT
188043             ADD WS-CUO-EE TO WS-CUO-EE-IMSS
188044         END-IF
188045     END-IF.
188046 2545-EXIT.
188047     EXIT.
188048******************************************************************
188049* 2546-GET-SBC - THE INTEGRATED DAILY SALARY ON THE NEW RATE: THE
188050* MONTHLY SALARY OVER 30, TIMES THE INTEGRATION FACTOR FOR THE
188051* STATUTORY AGUINALDO AND PRIMA VACACIONAL OF THE EMPLOYEE'S
188052* SENIORITY, CAPPED AT WS-SBC-CAP-UMAS UMAS, AS IN PAY0100.
188053******************************************************************
188054 2546-GET-SBC.
188055     PERFORM 2548-GET-VAC-DAYS THRU 2548-EXIT
188056     COMPUTE WS-SBC-DAILY ROUNDED = WS-NEW-RATE / 30
188057     COMPUTE WS-SBC-FACTOR ROUNDED = (365 + PAY-AGUINALDO-DAYS
188058         + WS-SBC-VAC-DAYS * PAY-PRIMA-VAC-RATE) / 365
188059     COMPUTE WS-SBC ROUNDED = WS-SBC-DAILY * WS-SBC-FACTOR
188060     COMPUTE WS-SBC-CAP = WS-SBC-CAP-UMAS * WS-IMSS-UMA
188061     IF WS-SBC > WS-SBC-CAP
188062         MOVE WS-SBC-CAP TO WS-SBC
188063     END-IF.
188064 2546-EXIT.
188065     EXIT.
188066******************************************************************
188067* 2548-GET-VAC-DAYS - THE STATUTORY VACATION DAYS OF THE SERVICE
188068* YEAR IN COURSE ON THE PAYDAY, AS IN PAY0100: 12 THE FIRST YEAR,
188069* TWO MORE EACH YEAR TO 20 AT FIVE, THEN TWO MORE FOR EACH
188070* FURTHER FIVE YEARS FROM 22 AT SIX.
188071******************************************************************
188072 2548-GET-VAC-DAYS.
188073     MOVE 12 TO WS-SBC-VAC-DAYS
188074     IF WS-HIRE-DATE = ZERO
188075         OR WS-HIRE-DATE NOT < WS-COMP-CUTOFF-DATE
188076         GO TO 2548-EXIT
188077     END-IF
188078     DIVIDE WS-HIRE-DATE BY 10000
188079         GIVING WS-HIRE-YEAR REMAINDER WS-HIRE-MMDD
188080     DIVIDE WS-COMP-CUTOFF-DATE BY 10000
188081         GIVING WS-CUT-YEAR REMAINDER WS-CUT-MMDD
188082     COMPUTE WS-SVC-YEAR = WS-CUT-YEAR - WS-HIRE-YEAR + 1
188083     IF WS-CUT-MMDD < WS-HIRE-MMDD
188084         SUBTRACT 1 FROM WS-SVC-YEAR
188085     END-IF
188086     IF WS-SVC-YEAR NOT > 5
188087         COMPUTE WS-SBC-VAC-DAYS = 10 + 2 * WS-SVC-YEAR
188088         GO TO 2548-EXIT
188089     END-IF
188090     COMPUTE WS-VAC-STEPS = (WS-SVC-YEAR - 6) / 5
188091     COMPUTE WS-SBC-VAC-DAYS = 22 + 2 * WS-VAC-STEPS.
188092 2548-EXIT.
188093     EXIT.
188100******************************************************************
188200* 8100-WRITE-AUDIT-RECORD - ONE AUDIT ENTRY PER RETRO OR LOAN
188300* POSTING, CARRYING THE OPERATOR WHO RAN THE PAYMENT. CALLER
188400* SETS AUD-ACTION.
188500******************************************************************
188600 8100-WRITE-AUDIT-RECORD.
188700     IF NOT WS-AUDIT-OPEN
188800         GO TO 8100-EXIT
188900     END-IF
189000     MOVE EMP-ID                 TO AUD-EMP-ID
189100     MOVE WS-OPERATOR-ID         TO AUD-OPERATOR-ID
189200     MOVE WS-TODAY-YEAR          TO AUD-YEAR
189300     MOVE WS-TODAY-MONTH         TO AUD-MONTH
189400     MOVE WS-TODAY-DAY           TO AUD-DAY
189500     SET AUD-RESULT-OK           TO TRUE
189600     MOVE SPACES                 TO AUD-REASON
189700     STRING "RETROACTIVO DESDE " WS-FROM-PERIOD
189800         DELIMITED BY SIZE INTO AUD-REASON
189900     WRITE AUDIT-RECORD.
190000 8100-EXIT.
190100     EXIT.
190200******************************************************************
190300* 8200-WRITE-LEDGER-RECORD - POST ONE ENTRY, DATED TODAY, ROLL
190400* IT INTO LEDGSUM AND AUDIT IT. CALLERS SET WS-LEDGER-TYPE, THE
190460* WS-LEDGER-xxx-AMT FIELDS (THE EMPLOYER ONES INCLUDED),
190520* WS-LEDGER-PAY-DATE AND FONDOS.
190600******************************************************************
190700 8200-WRITE-LEDGER-RECORD.
190800     MOVE EMP-ID                 TO LEDG-EMP-ID
190900     MOVE WS-TODAY-YEAR          TO LEDG-TRAN-YEAR
191000     MOVE WS-TODAY-MONTH         TO LEDG-TRAN-MONTH
191100     MOVE WS-TODAY-DAY           TO LEDG-TRAN-DAY
191200     MOVE WS-LEDGER-TYPE         TO LEDG-TRAN-TYPE
191300     MOVE WS-LEDGER-GROSS-AMT    TO LEDG-GROSS-AMT
191400     MOVE WS-LEDGER-TAX-AMT      TO LEDG-TAX-AMT
191500     MOVE WS-LEDGER-BENEFITS-AMT TO LEDG-BENEFITS-AMT
191600     MOVE WS-LEDGER-GARNISH-AMT  TO LEDG-GARNISH-AMT
191700     MOVE WS-LEDGER-NET-AMT      TO LEDG-NET-AMT
191800     MOVE FONDOS                 TO LEDG-BALANCE-AFTER
191900     MOVE EMP-BRANCH             TO LEDG-BRANCH
192000     MOVE WS-LEDGER-PAY-DATE     TO LEDG-PAY-DATE
192020     MOVE WS-LEDGER-ER-IMSS-AMT  TO LEDG-ER-IMSS-AMT
192040     MOVE WS-LEDGER-ER-RCV-AMT   TO LEDG-ER-RCV-AMT
192060     MOVE WS-LEDGER-ER-INFONAVIT-AMT TO LEDG-ER-INFONAVIT-AMT
192100     WRITE LIVE-LEDGER-RECORD FROM LEDGER-RECORD
192200     IF WS-LEDGER-STATUS NOT = "00"
192300         DISPLAY "PAY0119 - NO SE PUDO GRABAR FNDLEDG, ESTADO "
192400             WS-LEDGER-STATUS " (" WS-LEDGER-TYPE ")"
192500     END-IF
192600     IF WS-SUM-OPEN
192700         PERFORM 8250-UPDATE-LEDGER-SUMMARY THRU 8250-EXIT
192800     END-IF
192900     MOVE WS-LEDGER-TYPE TO AUD-ACTION
193000     PERFORM 8100-WRITE-AUDIT-RECORD THRU 8100-EXIT.
193100 8200-EXIT.
193200     EXIT.
193300******************************************************************
193400* 8250-UPDATE-LEDGER-SUMMARY - KEEP LEDGSUM CURRENT AS PAY0100
193500* DOES: ONE RECORD PER EMPLOYEE AND TRANSACTION PERIOD.
193600******************************************************************
193700 8250-UPDATE-LEDGER-SUMMARY.
193800     MOVE EMP-ID TO SUM-EMP-ID
193900     COMPUTE WS-SUM-PERIOD =
194000         LEDG-TRAN-YEAR * 100 + LEDG-TRAN-MONTH
194100     MOVE WS-SUM-PERIOD TO SUM-PERIOD
194200     READ LEDGER-SUMMARY-FILE
194300         INVALID KEY
194400             MOVE EMP-ID TO SUM-EMP-ID
194500             MOVE WS-SUM-PERIOD TO SUM-PERIOD
194600             MOVE ZERO TO SUM-CNT-DEPOSITO SUM-AMT-DEPOSITO
194700                 SUM-CNT-RETIRO SUM-AMT-RETIRO
194800                 SUM-CNT-NOMINA SUM-AMT-NOMINA
194900                 SUM-CNT-INTERES SUM-AMT-INTERES
195000                 SUM-CNT-DISPERSION SUM-AMT-DISPERSION
195100                 SUM-CNT-PRESTAMO SUM-AMT-PRESTAMO
195200                 SUM-CNT-FINIQUITO SUM-AMT-FINIQUITO
195300                 SUM-CNT-REVERSO SUM-AMT-REVERSO
195400                 SUM-CNT-RETRO SUM-AMT-RETRO
195450                 SUM-CNT-BONO SUM-AMT-BONO
195470                 SUM-CNT-DEVOLUCION SUM-AMT-DEVOLUCION
195500                 SUM-CLOSING-BAL
195600             PERFORM 8260-BUMP-SUMMARY-BUCKET THRU 8260-EXIT
195700             MOVE FONDOS TO SUM-CLOSING-BAL
195800             WRITE SUM-RECORD
195900             GO TO 8250-EXIT
196000     END-READ
196100     PERFORM 8260-BUMP-SUMMARY-BUCKET THRU 8260-EXIT
196200     MOVE FONDOS TO SUM-CLOSING-BAL
196300     REWRITE SUM-RECORD
196400     IF WS-SUMFILE-STATUS NOT = "00"
196500         DISPLAY "PAY0119 - NO SE PUDO GRABAR LEDGSUM, ESTADO "
196600             WS-SUMFILE-STATUS
196700     END-IF.
196800 8250-EXIT.
196900     EXIT.
197000******************************************************************
197100* 8260-BUMP-SUMMARY-BUCKET - THIS RUN ONLY POSTS RETRO AND
197200* PRESTAMO ENTRIES.
197300******************************************************************
197400 8260-BUMP-SUMMARY-BUCKET.
197500     IF LEDG-TYPE-RETRO
197600         ADD 1 TO SUM-CNT-RETRO
197700         ADD LEDG-NET-AMT TO SUM-AMT-RETRO
197800     END-IF
197900     IF LEDG-TYPE-PRESTAMO
198000         ADD 1 TO SUM-CNT-PRESTAMO
198100         ADD LEDG-NET-AMT TO SUM-AMT-PRESTAMO
198200     END-IF.
198300 8260-EXIT.
198400     EXIT.
198500******************************************************************
198600* 8300-WRITE-AMOUNT-LINE - ONE LABELED AMOUNT LINE OF THE
198700* REPORT. CALLER SETS WS-AMT-LABEL AND WS-AMT-EDITED.
198800******************************************************************
198900 8300-WRITE-AMOUNT-LINE.
199000     IF NOT WS-RETRORPT-OPEN
199100         GO TO 8300-EXIT
199200     END-IF
199300     MOVE SPACES TO RPT-RECORD
199400     MOVE WS-AMT-LINE TO RPT-RECORD
199500     WRITE RPT-RECORD.
199600 8300-EXIT.
199700     EXIT.
199800******************************************************************
199900* 8400-WRITE-REPORT-TEXT - ONE FREEFORM REPORT LINE. CALLER SETS
200000* WS-RPT-TEXT.
200100******************************************************************
200200 8400-WRITE-REPORT-TEXT.
200300     IF NOT WS-RETRORPT-OPEN
200400         GO TO 8400-EXIT
200500     END-IF
200600     MOVE WS-RPT-TEXT            TO RPT-RECORD
200700     WRITE RPT-RECORD.
200800 8400-EXIT.
200900     EXIT.
201000******************************************************************
201100* 8600-ACCUMULATE-REMIT - ROLL ONE COLLECTED DEDUCTION INTO THE
201200* RUN'S PAYEE REMITTANCE TABLE. CALLERS LEAVE THE PAYEE IN
201300* WS-REM-PAYEE AND THE AMOUNT IN WS-GARN-DED.
201400******************************************************************
201500 8600-ACCUMULATE-REMIT.
201600     MOVE "N" TO REM-FOUND-SW
201700     PERFORM 8620-TEST-ONE-PAYEE THRU 8620-EXIT
201800         VARYING REM-SUB FROM 1 BY 1
201900         UNTIL REM-FOUND OR REM-SUB > REM-PAYEE-CNT
202000     IF REM-FOUND
202100         ADD WS-GARN-DED TO REM-TAB-AMOUNT(REM-CUR-SUB)
202200         GO TO 8600-EXIT
202300     END-IF
202400     IF REM-PAYEE-CNT = REM-MAX-PAYEES
202500         DISPLAY "PAY0119 - TABLA DE BENEFICIARIOS LLENA, "
202600             WS-REM-PAYEE " NO SALDRA EN GARNREM"
202700         GO TO 8600-EXIT
202800     END-IF
202900     ADD 1 TO REM-PAYEE-CNT
203000     MOVE WS-REM-PAYEE TO REM-TAB-PAYEE(REM-PAYEE-CNT)
203100     MOVE WS-GARN-DED TO REM-TAB-AMOUNT(REM-PAYEE-CNT).
203200 8600-EXIT.
203300     EXIT.
203400******************************************************************
203500* 8620-TEST-ONE-PAYEE - ONE STEP OF THE PAYEE SEARCH. LEAVES THE
203600* MATCHING SUBSCRIPT IN REM-CUR-SUB.
203700******************************************************************
203800 8620-TEST-ONE-PAYEE.
203900     IF REM-TAB-PAYEE(REM-SUB) = WS-REM-PAYEE
204000         SET REM-FOUND TO TRUE
204100         MOVE REM-SUB TO REM-CUR-SUB
204200     END-IF.
204300 8620-EXIT.
204400     EXIT.
204500******************************************************************
204600* 8800-REWRITE-EMPMAST - PUT THE CURRENT FONDOS BALANCE BACK ON
204700* THE MASTER RECORD, AS IN PAY0100.
204800******************************************************************
204900 8800-REWRITE-EMPMAST.
205000     MOVE FONDOS TO EMP-FONDOS
205100     REWRITE EMP-MASTER-RECORD
205200     IF WS-EMPMAST-STATUS NOT = "00"
205300         DISPLAY "PAY0119 - NO SE PUDO GRABAR EMPMAST, ESTADO "
205400             WS-EMPMAST-STATUS
205500     END-IF.
205600 8800-EXIT.
205700     EXIT.
205800******************************************************************
205900* 9000-TERMINATE - CLOSE EVERYTHING THAT OPENED.
206000******************************************************************
206100 9000-TERMINATE.
206200     IF WS-EMPMAST-OPEN
206300         CLOSE EMPLOYEE-MASTER-FILE
206400     END-IF
206500     IF WS-COMP-OPEN
206600         CLOSE EMP-COMP-FILE
206700     END-IF
206800     IF WS-INCI-OPEN
206900         CLOSE INCIDENCIA-FILE
207000     END-IF
207100     IF WS-GARN-OPEN
207200         CLOSE GARN-ORDER-FILE
207300     END-IF
207400     IF WS-LOAN-OPEN
207500         CLOSE LOAN-MASTER-FILE
207600     END-IF
207700     IF WS-LEDGER-OPEN
207800         CLOSE FONDOS-LEDGER-FILE
207900     END-IF
208000     IF WS-SUM-OPEN
208100         CLOSE LEDGER-SUMMARY-FILE
208200     END-IF
208300     IF WS-AUDIT-OPEN
208400         CLOSE PAY-AUDIT-FILE
208500     END-IF
208600     IF WS-RETRORPT-OPEN
208700         CLOSE RETRO-REPORT-FILE
208800     END-IF
208820     IF WS-CUO-OPEN
208840         CLOSE CUOTAS-FILE
208860     END-IF
208900     IF WS-ABORT
209000         DISPLAY "PAY0119 - RETROACTIVO NO PROCESADO"
209100     ELSE
209200         MOVE WS-EMPLOYEE-CNT TO WS-CNT-DISPLAY
209300         DISPLAY "PAY0119 - RETROACTIVO COMPLETO, EMPLEADOS CON"
209400             " DIFERENCIA: " WS-CNT-DISPLAY " MODO " WS-RUN-MODE
209500     END-IF.
209600 9000-EXIT.
209700     EXIT.
209800 END PROGRAM PAY0119.
