000100******************************************************************
000200* PROGRAM-ID. PAY0121.
000300* AUTHOR.     E. CASTILLO - NOMINA/FONDOS TEAM.
000400* INSTALLATION. DIRECCION DE SISTEMAS.
000500* DATE-WRITTEN. 2026-10-15.
000600* DATE-COMPILED.
000700* PURPOSE.    VACATION ACCRUAL AND BALANCE REPORT. FOR EVERY
000800*             ACTIVE EMPLOYEE, WRITES THE VACMAST RECORD OF EACH
000900*             SERVICE YEAR COMPLETED BY TODAY THAT IS NOT ON FILE
001000*             YET, WITH THE STATUTORY ENTITLEMENT FOR THAT YEAR
001100*             OF SENIORITY (12 DAYS THE FIRST YEAR, TWO MORE EACH
001200*             YEAR TO 20 AT FIVE, THEN TWO MORE FOR EACH FURTHER
001300*             FIVE YEARS FROM 22 AT SIX). A YEAR IS EARNED ON
001400*             THE ANNIVERSARY AND EXPIRES EIGHTEEN MONTHS LATER;
001500*             OPEN YEARS PAST THEIR EXPIRY ARE CLOSED AS LAPSED.
001600*             SERVICE IS COUNTED FROM THE EMPLOYEE'S FIRST
001700*             EMPCOMP EFFECTIVE DATE - EMPMAST CARRIES NO HIRE
001800*             DATE. THEN PRINTS THE BALANCE REPORT (VACRPT) BY
001900*             BRANCH IN CODE ORDER: EACH ACTIVE EMPLOYEE'S OPEN
002000*             YEARS WITH DAYS EARNED, TAKEN AND LEFT, MARKING
002100*             THOSE THAT EXPIRE WITHIN THREE MONTHS SO MANAGERS
002200*             CAN SCHEDULE THE LEAVE BEFORE THE DAYS ARE LOST.
002300*             RUNS UNATTENDED AS OF TODAY, AHEAD OF PAY0114 SO
002400*             A NEW ANNIVERSARY'S DAYS ARE THERE TO DRAW FROM.
002500* TECTONICS.  cobc -x PAY0121.cbl -I copybooks
002600*
002700* MODIFICATION HISTORY.
002800*   2026-10-15  ECR  ORIGINAL VERSION.
002830*   2026-10-15  ECR  RETURN CODE FOR THE CYCLE DRIVER (PAY0126):
002860*                    16 WHEN THE RUN ABORTS.
002870*   2026-10-15  ECR  WS-SVC-YEAR WIDENED TO 9(03) SO THE ACCRUAL
002880*                    LOOP ENDS AT THE 99-YEAR SERVICE CAP INSTEAD
002890*                    OF WRAPPING TO ZERO.
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. PAY0121.
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. GENERIC.
003500 OBJECT-COMPUTER. GENERIC.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS EMP-ID
004200         FILE STATUS IS WS-EMPMAST-STATUS.
004300
004400     SELECT EMP-COMP-FILE ASSIGN TO "EMPCOMP"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS COMP-KEY
004800         FILE STATUS IS WS-COMP-STATUS.
004900
005000     SELECT VACATION-FILE ASSIGN TO "VACMAST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS VAC-KEY
005400         FILE STATUS IS WS-VAC-STATUS.
005500
005600     SELECT BRANCH-MASTER-FILE ASSIGN TO "BRMAST"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS BR-CODE
006000         FILE STATUS IS WS-BRANCH-STATUS.
006100
006200     SELECT VAC-REPORT-FILE ASSIGN TO "VACRPT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-VACRPT-STATUS.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  EMPLOYEE-MASTER-FILE
006800     LABEL RECORDS ARE STANDARD.
006900     COPY PAYEMP.
007000
007100 FD  EMP-COMP-FILE
007200     LABEL RECORDS ARE STANDARD.
007300     COPY PAYCOMP.
007400
007500 FD  VACATION-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY PAYVAC.
007800
007900 FD  BRANCH-MASTER-FILE
008000     LABEL RECORDS ARE STANDARD.
008100     COPY PAYBRN.
008200
008300 FD  VAC-REPORT-FILE
008400     LABEL RECORDS ARE STANDARD.
008500 01  RPT-RECORD                      PIC X(80).
008600 WORKING-STORAGE SECTION.
008700******************************************************************
008800* FILE STATUS AND END-OF-FILE SWITCHES.
008900******************************************************************
009000 77  WS-EMPMAST-STATUS           PIC X(02) VALUE SPACES.
009100 77  WS-COMP-STATUS              PIC X(02) VALUE SPACES.
009200 77  WS-VAC-STATUS               PIC X(02) VALUE SPACES.
009300 77  WS-BRANCH-STATUS            PIC X(02) VALUE SPACES.
009400 77  WS-VACRPT-STATUS            PIC X(02) VALUE SPACES.
009500 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
009600     88  WS-ABORT                VALUE 'Y'.
009700 77  WS-EMPMAST-OPEN-SW          PIC X(01) VALUE 'N'.
009800     88  WS-EMPMAST-OPEN         VALUE 'Y'.
009900 77  WS-COMP-OPEN-SW             PIC X(01) VALUE 'N'.
010000     88  WS-COMP-OPEN            VALUE 'Y'.
010100 77  WS-VAC-OPEN-SW              PIC X(01) VALUE 'N'.
010200     88  WS-VAC-OPEN             VALUE 'Y'.
010300 77  WS-BRMAST-OPEN-SW           PIC X(01) VALUE 'N'.
010400     88  WS-BRMAST-OPEN          VALUE 'Y'.
010500 77  WS-VACRPT-OPEN-SW           PIC X(01) VALUE 'N'.
010600     88  WS-VACRPT-OPEN          VALUE 'Y'.
010700 77  WS-EOF-EMPMAST-SW           PIC X(01) VALUE 'N'.
010800     88  WS-EOF-EMPMAST          VALUE 'Y'.
010900 77  WS-EOF-VAC-SW               PIC X(01) VALUE 'N'.
011000     88  WS-EOF-VAC              VALUE 'Y'.
011100 77  WS-COMP-FOUND-SW            PIC X(01) VALUE 'N'.
011200     88  WS-COMP-FOUND           VALUE 'Y'.
011300******************************************************************
011400* RUN DATES - TODAY, AND THE DATE THREE MONTHS OUT BEFORE WHICH
011500* AN EXPIRING YEAR IS MARKED ON THE REPORT.
011600******************************************************************
011700 01  WS-TODAY-DATE.
011800     05  WS-TODAY-YEAR           PIC 9(04).
011900     05  WS-TODAY-MONTH          PIC 9(02).
012000     05  WS-TODAY-DAY            PIC 9(02).
012100 77  WS-AS-OF-DATE               PIC 9(08) VALUE ZERO.
012200 77  WS-TODAY-MMDD               PIC 9(04) VALUE ZERO.
012300 77  WS-WARN-DATE                PIC 9(08) VALUE ZERO.
012400 77  PAY-WARN-MONTHS             PIC 9(02) VALUE 3.
012500 77  PAY-EXPIRE-MONTHS           PIC 9(02) VALUE 18.
012600******************************************************************
012700* DATE ARITHMETIC - 1600 ADDS WS-ADD-MONTHS TO WS-DT-YEAR/MONTH/
012800* DAY, CAPPING THE DAY TO THE LENGTH OF THE MONTH IT LANDS IN.
012900******************************************************************
013000 01  PAY-MONTH-DAYS-DATA.
013100     05  FILLER                  PIC 9(02) VALUE 31.
013200     05  FILLER                  PIC 9(02) VALUE 28.
013300     05  FILLER                  PIC 9(02) VALUE 31.
013400     05  FILLER                  PIC 9(02) VALUE 30.
013500     05  FILLER                  PIC 9(02) VALUE 31.
013600     05  FILLER                  PIC 9(02) VALUE 30.
013700     05  FILLER                  PIC 9(02) VALUE 31.
013800     05  FILLER                  PIC 9(02) VALUE 31.
013900     05  FILLER                  PIC 9(02) VALUE 30.
014000     05  FILLER                  PIC 9(02) VALUE 31.
014100     05  FILLER                  PIC 9(02) VALUE 30.
014200     05  FILLER                  PIC 9(02) VALUE 31.
014300 01  PAY-MONTH-DAYS REDEFINES PAY-MONTH-DAYS-DATA.
014400     05  PAY-DAYS-IN-MONTH       PIC 9(02) OCCURS 12 TIMES.
014500 77  WS-DT-YEAR                  PIC 9(04) VALUE ZERO.
014600 77  WS-DT-MONTH                 PIC 9(02) VALUE ZERO.
014700 77  WS-DT-DAY                   PIC 9(02) VALUE ZERO.
014800 77  WS-DT-RESULT                PIC 9(08) VALUE ZERO.
014900 77  WS-ADD-MONTHS               PIC 9(02) VALUE ZERO.
015000 77  WS-MONTH-WORK               PIC 9(03) COMP VALUE ZERO.
015100 77  WS-YEAR-CARRY               PIC 9(02) COMP VALUE ZERO.
015200 77  WS-RES-YEAR                 PIC 9(04) VALUE ZERO.
015300 77  WS-RES-MONTH                PIC 9(02) VALUE ZERO.
015400 77  WS-RES-DAY                  PIC 9(02) VALUE ZERO.
015500 77  WS-MONTH-LENGTH             PIC 9(02) VALUE ZERO.
015600 77  WS-LEAP-TEST-YEAR           PIC 9(04) VALUE ZERO.
015700 77  WS-LEAP-REM-4               PIC 9(02) COMP VALUE ZERO.
015800 77  WS-LEAP-REM-100             PIC 9(02) COMP VALUE ZERO.
015900 77  WS-LEAP-REM-400             PIC 9(03) COMP VALUE ZERO.
016000 77  WS-LEAP-YEAR-SW             PIC X(01) VALUE 'N'.
016100     88  WS-LEAP-YEAR            VALUE 'Y'.
016200 77  WS-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
016300******************************************************************
016400* THE CURRENT EMPLOYEE'S SERVICE - HIRE DATE FROM THE FIRST
016500* EMPCOMP RECORD AND THE WHOLE YEARS COMPLETED BY TODAY.
016600******************************************************************
016700 77  WS-HIRE-DATE                PIC 9(08) VALUE ZERO.
016800 77  WS-HIRE-YEAR                PIC 9(04) VALUE ZERO.
016900 77  WS-HIRE-MMDD                PIC 9(04) VALUE ZERO.
017000 77  WS-HIRE-MONTH               PIC 9(02) VALUE ZERO.
017100 77  WS-HIRE-DAY                 PIC 9(02) VALUE ZERO.
017200 77  WS-COMPLETED-YEARS          PIC 9(03) VALUE ZERO.
017300 77  PAY-MAX-SERVICE-YEARS       PIC 9(02) VALUE 99.
017400 77  WS-SVC-YEAR                 PIC 9(03) VALUE ZERO.
017500 77  WS-EARNED-DATE              PIC 9(08) VALUE ZERO.
017600 77  WS-EXPIRE-DATE              PIC 9(08) VALUE ZERO.
017700 77  WS-VAC-ENTITLED             PIC 9(03) VALUE ZERO.
017800 77  WS-VAC-STEPS                PIC 9(02) VALUE ZERO.
017900 77  WS-VAC-BALANCE              PIC S9(03) VALUE ZERO.
018000******************************************************************
018100* BRANCHES WITH ACTIVE EMPLOYEES, KEPT IN CODE ORDER AS THEY ARE
018200* ADDED (AS IN PAY0100'S PRE-NOMINA), SO THE REPORT PRINTS SORTED.
018300******************************************************************
018400 77  BRS-MAX-BRANCHES            PIC 9(02) COMP VALUE 50.
018500 01  BRS-BRANCH-TABLE.
018600     05  BRS-TAB-ENTRY OCCURS 50 TIMES.
018700         10  BRS-TAB-BRANCH      PIC X(04).
018800 77  BRS-BRANCH-CNT              PIC 9(02) COMP VALUE ZERO.
018900 77  BRS-SUB                     PIC 9(02) COMP VALUE ZERO.
019000 77  BRS-CUR-SUB                 PIC 9(02) COMP VALUE ZERO.
019100 77  BRS-PRT-SUB                 PIC 9(02) COMP VALUE ZERO.
019200 77  BRS-FOUND-SW                PIC X(01) VALUE 'N'.
019300     88  BRS-FOUND               VALUE 'Y'.
019400 77  BRS-LOST-CNT                PIC 9(05) COMP VALUE ZERO.
019500 77  WS-CUR-BRANCH               PIC X(04) VALUE SPACES.
019600 77  WS-CUR-BRANCH-NAME          PIC X(20) VALUE SPACES.
019700******************************************************************
019800* RUN AND BRANCH TOTALS.
019900******************************************************************
020000 77  WS-EMPLOYEE-CNT             PIC 9(05) COMP VALUE ZERO.
020100 77  WS-INACTIVE-CNT             PIC 9(05) COMP VALUE ZERO.
020200 77  WS-NO-COMP-CNT              PIC 9(05) COMP VALUE ZERO.
020300 77  WS-CREATED-CNT              PIC 9(05) COMP VALUE ZERO.
020400 77  WS-EXPIRED-CNT              PIC 9(05) COMP VALUE ZERO.
020500 77  WS-RUN-ACCRUED-DAYS         PIC 9(07) COMP VALUE ZERO.
020600 77  WS-RUN-LAPSED-DAYS          PIC 9(07) COMP VALUE ZERO.
020700 77  WS-RUN-OPEN-DAYS            PIC 9(07) COMP VALUE ZERO.
020800 77  WS-RUN-WARN-DAYS            PIC 9(07) COMP VALUE ZERO.
020900 77  WS-BR-EMP-CNT               PIC 9(05) COMP VALUE ZERO.
021000 77  WS-BR-OPEN-DAYS             PIC 9(07) COMP VALUE ZERO.
021100 77  WS-BR-WARN-DAYS             PIC 9(07) COMP VALUE ZERO.
021200 77  WS-EMP-LINE-CNT             PIC 9(03) COMP VALUE ZERO.
021300******************************************************************
021400* REPORT LINES.
021500******************************************************************
021600 77  WS-RPT-TEXT                 PIC X(80) VALUE SPACES.
021700 77  WS-PAGE-SEP                 PIC X(72) VALUE ALL "-".
021800 77  WS-CNT-DISPLAY              PIC ZZZZ9.
021900 77  WS-DAYS-DISPLAY             PIC ZZZZZZ9.
022000 01  WS-COLUMN-LINE.
022100     05  FILLER                  PIC X(15) VALUE SPACES.
022200     05  FILLER                  PIC X(10) VALUE "GANADO".
022300     05  FILLER                  PIC X(10) VALUE "VENCE".
022400     05  FILLER                  PIC X(04) VALUE "DER".
022500     05  FILLER                  PIC X(04) VALUE "TOM".
022600     05  FILLER                  PIC X(05) VALUE "SALDO".
022700 01  WS-DETAIL-LINE.
022800     05  FILLER                  PIC X(06) VALUE SPACES.
022900     05  FILLER                  PIC X(05) VALUE "ANIO".
023000     05  WS-DTL-YEAR             PIC Z9.
023100     05  FILLER                  PIC X(02) VALUE SPACES.
023200     05  WS-DTL-EARNED           PIC 9(08).
023300     05  FILLER                  PIC X(02) VALUE SPACES.
023400     05  WS-DTL-EXPIRES          PIC 9(08).
023500     05  FILLER                  PIC X(02) VALUE SPACES.
023600     05  WS-DTL-ENTITLED         PIC ZZ9.
023700     05  FILLER                  PIC X(01) VALUE SPACE.
023800     05  WS-DTL-TAKEN            PIC ZZ9.
023900     05  FILLER                  PIC X(01) VALUE SPACE.
024000     05  WS-DTL-BALANCE          PIC ZZ9.
024100     05  FILLER                  PIC X(02) VALUE SPACES.
024200     05  WS-DTL-FLAG             PIC X(10) VALUE SPACES.
024300 PROCEDURE DIVISION.
024400******************************************************************
024500* 0000-MAINLINE - ACCRUE AND LAPSE EVERY ACTIVE EMPLOYEE'S
024600* VACATION YEARS, THEN PRINT THE BALANCES BRANCH BY BRANCH.
024700******************************************************************
024800 0000-MAINLINE.
024900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
025000     IF NOT WS-ABORT
025100         PERFORM 1500-WRITE-REPORT-HEADER THRU 1500-EXIT
025200         PERFORM 2000-ACCRUE-EMPLOYEE THRU 2000-EXIT
025300             UNTIL WS-EOF-EMPMAST
025400         PERFORM 5000-WRITE-BRANCH THRU 5000-EXIT
025500             VARYING BRS-PRT-SUB FROM 1 BY 1
025600             UNTIL BRS-PRT-SUB > BRS-BRANCH-CNT
025700         PERFORM 7000-WRITE-RUN-TOTALS THRU 7000-EXIT
025800     END-IF
025900     PERFORM 9000-TERMINATE THRU 9000-EXIT
025920     IF WS-ABORT
025940         MOVE 16 TO RETURN-CODE
025960     END-IF
026000     STOP RUN.
026100******************************************************************
026200* 1000-INITIALIZE - SET THE RUN DATES AND OPEN THE FILES.
026300* VACMAST IS CREATED THE FIRST TIME; A MISSING BRMAST ONLY
026400* LEAVES THE BRANCH NAMES OFF THE REPORT.
026500******************************************************************
026600 1000-INITIALIZE.
026700     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
026800     COMPUTE WS-AS-OF-DATE = WS-TODAY-YEAR * 10000
026900         + WS-TODAY-MONTH * 100 + WS-TODAY-DAY
027000     COMPUTE WS-TODAY-MMDD = WS-TODAY-MONTH * 100 + WS-TODAY-DAY
027100     MOVE WS-TODAY-YEAR TO WS-DT-YEAR
027200     MOVE WS-TODAY-MONTH TO WS-DT-MONTH
027300     MOVE WS-TODAY-DAY TO WS-DT-DAY
027400     MOVE PAY-WARN-MONTHS TO WS-ADD-MONTHS
027500     PERFORM 1600-ADD-MONTHS THRU 1600-EXIT
027600     MOVE WS-DT-RESULT TO WS-WARN-DATE
027700     DISPLAY "PAY0121 - SALDOS DE VACACIONES AL " WS-AS-OF-DATE
027800
027900     OPEN INPUT EMPLOYEE-MASTER-FILE
028000     IF WS-EMPMAST-STATUS NOT = "00"
028100         DISPLAY "PAY0121 - NO SE PUDO ABRIR EMPMAST, ESTADO "
028200             WS-EMPMAST-STATUS
028300         SET WS-ABORT TO TRUE
028400         GO TO 1000-EXIT
028500     END-IF
028600     SET WS-EMPMAST-OPEN TO TRUE
028700
028800     OPEN INPUT EMP-COMP-FILE
028900     IF WS-COMP-STATUS NOT = "00"
029000         DISPLAY "PAY0121 - NO SE PUDO ABRIR EMPCOMP, ESTADO "
029100             WS-COMP-STATUS " - SIN FECHA DE INGRESO NO HAY"
029200             " ANTIGUEDAD"
029300         SET WS-ABORT TO TRUE
029400         GO TO 1000-EXIT
029500     END-IF
029600     SET WS-COMP-OPEN TO TRUE
029700
029800     OPEN I-O VACATION-FILE
029900     IF WS-VAC-STATUS = "35"
030000         OPEN OUTPUT VACATION-FILE
030100         CLOSE VACATION-FILE
030200         OPEN I-O VACATION-FILE
030300     END-IF
030400     IF WS-VAC-STATUS NOT = "00"
030500         DISPLAY "PAY0121 - NO SE PUDO ABRIR VACMAST, ESTADO "
030600             WS-VAC-STATUS
030700         SET WS-ABORT TO TRUE
030800         GO TO 1000-EXIT
030900     END-IF
031000     SET WS-VAC-OPEN TO TRUE
031100
031200     OPEN INPUT BRANCH-MASTER-FILE
031300     IF WS-BRANCH-STATUS = "00"
031400         SET WS-BRMAST-OPEN TO TRUE
031500     ELSE
031600         DISPLAY "PAY0121 - SIN BRMAST (ESTADO " WS-BRANCH-STATUS
031700             "), SUCURSALES SIN NOMBRE"
031800     END-IF
031900
032000     OPEN OUTPUT VAC-REPORT-FILE
032100     IF WS-VACRPT-STATUS NOT = "00"
032200         DISPLAY "PAY0121 - NO SE PUDO ABRIR VACRPT, ESTADO "
032300             WS-VACRPT-STATUS
032400         SET WS-ABORT TO TRUE
032500         GO TO 1000-EXIT
032600     END-IF
032700     SET WS-VACRPT-OPEN TO TRUE.
032800 1000-EXIT.
032900     EXIT.
033000******************************************************************
033100* 1500-WRITE-REPORT-HEADER - TITLE OF THE BALANCE REPORT.
033200******************************************************************
033300 1500-WRITE-REPORT-HEADER.
033400     MOVE SPACES TO WS-RPT-TEXT
033500     STRING "SALDOS DE VACACIONES POR SUCURSAL  AL "
033600         WS-AS-OF-DATE
033700         DELIMITED BY SIZE INTO WS-RPT-TEXT
033800     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
033900     MOVE SPACES TO WS-RPT-TEXT
034000     STRING "LOS PERIODOS QUE VENCEN ANTES DEL " WS-WARN-DATE
034100         " SE MARCAN POR VENCER"
034200         DELIMITED BY SIZE INTO WS-RPT-TEXT
034300     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
034400     MOVE WS-PAGE-SEP TO WS-RPT-TEXT
034500     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT.
034600 1500-EXIT.
034700     EXIT.
034800******************************************************************
034900* 1510-CHECK-LEAP-YEAR - IS WS-LEAP-TEST-YEAR A LEAP YEAR.
035000******************************************************************
035100 1510-CHECK-LEAP-YEAR.
035200     MOVE 'N' TO WS-LEAP-YEAR-SW
035300     DIVIDE WS-LEAP-TEST-YEAR BY 4
035400         GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
035500     IF WS-LEAP-REM-4 = ZERO
035600         DIVIDE WS-LEAP-TEST-YEAR BY 100
035700             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100
035800         IF WS-LEAP-REM-100 NOT = ZERO
035900             SET WS-LEAP-YEAR TO TRUE
036000         ELSE
036100             DIVIDE WS-LEAP-TEST-YEAR BY 400
036200                 GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400
036300             IF WS-LEAP-REM-400 = ZERO
036400                 SET WS-LEAP-YEAR TO TRUE
036500             END-IF
036600         END-IF
036700     END-IF.
036800 1510-EXIT.
036900     EXIT.
037000******************************************************************
037100* 1600-ADD-MONTHS - WS-DT-YEAR/MONTH/DAY PLUS WS-ADD-MONTHS, AS
037200* AAAAMMDD IN WS-DT-RESULT. A DAY THE TARGET MONTH DOES NOT HAVE
037300* BECOMES ITS LAST DAY.
037400******************************************************************
037500 1600-ADD-MONTHS.
037600     COMPUTE WS-MONTH-WORK = WS-DT-MONTH - 1 + WS-ADD-MONTHS
037700     DIVIDE WS-MONTH-WORK BY 12
037800         GIVING WS-YEAR-CARRY REMAINDER WS-RES-MONTH
037900     ADD 1 TO WS-RES-MONTH
038000     COMPUTE WS-RES-YEAR = WS-DT-YEAR + WS-YEAR-CARRY
038100     MOVE WS-DT-DAY TO WS-RES-DAY
038200     PERFORM 1610-GET-MONTH-LENGTH THRU 1610-EXIT
038300     IF WS-RES-DAY > WS-MONTH-LENGTH
038400         MOVE WS-MONTH-LENGTH TO WS-RES-DAY
038500     END-IF
038600     COMPUTE WS-DT-RESULT = WS-RES-YEAR * 10000
038700         + WS-RES-MONTH * 100 + WS-RES-DAY.
038800 1600-EXIT.
038900     EXIT.
039000******************************************************************
039100* 1610-GET-MONTH-LENGTH - DAYS IN WS-RES-MONTH OF WS-RES-YEAR.
039200******************************************************************
039300 1610-GET-MONTH-LENGTH.
039400     MOVE PAY-DAYS-IN-MONTH(WS-RES-MONTH) TO WS-MONTH-LENGTH
039500     IF WS-RES-MONTH = 2
039600         MOVE WS-RES-YEAR TO WS-LEAP-TEST-YEAR
039700         PERFORM 1510-CHECK-LEAP-YEAR THRU 1510-EXIT
039800         IF WS-LEAP-YEAR
039900             MOVE 29 TO WS-MONTH-LENGTH
040000         END-IF
040100     END-IF.
040200 1610-EXIT.
040300     EXIT.
040400******************************************************************
040500* 2000-ACCRUE-EMPLOYEE - ONE MASTER RECORD: NOTE ITS BRANCH FOR
040600* THE REPORT, WRITE ANY SERVICE YEAR IT HAS COMPLETED THAT IS
040700* NOT ON VACMAST YET, AND LAPSE ITS OPEN YEARS PAST EXPIRY.
040800* INACTIVE EMPLOYEES ARE LEFT TO THEIR FINIQUITO.
040900******************************************************************
041000 2000-ACCRUE-EMPLOYEE.
041100     READ EMPLOYEE-MASTER-FILE NEXT RECORD
041200         AT END
041300             MOVE "Y" TO WS-EOF-EMPMAST-SW
041400             GO TO 2000-EXIT
041500     END-READ
041600     IF NOT EMP-STATUS-ACTIVE
041700         ADD 1 TO WS-INACTIVE-CNT
041800         GO TO 2000-EXIT
041900     END-IF
042000     ADD 1 TO WS-EMPLOYEE-CNT
042100     PERFORM 2600-ADD-BRANCH THRU 2600-EXIT
042200     PERFORM 2100-GET-HIRE-DATE THRU 2100-EXIT
042300     IF WS-COMP-FOUND
042400         PERFORM 2200-ACCRUE-ONE-YEAR THRU 2200-EXIT
042500             VARYING WS-SVC-YEAR FROM 1 BY 1
042600             UNTIL WS-SVC-YEAR > WS-COMPLETED-YEARS
042700     ELSE
042800         ADD 1 TO WS-NO-COMP-CNT
042900     END-IF
043000     PERFORM 2300-EXPIRE-YEARS THRU 2300-EXIT.
043100 2000-EXIT.
043200     EXIT.
043300******************************************************************
043400* 2100-GET-HIRE-DATE - THE EFFECTIVE DATE OF THE EMPLOYEE'S
043500* FIRST EMPCOMP RECORD, AND THE WHOLE YEARS OF SERVICE FROM IT
043600* TO TODAY (THE YEAR IS COMPLETE ON THE ANNIVERSARY ITSELF).
043700******************************************************************
043800 2100-GET-HIRE-DATE.
043900     MOVE "N" TO WS-COMP-FOUND-SW
044000     MOVE ZERO TO WS-HIRE-DATE WS-COMPLETED-YEARS
044100     MOVE EMP-ID TO COMP-EMP-ID
044200     MOVE ZERO TO COMP-EFF-DATE
044300     START EMP-COMP-FILE KEY NOT < COMP-KEY
044400         INVALID KEY
044500             GO TO 2100-EXIT
044600     END-START
044700     READ EMP-COMP-FILE NEXT RECORD
044800         AT END
044900             GO TO 2100-EXIT
045000     END-READ
045100     IF COMP-EMP-ID NOT = EMP-ID
045200         GO TO 2100-EXIT
045300     END-IF
045400     MOVE COMP-EFF-DATE TO WS-HIRE-DATE
045500     DIVIDE WS-HIRE-DATE BY 10000
045600         GIVING WS-HIRE-YEAR REMAINDER WS-HIRE-MMDD
045700     DIVIDE WS-HIRE-MMDD BY 100
045800         GIVING WS-HIRE-MONTH REMAINDER WS-HIRE-DAY
045900     IF WS-HIRE-MONTH < 1 OR WS-HIRE-MONTH > 12
046000         OR WS-HIRE-DAY < 1 OR WS-HIRE-DAY > 31
046100         DISPLAY "PAY0121 - FECHA DE INGRESO " WS-HIRE-DATE
046200             " INVALIDA PARA " EMP-ID ", SIN ACUMULACION"
046300         GO TO 2100-EXIT
046400     END-IF
046500     SET WS-COMP-FOUND TO TRUE
046600     IF WS-HIRE-DATE NOT < WS-AS-OF-DATE
046700         GO TO 2100-EXIT
046800     END-IF
046900     COMPUTE WS-COMPLETED-YEARS = WS-TODAY-YEAR - WS-HIRE-YEAR
047000     IF WS-TODAY-MMDD < WS-HIRE-MMDD
047100         SUBTRACT 1 FROM WS-COMPLETED-YEARS
047200     END-IF
047300     IF WS-COMPLETED-YEARS > PAY-MAX-SERVICE-YEARS
047400         MOVE PAY-MAX-SERVICE-YEARS TO WS-COMPLETED-YEARS
047500     END-IF.
047600 2100-EXIT.
047700     EXIT.
047800******************************************************************
047900* 2200-ACCRUE-ONE-YEAR - SERVICE YEAR WS-SVC-YEAR IS EARNED ON
048000* THE ANNIVERSARY (A FEBRUARY 29 HIRE ON THE 28TH IN OTHER
048100* YEARS) AND EXPIRES EIGHTEEN MONTHS LATER. A YEAR ALREADY ON
048200* FILE IS LEFT AS IT IS; ONE THAT EXPIRED BEFORE IT WAS EVER
048300* WRITTEN IS NOT CREATED.
048400******************************************************************
048500 2200-ACCRUE-ONE-YEAR.
048600     COMPUTE WS-DT-YEAR = WS-HIRE-YEAR + WS-SVC-YEAR
048700     MOVE WS-HIRE-MONTH TO WS-DT-MONTH
048800     MOVE WS-HIRE-DAY TO WS-DT-DAY
048900     MOVE ZERO TO WS-ADD-MONTHS
049000     PERFORM 1600-ADD-MONTHS THRU 1600-EXIT
049100     MOVE WS-DT-RESULT TO WS-EARNED-DATE
049200     MOVE PAY-EXPIRE-MONTHS TO WS-ADD-MONTHS
049300     PERFORM 1600-ADD-MONTHS THRU 1600-EXIT
049400     MOVE WS-DT-RESULT TO WS-EXPIRE-DATE
049500     IF WS-EXPIRE-DATE < WS-AS-OF-DATE
049600         GO TO 2200-EXIT
049700     END-IF
049800     MOVE EMP-ID TO VAC-EMP-ID
049900     MOVE WS-SVC-YEAR TO VAC-SERVICE-YEAR
050000     READ VACATION-FILE
050100         INVALID KEY
050200             PERFORM 2210-WRITE-VAC-YEAR THRU 2210-EXIT
050300     END-READ.
050400 2200-EXIT.
050500     EXIT.
050600******************************************************************
050700* 2210-WRITE-VAC-YEAR - ADD THE NEW SERVICE YEAR TO VACMAST WITH
050800* ITS FULL ENTITLEMENT AND NOTHING TAKEN.
050900******************************************************************
051000 2210-WRITE-VAC-YEAR.
051100     PERFORM 2220-GET-ENTITLEMENT THRU 2220-EXIT
051200     MOVE SPACES TO VAC-RECORD
051300     MOVE EMP-ID TO VAC-EMP-ID
051400     MOVE WS-SVC-YEAR TO VAC-SERVICE-YEAR
051500     MOVE WS-EARNED-DATE TO VAC-EARNED-DATE
051600     MOVE WS-EXPIRE-DATE TO VAC-EXPIRE-DATE
051700     MOVE WS-VAC-ENTITLED TO VAC-DAYS-ENTITLED
051800     MOVE ZERO TO VAC-DAYS-TAKEN VAC-DAYS-PAID-OUT
051900     SET VAC-STATUS-OPEN TO TRUE
052000     WRITE VAC-RECORD
052100     IF WS-VAC-STATUS = "00"
052200         ADD 1 TO WS-CREATED-CNT
052300         ADD WS-VAC-ENTITLED TO WS-RUN-ACCRUED-DAYS
052400     ELSE
052500         DISPLAY "PAY0121 - NO SE PUDO GRABAR VACMAST " EMP-ID
052600             " ANIO " WS-SVC-YEAR " ESTADO " WS-VAC-STATUS
052700     END-IF.
052800 2210-EXIT.
052900     EXIT.
053000******************************************************************
053100* 2220-GET-ENTITLEMENT - THE STATUTORY VACATION DAYS FOR SERVICE
053200* YEAR WS-SVC-YEAR: 12 THE FIRST YEAR, TWO MORE EACH YEAR TO 20
053300* AT FIVE, THEN TWO MORE FOR EACH FURTHER FIVE YEARS FROM 22 AT
053400* SIX.
053500******************************************************************
053600 2220-GET-ENTITLEMENT.
053700     IF WS-SVC-YEAR NOT > 5
053800         COMPUTE WS-VAC-ENTITLED = 10 + 2 * WS-SVC-YEAR
053900         GO TO 2220-EXIT
054000     END-IF
054100     COMPUTE WS-VAC-STEPS = (WS-SVC-YEAR - 6) / 5
054200     COMPUTE WS-VAC-ENTITLED = 22 + 2 * WS-VAC-STEPS.
054300 2220-EXIT.
054400     EXIT.
054500******************************************************************
054600* 2300-EXPIRE-YEARS - CLOSE THE EMPLOYEE'S OPEN YEARS WHOSE
054700* EXPIRY HAS PASSED; THE DAYS LEFT ON THEM ARE LOST.
054800******************************************************************
054900 2300-EXPIRE-YEARS.
055000     MOVE "N" TO WS-EOF-VAC-SW
055100     MOVE EMP-ID TO VAC-EMP-ID
055200     MOVE ZERO TO VAC-SERVICE-YEAR
055300     START VACATION-FILE KEY NOT < VAC-KEY
055400         INVALID KEY
055500             MOVE "Y" TO WS-EOF-VAC-SW
055600     END-START
055700     PERFORM 2310-EXPIRE-ONE-YEAR THRU 2310-EXIT
055800         UNTIL WS-EOF-VAC.
055900 2300-EXIT.
056000     EXIT.
056100******************************************************************
056200* 2310-EXPIRE-ONE-YEAR - ONE STEP OF THE EXPIRY SCAN.
056300******************************************************************
056400 2310-EXPIRE-ONE-YEAR.
056500     READ VACATION-FILE NEXT RECORD
056600         AT END
056700             MOVE "Y" TO WS-EOF-VAC-SW
056800     END-READ
056900     IF WS-EOF-VAC
057000         GO TO 2310-EXIT
057100     END-IF
057200     IF VAC-EMP-ID NOT = EMP-ID
057300         MOVE "Y" TO WS-EOF-VAC-SW
057400         GO TO 2310-EXIT
057500     END-IF
057600     IF NOT VAC-STATUS-OPEN
057700         OR VAC-EXPIRE-DATE NOT < WS-AS-OF-DATE
057800         GO TO 2310-EXIT
057900     END-IF
058000     COMPUTE WS-VAC-BALANCE = VAC-DAYS-ENTITLED
058100         - VAC-DAYS-TAKEN - VAC-DAYS-PAID-OUT
058200     SET VAC-STATUS-EXPIRED TO TRUE
058300     REWRITE VAC-RECORD
058400     IF WS-VAC-STATUS NOT = "00"
058500         DISPLAY "PAY0121 - NO SE PUDO GRABAR VACMAST " EMP-ID
058600             " ANIO " VAC-SERVICE-YEAR " ESTADO " WS-VAC-STATUS
058700         GO TO 2310-EXIT
058800     END-IF
058900     ADD 1 TO WS-EXPIRED-CNT
059000     IF WS-VAC-BALANCE > ZERO
059100         ADD WS-VAC-BALANCE TO WS-RUN-LAPSED-DAYS
059200     END-IF.
059300 2310-EXIT.
059400     EXIT.
059500******************************************************************
059600* 2600-ADD-BRANCH - ENTER THE EMPLOYEE'S BRANCH IN THE TABLE IF
059700* IT IS NOT THERE YET. A FULL TABLE COUNTS THE EMPLOYEE AS LOST
059800* FROM THE REPORT.
059900******************************************************************
060000 2600-ADD-BRANCH.
060100     MOVE "N" TO BRS-FOUND-SW
060200     PERFORM 2610-TEST-ONE-BRANCH THRU 2610-EXIT
060300         VARYING BRS-SUB FROM 1 BY 1
060400         UNTIL BRS-FOUND OR BRS-SUB > BRS-BRANCH-CNT
060500     IF BRS-FOUND
060600         GO TO 2600-EXIT
060700     END-IF
060800     IF BRS-BRANCH-CNT = BRS-MAX-BRANCHES
060900         ADD 1 TO BRS-LOST-CNT
061000         GO TO 2600-EXIT
061100     END-IF
061200     PERFORM 2620-INSERT-BRANCH THRU 2620-EXIT.
061300 2600-EXIT.
061400     EXIT.
061500******************************************************************
061600* 2610-TEST-ONE-BRANCH - ONE STEP OF THE BRANCH TABLE SEARCH.
061700******************************************************************
061800 2610-TEST-ONE-BRANCH.
061900     IF BRS-TAB-BRANCH(BRS-SUB) = EMP-BRANCH
062000         SET BRS-FOUND TO TRUE
062100         MOVE BRS-SUB TO BRS-CUR-SUB
062200     END-IF.
062300 2610-EXIT.
062400     EXIT.
062500******************************************************************
062600* 2620-INSERT-BRANCH - OPEN A SLOT FOR EMP-BRANCH AT ITS PLACE IN
062700* CODE ORDER, SHIFTING THE HIGHER CODES DOWN ONE.
062800******************************************************************
062900 2620-INSERT-BRANCH.
063000     MOVE 1 TO BRS-CUR-SUB
063100     PERFORM 2630-STEP-INSERT-POINT THRU 2630-EXIT
063200         UNTIL BRS-FOUND OR BRS-CUR-SUB > BRS-BRANCH-CNT
063300     PERFORM 2640-SHIFT-ONE-BRANCH THRU 2640-EXIT
063400         VARYING BRS-SUB FROM BRS-BRANCH-CNT BY -1
063500         UNTIL BRS-SUB < BRS-CUR-SUB
063600     ADD 1 TO BRS-BRANCH-CNT
063700     MOVE EMP-BRANCH TO BRS-TAB-BRANCH(BRS-CUR-SUB).
063800 2620-EXIT.
063900     EXIT.
064000******************************************************************
064100* 2630-STEP-INSERT-POINT - STOP AT THE FIRST BRANCH CODE HIGHER
064200* THAN THE ONE BEING ADDED, OR RUN ONE PAST THE LAST SLOT IN USE.
064300******************************************************************
064400 2630-STEP-INSERT-POINT.
064500     IF BRS-TAB-BRANCH(BRS-CUR-SUB) > EMP-BRANCH
064600         SET BRS-FOUND TO TRUE
064700         GO TO 2630-EXIT
064800     END-IF
064900     ADD 1 TO BRS-CUR-SUB.
065000 2630-EXIT.
065100     EXIT.
065200******************************************************************
065300* 2640-SHIFT-ONE-BRANCH - MOVE ONE TABLE ENTRY DOWN ONE SLOT.
065400******************************************************************
065500 2640-SHIFT-ONE-BRANCH.
065600     MOVE BRS-TAB-ENTRY(BRS-SUB) TO BRS-TAB-ENTRY(BRS-SUB + 1).
065700 2640-EXIT.
065800     EXIT.
065900******************************************************************
066000* 5000-WRITE-BRANCH - ONE BRANCH SECTION OF THE REPORT: ITS
066100* HEADING, EVERY ACTIVE EMPLOYEE OF THE BRANCH WITH THEIR OPEN
066200* YEARS, AND THE BRANCH SUBTOTAL. EMPMAST IS READ AGAIN FROM THE
066300* TOP FOR EACH BRANCH.
066400******************************************************************
066500 5000-WRITE-BRANCH.
066600     MOVE BRS-TAB-BRANCH(BRS-PRT-SUB) TO WS-CUR-BRANCH
066700     MOVE ZERO TO WS-BR-EMP-CNT WS-BR-OPEN-DAYS WS-BR-WARN-DAYS
066800     MOVE "SIN NOMBRE EN BRMAST" TO WS-CUR-BRANCH-NAME
066900     IF WS-BRMAST-OPEN
067000         MOVE WS-CUR-BRANCH TO BR-CODE
067100         READ BRANCH-MASTER-FILE
067200             NOT INVALID KEY
067300                 MOVE BR-NAME TO WS-CUR-BRANCH-NAME
067400         END-READ
067500     END-IF
067600     MOVE SPACES TO WS-RPT-TEXT
067700     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
067800     STRING "SUCURSAL " WS-CUR-BRANCH "  " WS-CUR-BRANCH-NAME
067900         DELIMITED BY SIZE INTO WS-RPT-TEXT
068000     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
068100     MOVE WS-COLUMN-LINE TO WS-RPT-TEXT
068200     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
068300
068400     MOVE "N" TO WS-EOF-EMPMAST-SW
068500     MOVE LOW-VALUES TO EMP-ID
068600     START EMPLOYEE-MASTER-FILE KEY NOT < EMP-ID
068700         INVALID KEY
068800             MOVE "Y" TO WS-EOF-EMPMAST-SW
068900     END-START
069000     PERFORM 5100-LIST-ONE-EMPLOYEE THRU 5100-EXIT
069100         UNTIL WS-EOF-EMPMAST
069200
069300     MOVE SPACES TO WS-RPT-TEXT
069400     MOVE WS-BR-EMP-CNT TO WS-CNT-DISPLAY
069500     MOVE WS-BR-OPEN-DAYS TO WS-DAYS-DISPLAY
069600     STRING "  TOTAL SUCURSAL " WS-CUR-BRANCH "  EMPLEADOS "
069700         WS-CNT-DISPLAY "  DIAS PENDIENTES " WS-DAYS-DISPLAY
069800         DELIMITED BY SIZE INTO WS-RPT-TEXT
069900     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
070000     MOVE SPACES TO WS-RPT-TEXT
070100     MOVE WS-BR-WARN-DAYS TO WS-DAYS-DISPLAY
070200     STRING "  DIAS POR VENCER ANTES DEL " WS-WARN-DATE ": "
070300         WS-DAYS-DISPLAY
070400         DELIMITED BY SIZE INTO WS-RPT-TEXT
070500     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
070600     ADD WS-BR-OPEN-DAYS TO WS-RUN-OPEN-DAYS
070700     ADD WS-BR-WARN-DAYS TO WS-RUN-WARN-DAYS.
070800 5000-EXIT.
070900     EXIT.
071000******************************************************************
071100* 5100-LIST-ONE-EMPLOYEE - ONE STEP OF THE BRANCH'S EMPMAST
071200* PASS: AN ACTIVE EMPLOYEE OF THE BRANCH GETS A NAME LINE AND A
071300* LINE PER OPEN YEAR WITH DAYS LEFT.
071400******************************************************************
071500 5100-LIST-ONE-EMPLOYEE.
071600     READ EMPLOYEE-MASTER-FILE NEXT RECORD
071700         AT END
071800             MOVE "Y" TO WS-EOF-EMPMAST-SW
071900             GO TO 5100-EXIT
072000     END-READ
072100     IF NOT EMP-STATUS-ACTIVE
072200         OR EMP-BRANCH NOT = WS-CUR-BRANCH
072300         GO TO 5100-EXIT
072400     END-IF
072500     ADD 1 TO WS-BR-EMP-CNT
072600     MOVE SPACES TO WS-RPT-TEXT
072700     STRING "  " EMP-ID " " EMP-NOMBRE " " EMP-APELLIDO
072800         DELIMITED BY SIZE INTO WS-RPT-TEXT
072900     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
073000     MOVE ZERO TO WS-EMP-LINE-CNT
073100     MOVE "N" TO WS-EOF-VAC-SW
073200     MOVE EMP-ID TO VAC-EMP-ID
073300     MOVE ZERO TO VAC-SERVICE-YEAR
073400     START VACATION-FILE KEY NOT < VAC-KEY
073500         INVALID KEY
073600             MOVE "Y" TO WS-EOF-VAC-SW
073700     END-START
073800     PERFORM 5200-LIST-ONE-YEAR THRU 5200-EXIT
073900         UNTIL WS-EOF-VAC
074000     IF WS-EMP-LINE-CNT = ZERO
074100         MOVE "      SIN DIAS DE VACACIONES PENDIENTES"
074200             TO WS-RPT-TEXT
074300         PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
074400     END-IF.
074500 5100-EXIT.
074600     EXIT.
074700******************************************************************
074800* 5200-LIST-ONE-YEAR - ONE STEP OF THE EMPLOYEE'S VACMAST SCAN:
074900* AN OPEN YEAR WITH DAYS LEFT PRINTS, FLAGGED WHEN IT EXPIRES
075000* BEFORE THE WARNING DATE.
075100******************************************************************
075200 5200-LIST-ONE-YEAR.
075300     READ VACATION-FILE NEXT RECORD
075400         AT END
075500             MOVE "Y" TO WS-EOF-VAC-SW
075600     END-READ
075700     IF WS-EOF-VAC
075800         GO TO 5200-EXIT
075900     END-IF
076000     IF VAC-EMP-ID NOT = EMP-ID
076100         MOVE "Y" TO WS-EOF-VAC-SW
076200         GO TO 5200-EXIT
076300     END-IF
076400     IF NOT VAC-STATUS-OPEN
076500         GO TO 5200-EXIT
076600     END-IF
076700     COMPUTE WS-VAC-BALANCE = VAC-DAYS-ENTITLED
076800         - VAC-DAYS-TAKEN - VAC-DAYS-PAID-OUT
076900     IF WS-VAC-BALANCE NOT > ZERO
077000         GO TO 5200-EXIT
077100     END-IF
077200     ADD 1 TO WS-EMP-LINE-CNT
077300     ADD WS-VAC-BALANCE TO WS-BR-OPEN-DAYS
077400     MOVE VAC-SERVICE-YEAR TO WS-DTL-YEAR
077500     MOVE VAC-EARNED-DATE TO WS-DTL-EARNED
077600     MOVE VAC-EXPIRE-DATE TO WS-DTL-EXPIRES
077700     MOVE VAC-DAYS-ENTITLED TO WS-DTL-ENTITLED
077800     MOVE VAC-DAYS-TAKEN TO WS-DTL-TAKEN
077900     MOVE WS-VAC-BALANCE TO WS-DTL-BALANCE
078000     MOVE SPACES TO WS-DTL-FLAG
078100     IF VAC-EXPIRE-DATE < WS-WARN-DATE
078200         MOVE "POR VENCER" TO WS-DTL-FLAG
078300         ADD WS-VAC-BALANCE TO WS-BR-WARN-DAYS
078400     END-IF
078500     MOVE WS-DETAIL-LINE TO WS-RPT-TEXT
078600     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT.
078700 5200-EXIT.
078800     EXIT.
078900******************************************************************
079000* 7000-WRITE-RUN-TOTALS - THE REPORT'S CLOSING COUNTS.
079100******************************************************************
079200 7000-WRITE-RUN-TOTALS.
079300     MOVE WS-PAGE-SEP TO WS-RPT-TEXT
079400     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
079500     IF BRS-LOST-CNT > ZERO
079600         MOVE SPACES TO WS-RPT-TEXT
079700         MOVE BRS-LOST-CNT TO WS-CNT-DISPLAY
079800         STRING "*** TABLA DE SUCURSALES LLENA, EMPLEADOS FUERA"
079900             " DEL REPORTE: " WS-CNT-DISPLAY
080000             DELIMITED BY SIZE INTO WS-RPT-TEXT
080100         PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
080200     END-IF
080300     MOVE SPACES TO WS-RPT-TEXT
080400     MOVE WS-EMPLOYEE-CNT TO WS-CNT-DISPLAY
080500     STRING "EMPLEADOS ACTIVOS: " WS-CNT-DISPLAY
080600         DELIMITED BY SIZE INTO WS-RPT-TEXT
080700     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
080800     MOVE SPACES TO WS-RPT-TEXT
080900     MOVE WS-NO-COMP-CNT TO WS-CNT-DISPLAY
081000     STRING "SIN FECHA DE INGRESO EN EMPCOMP: " WS-CNT-DISPLAY
081100         DELIMITED BY SIZE INTO WS-RPT-TEXT
081200     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
081300     MOVE SPACES TO WS-RPT-TEXT
081400     MOVE WS-CREATED-CNT TO WS-CNT-DISPLAY
081500     MOVE WS-RUN-ACCRUED-DAYS TO WS-DAYS-DISPLAY
081600     STRING "PERIODOS NUEVOS: " WS-CNT-DISPLAY
081700         "  DIAS ACUMULADOS: " WS-DAYS-DISPLAY
081800         DELIMITED BY SIZE INTO WS-RPT-TEXT
081900     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
082000     MOVE SPACES TO WS-RPT-TEXT
082100     MOVE WS-EXPIRED-CNT TO WS-CNT-DISPLAY
082200     MOVE WS-RUN-LAPSED-DAYS TO WS-DAYS-DISPLAY
082300     STRING "PERIODOS VENCIDOS: " WS-CNT-DISPLAY
082400         "  DIAS PERDIDOS: " WS-DAYS-DISPLAY
082500         DELIMITED BY SIZE INTO WS-RPT-TEXT
082600     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
082700     MOVE SPACES TO WS-RPT-TEXT
082800     MOVE WS-RUN-OPEN-DAYS TO WS-DAYS-DISPLAY
082900     STRING "TOTAL DIAS PENDIENTES: " WS-DAYS-DISPLAY
083000         DELIMITED BY SIZE INTO WS-RPT-TEXT
083100     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
083200     MOVE SPACES TO WS-RPT-TEXT
083300     MOVE WS-RUN-WARN-DAYS TO WS-DAYS-DISPLAY
083400     STRING "TOTAL DIAS POR VENCER:  " WS-DAYS-DISPLAY
083500         DELIMITED BY SIZE INTO WS-RPT-TEXT
083600     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT.
083700 7000-EXIT.
083800     EXIT.
083900******************************************************************
084000* 8400-WRITE-REPORT-TEXT - ONE FREEFORM REPORT LINE. CALLER SETS
084100* WS-RPT-TEXT.
084200******************************************************************
084300 8400-WRITE-REPORT-TEXT.
084400     IF NOT WS-VACRPT-OPEN
084500         GO TO 8400-EXIT
084600     END-IF
084700     MOVE WS-RPT-TEXT            TO RPT-RECORD
084800     WRITE RPT-RECORD
084900     MOVE SPACES                 TO WS-RPT-TEXT.
085000 8400-EXIT.
085100     EXIT.
085200******************************************************************
085300* 9000-TERMINATE - CLOSE EVERYTHING THAT OPENED.
085400******************************************************************
085500 9000-TERMINATE.
085600     IF WS-EMPMAST-OPEN
085700         CLOSE EMPLOYEE-MASTER-FILE
085800     END-IF
085900     IF WS-COMP-OPEN
086000         CLOSE EMP-COMP-FILE
086100     END-IF
086200     IF WS-VAC-OPEN
086300         CLOSE VACATION-FILE
086400     END-IF
086500     IF WS-BRMAST-OPEN
086600         CLOSE BRANCH-MASTER-FILE
086700     END-IF
086800     IF WS-VACRPT-OPEN
086900         CLOSE VAC-REPORT-FILE
087000     END-IF
087100     IF WS-ABORT
087200         DISPLAY "PAY0121 - SALDOS DE VACACIONES NO PROCESADOS"
087300     ELSE
087400         MOVE WS-EMPLOYEE-CNT TO WS-CNT-DISPLAY
087500         DISPLAY "PAY0121 - VACACIONES AL " WS-AS-OF-DATE
087600             " COMPLETO, EMPLEADOS: " WS-CNT-DISPLAY
087700             " PERIODOS NUEVOS: " WS-CREATED-CNT
087800             " VENCIDOS: " WS-EXPIRED-CNT
087900     END-IF.
088000 9000-EXIT.
088100     EXIT.
088200 END PROGRAM PAY0121.
