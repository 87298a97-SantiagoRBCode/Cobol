000100******************************************************************
000200* PROGRAM-ID. PAY0127.
000300* AUTHOR.     E. CASTILLO - NOMINA/FONDOS TEAM.
000400* INSTALLATION. DIRECCION DE SISTEMAS.
000500* DATE-WRITTEN. 2026-10-15.
000600* DATE-COMPILED.
000700* PURPOSE.    REFERENTIAL INTEGRITY AUDIT OF THE MASTER FILES,
000800*             RUN IN THE CYCLE AHEAD OF PAY0100. EMPMAST IS THE
000900*             PARENT OF EMPCOMP, GARNORD, LOANMAST, BANKMAST AND
001000*             INCIMAST, AND BRMAST OF EMP-BRANCH, BUT EACH FILE
001100*             IS LOADED ON ITS OWN AND NOTHING ELSE PROVES THEM
001200*             AGAINST EACH OTHER. THIS RUN READS EVERY FILE
001300*             THROUGH AND REPORTS (INTEGRPT), BY FILE AND
001400*             SEVERITY WITH COUNTS:
001500*               - EMPLOYEES WHOSE BRANCH IS NOT ON BRMAST;
001600*               - ACTIVE EMPLOYEES WITH NO EMPCOMP SALARY IN
001700*                 EFFECT TODAY, WHOM PAY0100 WOULD PAY AT THE
001800*                 PAY-GROSS-SALARY FALLBACK RATE;
001900*               - EMPCOMP, GARNORD, LOANMAST, BANKMAST AND
002000*                 INCIMAST RECORDS WHOSE EMPLOYEE IS NOT ON
002100*                 EMPMAST (ORPHANS);
002200*               - OPEN GARNORD/LOANMAST BALANCES AND BANKMAST
002300*                 ACCOUNTS LEFT ON EMPLOYEES PAY0103 SET
002400*                 INACTIVE (SETTLED OR NOT BY PAY0111);
002500*               - INCIMAST DAYS THAT ARE NOT BUSINESS DAYS
002600*                 (WEEKENDS AND HOLCAL HOLIDAYS, SAME RULES AS
002700*                 PAY0100), WHICH NOMINA NEVER DOCKS.
002800*             ERRORES ARE FINDINGS THAT WOULD MISPAY OR LEAVE
002900*             MONEY UNCOLLECTED AND STOP THE CYCLE; AVISOS ARE
003000*             HOUSEKEEPING. NOTHING IS UPDATED.
003100* TECTONICS.  cobc -x PAY0127.cbl -I copybooks
003200*
003300* MODIFICATION HISTORY.
003400*   2026-10-15  ECR  ORIGINAL VERSION. RETURN CODE FOR THE CYCLE
003500*                    DRIVER (PAY0126): 16 WHEN THE RUN ABORTS, 8
003600*                    ON ANY ERROR, 4 ON AVISOS ONLY.
003700******************************************************************
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID. PAY0127.
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. GENERIC.
004300 OBJECT-COMPUTER. GENERIC.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS EMP-ID
005000         FILE STATUS IS WS-EMPMAST-STATUS.
005100
005200     SELECT EMP-COMP-FILE ASSIGN TO "EMPCOMP"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS COMP-KEY
005600         FILE STATUS IS WS-COMP-STATUS.
005700
005800     SELECT GARN-ORDER-FILE ASSIGN TO "GARNORD"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS GARN-KEY
006200         FILE STATUS IS WS-GARN-STATUS.
006300
006400     SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS LOAN-KEY
006800         FILE STATUS IS WS-LOAN-STATUS.
006900
007000     SELECT BANK-ACCT-FILE ASSIGN TO "BANKMAST"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS BANK-EMP-ID
007400         FILE STATUS IS WS-BANK-STATUS.
007500
007600     SELECT INCIDENCIA-FILE ASSIGN TO "INCIMAST"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS INCI-KEY
008000         FILE STATUS IS WS-INCI-STATUS.
008100
008200     SELECT BRANCH-MASTER-FILE ASSIGN TO "BRMAST"
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS DYNAMIC
008500         RECORD KEY IS BR-CODE
008600         FILE STATUS IS WS-BRANCH-STATUS.
008700
008800     SELECT HOLIDAY-CAL-FILE ASSIGN TO "HOLCAL"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS WS-HOLCAL-STATUS.
009100
009200     SELECT INTEG-REPORT-FILE ASSIGN TO "INTEGRPT"
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS WS-INTEGRPT-STATUS.
009500 DATA DIVISION.
009600 FILE SECTION.
009700 FD  EMPLOYEE-MASTER-FILE
009800     LABEL RECORDS ARE STANDARD.
009900     COPY PAYEMP.
010000
010100 FD  EMP-COMP-FILE
010200     LABEL RECORDS ARE STANDARD.
010300     COPY PAYCOMP.
010400
010500 FD  GARN-ORDER-FILE
010600     LABEL RECORDS ARE STANDARD.
010700     COPY PAYGARN.
010800
010900 FD  LOAN-MASTER-FILE
011000     LABEL RECORDS ARE STANDARD.
011100     COPY PAYLOAN.
011200
011300 FD  BANK-ACCT-FILE
011400     LABEL RECORDS ARE STANDARD.
011500     COPY PAYBANK.
011600
011700 FD  INCIDENCIA-FILE
011800     LABEL RECORDS ARE STANDARD.
011900     COPY PAYINCI.
012000
012100 FD  BRANCH-MASTER-FILE
012200     LABEL RECORDS ARE STANDARD.
012300     COPY PAYBRN.
012400
012500 FD  HOLIDAY-CAL-FILE
012600     LABEL RECORDS ARE STANDARD.
012700 01  HOLCAL-RECORD.
012800     05  HOL-YEAR                    PIC 9(04).
012900     05  HOL-MONTH                   PIC 9(02).
013000     05  HOL-DAY                     PIC 9(02).
013100
013200 FD  INTEG-REPORT-FILE
013300     LABEL RECORDS ARE STANDARD.
013400 01  RPT-RECORD                      PIC X(80).
013500 WORKING-STORAGE SECTION.
013600******************************************************************
013700* FILE STATUS AND END-OF-FILE SWITCHES. A SATELLITE FILE THAT IS
013800* NOT THERE IS SET AT END FROM THE START, SO ITS PASS IS SKIPPED.
013900******************************************************************
014000 77  WS-EMPMAST-STATUS           PIC X(02) VALUE SPACES.
014100 77  WS-COMP-STATUS              PIC X(02) VALUE SPACES.
014200 77  WS-GARN-STATUS              PIC X(02) VALUE SPACES.
014300 77  WS-LOAN-STATUS              PIC X(02) VALUE SPACES.
014400 77  WS-BANK-STATUS              PIC X(02) VALUE SPACES.
014500 77  WS-INCI-STATUS              PIC X(02) VALUE SPACES.
014600 77  WS-BRANCH-STATUS            PIC X(02) VALUE SPACES.
014700 77  WS-HOLCAL-STATUS            PIC X(02) VALUE SPACES.
014800 77  WS-INTEGRPT-STATUS          PIC X(02) VALUE SPACES.
014900 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
015000     88  WS-ABORT                VALUE 'Y'.
015100 77  WS-EMPMAST-OPEN-SW          PIC X(01) VALUE 'N'.
015200     88  WS-EMPMAST-OPEN         VALUE 'Y'.
015300 77  WS-COMP-OPEN-SW             PIC X(01) VALUE 'N'.
015400     88  WS-COMP-OPEN            VALUE 'Y'.
015500 77  WS-GARN-OPEN-SW             PIC X(01) VALUE 'N'.
015600     88  WS-GARN-OPEN            VALUE 'Y'.
015700 77  WS-LOAN-OPEN-SW             PIC X(01) VALUE 'N'.
015800     88  WS-LOAN-OPEN            VALUE 'Y'.
015900 77  WS-BANK-OPEN-SW             PIC X(01) VALUE 'N'.
016000     88  WS-BANK-OPEN            VALUE 'Y'.
016100 77  WS-INCI-OPEN-SW             PIC X(01) VALUE 'N'.
016200     88  WS-INCI-OPEN            VALUE 'Y'.
016300 77  WS-BRMAST-OPEN-SW           PIC X(01) VALUE 'N'.
016400     88  WS-BRMAST-OPEN          VALUE 'Y'.
016500 77  WS-INTEGRPT-OPEN-SW         PIC X(01) VALUE 'N'.
016600     88  WS-INTEGRPT-OPEN        VALUE 'Y'.
016700 77  WS-EOF-EMPMAST-SW           PIC X(01) VALUE 'N'.
016800     88  WS-EOF-EMPMAST          VALUE 'Y'.
016900 77  WS-EOF-COMP-SW              PIC X(01) VALUE 'N'.
017000     88  WS-EOF-COMP             VALUE 'Y'.
017100 77  WS-EOF-GARN-SW              PIC X(01) VALUE 'N'.
017200     88  WS-EOF-GARN             VALUE 'Y'.
017300 77  WS-EOF-LOAN-SW              PIC X(01) VALUE 'N'.
017400     88  WS-EOF-LOAN             VALUE 'Y'.
017500 77  WS-EOF-BANK-SW              PIC X(01) VALUE 'N'.
017600     88  WS-EOF-BANK             VALUE 'Y'.
017700 77  WS-EOF-INCI-SW              PIC X(01) VALUE 'N'.
017800     88  WS-EOF-INCI             VALUE 'Y'.
017900 77  WS-EOF-HOLCAL-SW            PIC X(01) VALUE 'N'.
018000     88  WS-EOF-HOLCAL           VALUE 'Y'.
018100 77  WS-PARENT-FOUND-SW          PIC X(01) VALUE 'N'.
018200     88  WS-PARENT-FOUND         VALUE 'Y'.
018300 77  WS-SALARY-FOUND-SW          PIC X(01) VALUE 'N'.
018400     88  WS-SALARY-FOUND         VALUE 'Y'.
018500******************************************************************
018600* RUN DATE. A SALARY IS IN EFFECT WHEN ITS EMPCOMP DATE IS ON OR
018700* BEFORE TODAY.
018800******************************************************************
018900 01  WS-TODAY-DATE.
019000     05  WS-TODAY-YEAR           PIC 9(04).
019100     05  WS-TODAY-MONTH          PIC 9(02).
019200     05  WS-TODAY-DAY            PIC 9(02).
019300 77  WS-AS-OF-DATE               PIC 9(08) VALUE ZERO.
019400 77  WS-FIRST-COMP-DATE          PIC 9(08) VALUE ZERO.
019500******************************************************************
019600* THE FILES AUDITED, IN REPORT ORDER, WITH THEIR COUNTS. THE
019700* FIL-IX- VALUES ARE THE ENTRY OF EACH FILE IN THE TABLE.
019800******************************************************************
019900 77  FIL-IX-EMPMAST              PIC 9(01) VALUE 1.
020000 77  FIL-IX-EMPCOMP              PIC 9(01) VALUE 2.
020100 77  FIL-IX-GARNORD              PIC 9(01) VALUE 3.
020200 77  FIL-IX-LOANMAST             PIC 9(01) VALUE 4.
020300 77  FIL-IX-BANKMAST             PIC 9(01) VALUE 5.
020400 77  FIL-IX-INCIMAST             PIC 9(01) VALUE 6.
020500 77  FIL-FILE-CNT                PIC 9(01) VALUE 6.
020600 01  FIL-NAME-DATA.
020700     05  FILLER                  PIC X(08) VALUE "EMPMAST".
020800     05  FILLER                  PIC X(08) VALUE "EMPCOMP".
020900     05  FILLER                  PIC X(08) VALUE "GARNORD".
021000     05  FILLER                  PIC X(08) VALUE "LOANMAST".
021100     05  FILLER                  PIC X(08) VALUE "BANKMAST".
021200     05  FILLER                  PIC X(08) VALUE "INCIMAST".
021300 01  FIL-NAME-TABLE REDEFINES FIL-NAME-DATA.
021400     05  FIL-NAME                PIC X(08) OCCURS 6 TIMES.
021500 01  FIL-COUNT-TABLE.
021600     05  FIL-COUNT-ENTRY OCCURS 6 TIMES.
021700         10  FIL-OPEN-STATUS     PIC X(02).
021800         10  FIL-READ-CNT        PIC 9(07) COMP.
021900         10  FIL-ERROR-CNT       PIC 9(05) COMP.
022000         10  FIL-WARN-CNT        PIC 9(05) COMP.
022100 77  FIL-SUB                     PIC 9(02) COMP VALUE ZERO.
022200******************************************************************
022300* FINDINGS, KEPT AS THEY ARE FOUND AND PRINTED AT THE END BY FILE
022400* AND SEVERITY. A FULL TABLE STILL COUNTS THE FINDING (SO THE
022500* RETURN CODE IS RIGHT) BUT DROPS ITS LINE FROM THE REPORT.
022600******************************************************************
022700 77  FND-MAX-ENTRIES             PIC 9(04) COMP VALUE 2000.
022800 01  FND-FINDING-TABLE.
022900     05  FND-ENTRY OCCURS 2000 TIMES.
023000         10  FND-FILE-IX         PIC 9(01).
023100         10  FND-SEV             PIC X(01).
023200         10  FND-TEXT            PIC X(70).
023300 77  FND-CNT                     PIC 9(04) COMP VALUE ZERO.
023400 77  FND-SUB                     PIC 9(04) COMP VALUE ZERO.
023500 77  FND-LOST-CNT                PIC 9(05) COMP VALUE ZERO.
023600 77  WS-NEW-FILE-IX              PIC 9(01) VALUE ZERO.
023700 77  WS-NEW-SEV                  PIC X(01) VALUE SPACE.
023800     88  WS-NEW-SEV-ERROR        VALUE 'E'.
023900     88  WS-NEW-SEV-WARN         VALUE 'A'.
024000 77  WS-NEW-TEXT                 PIC X(70) VALUE SPACES.
024100 77  WS-PRT-SEV                  PIC X(01) VALUE SPACE.
024200 77  WS-ERROR-CNT                PIC 9(05) COMP VALUE ZERO.
024300 77  WS-WARN-CNT                 PIC 9(05) COMP VALUE ZERO.
024400******************************************************************
024500* HOLIDAYS FROM HOLCAL, EVERY YEAR ON THE FILE, AS AAAAMMDD -
024600* INCIMAST CAN CARRY DAYS OF ANY OPEN PERIOD, NOT JUST ONE MONTH.
024700******************************************************************
024800 77  HOL-MAX-DAYS                PIC 9(03) COMP VALUE 200.
024900 01  HOL-DATE-TABLE.
025000     05  HOL-TAB-DATE            PIC 9(08) OCCURS 200 TIMES.
025100 77  HOL-DAY-CNT                 PIC 9(03) COMP VALUE ZERO.
025200 77  HOL-SUB                     PIC 9(03) COMP VALUE ZERO.
025300******************************************************************
025400* THE INCIMAST DAY BEING CLASSIFIED, ITS MONTH LENGTH (LEAP YEARS
025500* AT RUN TIME) AND ITS WEEKDAY (1=LUNES .. 7=DOMINGO, SAME CODES
025600* AS PAY0100).
025700******************************************************************
025800 01  WS-CHK-DATE                 PIC 9(08) VALUE ZERO.
025900 01  WS-CHK-DATE-PARTS REDEFINES WS-CHK-DATE.
026000     05  WS-CHK-YEAR             PIC 9(04).
026100     05  WS-CHK-MONTH            PIC 9(02).
026200     05  WS-CHK-DAY              PIC 9(02).
026300 77  WS-CHK-WEEKDAY              PIC 9(01) VALUE ZERO.
026400 77  WS-DAY-CLASS-SW             PIC X(01) VALUE 'B'.
026500     88  WS-DAY-BUSINESS         VALUE 'B'.
026600     88  WS-DAY-WEEKEND          VALUE 'W'.
026700     88  WS-DAY-HOLIDAY          VALUE 'H'.
026800     88  WS-DAY-INVALID          VALUE 'X'.
026900 01  PAY-MONTH-DAYS-DATA.
027000     05  FILLER                  PIC 9(02) VALUE 31.
027100     05  FILLER                  PIC 9(02) VALUE 28.
027200     05  FILLER                  PIC 9(02) VALUE 31.
027300     05  FILLER                  PIC 9(02) VALUE 30.
027400     05  FILLER                  PIC 9(02) VALUE 31.
027500     05  FILLER                  PIC 9(02) VALUE 30.
027600     05  FILLER                  PIC 9(02) VALUE 31.
027700     05  FILLER                  PIC 9(02) VALUE 31.
027800     05  FILLER                  PIC 9(02) VALUE 30.
027900     05  FILLER                  PIC 9(02) VALUE 31.
028000     05  FILLER                  PIC 9(02) VALUE 30.
028100     05  FILLER                  PIC 9(02) VALUE 31.
028200 01  PAY-MONTH-DAYS REDEFINES PAY-MONTH-DAYS-DATA.
028300     05  PAY-DAYS-IN-MONTH       PIC 9(02) OCCURS 12 TIMES.
028400 77  WS-MONTH-LENGTH             PIC 9(02) VALUE ZERO.
028500 77  WS-LEAP-TEST-YEAR           PIC 9(04) VALUE ZERO.
028600 77  WS-LEAP-REM-4               PIC 9(02) COMP VALUE ZERO.
028700 77  WS-LEAP-REM-100             PIC 9(02) COMP VALUE ZERO.
028800 77  WS-LEAP-REM-400             PIC 9(03) COMP VALUE ZERO.
028900 77  WS-LEAP-YEAR-SW             PIC X(01) VALUE 'N'.
029000     88  WS-LEAP-YEAR            VALUE 'Y'.
029100 77  WS-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
029200******************************************************************
029300* WORK FIELDS FOR 3520-COMPUTE-WEEKDAY (ZELLER CONGRUENCE, AS IN
029400* PAY0100 1620, FOR ANY DAY RATHER THAN THE 1ST OF THE MONTH).
029500******************************************************************
029600 77  WS-ZEL-MONTH                PIC 9(02) COMP VALUE ZERO.
029700 77  WS-ZEL-YEAR                 PIC 9(04) COMP VALUE ZERO.
029800 77  WS-ZEL-CENT                 PIC 9(02) COMP VALUE ZERO.
029900 77  WS-ZEL-YY                   PIC 9(02) COMP VALUE ZERO.
030000 77  WS-ZEL-T1                   PIC S9(04) COMP VALUE ZERO.
030100 77  WS-ZEL-T2                   PIC S9(04) COMP VALUE ZERO.
030200 77  WS-ZEL-T3                   PIC S9(04) COMP VALUE ZERO.
030300 77  WS-ZEL-H                    PIC S9(04) COMP VALUE ZERO.
030400 77  WS-ZEL-WORK                 PIC S9(04) COMP VALUE ZERO.
030500******************************************************************
030600* REPORT LINES.
030700******************************************************************
030800 77  WS-RPT-TEXT                 PIC X(80) VALUE SPACES.
030900 77  WS-PAGE-SEP                 PIC X(72) VALUE ALL "-".
031000 77  WS-CNT-DISPLAY              PIC ZZZZ9.
031100 77  WS-CNT-DISPLAY-2            PIC ZZZZ9.
031200 77  WS-READ-DISPLAY             PIC ZZZZZZ9.
031300 77  WS-AMT-DISPLAY              PIC Z,ZZZ,ZZ9.99.
031400 77  WS-RC-DISPLAY               PIC Z9.
031500 77  WS-RUN-RC                   PIC 9(02) VALUE ZERO.
031600 PROCEDURE DIVISION.
031700******************************************************************
031800* 0000-MAINLINE - AUDIT EMPMAST AND EACH SATELLITE FILE IN TURN,
031900* THEN PRINT THE FINDINGS FILE BY FILE. THE RETURN CODE IS WHAT
032000* THE CYCLE STOPS ON BEFORE PAY0100.
032100******************************************************************
032200 0000-MAINLINE.
032300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
032400     IF NOT WS-ABORT
032500         PERFORM 1500-WRITE-REPORT-HEADER THRU 1500-EXIT
032600         PERFORM 2000-AUDIT-EMPLOYEE THRU 2000-EXIT
032700             UNTIL WS-EOF-EMPMAST
032800         PERFORM 2900-START-SATELLITES THRU 2900-EXIT
032900         PERFORM 3000-AUDIT-COMP THRU 3000-EXIT
033000             UNTIL WS-EOF-COMP
033100         PERFORM 3100-AUDIT-GARN THRU 3100-EXIT
033200             UNTIL WS-EOF-GARN
033300         PERFORM 3200-AUDIT-LOAN THRU 3200-EXIT
033400             UNTIL WS-EOF-LOAN
033500         PERFORM 3300-AUDIT-BANK THRU 3300-EXIT
033600             UNTIL WS-EOF-BANK
033700         PERFORM 3400-AUDIT-INCI THRU 3400-EXIT
033800             UNTIL WS-EOF-INCI
033900         PERFORM 7000-WRITE-FILE-SECTION THRU 7000-EXIT
034000             VARYING FIL-SUB FROM 1 BY 1
034100             UNTIL FIL-SUB > FIL-FILE-CNT
034200         PERFORM 7500-WRITE-RUN-TOTALS THRU 7500-EXIT
034300     END-IF
034400     PERFORM 9000-TERMINATE THRU 9000-EXIT
034500     MOVE WS-RUN-RC TO RETURN-CODE
034600     STOP RUN.
034700******************************************************************
034800* 1000-INITIALIZE - SET THE RUN DATE, OPEN THE FILES AND LOAD THE
034900* HOLIDAYS. EMPMAST AND THE REPORT ARE REQUIRED; A SATELLITE FILE
035000* NOT ON DISK HAS NOTHING TO AUDIT, AND IS SHOWN AS SUCH.
035100******************************************************************
035200 1000-INITIALIZE.
035300     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
035400     COMPUTE WS-AS-OF-DATE = WS-TODAY-YEAR * 10000
035500         + WS-TODAY-MONTH * 100 + WS-TODAY-DAY
035600     DISPLAY "PAY0127 - AUDITORIA DE INTEGRIDAD AL " WS-AS-OF-DATE
035700     PERFORM 1050-CLEAR-FILE-COUNT THRU 1050-EXIT
035800         VARYING FIL-SUB FROM 1 BY 1
035900         UNTIL FIL-SUB > FIL-FILE-CNT
036000
036100     OPEN INPUT EMPLOYEE-MASTER-FILE
036200     MOVE WS-EMPMAST-STATUS TO FIL-OPEN-STATUS(FIL-IX-EMPMAST)
036300     IF WS-EMPMAST-STATUS NOT = "00"
036400         DISPLAY "PAY0127 - NO SE PUDO ABRIR EMPMAST, ESTADO "
036500             WS-EMPMAST-STATUS
036600         SET WS-ABORT TO TRUE
036700         GO TO 1000-EXIT
036800     END-IF
036900     SET WS-EMPMAST-OPEN TO TRUE
037000
037100     OPEN INPUT EMP-COMP-FILE
037200     MOVE WS-COMP-STATUS TO FIL-OPEN-STATUS(FIL-IX-EMPCOMP)
037300     IF WS-COMP-STATUS = "00"
037400         SET WS-COMP-OPEN TO TRUE
037500     ELSE
037600         DISPLAY "PAY0127 - SIN EMPCOMP (ESTADO " WS-COMP-STATUS
037700             "), NINGUN EMPLEADO TIENE SALARIO"
037800         MOVE "Y" TO WS-EOF-COMP-SW
037900     END-IF
038000
038100     OPEN INPUT GARN-ORDER-FILE
038200     MOVE WS-GARN-STATUS TO FIL-OPEN-STATUS(FIL-IX-GARNORD)
038300     IF WS-GARN-STATUS = "00"
038400         SET WS-GARN-OPEN TO TRUE
038500     ELSE
038600         DISPLAY "PAY0127 - SIN GARNORD (ESTADO " WS-GARN-STATUS
038700             "), NO SE REVISA"
038800         MOVE "Y" TO WS-EOF-GARN-SW
038900     END-IF
039000
039100     OPEN INPUT LOAN-MASTER-FILE
039200     MOVE WS-LOAN-STATUS TO FIL-OPEN-STATUS(FIL-IX-LOANMAST)
039300     IF WS-LOAN-STATUS = "00"
039400         SET WS-LOAN-OPEN TO TRUE
039500     ELSE
039600         DISPLAY "PAY0127 - SIN LOANMAST (ESTADO " WS-LOAN-STATUS
039700             "), NO SE REVISA"
039800         MOVE "Y" TO WS-EOF-LOAN-SW
039900     END-IF
040000
040100     OPEN INPUT BANK-ACCT-FILE
040200     MOVE WS-BANK-STATUS TO FIL-OPEN-STATUS(FIL-IX-BANKMAST)
040300     IF WS-BANK-STATUS = "00"
040400         SET WS-BANK-OPEN TO TRUE
040500     ELSE
040600         DISPLAY "PAY0127 - SIN BANKMAST (ESTADO " WS-BANK-STATUS
040700             "), NO SE REVISA"
040800         MOVE "Y" TO WS-EOF-BANK-SW
040900     END-IF
041000
041100     OPEN INPUT INCIDENCIA-FILE
041200     MOVE WS-INCI-STATUS TO FIL-OPEN-STATUS(FIL-IX-INCIMAST)
041300     IF WS-INCI-STATUS = "00"
041400         SET WS-INCI-OPEN TO TRUE
041500     ELSE
041600         DISPLAY "PAY0127 - SIN INCIMAST (ESTADO " WS-INCI-STATUS
041700             "), NO SE REVISA"
041800         MOVE "Y" TO WS-EOF-INCI-SW
041900     END-IF
042000
042100     OPEN INPUT BRANCH-MASTER-FILE
042200     IF WS-BRANCH-STATUS = "00"
042300         SET WS-BRMAST-OPEN TO TRUE
042400     ELSE
042500         DISPLAY "PAY0127 - SIN BRMAST (ESTADO " WS-BRANCH-STATUS
042600             "), NO SE REVISAN SUCURSALES"
042700         SET WS-NEW-SEV-WARN TO TRUE
042800         MOVE FIL-IX-EMPMAST TO WS-NEW-FILE-IX
042900         STRING "SIN BRMAST (ESTADO " WS-BRANCH-STATUS
043000             "), SUCURSALES NO REVISADAS"
043100             DELIMITED BY SIZE INTO WS-NEW-TEXT
043200         PERFORM 6100-ADD-FINDING THRU 6100-EXIT
043300     END-IF
043400
043500     PERFORM 1700-LOAD-HOLIDAYS THRU 1700-EXIT
043600
043700     OPEN OUTPUT INTEG-REPORT-FILE
043800     IF WS-INTEGRPT-STATUS NOT = "00"
043900         DISPLAY "PAY0127 - NO SE PUDO ABRIR INTEGRPT, ESTADO "
044000             WS-INTEGRPT-STATUS
044100         SET WS-ABORT TO TRUE
044200         GO TO 1000-EXIT
044300     END-IF
044400     SET WS-INTEGRPT-OPEN TO TRUE.
044500 1000-EXIT.
044600     EXIT.
044700******************************************************************
044800* 1050-CLEAR-FILE-COUNT - ZERO ONE ENTRY OF THE FILE COUNT TABLE.
044900******************************************************************
045000 1050-CLEAR-FILE-COUNT.
045100     MOVE SPACES TO FIL-OPEN-STATUS(FIL-SUB)
045200     MOVE ZERO TO FIL-READ-CNT(FIL-SUB)
045300     MOVE ZERO TO FIL-ERROR-CNT(FIL-SUB)
045400     MOVE ZERO TO FIL-WARN-CNT(FIL-SUB).
045500 1050-EXIT.
045600     EXIT.
045700******************************************************************
045800* 1500-WRITE-REPORT-HEADER - TITLE OF THE EXCEPTIONS REPORT.
045900******************************************************************
046000 1500-WRITE-REPORT-HEADER.
046100     MOVE SPACES TO WS-RPT-TEXT
046200     STRING "AUDITORIA DE INTEGRIDAD DE ARCHIVOS MAESTROS  AL "
046300         WS-AS-OF-DATE
046400         DELIMITED BY SIZE INTO WS-RPT-TEXT
046500     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
046600     MOVE "ERROR DETIENE EL CICLO ANTES DE PAY0100; AVISO NO"
046700         TO WS-RPT-TEXT
046800     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
046900     MOVE WS-PAGE-SEP TO WS-RPT-TEXT
047000     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT.
047100 1500-EXIT.
047200     EXIT.
047300******************************************************************
047400* 1510-CHECK-LEAP-YEAR - IS WS-LEAP-TEST-YEAR A LEAP YEAR.
047500******************************************************************
047600 1510-CHECK-LEAP-YEAR.
047700     MOVE 'N' TO WS-LEAP-YEAR-SW
047800     DIVIDE WS-LEAP-TEST-YEAR BY 4
047900         GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
048000     IF WS-LEAP-REM-4 = ZERO
048100         DIVIDE WS-LEAP-TEST-YEAR BY 100
048200             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100
048300         IF WS-LEAP-REM-100 NOT = ZERO
048400             SET WS-LEAP-YEAR TO TRUE
048500         ELSE
048600             DIVIDE WS-LEAP-TEST-YEAR BY 400
048700                 GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400
048800             IF WS-LEAP-REM-400 = ZERO
048900                 SET WS-LEAP-YEAR TO TRUE
049000             END-IF
049100         END-IF
049200     END-IF.
049300 1510-EXIT.
049400     EXIT.
049500******************************************************************
049600* 1700-LOAD-HOLIDAYS - EVERY DAY ON HOLCAL INTO THE HOLIDAY TABLE.
049700* A MISSING HOLCAL LEAVES ONLY THE WEEKENDS TO TEST, AS PAY0100
049800* WOULD PAY, AND IS NOTED ON THE REPORT UNDER INCIMAST.
049900******************************************************************
050000 1700-LOAD-HOLIDAYS.
050100     MOVE ZERO TO HOL-DAY-CNT
050200     MOVE "N" TO WS-EOF-HOLCAL-SW
050300     OPEN INPUT HOLIDAY-CAL-FILE
050400     IF WS-HOLCAL-STATUS NOT = "00"
050500         DISPLAY "PAY0127 - SIN HOLCAL (ESTADO " WS-HOLCAL-STATUS
050600             "), SOLO SE REVISAN FINES DE SEMANA"
050700         SET WS-NEW-SEV-WARN TO TRUE
050800         MOVE FIL-IX-INCIMAST TO WS-NEW-FILE-IX
050900         STRING "SIN HOLCAL (ESTADO " WS-HOLCAL-STATUS
051000             "), SOLO SE REVISARON FINES DE SEMANA"
051100             DELIMITED BY SIZE INTO WS-NEW-TEXT
051200         PERFORM 6100-ADD-FINDING THRU 6100-EXIT
051300         GO TO 1700-EXIT
051400     END-IF
051500     PERFORM 1710-READ-ONE-HOLIDAY THRU 1710-EXIT
051600         UNTIL WS-EOF-HOLCAL
051700     CLOSE HOLIDAY-CAL-FILE
051800     DISPLAY "PAY0127 - FERIADOS CARGADOS: " HOL-DAY-CNT.
051900 1700-EXIT.
052000     EXIT.
052100******************************************************************
052200* 1710-READ-ONE-HOLIDAY - ONE CALENDAR RECORD INTO THE TABLE. A
052300* FULL TABLE IS REPORTED AND THE EXTRA DAYS ARE DROPPED.
052400******************************************************************
052500 1710-READ-ONE-HOLIDAY.
052600     READ HOLIDAY-CAL-FILE
052700         AT END
052800             MOVE "Y" TO WS-EOF-HOLCAL-SW
052900             GO TO 1710-EXIT
053000     END-READ
053100     IF HOL-YEAR NOT NUMERIC OR HOL-MONTH NOT NUMERIC
053200         OR HOL-DAY NOT NUMERIC
053300         DISPLAY "PAY0127 - REGISTRO HOLCAL NO NUMERICO, SE"
053400             " OMITE"
053500         GO TO 1710-EXIT
053600     END-IF
053700     IF HOL-DAY-CNT < HOL-MAX-DAYS
053800         ADD 1 TO HOL-DAY-CNT
053900         COMPUTE HOL-TAB-DATE(HOL-DAY-CNT) = HOL-YEAR * 10000
054000             + HOL-MONTH * 100 + HOL-DAY
054100     ELSE
054200         DISPLAY "PAY0127 - TABLA DE FERIADOS LLENA, SE OMITE"
054300             " EL DIA " HOLCAL-RECORD " - AMPLIAR HOL-MAX-DAYS"
054400     END-IF.
054500 1710-EXIT.
054600     EXIT.
054700******************************************************************
054800* 2000-AUDIT-EMPLOYEE - ONE EMPMAST RECORD: ITS BRANCH MUST BE ON
054900* BRMAST, AND AN ACTIVE EMPLOYEE MUST HAVE AN EMPCOMP SALARY IN
055000* EFFECT TODAY. THE SALARY GAP IS LISTED UNDER EMPCOMP, WHERE THE
055100* MISSING RECORD BELONGS.
055200******************************************************************
055300 2000-AUDIT-EMPLOYEE.
055400     READ EMPLOYEE-MASTER-FILE NEXT RECORD
055500         AT END
055600             MOVE "Y" TO WS-EOF-EMPMAST-SW
055700             GO TO 2000-EXIT
055800     END-READ
055900     ADD 1 TO FIL-READ-CNT(FIL-IX-EMPMAST)
056000     IF WS-BRMAST-OPEN
056100         PERFORM 2100-CHECK-BRANCH THRU 2100-EXIT
056200     END-IF
056300     IF EMP-STATUS-ACTIVE
056400         PERFORM 2200-CHECK-SALARY THRU 2200-EXIT
056500     END-IF.
056600 2000-EXIT.
056700     EXIT.
056800******************************************************************
056900* 2100-CHECK-BRANCH - EMP-BRANCH MUST BE ON BRMAST. AN ACTIVE
057000* EMPLOYEE'S LEDGER AND GL POSTINGS WOULD CARRY A BRANCH WITH NO
057100* COST CENTER (ERROR); ON AN INACTIVE ONE IT IS HISTORY (AVISO).
057200******************************************************************
057300 2100-CHECK-BRANCH.
057400     MOVE EMP-BRANCH TO BR-CODE
057500     READ BRANCH-MASTER-FILE
057600         INVALID KEY
057800             MOVE "N" TO WS-PARENT-FOUND-SW
057900         NOT INVALID KEY
058000             MOVE "Y" TO WS-PARENT-FOUND-SW
058100     END-READ
058200     IF WS-PARENT-FOUND
058300         GO TO 2100-EXIT
058400     END-IF
058500     IF EMP-STATUS-ACTIVE
058600         SET WS-NEW-SEV-ERROR TO TRUE
058700     ELSE
058800         SET WS-NEW-SEV-WARN TO TRUE
058900     END-IF
059000     MOVE FIL-IX-EMPMAST TO WS-NEW-FILE-IX
059100     STRING "EMP " EMP-ID "  SUCURSAL '" EMP-BRANCH
059200         "' NO EXISTE EN BRMAST (EMPLEADO " EMP-STATUS ")"
059300         DELIMITED BY SIZE INTO WS-NEW-TEXT
059400     PERFORM 6100-ADD-FINDING THRU 6100-EXIT.
059500 2100-EXIT.
059600     EXIT.
059700******************************************************************
059800* 2200-CHECK-SALARY - EMPCOMP IS KEYED EMPLOYEE+DATE, SO THE
059900* EMPLOYEE'S FIRST RECORD IS THEIR EARLIEST SALARY. NONE, OR A
060000* FIRST ONE DATED AFTER TODAY, MEANS PAY0100 WOULD PAY THE
060100* PAY-GROSS-SALARY FALLBACK - AN ERROR.
060200******************************************************************
060300 2200-CHECK-SALARY.
060400     MOVE "N" TO WS-SALARY-FOUND-SW
060500     MOVE ZERO TO WS-FIRST-COMP-DATE
060600     IF NOT WS-COMP-OPEN
060700         GO TO 2200-REPORT
060800     END-IF
060900     MOVE EMP-ID TO COMP-EMP-ID
061000     MOVE ZERO TO COMP-EFF-DATE
061100     START EMP-COMP-FILE KEY NOT < COMP-KEY
061200         INVALID KEY
061300             GO TO 2200-REPORT
061400     END-START
061500     READ EMP-COMP-FILE NEXT RECORD
061600         AT END
061700             GO TO 2200-REPORT
061800     END-READ
061900     IF COMP-EMP-ID NOT = EMP-ID
062000         GO TO 2200-REPORT
062100     END-IF
062200     IF COMP-EFF-DATE NOT > WS-AS-OF-DATE
062300         SET WS-SALARY-FOUND TO TRUE
062400         GO TO 2200-EXIT
062500     END-IF
062600     MOVE COMP-EFF-DATE TO WS-FIRST-COMP-DATE.
062700 2200-REPORT.
062800     SET WS-NEW-SEV-ERROR TO TRUE
062900     MOVE FIL-IX-EMPCOMP TO WS-NEW-FILE-IX
063000     IF WS-FIRST-COMP-DATE = ZERO
063100         STRING "EMP " EMP-ID "  ACTIVO SIN SALARIO EN EMPCOMP,"
063200             " SE PAGARIA LA TARIFA BASE"
063300             DELIMITED BY SIZE INTO WS-NEW-TEXT
063400     ELSE
063500         STRING "EMP " EMP-ID "  ACTIVO, SALARIO DESDE EL "
063600             WS-FIRST-COMP-DATE ", HOY TARIFA BASE"
063700             DELIMITED BY SIZE INTO WS-NEW-TEXT
063800     END-IF
063900     PERFORM 6100-ADD-FINDING THRU 6100-EXIT.
064000 2200-EXIT.
064100     EXIT.
064200******************************************************************
064300* 2900-START-SATELLITES - THE SALARY CHECK ABOVE LEFT EMPCOMP
064400* POSITIONED PART WAY THROUGH; PUT IT BACK TO ITS FIRST RECORD
064500* FOR ITS OWN PASS.
064600******************************************************************
064700 2900-START-SATELLITES.
064800     IF NOT WS-COMP-OPEN
064900         GO TO 2900-EXIT
065000     END-IF
065100     MOVE LOW-VALUES TO COMP-KEY
065200     START EMP-COMP-FILE KEY NOT < COMP-KEY
065300         INVALID KEY
065400             MOVE "Y" TO WS-EOF-COMP-SW
065500     END-START.
065600 2900-EXIT.
065700     EXIT.
065800******************************************************************
065900* 3000-AUDIT-COMP - ONE EMPCOMP RECORD. A SALARY FOR AN EMPLOYEE
066000* NOT ON EMPMAST IS NEVER PAID; IT IS AN AVISO.
066100******************************************************************
066200 3000-AUDIT-COMP.
066300     READ EMP-COMP-FILE NEXT RECORD
066400         AT END
066500             MOVE "Y" TO WS-EOF-COMP-SW
066600             GO TO 3000-EXIT
066700     END-READ
066800     ADD 1 TO FIL-READ-CNT(FIL-IX-EMPCOMP)
066900     MOVE COMP-EMP-ID TO EMP-ID
067000     PERFORM 6000-FIND-PARENT THRU 6000-EXIT
067100     IF WS-PARENT-FOUND
067200         GO TO 3000-EXIT
067300     END-IF
067400     SET WS-NEW-SEV-WARN TO TRUE
067500     MOVE FIL-IX-EMPCOMP TO WS-NEW-FILE-IX
067600     STRING "EMP " COMP-EMP-ID "  SALARIO DEL " COMP-EFF-DATE
067700         " SIN EMPLEADO EN EMPMAST"
067800         DELIMITED BY SIZE INTO WS-NEW-TEXT
067900     PERFORM 6100-ADD-FINDING THRU 6100-EXIT.
068000 3000-EXIT.
068100     EXIT.
068200******************************************************************
068300* 3100-AUDIT-GARN - ONE COURT ORDER. AN OPEN BALANCE WITH NO
068400* EMPLOYEE, OR ON AN EMPLOYEE SET INACTIVE, CAN NO LONGER BE
068500* WITHHELD BY NOMINA - AN ERROR FOR THE LEGAL AREA. A PAID ORDER
068600* WITHOUT ITS EMPLOYEE IS AN AVISO.
068700******************************************************************
068800 3100-AUDIT-GARN.
068900     READ GARN-ORDER-FILE NEXT RECORD
069000         AT END
069100             MOVE "Y" TO WS-EOF-GARN-SW
069200             GO TO 3100-EXIT
069300     END-READ
069400     ADD 1 TO FIL-READ-CNT(FIL-IX-GARNORD)
069500     MOVE GARN-EMP-ID TO EMP-ID
069600     PERFORM 6000-FIND-PARENT THRU 6000-EXIT
069700     MOVE FIL-IX-GARNORD TO WS-NEW-FILE-IX
069800     MOVE GARN-REMAINING-AMT TO WS-AMT-DISPLAY
069900     IF NOT WS-PARENT-FOUND
070000         IF GARN-STATUS-OPEN AND GARN-REMAINING-AMT > ZERO
070100             SET WS-NEW-SEV-ERROR TO TRUE
070200             STRING "EMP " GARN-EMP-ID "  ORDEN " GARN-ORDER-NO
070300                 " SIN EMPLEADO, SALDO " WS-AMT-DISPLAY
070400                 DELIMITED BY SIZE INTO WS-NEW-TEXT
070500         ELSE
070600             SET WS-NEW-SEV-WARN TO TRUE
070700             STRING "EMP " GARN-EMP-ID "  ORDEN " GARN-ORDER-NO
070800                 " SIN EMPLEADO EN EMPMAST (LIQUIDADA)"
070900                 DELIMITED BY SIZE INTO WS-NEW-TEXT
071000         END-IF
071100         PERFORM 6100-ADD-FINDING THRU 6100-EXIT
071200         GO TO 3100-EXIT
071300     END-IF
071400     IF EMP-STATUS-INACTIVE
071500             AND GARN-STATUS-OPEN AND GARN-REMAINING-AMT > ZERO
071600         SET WS-NEW-SEV-ERROR TO TRUE
071700         STRING "EMP " GARN-EMP-ID "  ORDEN " GARN-ORDER-NO
071800             " EMPLEADO DE BAJA, SALDO " WS-AMT-DISPLAY
071900             DELIMITED BY SIZE INTO WS-NEW-TEXT
072000         PERFORM 6100-ADD-FINDING THRU 6100-EXIT
072100     END-IF.
072200 3100-EXIT.
072300     EXIT.
072400******************************************************************
072500* 3200-AUDIT-LOAN - ONE LOAN, SAME RULES AS THE COURT ORDERS.
072600* PAY0111 DOES NOT RECOVER LOANS, SO A SETTLED EMPLOYEE'S OPEN
072700* LOAN WILL ONLY EVER SHOW UP HERE.
072800******************************************************************
072900 3200-AUDIT-LOAN.
073000     READ LOAN-MASTER-FILE NEXT RECORD
073100         AT END
073200             MOVE "Y" TO WS-EOF-LOAN-SW
073300             GO TO 3200-EXIT
073400     END-READ
073500     ADD 1 TO FIL-READ-CNT(FIL-IX-LOANMAST)
073600     MOVE LOAN-EMP-ID TO EMP-ID
073700     PERFORM 6000-FIND-PARENT THRU 6000-EXIT
073800     MOVE FIL-IX-LOANMAST TO WS-NEW-FILE-IX
073900     MOVE LOAN-REMAINING-AMT TO WS-AMT-DISPLAY
074000     IF NOT WS-PARENT-FOUND
074100         IF LOAN-STATUS-OPEN AND LOAN-REMAINING-AMT > ZERO
074200             SET WS-NEW-SEV-ERROR TO TRUE
074300             STRING "EMP " LOAN-EMP-ID "  PRESTAMO " LOAN-NO
074400                 " SIN EMPLEADO, SALDO " WS-AMT-DISPLAY
074500                 DELIMITED BY SIZE INTO WS-NEW-TEXT
074600         ELSE
074700             SET WS-NEW-SEV-WARN TO TRUE
074800             STRING "EMP " LOAN-EMP-ID "  PRESTAMO " LOAN-NO
074900                 " SIN EMPLEADO EN EMPMAST (LIQUIDADO)"
075000                 DELIMITED BY SIZE INTO WS-NEW-TEXT
075100         END-IF
075200         PERFORM 6100-ADD-FINDING THRU 6100-EXIT
075300         GO TO 3200-EXIT
075400     END-IF
075500     IF EMP-STATUS-INACTIVE
075600             AND LOAN-STATUS-OPEN AND LOAN-REMAINING-AMT > ZERO
075700         SET WS-NEW-SEV-ERROR TO TRUE
075800         STRING "EMP " LOAN-EMP-ID "  PRESTAMO " LOAN-NO
075900             " EMPLEADO DE BAJA, SALDO " WS-AMT-DISPLAY
076000             DELIMITED BY SIZE INTO WS-NEW-TEXT
076100         PERFORM 6100-ADD-FINDING THRU 6100-EXIT
076200     END-IF.
076300 3200-EXIT.
076400     EXIT.
076500******************************************************************
076600* 3300-AUDIT-BANK - ONE BANK ACCOUNT. ONLY EMPLOYEES PAID BY
076700* NOMINA ARE DISPERSED, SO AN ACCOUNT LEFT WITHOUT ITS EMPLOYEE
076800* OR ON ONE SET INACTIVE MOVES NO MONEY - BOTH ARE AVISOS FOR
076900* THE ACCOUNT TO BE TAKEN OFF.
077000******************************************************************
077100 3300-AUDIT-BANK.
077200     READ BANK-ACCT-FILE NEXT RECORD
077300         AT END
077400             MOVE "Y" TO WS-EOF-BANK-SW
077500             GO TO 3300-EXIT
077600     END-READ
077700     ADD 1 TO FIL-READ-CNT(FIL-IX-BANKMAST)
077800     MOVE BANK-EMP-ID TO EMP-ID
077900     PERFORM 6000-FIND-PARENT THRU 6000-EXIT
078000     SET WS-NEW-SEV-WARN TO TRUE
078100     MOVE FIL-IX-BANKMAST TO WS-NEW-FILE-IX
078200     IF NOT WS-PARENT-FOUND
078300         STRING "EMP " BANK-EMP-ID "  CLABE " BANK-CLABE
078400             " SIN EMPLEADO EN EMPMAST"
078500             DELIMITED BY SIZE INTO WS-NEW-TEXT
078600         PERFORM 6100-ADD-FINDING THRU 6100-EXIT
078700         GO TO 3300-EXIT
078800     END-IF
078900     IF EMP-STATUS-INACTIVE
079000         STRING "EMP " BANK-EMP-ID "  CLABE " BANK-CLABE
079100             " SIGUE EN EMPLEADO DE BAJA"
079200             DELIMITED BY SIZE INTO WS-NEW-TEXT
079300         PERFORM 6100-ADD-FINDING THRU 6100-EXIT
079400     END-IF.
079500 3300-EXIT.
079600     EXIT.
079700******************************************************************
079800* 3400-AUDIT-INCI - ONE INCIDENCIA. WITHOUT ITS EMPLOYEE IT IS
079900* NEVER APPLIED; ON A DAY THAT IS NOT A BUSINESS DAY (OR NOT A
080000* DATE AT ALL) PAY0100 NEVER DOCKS IT. ALL ARE AVISOS FOR HR.
080100******************************************************************
080200 3400-AUDIT-INCI.
080300     READ INCIDENCIA-FILE NEXT RECORD
080400         AT END
080500             MOVE "Y" TO WS-EOF-INCI-SW
080600             GO TO 3400-EXIT
080700     END-READ
080800     ADD 1 TO FIL-READ-CNT(FIL-IX-INCIMAST)
080900     MOVE INCI-EMP-ID TO EMP-ID
081000     PERFORM 6000-FIND-PARENT THRU 6000-EXIT
081100     SET WS-NEW-SEV-WARN TO TRUE
081200     MOVE FIL-IX-INCIMAST TO WS-NEW-FILE-IX
081300     IF NOT WS-PARENT-FOUND
081400         STRING "EMP " INCI-EMP-ID "  INCIDENCIA " INCI-TYPE
081500             " DEL " INCI-DATE " SIN EMPLEADO EN EMPMAST"
081600             DELIMITED BY SIZE INTO WS-NEW-TEXT
081700         PERFORM 6100-ADD-FINDING THRU 6100-EXIT
081800     END-IF
081900     PERFORM 3500-CLASSIFY-DAY THRU 3500-EXIT
082000     IF WS-DAY-BUSINESS
082100         GO TO 3400-EXIT
082200     END-IF
082300     IF WS-DAY-INVALID
082400         STRING "EMP " INCI-EMP-ID "  INCIDENCIA " INCI-TYPE
082500             " CON FECHA INVALIDA " INCI-DATE
082600             DELIMITED BY SIZE INTO WS-NEW-TEXT
082700     ELSE
082800         IF WS-DAY-HOLIDAY
082900             STRING "EMP " INCI-EMP-ID "  INCIDENCIA " INCI-TYPE
083000                 " DEL " INCI-DATE " CAE EN DIA FERIADO"
083100                 DELIMITED BY SIZE INTO WS-NEW-TEXT
083200         ELSE
083300             STRING "EMP " INCI-EMP-ID "  INCIDENCIA " INCI-TYPE
083400                 " DEL " INCI-DATE " CAE EN FIN DE SEMANA"
083500                 DELIMITED BY SIZE INTO WS-NEW-TEXT
083600         END-IF
083700     END-IF
083800     PERFORM 6100-ADD-FINDING THRU 6100-EXIT.
083900 3400-EXIT.
084000     EXIT.
084100******************************************************************
084200* 3500-CLASSIFY-DAY - IS INCI-DATE A REAL DATE, AND IS IT A
084300* MONDAY-FRIDAY, NON-HOLIDAY DAY (PAY0100'S BUSINESS DAY).
084400******************************************************************
084500 3500-CLASSIFY-DAY.
084600     SET WS-DAY-BUSINESS TO TRUE
084700     IF INCI-DATE NOT NUMERIC
084800         SET WS-DAY-INVALID TO TRUE
084900         GO TO 3500-EXIT
085000     END-IF
085100     MOVE INCI-DATE TO WS-CHK-DATE
085200     IF WS-CHK-MONTH < 1 OR WS-CHK-MONTH > 12
085300             OR WS-CHK-DAY < 1 OR WS-CHK-YEAR < 1900
085400         SET WS-DAY-INVALID TO TRUE
085500         GO TO 3500-EXIT
085600     END-IF
085700     MOVE PAY-DAYS-IN-MONTH(WS-CHK-MONTH) TO WS-MONTH-LENGTH
085800     IF WS-CHK-MONTH = 2
085900         MOVE WS-CHK-YEAR TO WS-LEAP-TEST-YEAR
086000         PERFORM 1510-CHECK-LEAP-YEAR THRU 1510-EXIT
086100         IF WS-LEAP-YEAR
086200             MOVE 29 TO WS-MONTH-LENGTH
086300         END-IF
086400     END-IF
086500     IF WS-CHK-DAY > WS-MONTH-LENGTH
086600         SET WS-DAY-INVALID TO TRUE
086700         GO TO 3500-EXIT
086800     END-IF
086900     PERFORM 3520-COMPUTE-WEEKDAY THRU 3520-EXIT
087000     IF WS-CHK-WEEKDAY > 5
087100         SET WS-DAY-WEEKEND TO TRUE
087200         GO TO 3500-EXIT
087300     END-IF
087400     PERFORM 3530-CHECK-ONE-HOLIDAY THRU 3530-EXIT
087500         VARYING HOL-SUB FROM 1 BY 1
087600         UNTIL HOL-SUB > HOL-DAY-CNT.
087700 3500-EXIT.
087800     EXIT.
087900******************************************************************
088000* 3520-COMPUTE-WEEKDAY - THE DAY OF THE WEEK OF WS-CHK-DATE
088100* (1=LUN..7=DOM) BY THE ZELLER CONGRUENCE. JANUARY AND FEBRUARY
088200* ARE COUNTED AS MONTHS 13 AND 14 OF THE PRIOR YEAR.
088300******************************************************************
088400 3520-COMPUTE-WEEKDAY.
088500     MOVE WS-CHK-MONTH TO WS-ZEL-MONTH
088600     MOVE WS-CHK-YEAR TO WS-ZEL-YEAR
088700     IF WS-ZEL-MONTH < 3
088800         ADD 12 TO WS-ZEL-MONTH
088900         SUBTRACT 1 FROM WS-ZEL-YEAR
089000     END-IF
089100     DIVIDE WS-ZEL-YEAR BY 100
089200         GIVING WS-ZEL-CENT REMAINDER WS-ZEL-YY
089300     COMPUTE WS-ZEL-T1 = 13 * (WS-ZEL-MONTH + 1)
089400     DIVIDE WS-ZEL-T1 BY 5 GIVING WS-ZEL-T1
089500     DIVIDE WS-ZEL-YY BY 4 GIVING WS-ZEL-T2
089600     DIVIDE WS-ZEL-CENT BY 4 GIVING WS-ZEL-T3
089700     COMPUTE WS-ZEL-WORK = WS-CHK-DAY + WS-ZEL-T1 + WS-ZEL-YY
089800         + WS-ZEL-T2 + WS-ZEL-T3 + 5 * WS-ZEL-CENT
089900     DIVIDE WS-ZEL-WORK BY 7
090000         GIVING WS-ZEL-T1 REMAINDER WS-ZEL-H
090100     COMPUTE WS-ZEL-WORK = WS-ZEL-H + 5
090200     DIVIDE WS-ZEL-WORK BY 7
090300         GIVING WS-ZEL-T1 REMAINDER WS-ZEL-H
090400     COMPUTE WS-CHK-WEEKDAY = WS-ZEL-H + 1.
090500 3520-EXIT.
090600     EXIT.
090700******************************************************************
090800* 3530-CHECK-ONE-HOLIDAY - IF THE CURRENT HOLIDAY TABLE ENTRY IS
090900* WS-CHK-DATE, THE DAY IS NOT A BUSINESS DAY.
091000******************************************************************
091100 3530-CHECK-ONE-HOLIDAY.
091200     IF HOL-TAB-DATE(HOL-SUB) = WS-CHK-DATE
091300         SET WS-DAY-HOLIDAY TO TRUE
091400     END-IF.
091500 3530-EXIT.
091600     EXIT.
091700******************************************************************
091800* 6000-FIND-PARENT - READ THE EMPMAST RECORD FOR THE EMP-ID THE
091900* CALLER MOVED IN. WS-PARENT-FOUND TELLS WHETHER IT IS THERE.
092000******************************************************************
092100 6000-FIND-PARENT.
092200     READ EMPLOYEE-MASTER-FILE
092300         INVALID KEY
092400             MOVE "N" TO WS-PARENT-FOUND-SW
092500         NOT INVALID KEY
092600             MOVE "Y" TO WS-PARENT-FOUND-SW
092700     END-READ.
092800 6000-EXIT.
092900     EXIT.
093000******************************************************************
093100* 6100-ADD-FINDING - COUNT ONE FINDING AGAINST ITS FILE AND
093200* SEVERITY AND KEEP ITS LINE FOR THE REPORT. THE CALLER SETS
093300* WS-NEW-FILE-IX, WS-NEW-SEV AND WS-NEW-TEXT.
093400******************************************************************
093500 6100-ADD-FINDING.
093600     IF WS-NEW-SEV-ERROR
093700         ADD 1 TO FIL-ERROR-CNT(WS-NEW-FILE-IX)
093800         ADD 1 TO WS-ERROR-CNT
093900     ELSE
094000         ADD 1 TO FIL-WARN-CNT(WS-NEW-FILE-IX)
094100         ADD 1 TO WS-WARN-CNT
094200     END-IF
094300     IF FND-CNT < FND-MAX-ENTRIES
094400         ADD 1 TO FND-CNT
094500         MOVE WS-NEW-FILE-IX TO FND-FILE-IX(FND-CNT)
094600         MOVE WS-NEW-SEV TO FND-SEV(FND-CNT)
094700         MOVE WS-NEW-TEXT TO FND-TEXT(FND-CNT)
094800     ELSE
094900         ADD 1 TO FND-LOST-CNT
095000     END-IF
095100     MOVE SPACES TO WS-NEW-TEXT.
095200 6100-EXIT.
095300     EXIT.
095400******************************************************************
095500* 7000-WRITE-FILE-SECTION - ONE FILE'S PART OF THE REPORT: ITS
095600* COUNTS, THEN ITS ERRORS, THEN ITS AVISOS.
095700******************************************************************
095800 7000-WRITE-FILE-SECTION.
095900     MOVE SPACES TO WS-RPT-TEXT
096000     MOVE FIL-READ-CNT(FIL-SUB) TO WS-READ-DISPLAY
096100     MOVE FIL-ERROR-CNT(FIL-SUB) TO WS-CNT-DISPLAY
096200     MOVE FIL-WARN-CNT(FIL-SUB) TO WS-CNT-DISPLAY-2
096300     STRING "ARCHIVO " FIL-NAME(FIL-SUB) "  LEIDOS: "
096400         WS-READ-DISPLAY "  ERRORES: " WS-CNT-DISPLAY
096500         "  AVISOS: " WS-CNT-DISPLAY-2
096600         DELIMITED BY SIZE INTO WS-RPT-TEXT
096700     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
096800     IF FIL-OPEN-STATUS(FIL-SUB) NOT = "00"
096900         STRING "    NO DISPONIBLE (ESTADO "
097000             FIL-OPEN-STATUS(FIL-SUB) "), NO SE REVISO"
097100             DELIMITED BY SIZE INTO WS-RPT-TEXT
097200         PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
097300     END-IF
097400     IF FIL-ERROR-CNT(FIL-SUB) > ZERO
097500         MOVE "  ERRORES:" TO WS-RPT-TEXT
097600         PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
097700         MOVE "E" TO WS-PRT-SEV
097800         PERFORM 7100-WRITE-ONE-FINDING THRU 7100-EXIT
097900             VARYING FND-SUB FROM 1 BY 1
098000             UNTIL FND-SUB > FND-CNT
098100     END-IF
098200     IF FIL-WARN-CNT(FIL-SUB) > ZERO
098300         MOVE "  AVISOS:" TO WS-RPT-TEXT
098400         PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
098500         MOVE "A" TO WS-PRT-SEV
098600         PERFORM 7100-WRITE-ONE-FINDING THRU 7100-EXIT
098700             VARYING FND-SUB FROM 1 BY 1
098800             UNTIL FND-SUB > FND-CNT
098900     END-IF
099000     IF FIL-ERROR-CNT(FIL-SUB) = ZERO
099100             AND FIL-WARN-CNT(FIL-SUB) = ZERO
099200             AND FIL-OPEN-STATUS(FIL-SUB) = "00"
099300         MOVE "    SIN EXCEPCIONES" TO WS-RPT-TEXT
099400         PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
099500     END-IF
099600     MOVE SPACES TO WS-RPT-TEXT
099700     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT.
099800 7000-EXIT.
099900     EXIT.
100000******************************************************************
100100* 7100-WRITE-ONE-FINDING - PRINT THE FINDING AT FND-SUB WHEN IT
100200* BELONGS TO THE FILE AND SEVERITY BEING PRINTED.
100300******************************************************************
100400 7100-WRITE-ONE-FINDING.
100500     IF FND-FILE-IX(FND-SUB) NOT = FIL-SUB
100600             OR FND-SEV(FND-SUB) NOT = WS-PRT-SEV
100700         GO TO 7100-EXIT
100800     END-IF
100900     STRING "    " FND-TEXT(FND-SUB)
101000         DELIMITED BY SIZE INTO WS-RPT-TEXT
101100     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT.
101200 7100-EXIT.
101300     EXIT.
101400******************************************************************
101500* 7500-WRITE-RUN-TOTALS - THE REPORT'S CLOSING COUNTS AND THE
101600* RETURN CODE THE CYCLE WILL SEE.
101700******************************************************************
101800 7500-WRITE-RUN-TOTALS.
101900     IF WS-ERROR-CNT > ZERO
102000         MOVE 8 TO WS-RUN-RC
102100     ELSE
102200         IF WS-WARN-CNT > ZERO
102300             MOVE 4 TO WS-RUN-RC
102400         END-IF
102500     END-IF
102600     MOVE WS-PAGE-SEP TO WS-RPT-TEXT
102700     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
102800     IF FND-LOST-CNT > ZERO
102900         MOVE FND-LOST-CNT TO WS-CNT-DISPLAY
103000         STRING "*** TABLA DE EXCEPCIONES LLENA, NO IMPRESAS: "
103100             WS-CNT-DISPLAY " - AMPLIAR FND-MAX-ENTRIES"
103200             DELIMITED BY SIZE INTO WS-RPT-TEXT
103300         PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
103400     END-IF
103500     MOVE WS-ERROR-CNT TO WS-CNT-DISPLAY
103600     MOVE WS-WARN-CNT TO WS-CNT-DISPLAY-2
103700     STRING "TOTAL ERRORES: " WS-CNT-DISPLAY
103800         "  AVISOS: " WS-CNT-DISPLAY-2
103900         DELIMITED BY SIZE INTO WS-RPT-TEXT
104000     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
104100     MOVE WS-RUN-RC TO WS-RC-DISPLAY
104200     STRING "CODIGO DE RETORNO: " WS-RC-DISPLAY
104300         DELIMITED BY SIZE INTO WS-RPT-TEXT
104400     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT.
104500 7500-EXIT.
104600     EXIT.
104700******************************************************************
104800* 8400-WRITE-REPORT-TEXT - ONE FREEFORM REPORT LINE. CALLER SETS
104900* WS-RPT-TEXT.
105000******************************************************************
105100 8400-WRITE-REPORT-TEXT.
105200     IF NOT WS-INTEGRPT-OPEN
105300         GO TO 8400-EXIT
105400     END-IF
105500     MOVE WS-RPT-TEXT            TO RPT-RECORD
105600     WRITE RPT-RECORD
105700     MOVE SPACES                 TO WS-RPT-TEXT.
105800 8400-EXIT.
105900     EXIT.
106000******************************************************************
106100* 9000-TERMINATE - CLOSE EVERYTHING THAT OPENED AND SET THE RUN'S
106200* RETURN CODE.
106300******************************************************************
106400 9000-TERMINATE.
106500     IF WS-EMPMAST-OPEN
106600         CLOSE EMPLOYEE-MASTER-FILE
106700     END-IF
106800     IF WS-COMP-OPEN
106900         CLOSE EMP-COMP-FILE
107000     END-IF
107100     IF WS-GARN-OPEN
107200         CLOSE GARN-ORDER-FILE
107300     END-IF
107400     IF WS-LOAN-OPEN
107500         CLOSE LOAN-MASTER-FILE
107600     END-IF
107700     IF WS-BANK-OPEN
107800         CLOSE BANK-ACCT-FILE
107900     END-IF
108000     IF WS-INCI-OPEN
108100         CLOSE INCIDENCIA-FILE
108200     END-IF
108300     IF WS-BRMAST-OPEN
108400         CLOSE BRANCH-MASTER-FILE
108500     END-IF
108600     IF WS-INTEGRPT-OPEN
108700         CLOSE INTEG-REPORT-FILE
108800     END-IF
108900     IF WS-ABORT
109000         MOVE 16 TO WS-RUN-RC
109100         DISPLAY "PAY0127 - AUDITORIA DE INTEGRIDAD NO PROCESADA"
109200         GO TO 9000-EXIT
109300     END-IF
109400     MOVE WS-ERROR-CNT TO WS-CNT-DISPLAY
109500     MOVE WS-WARN-CNT TO WS-CNT-DISPLAY-2
109600     DISPLAY "PAY0127 - AUDITORIA COMPLETA, ERRORES: "
109700         WS-CNT-DISPLAY " AVISOS: " WS-CNT-DISPLAY-2
109800     IF WS-ERROR-CNT > ZERO
109900         DISPLAY "PAY0127 - *** HAY ERRORES DE INTEGRIDAD, VER"
110000             " INTEGRPT ANTES DE CORRER PAY0100 ***"
110100     END-IF.
110200 9000-EXIT.
110300     EXIT.
110400 END PROGRAM PAY0127.
