000100******************************************************************
000200* PROGRAM-ID. PAY0118.
000300* AUTHOR.     E. CASTILLO - NOMINA/FONDOS TEAM.
000400* INSTALLATION. DIRECCION DE SISTEMAS.
000500* DATE-WRITTEN. 2026-10-15.
000600* DATE-COMPILED.
000700* PURPOSE.    NOMINA REVERSAL. FOR ONE NAMED EMPLOYEE, PAY PERIOD
000800*             AND PAYDAY, FINDS THE NOMINA CREDIT PAY0100 POSTED
000900*             (BY ITS LEDG-PAY-DATE, IN THE PERIOD'S FNDLEDG
001000*             ARCHIVES AND THE LIVE LEDGER) TOGETHER WITH ITS
001100*             PRESTAMO AND DISPERSION COMPANIONS, AND POSTS THE
001200*             OFFSETTING REVDISPERS, REVPRESTAM AND REVNOMINA
001300*             ENTRIES AGAINST EMP-FONDOS AND LEDGSUM. THE LOAN
001400*             PAYMENTS GO BACK ONTO THE LOANMAST BALANCES AND
001500*             THE GARNISHMENT HELD GOES BACK ONTO THE GARNORD
001560*             BALANCES, EACH TO THE LOAN OR ORDER THE PAYDAY'S
001620*             DEDDET DETAIL NAMES (A LOAN OR ORDER CLOSED BY THE
001680*             PAYMENT IS REOPENED). THE EMPLOYEE'S PAYCKPT RECORD
001740*             IS SET REOPENED WITH THE PAYDAY SO THE NEXT PAY0100
001800*             RUN PAYS THAT DAY AGAIN FROM CORRECTED DATA. EVERY
001900*             POSTING IS AUDITED ON PAYAUD WITH THE OPERATOR AND
002100*             THE REASON GIVEN, AND THE REVERSAL IS PRINTED ON
002200*             THE REVNOM REGISTER.
002300*             ONLY THE LAST PERIOD PAY0100 PAID IN FULL CAN BE
002400*             REVERSED, A NOMINA ALREADY REVERSED IS REFUSED, AND
002500*             SO IS A REVERSAL THAT WOULD LEAVE FONDOS NEGATIVE -
002560*             THE MONEY HAS ALREADY BEEN WITHDRAWN - AND ONE OF A
002620*             PAYDAY PAY0119 HAS PAID A RETRO DIFFERENCE ON.
002700* TECTONICS.  cobc -x PAY0118.cbl -I copybooks
002800*
002900* MODIFICATION HISTORY.
003000*   2026-10-15  ECR  ORIGINAL VERSION.
003030*   2026-10-15  ECR  A NEW LEDGSUM RECORD STARTS THE RETRO BUCKET
003060*                    AT ZERO LIKE THE OTHERS.
003080*   2026-10-15  ECR  AND THE BONO BUCKET LIKEWISE.
003084*   2026-10-15  ECR  LEDGER RECORDS GREW TO 117 BYTES. THE
003088*                    REVNOMINA CARRIES THE EMPLOYER IMSS, RCV AND
003092*                    INFONAVIT OF THE NOMINA IT UNDOES, AND THE
003096*                    PAYDAY'S CUOTAS RECORD IS DROPPED.
003097*   2026-10-15  ECR  THE PAYDAY'S ORDER AND LOAN DETAIL ON DEDDET
003098*                    IS DROPPED WITH IT.
003108*   2026-10-15  ECR  A DISPERSION THE BANK RETURNED (DEVBANCO) IS
003118*                    NOT PUT BACK ON FONDOS AGAIN BY THE
003128*                    REVDISPERS. A NEW LEDGSUM RECORD STARTS THE
003138*                    DEVOLUCION BUCKET AT ZERO.
003139*   2026-10-15  ECR  THE LOAN AND ORDER BALANCES ARE RESTORED
003140*                    FROM THE PAYDAY'S DEDDET DETAIL, BY LOAN AND
003141*                    ORDER NUMBER, BEFORE IT IS DROPPED; THE
003142*                    WALK BY KEY AND PRIORITY ONLY SERVES A
003143*                    PAYDAY WITHOUT DETAIL. A PAYDAY CARRYING A
003144*                    PAY0119 RETRO IS NOT REVERSED.
003148******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. PAY0118.
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. GENERIC.
003700 OBJECT-COMPUTER. GENERIC.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS EMP-ID
004400         FILE STATUS IS WS-EMPMAST-STATUS.
004500
004600     SELECT GARN-ORDER-FILE ASSIGN TO "GARNORD"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS GARN-KEY
005000         FILE STATUS IS WS-GARN-STATUS.
005100
005200     SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS LOAN-KEY
005600         FILE STATUS IS WS-LOAN-STATUS.
005700
005800     SELECT FONDOS-LEDGER-FILE ASSIGN TO "FNDLEDG"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-LEDGER-STATUS.
006100
006200     SELECT ARCHIVE-LEDGER-FILE ASSIGN TO WS-ARCHIVE-NAME
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-ARCHIVE-STATUS.
006500
006600     SELECT LEDGER-SUMMARY-FILE ASSIGN TO "LEDGSUM"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS SUM-KEY
007000         FILE STATUS IS WS-SUMFILE-STATUS.
007100
007200     SELECT PAY-AUDIT-FILE ASSIGN TO "PAYAUD"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-AUDIT-STATUS.
007500
007600     SELECT PAY-CHECKPOINT-FILE ASSIGN TO "PAYCKPT"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS CKPT-EMP-ID
008000         FILE STATUS IS WS-CHECKPOINT-STATUS.
008100
008200     SELECT REVERSAL-REGISTER-FILE ASSIGN TO "REVNOM"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-REVNOM-STATUS.
008410
008420     SELECT CUOTAS-FILE ASSIGN TO "CUOTAS"
008430         ORGANIZATION IS INDEXED
008440         ACCESS MODE IS DYNAMIC
008450         RECORD KEY IS CUO-KEY
008460         FILE STATUS IS WS-CUO-STATUS.
008465
008470     SELECT DEDUCTION-DETAIL-FILE ASSIGN TO "DEDDET"
008475         ORGANIZATION IS INDEXED
008480         ACCESS MODE IS DYNAMIC
008485         RECORD KEY IS DED-KEY
008490         FILE STATUS IS WS-DED-STATUS.
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  EMPLOYEE-MASTER-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY PAYEMP.
009000
009100 FD  GARN-ORDER-FILE
009200     LABEL RECORDS ARE STANDARD.
009300     COPY PAYGARN.
009400
009500 FD  LOAN-MASTER-FILE
009600     LABEL RECORDS ARE STANDARD.
009700     COPY PAYLOAN.
009800
009900 FD  FONDOS-LEDGER-FILE
010000     LABEL RECORDS ARE STANDARD.
010100 01  LIVE-LEDGER-RECORD              PIC X(117).
010200
010300 FD  ARCHIVE-LEDGER-FILE
010400     LABEL RECORDS ARE STANDARD.
010500 01  ARCH-LEDGER-RECORD              PIC X(117).
010600
010700 FD  LEDGER-SUMMARY-FILE
010800     LABEL RECORDS ARE STANDARD.
010900     COPY PAYSUM.
011000
011100 FD  PAY-AUDIT-FILE
011200     LABEL RECORDS ARE STANDARD.
011300     COPY PAYAUD.
011400
011500 FD  PAY-CHECKPOINT-FILE
011600     LABEL RECORDS ARE STANDARD.
011700     COPY PAYCKPT.
011800
011900 FD  REVERSAL-REGISTER-FILE
012000     LABEL RECORDS ARE STANDARD.
012100 01  RPT-RECORD                      PIC X(80).
012120
012140 FD  CUOTAS-FILE
012160     LABEL RECORDS ARE STANDARD.
012180     COPY PAYCUO.
012184
012188 FD  DEDUCTION-DETAIL-FILE
012192     LABEL RECORDS ARE STANDARD.
012196     COPY PAYDED.
012200 WORKING-STORAGE SECTION.
012300******************************************************************
012400* FILE STATUS AND END-OF-FILE SWITCHES.
012500******************************************************************
012600 77  WS-EMPMAST-STATUS           PIC X(02) VALUE SPACES.
012700 77  WS-GARN-STATUS              PIC X(02) VALUE SPACES.
012800 77  WS-LOAN-STATUS              PIC X(02) VALUE SPACES.
012900 77  WS-LEDGER-STATUS            PIC X(02) VALUE SPACES.
013000 77  WS-ARCHIVE-STATUS           PIC X(02) VALUE SPACES.
013100 77  WS-SUMFILE-STATUS           PIC X(02) VALUE SPACES.
013200 77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
013300 77  WS-CHECKPOINT-STATUS        PIC X(02) VALUE SPACES.
013400 77  WS-REVNOM-STATUS            PIC X(02) VALUE SPACES.
013450 77  WS-CUO-STATUS               PIC X(02) VALUE SPACES.
013460 77  WS-DED-STATUS               PIC X(02) VALUE SPACES.
013470 77  WS-EOF-DED-SW               PIC X(01) VALUE 'N'.
013480     88  WS-EOF-DED              VALUE 'Y'.
013500 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
013600     88  WS-ABORT                VALUE 'Y'.
013700 77  WS-EMPMAST-OPEN-SW          PIC X(01) VALUE 'N'.
013800     88  WS-EMPMAST-OPEN         VALUE 'Y'.
013900 77  WS-GARN-OPEN-SW             PIC X(01) VALUE 'N'.
014000     88  WS-GARN-OPEN            VALUE 'Y'.
014100 77  WS-LOAN-OPEN-SW             PIC X(01) VALUE 'N'.
014200     88  WS-LOAN-OPEN            VALUE 'Y'.
014300 77  WS-LEDGER-OPEN-SW           PIC X(01) VALUE 'N'.
014400     88  WS-LEDGER-OPEN          VALUE 'Y'.
014500 77  WS-SUM-OPEN-SW              PIC X(01) VALUE 'N'.
014600     88  WS-SUM-OPEN             VALUE 'Y'.
014700 77  WS-AUDIT-OPEN-SW            PIC X(01) VALUE 'N'.
014800     88  WS-AUDIT-OPEN           VALUE 'Y'.
014900 77  WS-CKPT-OPEN-SW             PIC X(01) VALUE 'N'.
015000     88  WS-CKPT-OPEN            VALUE 'Y'.
015100 77  WS-REVNOM-OPEN-SW           PIC X(01) VALUE 'N'.
015200     88  WS-REVNOM-OPEN          VALUE 'Y'.
015300 77  WS-EOF-LEDGER-SW            PIC X(01) VALUE 'N'.
015400     88  WS-EOF-LEDGER           VALUE 'Y'.
015500 77  WS-EOF-GARN-SW              PIC X(01) VALUE 'N'.
015600     88  WS-EOF-GARN             VALUE 'Y'.
015700 77  WS-EOF-LOAN-SW              PIC X(01) VALUE 'N'.
015800     88  WS-EOF-LOAN             VALUE 'Y'.
015900 77  WS-AUDIT-RESULT-SW          PIC X(01) VALUE 'Y'.
016000     88  WS-AUDIT-RESULT-OK      VALUE 'Y'.
016100******************************************************************
016200* RUN INPUTS - THE OPERATOR, THE EMPLOYEE, THE PAY PERIOD AND
016300* PAYDAY OF THE NOMINA TO REVERSE, AND THE REASON, WHICH IS
016400* MANDATORY AND TRAVELS ON EVERY AUDIT RECORD.
016500******************************************************************
016600 01  WS-TODAY-DATE.
016700     05  WS-TODAY-YEAR           PIC 9(04).
016800     05  WS-TODAY-MONTH          PIC 9(02).
016900     05  WS-TODAY-DAY            PIC 9(02).
017000 77  WS-OPERATOR-ID              PIC X(06) VALUE SPACES.
017100 77  WS-REV-EMP-ID               PIC X(06) VALUE SPACES.
017200 77  WS-PAY-PERIOD               PIC 9(06) VALUE ZERO.
017300 77  WS-PAY-YEAR                 PIC 9(04) VALUE ZERO.
017400 77  WS-PAY-MONTH                PIC 9(02) VALUE ZERO.
017500 77  WS-PAY-DAY                  PIC 9(02) VALUE ZERO.
017600 77  WS-REV-REASON               PIC X(30) VALUE SPACES.
017700 77  WS-TARGET-PAY-DATE          PIC 9(08) VALUE ZERO.
017800******************************************************************
017900* LEDGER SWEEP - THE NOMINA CAN SIT IN THE PERIOD'S OWN ARCHIVE,
018000* IN THE NEXT MONTH'S (A RUN CLOSED AFTER MONTH END) OR STILL IN
018100* THE LIVE FNDLEDG. ARCHIVES ARE NAMED AS PAY0108 WRITES THEM.
018200******************************************************************
018300     COPY PAYLEDG.
018400 77  WS-ARCHIVE-NAME             PIC X(20) VALUE SPACES.
018500 01  WS-ARCH-PERIOD              PIC 9(06) VALUE ZERO.
018600 01  WS-ARCH-PERIOD-CHAR REDEFINES WS-ARCH-PERIOD
018700                                 PIC X(06).
018800 77  WS-ARCH-YEAR                PIC 9(04) VALUE ZERO.
018900 77  WS-ARCH-MONTH               PIC 9(02) VALUE ZERO.
019000 77  WS-ARCH-PASS                PIC 9(01) COMP VALUE ZERO.
019100 77  WS-LEDGER-READ-CNT          PIC 9(07) COMP VALUE ZERO.
019200******************************************************************
019300* THE NOMINA BEING REVERSED AND ITS COMPANIONS. A LATER REVNOMINA
019400* FOR THE SAME PAYDAY CANCELS WHAT WAS FOUND SO FAR; A LATER
019500* NOMINA (THE REPAYMENT OF A REOPENED DAY) STARTS OVER.
019600******************************************************************
019700 77  REV-FOUND-SW                PIC X(01) VALUE 'N'.
019800     88  REV-FOUND               VALUE 'Y'.
019900 77  REV-NOM-GROSS               PIC S9(07)V99 VALUE ZERO.
020000 77  REV-NOM-TAX                 PIC S9(07)V99 VALUE ZERO.
020100 77  REV-NOM-BENEFITS            PIC S9(07)V99 VALUE ZERO.
020200 77  REV-NOM-GARNISH             PIC S9(07)V99 VALUE ZERO.
020300 77  REV-NOM-NET                 PIC S9(07)V99 VALUE ZERO.
020400 77  REV-NOM-TRAN-DATE           PIC 9(08) VALUE ZERO.
020420 77  REV-NOM-ER-IMSS             PIC S9(07)V99 VALUE ZERO.
020440 77  REV-NOM-ER-RCV              PIC S9(07)V99 VALUE ZERO.
020460 77  REV-NOM-ER-INFONAVIT        PIC S9(07)V99 VALUE ZERO.
020500 77  REV-DISP-AMT                PIC S9(07)V99 VALUE ZERO.
020600 77  REV-LOAN-TOTAL              PIC S9(07)V99 VALUE ZERO.
020630 77  REV-RETRO-CNT               PIC 9(03) COMP VALUE ZERO.
020660 77  REV-RETRO-NET               PIC S9(07)V99 VALUE ZERO.
020700 77  REV-MAX-LOANS               PIC 9(02) COMP VALUE 10.
020800 01  REV-LOAN-TABLE.
020900     05  REV-LOAN-AMT            PIC S9(07)V99 OCCURS 10 TIMES.
021000 77  REV-LOAN-CNT                PIC 9(02) COMP VALUE ZERO.
021100 77  REV-LOAN-SUB                PIC 9(02) COMP VALUE ZERO.
021200 77  FONDOS                      PIC S9(07)V99 VALUE ZERO.
021300 77  WS-NEW-FONDOS               PIC S9(09)V99 VALUE ZERO.
021400******************************************************************
021470* BALANCE RESTORE WORK AREAS. DEDDET SAYS WHICH ORDER AND LOAN
021540* EACH PESO OF THE PAYDAY WENT TO, AND IT IS GIVEN BACK THERE.
021610* A PAYDAY PAID BEFORE THAT DETAIL WAS KEPT HAS ONLY THE LEDGER
021680* TOTALS, SO THE MONEY IS GIVEN BACK IN THE ORDER PAY0100 TOOK
021750* IT - LOANS IN KEY ORDER, ORDERS PRIORITY 1 FIRST - EACH CAPPED
021820* BY ITS PER-PERIOD AMOUNT AND BY WHAT IT HAS BEEN PAID.
021900******************************************************************
022000 77  WS-RESTORE-LEFT             PIC S9(07)V99 VALUE ZERO.
022100 77  WS-RESTORE-AMT              PIC S9(07)V99 VALUE ZERO.
022200 77  WS-RESTORE-PAID             PIC S9(07)V99 VALUE ZERO.
022300 77  WS-LOANS-RESTORED           PIC S9(07)V99 VALUE ZERO.
022400 77  WS-GARN-RESTORED            PIC S9(07)V99 VALUE ZERO.
022430 77  WS-DETAIL-FOUND-SW          PIC X(01) VALUE 'N'.
022460     88  WS-DETAIL-FOUND         VALUE 'Y'.
022500 77  WS-GARN-PRI                 PIC 9(02) COMP VALUE ZERO.
022600 77  GRN-MAX-ORDERS              PIC 9(02) COMP VALUE 10.
022700 01  GRN-ORDER-TABLE.
022800     05  GRN-TAB-ENTRY OCCURS 10 TIMES.
022900         10  GRN-TAB-ORDER-NO    PIC X(10).
023000         10  GRN-TAB-PRIORITY    PIC 9(01).
023100 77  GRN-ORDER-CNT               PIC 9(02) COMP VALUE ZERO.
023200 77  GRN-SUB                     PIC 9(02) COMP VALUE ZERO.
023300******************************************************************
023400* LEDGER, SUMMARY AND REGISTER WORK FIELDS.
023500******************************************************************
023600 77  WS-LEDGER-TYPE              PIC X(10) VALUE SPACES.
023700 77  WS-LEDGER-GROSS-AMT         PIC S9(07)V99 VALUE ZERO.
023800 77  WS-LEDGER-TAX-AMT           PIC S9(07)V99 VALUE ZERO.
023900 77  WS-LEDGER-BENEFITS-AMT      PIC S9(07)V99 VALUE ZERO.
024000 77  WS-LEDGER-GARNISH-AMT       PIC S9(07)V99 VALUE ZERO.
024100 77  WS-LEDGER-NET-AMT           PIC S9(07)V99 VALUE ZERO.
024200 77  WS-SUM-PERIOD               PIC 9(06) VALUE ZERO.
024300 77  WS-POSTED-CNT               PIC 9(03) COMP VALUE ZERO.
024400 01  WS-AMT-LINE.
024500     05  WS-AMT-LABEL            PIC X(24).
024600     05  WS-AMT-EDITED           PIC -(9)9.99.
024700 77  WS-RPT-TEXT                 PIC X(80) VALUE SPACES.
024800 77  WS-PAGE-SEP                 PIC X(60) VALUE ALL "=".
024900 77  WS-CNT-DISPLAY              PIC ZZ9.
025000 PROCEDURE DIVISION.
025100******************************************************************
025200* 0000-MAINLINE - VALIDATE THE RUN, FIND THE NOMINA, POST THE
025300* REVERSAL, PRINT IT ON THE REGISTER, RESTORE THE BALANCES,
025400* REOPEN THE PERIOD, CLOSE OUT.
025500******************************************************************
025600 0000-MAINLINE.
025700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
025800     IF NOT WS-ABORT
025900         PERFORM 2000-FIND-NOMINA THRU 2000-EXIT
026000     END-IF
026100     IF NOT WS-ABORT
026200         PERFORM 2500-CHECK-FONDOS THRU 2500-EXIT
026300     END-IF
026400     IF NOT WS-ABORT
026500         PERFORM 3000-POST-REVERSAL THRU 3000-EXIT
026600     END-IF
026700     IF NOT WS-ABORT
026800         PERFORM 6000-PRINT-REGISTER THRU 6000-EXIT
026850         PERFORM 3900-RESTORE-FROM-DETAIL THRU 3900-EXIT
026900         IF NOT WS-DETAIL-FOUND
026950             PERFORM 4000-RESTORE-LOANS THRU 4000-EXIT
027000             PERFORM 4500-RESTORE-GARNISH THRU 4500-EXIT
027050         END-IF
027100         PERFORM 5000-REOPEN-PERIOD THRU 5000-EXIT
027150         PERFORM 5100-DROP-CUOTA THRU 5100-EXIT
027170         PERFORM 5200-DROP-DEDUCTIONS THRU 5200-EXIT
027200         PERFORM 6500-CLOSE-REGISTER THRU 6500-EXIT
027300     END-IF
027400     PERFORM 9000-TERMINATE THRU 9000-EXIT
027500     STOP RUN.
027600******************************************************************
027700* 1000-INITIALIZE - ACCEPT THE RUN INPUTS, OPEN PAYAUD FIRST SO A
027800* REFUSED REVERSAL LEAVES ITS TRACE, THEN PROVE THE EMPLOYEE AND
027900* THE PERIOD. EVERY REFUSAL IS A HARD STOP - A REVERSAL MUST NOT
028000* POST BY HALVES.
028100******************************************************************
028200 1000-INITIALIZE.
028300     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
028400     DISPLAY "ID DE OPERADOR: " WITH NO ADVANCING
028500     ACCEPT WS-OPERATOR-ID
028600     DISPLAY "EMPLEADO A REVERSAR: " WITH NO ADVANCING
028700     ACCEPT WS-REV-EMP-ID
028800     DISPLAY "PERIODO DE LA NOMINA (AAAAMM, 0 PARA HOY): "
028900         WITH NO ADVANCING
029000     ACCEPT WS-PAY-PERIOD
029100     DISPLAY "DIA DE PAGO (DD): " WITH NO ADVANCING
029200     ACCEPT WS-PAY-DAY
029300     DISPLAY "MOTIVO DEL REVERSO: " WITH NO ADVANCING
029400     ACCEPT WS-REV-REASON
029500
029600     OPEN EXTEND PAY-AUDIT-FILE
029700     IF WS-AUDIT-STATUS = "35"
029800         OPEN OUTPUT PAY-AUDIT-FILE
029900     END-IF
030000     IF WS-AUDIT-STATUS NOT = "00"
030100         DISPLAY "PAY0118 - NO SE PUDO ABRIR PAYAUD, ESTADO "
030200             WS-AUDIT-STATUS
030300         SET WS-ABORT TO TRUE
030400         GO TO 1000-EXIT
030500     END-IF
030600     SET WS-AUDIT-OPEN TO TRUE
030700
030800     IF WS-REV-REASON = SPACES
030900         DISPLAY "PAY0118 - EL MOTIVO DEL REVERSO ES OBLIGATORIO"
031000         PERFORM 8900-REFUSE-REVERSAL THRU 8900-EXIT
031100         GO TO 1000-EXIT
031200     END-IF
031300     IF WS-PAY-PERIOD = ZERO
031400         MOVE WS-TODAY-YEAR TO WS-PAY-YEAR
031500         MOVE WS-TODAY-MONTH TO WS-PAY-MONTH
031600     ELSE
031700         DIVIDE WS-PAY-PERIOD BY 100
031800             GIVING WS-PAY-YEAR REMAINDER WS-PAY-MONTH
031900         IF WS-PAY-MONTH < 1 OR WS-PAY-MONTH > 12
032000             DISPLAY "PAY0118 - MES INVALIDO EN " WS-PAY-PERIOD
032100                 " - NO SE REVERSA"
032200             PERFORM 8900-REFUSE-REVERSAL THRU 8900-EXIT
032300             GO TO 1000-EXIT
032400         END-IF
032500     END-IF
032600     IF WS-PAY-DAY < 1 OR WS-PAY-DAY > 31
032700         DISPLAY "PAY0118 - DIA DE PAGO INVALIDO " WS-PAY-DAY
032800             " - NO SE REVERSA"
032900         PERFORM 8900-REFUSE-REVERSAL THRU 8900-EXIT
033000         GO TO 1000-EXIT
033100     END-IF
033200     COMPUTE WS-TARGET-PAY-DATE = WS-PAY-YEAR * 10000
033300         + WS-PAY-MONTH * 100 + WS-PAY-DAY
033400
033500     OPEN I-O EMPLOYEE-MASTER-FILE
033600     IF WS-EMPMAST-STATUS NOT = "00"
033700         DISPLAY "PAY0118 - NO SE PUDO ABRIR EMPMAST, ESTADO "
033800             WS-EMPMAST-STATUS
033900         SET WS-ABORT TO TRUE
034000         GO TO 1000-EXIT
034100     END-IF
034200     SET WS-EMPMAST-OPEN TO TRUE
034300     MOVE WS-REV-EMP-ID TO EMP-ID
034400     READ EMPLOYEE-MASTER-FILE
034500         INVALID KEY
034600             DISPLAY "PAY0118 - EMPLEADO " WS-REV-EMP-ID
034700                 " NO EXISTE EN EMPMAST"
034800             PERFORM 8900-REFUSE-REVERSAL THRU 8900-EXIT
034900             GO TO 1000-EXIT
035000     END-READ
035100     IF NOT EMP-STATUS-ACTIVE
035200         DISPLAY "PAY0118 - " WS-REV-EMP-ID " ESTA INACTIVO -"
035300             " LA CORRECCION VA EN EL FINIQUITO"
035400         PERFORM 8900-REFUSE-REVERSAL THRU 8900-EXIT
035500         GO TO 1000-EXIT
035600     END-IF
035700     MOVE EMP-FONDOS TO FONDOS
035800
035900     PERFORM 1100-CHECK-PERIOD THRU 1100-EXIT.
036000 1000-EXIT.
036100     EXIT.
036200******************************************************************
036300* 1100-CHECK-PERIOD - PAYCKPT CARRIES ONE RECORD PER EMPLOYEE FOR
036400* THE LAST PERIOD PAY0100 RAN. ONLY THAT PERIOD, MARKED COMPLETE,
036500* CAN BE REVERSED: AN EARLIER PERIOD CANNOT BE REOPENED WITHOUT
036600* UNDOING EVERYTHING PAID SINCE, A PERIOD STILL IN PROGRESS IS
036700* RESTARTED BY PAY0100 ITSELF, AND A PERIOD ALREADY REOPENED
036800* MUST BE PAID AGAIN BEFORE ANOTHER DAY IS REVERSED.
036900******************************************************************
037000 1100-CHECK-PERIOD.
037100     OPEN I-O PAY-CHECKPOINT-FILE
037200     IF WS-CHECKPOINT-STATUS NOT = "00"
037300         DISPLAY "PAY0118 - NO SE PUDO ABRIR PAYCKPT, ESTADO "
037400             WS-CHECKPOINT-STATUS " - NO HAY NOMINA QUE REVERSAR"
037500         PERFORM 8900-REFUSE-REVERSAL THRU 8900-EXIT
037600         GO TO 1100-EXIT
037700     END-IF
037800     SET WS-CKPT-OPEN TO TRUE
037900     MOVE EMP-ID TO CKPT-EMP-ID
038000     READ PAY-CHECKPOINT-FILE
038100         INVALID KEY
038200             DISPLAY "PAY0118 - " EMP-ID " SIN PAYCKPT - NUNCA"
038300                 " COBRO NOMINA"
038400             PERFORM 8900-REFUSE-REVERSAL THRU 8900-EXIT
038500             GO TO 1100-EXIT
038600     END-READ
038700     IF CKPT-YEAR NOT = WS-PAY-YEAR
038800         OR CKPT-MONTH NOT = WS-PAY-MONTH
038900         DISPLAY "PAY0118 - EL ULTIMO PERIODO PAGADO DE " EMP-ID
039000             " ES " CKPT-YEAR "/" CKPT-MONTH
039100             " - SOLO ESE PUEDE REVERSARSE"
039200         PERFORM 8900-REFUSE-REVERSAL THRU 8900-EXIT
039300         GO TO 1100-EXIT
039400     END-IF
039500     IF CKPT-REOPENED
039600         DISPLAY "PAY0118 - PERIODO DE " EMP-ID " YA REABIERTO"
039700             " (DIA " CKPT-CONTADOR ") - CORRA PAY0100 ANTES"
039800             " DE OTRO REVERSO"
039900         PERFORM 8900-REFUSE-REVERSAL THRU 8900-EXIT
040000         GO TO 1100-EXIT
040100     END-IF
040200     IF NOT CKPT-COMPLETE
040300         DISPLAY "PAY0118 - LA NOMINA DE " EMP-ID " DEL PERIODO"
040400             " SIGUE EN CURSO - TERMINELA CON PAY0100"
040500         PERFORM 8900-REFUSE-REVERSAL THRU 8900-EXIT
040600         GO TO 1100-EXIT
040700     END-IF.
040800 1100-EXIT.
040900     EXIT.
041000******************************************************************
041100* 2000-FIND-NOMINA - SWEEP THE PERIOD'S ARCHIVE, THE NEXT
041200* MONTH'S ARCHIVE AND THE LIVE LEDGER, OLDEST FIRST, FOR THE
041300* EMPLOYEE'S ENTRIES CARRYING THE TARGET PAY DATE.
041400******************************************************************
041500 2000-FIND-NOMINA.
041600     MOVE "N" TO REV-FOUND-SW
041700     MOVE WS-PAY-YEAR TO WS-ARCH-YEAR
041800     MOVE WS-PAY-MONTH TO WS-ARCH-MONTH
041900     PERFORM 2010-SWEEP-ARCHIVE THRU 2010-EXIT
042000         VARYING WS-ARCH-PASS FROM 1 BY 1
042100         UNTIL WS-ARCH-PASS > 2
042200
042300     OPEN INPUT FONDOS-LEDGER-FILE
042400     IF WS-LEDGER-STATUS = "00"
042500         MOVE "N" TO WS-EOF-LEDGER-SW
042600         PERFORM 2030-READ-ONE-LIVE THRU 2030-EXIT
042700             UNTIL WS-EOF-LEDGER
042800         CLOSE FONDOS-LEDGER-FILE
042900     ELSE
043000         IF WS-LEDGER-STATUS NOT = "35"
043100             DISPLAY "PAY0118 - NO SE PUDO LEER FNDLEDG, ESTADO "
043200                 WS-LEDGER-STATUS
043300             SET WS-ABORT TO TRUE
043400             GO TO 2000-EXIT
043500         END-IF
043600     END-IF
043700
043800     IF NOT REV-FOUND
043900         DISPLAY "PAY0118 - NO HAY NOMINA VIGENTE DE " EMP-ID
044000             " PAGADA EL " WS-TARGET-PAY-DATE
044100             " (NUNCA PAGADA O YA REVERSADA)"
044200         PERFORM 8900-REFUSE-REVERSAL THRU 8900-EXIT
044300         GO TO 2000-EXIT
044400     END-IF
044410     IF REV-RETRO-CNT > ZERO
044420         DISPLAY "PAY0118 - EL PAGO DE " EMP-ID " DEL "
044430             WS-TARGET-PAY-DATE " TIENE RETROACTIVO (RETRO "
044440             REV-RETRO-NET ") - NO SE REVERSA, AJUSTE A MANO"
044450         PERFORM 8900-REFUSE-REVERSAL THRU 8900-EXIT
044460         GO TO 2000-EXIT
044470     END-IF
044500     DISPLAY "PAY0118 - NOMINA DE " EMP-ID " DEL "
044600         WS-TARGET-PAY-DATE " ENCONTRADA, NETO " REV-NOM-NET
044700         " PRESTAMOS " REV-LOAN-TOTAL
044800         " DISPERSION " REV-DISP-AMT.
044900 2000-EXIT.
045000     EXIT.
045100******************************************************************
045200* 2010-SWEEP-ARCHIVE - READ ONE MONTHLY ARCHIVE, IF PAY0108 HAS
045300* WRITTEN IT, AND STEP TO THE NEXT MONTH.
045400******************************************************************
045500 2010-SWEEP-ARCHIVE.
045600     COMPUTE WS-ARCH-PERIOD = WS-ARCH-YEAR * 100 + WS-ARCH-MONTH
045700     MOVE SPACES TO WS-ARCHIVE-NAME
045800     STRING "FNDLEDG." WS-ARCH-PERIOD-CHAR
045900         DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
046000     OPEN INPUT ARCHIVE-LEDGER-FILE
046100     IF WS-ARCHIVE-STATUS = "00"
046200         MOVE "N" TO WS-EOF-LEDGER-SW
046300         PERFORM 2020-READ-ONE-ARCHIVE THRU 2020-EXIT
046400             UNTIL WS-EOF-LEDGER
046500         CLOSE ARCHIVE-LEDGER-FILE
046600     END-IF
046700     ADD 1 TO WS-ARCH-MONTH
046800     IF WS-ARCH-MONTH > 12
046900         MOVE 1 TO WS-ARCH-MONTH
047000         ADD 1 TO WS-ARCH-YEAR
047100     END-IF.
047200 2010-EXIT.
047300     EXIT.
047400******************************************************************
047500* 2020-READ-ONE-ARCHIVE - ONE ARCHIVED LEDGER RECORD.
047600******************************************************************
047700 2020-READ-ONE-ARCHIVE.
047800     READ ARCHIVE-LEDGER-FILE INTO LEDGER-RECORD
047900         AT END
048000             MOVE "Y" TO WS-EOF-LEDGER-SW
048100             GO TO 2020-EXIT
048200     END-READ
048300     ADD 1 TO WS-LEDGER-READ-CNT
048400     PERFORM 2100-TEST-ONE-RECORD THRU 2100-EXIT.
048500 2020-EXIT.
048600     EXIT.
048700******************************************************************
048800* 2030-READ-ONE-LIVE - ONE LIVE LEDGER RECORD.
048900******************************************************************
049000 2030-READ-ONE-LIVE.
049100     READ FONDOS-LEDGER-FILE INTO LEDGER-RECORD
049200         AT END
049300             MOVE "Y" TO WS-EOF-LEDGER-SW
049400             GO TO 2030-EXIT
049500     END-READ
049600     ADD 1 TO WS-LEDGER-READ-CNT
049700     PERFORM 2100-TEST-ONE-RECORD THRU 2100-EXIT.
049800 2030-EXIT.
049900     EXIT.
050000******************************************************************
050100* 2100-TEST-ONE-RECORD - KEEP THE EMPLOYEE'S ENTRIES FOR THE
050200* TARGET PAY DATE. PAY0100 WRITES THE NOMINA FIRST, THEN ONE
050300* PRESTAMO PER LOAN PAID, THEN THE DISPERSION, SO COMPANIONS ARE
050400* ONLY TAKEN AFTER A NOMINA. RECORDS FROM BEFORE LEDG-PAY-DATE
050450* EXISTED CARRY SPACES THERE AND NEVER MATCH. A DISPERSION THE
050500* BANK RETURNED (DEVBANCO, PAY0125) IS ALREADY BACK ON FONDOS AND
050520* IS NOT PUT BACK A SECOND TIME. A RETRO ON THE PAYDAY IS COUNTED:
050540* PAY0119 TAKES IT AS PAID, SO THE REPAID DAY WOULD CARRY IT TWICE
050560* AND THE REVERSAL IS REFUSED (2000).
050600******************************************************************
050700 2100-TEST-ONE-RECORD.
050800     IF LEDG-EMP-ID NOT = EMP-ID
050900         GO TO 2100-EXIT
051000     END-IF
051100     IF LEDG-PAY-DATE NOT NUMERIC
051200         GO TO 2100-EXIT
051300     END-IF
051400     IF LEDG-PAY-DATE NOT = WS-TARGET-PAY-DATE
051500         GO TO 2100-EXIT
051600     END-IF
051700     IF LEDG-TYPE-NOMINA
051800         SET REV-FOUND TO TRUE
051900         MOVE LEDG-GROSS-AMT TO REV-NOM-GROSS
052000         MOVE LEDG-TAX-AMT TO REV-NOM-TAX
052100         MOVE LEDG-BENEFITS-AMT TO REV-NOM-BENEFITS
052200         MOVE LEDG-GARNISH-AMT TO REV-NOM-GARNISH
052300         MOVE LEDG-NET-AMT TO REV-NOM-NET
052400         MOVE LEDG-TRAN-DATE TO REV-NOM-TRAN-DATE
052408         MOVE ZERO TO REV-NOM-ER-IMSS REV-NOM-ER-RCV
052416             REV-NOM-ER-INFONAVIT
052424         IF LEDG-ER-IMSS-AMT NUMERIC
052432             MOVE LEDG-ER-IMSS-AMT TO REV-NOM-ER-IMSS
052440         END-IF
052448         IF LEDG-ER-RCV-AMT NUMERIC
052456             MOVE LEDG-ER-RCV-AMT TO REV-NOM-ER-RCV
052464         END-IF
052472         IF LEDG-ER-INFONAVIT-AMT NUMERIC
052480             MOVE LEDG-ER-INFONAVIT-AMT TO REV-NOM-ER-INFONAVIT
052488         END-IF
052500         MOVE ZERO TO REV-DISP-AMT REV-LOAN-TOTAL REV-LOAN-CNT
052600         GO TO 2100-EXIT
052700     END-IF
052800     IF LEDG-TYPE-REV-NOMINA
052900         MOVE "N" TO REV-FOUND-SW
053000         MOVE ZERO TO REV-DISP-AMT REV-LOAN-TOTAL REV-LOAN-CNT
053100         GO TO 2100-EXIT
053200     END-IF
053210     IF LEDG-TYPE-RETRO
053220         ADD 1 TO REV-RETRO-CNT
053230         ADD LEDG-NET-AMT TO REV-RETRO-NET
053240         GO TO 2100-EXIT
053250     END-IF
053300     IF NOT REV-FOUND
053400         GO TO 2100-EXIT
053500     END-IF
053600     IF LEDG-TYPE-PRESTAMO
053700         IF REV-LOAN-CNT < REV-MAX-LOANS
053800             ADD 1 TO REV-LOAN-CNT
053900             MOVE LEDG-NET-AMT TO REV-LOAN-AMT(REV-LOAN-CNT)
054000         ELSE
054100             ADD LEDG-NET-AMT TO REV-LOAN-AMT(REV-LOAN-CNT)
054200         END-IF
054300         ADD LEDG-NET-AMT TO REV-LOAN-TOTAL
054400     END-IF
054500     IF LEDG-TYPE-DISPERSION
054600         ADD LEDG-NET-AMT TO REV-DISP-AMT
054620     END-IF
054640     IF LEDG-TYPE-DEV-BANCO
054660         SUBTRACT LEDG-NET-AMT FROM REV-DISP-AMT
054700     END-IF.
054800 2100-EXIT.
054900     EXIT.
055000******************************************************************
055100* 2500-CHECK-FONDOS - THE NOMINA NET COMES BACK OFF FONDOS; THE
055200* LOAN PAYMENTS AND THE DISPERSED SHARE GO BACK ON. IF WHAT IS
055300* LEFT WOULD BE NEGATIVE THE EMPLOYEE HAS ALREADY WITHDRAWN THE
055400* MONEY AND THE REVERSAL IS REFUSED FOR MANUAL RECOVERY.
055500******************************************************************
055600 2500-CHECK-FONDOS.
055700     COMPUTE WS-NEW-FONDOS = FONDOS - REV-NOM-NET
055800         + REV-LOAN-TOTAL + REV-DISP-AMT
055900     IF WS-NEW-FONDOS < ZERO
056000         DISPLAY "PAY0118 - EL REVERSO DEJARIA FONDOS DE " EMP-ID
056100             " EN " WS-NEW-FONDOS " - NO SE REVERSA"
056200         PERFORM 8900-REFUSE-REVERSAL THRU 8900-EXIT
056300     END-IF.
056400 2500-EXIT.
056500     EXIT.
056600******************************************************************
056700* 3000-POST-REVERSAL - OPEN THE LEDGER FILES FOR POSTING AND
056800* UNDO THE NOMINA IN THE REVERSE OF THE ORDER IT WAS PAID: THE
056900* DISPERSION, EACH LOAN PAYMENT, THEN THE NOMINA CREDIT ITSELF.
057000* EVERY ENTRY CARRIES THE ORIGINAL PAY DATE AND IS AUDITED WITH
057100* THE REASON.
057200******************************************************************
057300 3000-POST-REVERSAL.
057400     OPEN EXTEND FONDOS-LEDGER-FILE
057500     IF WS-LEDGER-STATUS = "35"
057600         OPEN OUTPUT FONDOS-LEDGER-FILE
057700     END-IF
057800     IF WS-LEDGER-STATUS NOT = "00"
057900         DISPLAY "PAY0118 - NO SE PUDO ABRIR FNDLEDG, ESTADO "
058000             WS-LEDGER-STATUS
058100         SET WS-ABORT TO TRUE
058200         GO TO 3000-EXIT
058300     END-IF
058400     SET WS-LEDGER-OPEN TO TRUE
058500
058600     OPEN I-O LEDGER-SUMMARY-FILE
058700     IF WS-SUMFILE-STATUS = "35"
058800         OPEN OUTPUT LEDGER-SUMMARY-FILE
058900         CLOSE LEDGER-SUMMARY-FILE
059000         OPEN I-O LEDGER-SUMMARY-FILE
059100     END-IF
059200     IF WS-SUMFILE-STATUS = "00"
059300         SET WS-SUM-OPEN TO TRUE
059400     ELSE
059500         DISPLAY "PAY0118 - SIN LEDGSUM (ESTADO "
059600             WS-SUMFILE-STATUS "), RECONSTRUYA CON PAY0115"
059700     END-IF
059800
059900     IF REV-DISP-AMT > ZERO
060000         ADD REV-DISP-AMT TO FONDOS
060100         PERFORM 8800-REWRITE-EMPMAST THRU 8800-EXIT
060200         MOVE "REVDISPERS" TO WS-LEDGER-TYPE
060300         MOVE REV-DISP-AMT TO WS-LEDGER-GROSS-AMT
060400         MOVE REV-DISP-AMT TO WS-LEDGER-NET-AMT
060500         MOVE ZERO TO WS-LEDGER-TAX-AMT WS-LEDGER-BENEFITS-AMT
060600             WS-LEDGER-GARNISH-AMT
060700         PERFORM 8200-WRITE-LEDGER-RECORD THRU 8200-EXIT
060800     END-IF
060900
061000     PERFORM 3100-POST-ONE-LOAN THRU 3100-EXIT
061100         VARYING REV-LOAN-SUB FROM 1 BY 1
061200         UNTIL REV-LOAN-SUB > REV-LOAN-CNT
061300
061400     SUBTRACT REV-NOM-NET FROM FONDOS
061500     PERFORM 8800-REWRITE-EMPMAST THRU 8800-EXIT
061600     MOVE "REVNOMINA" TO WS-LEDGER-TYPE
061700     MOVE REV-NOM-GROSS TO WS-LEDGER-GROSS-AMT
061800     MOVE REV-NOM-TAX TO WS-LEDGER-TAX-AMT
061900     MOVE REV-NOM-BENEFITS TO WS-LEDGER-BENEFITS-AMT
062000     MOVE REV-NOM-GARNISH TO WS-LEDGER-GARNISH-AMT
062100     MOVE REV-NOM-NET TO WS-LEDGER-NET-AMT
062200     PERFORM 8200-WRITE-LEDGER-RECORD THRU 8200-EXIT.
062300 3000-EXIT.
062400     EXIT.
062500******************************************************************
062600* 3100-POST-ONE-LOAN - GIVE ONE LOAN PAYMENT BACK TO FONDOS AS
062700* ITS OWN REVPRESTAM ENTRY, MIRRORING THE PRESTAMO IT UNDOES.
062800******************************************************************
062900 3100-POST-ONE-LOAN.
063000     IF REV-LOAN-AMT(REV-LOAN-SUB) NOT > ZERO
063100         GO TO 3100-EXIT
063200     END-IF
063300     ADD REV-LOAN-AMT(REV-LOAN-SUB) TO FONDOS
063400     PERFORM 8800-REWRITE-EMPMAST THRU 8800-EXIT
063500     MOVE "REVPRESTAM" TO WS-LEDGER-TYPE
063600     MOVE REV-LOAN-AMT(REV-LOAN-SUB) TO WS-LEDGER-GROSS-AMT
063700     MOVE REV-LOAN-AMT(REV-LOAN-SUB) TO WS-LEDGER-NET-AMT
063800     MOVE ZERO TO WS-LEDGER-TAX-AMT WS-LEDGER-BENEFITS-AMT
063900         WS-LEDGER-GARNISH-AMT
064000     PERFORM 8200-WRITE-LEDGER-RECORD THRU 8200-EXIT.
064100 3100-EXIT.
064200     EXIT.
064203******************************************************************
064206* 3900-RESTORE-FROM-DETAIL - GIVE EACH ORDER AND LOAN BACK WHAT
064209* THE PAYDAY'S DEDDET RECORDS SAY IT COLLECTED, BEFORE 5200 DROPS
064212* THEM. A PAYDAY WITHOUT DETAIL LEAVES WS-DETAIL-FOUND OFF AND THE
064215* LEDGER TOTALS ARE SPREAD BY 4000/4500 INSTEAD. DETAIL THAT DOES
064218* NOT ADD UP TO THE LEDGER IS REPORTED FOR MANUAL ADJUSTMENT.
064221******************************************************************
064224 3900-RESTORE-FROM-DETAIL.
064227     MOVE "N" TO WS-DETAIL-FOUND-SW
064230     OPEN INPUT DEDUCTION-DETAIL-FILE
064233     IF WS-DED-STATUS NOT = "00"
064236         GO TO 3900-EXIT
064239     END-IF
064242     MOVE "N" TO WS-EOF-DED-SW
064245     MOVE LOW-VALUES TO DED-KEY
064248     MOVE EMP-ID TO DED-EMP-ID
064251     MOVE WS-TARGET-PAY-DATE TO DED-PAY-DATE
064254     SET DED-SOURCE-NOMINA TO TRUE
064257     START DEDUCTION-DETAIL-FILE KEY NOT < DED-KEY
064260         INVALID KEY
064263             MOVE "Y" TO WS-EOF-DED-SW
064266     END-START
064269     PERFORM 3910-RESTORE-ONE-DETAIL THRU 3910-EXIT
064272         UNTIL WS-EOF-DED
064275     CLOSE DEDUCTION-DETAIL-FILE
064278     IF NOT WS-DETAIL-FOUND
064281         GO TO 3900-EXIT
064284     END-IF
064287     IF WS-LOANS-RESTORED NOT = REV-LOAN-TOTAL
064290         DISPLAY "PAY0118 - DEDDET DEVUELVE " WS-LOANS-RESTORED
064293             " DE PRESTAMOS DE " EMP-ID " Y FNDLEDG "
064296             REV-LOAN-TOTAL ", AJUSTE A MANO"
064299     END-IF
064302     IF WS-GARN-RESTORED NOT = REV-NOM-GARNISH
064305         DISPLAY "PAY0118 - DEDDET DEVUELVE " WS-GARN-RESTORED
064308             " DE EMBARGOS DE " EMP-ID " Y FNDLEDG "
064311             REV-NOM-GARNISH ", AJUSTE A MANO"
064314     END-IF.
064317 3900-EXIT.
064320     EXIT.
064323******************************************************************
064326* 3910-RESTORE-ONE-DETAIL - ONE STEP OF THE DEDDET SCAN; STOPS AT
064329* THE FIRST RECORD OF ANOTHER PAYMENT.
064332******************************************************************
064335 3910-RESTORE-ONE-DETAIL.
064338     READ DEDUCTION-DETAIL-FILE NEXT RECORD
064341         AT END
064344             MOVE "Y" TO WS-EOF-DED-SW
064347             GO TO 3910-EXIT
064350     END-READ
064353     IF DED-EMP-ID NOT = EMP-ID
064356         OR DED-PAY-DATE NOT = WS-TARGET-PAY-DATE
064359         OR NOT DED-SOURCE-NOMINA
064362         MOVE "Y" TO WS-EOF-DED-SW
064365         GO TO 3910-EXIT
064368     END-IF
064371     SET WS-DETAIL-FOUND TO TRUE
064374     IF DED-AMOUNT NOT NUMERIC
064377         GO TO 3910-EXIT
064380     END-IF
064383     IF DED-AMOUNT NOT > ZERO
064386         GO TO 3910-EXIT
064389     END-IF
064392     IF DED-KIND-LOAN
064395         PERFORM 3930-RESTORE-DETAIL-LOAN THRU 3930-EXIT
064398     END-IF
064401     IF DED-KIND-GARNISH
064404         PERFORM 3920-RESTORE-DETAIL-ORDER THRU 3920-EXIT
064407     END-IF.
064410 3910-EXIT.
064413     EXIT.
064416******************************************************************
064419* 3920-RESTORE-DETAIL-ORDER - PUT DED-AMOUNT BACK ON THE GARNORD
064422* ORDER DED-REF-NO AND LEAVE IT OPEN.
064425******************************************************************
064428 3920-RESTORE-DETAIL-ORDER.
064431     IF NOT WS-GARN-OPEN
064434         OPEN I-O GARN-ORDER-FILE
064437         IF WS-GARN-STATUS NOT = "00"
064440             DISPLAY "PAY0118 - NO SE PUDO ABRIR GARNORD, ESTADO "
064443                 WS-GARN-STATUS " - RESTAURE " DED-AMOUNT
064446                 " A LA ORDEN " DED-REF-NO " A MANO"
064449             GO TO 3920-EXIT
064452         END-IF
064455         SET WS-GARN-OPEN TO TRUE
064458     END-IF
064461     MOVE EMP-ID TO GARN-EMP-ID
064464     MOVE DED-REF-NO TO GARN-ORDER-NO
064467     READ GARN-ORDER-FILE
064470         INVALID KEY
064473             DISPLAY "PAY0118 - ORDEN " DED-REF-NO " DE " EMP-ID
064476                 " NO ESTA EN GARNORD - RESTAURE " DED-AMOUNT
064479                 " A MANO"
064482             GO TO 3920-EXIT
064485     END-READ
064488     ADD DED-AMOUNT TO GARN-REMAINING-AMT
064491     IF GARN-STATUS-PAID
064494         DISPLAY "PAY0118 - ORDEN " GARN-ORDER-NO " DE " EMP-ID
064497             " REABIERTA"
064500     END-IF
064503     SET GARN-STATUS-OPEN TO TRUE
064506     REWRITE GARN-RECORD
064509     IF WS-GARN-STATUS NOT = "00"
064512         DISPLAY "PAY0118 - NO SE PUDO GRABAR GARNORD, ESTADO "
064515             WS-GARN-STATUS
064518         GO TO 3920-EXIT
064521     END-IF
064524     ADD DED-AMOUNT TO WS-GARN-RESTORED
064527     MOVE SPACES TO WS-RPT-TEXT
064530     MOVE DED-AMOUNT TO WS-AMT-EDITED
064533     STRING "  ORDEN " GARN-ORDER-NO " RESTAURADA " WS-AMT-EDITED
064536         DELIMITED BY SIZE INTO WS-RPT-TEXT
064539     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT.
064542 3920-EXIT.
064545     EXIT.
064548******************************************************************
064551* 3930-RESTORE-DETAIL-LOAN - PUT DED-AMOUNT BACK ON THE LOANMAST
064554* LOAN DED-REF-NO AND LEAVE IT OPEN.
064557******************************************************************
064560 3930-RESTORE-DETAIL-LOAN.
064563     IF NOT WS-LOAN-OPEN
064566         OPEN I-O LOAN-MASTER-FILE
064569         IF WS-LOAN-STATUS NOT = "00"
064572             DISPLAY "PAY0118 - NO SE PUDO ABRIR LOANMAST, ESTADO"
064575                 " " WS-LOAN-STATUS " - RESTAURE " DED-AMOUNT
064578                 " AL PRESTAMO " DED-REF-NO " A MANO"
064581             GO TO 3930-EXIT
064584         END-IF
064587         SET WS-LOAN-OPEN TO TRUE
064590     END-IF
064593     MOVE EMP-ID TO LOAN-EMP-ID
064596     MOVE DED-REF-NO TO LOAN-NO
064599     READ LOAN-MASTER-FILE
064602         INVALID KEY
064604             DISPLAY "PAY0118 - PRESTAMO " DED-REF-NO
064606                 " DE " EMP-ID
064608                 " NO ESTA EN LOANMAST - RESTAURE " DED-AMOUNT
064611                 " A MANO"
064614             GO TO 3930-EXIT
064617     END-READ
064620     ADD DED-AMOUNT TO LOAN-REMAINING-AMT
064623     IF LOAN-STATUS-PAID
064626         DISPLAY "PAY0118 - PRESTAMO " LOAN-NO " DE " EMP-ID
064629             " REABIERTO"
064632     END-IF
064635     SET LOAN-STATUS-OPEN TO TRUE
064638     REWRITE LOAN-RECORD
064641     IF WS-LOAN-STATUS NOT = "00"
064644         DISPLAY "PAY0118 - NO SE PUDO GRABAR LOANMAST, ESTADO "
064647             WS-LOAN-STATUS
064650         GO TO 3930-EXIT
064653     END-IF
064656     ADD DED-AMOUNT TO WS-LOANS-RESTORED
064659     MOVE SPACES TO WS-RPT-TEXT
064662     MOVE DED-AMOUNT TO WS-AMT-EDITED
064665     STRING "  PRESTAMO " LOAN-NO " RESTAURADO " WS-AMT-EDITED
064668         DELIMITED BY SIZE INTO WS-RPT-TEXT
064671     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT.
064674 3930-EXIT.
064677     EXIT.
064680******************************************************************
064683* 4000-RESTORE-LOANS - PUT THE LOAN PAYMENTS BACK ON LOANMAST
064686* WHEN THE PAYDAY HAS NO DEDDET DETAIL (3900). THE EMPLOYEE'S
064689* LOANS ARE WALKED IN KEY ORDER, AS PAY0100 PAID THEM; A LOAN THE
064692* PAYMENT HAD CLOSED IS REOPENED. ANY AMOUNT NO LOAN CAN ABSORB
064695* IS REPORTED FOR MANUAL ADJUSTMENT.
064800******************************************************************
064900 4000-RESTORE-LOANS.
065000     MOVE REV-LOAN-TOTAL TO WS-RESTORE-LEFT
065100     IF WS-RESTORE-LEFT NOT > ZERO
065200         GO TO 4000-EXIT
065300     END-IF
065400     OPEN I-O LOAN-MASTER-FILE
065500     IF WS-LOAN-STATUS NOT = "00"
065600         DISPLAY "PAY0118 - NO SE PUDO ABRIR LOANMAST, ESTADO "
065700             WS-LOAN-STATUS " - RESTAURE " WS-RESTORE-LEFT
065800             " A MANO"
065900         GO TO 4000-EXIT
066000     END-IF
066100     SET WS-LOAN-OPEN TO TRUE
066200     MOVE "N" TO WS-EOF-LOAN-SW
066300     MOVE EMP-ID TO LOAN-EMP-ID
066400     MOVE LOW-VALUES TO LOAN-NO
066500     START LOAN-MASTER-FILE KEY NOT < LOAN-KEY
066600         INVALID KEY
066700             MOVE "Y" TO WS-EOF-LOAN-SW
066800     END-START
066900     PERFORM 4100-RESTORE-ONE-LOAN THRU 4100-EXIT
067000         UNTIL WS-EOF-LOAN OR WS-RESTORE-LEFT NOT > ZERO
067100     IF WS-RESTORE-LEFT > ZERO
067200         DISPLAY "PAY0118 - " WS-RESTORE-LEFT " DE PRESTAMOS DE "
067300             EMP-ID " SIN PRESTAMO QUE LO ABSORBA, AJUSTE A MANO"
067400     END-IF.
067500 4000-EXIT.
067600     EXIT.
067700******************************************************************
067800* 4100-RESTORE-ONE-LOAN - ONE STEP OF THE LOAN WALK.
067900******************************************************************
068000 4100-RESTORE-ONE-LOAN.
068100     READ LOAN-MASTER-FILE NEXT RECORD
068200         AT END
068300             MOVE "Y" TO WS-EOF-LOAN-SW
068400             GO TO 4100-EXIT
068500     END-READ
068600     IF LOAN-EMP-ID NOT = EMP-ID
068700         MOVE "Y" TO WS-EOF-LOAN-SW
068800         GO TO 4100-EXIT
068900     END-IF
069000     COMPUTE WS-RESTORE-PAID = LOAN-ORIG-AMT - LOAN-REMAINING-AMT
069100     MOVE LOAN-PER-PERIOD-AMT TO WS-RESTORE-AMT
069200     IF WS-RESTORE-AMT > WS-RESTORE-PAID
069300         MOVE WS-RESTORE-PAID TO WS-RESTORE-AMT
069400     END-IF
069500     IF WS-RESTORE-AMT > WS-RESTORE-LEFT
069600         MOVE WS-RESTORE-LEFT TO WS-RESTORE-AMT
069700     END-IF
069800     IF WS-RESTORE-AMT NOT > ZERO
069900         GO TO 4100-EXIT
070000     END-IF
070100     ADD WS-RESTORE-AMT TO LOAN-REMAINING-AMT
070200     IF LOAN-STATUS-PAID
070300         SET LOAN-STATUS-OPEN TO TRUE
070400         DISPLAY "PAY0118 - PRESTAMO " LOAN-NO " DE " EMP-ID
070500             " REABIERTO"
070600     END-IF
070700     REWRITE LOAN-RECORD
070800     IF WS-LOAN-STATUS NOT = "00"
070900         DISPLAY "PAY0118 - NO SE PUDO GRABAR LOANMAST, ESTADO "
071000             WS-LOAN-STATUS
071100         GO TO 4100-EXIT
071200     END-IF
071300     ADD WS-RESTORE-AMT TO WS-LOANS-RESTORED
071400     SUBTRACT WS-RESTORE-AMT FROM WS-RESTORE-LEFT
071500     MOVE SPACES TO WS-RPT-TEXT
071600     MOVE WS-RESTORE-AMT TO WS-AMT-EDITED
071700     STRING "  PRESTAMO " LOAN-NO " RESTAURADO " WS-AMT-EDITED
071800         DELIMITED BY SIZE INTO WS-RPT-TEXT
071900     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT.
072000 4100-EXIT.
072100     EXIT.
072200******************************************************************
072300* 4500-RESTORE-GARNISH - PUT THE GARNISHMENT HELD BACK ON THE
072360* GARNORD BALANCES WHEN THE PAYDAY HAS NO DEDDET DETAIL (3900).
072420* THE NOMINA ENTRY CARRIES THE TOTAL HELD;
072500* THE ORDERS ARE WALKED PRIORITY 1 FIRST, KEY ORDER WITHIN A
072600* LEVEL, AS PAY0100 COLLECTED THEM. AN ORDER THE COLLECTION HAD
072700* CLOSED IS REOPENED. MONEY ALREADY REMITTED TO A PAYEE IS NOT
072800* RECOVERED HERE.
072900******************************************************************
073000 4500-RESTORE-GARNISH.
073100     MOVE REV-NOM-GARNISH TO WS-RESTORE-LEFT
073200     IF WS-RESTORE-LEFT NOT > ZERO
073300         GO TO 4500-EXIT
073400     END-IF
073500     OPEN I-O GARN-ORDER-FILE
073600     IF WS-GARN-STATUS NOT = "00"
073700         DISPLAY "PAY0118 - NO SE PUDO ABRIR GARNORD, ESTADO "
073800             WS-GARN-STATUS " - RESTAURE " WS-RESTORE-LEFT
073900             " A MANO"
074000         GO TO 4500-EXIT
074100     END-IF
074200     SET WS-GARN-OPEN TO TRUE
074300     MOVE ZERO TO GRN-ORDER-CNT
074400     MOVE "N" TO WS-EOF-GARN-SW
074500     MOVE EMP-ID TO GARN-EMP-ID
074600     MOVE LOW-VALUES TO GARN-ORDER-NO
074700     START GARN-ORDER-FILE KEY NOT < GARN-KEY
074800         INVALID KEY
074900             MOVE "Y" TO WS-EOF-GARN-SW
075000     END-START
075100     PERFORM 4510-LOAD-ONE-ORDER THRU 4510-EXIT
075200         UNTIL WS-EOF-GARN
075300     PERFORM 4520-RESTORE-PRIORITY-LEVEL THRU 4520-EXIT
075400         VARYING WS-GARN-PRI FROM 1 BY 1
075500         UNTIL WS-GARN-PRI > 9
075600     IF WS-RESTORE-LEFT > ZERO
075700         DISPLAY "PAY0118 - " WS-RESTORE-LEFT " DE EMBARGOS DE "
075800             EMP-ID " SIN ORDEN QUE LO ABSORBA, AJUSTE A MANO"
075900     END-IF.
076000 4500-EXIT.
076100     EXIT.
076200******************************************************************
076300* 4510-LOAD-ONE-ORDER - ONE STEP OF THE ORDER SCAN. PAID ORDERS
076400* ARE KEPT - THIS NOMINA MAY BE THE ONE THAT CLOSED THEM.
076500******************************************************************
076600 4510-LOAD-ONE-ORDER.
076700     READ GARN-ORDER-FILE NEXT RECORD
076800         AT END
076900             MOVE "Y" TO WS-EOF-GARN-SW
077000             GO TO 4510-EXIT
077100     END-READ
077200     IF GARN-EMP-ID NOT = EMP-ID
077300         MOVE "Y" TO WS-EOF-GARN-SW
077400         GO TO 4510-EXIT
077500     END-IF
077600     IF GRN-ORDER-CNT = GRN-MAX-ORDERS
077700         DISPLAY "PAY0118 - MAS DE " GRN-MAX-ORDERS
077800             " ORDENES PARA " EMP-ID ", LAS DEMAS NO SE REVISAN"
077900         MOVE "Y" TO WS-EOF-GARN-SW
078000         GO TO 4510-EXIT
078100     END-IF
078200     ADD 1 TO GRN-ORDER-CNT
078300     MOVE GARN-ORDER-NO TO GRN-TAB-ORDER-NO(GRN-ORDER-CNT)
078400     MOVE GARN-PRIORITY TO GRN-TAB-PRIORITY(GRN-ORDER-CNT).
078500 4510-EXIT.
078600     EXIT.
078700******************************************************************
078800* 4520-RESTORE-PRIORITY-LEVEL - EVERY LOADED ORDER AT THE CURRENT
078900* PRIORITY LEVEL.
079000******************************************************************
079100 4520-RESTORE-PRIORITY-LEVEL.
079200     PERFORM 4530-RESTORE-ONE-ORDER THRU 4530-EXIT
079300         VARYING GRN-SUB FROM 1 BY 1
079400         UNTIL GRN-SUB > GRN-ORDER-CNT.
079500 4520-EXIT.
079600     EXIT.
079700******************************************************************
079800* 4530-RESTORE-ONE-ORDER - GIVE ONE ORDER BACK UP TO ITS
079900* PER-PERIOD AMOUNT, NEVER MORE THAN IT HAS BEEN PAID.
080000******************************************************************
080100 4530-RESTORE-ONE-ORDER.
080200     IF GRN-TAB-PRIORITY(GRN-SUB) NOT = WS-GARN-PRI
080300         GO TO 4530-EXIT
080400     END-IF
080500     IF WS-RESTORE-LEFT NOT > ZERO
080600         GO TO 4530-EXIT
080700     END-IF
080800     MOVE EMP-ID TO GARN-EMP-ID
080900     MOVE GRN-TAB-ORDER-NO(GRN-SUB) TO GARN-ORDER-NO
081000     READ GARN-ORDER-FILE
081100         INVALID KEY
081200             DISPLAY "PAY0118 - ORDEN " GARN-ORDER-NO
081300                 " DESAPARECIO PARA " EMP-ID ", SE OMITE"
081400             GO TO 4530-EXIT
081500     END-READ
081600     COMPUTE WS-RESTORE-PAID = GARN-ORIG-AMT - GARN-REMAINING-AMT
081700     MOVE GARN-PER-PERIOD-AMT TO WS-RESTORE-AMT
081800     IF WS-RESTORE-AMT > WS-RESTORE-PAID
081900         MOVE WS-RESTORE-PAID TO WS-RESTORE-AMT
082000     END-IF
082100     IF WS-RESTORE-AMT > WS-RESTORE-LEFT
082200         MOVE WS-RESTORE-LEFT TO WS-RESTORE-AMT
082300     END-IF
082400     IF WS-RESTORE-AMT NOT > ZERO
082500         GO TO 4530-EXIT
082600     END-IF
082700     ADD WS-RESTORE-AMT TO GARN-REMAINING-AMT
082800     IF GARN-STATUS-PAID
082900         SET GARN-STATUS-OPEN TO TRUE
083000         DISPLAY "PAY0118 - ORDEN " GARN-ORDER-NO " DE " EMP-ID
083100             " REABIERTA"
083200     END-IF
083300     REWRITE GARN-RECORD
083400     IF WS-GARN-STATUS NOT = "00"
083500         DISPLAY "PAY0118 - NO SE PUDO GRABAR GARNORD, ESTADO "
083600             WS-GARN-STATUS
083700         GO TO 4530-EXIT
083800     END-IF
083900     ADD WS-RESTORE-AMT TO WS-GARN-RESTORED
084000     SUBTRACT WS-RESTORE-AMT FROM WS-RESTORE-LEFT
084100     MOVE SPACES TO WS-RPT-TEXT
084200     MOVE WS-RESTORE-AMT TO WS-AMT-EDITED
084300     STRING "  ORDEN " GARN-ORDER-NO " RESTAURADA " WS-AMT-EDITED
084400         DELIMITED BY SIZE INTO WS-RPT-TEXT
084500     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT.
084600 4530-EXIT.
084700     EXIT.
084800******************************************************************
084900* 5000-REOPEN-PERIOD - MARK THE EMPLOYEE'S CHECKPOINT REOPENED
085000* WITH THE REVERSED PAYDAY; PAY0100 PAYS THAT DAY AGAIN ON ITS
085100* NEXT RUN FOR THE PERIOD AND SETS IT COMPLETE.
085200******************************************************************
085300 5000-REOPEN-PERIOD.
085400     MOVE EMP-ID TO CKPT-EMP-ID
085500     SET CKPT-REOPENED TO TRUE
085600     MOVE WS-PAY-DAY TO CKPT-CONTADOR
085700     REWRITE CKPT-RECORD
085800         INVALID KEY
085900             DISPLAY "PAY0118 - NO SE PUDO REABRIR PAYCKPT DE "
086000                 EMP-ID ", ESTADO " WS-CHECKPOINT-STATUS
086100     END-REWRITE.
086200 5000-EXIT.
086300     EXIT.
086304******************************************************************
086308* 5100-DROP-CUOTA - THE REVERSED PAYDAY NO LONGER CARRIES IMSS
086312* CONTRIBUTIONS; DROP ITS CUOTAS RECORD SO THE BIMONTHLY EXTRACT
086316* DOES NOT REPORT IT. PAY0100 WRITES IT AGAIN WHEN THE DAY IS
086320* REPAID. NO CUOTAS FILE MEANS NOTHING TO DROP.
086324******************************************************************
086328 5100-DROP-CUOTA.
086332     OPEN I-O CUOTAS-FILE
086336     IF WS-CUO-STATUS NOT = "00"
086340         IF WS-CUO-STATUS NOT = "35"
086344             DISPLAY "PAY0118 - SIN CUOTAS (ESTADO " WS-CUO-STATUS
086348                 "), BORRE A MANO LA CUOTA DE " EMP-ID
086352         END-IF
086356         GO TO 5100-EXIT
086360     END-IF
086364     MOVE EMP-ID TO CUO-EMP-ID
086368     MOVE WS-TARGET-PAY-DATE TO CUO-PAY-DATE
086372     DELETE CUOTAS-FILE
086376         INVALID KEY
086380             CONTINUE
086384     END-DELETE
086388     CLOSE CUOTAS-FILE.
086392 5100-EXIT.
086396     EXIT.
086398******************************************************************
086400* 5200-DROP-DEDUCTIONS - LIKEWISE THE PAYDAY'S ORDER AND LOAN
086402* DETAIL ON DEDDET, SO THE CFDI RECEIPT OF THE REPAID DAY CARRIES
086404* ONLY WHAT THE REPAYMENT COLLECTS.
086406******************************************************************
086408 5200-DROP-DEDUCTIONS.
086410     OPEN I-O DEDUCTION-DETAIL-FILE
086412     IF WS-DED-STATUS NOT = "00"
086414         IF WS-DED-STATUS NOT = "35"
086416             DISPLAY "PAY0118 - SIN DEDDET (ESTADO " WS-DED-STATUS
086418                 "), BORRE A MANO EL DETALLE DE " EMP-ID
086420         END-IF
086422         GO TO 5200-EXIT
086424     END-IF
086426     MOVE "N" TO WS-EOF-DED-SW
086428     MOVE LOW-VALUES TO DED-KEY
086430     MOVE EMP-ID TO DED-EMP-ID
086432     MOVE WS-TARGET-PAY-DATE TO DED-PAY-DATE
086434     SET DED-SOURCE-NOMINA TO TRUE
086436     START DEDUCTION-DETAIL-FILE KEY NOT < DED-KEY
086438         INVALID KEY
086440             MOVE "Y" TO WS-EOF-DED-SW
086442     END-START
086444     PERFORM 5210-DROP-ONE-DEDUCTION THRU 5210-EXIT
086446         UNTIL WS-EOF-DED
086448     CLOSE DEDUCTION-DETAIL-FILE.
086450 5200-EXIT.
086452     EXIT.
086454******************************************************************
086456* 5210-DROP-ONE-DEDUCTION - ONE STEP OF THE DEDDET SCAN; STOPS AT
086458* THE FIRST RECORD OF ANOTHER PAYMENT.
086460******************************************************************
086462 5210-DROP-ONE-DEDUCTION.
086464     READ DEDUCTION-DETAIL-FILE NEXT RECORD
086466         AT END
086468             MOVE "Y" TO WS-EOF-DED-SW
086470             GO TO 5210-EXIT
086472     END-READ
086474     IF DED-EMP-ID NOT = EMP-ID
086476         OR DED-PAY-DATE NOT = WS-TARGET-PAY-DATE
086478         OR NOT DED-SOURCE-NOMINA
086480         MOVE "Y" TO WS-EOF-DED-SW
086482         GO TO 5210-EXIT
086484     END-IF
086486     DELETE DEDUCTION-DETAIL-FILE
086488         INVALID KEY
086490             CONTINUE
086492     END-DELETE.
086494 5210-EXIT.
086496     EXIT.
086498******************************************************************
086500* 6000-PRINT-REGISTER - THE REVERSAL'S PAGE ON REVNOM: WHO, WHAT
086600* NOMINA, WHO ASKED AND WHY AND THE AMOUNTS UNDONE. EACH LOAN AND
086660* ORDER RESTORED THEN ADDS ITS LINE - 3930/3920 FROM DEDDET, OR
086720* 4100/4530 WHEN THERE IS NO DETAIL - AND 6500 CLOSES THE PAGE.
086800* THE REGISTER ACCUMULATES ACROSS RUNS.
086900******************************************************************
087000 6000-PRINT-REGISTER.
087100     OPEN EXTEND REVERSAL-REGISTER-FILE
087200     IF WS-REVNOM-STATUS = "35"
087300         OPEN OUTPUT REVERSAL-REGISTER-FILE
087400     END-IF
087500     IF WS-REVNOM-STATUS NOT = "00"
087600         DISPLAY "PAY0118 - NO SE PUDO ABRIR REVNOM, ESTADO "
087700             WS-REVNOM-STATUS ", REVERSO SIN REGISTRO IMPRESO"
087800         GO TO 6000-EXIT
087900     END-IF
088000     SET WS-REVNOM-OPEN TO TRUE
088100     MOVE SPACES TO WS-RPT-TEXT
088200     STRING "REVERSO DE NOMINA  PERIODO " WS-PAY-YEAR "/"
088300         WS-PAY-MONTH "  DIA DE PAGO " WS-PAY-DAY
088400         "  FECHA " WS-TODAY-DATE
088500         DELIMITED BY SIZE INTO WS-RPT-TEXT
088600     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
088700     MOVE SPACES TO WS-RPT-TEXT
088800     STRING "EMPLEADO: " EMP-ID "  " EMP-NOMBRE EMP-APELLIDO
088900         DELIMITED BY SIZE INTO WS-RPT-TEXT
089000     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
089100     MOVE SPACES TO WS-RPT-TEXT
089200     STRING "OPERADOR: " WS-OPERATOR-ID "  MOTIVO: " WS-REV-REASON
089300         DELIMITED BY SIZE INTO WS-RPT-TEXT
089400     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
089500     MOVE SPACES TO WS-RPT-TEXT
089600     STRING "NOMINA ORIGINAL ASENTADA EL " REV-NOM-TRAN-DATE
089700         DELIMITED BY SIZE INTO WS-RPT-TEXT
089800     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
089900
090000     MOVE "SUELDO BRUTO REVERSADO: " TO WS-AMT-LABEL
090100     MOVE REV-NOM-GROSS TO WS-AMT-EDITED
090200     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
090300     MOVE "IMPUESTOS REVERSADOS:   " TO WS-AMT-LABEL
090400     MOVE REV-NOM-TAX TO WS-AMT-EDITED
090500     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
090600     MOVE "BENEFICIOS REVERSADOS:  " TO WS-AMT-LABEL
090700     MOVE REV-NOM-BENEFITS TO WS-AMT-EDITED
090800     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
090900     MOVE "EMBARGOS REVERSADOS:    " TO WS-AMT-LABEL
091000     MOVE REV-NOM-GARNISH TO WS-AMT-EDITED
091100     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
091200     MOVE "NETO RETIRADO DE FONDOS:" TO WS-AMT-LABEL
091300     MOVE REV-NOM-NET TO WS-AMT-EDITED
091400     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
091500     MOVE "PRESTAMOS DEVUELTOS:    " TO WS-AMT-LABEL
091600     MOVE REV-LOAN-TOTAL TO WS-AMT-EDITED
091700     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
091800     MOVE "DISPERSION DEVUELTA:    " TO WS-AMT-LABEL
091900     MOVE REV-DISP-AMT TO WS-AMT-EDITED
092000     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT.
092100 6000-EXIT.
092200     EXIT.
092300******************************************************************
092400* 6500-CLOSE-REGISTER - CLOSE THE REVERSAL'S PAGE WITH THE FONDOS
092500* LEFT AND THE DAY PAY0100 WILL PAY AGAIN.
092600******************************************************************
092700 6500-CLOSE-REGISTER.
092800     MOVE "FONDOS RESULTANTE:      " TO WS-AMT-LABEL
092900     MOVE FONDOS TO WS-AMT-EDITED
093000     PERFORM 8300-WRITE-AMOUNT-LINE THRU 8300-EXIT
093100     MOVE SPACES TO WS-RPT-TEXT
093200     STRING "PERIODO REABIERTO - PAY0100 PAGARA DE NUEVO EL DIA "
093300         WS-PAY-DAY
093400         DELIMITED BY SIZE INTO WS-RPT-TEXT
093500     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
093600     MOVE WS-PAGE-SEP TO WS-RPT-TEXT
093700     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
093800     IF WS-REVNOM-OPEN
093900         DISPLAY "PAY0118 - REVERSO DE " EMP-ID
094000             " IMPRESO EN REVNOM"
094100     END-IF.
094200 6500-EXIT.
094300     EXIT.
094400******************************************************************
094500* 8100-WRITE-AUDIT-RECORD - ONE AUDIT ENTRY CARRYING THE OPERATOR
094600* AND THE REASON FOR THE REVERSAL. CALLER SETS AUD-ACTION AND
094700* WS-AUDIT-RESULT-SW.
094800******************************************************************
094900 8100-WRITE-AUDIT-RECORD.
095000     IF NOT WS-AUDIT-OPEN
095100         GO TO 8100-EXIT
095200     END-IF
095300     MOVE WS-REV-EMP-ID          TO AUD-EMP-ID
095400     MOVE WS-OPERATOR-ID         TO AUD-OPERATOR-ID
095500     MOVE WS-TODAY-YEAR          TO AUD-YEAR
095600     MOVE WS-TODAY-MONTH         TO AUD-MONTH
095700     MOVE WS-TODAY-DAY           TO AUD-DAY
095800     IF WS-AUDIT-RESULT-OK
095900         SET AUD-RESULT-OK       TO TRUE
096000     ELSE
096100         SET AUD-RESULT-REJECT   TO TRUE
096200     END-IF
096300     MOVE WS-REV-REASON          TO AUD-REASON
096400     WRITE AUDIT-RECORD.
096500 8100-EXIT.
096600     EXIT.
096700******************************************************************
096800* 8200-WRITE-LEDGER-RECORD - POST ONE REVERSAL ENTRY, DATED TODAY
096900* AND CARRYING THE PAY DATE OF THE NOMINA IT UNDOES, ROLL IT
097000* INTO LEDGSUM AND AUDIT IT. CALLERS SET WS-LEDGER-TYPE, THE
097100* WS-LEDGER-xxx-AMT FIELDS AND FONDOS.
097200******************************************************************
097300 8200-WRITE-LEDGER-RECORD.
097400     MOVE EMP-ID                 TO LEDG-EMP-ID
097500     MOVE WS-TODAY-YEAR          TO LEDG-TRAN-YEAR
097600     MOVE WS-TODAY-MONTH         TO LEDG-TRAN-MONTH
097700     MOVE WS-TODAY-DAY           TO LEDG-TRAN-DAY
097800     MOVE WS-LEDGER-TYPE         TO LEDG-TRAN-TYPE
097900     MOVE WS-LEDGER-GROSS-AMT    TO LEDG-GROSS-AMT
098000     MOVE WS-LEDGER-TAX-AMT      TO LEDG-TAX-AMT
098100     MOVE WS-LEDGER-BENEFITS-AMT TO LEDG-BENEFITS-AMT
098200     MOVE WS-LEDGER-GARNISH-AMT  TO LEDG-GARNISH-AMT
098300     MOVE WS-LEDGER-NET-AMT      TO LEDG-NET-AMT
098400     MOVE FONDOS                 TO LEDG-BALANCE-AFTER
098500     MOVE EMP-BRANCH             TO LEDG-BRANCH
098600     MOVE WS-TARGET-PAY-DATE     TO LEDG-PAY-DATE
098610     MOVE ZERO TO LEDG-ER-IMSS-AMT LEDG-ER-RCV-AMT
098620         LEDG-ER-INFONAVIT-AMT
098630     IF LEDG-TYPE-REV-NOMINA
098640         MOVE REV-NOM-ER-IMSS      TO LEDG-ER-IMSS-AMT
098650         MOVE REV-NOM-ER-RCV       TO LEDG-ER-RCV-AMT
098660         MOVE REV-NOM-ER-INFONAVIT TO LEDG-ER-INFONAVIT-AMT
098670     END-IF
098700     WRITE LIVE-LEDGER-RECORD FROM LEDGER-RECORD
098800     IF WS-LEDGER-STATUS NOT = "00"
098900         DISPLAY "PAY0118 - NO SE PUDO GRABAR FNDLEDG, ESTADO "
099000             WS-LEDGER-STATUS " (" WS-LEDGER-TYPE ")"
099100     END-IF
099200     ADD 1 TO WS-POSTED-CNT
099300     IF WS-SUM-OPEN
099400         PERFORM 8250-UPDATE-LEDGER-SUMMARY THRU 8250-EXIT
099500     END-IF
099600     MOVE WS-LEDGER-TYPE TO AUD-ACTION
099700     MOVE "Y" TO WS-AUDIT-RESULT-SW
099800     PERFORM 8100-WRITE-AUDIT-RECORD THRU 8100-EXIT.
099900 8200-EXIT.
100000     EXIT.
100100******************************************************************
100200* 8250-UPDATE-LEDGER-SUMMARY - KEEP LEDGSUM CURRENT AS PAY0100
100300* DOES: ONE RECORD PER EMPLOYEE AND TRANSACTION PERIOD.
100400******************************************************************
100500 8250-UPDATE-LEDGER-SUMMARY.
100600     MOVE EMP-ID TO SUM-EMP-ID
100700     COMPUTE WS-SUM-PERIOD =
100800         LEDG-TRAN-YEAR * 100 + LEDG-TRAN-MONTH
100900     MOVE WS-SUM-PERIOD TO SUM-PERIOD
101000     READ LEDGER-SUMMARY-FILE
101100         INVALID KEY
101200             MOVE EMP-ID TO SUM-EMP-ID
101300             MOVE WS-SUM-PERIOD TO SUM-PERIOD
101400             MOVE ZERO TO SUM-CNT-DEPOSITO SUM-AMT-DEPOSITO
101500                 SUM-CNT-RETIRO SUM-AMT-RETIRO
101600                 SUM-CNT-NOMINA SUM-AMT-NOMINA
101700                 SUM-CNT-INTERES SUM-AMT-INTERES
101800                 SUM-CNT-DISPERSION SUM-AMT-DISPERSION
101900                 SUM-CNT-PRESTAMO SUM-AMT-PRESTAMO
102000                 SUM-CNT-FINIQUITO SUM-AMT-FINIQUITO
102100                 SUM-CNT-REVERSO SUM-AMT-REVERSO
102150                 SUM-CNT-RETRO SUM-AMT-RETRO
102170                 SUM-CNT-BONO SUM-AMT-BONO
102180                 SUM-CNT-DEVOLUCION SUM-AMT-DEVOLUCION
102200                 SUM-CLOSING-BAL
102300             PERFORM 8260-BUMP-SUMMARY-BUCKET THRU 8260-EXIT
102400             MOVE FONDOS TO SUM-CLOSING-BAL
102500             WRITE SUM-RECORD
102600             GO TO 8250-EXIT
102700     END-READ
102800     PERFORM 8260-BUMP-SUMMARY-BUCKET THRU 8260-EXIT
102900     MOVE FONDOS TO SUM-CLOSING-BAL
103000     REWRITE SUM-RECORD
103100     IF WS-SUMFILE-STATUS NOT = "00"
103200         DISPLAY "PAY0118 - NO SE PUDO GRABAR LEDGSUM, ESTADO "
103300             WS-SUMFILE-STATUS
103400     END-IF.
103500 8250-EXIT.
103600     EXIT.
103700******************************************************************
103800* 8260-BUMP-SUMMARY-BUCKET - THE REVERSO BUCKET CARRIES THE NET
103900* FONDOS EFFECT: A REVNOMINA TAKES MONEY OFF, THE COMPANIONS PUT
104000* IT BACK.
104100******************************************************************
104200 8260-BUMP-SUMMARY-BUCKET.
104300     IF LEDG-TYPE-REVERSO
104400         ADD 1 TO SUM-CNT-REVERSO
104500         IF LEDG-TYPE-REV-NOMINA
104600             SUBTRACT LEDG-NET-AMT FROM SUM-AMT-REVERSO
104700         ELSE
104800             ADD LEDG-NET-AMT TO SUM-AMT-REVERSO
104900         END-IF
105000     END-IF.
105100 8260-EXIT.
105200     EXIT.
105300******************************************************************
105400* 8300-WRITE-AMOUNT-LINE - ONE LABELED AMOUNT LINE OF THE
105500* REGISTER. CALLER SETS WS-AMT-LABEL AND WS-AMT-EDITED.
105600******************************************************************
105700 8300-WRITE-AMOUNT-LINE.
105800     IF NOT WS-REVNOM-OPEN
105900         GO TO 8300-EXIT
106000     END-IF
106100     MOVE SPACES TO RPT-RECORD
106200     MOVE WS-AMT-LINE TO RPT-RECORD
106300     WRITE RPT-RECORD.
106400 8300-EXIT.
106500     EXIT.
106600******************************************************************
106700* 8400-WRITE-REPORT-TEXT - ONE FREEFORM REGISTER LINE. CALLER
106800* SETS WS-RPT-TEXT.
106900******************************************************************
107000 8400-WRITE-REPORT-TEXT.
107100     IF NOT WS-REVNOM-OPEN
107200         GO TO 8400-EXIT
107300     END-IF
107400     MOVE WS-RPT-TEXT            TO RPT-RECORD
107500     WRITE RPT-RECORD.
107600 8400-EXIT.
107700     EXIT.
107800******************************************************************
107900* 8800-REWRITE-EMPMAST - PUT THE CURRENT FONDOS BALANCE BACK ON
108000* THE MASTER RECORD, AS IN PAY0100.
108100******************************************************************
108200 8800-REWRITE-EMPMAST.
108300     MOVE FONDOS TO EMP-FONDOS
108400     REWRITE EMP-MASTER-RECORD
108500     IF WS-EMPMAST-STATUS NOT = "00"
108600         DISPLAY "PAY0118 - NO SE PUDO GRABAR EMPMAST, ESTADO "
108700             WS-EMPMAST-STATUS
108800     END-IF.
108900 8800-EXIT.
109000     EXIT.
109100******************************************************************
109200* 8900-REFUSE-REVERSAL - STOP THE RUN AND LEAVE A RECHAZADO
109300* ENTRY ON PAYAUD WITH THE OPERATOR AND THE REASON THEY GAVE.
109400* CALLER HAS ALREADY SAID WHY ON THE CONSOLE.
109500******************************************************************
109600 8900-REFUSE-REVERSAL.
109700     SET WS-ABORT TO TRUE
109800     MOVE "REVNOMINA" TO AUD-ACTION
109900     MOVE "N" TO WS-AUDIT-RESULT-SW
110000     PERFORM 8100-WRITE-AUDIT-RECORD THRU 8100-EXIT.
110100 8900-EXIT.
110200     EXIT.
110300******************************************************************
110400* 9000-TERMINATE - CLOSE EVERYTHING THAT OPENED.
110500******************************************************************
110600 9000-TERMINATE.
110700     IF WS-EMPMAST-OPEN
110800         CLOSE EMPLOYEE-MASTER-FILE
110900     END-IF
111000     IF WS-LEDGER-OPEN
111100         CLOSE FONDOS-LEDGER-FILE
111200     END-IF
111300     IF WS-SUM-OPEN
111400         CLOSE LEDGER-SUMMARY-FILE
111500     END-IF
111600     IF WS-AUDIT-OPEN
111700         CLOSE PAY-AUDIT-FILE
111800     END-IF
111900     IF WS-CKPT-OPEN
112000         CLOSE PAY-CHECKPOINT-FILE
112100     END-IF
112200     IF WS-LOAN-OPEN
112300         CLOSE LOAN-MASTER-FILE
112400     END-IF
112500     IF WS-GARN-OPEN
112600         CLOSE GARN-ORDER-FILE
112700     END-IF
112800     IF WS-REVNOM-OPEN
112900         CLOSE REVERSAL-REGISTER-FILE
113000     END-IF
113100     IF WS-ABORT
113200         DISPLAY "PAY0118 - REVERSO NO PROCESADO"
113300     ELSE
113400         MOVE WS-POSTED-CNT TO WS-CNT-DISPLAY
113500         DISPLAY "PAY0118 - REVERSO DE " WS-REV-EMP-ID
113600             " COMPLETO, " WS-CNT-DISPLAY " MOVIMIENTOS, FONDOS: "
113700             FONDOS
113800     END-IF.
113900 9000-EXIT.
114000     EXIT.
114100 END PROGRAM PAY0118.
