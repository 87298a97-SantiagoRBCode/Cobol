000100******************************************************************
000200* PROGRAM-ID. PAY0124.
000300* AUTHOR.     E. CASTILLO - NOMINA/FONDOS TEAM.
000400* INSTALLATION. DIRECCION DE SISTEMAS.
000500* DATE-WRITTEN. 2026-10-15.
000600* DATE-COMPILED.
000700* PURPOSE.    CFDI DE NOMINA RECEIPT EXTRACT. EVERY NOMINA,
000800*             FINIQUITO AND BONUS (AGUINALDO AND PRIMA VACACIONAL
000900*             OF ONE PAYDAY TOGETHER) PAID THROUGH FNDLEDG NEEDS
001000*             A STAMPED ELECTRONIC PAYROLL RECEIPT. THE RUN:
001100*             1. TAKES IN THE STAMPING PROVIDER'S RESPONSE FILE
001200*                (CFDIRESP) - THE FISCAL UUID OR THE REJECTION
001300*                REASON OF EACH RECEIPT SENT BEFORE.
001400*             2. REGISTERS ON THE RECEIPT REGISTRY (CFDIREG)
001500*                EVERY PAYMENT POSTED TO FNDLEDG SINCE THE LAST
001600*                RUN, WITH ITS AMOUNTS: THE PRESTAMO ENTRIES OF A
001700*                NOMINA PAYDAY ARE ITS LOAN DEDUCTIONS, AND A
001800*                PAY0118 REVERSAL VOIDS THE PAYMENT (OR, WHEN IT
001900*                WAS ALREADY STAMPED, MARKS IT FOR CANCELLATION
002000*                AT THE PROVIDER).
002100*             3. WRITES ONE RECEIPT IN THE PROVIDER'S INTERFACE
002200*                LAYOUT (CFDIEXT) FOR EVERY REGISTERED PAYMENT
002300*                STILL PENDING WHOSE PAYDAY FALLS IN THE PERIOD
002400*                NAMED OR EARLIER: EMPLOYEE, HIRE DATE AND DAILY
002500*                SALARY (EMPMAST, EMPCOMP), DAYS PAID AND THE
002600*                INCAPACIDAD AND ABSENCE DAYS (CUOTAS), THE
002700*                PERCEPTIONS, THE DEDUCTIONS BROKEN OUT - ISR,
002800*                IMSS, EACH GARNORD ORDER AND EACH LOANMAST LOAN
002900*                (DEDDET) - THE NET AND THE PAY DATE, CLOSED BY A
003000*                CONTROL TRAILER THAT BALANCES TO THE LEDGER.
003100*                A PAYMENT LEAVES THE PENDING STATE WHEN IT IS
003200*                EXTRACTED, SO IT IS NEVER ISSUED TWICE; A
003300*                REJECTED RECEIPT IS ONLY SENT AGAIN WHEN THE
003400*                OPERATOR ASKS, UNDER ITS NEXT ISSUE NUMBER.
003500*             4. PRINTS THE REPORT (CFDIRPT) OF EVERY PAYMENT
003600*                STILL WITHOUT A STAMP, AFTER THE EXCEPTIONS THE
003700*                RUN MET.
003800*             RUN AFTER THE PAYING PROGRAMS OF THE CYCLE.
003900* TECTONICS.  cobc -x PAY0124.cbl -I copybooks
004000*
004100* MODIFICATION HISTORY.
004200*   2026-10-15  ECR  ORIGINAL VERSION.
004220*   2026-10-15  ECR  RETURN CODE FOR THE CYCLE DRIVER (PAY0126):
004240*                    16 WHEN THE RUN ABORTS, 4 WHEN THERE WERE
004260*                    EXCEPTIONS.
004264*   2026-10-15  ECR  THE TRAILER'S LEDGER TOTALS ARE SUMMED FROM
004268*                    FNDLEDG, READ AGAIN FOR THE PAYDAYS OF THE
004272*                    RECEIPTS WRITTEN, AND A RECEIPT THAT DOES
004276*                    NOT MATCH ITS LEDGER ENTRIES IS REPORTED. A
004280*                    PAYMENT WHOSE LEDGER NET IS NOT ITS GROSS
004284*                    LESS DEDUCTIONS, OR WHOSE LOANS EXCEED THE
004288*                    NET, STAYS PENDING AND IS REPORTED INSTEAD
004292*                    OF BEING BALANCED BY AN OTHER-DEDUCTIONS
004296*                    LINE.
004300******************************************************************
004400 IDENTIFICATION DIVISION.
004500 PROGRAM-ID. PAY0124.
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER. GENERIC.
004900 OBJECT-COMPUTER. GENERIC.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT FONDOS-LEDGER-FILE ASSIGN TO "FNDLEDG"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-LEDGER-STATUS.
005500
005600     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS EMP-ID
006000         FILE STATUS IS WS-EMPMAST-STATUS.
006100
006200     SELECT EMP-COMP-FILE ASSIGN TO "EMPCOMP"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS COMP-KEY
006600         FILE STATUS IS WS-COMP-STATUS.
006700
006800     SELECT CUOTAS-FILE ASSIGN TO "CUOTAS"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS CUO-KEY
007200         FILE STATUS IS WS-CUO-STATUS.
007300
007400     SELECT DEDUCTION-DETAIL-FILE ASSIGN TO "DEDDET"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS DED-KEY
007800         FILE STATUS IS WS-DED-STATUS.
007900
008000     SELECT CFDI-REGISTRY-FILE ASSIGN TO "CFDIREG"
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS DYNAMIC
008300         RECORD KEY IS CREG-KEY
008400         FILE STATUS IS WS-CREG-STATUS.
008500
008600     SELECT CFDI-RESPONSE-FILE ASSIGN TO "CFDIRESP"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-RESP-STATUS.
008900
009000     SELECT CFDI-EXTRACT-FILE ASSIGN TO "CFDIEXT"
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS WS-CEXT-STATUS.
009300
009400     SELECT CFDI-REPORT-FILE ASSIGN TO "CFDIRPT"
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS WS-CRPT-STATUS.
009700 DATA DIVISION.
009800 FILE SECTION.
009900 FD  FONDOS-LEDGER-FILE
010000     LABEL RECORDS ARE STANDARD.
010100     COPY PAYLEDG.
010200
010300 FD  EMPLOYEE-MASTER-FILE
010400     LABEL RECORDS ARE STANDARD.
010500     COPY PAYEMP.
010600
010700 FD  EMP-COMP-FILE
010800     LABEL RECORDS ARE STANDARD.
010900     COPY PAYCOMP.
011000
011100 FD  CUOTAS-FILE
011200     LABEL RECORDS ARE STANDARD.
011300     COPY PAYCUO.
011400
011500 FD  DEDUCTION-DETAIL-FILE
011600     LABEL RECORDS ARE STANDARD.
011700     COPY PAYDED.
011800
011900 FD  CFDI-REGISTRY-FILE
012000     LABEL RECORDS ARE STANDARD.
012100     COPY PAYCFDI.
012200
012300******************************************************************
012400* PROVIDER RESPONSE - ONE LINE PER RECEIPT ANSWERED, CARRYING THE
012500* FOLIO WE SENT (SOURCE, EMPLOYEE, PAYDAY, ISSUE NUMBER).
012600******************************************************************
012700 FD  CFDI-RESPONSE-FILE
012800     LABEL RECORDS ARE STANDARD.
012900 01  RESP-RECORD.
013000     05  RESP-FOLIO.
013100         10  RESP-SOURCE             PIC X(01).
013200         10  RESP-EMP-ID             PIC X(06).
013300         10  RESP-PAY-DATE           PIC 9(08).
013400         10  RESP-ISSUE-NO           PIC 9(02).
013500     05  RESP-RESULT                 PIC X(01).
013600         88  RESP-STAMPED            VALUE 'T'.
013700         88  RESP-REJECTED           VALUE 'R'.
013800     05  RESP-UUID                   PIC X(36).
013900     05  RESP-STAMP-DATE             PIC 9(08).
014000     05  RESP-REASON                 PIC X(40).
014100     05  FILLER                      PIC X(18).
014200
014300 FD  CFDI-EXTRACT-FILE
014400     LABEL RECORDS ARE STANDARD.
014500 01  CEXT-RECORD                     PIC X(150).
014600
014700 FD  CFDI-REPORT-FILE
014800     LABEL RECORDS ARE STANDARD.
014900 01  RPT-RECORD                      PIC X(80).
015000 WORKING-STORAGE SECTION.
015100******************************************************************
015200* FILE STATUS AND END-OF-FILE SWITCHES.
015300******************************************************************
015400 77  WS-LEDGER-STATUS            PIC X(02) VALUE SPACES.
015500 77  WS-EMPMAST-STATUS           PIC X(02) VALUE SPACES.
015600 77  WS-COMP-STATUS              PIC X(02) VALUE SPACES.
015700 77  WS-CUO-STATUS               PIC X(02) VALUE SPACES.
015800 77  WS-DED-STATUS               PIC X(02) VALUE SPACES.
015900 77  WS-CREG-STATUS              PIC X(02) VALUE SPACES.
016000 77  WS-RESP-STATUS              PIC X(02) VALUE SPACES.
016100 77  WS-CEXT-STATUS              PIC X(02) VALUE SPACES.
016200 77  WS-CRPT-STATUS              PIC X(02) VALUE SPACES.
016300 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
016400     88  WS-ABORT                VALUE 'Y'.
016500 77  WS-LEDGER-OPEN-SW           PIC X(01) VALUE 'N'.
016600     88  WS-LEDGER-OPEN          VALUE 'Y'.
016700 77  WS-EMPMAST-OPEN-SW          PIC X(01) VALUE 'N'.
016800     88  WS-EMPMAST-OPEN         VALUE 'Y'.
016900 77  WS-COMP-OPEN-SW             PIC X(01) VALUE 'N'.
017000     88  WS-COMP-OPEN            VALUE 'Y'.
017100 77  WS-CUO-OPEN-SW              PIC X(01) VALUE 'N'.
017200     88  WS-CUO-OPEN             VALUE 'Y'.
017300 77  WS-DED-OPEN-SW              PIC X(01) VALUE 'N'.
017400     88  WS-DED-OPEN             VALUE 'Y'.
017500 77  WS-CREG-OPEN-SW             PIC X(01) VALUE 'N'.
017600     88  WS-CREG-OPEN            VALUE 'Y'.
017700 77  WS-RESP-OPEN-SW             PIC X(01) VALUE 'N'.
017800     88  WS-RESP-OPEN            VALUE 'Y'.
017900 77  WS-CEXT-OPEN-SW             PIC X(01) VALUE 'N'.
018000     88  WS-CEXT-OPEN            VALUE 'Y'.
018100 77  WS-CRPT-OPEN-SW             PIC X(01) VALUE 'N'.
018200     88  WS-CRPT-OPEN            VALUE 'Y'.
018300 77  WS-EOF-LEDGER-SW            PIC X(01) VALUE 'N'.
018400     88  WS-EOF-LEDGER           VALUE 'Y'.
018500 77  WS-EOF-RESP-SW              PIC X(01) VALUE 'N'.
018600     88  WS-EOF-RESP             VALUE 'Y'.
018700 77  WS-EOF-CREG-SW              PIC X(01) VALUE 'N'.
018800     88  WS-EOF-CREG             VALUE 'Y'.
018900 77  WS-EOF-COMP-SW              PIC X(01) VALUE 'N'.
019000     88  WS-EOF-COMP             VALUE 'Y'.
019100 77  WS-EOF-DED-SW               PIC X(01) VALUE 'N'.
019200     88  WS-EOF-DED              VALUE 'Y'.
019300 77  WS-CREG-FOUND-SW            PIC X(01) VALUE 'N'.
019400     88  WS-CREG-FOUND           VALUE 'Y'.
019500 77  WS-CTL-FOUND-SW             PIC X(01) VALUE 'N'.
019600     88  WS-CTL-FOUND            VALUE 'Y'.
019700******************************************************************
019800* RUN INPUTS. A PAYMENT IS EXTRACTED WHEN ITS PAYDAY FALLS IN
019900* WS-RUN-PERIOD OR BEFORE; REJECTED RECEIPTS GO OUT AGAIN ONLY
020000* WHEN WS-RESEND-SW SAYS SO.
020100******************************************************************
020200 01  WS-TODAY-DATE.
020300     05  WS-TODAY-YEAR           PIC 9(04).
020400     05  WS-TODAY-MONTH          PIC 9(02).
020500     05  WS-TODAY-DAY            PIC 9(02).
020600 77  WS-RUN-PERIOD               PIC 9(06) VALUE ZERO.
020700 77  WS-RUN-MONTH                PIC 9(02) VALUE ZERO.
020800 77  WS-RESEND-SW                PIC X(01) VALUE 'N'.
020900     88  WS-RESEND-REJECTED      VALUE 'S'.
021000 77  WS-PAY-PERIOD               PIC 9(06) VALUE ZERO.
021100******************************************************************
021200* LEDGER POSITION. CFDIREG'S CONTROL RECORD REMEMBERS HOW MANY
021300* FNDLEDG RECORDS WERE REGISTERED BEFORE, THE FIRST ONE AND THE
021400* LAST ONE; A LEDGER THAT STARTS WITH A DIFFERENT RECORD HAS LOST
021500* A CLOSED MONTH TO PAY0108 AND IS PASSED OVER UP TO THE LAST.
021600******************************************************************
021700 77  WS-LEDG-POS                 PIC 9(09) COMP VALUE ZERO.
021800 77  WS-LEDG-SKIP                PIC 9(09) COMP VALUE ZERO.
021900 77  WS-LEDG-FIRST               PIC X(40) VALUE SPACES.
021910 77  WS-LEDG-LAST                PIC X(90) VALUE SPACES.
021920 77  WS-PRIOR-FIRST              PIC X(40) VALUE SPACES.
021930 77  WS-PRIOR-LAST               PIC X(90) VALUE SPACES.
021940 77  WS-LEDG-SEEK-SW             PIC X(01) VALUE 'N'.
021950     88  WS-LEDG-SEEKING         VALUE 'Y'.
022000 77  WS-LEDG-SOURCE              PIC X(01) VALUE SPACE.
022100******************************************************************
022200* THE RECEIPT BEING BUILT.
022300******************************************************************
022400 77  WS-HIRE-DATE                PIC 9(08) VALUE ZERO.
022500 77  WS-MONTHLY-SALARY           PIC S9(07)V99 VALUE ZERO.
022600 77  WS-DAILY-SALARY             PIC S9(05)V99 VALUE ZERO.
022700 77  WS-DAYS-PAID                PIC 9(03) VALUE ZERO.
022800 77  WS-INCAP-DAYS               PIC 9(03) VALUE ZERO.
022900 77  WS-ABSENT-DAYS              PIC 9(03) VALUE ZERO.
023000 77  WS-REC-NET                  PIC S9(07)V99 VALUE ZERO.
023100 77  WS-REC-DEDUCTIONS           PIC S9(07)V99 VALUE ZERO.
023200 77  WS-REC-OTHER                PIC S9(07)V99 VALUE ZERO.
023300 77  WS-DED-GARNISH-SUM          PIC S9(07)V99 VALUE ZERO.
023400 77  WS-DED-LOAN-SUM             PIC S9(07)V99 VALUE ZERO.
023500 77  WS-DED-DIFF                 PIC S9(07)V99 VALUE ZERO.
023600 77  WS-LINE-CODE                PIC X(03) VALUE SPACES.
023700 77  WS-LINE-CONCEPT             PIC X(20) VALUE SPACES.
023800 77  WS-LINE-REF                 PIC X(10) VALUE SPACES.
023900 77  WS-LINE-AMT                 PIC S9(07)V99 VALUE ZERO.
024000******************************************************************
024100* RUN COUNTERS AND CONTROL TOTALS. THE PERCEPTION AND DEDUCTION
024200* TOTALS ARE SUMMED FROM THE LINES WRITTEN; THE LEDGER TOTALS
024260* FROM FNDLEDG ITSELF, READ AGAIN AFTER THE EXTRACT FOR THE
024320* PAYDAYS OF THE RECEIPTS WRITTEN (RCK-RECEIPT-TABLE).
024400******************************************************************
024500 77  WS-LEDGER-READ-CNT          PIC 9(07) COMP VALUE ZERO.
024600 77  WS-LEDGER-NEW-CNT           PIC 9(07) COMP VALUE ZERO.
024700 77  WS-REGISTERED-CNT           PIC 9(05) COMP VALUE ZERO.
024800 77  WS-REVERSED-CNT             PIC 9(05) COMP VALUE ZERO.
024900 77  WS-RESP-READ-CNT            PIC 9(05) COMP VALUE ZERO.
025000 77  WS-STAMPED-CNT              PIC 9(05) COMP VALUE ZERO.
025100 77  WS-REJECTED-CNT             PIC 9(05) COMP VALUE ZERO.
025200 77  WS-EXCEPTION-CNT            PIC 9(05) COMP VALUE ZERO.
025300 77  WS-RECEIPT-CNT              PIC 9(05) COMP VALUE ZERO.
025400 77  WS-LINE-CNT                 PIC 9(07) COMP VALUE ZERO.
025500 77  WS-NO-DETAIL-CNT            PIC 9(05) COMP VALUE ZERO.
025550 77  WS-HELD-CNT                 PIC 9(05) COMP VALUE ZERO.
025600 77  WS-UNST-PENDING-CNT         PIC 9(05) COMP VALUE ZERO.
025700 77  WS-UNST-SENT-CNT            PIC 9(05) COMP VALUE ZERO.
025800 77  WS-UNST-REJECTED-CNT        PIC 9(05) COMP VALUE ZERO.
025900 77  WS-UNST-CANCEL-CNT          PIC 9(05) COMP VALUE ZERO.
026000 77  WS-TOT-PERCEPTIONS          PIC S9(11)V99 VALUE ZERO.
026100 77  WS-TOT-DEDUCTIONS           PIC S9(11)V99 VALUE ZERO.
026200 77  WS-TOT-NET                  PIC S9(11)V99 VALUE ZERO.
026300 77  WS-TOT-LEDGER-GROSS         PIC S9(11)V99 VALUE ZERO.
026400 77  WS-TOT-LEDGER-NET           PIC S9(11)V99 VALUE ZERO.
026500 77  WS-TOT-CHECK                PIC S9(11)V99 VALUE ZERO.
026600 77  WS-UNST-NET                 PIC S9(11)V99 VALUE ZERO.
026604******************************************************************
026608* LEDGER CHECK OF THE RECEIPTS WRITTEN: THE RECEIPT'S GROSS AND
026612* NET BESIDE WHAT THE FNDLEDG ENTRIES OF ITS PAYDAY ADD UP TO.
026616******************************************************************
026620 77  RCK-MAX-RECEIPTS            PIC 9(04) COMP VALUE 3000.
026624 01  RCK-RECEIPT-TABLE.
026628     05  RCK-TAB-ENTRY OCCURS 3000 TIMES.
026632         10  RCK-TAB-EMP-ID          PIC X(06).
026636         10  RCK-TAB-PAY-DATE        PIC 9(08).
026640         10  RCK-TAB-SOURCE          PIC X(01).
026644         10  RCK-TAB-REC-GROSS       PIC S9(07)V99.
026648         10  RCK-TAB-REC-NET         PIC S9(07)V99.
026652         10  RCK-TAB-LEDG-GROSS      PIC S9(09)V99.
026656         10  RCK-TAB-LEDG-NET        PIC S9(09)V99.
026660         10  RCK-TAB-LEDG-CNT        PIC 9(05) COMP.
026664 77  RCK-RECEIPT-CNT             PIC 9(04) COMP VALUE ZERO.
026668 77  RCK-SUB                     PIC 9(04) COMP VALUE ZERO.
026672 77  RCK-CUR-SUB                 PIC 9(04) COMP VALUE ZERO.
026676 77  RCK-FOUND-SW                PIC X(01) VALUE 'N'.
026680     88  RCK-FOUND               VALUE 'Y'.
026700******************************************************************
026800* REPORT LINES.
026900******************************************************************
027000 77  WS-RPT-TEXT                 PIC X(80) VALUE SPACES.
027100 77  WS-PAGE-SEP                 PIC X(72) VALUE ALL "-".
027200 77  WS-CNT-DISPLAY              PIC ZZZZ9.
027300 77  WS-AMT-DISPLAY              PIC -ZZZ,ZZZ,ZZ9.99.
027350 77  WS-NET-DISPLAY              PIC -ZZZ,ZZZ,ZZ9.99.
027400 77  WS-STATUS-TEXT              PIC X(12) VALUE SPACES.
027500 01  WS-COLUMN-LINE.
027600     05  FILLER                  PIC X(19) VALUE "FOLIO".
027700     05  FILLER                  PIC X(09) VALUE "PAGO".
027800     05  FILLER                  PIC X(13) VALUE "ESTADO".
027900     05  FILLER                  PIC X(15) VALUE "         NETO".
028000     05  FILLER                  PIC X(10) VALUE " EMITIDO".
028100 01  WS-DETAIL-LINE.
028200     05  WS-DTL-FOLIO.
028300         10  WS-DTL-SOURCE       PIC X(01).
028400         10  WS-DTL-EMP-ID       PIC X(06).
028500         10  WS-DTL-PAY-DATE     PIC 9(08).
028600         10  WS-DTL-ISSUE-NO     PIC 9(02).
028700     05  FILLER                  PIC X(02) VALUE SPACES.
028800     05  WS-DTL-PAY-TYPE         PIC X(09).
028900     05  WS-DTL-STATUS           PIC X(12).
029000     05  FILLER                  PIC X(01) VALUE SPACE.
029100     05  WS-DTL-NET              PIC -ZZZ,ZZZ,ZZ9.99.
029200     05  FILLER                  PIC X(01) VALUE SPACE.
029300     05  WS-DTL-EXTRACT-DATE     PIC 9(08).
029400******************************************************************
029500* CFDIEXT INTERFACE RECORD LAYOUTS - BUILT HERE, MOVED TO
029600* CEXT-RECORD. EACH RECEIPT IS ONE R RECORD FOLLOWED BY ITS P
029700* (PERCEPCION) AND D (DEDUCCION) LINES, ALL UNDER ITS FOLIO.
029800******************************************************************
029900 01  WS-CEXT-HEADER.
030000     05  FILLER                  PIC X(01) VALUE 'H'.
030100     05  WS-CEXH-PERIOD          PIC 9(06).
030200     05  WS-CEXH-RUN-DATE        PIC 9(08).
030300     05  FILLER                  PIC X(14) VALUE "NOMINA-FONDOS".
030400     05  FILLER                  PIC X(121) VALUE SPACES.
030500 01  WS-CEXT-FOLIO.
030600     05  WS-FOL-SOURCE           PIC X(01).
030700     05  WS-FOL-EMP-ID           PIC X(06).
030800     05  WS-FOL-PAY-DATE         PIC 9(08).
030900     05  WS-FOL-ISSUE-NO         PIC 9(02).
031000 01  WS-CEXT-RECEIPT.
031100     05  FILLER                  PIC X(01) VALUE 'R'.
031200     05  WS-CEXR-FOLIO           PIC X(17).
031300     05  WS-CEXR-PAY-TYPE        PIC X(01).
031400         88  WS-CEXR-ORDINARIA   VALUE 'O'.
031500         88  WS-CEXR-EXTRAORD    VALUE 'E'.
031600     05  WS-CEXR-EMP-ID          PIC X(06).
031700     05  WS-CEXR-APELLIDO        PIC X(20).
031800     05  WS-CEXR-NOMBRE          PIC X(20).
031900     05  WS-CEXR-BRANCH          PIC X(04).
032000     05  WS-CEXR-HIRE-DATE       PIC 9(08).
032100     05  WS-CEXR-DAILY-SALARY    PIC 9(05)V99.
032200     05  WS-CEXR-PAY-DATE        PIC 9(08).
032300     05  WS-CEXR-DAYS-PAID       PIC 9(03).
032400     05  WS-CEXR-INCAP-DAYS      PIC 9(03).
032500     05  WS-CEXR-ABSENT-DAYS     PIC 9(03).
032600     05  WS-CEXR-PERCEPTIONS     PIC 9(07)V99.
032700     05  WS-CEXR-DEDUCTIONS      PIC 9(07)V99.
032800     05  WS-CEXR-NET             PIC 9(07)V99.
032900     05  FILLER                  PIC X(22) VALUE SPACES.
033000 01  WS-CEXT-PERCEPTION.
033100     05  FILLER                  PIC X(01) VALUE 'P'.
033200     05  WS-CEXP-FOLIO           PIC X(17).
033300     05  WS-CEXP-CODE            PIC X(03).
033400     05  WS-CEXP-CONCEPT         PIC X(20).
033500     05  WS-CEXP-AMOUNT          PIC 9(07)V99.
033600     05  FILLER                  PIC X(100) VALUE SPACES.
033700 01  WS-CEXT-DEDUCTION.
033800     05  FILLER                  PIC X(01) VALUE 'D'.
033900     05  WS-CEXD-FOLIO           PIC X(17).
034000     05  WS-CEXD-CODE            PIC X(03).
034100     05  WS-CEXD-CONCEPT         PIC X(20).
034200     05  WS-CEXD-REF-NO          PIC X(10).
034300     05  WS-CEXD-AMOUNT          PIC 9(07)V99.
034400     05  FILLER                  PIC X(90) VALUE SPACES.
034500 01  WS-CEXT-TRAILER.
034600     05  FILLER                  PIC X(01) VALUE 'T'.
034700     05  WS-CEXT-COUNT           PIC 9(05).
034800     05  WS-CEXT-LINES           PIC 9(07).
034900     05  WS-CEXT-PERCEPTIONS     PIC 9(11)V99.
035000     05  WS-CEXT-DEDUCTIONS      PIC 9(11)V99.
035100     05  WS-CEXT-NET             PIC 9(11)V99.
035200     05  WS-CEXT-LEDGER-GROSS    PIC 9(11)V99.
035300     05  WS-CEXT-LEDGER-NET      PIC 9(11)V99.
035400     05  WS-CEXT-BALANCED        PIC X(01).
035500         88  WS-CEXT-IN-BALANCE  VALUE 'S'.
035600     05  FILLER                  PIC X(71) VALUE SPACES.
035700 PROCEDURE DIVISION.
035800******************************************************************
035900* 0000-MAINLINE - RESPONSES FIRST, SO A RECEIPT STAMPED SINCE THE
036000* LAST RUN IS KNOWN BEFORE A REVERSAL OF ITS PAYMENT IS MET; THEN
036100* THE NEW LEDGER, THE EXTRACT AND THE UNSTAMPED REPORT.
036200******************************************************************
036300 0000-MAINLINE.
036400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
036500     IF NOT WS-ABORT
036600         PERFORM 1500-WRITE-REPORT-HEADER THRU 1500-EXIT
036700         IF WS-RESP-OPEN
036800             PERFORM 2000-TAKE-ONE-RESPONSE THRU 2000-EXIT
036900                 UNTIL WS-EOF-RESP
037000         END-IF
037100         IF WS-LEDGER-OPEN
037200             PERFORM 3000-REGISTER-PAYMENTS THRU 3000-EXIT
037300         END-IF
037400         PERFORM 4000-EXTRACT-RECEIPTS THRU 4000-EXIT
037500         PERFORM 6000-REPORT-UNSTAMPED THRU 6000-EXIT
037600         PERFORM 7000-WRITE-RUN-TOTALS THRU 7000-EXIT
037700     END-IF
037800     PERFORM 9000-TERMINATE THRU 9000-EXIT
037810     IF WS-ABORT
037820         MOVE 16 TO RETURN-CODE
037830     ELSE
037840         IF WS-EXCEPTION-CNT > ZERO
037850             MOVE 4 TO RETURN-CODE
037860         END-IF
037870     END-IF
037900     STOP RUN.
038000******************************************************************
038100* 1000-INITIALIZE - ACCEPT THE RUN INPUTS AND OPEN THE FILES.
038200* CFDIREG, EMPMAST AND THE TWO OUTPUTS ARE REQUIRED; WITHOUT
038300* FNDLEDG NOTHING NEW IS REGISTERED, AND WITHOUT CFDIRESP NO
038400* ANSWER IS TAKEN IN. MISSING EMPCOMP, CUOTAS OR DEDDET LEAVE
038500* THOSE PARTS OF THE RECEIPT EMPTY OR UNBROKEN, LOUDLY.
038600******************************************************************
038700 1000-INITIALIZE.
038800     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
038900     DISPLAY "PERIODO A EMITIR (AAAAMM, 0 PARA EL ACTUAL): "
039000         WITH NO ADVANCING
039100     ACCEPT WS-RUN-PERIOD
039200     IF WS-RUN-PERIOD = ZERO
039300         COMPUTE WS-RUN-PERIOD = WS-TODAY-YEAR * 100
039400             + WS-TODAY-MONTH
039500     END-IF
039600     DIVIDE WS-RUN-PERIOD BY 100 GIVING WS-PAY-PERIOD
039700         REMAINDER WS-RUN-MONTH
039800     IF WS-RUN-MONTH < 1 OR WS-RUN-MONTH > 12
039900         DISPLAY "PAY0124 - PERIODO INVALIDO " WS-RUN-PERIOD
040000             " - NO SE PROCESA"
040100         SET WS-ABORT TO TRUE
040200         GO TO 1000-EXIT
040300     END-IF
040400     DISPLAY "REENVIAR RECIBOS RECHAZADOS (S/N): "
040500         WITH NO ADVANCING
040600     ACCEPT WS-RESEND-SW
040700
040800     OPEN I-O CFDI-REGISTRY-FILE
040900     IF WS-CREG-STATUS = "35"
041000         OPEN OUTPUT CFDI-REGISTRY-FILE
041100         CLOSE CFDI-REGISTRY-FILE
041200         OPEN I-O CFDI-REGISTRY-FILE
041300     END-IF
041400     IF WS-CREG-STATUS NOT = "00"
041500         DISPLAY "PAY0124 - NO SE PUDO ABRIR CFDIREG, ESTADO "
041600             WS-CREG-STATUS
041700         SET WS-ABORT TO TRUE
041800         GO TO 1000-EXIT
041900     END-IF
042000     SET WS-CREG-OPEN TO TRUE
042100
042200     OPEN INPUT EMPLOYEE-MASTER-FILE
042300     IF WS-EMPMAST-STATUS NOT = "00"
042400         DISPLAY "PAY0124 - NO SE PUDO ABRIR EMPMAST, ESTADO "
042500             WS-EMPMAST-STATUS
042600         SET WS-ABORT TO TRUE
042700         GO TO 1000-EXIT
042800     END-IF
042900     SET WS-EMPMAST-OPEN TO TRUE
043000
043100     OPEN OUTPUT CFDI-EXTRACT-FILE
043200     IF WS-CEXT-STATUS NOT = "00"
043300         DISPLAY "PAY0124 - NO SE PUDO ABRIR CFDIEXT, ESTADO "
043400             WS-CEXT-STATUS
043500         SET WS-ABORT TO TRUE
043600         GO TO 1000-EXIT
043700     END-IF
043800     SET WS-CEXT-OPEN TO TRUE
043900
044000     OPEN OUTPUT CFDI-REPORT-FILE
044100     IF WS-CRPT-STATUS NOT = "00"
044200         DISPLAY "PAY0124 - NO SE PUDO ABRIR CFDIRPT, ESTADO "
044300             WS-CRPT-STATUS
044400         SET WS-ABORT TO TRUE
044500         GO TO 1000-EXIT
044600     END-IF
044700     SET WS-CRPT-OPEN TO TRUE
044800
044900     OPEN INPUT FONDOS-LEDGER-FILE
045000     IF WS-LEDGER-STATUS = "00"
045100         SET WS-LEDGER-OPEN TO TRUE
045200     ELSE
045300         DISPLAY "PAY0124 - SIN FNDLEDG (ESTADO " WS-LEDGER-STATUS
045400             "), NO SE REGISTRAN PAGOS NUEVOS"
045500     END-IF
045600
045700     OPEN INPUT CFDI-RESPONSE-FILE
045800     IF WS-RESP-STATUS = "00"
045900         SET WS-RESP-OPEN TO TRUE
046000     ELSE
046100         DISPLAY "PAY0124 - SIN CFDIRESP (ESTADO " WS-RESP-STATUS
046200             "), NO HAY RESPUESTAS DEL PROVEEDOR QUE APLICAR"
046300     END-IF
046400
046500     OPEN INPUT EMP-COMP-FILE
046600     IF WS-COMP-STATUS = "00"
046700         SET WS-COMP-OPEN TO TRUE
046800     ELSE
046900         DISPLAY "PAY0124 - SIN EMPCOMP (ESTADO " WS-COMP-STATUS
047000             "), RECIBOS SIN SALARIO DIARIO NI FECHA DE INGRESO"
047100     END-IF
047200
047300     OPEN INPUT CUOTAS-FILE
047400     IF WS-CUO-STATUS = "00"
047500         SET WS-CUO-OPEN TO TRUE
047600     ELSE
047700         DISPLAY "PAY0124 - SIN CUOTAS (ESTADO " WS-CUO-STATUS
047800             "), RECIBOS SIN DIAS PAGADOS NI INCIDENCIAS"
047900     END-IF
048000
048100     OPEN INPUT DEDUCTION-DETAIL-FILE
048200     IF WS-DED-STATUS = "00"
048300         SET WS-DED-OPEN TO TRUE
048400     ELSE
048500         DISPLAY "PAY0124 - SIN DEDDET (ESTADO " WS-DED-STATUS
048600             "), EMBARGOS Y PRESTAMOS SIN DESGLOSE"
048700     END-IF
048800
048900     MOVE WS-RUN-PERIOD TO WS-CEXH-PERIOD
049000     MOVE WS-TODAY-DATE TO WS-CEXH-RUN-DATE
049100     MOVE WS-CEXT-HEADER TO CEXT-RECORD
049200     WRITE CEXT-RECORD.
049300 1000-EXIT.
049400     EXIT.
049500******************************************************************
049600* 1500-WRITE-REPORT-HEADER - TITLE OF THE RUN REPORT.
049700******************************************************************
049800 1500-WRITE-REPORT-HEADER.
049900     MOVE SPACES TO WS-RPT-TEXT
050000     STRING "CFDI DE NOMINA - EMISION DEL PERIODO " WS-RUN-PERIOD
050100         "  AL " WS-TODAY-DATE
050200         DELIMITED BY SIZE INTO WS-RPT-TEXT
050300     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
050400     MOVE WS-PAGE-SEP TO WS-RPT-TEXT
050500     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
050600     MOVE "INCIDENCIAS DE LA CORRIDA:" TO WS-RPT-TEXT
050700     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT.
050800 1500-EXIT.
050900     EXIT.
051000******************************************************************
051100* 2000-TAKE-ONE-RESPONSE - APPLY ONE PROVIDER ANSWER TO THE
051200* REGISTRY. ONLY A RECEIPT SENT AND WAITING (E) UNDER THE SAME
051300* ISSUE NUMBER TAKES IT; A STAMP ON A PAYMENT REVERSED SINCE IT
051400* WAS SENT TURNS INTO A CANCELLATION. ANYTHING ELSE IS REPORTED
051500* AND LEFT ALONE.
051600******************************************************************
051700 2000-TAKE-ONE-RESPONSE.
051800     READ CFDI-RESPONSE-FILE
051900         AT END
052000             MOVE "Y" TO WS-EOF-RESP-SW
052100             GO TO 2000-EXIT
052200     END-READ
052300     ADD 1 TO WS-RESP-READ-CNT
052400     IF RESP-PAY-DATE NOT NUMERIC OR RESP-ISSUE-NO NOT NUMERIC
052500         OR NOT (RESP-STAMPED OR RESP-REJECTED)
052600         MOVE SPACES TO WS-RPT-TEXT
052700         STRING "  RESPUESTA ILEGIBLE: " RESP-FOLIO " "
052800             RESP-RESULT
052900             DELIMITED BY SIZE INTO WS-RPT-TEXT
053000         PERFORM 8450-WRITE-EXCEPTION THRU 8450-EXIT
053100         GO TO 2000-EXIT
053200     END-IF
053300     MOVE RESP-EMP-ID TO CREG-EMP-ID
053400     MOVE RESP-PAY-DATE TO CREG-PAY-DATE
053500     MOVE RESP-SOURCE TO CREG-SOURCE
053600     READ CFDI-REGISTRY-FILE
053700         INVALID KEY
053800             MOVE SPACES TO WS-RPT-TEXT
053900             STRING "  RESPUESTA DE UN FOLIO NO REGISTRADO: "
054000                 RESP-FOLIO
054100                 DELIMITED BY SIZE INTO WS-RPT-TEXT
054200             PERFORM 8450-WRITE-EXCEPTION THRU 8450-EXIT
054300             GO TO 2000-EXIT
054400     END-READ
054500     IF RESP-ISSUE-NO NOT = CREG-ISSUE-NO
054600         MOVE SPACES TO WS-RPT-TEXT
054700         STRING "  RESPUESTA DE UNA EMISION ANTERIOR: "
054800             RESP-FOLIO ", SE IGNORA"
054900             DELIMITED BY SIZE INTO WS-RPT-TEXT
055000         PERFORM 8450-WRITE-EXCEPTION THRU 8450-EXIT
055100         GO TO 2000-EXIT
055200     END-IF
055300     IF CREG-STATUS-VOID
055400         IF RESP-STAMPED
055500             SET CREG-STATUS-CANCEL TO TRUE
055600             MOVE RESP-UUID TO CREG-UUID
055700             MOVE RESP-STAMP-DATE TO CREG-RESPONSE-DATE
055800             PERFORM 8300-REWRITE-REGISTRY THRU 8300-EXIT
055900             MOVE SPACES TO WS-RPT-TEXT
056000             STRING "  TIMBRADO UN PAGO YA REVERSADO: " RESP-FOLIO
056100                 DELIMITED BY SIZE INTO WS-RPT-TEXT
056200             PERFORM 8450-WRITE-EXCEPTION THRU 8450-EXIT
056300             MOVE SPACES TO WS-RPT-TEXT
056400             STRING "    CANCELE EL UUID " RESP-UUID
056500                 DELIMITED BY SIZE INTO WS-RPT-TEXT
056600             PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
056700         END-IF
056800         GO TO 2000-EXIT
056900     END-IF
057000     IF NOT CREG-STATUS-SENT
057100         MOVE SPACES TO WS-RPT-TEXT
057200         STRING "  RESPUESTA A UN RECIBO NO PENDIENTE ("
057300             CREG-STATUS "): " RESP-FOLIO ", SE IGNORA"
057400             DELIMITED BY SIZE INTO WS-RPT-TEXT
057500         PERFORM 8450-WRITE-EXCEPTION THRU 8450-EXIT
057600         GO TO 2000-EXIT
057700     END-IF
057800     MOVE RESP-STAMP-DATE TO CREG-RESPONSE-DATE
057900     IF RESP-STAMPED
058000         SET CREG-STATUS-STAMPED TO TRUE
058100         MOVE RESP-UUID TO CREG-UUID
058200         MOVE SPACES TO CREG-REJECT-REASON
058300         ADD 1 TO WS-STAMPED-CNT
058400     ELSE
058500         SET CREG-STATUS-REJECTED TO TRUE
058600         MOVE RESP-REASON TO CREG-REJECT-REASON
058700         ADD 1 TO WS-REJECTED-CNT
058800     END-IF
058900     PERFORM 8300-REWRITE-REGISTRY THRU 8300-EXIT.
059000 2000-EXIT.
059100     EXIT.
059200******************************************************************
059260* 3000-REGISTER-PAYMENTS - WALK FNDLEDG, PASSING OVER THE RECORDS
059320* A PREVIOUS RUN ALREADY REGISTERED, AND MOVE THE CONTROL RECORD
059380* UP TO THE END OF THE FILE. WHILE THE LEDGER STILL STARTS WITH
059440* THE SAME RECORD, THE PREVIOUS COUNT IS PASSED OVER; WHEN PAY0108
059500* HAS ARCHIVED A CLOSED MONTH OUT OF IT, THE RECORDS ARE PASSED
059560* OVER UP TO THE LAST ONE REGISTERED, AND WHEN THAT ONE IS GONE
059620* TOO THE LEDGER IS READ AGAIN FROM THE TOP.
059680******************************************************************
059740 3000-REGISTER-PAYMENTS.
059800     MOVE SPACES TO CREG-CONTROL-RECORD
059860     READ CFDI-REGISTRY-FILE
059920         INVALID KEY
059980             MOVE "N" TO WS-CTL-FOUND-SW
060040         NOT INVALID KEY
060100             MOVE "Y" TO WS-CTL-FOUND-SW
060160     END-READ
060220     MOVE ZERO TO WS-LEDG-SKIP
060280     MOVE SPACES TO WS-PRIOR-FIRST WS-PRIOR-LAST
060340     IF WS-CTL-FOUND
060400         IF CREGC-LEDG-CNT NUMERIC
060460             MOVE CREGC-LEDG-CNT TO WS-LEDG-SKIP
060520         END-IF
060580         MOVE CREGC-LEDG-FIRST TO WS-PRIOR-FIRST
060640         MOVE CREGC-LEDG-LAST TO WS-PRIOR-LAST
060700     END-IF
060760     MOVE ZERO TO WS-LEDG-POS
060820     MOVE "N" TO WS-EOF-LEDGER-SW
060880     PERFORM 3050-READ-LEDGER THRU 3050-EXIT
060940     IF WS-EOF-LEDGER
061000         GO TO 3000-EXIT
061060     END-IF
061120     MOVE LEDGER-RECORD(1:40) TO WS-LEDG-FIRST
061180     IF WS-CTL-FOUND AND WS-LEDG-FIRST NOT = WS-PRIOR-FIRST
061240         MOVE ZERO TO WS-LEDG-SKIP
061300         IF WS-PRIOR-LAST NOT = SPACES
061360             SET WS-LEDG-SEEKING TO TRUE
061420         END-IF
061480         MOVE SPACES TO WS-RPT-TEXT
061540         STRING "  FNDLEDG CAMBIO DESDE LA CORRIDA ANTERIOR, SE"
061600             " BUSCA EL ULTIMO REGISTRADO"
061660             DELIMITED BY SIZE INTO WS-RPT-TEXT
061720         PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
061780     END-IF
061840     PERFORM 3100-TAKE-ONE-LEDGER THRU 3100-EXIT
061900         UNTIL WS-EOF-LEDGER
061960     IF WS-LEDG-SEEKING
062020         MOVE "  ULTIMO REGISTRADO YA ARCHIVADO, SE LEE DESDE EL"
062080             TO WS-RPT-TEXT
062140         PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
062200         MOVE "  PRINCIPIO" TO WS-RPT-TEXT
062260         PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
062320         MOVE "N" TO WS-LEDG-SEEK-SW
062380         CLOSE FONDOS-LEDGER-FILE
062440         OPEN INPUT FONDOS-LEDGER-FILE
062500         MOVE ZERO TO WS-LEDG-POS
062560         MOVE "N" TO WS-EOF-LEDGER-SW
062620         PERFORM 3050-READ-LEDGER THRU 3050-EXIT
062680         PERFORM 3100-TAKE-ONE-LEDGER THRU 3100-EXIT
062740             UNTIL WS-EOF-LEDGER
062800     END-IF
062860     IF WS-LEDG-POS < WS-LEDG-SKIP
062920         MOVE SPACES TO WS-RPT-TEXT
062980         STRING "  FNDLEDG TIENE MENOS REGISTROS QUE EN LA"
063040             " CORRIDA ANTERIOR - REVISE EL ARCHIVO"
063100             DELIMITED BY SIZE INTO WS-RPT-TEXT
063160         PERFORM 8450-WRITE-EXCEPTION THRU 8450-EXIT
063220     END-IF
063280
063340     MOVE SPACES TO CREG-CONTROL-RECORD
063400     MOVE WS-LEDG-POS TO CREGC-LEDG-CNT
063460     MOVE WS-LEDG-FIRST TO CREGC-LEDG-FIRST
063520     MOVE WS-LEDG-LAST TO CREGC-LEDG-LAST
063580     MOVE WS-TODAY-DATE TO CREGC-LAST-RUN-DATE
063640     IF WS-CTL-FOUND
063700         REWRITE CREG-CONTROL-RECORD
063760     ELSE
063820         WRITE CREG-CONTROL-RECORD
063880     END-IF
063940     IF WS-CREG-STATUS NOT = "00"
064000         DISPLAY "PAY0124 - NO SE PUDO GRABAR EL CONTROL DE "
064060             "CFDIREG, ESTADO " WS-CREG-STATUS
064120     END-IF.
064500 3000-EXIT.
064600     EXIT.
064700******************************************************************
064800* 3050-READ-LEDGER - NEXT FNDLEDG RECORD.
064900******************************************************************
065000 3050-READ-LEDGER.
065100     READ FONDOS-LEDGER-FILE
065200         AT END
065300             MOVE "Y" TO WS-EOF-LEDGER-SW
065400     END-READ
065500     IF NOT WS-EOF-LEDGER
065600         ADD 1 TO WS-LEDGER-READ-CNT
065700     END-IF.
065800 3050-EXIT.
065900     EXIT.
066000******************************************************************
066100* 3100-TAKE-ONE-LEDGER - REGISTER THE CURRENT LEDGER RECORD WHEN
066200* IT IS NEW AND BELONGS TO A PAYDAY: THE PAYMENT ITSELF (NOMINA,
066300* FINIQUITO, AGUINALDO, PRIMAVAC), A NOMINA'S LOAN PAYMENTS
066400* (PRESTAMO) AND THE REVERSALS OF BOTH. THEN READ THE NEXT.
066500******************************************************************
066600 3100-TAKE-ONE-LEDGER.
066700     ADD 1 TO WS-LEDG-POS
066706     IF WS-LEDG-SEEKING
066712         IF LEDGER-RECORD(1:90) = WS-PRIOR-LAST
066718             MOVE "N" TO WS-LEDG-SEEK-SW
066724         END-IF
066730         GO TO 3100-NEXT
066736     END-IF
066742     IF WS-LEDG-POS = WS-LEDG-SKIP AND WS-PRIOR-LAST NOT = SPACES
066748         AND LEDGER-RECORD(1:90) NOT = WS-PRIOR-LAST
066754         MOVE SPACES TO WS-RPT-TEXT
066760         STRING "  FNDLEDG NO COINCIDE CON LA CORRIDA ANTERIOR"
066766             " - REVISE EL ARCHIVO"
066772             DELIMITED BY SIZE INTO WS-RPT-TEXT
066778         PERFORM 8450-WRITE-EXCEPTION THRU 8450-EXIT
066784     END-IF
066800     IF WS-LEDG-POS NOT > WS-LEDG-SKIP
066900         GO TO 3100-NEXT
067000     END-IF
067100     ADD 1 TO WS-LEDGER-NEW-CNT
067700     PERFORM 3150-GET-LEDGER-SOURCE THRU 3150-EXIT
068300     IF WS-LEDG-SOURCE = SPACE
068400         GO TO 3100-NEXT
068500     END-IF
068600     IF LEDG-PAY-DATE NOT NUMERIC
068700         GO TO 3100-NEXT
068800     END-IF
068900     IF LEDG-PAY-DATE = ZERO
069000         GO TO 3100-NEXT
069100     END-IF
069200     IF LEDG-GROSS-AMT NOT NUMERIC OR LEDG-TAX-AMT NOT NUMERIC
069300         OR LEDG-BENEFITS-AMT NOT NUMERIC
069400         OR LEDG-GARNISH-AMT NOT NUMERIC
069500         OR LEDG-NET-AMT NOT NUMERIC
069600         MOVE SPACES TO WS-RPT-TEXT
069700         STRING "  MONTO NO NUMERICO EN FNDLEDG: " LEDG-EMP-ID
069800             " " LEDG-TRAN-TYPE " PAGO " LEDG-PAY-DATE
069900             DELIMITED BY SIZE INTO WS-RPT-TEXT
070000         PERFORM 8450-WRITE-EXCEPTION THRU 8450-EXIT
070100         GO TO 3100-NEXT
070200     END-IF
070300
070400     MOVE LEDG-EMP-ID TO CREG-EMP-ID
070500     MOVE LEDG-PAY-DATE TO CREG-PAY-DATE
070600     MOVE WS-LEDG-SOURCE TO CREG-SOURCE
070700     READ CFDI-REGISTRY-FILE
070800         INVALID KEY
070900             MOVE "N" TO WS-CREG-FOUND-SW
071000         NOT INVALID KEY
071100             MOVE "Y" TO WS-CREG-FOUND-SW
071200     END-READ
071300     IF LEDG-TYPE-PRESTAMO OR LEDG-TYPE-REV-PRESTAMO
071400         PERFORM 3300-TAKE-LOAN-PAYMENT THRU 3300-EXIT
071500         GO TO 3100-NEXT
071600     END-IF
071700     IF LEDG-TYPE-REV-NOMINA
071800         PERFORM 3400-TAKE-REVERSAL THRU 3400-EXIT
071900         GO TO 3100-NEXT
072000     END-IF
072100     PERFORM 3200-TAKE-PAYMENT THRU 3200-EXIT.
072200 3100-NEXT.
072250     MOVE LEDGER-RECORD(1:90) TO WS-LEDG-LAST
072300     PERFORM 3050-READ-LEDGER THRU 3050-EXIT.
072400 3100-EXIT.
072500     EXIT.
072504******************************************************************
072508* 3150-GET-LEDGER-SOURCE - THE REGISTRY SOURCE THE CURRENT LEDGER
072512* RECORD BELONGS TO: N FOR A NOMINA, ITS LOAN PAYMENTS AND THE
072516* REVERSALS OF BOTH, F FOR A FINIQUITO, B FOR A BONUS; SPACE FOR
072520* ANY OTHER ENTRY.
072524******************************************************************
072528 3150-GET-LEDGER-SOURCE.
072532     MOVE SPACE TO WS-LEDG-SOURCE
072536     IF LEDG-TYPE-NOMINA OR LEDG-TYPE-REV-NOMINA
072540         OR LEDG-TYPE-PRESTAMO OR LEDG-TYPE-REV-PRESTAMO
072544         MOVE "N" TO WS-LEDG-SOURCE
072548     END-IF
072552     IF LEDG-TYPE-FINIQUITO
072556         MOVE "F" TO WS-LEDG-SOURCE
072560     END-IF
072564     IF LEDG-TYPE-BONO
072568         MOVE "B" TO WS-LEDG-SOURCE
072572     END-IF.
072576 3150-EXIT.
072580     EXIT.
072600******************************************************************
072700* 3200-TAKE-PAYMENT - A NEW PAYMENT OPENS A PENDING REGISTRY
072800* RECORD; THE PRIMAVAC OF A BONUS PAYDAY JOINS THE AGUINALDO
072900* ALREADY PENDING. A PAYDAY REPAID AFTER A REVERSAL STARTS OVER
073000* AS PENDING UNDER ITS NEXT ISSUE NUMBER - A STAMPED RECEIPT
073100* STILL AWAITING ITS CANCELLATION IS REPORTED FIRST. A SECOND
073200* PAYMENT ON A PAYDAY ALREADY SENT IS NOT ISSUED, BUT REPORTED.
073300******************************************************************
073400 3200-TAKE-PAYMENT.
073500     IF WS-CREG-FOUND
073600         IF CREG-STATUS-SENT OR CREG-STATUS-STAMPED
073700             OR CREG-STATUS-REJECTED
073800             MOVE SPACES TO WS-RPT-TEXT
073900             STRING "  PAGO REPETIDO EN FNDLEDG, NO SE EMITE: "
074000                 CREG-EMP-ID " " LEDG-TRAN-TYPE " PAGO "
074100                 CREG-PAY-DATE
074200                 DELIMITED BY SIZE INTO WS-RPT-TEXT
074300             PERFORM 8450-WRITE-EXCEPTION THRU 8450-EXIT
074400             GO TO 3200-EXIT
074500         END-IF
074600         IF CREG-STATUS-CANCEL
074700             MOVE SPACES TO WS-RPT-TEXT
074800             STRING "  PAGO REHECHO TRAS REVERSO: " CREG-EMP-ID
074900                 " PAGO " CREG-PAY-DATE ", CANCELE EL UUID"
075000                 DELIMITED BY SIZE INTO WS-RPT-TEXT
075100             PERFORM 8450-WRITE-EXCEPTION THRU 8450-EXIT
075200             MOVE SPACES TO WS-RPT-TEXT
075300             STRING "    " CREG-UUID
075400                 DELIMITED BY SIZE INTO WS-RPT-TEXT
075500             PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
075600         END-IF
075700         IF CREG-STATUS-CANCEL OR CREG-STATUS-VOID
075800             PERFORM 3250-CLEAR-AMOUNTS THRU 3250-EXIT
075900         END-IF
076000     ELSE
076100         MOVE SPACES TO CREG-RECORD
076200         MOVE LEDG-EMP-ID TO CREG-EMP-ID
076300         MOVE LEDG-PAY-DATE TO CREG-PAY-DATE
076400         MOVE WS-LEDG-SOURCE TO CREG-SOURCE
076500         MOVE ZERO TO CREG-ISSUE-NO
076600         PERFORM 3250-CLEAR-AMOUNTS THRU 3250-EXIT
076700     END-IF
076800     SET CREG-STATUS-PENDING TO TRUE
076900     MOVE LEDG-BRANCH TO CREG-BRANCH
077000     ADD LEDG-GROSS-AMT TO CREG-GROSS-AMT
077100     IF LEDG-TYPE-PRIMA-VAC
077200         ADD LEDG-GROSS-AMT TO CREG-PRIMA-AMT
077300     END-IF
077400     ADD LEDG-TAX-AMT TO CREG-TAX-AMT
077500     ADD LEDG-BENEFITS-AMT TO CREG-BENEFITS-AMT
077600     ADD LEDG-GARNISH-AMT TO CREG-GARNISH-AMT
077700     ADD LEDG-NET-AMT TO CREG-NET-AMT
077800     IF WS-CREG-FOUND
077900         PERFORM 8300-REWRITE-REGISTRY THRU 8300-EXIT
078000     ELSE
078100         WRITE CREG-RECORD
078200             INVALID KEY
078300                 DISPLAY "PAY0124 - NO SE PUDO GRABAR CFDIREG "
078400                     CREG-EMP-ID " ESTADO " WS-CREG-STATUS
078500         END-WRITE
078600         ADD 1 TO WS-REGISTERED-CNT
078700     END-IF.
078800 3200-EXIT.
078900     EXIT.
079000******************************************************************
079100* 3250-CLEAR-AMOUNTS - ZERO THE PAYMENT FIGURES AND RESPONSE OF A
079200* REGISTRY RECORD ABOUT TO BE (RE)FILLED.
079300******************************************************************
079400 3250-CLEAR-AMOUNTS.
079500     MOVE ZERO TO CREG-GROSS-AMT CREG-PRIMA-AMT CREG-TAX-AMT
079600         CREG-BENEFITS-AMT CREG-GARNISH-AMT CREG-LOAN-AMT
079700         CREG-NET-AMT CREG-EXTRACT-DATE CREG-RESPONSE-DATE
079800     MOVE SPACES TO CREG-UUID CREG-REJECT-REASON.
079900 3250-EXIT.
080000     EXIT.
080100******************************************************************
080200* 3300-TAKE-LOAN-PAYMENT - A PRESTAMO ENTRY IS A LOAN DEDUCTION OF
080300* THE NOMINA OF ITS PAYDAY, AND A REVPRESTAM GIVES IT BACK, WHILE
080400* THE RECEIPT IS STILL PENDING. ONCE THE PAYMENT IS REVERSED THE
080500* LOAN ENTRIES NO LONGER MATTER; ONE THAT ARRIVES AFTER THE
080600* RECEIPT WENT OUT CANNOT BE ON IT AND IS REPORTED.
080700******************************************************************
080800 3300-TAKE-LOAN-PAYMENT.
080900     IF NOT WS-CREG-FOUND
081000         MOVE SPACES TO WS-RPT-TEXT
081100         STRING "  " LEDG-TRAN-TYPE " SIN NOMINA REGISTRADA: "
081200             LEDG-EMP-ID " PAGO " LEDG-PAY-DATE
081300             DELIMITED BY SIZE INTO WS-RPT-TEXT
081400         PERFORM 8450-WRITE-EXCEPTION THRU 8450-EXIT
081500         GO TO 3300-EXIT
081600     END-IF
081700     IF CREG-STATUS-VOID OR CREG-STATUS-CANCEL
081800         GO TO 3300-EXIT
081900     END-IF
082000     IF NOT CREG-STATUS-PENDING
082100         MOVE SPACES TO WS-RPT-TEXT
082200         STRING "  " LEDG-TRAN-TYPE " POSTERIOR AL RECIBO: "
082300             LEDG-EMP-ID " PAGO " LEDG-PAY-DATE " "
082400             LEDG-NET-AMT
082500             DELIMITED BY SIZE INTO WS-RPT-TEXT
082600         PERFORM 8450-WRITE-EXCEPTION THRU 8450-EXIT
082700         GO TO 3300-EXIT
082800     END-IF
082900     IF LEDG-TYPE-PRESTAMO
083000         ADD LEDG-NET-AMT TO CREG-LOAN-AMT
083100     ELSE
083200         SUBTRACT LEDG-NET-AMT FROM CREG-LOAN-AMT
083300     END-IF
083400     PERFORM 8300-REWRITE-REGISTRY THRU 8300-EXIT.
083500 3300-EXIT.
083600     EXIT.
083700******************************************************************
083800* 3400-TAKE-REVERSAL - PAY0118 UNDID THE NOMINA. NOT YET STAMPED,
083900* THE RECEIPT IS VOIDED (A STAMP STILL ON ITS WAY BACK IS TURNED
084000* INTO A CANCELLATION BY 2000); ALREADY STAMPED, IT MUST BE
084100* CANCELLED AT THE PROVIDER.
084200******************************************************************
084300 3400-TAKE-REVERSAL.
084400     IF NOT WS-CREG-FOUND
084500         MOVE SPACES TO WS-RPT-TEXT
084600         STRING "  REVNOMINA SIN NOMINA REGISTRADA: "
084700             LEDG-EMP-ID " PAGO " LEDG-PAY-DATE
084800             DELIMITED BY SIZE INTO WS-RPT-TEXT
084900         PERFORM 8450-WRITE-EXCEPTION THRU 8450-EXIT
085000         GO TO 3400-EXIT
085100     END-IF
085200     IF CREG-STATUS-VOID OR CREG-STATUS-CANCEL
085300         MOVE SPACES TO WS-RPT-TEXT
085400         STRING "  REVNOMINA REPETIDO: " LEDG-EMP-ID
085500             " PAGO " LEDG-PAY-DATE
085600             DELIMITED BY SIZE INTO WS-RPT-TEXT
085700         PERFORM 8450-WRITE-EXCEPTION THRU 8450-EXIT
085800         GO TO 3400-EXIT
085900     END-IF
086000     ADD 1 TO WS-REVERSED-CNT
086100     IF CREG-STATUS-STAMPED
086200         SET CREG-STATUS-CANCEL TO TRUE
086300         MOVE SPACES TO WS-RPT-TEXT
086400         STRING "  NOMINA TIMBRADA Y REVERSADA: " LEDG-EMP-ID
086500             " PAGO " LEDG-PAY-DATE ", CANCELE EL UUID"
086600             DELIMITED BY SIZE INTO WS-RPT-TEXT
086700         PERFORM 8450-WRITE-EXCEPTION THRU 8450-EXIT
086800         MOVE SPACES TO WS-RPT-TEXT
086900         STRING "    " CREG-UUID
087000             DELIMITED BY SIZE INTO WS-RPT-TEXT
087100         PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
087200     ELSE
087300         IF CREG-STATUS-SENT
087400             MOVE SPACES TO WS-RPT-TEXT
087500             STRING "  NOMINA ENVIADA Y REVERSADA: " LEDG-EMP-ID
087600                 " PAGO " LEDG-PAY-DATE ", NO DEBE TIMBRARSE"
087700                 DELIMITED BY SIZE INTO WS-RPT-TEXT
087800             PERFORM 8450-WRITE-EXCEPTION THRU 8450-EXIT
087900         END-IF
088000         SET CREG-STATUS-VOID TO TRUE
088100     END-IF
088200     PERFORM 8300-REWRITE-REGISTRY THRU 8300-EXIT.
088300 3400-EXIT.
088400     EXIT.
088500******************************************************************
088600* 4000-EXTRACT-RECEIPTS - WALK THE REGISTRY AND WRITE A RECEIPT
088700* FOR EVERY PAYMENT PENDING (OR REJECTED, WHEN ASKED) WHOSE
088760* PAYDAY FALLS IN THE RUN PERIOD OR BEFORE, CHECK THE RECEIPTS
088820* AGAINST FNDLEDG, THEN THE TRAILER.
088900******************************************************************
089000 4000-EXTRACT-RECEIPTS.
089100     MOVE "N" TO WS-EOF-CREG-SW
089200     MOVE LOW-VALUES TO CREG-KEY
089300     START CFDI-REGISTRY-FILE KEY NOT < CREG-KEY
089400         INVALID KEY
089500             MOVE "Y" TO WS-EOF-CREG-SW
089600     END-START
089700     PERFORM 4100-TAKE-ONE-REGISTRY THRU 4100-EXIT
089800         UNTIL WS-EOF-CREG
089850     PERFORM 4800-CHECK-LEDGER THRU 4800-EXIT
089900     PERFORM 4900-WRITE-TRAILER THRU 4900-EXIT.
090000 4000-EXIT.
090100     EXIT.
090200******************************************************************
090300* 4100-TAKE-ONE-REGISTRY - ONE STEP OF THE EXTRACT SCAN.
090400******************************************************************
090500 4100-TAKE-ONE-REGISTRY.
090600     READ CFDI-REGISTRY-FILE NEXT RECORD
090700         AT END
090800             MOVE "Y" TO WS-EOF-CREG-SW
090900             GO TO 4100-EXIT
091000     END-READ
091100     IF CREG-EMP-ID = SPACES
091200         GO TO 4100-EXIT
091300     END-IF
091400     IF NOT CREG-STATUS-PENDING
091500         IF NOT (CREG-STATUS-REJECTED AND WS-RESEND-REJECTED)
091600             GO TO 4100-EXIT
091700         END-IF
091800     END-IF
091900     COMPUTE WS-PAY-PERIOD = CREG-PAY-DATE / 100
092000     IF WS-PAY-PERIOD > WS-RUN-PERIOD
092100         GO TO 4100-EXIT
092200     END-IF
092300     PERFORM 4200-WRITE-RECEIPT THRU 4200-EXIT.
092400 4100-EXIT.
092500     EXIT.
092600******************************************************************
092700* 4200-WRITE-RECEIPT - THE R RECORD, ITS PERCEPTION AND
092800* DEDUCTION LINES, AND THE REGISTRY MARKED SENT. AN EMPLOYEE NO
092850* LONGER ON EMPMAST CANNOT BE STAMPED AND STAYS PENDING, AND SO
092900* DOES A PAYMENT WHOSE LEDGER FIGURES DO NOT ADD UP (4250). THE
092950* RECEIPT IS KEPT IN RCK-RECEIPT-TABLE FOR THE LEDGER CHECK.
093000******************************************************************
093100 4200-WRITE-RECEIPT.
093200     MOVE CREG-EMP-ID TO EMP-ID
093300     READ EMPLOYEE-MASTER-FILE
093400         INVALID KEY
093500             MOVE SPACES TO WS-RPT-TEXT
093600             STRING "  " CREG-EMP-ID " NO EXISTE EN EMPMAST, EL"
093700                 " PAGO " CREG-PAY-DATE " QUEDA PENDIENTE"
093800                 DELIMITED BY SIZE INTO WS-RPT-TEXT
093900             PERFORM 8450-WRITE-EXCEPTION THRU 8450-EXIT
094000             GO TO 4200-EXIT
094100     END-READ
094105     COMPUTE WS-REC-NET = CREG-NET-AMT - CREG-LOAN-AMT
094110     COMPUTE WS-REC-DEDUCTIONS = CREG-GROSS-AMT - WS-REC-NET
094115     COMPUTE WS-REC-OTHER = CREG-GROSS-AMT - CREG-TAX-AMT
094120         - CREG-BENEFITS-AMT - CREG-GARNISH-AMT - CREG-NET-AMT
094125     IF WS-REC-OTHER NOT = ZERO OR WS-REC-NET < ZERO
094130         PERFORM 4250-HOLD-RECEIPT THRU 4250-EXIT
094135         GO TO 4200-EXIT
094140     END-IF
094145     IF RCK-RECEIPT-CNT = RCK-MAX-RECEIPTS
094150         MOVE SPACES TO WS-RPT-TEXT
094155         STRING "  TABLA DE COTEJO LLENA, EL PAGO " CREG-EMP-ID
094160             " " CREG-PAY-DATE " QUEDA PENDIENTE"
094165             DELIMITED BY SIZE INTO WS-RPT-TEXT
094170         PERFORM 8450-WRITE-EXCEPTION THRU 8450-EXIT
094175         GO TO 4200-EXIT
094180     END-IF
094200     ADD 1 TO CREG-ISSUE-NO
094300     MOVE CREG-SOURCE TO WS-FOL-SOURCE
094400     MOVE CREG-EMP-ID TO WS-FOL-EMP-ID
094500     MOVE CREG-PAY-DATE TO WS-FOL-PAY-DATE
094600     MOVE CREG-ISSUE-NO TO WS-FOL-ISSUE-NO
094700     PERFORM 4300-GET-COMP THRU 4300-EXIT
094800     PERFORM 4400-GET-DAYS THRU 4400-EXIT
094900
095400     MOVE WS-CEXT-FOLIO TO WS-CEXR-FOLIO
095500     IF CREG-SOURCE-NOMINA
095600         SET WS-CEXR-ORDINARIA TO TRUE
095700     ELSE
095800         SET WS-CEXR-EXTRAORD TO TRUE
095900     END-IF
096000     MOVE CREG-EMP-ID TO WS-CEXR-EMP-ID
096100     MOVE EMP-APELLIDO TO WS-CEXR-APELLIDO
096200     MOVE EMP-NOMBRE TO WS-CEXR-NOMBRE
096300     MOVE CREG-BRANCH TO WS-CEXR-BRANCH
096400     MOVE WS-HIRE-DATE TO WS-CEXR-HIRE-DATE
096500     MOVE WS-DAILY-SALARY TO WS-CEXR-DAILY-SALARY
096600     MOVE CREG-PAY-DATE TO WS-CEXR-PAY-DATE
096700     MOVE WS-DAYS-PAID TO WS-CEXR-DAYS-PAID
096800     MOVE WS-INCAP-DAYS TO WS-CEXR-INCAP-DAYS
096900     MOVE WS-ABSENT-DAYS TO WS-CEXR-ABSENT-DAYS
097000     MOVE CREG-GROSS-AMT TO WS-CEXR-PERCEPTIONS
097100     MOVE WS-REC-DEDUCTIONS TO WS-CEXR-DEDUCTIONS
097200     MOVE WS-REC-NET TO WS-CEXR-NET
097300     MOVE WS-CEXT-RECEIPT TO CEXT-RECORD
097400     WRITE CEXT-RECORD
097500     ADD 1 TO WS-RECEIPT-CNT
097600
097700     PERFORM 4500-WRITE-PERCEPTIONS THRU 4500-EXIT
097800     PERFORM 4600-WRITE-DEDUCTIONS THRU 4600-EXIT
097900
098000     ADD WS-REC-NET TO WS-TOT-NET
098020     ADD 1 TO RCK-RECEIPT-CNT
098040     MOVE RCK-RECEIPT-CNT TO RCK-CUR-SUB
098060     MOVE CREG-EMP-ID TO RCK-TAB-EMP-ID(RCK-CUR-SUB)
098080     MOVE CREG-PAY-DATE TO RCK-TAB-PAY-DATE(RCK-CUR-SUB)
098100     MOVE CREG-SOURCE TO RCK-TAB-SOURCE(RCK-CUR-SUB)
098120     MOVE CREG-GROSS-AMT TO RCK-TAB-REC-GROSS(RCK-CUR-SUB)
098140     MOVE WS-REC-NET TO RCK-TAB-REC-NET(RCK-CUR-SUB)
098160     MOVE ZERO TO RCK-TAB-LEDG-GROSS(RCK-CUR-SUB)
098180         RCK-TAB-LEDG-NET(RCK-CUR-SUB)
098200         RCK-TAB-LEDG-CNT(RCK-CUR-SUB)
098300     SET CREG-STATUS-SENT TO TRUE
098400     MOVE WS-TODAY-DATE TO CREG-EXTRACT-DATE
098500     MOVE ZERO TO CREG-RESPONSE-DATE
098600     MOVE SPACES TO CREG-REJECT-REASON
098700     PERFORM 8300-REWRITE-REGISTRY THRU 8300-EXIT.
098800 4200-EXIT.
098900     EXIT.
098903******************************************************************
098906* 4250-HOLD-RECEIPT - THE LEDGER NET OF THE PAYMENT IS NOT ITS
098909* GROSS LESS ISR, IMSS AND EMBARGOS (A GARNISHMENT CUT SHORT BY
098912* THE FUNDS, A HAND CORRECTION), OR ITS LOANS TAKE MORE THAN THE
098915* NET. NO RECEIPT CAN CARRY THAT, SO IT IS NOT ISSUED: THE
098918* PAYMENT STAYS PENDING AND IS REPORTED WITH THE DIFFERENCE.
098921******************************************************************
098924 4250-HOLD-RECEIPT.
098927     ADD 1 TO WS-HELD-CNT
098930     MOVE SPACES TO WS-RPT-TEXT
098933     STRING "  PAGO QUE NO CUADRA EN FNDLEDG, QUEDA PENDIENTE: "
098936         CREG-SOURCE CREG-EMP-ID " " CREG-PAY-DATE
098939         DELIMITED BY SIZE INTO WS-RPT-TEXT
098942     PERFORM 8450-WRITE-EXCEPTION THRU 8450-EXIT
098945     MOVE SPACES TO WS-RPT-TEXT
098948     IF WS-REC-OTHER NOT = ZERO
098951         MOVE WS-REC-OTHER TO WS-AMT-DISPLAY
098954         STRING "    BRUTO - ISR - IMSS - EMBARGO - NETO = "
098957             WS-AMT-DISPLAY
098960             DELIMITED BY SIZE INTO WS-RPT-TEXT
098963     ELSE
098966         MOVE WS-REC-NET TO WS-AMT-DISPLAY
098969         STRING "    NETO MENOS PRESTAMOS NEGATIVO: "
098972             WS-AMT-DISPLAY
098975             DELIMITED BY SIZE INTO WS-RPT-TEXT
098978     END-IF
098981     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT.
098984 4250-EXIT.
098987     EXIT.
099000******************************************************************
099100* 4300-GET-COMP - THE DAILY SALARY (THE MONTHLY EMPCOMP SALARY IN
099200* FORCE ON THE PAYDAY OVER 30) AND THE HIRE DATE, TAKEN AS THE
099300* EFFECTIVE DATE OF THE FIRST EMPCOMP RECORD, AS PAY0120 DOES.
099400******************************************************************
099500 4300-GET-COMP.
099600     MOVE ZERO TO WS-MONTHLY-SALARY WS-DAILY-SALARY WS-HIRE-DATE
099700     IF NOT WS-COMP-OPEN
099800         GO TO 4300-EXIT
099900     END-IF
100000     MOVE "N" TO WS-EOF-COMP-SW
100100     MOVE CREG-EMP-ID TO COMP-EMP-ID
100200     MOVE ZERO TO COMP-EFF-DATE
100300     START EMP-COMP-FILE KEY NOT < COMP-KEY
100400         INVALID KEY
100500             MOVE "Y" TO WS-EOF-COMP-SW
100600     END-START
100700     PERFORM 4310-READ-ONE-COMP THRU 4310-EXIT
100800         UNTIL WS-EOF-COMP
100900     COMPUTE WS-DAILY-SALARY ROUNDED = WS-MONTHLY-SALARY / 30.
101000 4300-EXIT.
101100     EXIT.
101200******************************************************************
101300* 4310-READ-ONE-COMP - ONE STEP OF THE COMPENSATION SCAN; STOPS
101400* AT THE NEXT EMPLOYEE OR THE FIRST RECORD AFTER THE PAYDAY.
101500******************************************************************
101600 4310-READ-ONE-COMP.
101700     READ EMP-COMP-FILE NEXT RECORD
101800         AT END
101900             MOVE "Y" TO WS-EOF-COMP-SW
102000             GO TO 4310-EXIT
102100     END-READ
102200     IF COMP-EMP-ID NOT = CREG-EMP-ID
102300         MOVE "Y" TO WS-EOF-COMP-SW
102400         GO TO 4310-EXIT
102500     END-IF
102600     IF WS-HIRE-DATE = ZERO
102700         MOVE COMP-EFF-DATE TO WS-HIRE-DATE
102800     END-IF
102900     IF COMP-EFF-DATE > CREG-PAY-DATE
103000         MOVE "Y" TO WS-EOF-COMP-SW
103100         GO TO 4310-EXIT
103200     END-IF
103300     IF COMP-SALARY-AMT NUMERIC
103400         MOVE COMP-SALARY-AMT TO WS-MONTHLY-SALARY
103500     END-IF.
103600 4310-EXIT.
103700     EXIT.
103800******************************************************************
103900* 4400-GET-DAYS - DAYS PAID AND THE INCAPACIDAD AND ABSENCE DAYS
104000* OF A NOMINA OR FINIQUITO, AS CHARGED ON CUOTAS FOR THE PAYDAY.
104100* A BONUS PAYS NO DAYS.
104200******************************************************************
104300 4400-GET-DAYS.
104400     MOVE ZERO TO WS-DAYS-PAID WS-INCAP-DAYS WS-ABSENT-DAYS
104500     IF CREG-SOURCE-BONO OR NOT WS-CUO-OPEN
104600         GO TO 4400-EXIT
104700     END-IF
104800     MOVE CREG-EMP-ID TO CUO-EMP-ID
104900     MOVE CREG-PAY-DATE TO CUO-PAY-DATE
105000     READ CUOTAS-FILE
105100         INVALID KEY
105200             GO TO 4400-EXIT
105300     END-READ
105400     IF CUO-DAYS NUMERIC
105500         MOVE CUO-DAYS TO WS-DAYS-PAID
105600     END-IF
105700     IF CUO-INCAP-DAYS NUMERIC
105800         MOVE CUO-INCAP-DAYS TO WS-INCAP-DAYS
105900     END-IF
106000     IF CUO-ABSENT-DAYS NUMERIC
106100         MOVE CUO-ABSENT-DAYS TO WS-ABSENT-DAYS
106200     END-IF.
106300 4400-EXIT.
106400     EXIT.
106500******************************************************************
106600* 4500-WRITE-PERCEPTIONS - SUELDO FOR A NOMINA OR FINIQUITO; A
106700* BONUS SPLITS INTO ITS AGUINALDO AND PRIMA VACACIONAL.
106800******************************************************************
106900 4500-WRITE-PERCEPTIONS.
107000     MOVE WS-CEXT-FOLIO TO WS-CEXP-FOLIO
107100     IF CREG-SOURCE-BONO
107200         COMPUTE WS-LINE-AMT = CREG-GROSS-AMT - CREG-PRIMA-AMT
107300         IF WS-LINE-AMT NOT = ZERO
107400             MOVE "002" TO WS-CEXP-CODE
107500             MOVE "AGUINALDO" TO WS-CEXP-CONCEPT
107600             PERFORM 4510-WRITE-ONE-PERCEPTION THRU 4510-EXIT
107700         END-IF
107800         IF CREG-PRIMA-AMT NOT = ZERO
107900             MOVE CREG-PRIMA-AMT TO WS-LINE-AMT
108000             MOVE "021" TO WS-CEXP-CODE
108100             MOVE "PRIMA VACACIONAL" TO WS-CEXP-CONCEPT
108200             PERFORM 4510-WRITE-ONE-PERCEPTION THRU 4510-EXIT
108300         END-IF
108400         GO TO 4500-EXIT
108500     END-IF
108600     MOVE CREG-GROSS-AMT TO WS-LINE-AMT
108700     MOVE "001" TO WS-CEXP-CODE
108800     IF CREG-SOURCE-FINIQUITO
108900         MOVE "FINIQUITO" TO WS-CEXP-CONCEPT
109000     ELSE
109100         MOVE "SUELDO" TO WS-CEXP-CONCEPT
109200     END-IF
109300     PERFORM 4510-WRITE-ONE-PERCEPTION THRU 4510-EXIT.
109400 4500-EXIT.
109500     EXIT.
109600******************************************************************
109700* 4510-WRITE-ONE-PERCEPTION - THE P LINE FOR WS-LINE-AMT.
109800******************************************************************
109900 4510-WRITE-ONE-PERCEPTION.
110000     MOVE WS-LINE-AMT TO WS-CEXP-AMOUNT
110100     MOVE WS-CEXT-PERCEPTION TO CEXT-RECORD
110200     WRITE CEXT-RECORD
110300     ADD 1 TO WS-LINE-CNT
110400     ADD WS-LINE-AMT TO WS-TOT-PERCEPTIONS.
110500 4510-EXIT.
110600     EXIT.
110700******************************************************************
110800* 4600-WRITE-DEDUCTIONS - ISR AND IMSS FROM THE LEDGER, THEN EACH
110900* ORDER AND LOAN FROM DEDDET. WHAT DEDDET DOES NOT ACCOUNT FOR
111000* OF THE LEDGER'S GARNISH OR LOAN TOTAL (A PAYMENT MADE BEFORE
111130* THE DETAIL WAS KEPT) GOES ON ONE LINE WITHOUT A NUMBER. 4200
111260* ONLY GETS HERE WHEN THE LINES ADD UP TO THE LEDGER NET.
111400******************************************************************
111500 4600-WRITE-DEDUCTIONS.
111600     MOVE WS-CEXT-FOLIO TO WS-CEXD-FOLIO
111700     MOVE SPACES TO WS-LINE-REF
111800     IF CREG-TAX-AMT NOT = ZERO
111900         MOVE "002" TO WS-LINE-CODE
112000         MOVE "ISR" TO WS-LINE-CONCEPT
112100         MOVE CREG-TAX-AMT TO WS-LINE-AMT
112200         PERFORM 4690-WRITE-ONE-DEDUCTION THRU 4690-EXIT
112300     END-IF
112400     IF CREG-BENEFITS-AMT NOT = ZERO
112500         MOVE "001" TO WS-LINE-CODE
112600         MOVE "CUOTA OBRERA IMSS" TO WS-LINE-CONCEPT
112700         MOVE CREG-BENEFITS-AMT TO WS-LINE-AMT
112800         PERFORM 4690-WRITE-ONE-DEDUCTION THRU 4690-EXIT
112900     END-IF
113000
113100     MOVE ZERO TO WS-DED-GARNISH-SUM WS-DED-LOAN-SUM
113200     IF WS-DED-OPEN
113300         MOVE "N" TO WS-EOF-DED-SW
113400         MOVE LOW-VALUES TO DED-KEY
113500         MOVE CREG-EMP-ID TO DED-EMP-ID
113600         MOVE CREG-PAY-DATE TO DED-PAY-DATE
113700         MOVE CREG-SOURCE TO DED-SOURCE
113800         START DEDUCTION-DETAIL-FILE KEY NOT < DED-KEY
113900             INVALID KEY
114000                 MOVE "Y" TO WS-EOF-DED-SW
114100         END-START
114200         PERFORM 4610-TAKE-ONE-DEDUCTION THRU 4610-EXIT
114300             UNTIL WS-EOF-DED
114400     END-IF
114500
114600     MOVE SPACES TO WS-LINE-REF
114700     COMPUTE WS-DED-DIFF = CREG-GARNISH-AMT - WS-DED-GARNISH-SUM
114800     IF WS-DED-DIFF NOT = ZERO
114900         MOVE "007" TO WS-LINE-CODE
115000         MOVE "EMBARGO SIN DETALLE" TO WS-LINE-CONCEPT
115100         MOVE WS-DED-DIFF TO WS-LINE-AMT
115200         PERFORM 4690-WRITE-ONE-DEDUCTION THRU 4690-EXIT
115300         ADD 1 TO WS-NO-DETAIL-CNT
115400     END-IF
115500     COMPUTE WS-DED-DIFF = CREG-LOAN-AMT - WS-DED-LOAN-SUM
115600     IF WS-DED-DIFF NOT = ZERO
115700         MOVE "004" TO WS-LINE-CODE
115800         MOVE "PRESTAMO SIN DETALLE" TO WS-LINE-CONCEPT
115900         MOVE WS-DED-DIFF TO WS-LINE-AMT
116000         PERFORM 4690-WRITE-ONE-DEDUCTION THRU 4690-EXIT
116100         ADD 1 TO WS-NO-DETAIL-CNT
116800     END-IF.
116900 4600-EXIT.
117000     EXIT.
117100******************************************************************
117200* 4610-TAKE-ONE-DEDUCTION - ONE DEDDET RECORD OF THE PAYMENT: A
117300* COURT ORDER (PENSION ALIMENTICIA OR OTHER EMBARGO) OR A LOAN.
117400******************************************************************
117500 4610-TAKE-ONE-DEDUCTION.
117600     READ DEDUCTION-DETAIL-FILE NEXT RECORD
117700         AT END
117800             MOVE "Y" TO WS-EOF-DED-SW
117900             GO TO 4610-EXIT
118000     END-READ
118100     IF DED-EMP-ID NOT = CREG-EMP-ID
118200         OR DED-PAY-DATE NOT = CREG-PAY-DATE
118300         OR DED-SOURCE NOT = CREG-SOURCE
118400         MOVE "Y" TO WS-EOF-DED-SW
118500         GO TO 4610-EXIT
118600     END-IF
118700     IF DED-AMOUNT NOT NUMERIC
118800         GO TO 4610-EXIT
118900     END-IF
119000     MOVE DED-REF-NO TO WS-LINE-REF
119100     MOVE DED-AMOUNT TO WS-LINE-AMT
119200     IF DED-KIND-GARNISH
119300         MOVE "007" TO WS-LINE-CODE
119400         MOVE "EMBARGO" TO WS-LINE-CONCEPT
119500         ADD DED-AMOUNT TO WS-DED-GARNISH-SUM
119600     ELSE
119700         MOVE "004" TO WS-LINE-CODE
119800         MOVE "PRESTAMO" TO WS-LINE-CONCEPT
119900         ADD DED-AMOUNT TO WS-DED-LOAN-SUM
120000     END-IF
120100     PERFORM 4690-WRITE-ONE-DEDUCTION THRU 4690-EXIT.
120200 4610-EXIT.
120300     EXIT.
120400******************************************************************
120500* 4690-WRITE-ONE-DEDUCTION - THE D LINE FOR WS-LINE-CODE,
120600* WS-LINE-CONCEPT, WS-LINE-REF AND WS-LINE-AMT.
120700******************************************************************
120800 4690-WRITE-ONE-DEDUCTION.
120900     MOVE WS-LINE-CODE TO WS-CEXD-CODE
121000     MOVE WS-LINE-CONCEPT TO WS-CEXD-CONCEPT
121100     MOVE WS-LINE-REF TO WS-CEXD-REF-NO
121200     MOVE WS-LINE-AMT TO WS-CEXD-AMOUNT
121300     MOVE WS-CEXT-DEDUCTION TO CEXT-RECORD
121400     WRITE CEXT-RECORD
121500     ADD 1 TO WS-LINE-CNT
121600     ADD WS-LINE-AMT TO WS-TOT-DEDUCTIONS.
121700 4690-EXIT.
121800     EXIT.
121900******************************************************************
121903* 4800-CHECK-LEDGER - READ FNDLEDG AGAIN FROM THE TOP AND ADD UP,
121906* FOR EVERY RECEIPT WRITTEN, THE LEDGER ENTRIES OF ITS PAYDAY:
121909* GROSS AND NET OF THE PAYMENTS LESS THEIR REVNOMINA, AND THE NET
121912* LESS THE PRESTAMO ENTRIES PLUS THEIR REVPRESTAM. THESE SUMS,
121915* NOT THE REGISTRY, ARE THE TRAILER'S LEDGER TOTALS (4850).
121918******************************************************************
121921 4800-CHECK-LEDGER.
121924     IF RCK-RECEIPT-CNT = ZERO
121927         GO TO 4800-EXIT
121930     END-IF
121933     IF NOT WS-LEDGER-OPEN
121936         MOVE "  SIN FNDLEDG NO SE COTEJAN LOS RECIBOS EMITIDOS"
121939             TO WS-RPT-TEXT
121942         PERFORM 8450-WRITE-EXCEPTION THRU 8450-EXIT
121945         GO TO 4800-EXIT
121948     END-IF
121951     CLOSE FONDOS-LEDGER-FILE
121954     OPEN INPUT FONDOS-LEDGER-FILE
121957     IF WS-LEDGER-STATUS NOT = "00"
121960         MOVE "N" TO WS-LEDGER-OPEN-SW
121963         MOVE SPACES TO WS-RPT-TEXT
121966         STRING "  FNDLEDG NO SE PUDO REABRIR (ESTADO "
121969             WS-LEDGER-STATUS "), NO SE COTEJAN LOS RECIBOS"
121972             DELIMITED BY SIZE INTO WS-RPT-TEXT
121975         PERFORM 8450-WRITE-EXCEPTION THRU 8450-EXIT
121978         GO TO 4800-EXIT
121981     END-IF
121984     MOVE "N" TO WS-EOF-LEDGER-SW
121987     PERFORM 4810-CHECK-ONE-LEDGER THRU 4810-EXIT
121990         UNTIL WS-EOF-LEDGER
121993     PERFORM 4850-CHECK-ONE-RECEIPT THRU 4850-EXIT
121996         VARYING RCK-SUB FROM 1 BY 1
121999         UNTIL RCK-SUB > RCK-RECEIPT-CNT.
122002 4800-EXIT.
122005     EXIT.
122008******************************************************************
122011* 4810-CHECK-ONE-LEDGER - ADD ONE FNDLEDG RECORD TO THE RECEIPT
122014* OF ITS PAYDAY, WHEN ONE WAS WRITTEN.
122017******************************************************************
122020 4810-CHECK-ONE-LEDGER.
122023     READ FONDOS-LEDGER-FILE
122026         AT END
122029             MOVE "Y" TO WS-EOF-LEDGER-SW
122032             GO TO 4810-EXIT
122035     END-READ
122038     PERFORM 3150-GET-LEDGER-SOURCE THRU 3150-EXIT
122041     IF WS-LEDG-SOURCE = SPACE
122044         GO TO 4810-EXIT
122047     END-IF
122050     IF LEDG-PAY-DATE NOT NUMERIC OR LEDG-GROSS-AMT NOT NUMERIC
122053         OR LEDG-NET-AMT NOT NUMERIC
122056         GO TO 4810-EXIT
122059     END-IF
122062     MOVE "N" TO RCK-FOUND-SW
122065     PERFORM 4820-TEST-ONE-RECEIPT THRU 4820-EXIT
122068         VARYING RCK-SUB FROM 1 BY 1
122071         UNTIL RCK-FOUND OR RCK-SUB > RCK-RECEIPT-CNT
122074     IF NOT RCK-FOUND
122077         GO TO 4810-EXIT
122080     END-IF
122083     ADD 1 TO RCK-TAB-LEDG-CNT(RCK-CUR-SUB)
122086     IF LEDG-TYPE-PRESTAMO
122089         SUBTRACT LEDG-NET-AMT FROM RCK-TAB-LEDG-NET(RCK-CUR-SUB)
122092         GO TO 4810-EXIT
122095     END-IF
122098     IF LEDG-TYPE-REV-PRESTAMO
122101         ADD LEDG-NET-AMT TO RCK-TAB-LEDG-NET(RCK-CUR-SUB)
122104         GO TO 4810-EXIT
122107     END-IF
122110     IF LEDG-TYPE-REV-NOMINA
122113         SUBTRACT LEDG-GROSS-AMT
122116             FROM RCK-TAB-LEDG-GROSS(RCK-CUR-SUB)
122119         SUBTRACT LEDG-NET-AMT FROM RCK-TAB-LEDG-NET(RCK-CUR-SUB)
122122         GO TO 4810-EXIT
122125     END-IF
122128     ADD LEDG-GROSS-AMT TO RCK-TAB-LEDG-GROSS(RCK-CUR-SUB)
122131     ADD LEDG-NET-AMT TO RCK-TAB-LEDG-NET(RCK-CUR-SUB).
122134 4810-EXIT.
122137     EXIT.
122140******************************************************************
122143* 4820-TEST-ONE-RECEIPT - ONE STEP OF THE TABLE SEARCH. LEAVES THE
122146* MATCHING SUBSCRIPT IN RCK-CUR-SUB.
122149******************************************************************
122152 4820-TEST-ONE-RECEIPT.
122155     IF RCK-TAB-EMP-ID(RCK-SUB) = LEDG-EMP-ID
122158         AND RCK-TAB-PAY-DATE(RCK-SUB) = LEDG-PAY-DATE
122161         AND RCK-TAB-SOURCE(RCK-SUB) = WS-LEDG-SOURCE
122164         SET RCK-FOUND TO TRUE
122167         MOVE RCK-SUB TO RCK-CUR-SUB
122170     END-IF.
122173 4820-EXIT.
122176     EXIT.
122179******************************************************************
122182* 4850-CHECK-ONE-RECEIPT - ADD THE LEDGER SUMS OF ONE RECEIPT TO
122185* THE TRAILER'S LEDGER TOTALS AND REPORT IT WHEN ITS PAYDAY IS NO
122188* LONGER ON FNDLEDG OR DOES NOT ADD UP TO THE RECEIPT.
122191******************************************************************
122194 4850-CHECK-ONE-RECEIPT.
122197     ADD RCK-TAB-LEDG-GROSS(RCK-SUB) TO WS-TOT-LEDGER-GROSS
122200     ADD RCK-TAB-LEDG-NET(RCK-SUB) TO WS-TOT-LEDGER-NET
122203     IF RCK-TAB-LEDG-CNT(RCK-SUB) = ZERO
122206         MOVE SPACES TO WS-RPT-TEXT
122209         STRING "  RECIBO EMITIDO SIN PAGO EN FNDLEDG: "
122212             RCK-TAB-SOURCE(RCK-SUB) RCK-TAB-EMP-ID(RCK-SUB) " "
122215             RCK-TAB-PAY-DATE(RCK-SUB)
122218             DELIMITED BY SIZE INTO WS-RPT-TEXT
122221         PERFORM 8450-WRITE-EXCEPTION THRU 8450-EXIT
122224         GO TO 4850-EXIT
122227     END-IF
122230     IF RCK-TAB-LEDG-GROSS(RCK-SUB) = RCK-TAB-REC-GROSS(RCK-SUB)
122233         AND RCK-TAB-LEDG-NET(RCK-SUB) = RCK-TAB-REC-NET(RCK-SUB)
122236         GO TO 4850-EXIT
122239     END-IF
122242     MOVE SPACES TO WS-RPT-TEXT
122245     STRING "  RECIBO QUE NO CUADRA CONTRA FNDLEDG: "
122248         RCK-TAB-SOURCE(RCK-SUB) RCK-TAB-EMP-ID(RCK-SUB) " "
122251         RCK-TAB-PAY-DATE(RCK-SUB)
122254         DELIMITED BY SIZE INTO WS-RPT-TEXT
122257     PERFORM 8450-WRITE-EXCEPTION THRU 8450-EXIT
122260     MOVE SPACES TO WS-RPT-TEXT
122263     MOVE RCK-TAB-LEDG-GROSS(RCK-SUB) TO WS-AMT-DISPLAY
122266     MOVE RCK-TAB-LEDG-NET(RCK-SUB) TO WS-NET-DISPLAY
122269     STRING "    FNDLEDG BRUTO " WS-AMT-DISPLAY "  NETO "
122272         WS-NET-DISPLAY
122275         DELIMITED BY SIZE INTO WS-RPT-TEXT
122278     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT.
122281 4850-EXIT.
122284     EXIT.
122287******************************************************************
122290* 4900-WRITE-TRAILER - RECEIPT COUNT AND THE TOTALS OF THE LINES
122293* WRITTEN, BESIDE THE LEDGER GROSS AND NET 4800 FOUND ON FNDLEDG
122296* FOR THEIR PAYDAYS. THE FILE BALANCES WHEN THE PERCEPTIONS EQUAL
122299* THE LEDGER GROSS AND THE PERCEPTIONS LESS DEDUCTIONS EQUAL BOTH
122400* THE RECEIPTS' NET AND THE LEDGER NET.
122500******************************************************************
122600 4900-WRITE-TRAILER.
122700     MOVE WS-RECEIPT-CNT TO WS-CEXT-COUNT
122800     MOVE WS-LINE-CNT TO WS-CEXT-LINES
122900     MOVE WS-TOT-PERCEPTIONS TO WS-CEXT-PERCEPTIONS
123000     MOVE WS-TOT-DEDUCTIONS TO WS-CEXT-DEDUCTIONS
123100     MOVE WS-TOT-NET TO WS-CEXT-NET
123200     MOVE WS-TOT-LEDGER-GROSS TO WS-CEXT-LEDGER-GROSS
123300     MOVE WS-TOT-LEDGER-NET TO WS-CEXT-LEDGER-NET
123400     MOVE "N" TO WS-CEXT-BALANCED
123500     COMPUTE WS-TOT-CHECK = WS-TOT-PERCEPTIONS - WS-TOT-DEDUCTIONS
123600     IF WS-TOT-PERCEPTIONS = WS-TOT-LEDGER-GROSS
123700         AND WS-TOT-CHECK = WS-TOT-NET
123800         AND WS-TOT-CHECK = WS-TOT-LEDGER-NET
123900         SET WS-CEXT-IN-BALANCE TO TRUE
124000     END-IF
124100     MOVE WS-CEXT-TRAILER TO CEXT-RECORD
124200     WRITE CEXT-RECORD
124300     IF NOT WS-CEXT-IN-BALANCE
124400         MOVE SPACES TO WS-RPT-TEXT
124500         STRING "  *** CFDIEXT NO CUADRA CONTRA FNDLEDG - NO LO"
124600             " ENVIE AL PROVEEDOR"
124700             DELIMITED BY SIZE INTO WS-RPT-TEXT
124800         PERFORM 8450-WRITE-EXCEPTION THRU 8450-EXIT
124900     END-IF.
125000 4900-EXIT.
125100     EXIT.
125200******************************************************************
125300* 6000-REPORT-UNSTAMPED - EVERY PAYMENT ON THE REGISTRY STILL
125400* WITHOUT A VALID STAMP: PENDING EXTRACT, SENT AND WAITING,
125500* REJECTED (WITH THE REASON), OR STAMPED AND THEN REVERSED,
125600* AWAITING CANCELLATION (WITH THE UUID).
125700******************************************************************
125800 6000-REPORT-UNSTAMPED.
125900     IF WS-EXCEPTION-CNT = ZERO
126000         MOVE "  NINGUNA" TO WS-RPT-TEXT
126100         PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
126200     END-IF
126300     MOVE WS-PAGE-SEP TO WS-RPT-TEXT
126400     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
126500     MOVE "PAGOS SIN TIMBRAR:" TO WS-RPT-TEXT
126600     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
126700     MOVE WS-COLUMN-LINE TO WS-RPT-TEXT
126800     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
126900     MOVE "N" TO WS-EOF-CREG-SW
127000     MOVE LOW-VALUES TO CREG-KEY
127100     START CFDI-REGISTRY-FILE KEY NOT < CREG-KEY
127200         INVALID KEY
127300             MOVE "Y" TO WS-EOF-CREG-SW
127400     END-START
127500     PERFORM 6100-REPORT-ONE-REGISTRY THRU 6100-EXIT
127600         UNTIL WS-EOF-CREG.
127700 6000-EXIT.
127800     EXIT.
127900******************************************************************
128000* 6100-REPORT-ONE-REGISTRY - ONE STEP OF THE UNSTAMPED SCAN.
128100******************************************************************
128200 6100-REPORT-ONE-REGISTRY.
128300     READ CFDI-REGISTRY-FILE NEXT RECORD
128400         AT END
128500             MOVE "Y" TO WS-EOF-CREG-SW
128600             GO TO 6100-EXIT
128700     END-READ
128800     IF CREG-EMP-ID = SPACES OR NOT CREG-STATUS-UNSTAMPED
128900         GO TO 6100-EXIT
129000     END-IF
129100     IF CREG-STATUS-PENDING
129200         MOVE "PENDIENTE" TO WS-STATUS-TEXT
129300         ADD 1 TO WS-UNST-PENDING-CNT
129400     END-IF
129500     IF CREG-STATUS-SENT
129600         MOVE "ENVIADO" TO WS-STATUS-TEXT
129700         ADD 1 TO WS-UNST-SENT-CNT
129800     END-IF
129900     IF CREG-STATUS-REJECTED
130000         MOVE "RECHAZADO" TO WS-STATUS-TEXT
130100         ADD 1 TO WS-UNST-REJECTED-CNT
130200     END-IF
130300     IF CREG-STATUS-CANCEL
130400         MOVE "POR CANCELAR" TO WS-STATUS-TEXT
130500         ADD 1 TO WS-UNST-CANCEL-CNT
130600     END-IF
130700     MOVE CREG-SOURCE TO WS-DTL-SOURCE
130800     MOVE CREG-EMP-ID TO WS-DTL-EMP-ID
130900     MOVE CREG-PAY-DATE TO WS-DTL-PAY-DATE
131000     MOVE CREG-ISSUE-NO TO WS-DTL-ISSUE-NO
131100     IF CREG-SOURCE-NOMINA
131200         MOVE "NOMINA" TO WS-DTL-PAY-TYPE
131300     END-IF
131400     IF CREG-SOURCE-FINIQUITO
131500         MOVE "FINIQUITO" TO WS-DTL-PAY-TYPE
131600     END-IF
131700     IF CREG-SOURCE-BONO
131800         MOVE "AGUINALDO" TO WS-DTL-PAY-TYPE
131900     END-IF
132000     MOVE WS-STATUS-TEXT TO WS-DTL-STATUS
132100     COMPUTE WS-REC-NET = CREG-NET-AMT - CREG-LOAN-AMT
132200     MOVE WS-REC-NET TO WS-DTL-NET
132300     MOVE CREG-EXTRACT-DATE TO WS-DTL-EXTRACT-DATE
132400     MOVE WS-DETAIL-LINE TO WS-RPT-TEXT
132500     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
132600     ADD WS-REC-NET TO WS-UNST-NET
132700     IF CREG-STATUS-REJECTED
132800         MOVE SPACES TO WS-RPT-TEXT
132900         STRING "    MOTIVO: " CREG-REJECT-REASON
133000             DELIMITED BY SIZE INTO WS-RPT-TEXT
133100         PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
133200     END-IF
133300     IF CREG-STATUS-CANCEL
133400         MOVE SPACES TO WS-RPT-TEXT
133500         STRING "    UUID: " CREG-UUID
133600             DELIMITED BY SIZE INTO WS-RPT-TEXT
133700         PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
133800     END-IF.
133900 6100-EXIT.
134000     EXIT.
134100******************************************************************
134200* 7000-WRITE-RUN-TOTALS - THE REPORT'S CLOSING COUNTS.
134300******************************************************************
134400 7000-WRITE-RUN-TOTALS.
134500     MOVE WS-PAGE-SEP TO WS-RPT-TEXT
134600     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
134700     MOVE SPACES TO WS-RPT-TEXT
134800     MOVE WS-RESP-READ-CNT TO WS-CNT-DISPLAY
134900     STRING "RESPUESTAS LEIDAS: " WS-CNT-DISPLAY
135000         DELIMITED BY SIZE INTO WS-RPT-TEXT
135100     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
135200     MOVE SPACES TO WS-RPT-TEXT
135300     MOVE WS-STAMPED-CNT TO WS-CNT-DISPLAY
135400     STRING "  TIMBRADOS:  " WS-CNT-DISPLAY
135500         DELIMITED BY SIZE INTO WS-RPT-TEXT
135600     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
135700     MOVE SPACES TO WS-RPT-TEXT
135800     MOVE WS-REJECTED-CNT TO WS-CNT-DISPLAY
135900     STRING "  RECHAZADOS: " WS-CNT-DISPLAY
136000         DELIMITED BY SIZE INTO WS-RPT-TEXT
136100     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
136200     MOVE SPACES TO WS-RPT-TEXT
136300     MOVE WS-REGISTERED-CNT TO WS-CNT-DISPLAY
136400     STRING "PAGOS NUEVOS REGISTRADOS: " WS-CNT-DISPLAY
136500         DELIMITED BY SIZE INTO WS-RPT-TEXT
136600     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
136700     MOVE SPACES TO WS-RPT-TEXT
136800     MOVE WS-REVERSED-CNT TO WS-CNT-DISPLAY
136900     STRING "PAGOS REVERSADOS:         " WS-CNT-DISPLAY
137000         DELIMITED BY SIZE INTO WS-RPT-TEXT
137100     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
137200     MOVE SPACES TO WS-RPT-TEXT
137300     MOVE WS-RECEIPT-CNT TO WS-CNT-DISPLAY
137400     MOVE WS-TOT-NET TO WS-AMT-DISPLAY
137500     STRING "RECIBOS EMITIDOS EN CFDIEXT: " WS-CNT-DISPLAY
137600         "  NETO " WS-AMT-DISPLAY
137700         DELIMITED BY SIZE INTO WS-RPT-TEXT
137800     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
137810     IF WS-HELD-CNT > ZERO
137820         MOVE SPACES TO WS-RPT-TEXT
137830         MOVE WS-HELD-CNT TO WS-CNT-DISPLAY
137840         STRING "  PAGOS RETENIDOS, NO CUADRAN:  " WS-CNT-DISPLAY
137850             DELIMITED BY SIZE INTO WS-RPT-TEXT
137860         PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
137870     END-IF
137900     IF WS-NO-DETAIL-CNT > ZERO
138000         MOVE SPACES TO WS-RPT-TEXT
138100         MOVE WS-NO-DETAIL-CNT TO WS-CNT-DISPLAY
138200         STRING "  LINEAS SIN DETALLE EN DEDDET: " WS-CNT-DISPLAY
138300             DELIMITED BY SIZE INTO WS-RPT-TEXT
138400         PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
138500     END-IF
138600     MOVE SPACES TO WS-RPT-TEXT
138700     MOVE WS-UNST-PENDING-CNT TO WS-CNT-DISPLAY
138800     STRING "SIN TIMBRAR - PENDIENTES:   " WS-CNT-DISPLAY
138900         DELIMITED BY SIZE INTO WS-RPT-TEXT
139000     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
139100     MOVE SPACES TO WS-RPT-TEXT
139200     MOVE WS-UNST-SENT-CNT TO WS-CNT-DISPLAY
139300     STRING "              ENVIADOS:     " WS-CNT-DISPLAY
139400         DELIMITED BY SIZE INTO WS-RPT-TEXT
139500     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
139600     MOVE SPACES TO WS-RPT-TEXT
139700     MOVE WS-UNST-REJECTED-CNT TO WS-CNT-DISPLAY
139800     STRING "              RECHAZADOS:   " WS-CNT-DISPLAY
139900         DELIMITED BY SIZE INTO WS-RPT-TEXT
140000     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
140100     MOVE SPACES TO WS-RPT-TEXT
140200     MOVE WS-UNST-CANCEL-CNT TO WS-CNT-DISPLAY
140300     STRING "              POR CANCELAR: " WS-CNT-DISPLAY
140400         DELIMITED BY SIZE INTO WS-RPT-TEXT
140500     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
140600     MOVE SPACES TO WS-RPT-TEXT
140700     MOVE WS-UNST-NET TO WS-AMT-DISPLAY
140800     STRING "              NETO:   " WS-AMT-DISPLAY
140900         DELIMITED BY SIZE INTO WS-RPT-TEXT
141000     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT.
141100 7000-EXIT.
141200     EXIT.
141300******************************************************************
141400* 8300-REWRITE-REGISTRY - PUT BACK THE REGISTRY RECORD IN HAND.
141500******************************************************************
141600 8300-REWRITE-REGISTRY.
141700     REWRITE CREG-RECORD
141800         INVALID KEY
141900             DISPLAY "PAY0124 - NO SE PUDO REGRABAR CFDIREG "
142000                 CREG-EMP-ID " " CREG-PAY-DATE " ESTADO "
142100                 WS-CREG-STATUS
142200     END-REWRITE.
142300 8300-EXIT.
142400     EXIT.
142500******************************************************************
142600* 8400-WRITE-REPORT-TEXT - ONE LINE OF CFDIRPT FROM WS-RPT-TEXT.
142700******************************************************************
142800 8400-WRITE-REPORT-TEXT.
142900     IF NOT WS-CRPT-OPEN
143000         GO TO 8400-EXIT
143100     END-IF
143200     MOVE WS-RPT-TEXT            TO RPT-RECORD
143300     WRITE RPT-RECORD
143400     MOVE SPACES                 TO WS-RPT-TEXT.
143500 8400-EXIT.
143600     EXIT.
143700******************************************************************
143800* 8450-WRITE-EXCEPTION - AN EXCEPTION LINE, COUNTED.
143900******************************************************************
144000 8450-WRITE-EXCEPTION.
144100     ADD 1 TO WS-EXCEPTION-CNT
144200     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT.
144300 8450-EXIT.
144400     EXIT.
144500******************************************************************
144600* 9000-TERMINATE - CLOSE EVERYTHING THAT OPENED.
144700******************************************************************
144800 9000-TERMINATE.
144900     IF WS-LEDGER-OPEN
145000         CLOSE FONDOS-LEDGER-FILE
145100     END-IF
145200     IF WS-EMPMAST-OPEN
145300         CLOSE EMPLOYEE-MASTER-FILE
145400     END-IF
145500     IF WS-COMP-OPEN
145600         CLOSE EMP-COMP-FILE
145700     END-IF
145800     IF WS-CUO-OPEN
145900         CLOSE CUOTAS-FILE
146000     END-IF
146100     IF WS-DED-OPEN
146200         CLOSE DEDUCTION-DETAIL-FILE
146300     END-IF
146400     IF WS-CREG-OPEN
146500         CLOSE CFDI-REGISTRY-FILE
146600     END-IF
146700     IF WS-RESP-OPEN
146800         CLOSE CFDI-RESPONSE-FILE
146900     END-IF
147000     IF WS-CEXT-OPEN
147100         CLOSE CFDI-EXTRACT-FILE
147200     END-IF
147300     IF WS-CRPT-OPEN
147400         CLOSE CFDI-REPORT-FILE
147500     END-IF
147600     IF WS-ABORT
147700         DISPLAY "PAY0124 - EMISION CFDI NO PROCESADA"
147800     ELSE
147900         MOVE WS-RECEIPT-CNT TO WS-CNT-DISPLAY
148000         DISPLAY "PAY0124 - EMISION CFDI " WS-RUN-PERIOD
148100             " COMPLETA, RECIBOS: " WS-CNT-DISPLAY
148200             " NUEVOS PAGOS: " WS-REGISTERED-CNT
148300             " INCIDENCIAS: " WS-EXCEPTION-CNT
148400         IF WS-UNST-REJECTED-CNT > ZERO
148500             OR WS-UNST-CANCEL-CNT > ZERO
148600             DISPLAY "PAY0124 - HAY RECIBOS RECHAZADOS O POR "
148700                 "CANCELAR, VEA CFDIRPT"
148800         END-IF
148900     END-IF.
149000 9000-EXIT.
149100     EXIT.
149200 END PROGRAM PAY0124.
