000100******************************************************************
000200* PROGRAM-ID. PAY0125.
000300* AUTHOR.     E. CASTILLO - NOMINA/FONDOS TEAM.
000400* INSTALLATION. DIRECCION DE SISTEMAS.
000500* DATE-WRITTEN. 2026-10-15.
000600* DATE-COMPILED.
000700* PURPOSE.    BANK DISPERSION RETURNS. READS THE BANK'S RETURN
000800*             FILE (BANKRET) FOR THE DISPERSION BATCHES PAY0100
000900*             AND PAY0120 SENT ON BANKDISP, AND MATCHES EVERY
001000*             RETURNED ITEM TO ITS BANKDISP DETAIL (EMPLOYEE,
001100*             CLABE, AMOUNT AND BATCH DATE) AND TO THE
001200*             DISPERSION LEDGER ENTRIES BEHIND IT (IN THE FNDLEDG
001300*             ARCHIVES FROM THE BATCH MONTH ON AND THE LIVE
001400*             LEDGER). A MATCHED RETURN IS CREDITED BACK TO
001500*             EMP-FONDOS AS ONE DEVBANCO LEDGER ENTRY PER
001600*             DISPERSION ENTRY, CARRYING ITS PAY DATE, ROLLED
001700*             INTO LEDGSUM AND AUDITED ON PAYAUD; THE BANKMAST
001800*             RECORD IS FLAGGED SO PAY0100 AND PAY0120 KEEP THE
001900*             NET ON FONDOS UNTIL PAY0109 RELOADS THE ACCOUNT.
002000*             A RETURN THAT MATCHES NOTHING, REPEATS AN ITEM OF
002100*             THE SAME FILE, WAS ALREADY CREDITED BY AN EARLIER
002200*             RUN, BELONGS TO A DISPERSION PAY0118 REVERSED OR
002300*             DOES NOT ADD UP TO THE LEDGER IS NOT POSTED AND
002400*             GOES TO THE EXCEPTIONS SECTION OF THE BANKRRPT
002500*             REPORT. A RETURN FILE WHOSE TRAILER DOES NOT
002600*             AGREE WITH ITS DETAIL IS REFUSED WHOLE.
002700*             BANKDISP IS REPLACED BY EVERY PAY0100 RUN, SO THE
002800*             RETURNS MUST BE APPLIED BEFORE THE NEXT NOMINA.
002900* TECTONICS.  cobc -x PAY0125.cbl -I copybooks
003000*
003100* MODIFICATION HISTORY.
003200*   2026-10-15  ECR  ORIGINAL VERSION.
003220*   2026-10-15  ECR  RETURN CODE FOR THE CYCLE DRIVER (PAY0126):
003240*                    16 WHEN THE RUN ABORTS, 4 WHEN RETURNS WERE
003260*                    LEFT AS EXCEPTIONS. NO BANKRET IS A DAY
003280*                    WITHOUT RETURNS, NOT AN ERROR.
003300******************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. PAY0125.
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. GENERIC.
003900 OBJECT-COMPUTER. GENERIC.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT BANK-RETURN-FILE ASSIGN TO "BANKRET"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-BANKRET-STATUS.
004500
004600     SELECT BANK-DISP-FILE ASSIGN TO "BANKDISP"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-BANKDISP-STATUS.
004900
005000     SELECT BANK-ACCT-FILE ASSIGN TO "BANKMAST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS BANK-EMP-ID
005400         FILE STATUS IS WS-BANK-STATUS.
005500
005600     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS EMP-ID
006000         FILE STATUS IS WS-EMPMAST-STATUS.
006100
006200     SELECT FONDOS-LEDGER-FILE ASSIGN TO "FNDLEDG"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-LEDGER-STATUS.
006500
006600     SELECT ARCHIVE-LEDGER-FILE ASSIGN TO WS-ARCHIVE-NAME
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-ARCHIVE-STATUS.
006900
007000     SELECT LEDGER-SUMMARY-FILE ASSIGN TO "LEDGSUM"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS SUM-KEY
007400         FILE STATUS IS WS-SUMFILE-STATUS.
007500
007600     SELECT PAY-AUDIT-FILE ASSIGN TO "PAYAUD"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-AUDIT-STATUS.
007900
008000     SELECT RETURN-REPORT-FILE ASSIGN TO "BANKRRPT"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-REPORT-STATUS.
008300 DATA DIVISION.
008400 FILE SECTION.
008500******************************************************************
008600* BANKRET - THE BANK'S RETURN FILE. A HEADER WITH THE DATE THE
008700* BANK PRODUCED IT, ONE DETAIL PER RETURNED ITEM (THE ITEM AS IT
008800* WAS SENT ON BANKDISP, THE DATE OF THE BATCH IT CAME IN AND THE
008900* BANK'S REASON) AND A TRAILER WITH COUNT AND HASH TOTAL.
009000******************************************************************
009100 FD  BANK-RETURN-FILE
009200     LABEL RECORDS ARE STANDARD.
009300 01  RET-RECORD.
009400     05  RET-REC-TYPE                PIC X(01).
009500         88  RET-REC-HEADER          VALUE 'H'.
009600         88  RET-REC-DETAIL          VALUE 'D'.
009700         88  RET-REC-TRAILER         VALUE 'T'.
009800     05  FILLER                      PIC X(79).
009900 01  RET-HEADER-RECORD.
010000     05  FILLER                      PIC X(01).
010100     05  RETH-FILE-DATE              PIC 9(08).
010200     05  FILLER                      PIC X(71).
010300 01  RET-DETAIL-RECORD.
010400     05  FILLER                      PIC X(01).
010500     05  RETD-EMP-ID                 PIC X(06).
010600     05  RETD-BANK-CODE              PIC X(03).
010700     05  RETD-CLABE                  PIC X(18).
010800     05  RETD-AMOUNT                 PIC 9(09)V99.
010900     05  RETD-DISP-DATE              PIC 9(08).
011000     05  RETD-REASON-CODE            PIC X(02).
011100     05  RETD-REASON-TEXT            PIC X(30).
011200     05  FILLER                      PIC X(01).
011300 01  RET-TRAILER-RECORD.
011400     05  FILLER                      PIC X(01).
011500     05  RETT-COUNT                  PIC 9(05).
011600     05  RETT-AMT-HASH               PIC 9(11)V99.
011700     05  FILLER                      PIC X(61).
011800
011900******************************************************************
012000* BANKDISP - AS PAY0100 AND PAY0120 WRITE IT: ONE OR MORE
012100* BATCHES, EACH A HEADER (DATE AND BATCH NAME), DETAILS AND A
012200* TRAILER.
012300******************************************************************
012400 FD  BANK-DISP-FILE
012500     LABEL RECORDS ARE STANDARD.
012600 01  DISP-RECORD.
012700     05  DISP-REC-TYPE               PIC X(01).
012800         88  DISP-REC-HEADER         VALUE 'H'.
012900         88  DISP-REC-DETAIL         VALUE 'D'.
013000     05  FILLER                      PIC X(59).
013100 01  DISP-HEADER-RECORD.
013200     05  FILLER                      PIC X(01).
013300     05  DSPH-DATE                   PIC 9(08).
013400     05  FILLER                      PIC X(01).
013500     05  DSPH-NAME                   PIC X(14).
013600     05  FILLER                      PIC X(36).
013700 01  DISP-DETAIL-RECORD.
013800     05  FILLER                      PIC X(01).
013900     05  DSPD-EMP-ID                 PIC X(06).
014000     05  DSPD-BANK-CODE              PIC X(03).
014100     05  DSPD-CLABE                  PIC X(18).
014200     05  DSPD-AMOUNT                 PIC 9(09)V99.
014300     05  FILLER                      PIC X(21).
014400
014500 FD  BANK-ACCT-FILE
014600     LABEL RECORDS ARE STANDARD.
014700     COPY PAYBANK.
014800
014900 FD  EMPLOYEE-MASTER-FILE
015000     LABEL RECORDS ARE STANDARD.
015100     COPY PAYEMP.
015200
015300 FD  FONDOS-LEDGER-FILE
015400     LABEL RECORDS ARE STANDARD.
015500 01  LIVE-LEDGER-RECORD              PIC X(117).
015600
015700 FD  ARCHIVE-LEDGER-FILE
015800     LABEL RECORDS ARE STANDARD.
015900 01  ARCH-LEDGER-RECORD              PIC X(117).
016000
016100 FD  LEDGER-SUMMARY-FILE
016200     LABEL RECORDS ARE STANDARD.
016300     COPY PAYSUM.
016400
016500 FD  PAY-AUDIT-FILE
016600     LABEL RECORDS ARE STANDARD.
016700     COPY PAYAUD.
016800
016900 FD  RETURN-REPORT-FILE
017000     LABEL RECORDS ARE STANDARD.
017100 01  RPT-RECORD                      PIC X(80).
017200 WORKING-STORAGE SECTION.
017300******************************************************************
017400* FILE STATUS AND END-OF-FILE SWITCHES.
017500******************************************************************
017600 77  WS-BANKRET-STATUS           PIC X(02) VALUE SPACES.
017700 77  WS-BANKDISP-STATUS          PIC X(02) VALUE SPACES.
017800 77  WS-BANK-STATUS              PIC X(02) VALUE SPACES.
017900 77  WS-EMPMAST-STATUS           PIC X(02) VALUE SPACES.
018000 77  WS-LEDGER-STATUS            PIC X(02) VALUE SPACES.
018100 77  WS-ARCHIVE-STATUS           PIC X(02) VALUE SPACES.
018200 77  WS-SUMFILE-STATUS           PIC X(02) VALUE SPACES.
018300 77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
018400 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
018500 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
018600     88  WS-ABORT                VALUE 'Y'.
018700 77  WS-BANK-OPEN-SW             PIC X(01) VALUE 'N'.
018800     88  WS-BANK-OPEN            VALUE 'Y'.
018900 77  WS-EMPMAST-OPEN-SW          PIC X(01) VALUE 'N'.
019000     88  WS-EMPMAST-OPEN         VALUE 'Y'.
019100 77  WS-LEDGER-OPEN-SW           PIC X(01) VALUE 'N'.
019200     88  WS-LEDGER-OPEN          VALUE 'Y'.
019300 77  WS-SUM-OPEN-SW              PIC X(01) VALUE 'N'.
019400     88  WS-SUM-OPEN             VALUE 'Y'.
019500 77  WS-AUDIT-OPEN-SW            PIC X(01) VALUE 'N'.
019600     88  WS-AUDIT-OPEN           VALUE 'Y'.
019700 77  WS-REPORT-OPEN-SW           PIC X(01) VALUE 'N'.
019800     88  WS-REPORT-OPEN          VALUE 'Y'.
019900 77  WS-EOF-RETURN-SW            PIC X(01) VALUE 'N'.
020000     88  WS-EOF-RETURN           VALUE 'Y'.
020100 77  WS-EOF-DISP-SW              PIC X(01) VALUE 'N'.
020200     88  WS-EOF-DISP             VALUE 'Y'.
020300 77  WS-EOF-LEDGER-SW            PIC X(01) VALUE 'N'.
020400     88  WS-EOF-LEDGER           VALUE 'Y'.
020500 77  WS-TRAILER-SEEN-SW          PIC X(01) VALUE 'N'.
020600     88  WS-TRAILER-SEEN         VALUE 'Y'.
020630 77  WS-NO-RETURNS-SW            PIC X(01) VALUE 'N'.
020660     88  WS-NO-RETURNS           VALUE 'Y'.
020700 77  WS-AUDIT-RESULT-SW          PIC X(01) VALUE 'Y'.
020800     88  WS-AUDIT-RESULT-OK      VALUE 'Y'.
020900******************************************************************
021000* RUN INPUTS.
021100******************************************************************
021200 01  WS-TODAY-DATE.
021300     05  WS-TODAY-YEAR           PIC 9(04).
021400     05  WS-TODAY-MONTH          PIC 9(02).
021500     05  WS-TODAY-DAY            PIC 9(02).
021600 77  WS-TODAY-PERIOD             PIC 9(06) VALUE ZERO.
021700 77  WS-OPERATOR-ID              PIC X(06) VALUE SPACES.
021800 77  WS-RET-FILE-DATE            PIC 9(08) VALUE ZERO.
021900******************************************************************
022000* BANKDISP AS SENT - EVERY DETAIL OF EVERY BATCH ON THE FILE,
022100* WITH ITS BATCH DATE AND WHETHER THE BATCH IS THE AGUINALDO
022200* ONE. A DETAIL IS TAKEN WHEN A RETURN ON THIS FILE MATCHES IT,
022300* SO THE SAME ITEM RETURNED TWICE IS CAUGHT.
022400******************************************************************
022500 77  DSP-MAX-ITEMS               PIC 9(04) COMP VALUE 1000.
022600 01  DSP-ITEM-TABLE.
022700     05  DSP-TAB-ENTRY OCCURS 1000 TIMES.
022800         10  DSP-TAB-DATE        PIC 9(08).
022900         10  DSP-TAB-BONUS-SW    PIC X(01).
023000             88  DSP-TAB-BONUS   VALUE 'Y'.
023100         10  DSP-TAB-EMP-ID      PIC X(06).
023200         10  DSP-TAB-CLABE       PIC X(18).
023300         10  DSP-TAB-AMOUNT      PIC 9(09)V99.
023400         10  DSP-TAB-TAKEN-SW    PIC X(01).
023500             88  DSP-TAB-TAKEN   VALUE 'Y'.
023600 77  DSP-ENTRY-CNT               PIC 9(04) COMP VALUE ZERO.
023700 77  DSP-SUB                     PIC 9(04) COMP VALUE ZERO.
023800 77  DSP-CUR-SUB                 PIC 9(04) COMP VALUE ZERO.
023900 77  DSP-TAKEN-HIT-SW            PIC X(01) VALUE 'N'.
024000     88  DSP-TAKEN-HIT           VALUE 'Y'.
024100 77  WS-BATCH-DATE               PIC 9(08) VALUE ZERO.
024200 77  WS-BATCH-BONUS-SW           PIC X(01) VALUE 'N'.
024300******************************************************************
024400* THE RETURNS ON BANKRET. RET-TAB-STATE IS BLANK WHILE THE
024500* RETURN IS STILL TO BE APPLIED, 'A' ONCE POSTED AND 'X' WHEN IT
024600* BECAME AN EXCEPTION, WITH THE REASON IN RET-TAB-NOTE.
024700******************************************************************
024800 77  RET-MAX-ITEMS               PIC 9(04) COMP VALUE 500.
024900 01  RET-ITEM-TABLE.
025000     05  RET-TAB-ENTRY OCCURS 500 TIMES.
025100         10  RET-TAB-EMP-ID      PIC X(06).
025200         10  RET-TAB-CLABE       PIC X(18).
025300         10  RET-TAB-AMOUNT      PIC 9(09)V99.
025400         10  RET-TAB-DISP-DATE   PIC 9(08).
025500         10  RET-TAB-BONUS-SW    PIC X(01).
025600             88  RET-TAB-BONUS   VALUE 'Y'.
025700         10  RET-TAB-REASON-CODE PIC X(02).
025800         10  RET-TAB-REASON-TEXT PIC X(30).
025900         10  RET-TAB-STATE       PIC X(01).
026000             88  RET-TAB-PENDING VALUE ' '.
026100             88  RET-TAB-APPLIED VALUE 'A'.
026200             88  RET-TAB-EXCEPTION VALUE 'X'.
026300         10  RET-TAB-NOTE        PIC X(40).
026400 77  RET-ENTRY-CNT               PIC 9(04) COMP VALUE ZERO.
026500 77  RET-SUB                     PIC 9(04) COMP VALUE ZERO.
026600 77  RET-FOUND-SW                PIC X(01) VALUE 'N'.
026700     88  RET-FOUND               VALUE 'Y'.
026800 77  WS-RET-READ-CNT             PIC 9(05) VALUE ZERO.
026900 77  WS-RET-HASH                 PIC 9(11)V99 VALUE ZERO.
026930 77  WS-TRL-COUNT                PIC 9(05) VALUE ZERO.
026960 77  WS-TRL-HASH                 PIC 9(11)V99 VALUE ZERO.
027000 77  WS-FIRST-DISP-DATE          PIC 9(08) VALUE ZERO.
027100******************************************************************
027200* LEDGER SWEEP - THE DISPERSION ENTRIES OF THE EMPLOYEES AND
027300* BATCH DATES BEING RETURNED, FROM THE ARCHIVES OF THE EARLIEST
027400* BATCH MONTH UP TO THE CURRENT MONTH AND THE LIVE FNDLEDG,
027500* OLDEST FIRST. A LATER DEVBANCO FOR THE SAME EMPLOYEE AND PAY
027600* DATE MARKS AN ENTRY RETURNED ('D'), A LATER REVDISPERS MARKS
027700* IT REVERSED BY PAY0118 ('R'). ARCHIVES ARE NAMED AS PAY0108
027800* WRITES THEM.
027900******************************************************************
028000     COPY PAYLEDG.
028100 77  WS-ARCHIVE-NAME             PIC X(20) VALUE SPACES.
028200 01  WS-ARCH-PERIOD              PIC 9(06) VALUE ZERO.
028300 01  WS-ARCH-PERIOD-CHAR REDEFINES WS-ARCH-PERIOD
028400                                 PIC X(06).
028500 77  WS-ARCH-YEAR                PIC 9(04) VALUE ZERO.
028600 77  WS-ARCH-MONTH               PIC 9(02) VALUE ZERO.
028700 77  WS-LEDGER-READ-CNT          PIC 9(07) COMP VALUE ZERO.
028800 77  LDG-MAX-ITEMS               PIC 9(04) COMP VALUE 1000.
028900 01  LDG-ITEM-TABLE.
029000     05  LDG-TAB-ENTRY OCCURS 1000 TIMES.
029100         10  LDG-TAB-EMP-ID      PIC X(06).
029200         10  LDG-TAB-TRAN-DATE   PIC 9(08).
029300         10  LDG-TAB-PAY-DATE    PIC 9(08).
029400         10  LDG-TAB-BONUS-SW    PIC X(01).
029500             88  LDG-TAB-BONUS   VALUE 'Y'.
029600         10  LDG-TAB-AMOUNT      PIC S9(07)V99.
029700         10  LDG-TAB-STATE       PIC X(01).
029800             88  LDG-TAB-OPEN    VALUE ' '.
029900             88  LDG-TAB-RETURNED VALUE 'D'.
030000             88  LDG-TAB-REVERSED VALUE 'R'.
030100 77  LDG-ENTRY-CNT               PIC 9(04) COMP VALUE ZERO.
030200 77  LDG-SUB                     PIC 9(04) COMP VALUE ZERO.
030300 77  LDG-FOUND-SW                PIC X(01) VALUE 'N'.
030400     88  LDG-FOUND               VALUE 'Y'.
030500 77  WS-LEDG-DATE                PIC 9(08) VALUE ZERO.
030600 77  WS-PAY-YEAR-WORK            PIC 9(04) VALUE ZERO.
030700 77  WS-PAY-MMDD                 PIC 9(04) VALUE ZERO.
030800******************************************************************
030900* ONE RETURN'S DISPERSION ENTRIES, BY STATE.
031000******************************************************************
031100 77  WS-OPEN-CNT                 PIC 9(03) COMP VALUE ZERO.
031200 77  WS-OPEN-AMT                 PIC S9(09)V99 VALUE ZERO.
031300 77  WS-RETURNED-CNT             PIC 9(03) COMP VALUE ZERO.
031400 77  WS-REVERSED-CNT             PIC 9(03) COMP VALUE ZERO.
031500 77  FONDOS                      PIC S9(07)V99 VALUE ZERO.
031600******************************************************************
031700* LEDGER, SUMMARY AND REPORT WORK FIELDS AND RUN TOTALS.
031800******************************************************************
031900 77  WS-LEDGER-NET-AMT           PIC S9(07)V99 VALUE ZERO.
032000 77  WS-LEDGER-PAY-DATE          PIC 9(08) VALUE ZERO.
032100 77  WS-SUM-PERIOD               PIC 9(06) VALUE ZERO.
032200 77  WS-POSTED-CNT               PIC 9(05) COMP VALUE ZERO.
032300 77  WS-APPLIED-CNT              PIC 9(05) COMP VALUE ZERO.
032400 77  WS-APPLIED-AMT              PIC S9(11)V99 VALUE ZERO.
032500 77  WS-EXCEPTION-CNT            PIC 9(05) COMP VALUE ZERO.
032600 77  WS-EXCEPTION-AMT            PIC S9(11)V99 VALUE ZERO.
032700 77  WS-FLAGGED-CNT              PIC 9(05) COMP VALUE ZERO.
032800 77  WS-EXCEPTION-NOTE           PIC X(40) VALUE SPACES.
032900 01  WS-ITEM-LINE.
033000     05  WS-ITM-LABEL            PIC X(10).
033100     05  WS-ITM-EMP-ID           PIC X(06).
033200     05  FILLER                  PIC X(01) VALUE SPACE.
033300     05  WS-ITM-CLABE            PIC X(18).
033400     05  FILLER                  PIC X(01) VALUE SPACE.
033500     05  WS-ITM-DISP-DATE        PIC 9(08).
033600     05  WS-ITM-AMOUNT           PIC Z(8)9.99.
033700     05  FILLER                  PIC X(02) VALUE SPACES.
033800     05  WS-ITM-TEXT             PIC X(22).
033900 77  WS-RPT-TEXT                 PIC X(80) VALUE SPACES.
034000 77  WS-PAGE-SEP                 PIC X(60) VALUE ALL "=".
034100 77  WS-CNT-DISPLAY              PIC ZZZZ9.
034200 77  WS-AMT-DISPLAY              PIC Z(10)9.99.
034300 PROCEDURE DIVISION.
034400******************************************************************
034500* 0000-MAINLINE - LOAD WHAT WAS SENT AND WHAT CAME BACK, FIND
034600* THE LEDGER ENTRIES BEHIND EACH RETURN, APPLY THE ONES THAT
034700* MATCH, LIST THE REST, CLOSE OUT.
034800******************************************************************
034900 0000-MAINLINE.
035000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
035020     IF WS-NO-RETURNS
035040         PERFORM 9000-TERMINATE THRU 9000-EXIT
035060         STOP RUN
035080     END-IF
035100     IF NOT WS-ABORT
035200         PERFORM 1200-LOAD-DISPERSION THRU 1200-EXIT
035300     END-IF
035400     IF NOT WS-ABORT
035500         PERFORM 1500-LOAD-RETURNS THRU 1500-EXIT
035600     END-IF
035700     IF NOT WS-ABORT
035800         PERFORM 2000-SWEEP-LEDGER THRU 2000-EXIT
035900     END-IF
036000     IF NOT WS-ABORT
036100         PERFORM 3000-APPLY-RETURNS THRU 3000-EXIT
036200     END-IF
036300     IF NOT WS-ABORT
036400         PERFORM 6000-LIST-EXCEPTIONS THRU 6000-EXIT
036500         PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT
036600     END-IF
036700     PERFORM 9000-TERMINATE THRU 9000-EXIT
036710     IF WS-ABORT
036720         MOVE 16 TO RETURN-CODE
036730     ELSE
036740         IF WS-EXCEPTION-CNT > ZERO
036750             MOVE 4 TO RETURN-CODE
036760         END-IF
036770     END-IF
036800     STOP RUN.
036900******************************************************************
036960* 1000-INITIALIZE - WITHOUT A BANKRET FILE THERE IS NOTHING TO
037020* DO TODAY. OTHERWISE ACCEPT THE OPERATOR AND OPEN PAYAUD, THE
037100* REPORT AND THE MASTERS. EMPMAST IS REQUIRED; WITHOUT BANKMAST
037200* THE RETURNS STILL POST BUT NO ACCOUNT CAN BE FLAGGED.
037300******************************************************************
037400 1000-INITIALIZE.
037409     OPEN INPUT BANK-RETURN-FILE
037418     IF WS-BANKRET-STATUS = "35"
037427         DISPLAY "PAY0125 - SIN BANKRET, NO HAY DEVOLUCIONES QUE"
037436             " APLICAR"
037445         SET WS-NO-RETURNS TO TRUE
037454         GO TO 1000-EXIT
037463     END-IF
037472     IF WS-BANKRET-STATUS = "00"
037481         CLOSE BANK-RETURN-FILE
037490     END-IF
037500     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
037600     COMPUTE WS-TODAY-PERIOD = WS-TODAY-YEAR * 100
037700         + WS-TODAY-MONTH
037800     DISPLAY "ID DE OPERADOR: " WITH NO ADVANCING
037900     ACCEPT WS-OPERATOR-ID
038000
038100     OPEN EXTEND PAY-AUDIT-FILE
038200     IF WS-AUDIT-STATUS = "35"
038300         OPEN OUTPUT PAY-AUDIT-FILE
038400     END-IF
038500     IF WS-AUDIT-STATUS NOT = "00"
038600         DISPLAY "PAY0125 - NO SE PUDO ABRIR PAYAUD, ESTADO "
038700             WS-AUDIT-STATUS
038800         SET WS-ABORT TO TRUE
038900         GO TO 1000-EXIT
039000     END-IF
039100     SET WS-AUDIT-OPEN TO TRUE
039200
039300     OPEN OUTPUT RETURN-REPORT-FILE
039400     IF WS-REPORT-STATUS NOT = "00"
039500         DISPLAY "PAY0125 - NO SE PUDO ABRIR BANKRRPT, ESTADO "
039600             WS-REPORT-STATUS
039700         SET WS-ABORT TO TRUE
039800         GO TO 1000-EXIT
039900     END-IF
040000     SET WS-REPORT-OPEN TO TRUE
040100     MOVE SPACES TO WS-RPT-TEXT
040200     STRING "DEVOLUCIONES DE DISPERSION BANCARIA  FECHA "
040300         WS-TODAY-DATE "  OPERADOR " WS-OPERATOR-ID
040400         DELIMITED BY SIZE INTO WS-RPT-TEXT
040500     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
040600     MOVE WS-PAGE-SEP TO WS-RPT-TEXT
040700     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
040800
040900     OPEN I-O EMPLOYEE-MASTER-FILE
041000     IF WS-EMPMAST-STATUS NOT = "00"
041100         DISPLAY "PAY0125 - NO SE PUDO ABRIR EMPMAST, ESTADO "
041200             WS-EMPMAST-STATUS
041300         SET WS-ABORT TO TRUE
041400         GO TO 1000-EXIT
041500     END-IF
041600     SET WS-EMPMAST-OPEN TO TRUE
041700
041800     OPEN I-O BANK-ACCT-FILE
041900     IF WS-BANK-STATUS = "00"
042000         SET WS-BANK-OPEN TO TRUE
042100     ELSE
042200         DISPLAY "PAY0125 - SIN BANKMAST (ESTADO " WS-BANK-STATUS
042300             "), NO SE MARCARAN LAS CUENTAS"
042400     END-IF.
042500 1000-EXIT.
042600     EXIT.
042700******************************************************************
042800* 1200-LOAD-DISPERSION - EVERY BANKDISP DETAIL INTO THE TABLE,
042900* TAGGED WITH ITS BATCH'S DATE AND NAME. WITHOUT BANKDISP NO
043000* RETURN CAN BE PROVED, SO THE RUN STOPS.
043100******************************************************************
043200 1200-LOAD-DISPERSION.
043300     OPEN INPUT BANK-DISP-FILE
043400     IF WS-BANKDISP-STATUS NOT = "00"
043500         DISPLAY "PAY0125 - NO SE PUDO ABRIR BANKDISP, ESTADO "
043600             WS-BANKDISP-STATUS " - NO SE APLICAN DEVOLUCIONES"
043700         SET WS-ABORT TO TRUE
043800         GO TO 1200-EXIT
043900     END-IF
044000     MOVE "N" TO WS-EOF-DISP-SW
044100     PERFORM 1210-LOAD-ONE-DISP THRU 1210-EXIT
044200         UNTIL WS-EOF-DISP OR WS-ABORT
044300     CLOSE BANK-DISP-FILE
044400     DISPLAY "PAY0125 - DETALLES EN BANKDISP: " DSP-ENTRY-CNT.
044500 1200-EXIT.
044600     EXIT.
044700******************************************************************
044800* 1210-LOAD-ONE-DISP - ONE BANKDISP RECORD. A HEADER STARTS A
044900* BATCH; TRAILERS ARE PAY0100'S AND PAY0120'S CONCERN.
045000******************************************************************
045100 1210-LOAD-ONE-DISP.
045200     READ BANK-DISP-FILE
045300         AT END
045400             MOVE "Y" TO WS-EOF-DISP-SW
045500             GO TO 1210-EXIT
045600     END-READ
045700     IF DISP-REC-HEADER
045800         MOVE DSPH-DATE TO WS-BATCH-DATE
045900         MOVE "N" TO WS-BATCH-BONUS-SW
046000         IF DSPH-NAME = "AGUINALDO"
046100             MOVE "Y" TO WS-BATCH-BONUS-SW
046200         END-IF
046300         GO TO 1210-EXIT
046400     END-IF
046500     IF NOT DISP-REC-DETAIL
046600         GO TO 1210-EXIT
046700     END-IF
046800     IF DSP-ENTRY-CNT = DSP-MAX-ITEMS
046900         DISPLAY "PAY0125 - TABLA DE BANKDISP LLENA ("
047000             DSP-MAX-ITEMS ") - AMPLIAR DSP-ITEM-TABLE"
047100         SET WS-ABORT TO TRUE
047200         GO TO 1210-EXIT
047300     END-IF
047400     ADD 1 TO DSP-ENTRY-CNT
047500     MOVE WS-BATCH-DATE TO DSP-TAB-DATE(DSP-ENTRY-CNT)
047600     MOVE WS-BATCH-BONUS-SW TO DSP-TAB-BONUS-SW(DSP-ENTRY-CNT)
047700     MOVE DSPD-EMP-ID TO DSP-TAB-EMP-ID(DSP-ENTRY-CNT)
047800     MOVE DSPD-CLABE TO DSP-TAB-CLABE(DSP-ENTRY-CNT)
047900     MOVE DSPD-AMOUNT TO DSP-TAB-AMOUNT(DSP-ENTRY-CNT)
048000     MOVE "N" TO DSP-TAB-TAKEN-SW(DSP-ENTRY-CNT).
048100 1210-EXIT.
048200     EXIT.
048300******************************************************************
048400* 1500-LOAD-RETURNS - READ BANKRET INTO THE RETURN TABLE,
048500* MATCHING EACH DETAIL TO BANKDISP AS IT COMES, AND PROVE THE
048600* FILE AGAINST ITS TRAILER. A MISSING HEADER OR TRAILER, OR A
048700* TRAILER THAT DOES NOT AGREE, REFUSES THE WHOLE FILE - THE BANK
048800* MUST RESEND IT.
048900******************************************************************
049000 1500-LOAD-RETURNS.
049100     OPEN INPUT BANK-RETURN-FILE
049200     IF WS-BANKRET-STATUS NOT = "00"
049300         DISPLAY "PAY0125 - NO SE PUDO ABRIR BANKRET, ESTADO "
049400             WS-BANKRET-STATUS
049500         SET WS-ABORT TO TRUE
049600         GO TO 1500-EXIT
049700     END-IF
049800     READ BANK-RETURN-FILE
049900         AT END
050000             MOVE "Y" TO WS-EOF-RETURN-SW
050100     END-READ
050200     IF WS-EOF-RETURN OR NOT RET-REC-HEADER
050300         DISPLAY "PAY0125 - BANKRET SIN ENCABEZADO - NO SE"
050400             " APLICA NADA"
050500         CLOSE BANK-RETURN-FILE
050600         SET WS-ABORT TO TRUE
050700         GO TO 1500-EXIT
050800     END-IF
050900     MOVE RETH-FILE-DATE TO WS-RET-FILE-DATE
051000     MOVE SPACES TO WS-RPT-TEXT
051100     STRING "ARCHIVO DE DEVOLUCIONES DEL BANCO DEL "
051200         WS-RET-FILE-DATE
051300         DELIMITED BY SIZE INTO WS-RPT-TEXT
051400     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
051500     PERFORM 1510-LOAD-ONE-RETURN THRU 1510-EXIT
051600         UNTIL WS-EOF-RETURN OR WS-TRAILER-SEEN OR WS-ABORT
051700     CLOSE BANK-RETURN-FILE
051800     IF WS-ABORT
051900         GO TO 1500-EXIT
052000     END-IF
052100     IF NOT WS-TRAILER-SEEN
052200         DISPLAY "PAY0125 - BANKRET SIN TRAILER - NO SE APLICA"
052300             " NADA"
052400         SET WS-ABORT TO TRUE
052500         GO TO 1500-EXIT
052600     END-IF
052700     IF WS-TRL-COUNT NOT = WS-RET-READ-CNT
052800         OR WS-TRL-HASH NOT = WS-RET-HASH
052900         DISPLAY "PAY0125 - BANKRET NO CUADRA: TRAILER "
053000             WS-TRL-COUNT " / " WS-TRL-HASH ", LEIDOS "
053100             WS-RET-READ-CNT " / " WS-RET-HASH
053200             " - NO SE APLICA NADA"
053300         SET WS-ABORT TO TRUE
053400         GO TO 1500-EXIT
053500     END-IF
053600     DISPLAY "PAY0125 - DEVOLUCIONES EN BANKRET: "
053700         WS-RET-READ-CNT.
053800 1500-EXIT.
053900     EXIT.
054000******************************************************************
054100* 1510-LOAD-ONE-RETURN - ONE BANKRET RECORD AFTER THE HEADER. A
054200* DETAIL GOES INTO THE TABLE AND IS MATCHED TO BANKDISP; ONE
054300* THAT CANNOT BE READ OR MATCHED IS AN EXCEPTION STRAIGHT AWAY.
054400******************************************************************
054500 1510-LOAD-ONE-RETURN.
054600     READ BANK-RETURN-FILE
054700         AT END
054800             MOVE "Y" TO WS-EOF-RETURN-SW
054900             GO TO 1510-EXIT
055000     END-READ
055100     IF RET-REC-TRAILER
055130         MOVE RETT-COUNT TO WS-TRL-COUNT
055160         MOVE RETT-AMT-HASH TO WS-TRL-HASH
055200         SET WS-TRAILER-SEEN TO TRUE
055300         GO TO 1510-EXIT
055400     END-IF
055500     IF NOT RET-REC-DETAIL
055600         GO TO 1510-EXIT
055700     END-IF
055800     ADD 1 TO WS-RET-READ-CNT
055900     IF RET-ENTRY-CNT = RET-MAX-ITEMS
056000         DISPLAY "PAY0125 - TABLA DE DEVOLUCIONES LLENA ("
056100             RET-MAX-ITEMS ") - AMPLIAR RET-ITEM-TABLE"
056200         SET WS-ABORT TO TRUE
056300         GO TO 1510-EXIT
056400     END-IF
056500     ADD 1 TO RET-ENTRY-CNT
056600     MOVE RET-ENTRY-CNT TO RET-SUB
056700     MOVE RETD-EMP-ID TO RET-TAB-EMP-ID(RET-SUB)
056800     MOVE RETD-CLABE TO RET-TAB-CLABE(RET-SUB)
056900     MOVE RETD-REASON-CODE TO RET-TAB-REASON-CODE(RET-SUB)
057000     MOVE RETD-REASON-TEXT TO RET-TAB-REASON-TEXT(RET-SUB)
057100     MOVE "N" TO RET-TAB-BONUS-SW(RET-SUB)
057200     MOVE SPACE TO RET-TAB-STATE(RET-SUB)
057300     MOVE SPACES TO RET-TAB-NOTE(RET-SUB)
057400     IF RETD-AMOUNT NOT NUMERIC OR RETD-DISP-DATE NOT NUMERIC
057500         MOVE ZERO TO RET-TAB-AMOUNT(RET-SUB)
057600         MOVE ZERO TO RET-TAB-DISP-DATE(RET-SUB)
057700         MOVE "MONTO O FECHA NO NUMERICOS"
057800             TO WS-EXCEPTION-NOTE
057900         PERFORM 8450-MARK-EXCEPTION THRU 8450-EXIT
058000         GO TO 1510-EXIT
058100     END-IF
058200     MOVE RETD-AMOUNT TO RET-TAB-AMOUNT(RET-SUB)
058300     MOVE RETD-DISP-DATE TO RET-TAB-DISP-DATE(RET-SUB)
058400     ADD RETD-AMOUNT TO WS-RET-HASH
058500
058600     MOVE ZERO TO DSP-CUR-SUB
058700     MOVE "N" TO DSP-TAKEN-HIT-SW
058800     PERFORM 1520-TEST-ONE-DISP THRU 1520-EXIT
058900         VARYING DSP-SUB FROM 1 BY 1
059000         UNTIL DSP-CUR-SUB > ZERO OR DSP-SUB > DSP-ENTRY-CNT
059100     IF DSP-CUR-SUB = ZERO
059200         IF DSP-TAKEN-HIT
059300             MOVE "DUPLICADA EN BANKRET" TO WS-EXCEPTION-NOTE
059400         ELSE
059500             MOVE "NO COINCIDE CON BANKDISP" TO WS-EXCEPTION-NOTE
059600         END-IF
059700         PERFORM 8450-MARK-EXCEPTION THRU 8450-EXIT
059800         GO TO 1510-EXIT
059900     END-IF
060000     MOVE "Y" TO DSP-TAB-TAKEN-SW(DSP-CUR-SUB)
060060     MOVE DSP-TAB-BONUS-SW(DSP-CUR-SUB)
060120         TO RET-TAB-BONUS-SW(RET-SUB)
060200     IF WS-FIRST-DISP-DATE = ZERO
060300         OR RET-TAB-DISP-DATE(RET-SUB) < WS-FIRST-DISP-DATE
060400         MOVE RET-TAB-DISP-DATE(RET-SUB) TO WS-FIRST-DISP-DATE
060500     END-IF.
060600 1510-EXIT.
060700     EXIT.
060800******************************************************************
060900* 1520-TEST-ONE-DISP - ONE STEP OF THE BANKDISP SEARCH. THE FIRST
061000* DETAIL NOT YET TAKEN WITH THE SAME EMPLOYEE, CLABE, AMOUNT AND
061100* BATCH DATE IS THE MATCH; A TAKEN ONE ONLY SAYS THE ITEM IS
061200* REPEATED ON BANKRET.
061300******************************************************************
061400 1520-TEST-ONE-DISP.
061500     IF DSP-TAB-EMP-ID(DSP-SUB) NOT = RET-TAB-EMP-ID(RET-SUB)
061600         OR DSP-TAB-CLABE(DSP-SUB) NOT = RET-TAB-CLABE(RET-SUB)
061700         OR DSP-TAB-AMOUNT(DSP-SUB) NOT = RET-TAB-AMOUNT(RET-SUB)
061800         OR DSP-TAB-DATE(DSP-SUB) NOT = RET-TAB-DISP-DATE(RET-SUB)
061900         GO TO 1520-EXIT
062000     END-IF
062100     IF DSP-TAB-TAKEN(DSP-SUB)
062200         MOVE "Y" TO DSP-TAKEN-HIT-SW
062300     ELSE
062400         MOVE DSP-SUB TO DSP-CUR-SUB
062500     END-IF.
062600 1520-EXIT.
062700     EXIT.
062800******************************************************************
062900* 2000-SWEEP-LEDGER - READ EVERY ARCHIVE FROM THE EARLIEST BATCH
063000* MONTH TO THE CURRENT MONTH, THEN THE LIVE LEDGER. NOTHING TO
063100* SWEEP WHEN NO RETURN MATCHED BANKDISP.
063200******************************************************************
063300 2000-SWEEP-LEDGER.
063400     IF WS-FIRST-DISP-DATE = ZERO
063500         GO TO 2000-EXIT
063600     END-IF
063700     DIVIDE WS-FIRST-DISP-DATE BY 100 GIVING WS-ARCH-PERIOD
063800     DIVIDE WS-ARCH-PERIOD BY 100
063900         GIVING WS-ARCH-YEAR REMAINDER WS-ARCH-MONTH
064000     PERFORM 2010-SWEEP-ARCHIVE THRU 2010-EXIT
064100         UNTIL WS-ARCH-PERIOD > WS-TODAY-PERIOD OR WS-ABORT
064200     IF WS-ABORT
064300         GO TO 2000-EXIT
064400     END-IF
064500
064600     OPEN INPUT FONDOS-LEDGER-FILE
064700     IF WS-LEDGER-STATUS = "00"
064800         MOVE "N" TO WS-EOF-LEDGER-SW
064900         PERFORM 2030-READ-ONE-LIVE THRU 2030-EXIT
065000             UNTIL WS-EOF-LEDGER OR WS-ABORT
065100         CLOSE FONDOS-LEDGER-FILE
065200     ELSE
065300         IF WS-LEDGER-STATUS NOT = "35"
065400             DISPLAY "PAY0125 - NO SE PUDO LEER FNDLEDG, ESTADO "
065500                 WS-LEDGER-STATUS
065600             SET WS-ABORT TO TRUE
065700             GO TO 2000-EXIT
065800         END-IF
065900     END-IF
066000     DISPLAY "PAY0125 - REGISTROS DE FNDLEDG LEIDOS: "
066100         WS-LEDGER-READ-CNT " DISPERSIONES: " LDG-ENTRY-CNT.
066200 2000-EXIT.
066300     EXIT.
066400******************************************************************
066500* 2010-SWEEP-ARCHIVE - READ ONE MONTHLY ARCHIVE, IF IT EXISTS,
066600* AND STEP TO THE NEXT MONTH.
066700******************************************************************
066800 2010-SWEEP-ARCHIVE.
066900     MOVE SPACES TO WS-ARCHIVE-NAME
067000     STRING "FNDLEDG." WS-ARCH-PERIOD-CHAR
067100         DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
067200     OPEN INPUT ARCHIVE-LEDGER-FILE
067300     IF WS-ARCHIVE-STATUS = "00"
067400         MOVE "N" TO WS-EOF-LEDGER-SW
067500         PERFORM 2020-READ-ONE-ARCHIVE THRU 2020-EXIT
067600             UNTIL WS-EOF-LEDGER OR WS-ABORT
067700         CLOSE ARCHIVE-LEDGER-FILE
067800     END-IF
067900     ADD 1 TO WS-ARCH-MONTH
068000     IF WS-ARCH-MONTH > 12
068100         MOVE 1 TO WS-ARCH-MONTH
068200         ADD 1 TO WS-ARCH-YEAR
068300     END-IF
068400     COMPUTE WS-ARCH-PERIOD = WS-ARCH-YEAR * 100 + WS-ARCH-MONTH.
068500 2010-EXIT.
068600     EXIT.
068700******************************************************************
068800* 2020-READ-ONE-ARCHIVE - ONE ARCHIVED LEDGER RECORD.
068900******************************************************************
069000 2020-READ-ONE-ARCHIVE.
069100     READ ARCHIVE-LEDGER-FILE INTO LEDGER-RECORD
069200         AT END
069300             MOVE "Y" TO WS-EOF-LEDGER-SW
069400             GO TO 2020-EXIT
069500     END-READ
069600     ADD 1 TO WS-LEDGER-READ-CNT
069700     PERFORM 2100-TEST-ONE-RECORD THRU 2100-EXIT.
069800 2020-EXIT.
069900     EXIT.
070000******************************************************************
070100* 2030-READ-ONE-LIVE - ONE LIVE LEDGER RECORD.
070200******************************************************************
070300 2030-READ-ONE-LIVE.
070400     READ FONDOS-LEDGER-FILE INTO LEDGER-RECORD
070500         AT END
070600             MOVE "Y" TO WS-EOF-LEDGER-SW
070700             GO TO 2030-EXIT
070800     END-READ
070900     ADD 1 TO WS-LEDGER-READ-CNT
071000     PERFORM 2100-TEST-ONE-RECORD THRU 2100-EXIT.
071100 2030-EXIT.
071200     EXIT.
071300******************************************************************
071400* 2100-TEST-ONE-RECORD - KEEP A DISPERSION OF AN EMPLOYEE BEING
071500* RETURNED, POSTED ON ONE OF THE RETURNED BATCH DATES; MARK A
071600* KEPT ENTRY RETURNED OR REVERSED WHEN ITS DEVBANCO OR
071700* REVDISPERS COMES BY. RECORDS FROM BEFORE LEDG-PAY-DATE EXISTED
071800* CARRY SPACES THERE AND NEVER MATCH.
071900******************************************************************
072000 2100-TEST-ONE-RECORD.
072100     IF LEDG-PAY-DATE NOT NUMERIC
072200         GO TO 2100-EXIT
072300     END-IF
072400     MOVE LEDG-TRAN-DATE TO WS-LEDG-DATE
072500     IF LEDG-TYPE-DISPERSION
072600         MOVE "N" TO RET-FOUND-SW
072700         PERFORM 2110-TEST-ONE-RETURN THRU 2110-EXIT
072800             VARYING RET-SUB FROM 1 BY 1
072900             UNTIL RET-FOUND OR RET-SUB > RET-ENTRY-CNT
073000         IF RET-FOUND
073100             PERFORM 2200-KEEP-DISPERSION THRU 2200-EXIT
073200         END-IF
073300         GO TO 2100-EXIT
073400     END-IF
073500     IF LEDG-TYPE-DEV-BANCO OR LEDG-TYPE-REV-DISPERSION
073600         MOVE "N" TO LDG-FOUND-SW
073700         PERFORM 2120-TEST-ONE-KEPT THRU 2120-EXIT
073800             VARYING LDG-SUB FROM 1 BY 1
073900             UNTIL LDG-FOUND OR LDG-SUB > LDG-ENTRY-CNT
074000     END-IF.
074100 2100-EXIT.
074200     EXIT.
074300******************************************************************
074400* 2110-TEST-ONE-RETURN - DOES A RETURN STILL TO APPLY NAME THIS
074500* EMPLOYEE AND BATCH DATE.
074600******************************************************************
074700 2110-TEST-ONE-RETURN.
074800     IF RET-TAB-PENDING(RET-SUB)
074900         AND RET-TAB-EMP-ID(RET-SUB) = LEDG-EMP-ID
075000         AND RET-TAB-DISP-DATE(RET-SUB) = WS-LEDG-DATE
075100         SET RET-FOUND TO TRUE
075200     END-IF.
075300 2110-EXIT.
075400     EXIT.
075500******************************************************************
075600* 2120-TEST-ONE-KEPT - THE OLDEST KEPT DISPERSION STILL OPEN FOR
075700* THE EMPLOYEE AND PAY DATE, POSTED NO LATER THAN THE RECORD, IS
075800* THE ONE A DEVBANCO RETURNED OR A REVDISPERS REVERSED.
075900******************************************************************
076000 2120-TEST-ONE-KEPT.
076100     IF LDG-TAB-OPEN(LDG-SUB)
076200         AND LDG-TAB-EMP-ID(LDG-SUB) = LEDG-EMP-ID
076300         AND LDG-TAB-PAY-DATE(LDG-SUB) = LEDG-PAY-DATE
076400         AND LDG-TAB-TRAN-DATE(LDG-SUB) NOT > WS-LEDG-DATE
076500         SET LDG-FOUND TO TRUE
076600         IF LEDG-TYPE-DEV-BANCO
076700             SET LDG-TAB-RETURNED(LDG-SUB) TO TRUE
076800         ELSE
076900             SET LDG-TAB-REVERSED(LDG-SUB) TO TRUE
077000         END-IF
077100     END-IF.
077200 2120-EXIT.
077300     EXIT.
077400******************************************************************
077500* 2200-KEEP-DISPERSION - ADD THE DISPERSION TO THE TABLE. AN
077600* AGUINALDO BATCH DISPERSION IS PAYABLE ON AAAA1220 (PAY0120);
077700* THAT TELLS IT FROM A NOMINA DISPERSION POSTED THE SAME DAY.
077800******************************************************************
077900 2200-KEEP-DISPERSION.
078000     IF LDG-ENTRY-CNT = LDG-MAX-ITEMS
078100         DISPLAY "PAY0125 - TABLA DE DISPERSIONES LLENA ("
078200             LDG-MAX-ITEMS ") - AMPLIAR LDG-ITEM-TABLE"
078300         SET WS-ABORT TO TRUE
078400         GO TO 2200-EXIT
078500     END-IF
078600     ADD 1 TO LDG-ENTRY-CNT
078700     MOVE LEDG-EMP-ID TO LDG-TAB-EMP-ID(LDG-ENTRY-CNT)
078800     MOVE WS-LEDG-DATE TO LDG-TAB-TRAN-DATE(LDG-ENTRY-CNT)
078900     MOVE LEDG-PAY-DATE TO LDG-TAB-PAY-DATE(LDG-ENTRY-CNT)
079000     MOVE LEDG-NET-AMT TO LDG-TAB-AMOUNT(LDG-ENTRY-CNT)
079100     MOVE SPACE TO LDG-TAB-STATE(LDG-ENTRY-CNT)
079200     DIVIDE LEDG-PAY-DATE BY 10000
079300         GIVING WS-PAY-YEAR-WORK REMAINDER WS-PAY-MMDD
079400     IF WS-PAY-MMDD = 1220
079500         MOVE "Y" TO LDG-TAB-BONUS-SW(LDG-ENTRY-CNT)
079600     ELSE
079700         MOVE "N" TO LDG-TAB-BONUS-SW(LDG-ENTRY-CNT)
079800     END-IF.
079900 2200-EXIT.
080000     EXIT.
080100******************************************************************
080200* 3000-APPLY-RETURNS - OPEN THE LEDGER FILES FOR POSTING AND
080300* APPLY EVERY RETURN STILL PENDING.
080400******************************************************************
080500 3000-APPLY-RETURNS.
080600     OPEN EXTEND FONDOS-LEDGER-FILE
080700     IF WS-LEDGER-STATUS = "35"
080800         OPEN OUTPUT FONDOS-LEDGER-FILE
080900     END-IF
081000     IF WS-LEDGER-STATUS NOT = "00"
081100         DISPLAY "PAY0125 - NO SE PUDO ABRIR FNDLEDG, ESTADO "
081200             WS-LEDGER-STATUS
081300         SET WS-ABORT TO TRUE
081400         GO TO 3000-EXIT
081500     END-IF
081600     SET WS-LEDGER-OPEN TO TRUE
081700
081800     OPEN I-O LEDGER-SUMMARY-FILE
081900     IF WS-SUMFILE-STATUS = "35"
082000         OPEN OUTPUT LEDGER-SUMMARY-FILE
082100         CLOSE LEDGER-SUMMARY-FILE
082200         OPEN I-O LEDGER-SUMMARY-FILE
082300     END-IF
082400     IF WS-SUMFILE-STATUS = "00"
082500         SET WS-SUM-OPEN TO TRUE
082600     ELSE
082700         DISPLAY "PAY0125 - SIN LEDGSUM (ESTADO "
082800             WS-SUMFILE-STATUS "), RECONSTRUYA CON PAY0115"
082900     END-IF
083000
083100     MOVE SPACES TO WS-RPT-TEXT
083200     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
083300     MOVE "DEVOLUCIONES APLICADAS A FONDOS" TO WS-RPT-TEXT
083400     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
083500     PERFORM 3100-APPLY-ONE-RETURN THRU 3100-EXIT
083600         VARYING RET-SUB FROM 1 BY 1
083700         UNTIL RET-SUB > RET-ENTRY-CNT.
083800 3000-EXIT.
083900     EXIT.
084000******************************************************************
084100* 3100-APPLY-ONE-RETURN - THE RETURN MUST BE BACKED BY DISPERSION
084200* ENTRIES OF ITS EMPLOYEE, BATCH DATE AND BATCH KIND THAT ARE
084300* STILL OPEN, NONE OF THEM REVERSED, ADDING UP TO THE RETURNED
084400* AMOUNT. THEN EACH ENTRY IS CREDITED BACK AND THE ACCOUNT IS
084500* FLAGGED.
084600******************************************************************
084700 3100-APPLY-ONE-RETURN.
084800     IF NOT RET-TAB-PENDING(RET-SUB)
084900         GO TO 3100-EXIT
085000     END-IF
085100     MOVE ZERO TO WS-OPEN-CNT WS-OPEN-AMT WS-RETURNED-CNT
085200         WS-REVERSED-CNT
085300     PERFORM 3110-TALLY-ONE-ENTRY THRU 3110-EXIT
085400         VARYING LDG-SUB FROM 1 BY 1
085500         UNTIL LDG-SUB > LDG-ENTRY-CNT
085600     IF WS-OPEN-CNT = ZERO AND WS-RETURNED-CNT = ZERO
085700         AND WS-REVERSED-CNT = ZERO
085800         MOVE "SIN DISPERSION EN FNDLEDG" TO WS-EXCEPTION-NOTE
085900         PERFORM 8450-MARK-EXCEPTION THRU 8450-EXIT
086000         GO TO 3100-EXIT
086100     END-IF
086200     IF WS-REVERSED-CNT > ZERO
086300         MOVE "DISPERSION REVERSADA (PAY0118), AJUSTE MANUAL"
086400             TO WS-EXCEPTION-NOTE
086500         PERFORM 8450-MARK-EXCEPTION THRU 8450-EXIT
086600         GO TO 3100-EXIT
086700     END-IF
086800     IF WS-OPEN-CNT = ZERO
086900         MOVE "YA PROCESADA (DEVBANCO EN FNDLEDG)"
087000             TO WS-EXCEPTION-NOTE
087100         PERFORM 8450-MARK-EXCEPTION THRU 8450-EXIT
087200         GO TO 3100-EXIT
087300     END-IF
087400     IF WS-OPEN-AMT NOT = RET-TAB-AMOUNT(RET-SUB)
087500         MOVE "MONTO NO COINCIDE CON FNDLEDG" TO WS-EXCEPTION-NOTE
087600         PERFORM 8450-MARK-EXCEPTION THRU 8450-EXIT
087700         GO TO 3100-EXIT
087800     END-IF
087900     MOVE RET-TAB-EMP-ID(RET-SUB) TO EMP-ID
088000     READ EMPLOYEE-MASTER-FILE
088100         INVALID KEY
088200             MOVE "EMPLEADO NO EXISTE EN EMPMAST"
088300                 TO WS-EXCEPTION-NOTE
088400             PERFORM 8450-MARK-EXCEPTION THRU 8450-EXIT
088500             GO TO 3100-EXIT
088600     END-READ
088700     MOVE EMP-FONDOS TO FONDOS
088800
088900     PERFORM 3120-POST-ONE-ENTRY THRU 3120-EXIT
089000         VARYING LDG-SUB FROM 1 BY 1
089100         UNTIL LDG-SUB > LDG-ENTRY-CNT
089200     SET RET-TAB-APPLIED(RET-SUB) TO TRUE
089300     ADD 1 TO WS-APPLIED-CNT
089400     ADD RET-TAB-AMOUNT(RET-SUB) TO WS-APPLIED-AMT
089500     MOVE "APLICADA  " TO WS-ITM-LABEL
089600     MOVE RET-TAB-REASON-TEXT(RET-SUB) TO WS-ITM-TEXT
089700     PERFORM 8300-WRITE-ITEM-LINE THRU 8300-EXIT
089800     PERFORM 3200-FLAG-BANKMAST THRU 3200-EXIT.
089900 3100-EXIT.
090000     EXIT.
090100******************************************************************
090200* 3110-TALLY-ONE-ENTRY - COUNT ONE KEPT DISPERSION AGAINST THE
090300* CURRENT RETURN WHEN IT IS THE RETURN'S EMPLOYEE, BATCH DATE
090400* AND BATCH KIND.
090500******************************************************************
090600 3110-TALLY-ONE-ENTRY.
090700     IF LDG-TAB-EMP-ID(LDG-SUB) NOT = RET-TAB-EMP-ID(RET-SUB)
090800         OR LDG-TAB-TRAN-DATE(LDG-SUB)
090900             NOT = RET-TAB-DISP-DATE(RET-SUB)
091000         OR LDG-TAB-BONUS-SW(LDG-SUB)
091100             NOT = RET-TAB-BONUS-SW(RET-SUB)
091200         GO TO 3110-EXIT
091300     END-IF
091400     IF LDG-TAB-OPEN(LDG-SUB)
091500         ADD 1 TO WS-OPEN-CNT
091600         ADD LDG-TAB-AMOUNT(LDG-SUB) TO WS-OPEN-AMT
091700     END-IF
091800     IF LDG-TAB-RETURNED(LDG-SUB)
091900         ADD 1 TO WS-RETURNED-CNT
092000     END-IF
092100     IF LDG-TAB-REVERSED(LDG-SUB)
092200         ADD 1 TO WS-REVERSED-CNT
092300     END-IF.
092400 3110-EXIT.
092500     EXIT.
092600******************************************************************
092700* 3120-POST-ONE-ENTRY - CREDIT ONE OPEN DISPERSION OF THE RETURN
092800* BACK TO FONDOS AS A DEVBANCO CARRYING ITS PAY DATE, AND MARK
092900* IT RETURNED.
093000******************************************************************
093100 3120-POST-ONE-ENTRY.
093200     IF LDG-TAB-EMP-ID(LDG-SUB) NOT = RET-TAB-EMP-ID(RET-SUB)
093300         OR LDG-TAB-TRAN-DATE(LDG-SUB)
093400             NOT = RET-TAB-DISP-DATE(RET-SUB)
093500         OR LDG-TAB-BONUS-SW(LDG-SUB)
093600             NOT = RET-TAB-BONUS-SW(RET-SUB)
093700         OR NOT LDG-TAB-OPEN(LDG-SUB)
093800         GO TO 3120-EXIT
093900     END-IF
094000     ADD LDG-TAB-AMOUNT(LDG-SUB) TO FONDOS
094100     PERFORM 8800-REWRITE-EMPMAST THRU 8800-EXIT
094200     MOVE LDG-TAB-AMOUNT(LDG-SUB) TO WS-LEDGER-NET-AMT
094300     MOVE LDG-TAB-PAY-DATE(LDG-SUB) TO WS-LEDGER-PAY-DATE
094400     PERFORM 8200-WRITE-LEDGER-RECORD THRU 8200-EXIT
094500     SET LDG-TAB-RETURNED(LDG-SUB) TO TRUE.
094600 3120-EXIT.
094700     EXIT.
094800******************************************************************
094900* 3200-FLAG-BANKMAST - MARK THE ACCOUNT SO NO MORE MONEY IS SENT
095000* TO IT. AN ACCOUNT ALREADY RELOADED WITH ANOTHER CLABE SINCE THE
095100* BATCH WENT OUT HAS BEEN FIXED AND IS LEFT ALONE.
095200******************************************************************
095300 3200-FLAG-BANKMAST.
095400     IF NOT WS-BANK-OPEN
095500         GO TO 3200-EXIT
095600     END-IF
095700     MOVE RET-TAB-EMP-ID(RET-SUB) TO BANK-EMP-ID
095800     READ BANK-ACCT-FILE
095900         INVALID KEY
095960             MOVE SPACES TO WS-RPT-TEXT
096020             STRING "          SIN REGISTRO EN BANKMAST,"
096080                 " NO SE MARCA"
096140                 DELIMITED BY SIZE INTO WS-RPT-TEXT
096200             PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
096300             GO TO 3200-EXIT
096400     END-READ
096500     IF BANK-CLABE NOT = RET-TAB-CLABE(RET-SUB)
096560         MOVE SPACES TO WS-RPT-TEXT
096620         STRING "          BANKMAST YA TIENE OTRA CLABE,"
096680             " NO SE MARCA"
096740             DELIMITED BY SIZE INTO WS-RPT-TEXT
096800         PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
096900         GO TO 3200-EXIT
097000     END-IF
097100     SET BANK-RETURNED TO TRUE
097200     MOVE WS-TODAY-DATE TO BANK-RETURN-DATE
097300     REWRITE BANK-RECORD
097400     IF WS-BANK-STATUS NOT = "00"
097500         DISPLAY "PAY0125 - NO SE PUDO MARCAR BANKMAST DE "
097600             BANK-EMP-ID ", ESTADO " WS-BANK-STATUS
097700         GO TO 3200-EXIT
097800     END-IF
097900     ADD 1 TO WS-FLAGGED-CNT.
098000 3200-EXIT.
098100     EXIT.
098200******************************************************************
098300* 6000-LIST-EXCEPTIONS - EVERY RETURN NOT APPLIED, WITH WHY.
098400******************************************************************
098500 6000-LIST-EXCEPTIONS.
098600     MOVE SPACES TO WS-RPT-TEXT
098700     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
098800     MOVE "EXCEPCIONES - NO APLICADAS" TO WS-RPT-TEXT
098900     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
099000     PERFORM 6100-LIST-ONE-EXCEPTION THRU 6100-EXIT
099100         VARYING RET-SUB FROM 1 BY 1
099200         UNTIL RET-SUB > RET-ENTRY-CNT.
099300 6000-EXIT.
099400     EXIT.
099500******************************************************************
099600* 6100-LIST-ONE-EXCEPTION - THE ITEM AND, BENEATH IT, THE BANK'S
099700* REASON AND OURS.
099800******************************************************************
099900 6100-LIST-ONE-EXCEPTION.
100000     IF NOT RET-TAB-EXCEPTION(RET-SUB)
100100         GO TO 6100-EXIT
100200     END-IF
100300     MOVE "EXCEPCION " TO WS-ITM-LABEL
100400     MOVE RET-TAB-REASON-TEXT(RET-SUB) TO WS-ITM-TEXT
100500     PERFORM 8300-WRITE-ITEM-LINE THRU 8300-EXIT
100600     MOVE SPACES TO WS-RPT-TEXT
100700     STRING "          MOTIVO: " RET-TAB-NOTE(RET-SUB)
100800         DELIMITED BY SIZE INTO WS-RPT-TEXT
100900     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT.
101000 6100-EXIT.
101100     EXIT.
101200******************************************************************
101300* 7000-WRITE-TOTALS - THE REPORT'S CLOSING COUNTS AND AMOUNTS.
101400******************************************************************
101500 7000-WRITE-TOTALS.
101600     MOVE WS-PAGE-SEP TO WS-RPT-TEXT
101700     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
101800     MOVE SPACES TO WS-RPT-TEXT
101900     MOVE WS-RET-READ-CNT TO WS-CNT-DISPLAY
102000     STRING "DEVOLUCIONES RECIBIDAS:    " WS-CNT-DISPLAY
102100         DELIMITED BY SIZE INTO WS-RPT-TEXT
102200     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
102300     MOVE SPACES TO WS-RPT-TEXT
102400     MOVE WS-APPLIED-CNT TO WS-CNT-DISPLAY
102500     MOVE WS-APPLIED-AMT TO WS-AMT-DISPLAY
102600     STRING "APLICADAS A FONDOS:        " WS-CNT-DISPLAY
102700         "  MONTO " WS-AMT-DISPLAY
102800         DELIMITED BY SIZE INTO WS-RPT-TEXT
102900     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
103000     MOVE SPACES TO WS-RPT-TEXT
103100     MOVE WS-EXCEPTION-CNT TO WS-CNT-DISPLAY
103200     MOVE WS-EXCEPTION-AMT TO WS-AMT-DISPLAY
103300     STRING "EXCEPCIONES:               " WS-CNT-DISPLAY
103400         "  MONTO " WS-AMT-DISPLAY
103500         DELIMITED BY SIZE INTO WS-RPT-TEXT
103600     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
103700     MOVE SPACES TO WS-RPT-TEXT
103800     MOVE WS-POSTED-CNT TO WS-CNT-DISPLAY
103900     STRING "MOVIMIENTOS DEVBANCO:      " WS-CNT-DISPLAY
104000         DELIMITED BY SIZE INTO WS-RPT-TEXT
104100     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT
104200     MOVE SPACES TO WS-RPT-TEXT
104300     MOVE WS-FLAGGED-CNT TO WS-CNT-DISPLAY
104400     STRING "CUENTAS MARCADAS BANKMAST: " WS-CNT-DISPLAY
104500         DELIMITED BY SIZE INTO WS-RPT-TEXT
104600     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT.
104700 7000-EXIT.
104800     EXIT.
104900******************************************************************
105000* 8100-WRITE-AUDIT-RECORD - ONE PAYAUD ENTRY FOR THE EMPLOYEE
105100* WHOSE FONDOS WAS TOUCHED, WITH THE BANK'S REASON.
105200******************************************************************
105300 8100-WRITE-AUDIT-RECORD.
105400     IF NOT WS-AUDIT-OPEN
105500         GO TO 8100-EXIT
105600     END-IF
105700     MOVE EMP-ID                 TO AUD-EMP-ID
105800     MOVE WS-OPERATOR-ID         TO AUD-OPERATOR-ID
105900     MOVE WS-TODAY-YEAR          TO AUD-YEAR
106000     MOVE WS-TODAY-MONTH         TO AUD-MONTH
106100     MOVE WS-TODAY-DAY           TO AUD-DAY
106200     IF WS-AUDIT-RESULT-OK
106300         SET AUD-RESULT-OK       TO TRUE
106400     ELSE
106500         SET AUD-RESULT-REJECT   TO TRUE
106600     END-IF
106700     MOVE RET-TAB-REASON-TEXT(RET-SUB) TO AUD-REASON
106800     WRITE AUDIT-RECORD.
106900 8100-EXIT.
107000     EXIT.
107100******************************************************************
107200* 8200-WRITE-LEDGER-RECORD - POST ONE DEVBANCO ENTRY, DATED
107300* TODAY AND CARRYING THE PAY DATE OF THE DISPERSION IT RETURNS,
107400* ROLL IT INTO LEDGSUM AND AUDIT IT. CALLERS SET
107500* WS-LEDGER-NET-AMT, WS-LEDGER-PAY-DATE AND FONDOS.
107600******************************************************************
107700 8200-WRITE-LEDGER-RECORD.
107800     MOVE EMP-ID                 TO LEDG-EMP-ID
107900     MOVE WS-TODAY-YEAR          TO LEDG-TRAN-YEAR
108000     MOVE WS-TODAY-MONTH         TO LEDG-TRAN-MONTH
108100     MOVE WS-TODAY-DAY           TO LEDG-TRAN-DAY
108200     MOVE "DEVBANCO"             TO LEDG-TRAN-TYPE
108300     MOVE WS-LEDGER-NET-AMT      TO LEDG-GROSS-AMT
108400     MOVE ZERO                   TO LEDG-TAX-AMT
108500     MOVE ZERO                   TO LEDG-BENEFITS-AMT
108600     MOVE ZERO                   TO LEDG-GARNISH-AMT
108700     MOVE WS-LEDGER-NET-AMT      TO LEDG-NET-AMT
108800     MOVE FONDOS                 TO LEDG-BALANCE-AFTER
108900     MOVE EMP-BRANCH             TO LEDG-BRANCH
109000     MOVE WS-LEDGER-PAY-DATE     TO LEDG-PAY-DATE
109100     MOVE ZERO TO LEDG-ER-IMSS-AMT LEDG-ER-RCV-AMT
109200         LEDG-ER-INFONAVIT-AMT
109300     WRITE LIVE-LEDGER-RECORD FROM LEDGER-RECORD
109400     IF WS-LEDGER-STATUS NOT = "00"
109500         DISPLAY "PAY0125 - NO SE PUDO GRABAR FNDLEDG, ESTADO "
109600             WS-LEDGER-STATUS " (" EMP-ID ")"
109700     END-IF
109800     ADD 1 TO WS-POSTED-CNT
109900     IF WS-SUM-OPEN
110000         PERFORM 8250-UPDATE-LEDGER-SUMMARY THRU 8250-EXIT
110100     END-IF
110200     MOVE "DEVBANCO" TO AUD-ACTION
110300     MOVE "Y" TO WS-AUDIT-RESULT-SW
110400     PERFORM 8100-WRITE-AUDIT-RECORD THRU 8100-EXIT.
110500 8200-EXIT.
110600     EXIT.
110700******************************************************************
110800* 8250-UPDATE-LEDGER-SUMMARY - KEEP LEDGSUM CURRENT AS PAY0100
110900* DOES: ONE RECORD PER EMPLOYEE AND TRANSACTION PERIOD.
111000******************************************************************
111100 8250-UPDATE-LEDGER-SUMMARY.
111200     MOVE EMP-ID TO SUM-EMP-ID
111300     COMPUTE WS-SUM-PERIOD =
111400         LEDG-TRAN-YEAR * 100 + LEDG-TRAN-MONTH
111500     MOVE WS-SUM-PERIOD TO SUM-PERIOD
111600     READ LEDGER-SUMMARY-FILE
111700         INVALID KEY
111800             MOVE EMP-ID TO SUM-EMP-ID
111900             MOVE WS-SUM-PERIOD TO SUM-PERIOD
112000             MOVE ZERO TO SUM-CNT-DEPOSITO SUM-AMT-DEPOSITO
112100                 SUM-CNT-RETIRO SUM-AMT-RETIRO
112200                 SUM-CNT-NOMINA SUM-AMT-NOMINA
112300                 SUM-CNT-INTERES SUM-AMT-INTERES
112400                 SUM-CNT-DISPERSION SUM-AMT-DISPERSION
112500                 SUM-CNT-PRESTAMO SUM-AMT-PRESTAMO
112600                 SUM-CNT-FINIQUITO SUM-AMT-FINIQUITO
112700                 SUM-CNT-REVERSO SUM-AMT-REVERSO
112800                 SUM-CNT-RETRO SUM-AMT-RETRO
112900                 SUM-CNT-BONO SUM-AMT-BONO
113000                 SUM-CNT-DEVOLUCION SUM-AMT-DEVOLUCION
113100                 SUM-CLOSING-BAL
113200             ADD 1 TO SUM-CNT-DEVOLUCION
113300             ADD LEDG-NET-AMT TO SUM-AMT-DEVOLUCION
113400             MOVE FONDOS TO SUM-CLOSING-BAL
113500             WRITE SUM-RECORD
113600             GO TO 8250-EXIT
113700     END-READ
113800     ADD 1 TO SUM-CNT-DEVOLUCION
113900     ADD LEDG-NET-AMT TO SUM-AMT-DEVOLUCION
114000     MOVE FONDOS TO SUM-CLOSING-BAL
114100     REWRITE SUM-RECORD
114200     IF WS-SUMFILE-STATUS NOT = "00"
114300         DISPLAY "PAY0125 - NO SE PUDO GRABAR LEDGSUM, ESTADO "
114400             WS-SUMFILE-STATUS
114500     END-IF.
114600 8250-EXIT.
114700     EXIT.
114800******************************************************************
114900* 8300-WRITE-ITEM-LINE - ONE RETURNED ITEM ON THE REPORT. CALLER
115000* SETS RET-SUB, WS-ITM-LABEL AND WS-ITM-TEXT.
115100******************************************************************
115200 8300-WRITE-ITEM-LINE.
115300     MOVE RET-TAB-EMP-ID(RET-SUB) TO WS-ITM-EMP-ID
115400     MOVE RET-TAB-CLABE(RET-SUB) TO WS-ITM-CLABE
115500     MOVE RET-TAB-DISP-DATE(RET-SUB) TO WS-ITM-DISP-DATE
115600     MOVE RET-TAB-AMOUNT(RET-SUB) TO WS-ITM-AMOUNT
115700     MOVE WS-ITEM-LINE TO WS-RPT-TEXT
115800     PERFORM 8400-WRITE-REPORT-TEXT THRU 8400-EXIT.
115900 8300-EXIT.
116000     EXIT.
116100******************************************************************
116200* 8400-WRITE-REPORT-TEXT - ONE FREEFORM REPORT LINE. CALLER SETS
116300* WS-RPT-TEXT.
116400******************************************************************
116500 8400-WRITE-REPORT-TEXT.
116600     IF NOT WS-REPORT-OPEN
116700         GO TO 8400-EXIT
116800     END-IF
116900     MOVE WS-RPT-TEXT            TO RPT-RECORD
117000     WRITE RPT-RECORD.
117100 8400-EXIT.
117200     EXIT.
117300******************************************************************
117400* 8450-MARK-EXCEPTION - THE CURRENT RETURN IS NOT APPLIED. CALLER
117500* SETS RET-SUB AND WS-EXCEPTION-NOTE.
117600******************************************************************
117700 8450-MARK-EXCEPTION.
117800     SET RET-TAB-EXCEPTION(RET-SUB) TO TRUE
117900     MOVE WS-EXCEPTION-NOTE TO RET-TAB-NOTE(RET-SUB)
118000     ADD 1 TO WS-EXCEPTION-CNT
118100     ADD RET-TAB-AMOUNT(RET-SUB) TO WS-EXCEPTION-AMT
118200     DISPLAY "PAY0125 - DEVOLUCION DE " RET-TAB-EMP-ID(RET-SUB)
118300         " NO APLICADA: " WS-EXCEPTION-NOTE.
118400 8450-EXIT.
118500     EXIT.
118600******************************************************************
118700* 8800-REWRITE-EMPMAST - PUT THE CURRENT FONDOS BALANCE BACK ON
118800* THE MASTER RECORD, AS IN PAY0100.
118900******************************************************************
119000 8800-REWRITE-EMPMAST.
119100     MOVE FONDOS TO EMP-FONDOS
119200     REWRITE EMP-MASTER-RECORD
119300     IF WS-EMPMAST-STATUS NOT = "00"
119400         DISPLAY "PAY0125 - NO SE PUDO GRABAR EMPMAST, ESTADO "
119500             WS-EMPMAST-STATUS
119600     END-IF.
119700 8800-EXIT.
119800     EXIT.
119900******************************************************************
120000* 9000-TERMINATE - CLOSE EVERYTHING THAT OPENED.
120100******************************************************************
120200 9000-TERMINATE.
120300     IF WS-EMPMAST-OPEN
120400         CLOSE EMPLOYEE-MASTER-FILE
120500     END-IF
120600     IF WS-BANK-OPEN
120700         CLOSE BANK-ACCT-FILE
120800     END-IF
120900     IF WS-LEDGER-OPEN
121000         CLOSE FONDOS-LEDGER-FILE
121100     END-IF
121200     IF WS-SUM-OPEN
121300         CLOSE LEDGER-SUMMARY-FILE
121400     END-IF
121500     IF WS-AUDIT-OPEN
121600         CLOSE PAY-AUDIT-FILE
121700     END-IF
121800     IF WS-REPORT-OPEN
121900         CLOSE RETURN-REPORT-FILE
122000     END-IF
122100     IF WS-ABORT
122200         DISPLAY "PAY0125 - DEVOLUCIONES NO PROCESADAS"
122300     ELSE
122400         DISPLAY "PAY0125 - DEVOLUCIONES APLICADAS: "
122500             WS-APPLIED-CNT " EXCEPCIONES: " WS-EXCEPTION-CNT
122600             " CUENTAS MARCADAS: " WS-FLAGGED-CNT
122700     END-IF.
122800 9000-EXIT.
122900     EXIT.
123000 END PROGRAM PAY0125.
