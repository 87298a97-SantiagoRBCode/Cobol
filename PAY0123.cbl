000100******************************************************************
000200* PROGRAM-ID. PAY0123.
000300* AUTHOR.     E. CASTILLO - NOMINA/FONDOS TEAM.
000400* INSTALLATION. DIRECCION DE SISTEMAS.
000500* DATE-WRITTEN. 2026-10-15.
000600* DATE-COMPILED.
000700* PURPOSE.    BIMONTHLY SOCIAL SECURITY EXTRACT (SUA). SUMS THE
000800*             CUOTAS RECORDS PAY0100 (NOMINA) AND PAY0111
000900*             (FINIQUITO) WROTE FOR THE PAYDAYS OF ONE BIMESTER
001000*             INTO ONE LINE PER EMPLOYEE ON THE SUA UPLOAD FILE
001100*             (SUABIM): DAYS CONTRIBUTED, INCAPACIDAD AND ABSENCE
001200*             DAYS, THE LAST SBC OF THE BIMESTER, AND THE
001300*             EMPLOYEE AND EMPLOYER SHARES OF IMSS, RCV AND
001400*             INFONAVIT. THE FILE CARRIES A HEADER WITH THE
001500*             BIMESTER AND A TRAILER WITH THE EMPLOYEE COUNT AND
001600*             THE AMOUNT TOTALS, WHICH ARE ALSO SHOWN ON THE
001700*             CONSOLE FOR THE PAYMENT TO IMSS. AN EMPLOYEE WHOSE
001800*             FINIQUITO FALLS IN THE BIMESTER IS MARKED AS A
001900*             BAJA. EMPMAST CARRIES NO NSS, SO THE EMPLOYEE IS
002000*             IDENTIFIED BY EMP-ID AND NAME.
002100*             THE BIMESTER IS GIVEN AS AAAABB (BB 01-06); ZERO
002200*             TAKES THE LAST BIMESTER CLOSED BEFORE TODAY.
002300* TECTONICS.  cobc -x PAY0123.cbl -I copybooks
002400*
002500* MODIFICATION HISTORY.
002600*   2026-10-15  ECR  ORIGINAL VERSION.
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. PAY0123.
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. GENERIC.
003300 OBJECT-COMPUTER. GENERIC.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CUOTAS-FILE ASSIGN TO "CUOTAS"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS CUO-KEY
004000         FILE STATUS IS WS-CUO-STATUS.
004100
004200     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS EMP-ID
004600         FILE STATUS IS WS-EMPMAST-STATUS.
004700
004800     SELECT SUA-FILE ASSIGN TO "SUABIM"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-SUA-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  CUOTAS-FILE
005400     LABEL RECORDS ARE STANDARD.
005500     COPY PAYCUO.
005600
005700 FD  EMPLOYEE-MASTER-FILE
005800     LABEL RECORDS ARE STANDARD.
005900     COPY PAYEMP.
006000
006100 FD  SUA-FILE
006200     LABEL RECORDS ARE STANDARD.
006300 01  SUA-RECORD                      PIC X(120).
006400 WORKING-STORAGE SECTION.
006500******************************************************************
006600* FILE STATUS AND END-OF-FILE SWITCHES.
006700******************************************************************
006800 77  WS-CUO-STATUS               PIC X(02) VALUE SPACES.
006900 77  WS-EMPMAST-STATUS           PIC X(02) VALUE SPACES.
007000 77  WS-SUA-STATUS               PIC X(02) VALUE SPACES.
007100 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
007200     88  WS-ABORT                VALUE 'Y'.
007300 77  WS-CUO-OPEN-SW              PIC X(01) VALUE 'N'.
007400     88  WS-CUO-OPEN             VALUE 'Y'.
007500 77  WS-EMPMAST-OPEN-SW          PIC X(01) VALUE 'N'.
007600     88  WS-EMPMAST-OPEN         VALUE 'Y'.
007700 77  WS-SUA-OPEN-SW              PIC X(01) VALUE 'N'.
007800     88  WS-SUA-OPEN             VALUE 'Y'.
007900 77  WS-EOF-CUO-SW               PIC X(01) VALUE 'N'.
008000     88  WS-EOF-CUO              VALUE 'Y'.
008100******************************************************************
008200* RUN INPUTS - THE BIMESTER AND THE RANGE OF PAYDAYS IT COVERS.
008300* THE UPPER BOUND IS DAY 31 OF THE SECOND MONTH, WHICH ANY REAL
008400* PAYDAY OF THAT MONTH SORTS BELOW.
008500******************************************************************
008600 01  WS-TODAY-DATE.
008700     05  WS-TODAY-YEAR           PIC 9(04).
008800     05  WS-TODAY-MONTH          PIC 9(02).
008900     05  WS-TODAY-DAY            PIC 9(02).
009000 77  WS-BIM-PERIOD               PIC 9(06) VALUE ZERO.
009100 77  WS-BIM-YEAR                 PIC 9(04) VALUE ZERO.
009200 77  WS-BIM-NO                   PIC 9(02) VALUE ZERO.
009300 77  WS-BIM-FROM-DATE            PIC 9(08) VALUE ZERO.
009400 77  WS-BIM-TO-DATE              PIC 9(08) VALUE ZERO.
009500******************************************************************
009600* THE EMPLOYEE BEING SUMMED. CUOTAS IS READ IN KEY ORDER, SO ALL
009700* OF AN EMPLOYEE'S PAYDAYS COME TOGETHER AND THE LAST ONE READ
009800* CARRIES THE SBC IN FORCE AT THE END OF THE BIMESTER.
009900******************************************************************
010000 77  WS-CUR-EMP-ID               PIC X(06) VALUE SPACES.
010100 77  WS-CUR-BRANCH               PIC X(04) VALUE SPACES.
010200 77  WS-CUR-SBC                  PIC 9(05)V99 VALUE ZERO.
010300 77  WS-CUR-BAJA-SW              PIC X(01) VALUE 'N'.
010400     88  WS-CUR-BAJA             VALUE 'Y'.
010500 77  WS-EMP-DAYS                 PIC 9(03) VALUE ZERO.
010600 77  WS-EMP-INCAP-DAYS           PIC 9(03) VALUE ZERO.
010700 77  WS-EMP-ABSENT-DAYS          PIC 9(03) VALUE ZERO.
010800 77  WS-EMP-EE-IMSS              PIC S9(07)V99 VALUE ZERO.
010900 77  WS-EMP-ER-IMSS              PIC S9(07)V99 VALUE ZERO.
011000 77  WS-EMP-EE-RCV               PIC S9(07)V99 VALUE ZERO.
011100 77  WS-EMP-ER-RCV               PIC S9(07)V99 VALUE ZERO.
011200 77  WS-EMP-ER-INFONAVIT         PIC S9(07)V99 VALUE ZERO.
011300******************************************************************
011400* RUN COUNTERS AND FILE TOTALS.
011500******************************************************************
011600 77  WS-CUO-READ-CNT             PIC 9(07) COMP VALUE ZERO.
011700 77  WS-CUO-USED-CNT             PIC 9(07) COMP VALUE ZERO.
011800 77  WS-CUO-BAD-CNT              PIC 9(05) COMP VALUE ZERO.
011900 77  WS-SUA-EMP-CNT              PIC 9(05) COMP VALUE ZERO.
012000 77  WS-BAJA-CNT                 PIC 9(05) COMP VALUE ZERO.
012100 77  WS-NO-EMP-CNT               PIC 9(05) COMP VALUE ZERO.
012200 77  WS-TOT-DAYS                 PIC 9(07) VALUE ZERO.
012300 77  WS-TOT-EE-IMSS              PIC S9(11)V99 VALUE ZERO.
012400 77  WS-TOT-ER-IMSS              PIC S9(11)V99 VALUE ZERO.
012500 77  WS-TOT-EE-RCV               PIC S9(11)V99 VALUE ZERO.
012600 77  WS-TOT-ER-RCV               PIC S9(11)V99 VALUE ZERO.
012700 77  WS-TOT-ER-INFONAVIT         PIC S9(11)V99 VALUE ZERO.
012800 77  WS-TOT-PAYABLE              PIC S9(11)V99 VALUE ZERO.
012900 77  WS-CNT-DISPLAY              PIC ZZZZ9.
013000******************************************************************
013100* SUA UPLOAD RECORD LAYOUTS - BUILT HERE, MOVED TO SUA-RECORD.
013200******************************************************************
013300 01  WS-SUA-HEADER.
013400     05  FILLER                  PIC X(01) VALUE 'H'.
013500     05  WS-SUAH-PERIOD          PIC 9(06).
013600     05  WS-SUAH-FROM-DATE       PIC 9(08).
013700     05  WS-SUAH-TO-DATE         PIC 9(08).
013800     05  WS-SUAH-RUN-DATE        PIC 9(08).
013900     05  FILLER                  PIC X(14) VALUE "NOMINA-FONDOS".
014000     05  FILLER                  PIC X(75) VALUE SPACES.
014100 01  WS-SUA-DETAIL.
014200     05  FILLER                  PIC X(01) VALUE 'D'.
014300     05  WS-SUAD-EMP-ID          PIC X(06).
014400     05  WS-SUAD-APELLIDO        PIC X(20).
014500     05  WS-SUAD-NOMBRE          PIC X(20).
014600     05  WS-SUAD-BRANCH          PIC X(04).
014700     05  WS-SUAD-SBC             PIC 9(05)V99.
014800     05  WS-SUAD-DAYS            PIC 9(03).
014900     05  WS-SUAD-INCAP-DAYS      PIC 9(03).
015000     05  WS-SUAD-ABSENT-DAYS     PIC 9(03).
015100     05  WS-SUAD-EE-IMSS         PIC 9(07)V99.
015200     05  WS-SUAD-ER-IMSS         PIC 9(07)V99.
015300     05  WS-SUAD-EE-RCV          PIC 9(07)V99.
015400     05  WS-SUAD-ER-RCV          PIC 9(07)V99.
015500     05  WS-SUAD-ER-INFONAVIT    PIC 9(07)V99.
015600     05  WS-SUAD-MOVEMENT        PIC X(01).
015700         88  WS-SUAD-BAJA        VALUE 'B'.
015800     05  FILLER                  PIC X(07) VALUE SPACES.
015900 01  WS-SUA-TRAILER.
016000     05  FILLER                  PIC X(01) VALUE 'T'.
016100     05  WS-SUAT-COUNT           PIC 9(05).
016200     05  WS-SUAT-DAYS            PIC 9(07).
016300     05  WS-SUAT-EE-IMSS         PIC 9(11)V99.
016400     05  WS-SUAT-ER-IMSS         PIC 9(11)V99.
016500     05  WS-SUAT-EE-RCV          PIC 9(11)V99.
016600     05  WS-SUAT-ER-RCV          PIC 9(11)V99.
016700     05  WS-SUAT-ER-INFONAVIT    PIC 9(11)V99.
016800     05  FILLER                  PIC X(42) VALUE SPACES.
016900 PROCEDURE DIVISION.
017000******************************************************************
017100* 0000-MAINLINE - WALK CUOTAS IN KEY ORDER, ONE SUA LINE PER
017200* EMPLOYEE WITH PAYDAYS IN THE BIMESTER, THEN THE TRAILER.
017300******************************************************************
017400 0000-MAINLINE.
017500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
017600     IF NOT WS-ABORT
017700         PERFORM 2100-TAKE-ONE-CUOTA THRU 2100-EXIT
017800             UNTIL WS-EOF-CUO
017900         IF WS-CUR-EMP-ID NOT = SPACES
018000             PERFORM 3000-WRITE-EMPLOYEE THRU 3000-EXIT
018100         END-IF
018200         PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT
018300     END-IF
018400     PERFORM 9000-TERMINATE THRU 9000-EXIT
018500     STOP RUN.
018600******************************************************************
018700* 1000-INITIALIZE - ACCEPT AND PROVE THE BIMESTER, OPEN THE
018800* FILES AND WRITE THE HEADER. EVERY FILE IS REQUIRED - A SUA
018900* FILE WITHOUT NAMES OR WITHOUT CONTRIBUTIONS IS NO USE TO IMSS.
019000******************************************************************
019100 1000-INITIALIZE.
019200     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
019300     DISPLAY "BIMESTRE A EXTRAER (AAAABB, 0 PARA EL ANTERIOR): "
019400         WITH NO ADVANCING
019500     ACCEPT WS-BIM-PERIOD
019600     IF WS-BIM-PERIOD = ZERO
019700         COMPUTE WS-BIM-NO = (WS-TODAY-MONTH + 1) / 2
019800         MOVE WS-TODAY-YEAR TO WS-BIM-YEAR
019900         IF WS-BIM-NO = 1
020000             MOVE 6 TO WS-BIM-NO
020100             SUBTRACT 1 FROM WS-BIM-YEAR
020200         ELSE
020300             SUBTRACT 1 FROM WS-BIM-NO
020400         END-IF
020500     ELSE
020600         DIVIDE WS-BIM-PERIOD BY 100
020700             GIVING WS-BIM-YEAR REMAINDER WS-BIM-NO
020800         IF WS-BIM-NO < 1 OR WS-BIM-NO > 6
020900             DISPLAY "PAY0123 - BIMESTRE INVALIDO EN "
021000                 WS-BIM-PERIOD " - NO SE EXTRAE"
021100             SET WS-ABORT TO TRUE
021200             GO TO 1000-EXIT
021300         END-IF
021400     END-IF
021500     COMPUTE WS-BIM-PERIOD = WS-BIM-YEAR * 100 + WS-BIM-NO
021600     COMPUTE WS-BIM-FROM-DATE = WS-BIM-YEAR * 10000
021700         + (WS-BIM-NO * 2 - 1) * 100 + 1
021800     COMPUTE WS-BIM-TO-DATE = WS-BIM-YEAR * 10000
021900         + WS-BIM-NO * 200 + 31
022000     DISPLAY "PAY0123 - BIMESTRE " WS-BIM-PERIOD ", PAGOS DEL "
022100         WS-BIM-FROM-DATE " AL " WS-BIM-TO-DATE
022200
022300     OPEN INPUT CUOTAS-FILE
022400     IF WS-CUO-STATUS NOT = "00"
022500         DISPLAY "PAY0123 - NO SE PUDO ABRIR CUOTAS, ESTADO "
022600             WS-CUO-STATUS
022700         SET WS-ABORT TO TRUE
022800         GO TO 1000-EXIT
022900     END-IF
023000     SET WS-CUO-OPEN TO TRUE
023100
023200     OPEN INPUT EMPLOYEE-MASTER-FILE
023300     IF WS-EMPMAST-STATUS NOT = "00"
023400         DISPLAY "PAY0123 - NO SE PUDO ABRIR EMPMAST, ESTADO "
023500             WS-EMPMAST-STATUS
023600         SET WS-ABORT TO TRUE
023700         GO TO 1000-EXIT
023800     END-IF
023900     SET WS-EMPMAST-OPEN TO TRUE
024000
024100     OPEN OUTPUT SUA-FILE
024200     IF WS-SUA-STATUS NOT = "00"
024300         DISPLAY "PAY0123 - NO SE PUDO ABRIR SUABIM, ESTADO "
024400             WS-SUA-STATUS
024500         SET WS-ABORT TO TRUE
024600         GO TO 1000-EXIT
024700     END-IF
024800     SET WS-SUA-OPEN TO TRUE
024900
025000     MOVE WS-BIM-PERIOD TO WS-SUAH-PERIOD
025100     MOVE WS-BIM-FROM-DATE TO WS-SUAH-FROM-DATE
025200     MOVE WS-BIM-TO-DATE TO WS-SUAH-TO-DATE
025300     MOVE WS-TODAY-DATE TO WS-SUAH-RUN-DATE
025400     MOVE WS-SUA-HEADER TO SUA-RECORD
025500     WRITE SUA-RECORD
025600
025700     MOVE LOW-VALUES TO CUO-KEY
025800     START CUOTAS-FILE KEY NOT < CUO-KEY
025900         INVALID KEY
026000             MOVE "Y" TO WS-EOF-CUO-SW
026100     END-START.
026200 1000-EXIT.
026300     EXIT.
026400******************************************************************
026500* 2100-TAKE-ONE-CUOTA - READ THE NEXT CUOTAS RECORD AND, WHEN
026600* ITS PAYDAY FALLS IN THE BIMESTER, ADD IT TO ITS EMPLOYEE. A
026700* NEW EMPLOYEE ID CLOSES OUT THE PREVIOUS ONE'S SUA LINE FIRST.
026800******************************************************************
026900 2100-TAKE-ONE-CUOTA.
027000     READ CUOTAS-FILE NEXT RECORD
027100         AT END
027200             MOVE "Y" TO WS-EOF-CUO-SW
027300             GO TO 2100-EXIT
027400     END-READ
027500     ADD 1 TO WS-CUO-READ-CNT
027600     IF CUO-PAY-DATE NOT NUMERIC
027700         GO TO 2100-EXIT
027800     END-IF
027900     IF CUO-PAY-DATE < WS-BIM-FROM-DATE
028000         OR CUO-PAY-DATE > WS-BIM-TO-DATE
028100         GO TO 2100-EXIT
028200     END-IF
028300     IF CUO-SBC NOT NUMERIC OR CUO-DAYS NOT NUMERIC
028400         OR CUO-INCAP-DAYS NOT NUMERIC
028500         OR CUO-ABSENT-DAYS NOT NUMERIC
028600         OR CUO-EE-IMSS-AMT NOT NUMERIC
028700         OR CUO-EE-RCV-AMT NOT NUMERIC
028800         OR CUO-ER-IMSS-AMT NOT NUMERIC
028900         OR CUO-ER-RCV-AMT NOT NUMERIC
029000         OR CUO-ER-INFONAVIT-AMT NOT NUMERIC
029100         DISPLAY "PAY0123 - CUOTA NO NUMERICA PARA " CUO-EMP-ID
029200             " " CUO-PAY-DATE ", SE OMITE"
029300         ADD 1 TO WS-CUO-BAD-CNT
029400         GO TO 2100-EXIT
029500     END-IF
029600     IF CUO-EMP-ID NOT = WS-CUR-EMP-ID
029700         IF WS-CUR-EMP-ID NOT = SPACES
029800             PERFORM 3000-WRITE-EMPLOYEE THRU 3000-EXIT
029900         END-IF
030000         PERFORM 2200-START-EMPLOYEE THRU 2200-EXIT
030100     END-IF
030200     ADD 1 TO WS-CUO-USED-CNT
030300     MOVE CUO-BRANCH TO WS-CUR-BRANCH
030400     MOVE CUO-SBC TO WS-CUR-SBC
030500     IF CUO-SOURCE-FINIQUITO
030600         SET WS-CUR-BAJA TO TRUE
030700     END-IF
030800     ADD CUO-DAYS TO WS-EMP-DAYS
030900     ADD CUO-INCAP-DAYS TO WS-EMP-INCAP-DAYS
031000     ADD CUO-ABSENT-DAYS TO WS-EMP-ABSENT-DAYS
031100     ADD CUO-EE-IMSS-AMT TO WS-EMP-EE-IMSS
031200     ADD CUO-ER-IMSS-AMT TO WS-EMP-ER-IMSS
031300     ADD CUO-EE-RCV-AMT TO WS-EMP-EE-RCV
031400     ADD CUO-ER-RCV-AMT TO WS-EMP-ER-RCV
031500     ADD CUO-ER-INFONAVIT-AMT TO WS-EMP-ER-INFONAVIT.
031600 2100-EXIT.
031700     EXIT.
031800******************************************************************
031900* 2200-START-EMPLOYEE - CLEAR THE ACCUMULATORS FOR THE EMPLOYEE
032000* WHOSE FIRST PAYDAY OF THE BIMESTER WAS JUST READ.
032100******************************************************************
032200 2200-START-EMPLOYEE.
032300     MOVE CUO-EMP-ID TO WS-CUR-EMP-ID
032400     MOVE SPACES TO WS-CUR-BRANCH
032500     MOVE ZERO TO WS-CUR-SBC
032600     MOVE "N" TO WS-CUR-BAJA-SW
032700     MOVE ZERO TO WS-EMP-DAYS WS-EMP-INCAP-DAYS WS-EMP-ABSENT-DAYS
032800     MOVE ZERO TO WS-EMP-EE-IMSS WS-EMP-ER-IMSS WS-EMP-EE-RCV
032900         WS-EMP-ER-RCV WS-EMP-ER-INFONAVIT.
033000 2200-EXIT.
033100     EXIT.
033200******************************************************************
033300* 3000-WRITE-EMPLOYEE - THE CURRENT EMPLOYEE'S SUA LINE, WITH THE
033400* NAME FROM EMPMAST, ROLLED INTO THE FILE TOTALS. AN ID NO LONGER
033500* ON EMPMAST STILL GOES OUT - THE MONEY WAS WITHHELD - BUT IS
033600* FLAGGED FOR HR TO CHASE.
033700******************************************************************
033800 3000-WRITE-EMPLOYEE.
033900     MOVE WS-CUR-EMP-ID TO EMP-ID
034000     READ EMPLOYEE-MASTER-FILE
034100         INVALID KEY
034200             DISPLAY "PAY0123 - " WS-CUR-EMP-ID
034300                 " NO EXISTE EN EMPMAST, SALE SIN NOMBRE"
034400             ADD 1 TO WS-NO-EMP-CNT
034500             MOVE SPACES TO EMP-APELLIDO EMP-NOMBRE
034600     END-READ
034700     MOVE WS-CUR-EMP-ID TO WS-SUAD-EMP-ID
034800     MOVE EMP-APELLIDO TO WS-SUAD-APELLIDO
034900     MOVE EMP-NOMBRE TO WS-SUAD-NOMBRE
035000     MOVE WS-CUR-BRANCH TO WS-SUAD-BRANCH
035100     MOVE WS-CUR-SBC TO WS-SUAD-SBC
035200     MOVE WS-EMP-DAYS TO WS-SUAD-DAYS
035300     MOVE WS-EMP-INCAP-DAYS TO WS-SUAD-INCAP-DAYS
035400     MOVE WS-EMP-ABSENT-DAYS TO WS-SUAD-ABSENT-DAYS
035500     MOVE WS-EMP-EE-IMSS TO WS-SUAD-EE-IMSS
035600     MOVE WS-EMP-ER-IMSS TO WS-SUAD-ER-IMSS
035700     MOVE WS-EMP-EE-RCV TO WS-SUAD-EE-RCV
035800     MOVE WS-EMP-ER-RCV TO WS-SUAD-ER-RCV
035900     MOVE WS-EMP-ER-INFONAVIT TO WS-SUAD-ER-INFONAVIT
036000     MOVE SPACE TO WS-SUAD-MOVEMENT
036100     IF WS-CUR-BAJA
036200         SET WS-SUAD-BAJA TO TRUE
036300         ADD 1 TO WS-BAJA-CNT
036400     END-IF
036500     MOVE WS-SUA-DETAIL TO SUA-RECORD
036600     WRITE SUA-RECORD
036700     IF WS-SUA-STATUS NOT = "00"
036800         DISPLAY "PAY0123 - NO SE PUDO GRABAR SUABIM, ESTADO "
036900             WS-SUA-STATUS " (" WS-CUR-EMP-ID ")"
037000     END-IF
037100     ADD 1 TO WS-SUA-EMP-CNT
037200     ADD WS-EMP-DAYS TO WS-TOT-DAYS
037300     ADD WS-EMP-EE-IMSS TO WS-TOT-EE-IMSS
037400     ADD WS-EMP-ER-IMSS TO WS-TOT-ER-IMSS
037500     ADD WS-EMP-EE-RCV TO WS-TOT-EE-RCV
037600     ADD WS-EMP-ER-RCV TO WS-TOT-ER-RCV
037700     ADD WS-EMP-ER-INFONAVIT TO WS-TOT-ER-INFONAVIT.
037800 3000-EXIT.
037900     EXIT.
038000******************************************************************
038100* 7000-WRITE-TRAILER - THE EMPLOYEE COUNT AND AMOUNT TOTALS, ON
038200* THE FILE AND ON THE CONSOLE WITH THE TOTAL PAYABLE TO IMSS.
038300******************************************************************
038400 7000-WRITE-TRAILER.
038500     MOVE WS-SUA-EMP-CNT TO WS-SUAT-COUNT
038600     MOVE WS-TOT-DAYS TO WS-SUAT-DAYS
038700     MOVE WS-TOT-EE-IMSS TO WS-SUAT-EE-IMSS
038800     MOVE WS-TOT-ER-IMSS TO WS-SUAT-ER-IMSS
038900     MOVE WS-TOT-EE-RCV TO WS-SUAT-EE-RCV
039000     MOVE WS-TOT-ER-RCV TO WS-SUAT-ER-RCV
039100     MOVE WS-TOT-ER-INFONAVIT TO WS-SUAT-ER-INFONAVIT
039200     MOVE WS-SUA-TRAILER TO SUA-RECORD
039300     WRITE SUA-RECORD
039400     COMPUTE WS-TOT-PAYABLE = WS-TOT-EE-IMSS + WS-TOT-ER-IMSS
039500         + WS-TOT-EE-RCV + WS-TOT-ER-RCV + WS-TOT-ER-INFONAVIT
039600     DISPLAY "PAY0123 - IMSS OBRERO: " WS-TOT-EE-IMSS
039700         " PATRONAL: " WS-TOT-ER-IMSS
039800     DISPLAY "PAY0123 - RCV OBRERO: " WS-TOT-EE-RCV
039900         " PATRONAL: " WS-TOT-ER-RCV
040000     DISPLAY "PAY0123 - INFONAVIT: " WS-TOT-ER-INFONAVIT
040100         " TOTAL A PAGAR: " WS-TOT-PAYABLE.
040200 7000-EXIT.
040300     EXIT.
040400******************************************************************
040500* 9000-TERMINATE - CLOSE EVERYTHING THAT OPENED.
040600******************************************************************
040700 9000-TERMINATE.
040800     IF WS-CUO-OPEN
040900         CLOSE CUOTAS-FILE
041000     END-IF
041100     IF WS-EMPMAST-OPEN
041200         CLOSE EMPLOYEE-MASTER-FILE
041300     END-IF
041400     IF WS-SUA-OPEN
041500         CLOSE SUA-FILE
041600     END-IF
041700     IF WS-ABORT
041800         DISPLAY "PAY0123 - EXTRACTO SUA NO PROCESADO"
041900     ELSE
042000         MOVE WS-SUA-EMP-CNT TO WS-CNT-DISPLAY
042100         DISPLAY "PAY0123 - SUA " WS-BIM-PERIOD
042200             " COMPLETO, EMPLEADOS: " WS-CNT-DISPLAY
042300             " BAJAS: " WS-BAJA-CNT
042400             " CUOTAS LEIDAS: " WS-CUO-READ-CNT
042500             " USADAS: " WS-CUO-USED-CNT
042600         IF WS-CUO-BAD-CNT > ZERO OR WS-NO-EMP-CNT > ZERO
042700             DISPLAY "PAY0123 - CUOTAS OMITIDAS: " WS-CUO-BAD-CNT
042800                 " SIN EMPMAST: " WS-NO-EMP-CNT
042900         END-IF
043000     END-IF.
043100 9000-EXIT.
043200     EXIT.
043300 END PROGRAM PAY0123.
