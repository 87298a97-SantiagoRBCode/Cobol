000100******************************************************************
000200* PROGRAM-ID. PAY0126.
000300* AUTHOR.     E. CASTILLO - NOMINA/FONDOS TEAM.
000400* INSTALLATION. DIRECCION DE SISTEMAS.
000500* DATE-WRITTEN. 2026-10-15.
000600* DATE-COMPILED.
000700* PURPOSE.    BATCH CYCLE DRIVER. RUNS THE STEPS OF THE NIGHTLY
000800*             AND PAYDAY CYCLE IN THE ORDER THE RUN SCHEDULE
000900*             (CYCSCHED) LISTS THEM. EACH SCHEDULE ENTRY NAMES
001000*             THE STEP, WHETHER IT RUNS IN THIS CYCLE, THE
001100*             STEPS THAT MUST HAVE FINISHED BEFORE IT, THE
001200*             HIGHEST RETURN CODE THAT LETS THE CYCLE GO ON, THE
001300*             COMMAND THAT RUNS IT, AND A FILE WHOSE RECORDS ARE
001400*             COUNTED FOR THE LOG - OPTIONALLY WITH A TEXT THAT,
001500*             AT THE START OF ANY OF THOSE RECORDS, STOPS THE
001600*             CYCLE (A REPORT CONDITION). THE SCHEDULE IS PROVED
001700*             BEFORE ANYTHING RUNS: NO DUPLICATE STEPS AND EVERY
001800*             PREREQUISITE LISTED EARLIER IN THE SCHEDULE.
001900*             THE STATE OF EVERY STEP IS KEPT ON THE CYCLE STATUS
002000*             FILE (CYCSTAT), REWRITTEN BEFORE AND AFTER EACH
002100*             STEP, SO A CYCLE THAT STOPPED OR WAS INTERRUPTED
002200*             RESTARTS AT THE FAILED STEP WHEN THE OPERATOR
002300*             ANSWERS S; THE STEPS ALREADY COMPLETE ARE NOT RUN
002400*             AGAIN. THE END-OF-CYCLE LOG (CYCLOG, APPENDED)
002500*             SHOWS EACH STEP'S START, END, RESULT, RETURN CODE
002600*             AND RECORD COUNT.
002700*             RETURN CODE 0 WHEN THE CYCLE COMPLETED, 8 WHEN IT
002800*             STOPPED AT A STEP, 16 WHEN IT COULD NOT START.
002900* TECTONICS.  cobc -x PAY0126.cbl -I copybooks
003000*
003100* MODIFICATION HISTORY.
003200*   2026-10-15  ECR  ORIGINAL VERSION.
003300******************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. PAY0126.
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. GENERIC.
003900 OBJECT-COMPUTER. GENERIC.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT CYCLE-SCHEDULE-FILE ASSIGN TO "CYCSCHED"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-SCHED-STATUS.
004500
004600     SELECT CYCLE-STATUS-FILE ASSIGN TO "CYCSTAT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-CYCSTAT-STATUS.
004900
005000     SELECT CYCLE-LOG-FILE ASSIGN TO "CYCLOG"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-LOG-STATUS.
005300
005400     SELECT STEP-REPORT-FILE ASSIGN TO WS-STEP-RPT-NAME
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-STEP-RPT-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900******************************************************************
006000* CYCSCHED - ONE RECORD PER STEP, IN RUN ORDER. A RECORD WITH
006100* '*' IN THE FIRST COLUMN IS A COMMENT. SCH-RUN-SW 'N' LEAVES
006200* THE STEP OUT OF THIS CYCLE (IT STILL SATISFIES THE STEPS THAT
006300* NAME IT AS A PREREQUISITE). SCH-RPT-MODE 'A' MEANS THE STEP
006400* APPENDS TO SCH-RPT-FILE, SO ONLY THE RECORDS IT ADDED ARE
006500* COUNTED AND CHECKED. SCH-STOP-TEXT ENDS AT ITS FIRST TWO
006600* CONSECUTIVE BLANKS.
006700******************************************************************
006800 FD  CYCLE-SCHEDULE-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 01  SCH-RECORD.
007100     05  SCH-STEP-ID                 PIC X(08).
007300     05  FILLER                      PIC X(01).
007400     05  SCH-RUN-SW                  PIC X(01).
007500     05  FILLER                      PIC X(01).
007600     05  SCH-MAX-RC                  PIC 9(03).
007700     05  FILLER                      PIC X(01).
007800     05  SCH-PREREQ-GROUP.
007900         10  SCH-PREREQ OCCURS 6 TIMES.
008000             15  SCH-PREREQ-ID       PIC X(08).
008100             15  FILLER              PIC X(01).
008200     05  SCH-COMMAND                 PIC X(30).
008300     05  FILLER                      PIC X(01).
008400     05  SCH-RPT-FILE                PIC X(12).
008500     05  FILLER                      PIC X(01).
008600     05  SCH-RPT-MODE                PIC X(01).
008700     05  FILLER                      PIC X(01).
008800     05  SCH-STOP-TEXT               PIC X(30).
008900     05  FILLER                      PIC X(05).
009000 01  SCH-COMMENT-RECORD.
009100     05  SCH-COMMENT-MARK            PIC X(01).
009200         88  SCH-IS-COMMENT          VALUE '*'.
009300     05  FILLER                      PIC X(149).
009400
009500******************************************************************
009600* CYCSTAT - A CONTROL RECORD FOR THE CYCLE, THEN ONE RECORD PER
009700* STEP. STEP STATES: BLANK PENDING, 'R' RUNNING (THE DRIVER WAS
009800* INTERRUPTED IF IT IS STILL 'R' AT RESTART), 'C' COMPLETE, 'F'
009900* FAILED, 'O' LEFT OUT BY THE SCHEDULE.
010000******************************************************************
010100 FD  CYCLE-STATUS-FILE
010200     LABEL RECORDS ARE STANDARD.
010300 01  CST-RECORD.
010400     05  CST-REC-TYPE                PIC X(01).
010500         88  CST-REC-CONTROL         VALUE 'C'.
010600         88  CST-REC-STEP            VALUE 'S'.
010700     05  FILLER                      PIC X(99).
010800 01  CST-CONTROL-RECORD.
010900     05  FILLER                      PIC X(01).
011000     05  CSTC-CYCLE-DATE             PIC 9(08).
011100     05  CSTC-CYCLE-TIME             PIC 9(06).
011200     05  CSTC-STATE                  PIC X(01).
011300         88  CSTC-OPEN               VALUE 'A'.
011400         88  CSTC-COMPLETE           VALUE 'C'.
011500         88  CSTC-STOPPED            VALUE 'D'.
011600     05  CSTC-STOP-STEP              PIC X(08).
011700     05  FILLER                      PIC X(76).
011800 01  CST-STEP-RECORD.
011900     05  FILLER                      PIC X(01).
012000     05  CSTS-STEP-ID                PIC X(08).
012100     05  CSTS-STATE                  PIC X(01).
012200     05  CSTS-START-DATE             PIC 9(08).
012300     05  CSTS-START-TIME             PIC 9(06).
012400     05  CSTS-END-DATE               PIC 9(08).
012500     05  CSTS-END-TIME               PIC 9(06).
012600     05  CSTS-RC                     PIC 9(03).
012700     05  CSTS-COUNT                  PIC 9(07).
012800     05  CSTS-NOTE                   PIC X(40).
012900     05  FILLER                      PIC X(12).
013000
013100 FD  CYCLE-LOG-FILE
013200     LABEL RECORDS ARE STANDARD.
013300 01  LOG-RECORD                      PIC X(110).
013400
013500 FD  STEP-REPORT-FILE
013600     LABEL RECORDS ARE STANDARD.
013700 01  STEP-RPT-RECORD                 PIC X(132).
013800 WORKING-STORAGE SECTION.
013900******************************************************************
014000* FILE STATUS AND SWITCHES.
014100******************************************************************
014200 77  WS-SCHED-STATUS             PIC X(02) VALUE SPACES.
014300 77  WS-CYCSTAT-STATUS           PIC X(02) VALUE SPACES.
014400 77  WS-LOG-STATUS               PIC X(02) VALUE SPACES.
014500 77  WS-STEP-RPT-STATUS          PIC X(02) VALUE SPACES.
014600 77  WS-STEP-RPT-NAME            PIC X(12) VALUE SPACES.
014700 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
014800     88  WS-ABORT                VALUE 'Y'.
014900 77  WS-STOPPED-SW               PIC X(01) VALUE 'N'.
015000     88  WS-STOPPED              VALUE 'Y'.
015030 77  WS-CYCLE-DONE-SW            PIC X(01) VALUE 'N'.
015060     88  WS-CYCLE-DONE           VALUE 'Y'.
015100 77  WS-EOF-SCHED-SW             PIC X(01) VALUE 'N'.
015200     88  WS-EOF-SCHED            VALUE 'Y'.
015300 77  WS-EOF-CYCSTAT-SW           PIC X(01) VALUE 'N'.
015400     88  WS-EOF-CYCSTAT          VALUE 'Y'.
015500 77  WS-EOF-STEP-RPT-SW          PIC X(01) VALUE 'N'.
015600     88  WS-EOF-STEP-RPT         VALUE 'Y'.
015700 77  WS-RESUME-SW                PIC X(01) VALUE 'N'.
015800     88  WS-RESUME               VALUE 'Y'.
015900 77  WS-REPLY                    PIC X(01) VALUE SPACE.
016000******************************************************************
016100* RUN DATE AND TIME.
016200******************************************************************
016300 77  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
016400 01  WS-NOW-TIME-FULL            PIC 9(08) VALUE ZERO.
016500 01  WS-NOW-TIME-PARTS REDEFINES WS-NOW-TIME-FULL.
016600     05  WS-NOW-TIME             PIC 9(06).
016700     05  FILLER                  PIC 9(02).
016800******************************************************************
016900* THE CYCLE - ITS DATE AND TIME OF START, AND THE STEP IT STOPPED
017000* AT.
017100******************************************************************
017200 77  WS-CYCLE-DATE               PIC 9(08) VALUE ZERO.
017300 77  WS-CYCLE-TIME               PIC 9(06) VALUE ZERO.
017400 77  WS-STOP-STEP                PIC X(08) VALUE SPACES.
017500******************************************************************
017600* STEP TABLE - THE SCHEDULE, IN RUN ORDER, WITH EACH STEP'S STATE
017700* IN THE CURRENT CYCLE.
017800******************************************************************
017900 77  STP-MAX-STEPS               PIC 9(04) COMP VALUE 40.
018000 01  STP-STEP-TABLE.
018100     05  STP-TAB-ENTRY OCCURS 40 TIMES.
018200         10  STP-TAB-STEP-ID     PIC X(08).
018300         10  STP-TAB-RUN-SW      PIC X(01).
018400             88  STP-TAB-SCHEDULED VALUE 'S'.
018500         10  STP-TAB-MAX-RC      PIC 9(03).
018600         10  STP-TAB-PREREQ-ID   PIC X(08) OCCURS 6 TIMES.
018700         10  STP-TAB-COMMAND     PIC X(30).
018800         10  STP-TAB-RPT-FILE    PIC X(12).
018900         10  STP-TAB-RPT-MODE    PIC X(01).
019000             88  STP-TAB-RPT-APPENDED VALUE 'A'.
019100         10  STP-TAB-STOP-TEXT   PIC X(30).
019200         10  STP-TAB-STATE       PIC X(01).
019300             88  STP-TAB-PENDING VALUE ' '.
019400             88  STP-TAB-RUNNING VALUE 'R'.
019500             88  STP-TAB-COMPLETE VALUE 'C'.
019600             88  STP-TAB-FAILED  VALUE 'F'.
019700             88  STP-TAB-OMITTED VALUE 'O'.
019800             88  STP-TAB-SATISFIED VALUE 'C' 'O'.
019900         10  STP-TAB-START-DATE  PIC 9(08).
020000         10  STP-TAB-START-TIME  PIC 9(06).
020100         10  STP-TAB-END-DATE    PIC 9(08).
020200         10  STP-TAB-END-TIME    PIC 9(06).
020300         10  STP-TAB-RC          PIC 9(03).
020400         10  STP-TAB-COUNT       PIC 9(07).
020500         10  STP-TAB-NOTE        PIC X(40).
020600 77  STP-STEP-CNT                PIC 9(04) COMP VALUE ZERO.
020700 77  STP-SUB                     PIC 9(04) COMP VALUE ZERO.
020800 77  STP-FIND-SUB                PIC 9(04) COMP VALUE ZERO.
020900 77  STP-FOUND-SUB               PIC 9(04) COMP VALUE ZERO.
021000 77  STP-FIND-ID                 PIC X(08) VALUE SPACES.
021100 77  PRQ-SUB                     PIC 9(04) COMP VALUE ZERO.
021200 77  WS-PREREQ-SUB               PIC 9(04) COMP VALUE ZERO.
021300 77  WS-PREREQ-FAIL-SW           PIC X(01) VALUE 'N'.
021400     88  WS-PREREQ-FAIL          VALUE 'Y'.
021500******************************************************************
021600* STEP EXECUTION WORK FIELDS.
021700******************************************************************
021800 77  WS-COMMAND                  PIC X(30) VALUE SPACES.
021900 77  WS-STEP-RC                  PIC S9(09) COMP VALUE ZERO.
022000 77  WS-RPT-BEFORE-CNT           PIC 9(07) VALUE ZERO.
022100 77  WS-RPT-LINE-CNT             PIC 9(07) VALUE ZERO.
022200 77  WS-RPT-COUNT                PIC 9(07) VALUE ZERO.
022300 77  WS-STOP-TEXT                PIC X(30) VALUE SPACES.
022400 77  WS-STOP-LEN                 PIC 9(04) COMP VALUE ZERO.
022500 77  WS-STOP-HIT-CNT             PIC 9(07) VALUE ZERO.
022600 77  WS-RC-DISPLAY               PIC 9(03) VALUE ZERO.
022700 77  WS-RUN-CNT                  PIC 9(04) COMP VALUE ZERO.
022800******************************************************************
022900* LOG LINES.
023000******************************************************************
023100 01  WS-LOG-HEAD-LINE.
023200     05  FILLER                  PIC X(10) VALUE "PASO".
023300     05  FILLER                  PIC X(11) VALUE "RESULTADO".
023400     05  FILLER                  PIC X(16) VALUE "INICIO".
023500     05  FILLER                  PIC X(16) VALUE "FIN".
023600     05  FILLER                  PIC X(04) VALUE " RC".
023700     05  FILLER                  PIC X(10) VALUE " REGISTROS".
023800     05  FILLER                  PIC X(01) VALUE SPACE.
023900     05  FILLER                  PIC X(40) VALUE "NOTA".
024000 01  WS-LOG-STEP-LINE.
024100     05  WS-LOG-STEP-ID          PIC X(08).
024200     05  FILLER                  PIC X(02) VALUE SPACES.
024300     05  WS-LOG-RESULT           PIC X(10).
024400     05  FILLER                  PIC X(01) VALUE SPACE.
024500     05  WS-LOG-START-DATE       PIC 9(08).
024600     05  FILLER                  PIC X(01) VALUE SPACE.
024700     05  WS-LOG-START-TIME       PIC 9(06).
024800     05  FILLER                  PIC X(01) VALUE SPACE.
024900     05  WS-LOG-END-DATE         PIC 9(08).
025000     05  FILLER                  PIC X(01) VALUE SPACE.
025100     05  WS-LOG-END-TIME         PIC 9(06).
025200     05  FILLER                  PIC X(01) VALUE SPACE.
025300     05  WS-LOG-RC               PIC ZZ9.
025400     05  FILLER                  PIC X(01) VALUE SPACE.
025500     05  WS-LOG-COUNT            PIC Z(08)9.
025600     05  FILLER                  PIC X(01) VALUE SPACE.
025700     05  WS-LOG-NOTE             PIC X(40).
025800 77  WS-LOG-TEXT                 PIC X(110) VALUE SPACES.
025900 77  WS-LOG-SEP                  PIC X(110) VALUE ALL "=".
026000 PROCEDURE DIVISION.
026100******************************************************************
026200* 0000-MAINLINE - LOAD AND PROVE THE SCHEDULE, PICK UP A STOPPED
026300* CYCLE OR START A NEW ONE, RUN THE STEPS, WRITE THE LOG.
026400******************************************************************
026500 0000-MAINLINE.
026600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
026700     IF NOT WS-ABORT
026800         PERFORM 1300-LOAD-STATUS THRU 1300-EXIT
026900     END-IF
027000     IF NOT WS-ABORT
027100         PERFORM 8500-WRITE-STATUS THRU 8500-EXIT
027200     END-IF
027300     IF NOT WS-ABORT
027400         PERFORM 2000-RUN-ONE-STEP THRU 2000-EXIT
027500             VARYING STP-SUB FROM 1 BY 1
027600             UNTIL STP-SUB > STP-STEP-CNT OR WS-STOPPED
027700                 OR WS-ABORT
027720         IF NOT WS-STOPPED AND NOT WS-ABORT
027740             SET WS-CYCLE-DONE TO TRUE
027760         END-IF
027800         PERFORM 8500-WRITE-STATUS THRU 8500-EXIT
027900         PERFORM 7000-WRITE-LOG THRU 7000-EXIT
028000     END-IF
028100     PERFORM 9000-TERMINATE THRU 9000-EXIT
028200     IF WS-ABORT
028300         MOVE 16 TO RETURN-CODE
028400     ELSE
028500         IF WS-STOPPED
028600             MOVE 8 TO RETURN-CODE
028700         ELSE
028800             MOVE ZERO TO RETURN-CODE
028900         END-IF
029000     END-IF
029100     STOP RUN.
029200******************************************************************
029300* 1000-INITIALIZE - LOAD THE SCHEDULE INTO THE STEP TABLE AND
029400* PROVE IT. A SCHEDULE THAT CANNOT BE READ OR PROVED RUNS
029500* NOTHING.
029600******************************************************************
029700 1000-INITIALIZE.
029800     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
029900     ACCEPT WS-NOW-TIME-FULL FROM TIME
030000     OPEN INPUT CYCLE-SCHEDULE-FILE
030100     IF WS-SCHED-STATUS NOT = "00"
030200         DISPLAY "PAY0126 - NO SE PUDO ABRIR CYCSCHED, ESTADO "
030300             WS-SCHED-STATUS
030400         SET WS-ABORT TO TRUE
030500         GO TO 1000-EXIT
030600     END-IF
030700     PERFORM 1100-LOAD-ONE-STEP THRU 1100-EXIT
030800         UNTIL WS-EOF-SCHED OR WS-ABORT
030900     CLOSE CYCLE-SCHEDULE-FILE
031000     IF WS-ABORT
031100         GO TO 1000-EXIT
031200     END-IF
031300     IF STP-STEP-CNT = ZERO
031400         DISPLAY "PAY0126 - CYCSCHED NO TIENE PASOS"
031500         SET WS-ABORT TO TRUE
031600         GO TO 1000-EXIT
031700     END-IF
031800     PERFORM 1200-PROVE-ONE-STEP THRU 1200-EXIT
031900         VARYING STP-SUB FROM 1 BY 1
032000         UNTIL STP-SUB > STP-STEP-CNT
032100     IF WS-ABORT
032200         DISPLAY "PAY0126 - CALENDARIO RECHAZADO, NO SE CORRE"
032300             " NINGUN PASO"
032400     END-IF.
032500 1000-EXIT.
032600     EXIT.
032700******************************************************************
032800* 1100-LOAD-ONE-STEP - ONE SCHEDULE RECORD INTO THE TABLE.
032900* COMMENTS AND BLANK RECORDS ARE SKIPPED.
033000******************************************************************
033100 1100-LOAD-ONE-STEP.
033200     READ CYCLE-SCHEDULE-FILE
033300         AT END
033400             MOVE "Y" TO WS-EOF-SCHED-SW
033500             GO TO 1100-EXIT
033600     END-READ
033700     IF SCH-IS-COMMENT OR SCH-STEP-ID = SPACES
033800         GO TO 1100-EXIT
033900     END-IF
034000     IF STP-STEP-CNT = STP-MAX-STEPS
034100         DISPLAY "PAY0126 - CALENDARIO CON MAS DE " STP-MAX-STEPS
034200             " PASOS - AMPLIAR STP-STEP-TABLE"
034300         SET WS-ABORT TO TRUE
034400         GO TO 1100-EXIT
034500     END-IF
034600     IF SCH-MAX-RC NOT NUMERIC
034700         DISPLAY "PAY0126 - PASO " SCH-STEP-ID
034800             " CON CODIGO DE RETORNO MAXIMO NO NUMERICO"
034900         SET WS-ABORT TO TRUE
035000         GO TO 1100-EXIT
035100     END-IF
035200     IF SCH-RUN-SW NOT = "S" AND SCH-RUN-SW NOT = "N"
035300         DISPLAY "PAY0126 - PASO " SCH-STEP-ID
035400             " CON INDICADOR DE CORRIDA DISTINTO DE S/N"
035500         SET WS-ABORT TO TRUE
035600         GO TO 1100-EXIT
035700     END-IF
035800     ADD 1 TO STP-STEP-CNT
035900     MOVE STP-STEP-CNT TO STP-SUB
036000     MOVE SCH-STEP-ID TO STP-TAB-STEP-ID(STP-SUB)
036100     MOVE SCH-RUN-SW TO STP-TAB-RUN-SW(STP-SUB)
036200     MOVE SCH-MAX-RC TO STP-TAB-MAX-RC(STP-SUB)
036300     PERFORM 1110-COPY-ONE-PREREQ THRU 1110-EXIT
036400         VARYING PRQ-SUB FROM 1 BY 1
036500         UNTIL PRQ-SUB > 6
036600     MOVE SCH-COMMAND TO STP-TAB-COMMAND(STP-SUB)
036700     MOVE SCH-RPT-FILE TO STP-TAB-RPT-FILE(STP-SUB)
036800     MOVE SCH-RPT-MODE TO STP-TAB-RPT-MODE(STP-SUB)
036900     MOVE SCH-STOP-TEXT TO STP-TAB-STOP-TEXT(STP-SUB)
037000     MOVE SPACE TO STP-TAB-STATE(STP-SUB)
037100     MOVE ZERO TO STP-TAB-START-DATE(STP-SUB)
037200         STP-TAB-START-TIME(STP-SUB) STP-TAB-END-DATE(STP-SUB)
037300         STP-TAB-END-TIME(STP-SUB) STP-TAB-RC(STP-SUB)
037400         STP-TAB-COUNT(STP-SUB)
037500     MOVE SPACES TO STP-TAB-NOTE(STP-SUB).
037600 1100-EXIT.
037700     EXIT.
037800******************************************************************
037900* 1110-COPY-ONE-PREREQ - ONE PREREQUISITE SLOT.
038000******************************************************************
038100 1110-COPY-ONE-PREREQ.
038200     MOVE SCH-PREREQ-ID(PRQ-SUB)
038300         TO STP-TAB-PREREQ-ID(STP-SUB, PRQ-SUB).
038400 1110-EXIT.
038500     EXIT.
038600******************************************************************
038700* 1200-PROVE-ONE-STEP - A STEP MAY APPEAR ONCE, NEEDS A COMMAND,
038800* AND EVERY PREREQUISITE MUST BE A STEP LISTED BEFORE IT - A
038900* SCHEDULE THAT WOULD RUN A STEP AHEAD OF WHAT IT NEEDS IS
039000* REFUSED HERE RATHER THAN HALFWAY THROUGH THE CYCLE.
039100******************************************************************
039200 1200-PROVE-ONE-STEP.
039300     MOVE STP-TAB-STEP-ID(STP-SUB) TO STP-FIND-ID
039400     PERFORM 8600-FIND-STEP THRU 8600-EXIT
039500     IF STP-FOUND-SUB NOT = STP-SUB
039600         DISPLAY "PAY0126 - PASO " STP-FIND-ID
039700             " REPETIDO EN CYCSCHED"
039800         SET WS-ABORT TO TRUE
039900     END-IF
040000     IF STP-TAB-SCHEDULED(STP-SUB)
040100         AND STP-TAB-COMMAND(STP-SUB) = SPACES
040200         DISPLAY "PAY0126 - PASO " STP-FIND-ID " SIN COMANDO"
040300         SET WS-ABORT TO TRUE
040400     END-IF
040500     PERFORM 1210-PROVE-ONE-PREREQ THRU 1210-EXIT
040600         VARYING PRQ-SUB FROM 1 BY 1
040700         UNTIL PRQ-SUB > 6.
040800 1200-EXIT.
040900     EXIT.
041000******************************************************************
041100* 1210-PROVE-ONE-PREREQ - ONE PREREQUISITE OF THE STEP.
041200******************************************************************
041300 1210-PROVE-ONE-PREREQ.
041400     IF STP-TAB-PREREQ-ID(STP-SUB, PRQ-SUB) = SPACES
041500         GO TO 1210-EXIT
041600     END-IF
041700     MOVE STP-TAB-PREREQ-ID(STP-SUB, PRQ-SUB) TO STP-FIND-ID
041800     PERFORM 8600-FIND-STEP THRU 8600-EXIT
041900     IF STP-FOUND-SUB = ZERO
042000         DISPLAY "PAY0126 - PRERREQUISITO " STP-FIND-ID
042100             " DE " STP-TAB-STEP-ID(STP-SUB)
042200             " NO ESTA EN CYCSCHED"
042300         SET WS-ABORT TO TRUE
042400         GO TO 1210-EXIT
042500     END-IF
042600     IF STP-FOUND-SUB NOT < STP-SUB
042700         DISPLAY "PAY0126 - PRERREQUISITO " STP-FIND-ID
042800             " DE " STP-TAB-STEP-ID(STP-SUB)
042900             " ESTA DESPUES EN CYCSCHED"
043000         SET WS-ABORT TO TRUE
043100     END-IF.
043200 1210-EXIT.
043300     EXIT.
043400******************************************************************
043500* 1300-LOAD-STATUS - A CYCLE LEFT OPEN OR STOPPED ON CYCSTAT IS
043600* OFFERED FOR RESTART. ON S ITS COMPLETE STEPS STAY COMPLETE AND
043700* THE REST RUN AGAIN; ON ANYTHING ELSE, OR WHEN THE LAST CYCLE
043800* COMPLETED, A NEW CYCLE STARTS FROM THE TOP.
043900******************************************************************
044000 1300-LOAD-STATUS.
044100     MOVE WS-TODAY-DATE TO WS-CYCLE-DATE
044200     MOVE WS-NOW-TIME TO WS-CYCLE-TIME
044300     OPEN INPUT CYCLE-STATUS-FILE
044400     IF WS-CYCSTAT-STATUS = "35"
044500         DISPLAY "PAY0126 - SIN CYCSTAT, CICLO NUEVO"
044600         GO TO 1300-EXIT
044700     END-IF
044800     IF WS-CYCSTAT-STATUS NOT = "00"
044900         DISPLAY "PAY0126 - NO SE PUDO ABRIR CYCSTAT, ESTADO "
045000             WS-CYCSTAT-STATUS
045100         SET WS-ABORT TO TRUE
045200         GO TO 1300-EXIT
045300     END-IF
045400     READ CYCLE-STATUS-FILE
045500         AT END
045600             MOVE "Y" TO WS-EOF-CYCSTAT-SW
045700     END-READ
045800     IF WS-EOF-CYCSTAT OR NOT CST-REC-CONTROL OR CSTC-COMPLETE
045900         CLOSE CYCLE-STATUS-FILE
046000         DISPLAY "PAY0126 - CICLO NUEVO"
046100         GO TO 1300-EXIT
046200     END-IF
046300
046400     DISPLAY "PAY0126 - EL CICLO DEL " CSTC-CYCLE-DATE " "
046500         CSTC-CYCLE-TIME " NO TERMINO (DETENIDO EN "
046600         CSTC-STOP-STEP ")"
046700     DISPLAY "REANUDAR EN EL PASO PENDIENTE (S/N): "
046800         WITH NO ADVANCING
046900     ACCEPT WS-REPLY
047000     IF WS-REPLY NOT = "S" AND WS-REPLY NOT = "s"
047100         CLOSE CYCLE-STATUS-FILE
047200         DISPLAY "PAY0126 - CICLO NUEVO, SE DESCARTA EL ANTERIOR"
047300         GO TO 1300-EXIT
047400     END-IF
047500     SET WS-RESUME TO TRUE
047600     MOVE CSTC-CYCLE-DATE TO WS-CYCLE-DATE
047700     MOVE CSTC-CYCLE-TIME TO WS-CYCLE-TIME
047800     PERFORM 1310-LOAD-ONE-STATUS THRU 1310-EXIT
047900         UNTIL WS-EOF-CYCSTAT
048000     CLOSE CYCLE-STATUS-FILE.
048100 1300-EXIT.
048200     EXIT.
048300******************************************************************
048400* 1310-LOAD-ONE-STATUS - CARRY ONE STEP'S STATE OVER. ONLY A
048500* COMPLETE STEP KEEPS ITS STATE; A STEP THAT FAILED OR WAS
048600* RUNNING WHEN THE DRIVER STOPPED RUNS AGAIN. A STEP NO LONGER
048700* ON THE SCHEDULE IS NOTED AND DROPPED.
048800******************************************************************
048900 1310-LOAD-ONE-STATUS.
049000     READ CYCLE-STATUS-FILE
049100         AT END
049200             MOVE "Y" TO WS-EOF-CYCSTAT-SW
049300             GO TO 1310-EXIT
049400     END-READ
049500     IF NOT CST-REC-STEP
049600         GO TO 1310-EXIT
049700     END-IF
049800     MOVE CSTS-STEP-ID TO STP-FIND-ID
049900     PERFORM 8600-FIND-STEP THRU 8600-EXIT
050000     IF STP-FOUND-SUB = ZERO
050100         DISPLAY "PAY0126 - PASO " CSTS-STEP-ID
050200             " DEL CICLO ANTERIOR YA NO ESTA EN CYCSCHED"
050300         GO TO 1310-EXIT
050400     END-IF
050500     IF CSTS-STATE NOT = "C"
050600         IF CSTS-STATE = "R"
050700             MOVE "REINTENTO, SE INTERRUMPIO EN CURSO"
050800                 TO STP-TAB-NOTE(STP-FOUND-SUB)
050900         END-IF
051000         IF CSTS-STATE = "F"
051100             MOVE "REINTENTO DESPUES DE FALLA"
051200                 TO STP-TAB-NOTE(STP-FOUND-SUB)
051300         END-IF
051400         GO TO 1310-EXIT
051500     END-IF
051600     MOVE CSTS-STATE TO STP-TAB-STATE(STP-FOUND-SUB)
051700     MOVE CSTS-START-DATE TO STP-TAB-START-DATE(STP-FOUND-SUB)
051800     MOVE CSTS-START-TIME TO STP-TAB-START-TIME(STP-FOUND-SUB)
051900     MOVE CSTS-END-DATE TO STP-TAB-END-DATE(STP-FOUND-SUB)
052000     MOVE CSTS-END-TIME TO STP-TAB-END-TIME(STP-FOUND-SUB)
052100     MOVE CSTS-RC TO STP-TAB-RC(STP-FOUND-SUB)
052200     MOVE CSTS-COUNT TO STP-TAB-COUNT(STP-FOUND-SUB)
052300     MOVE CSTS-NOTE TO STP-TAB-NOTE(STP-FOUND-SUB).
052400 1310-EXIT.
052500     EXIT.
052600******************************************************************
052700* 2000-RUN-ONE-STEP - A STEP ALREADY COMPLETE IN THIS CYCLE IS
052800* PASSED OVER, ONE LEFT OUT BY THE SCHEDULE IS MARKED SO. ANY
052900* OTHER STEP RUNS ONCE ITS PREREQUISITES ARE SATISFIED; A STEP
053000* THAT FAILS STOPS THE CYCLE.
053100******************************************************************
053200 2000-RUN-ONE-STEP.
053300     IF STP-TAB-COMPLETE(STP-SUB)
053400         DISPLAY "PAY0126 - " STP-TAB-STEP-ID(STP-SUB)
053500             " YA COMPLETO EN ESTE CICLO"
053600         GO TO 2000-EXIT
053700     END-IF
053800     IF NOT STP-TAB-SCHEDULED(STP-SUB)
053900         SET STP-TAB-OMITTED(STP-SUB) TO TRUE
054000         MOVE "NO PROGRAMADO EN ESTE CICLO"
054100             TO STP-TAB-NOTE(STP-SUB)
054200         GO TO 2000-EXIT
054300     END-IF
054400
054500     MOVE "N" TO WS-PREREQ-FAIL-SW
054600     PERFORM 2100-CHECK-ONE-PREREQ THRU 2100-EXIT
054700         VARYING PRQ-SUB FROM 1 BY 1
054800         UNTIL PRQ-SUB > 6 OR WS-PREREQ-FAIL
054900     IF WS-PREREQ-FAIL
055000         SET STP-TAB-FAILED(STP-SUB) TO TRUE
055100         MOVE STP-TAB-STEP-ID(STP-SUB) TO WS-STOP-STEP
055200         SET WS-STOPPED TO TRUE
055300         PERFORM 8500-WRITE-STATUS THRU 8500-EXIT
055400         GO TO 2000-EXIT
055500     END-IF
055600
055700     MOVE ZERO TO WS-RPT-BEFORE-CNT
055800     IF STP-TAB-RPT-APPENDED(STP-SUB)
055900         PERFORM 2300-COUNT-REPORT THRU 2300-EXIT
056000         MOVE WS-RPT-LINE-CNT TO WS-RPT-BEFORE-CNT
056100     END-IF
056200
056300     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
056400     ACCEPT WS-NOW-TIME-FULL FROM TIME
056500     MOVE WS-TODAY-DATE TO STP-TAB-START-DATE(STP-SUB)
056600     MOVE WS-NOW-TIME TO STP-TAB-START-TIME(STP-SUB)
056700     MOVE ZERO TO STP-TAB-END-DATE(STP-SUB)
056800         STP-TAB-END-TIME(STP-SUB) STP-TAB-RC(STP-SUB)
056900         STP-TAB-COUNT(STP-SUB)
057000     SET STP-TAB-RUNNING(STP-SUB) TO TRUE
057100     PERFORM 8500-WRITE-STATUS THRU 8500-EXIT
057200     IF WS-ABORT
057300         GO TO 2000-EXIT
057400     END-IF
057500     DISPLAY "PAY0126 - INICIA " STP-TAB-STEP-ID(STP-SUB) " "
057600         WS-TODAY-DATE " " WS-NOW-TIME
057700
057800     MOVE STP-TAB-COMMAND(STP-SUB) TO WS-COMMAND
057900     CALL "SYSTEM" USING WS-COMMAND
058000     MOVE RETURN-CODE TO WS-STEP-RC
058100     MOVE ZERO TO RETURN-CODE
058110*    SYSTEM HANDS BACK THE WAIT STATUS OF THE COMMAND: THE STEP'S
058120*    OWN RETURN CODE IS IN ITS HIGH-ORDER BYTE.
058130     IF WS-STEP-RC > 255
058140         DIVIDE WS-STEP-RC BY 256 GIVING WS-STEP-RC
058150     END-IF
058200     ADD 1 TO WS-RUN-CNT
058300
058400     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
058500     ACCEPT WS-NOW-TIME-FULL FROM TIME
058600     MOVE WS-TODAY-DATE TO STP-TAB-END-DATE(STP-SUB)
058700     MOVE WS-NOW-TIME TO STP-TAB-END-TIME(STP-SUB)
058800     IF WS-STEP-RC < ZERO OR WS-STEP-RC > 999
058900         MOVE 999 TO STP-TAB-RC(STP-SUB)
059000     ELSE
059100         MOVE WS-STEP-RC TO STP-TAB-RC(STP-SUB)
059200     END-IF
059300     PERFORM 2200-CHECK-REPORT THRU 2200-EXIT
059400
059500     MOVE SPACES TO STP-TAB-NOTE(STP-SUB)
059600     IF STP-TAB-RC(STP-SUB) > STP-TAB-MAX-RC(STP-SUB)
059700         MOVE STP-TAB-RC(STP-SUB) TO WS-RC-DISPLAY
059800         STRING "CODIGO DE RETORNO " WS-RC-DISPLAY
059900             " MAYOR AL PERMITIDO"
060000             DELIMITED BY SIZE INTO STP-TAB-NOTE(STP-SUB)
060100         SET STP-TAB-FAILED(STP-SUB) TO TRUE
060200     ELSE
060300         IF WS-STOP-HIT-CNT > ZERO
060400             STRING "CONDICION DE PARO EN "
060500                 STP-TAB-RPT-FILE(STP-SUB)
060600                 DELIMITED BY SIZE INTO STP-TAB-NOTE(STP-SUB)
060700             SET STP-TAB-FAILED(STP-SUB) TO TRUE
060800         ELSE
060900             SET STP-TAB-COMPLETE(STP-SUB) TO TRUE
061000         END-IF
061100     END-IF
061200     IF STP-TAB-FAILED(STP-SUB)
061300         MOVE STP-TAB-STEP-ID(STP-SUB) TO WS-STOP-STEP
061400         SET WS-STOPPED TO TRUE
061500         DISPLAY "PAY0126 - " STP-TAB-STEP-ID(STP-SUB)
061600             " FALLO: " STP-TAB-NOTE(STP-SUB)
061700     ELSE
061800         DISPLAY "PAY0126 - " STP-TAB-STEP-ID(STP-SUB)
061900             " COMPLETO, RC " STP-TAB-RC(STP-SUB)
062000     END-IF
062100     PERFORM 8500-WRITE-STATUS THRU 8500-EXIT.
062200 2000-EXIT.
062300     EXIT.
062400******************************************************************
062500* 2100-CHECK-ONE-PREREQ - THE PREREQUISITE MUST BE COMPLETE IN
062600* THIS CYCLE OR LEFT OUT BY THE SCHEDULE.
062700******************************************************************
062800 2100-CHECK-ONE-PREREQ.
062900     IF STP-TAB-PREREQ-ID(STP-SUB, PRQ-SUB) = SPACES
063000         GO TO 2100-EXIT
063100     END-IF
063200     MOVE STP-TAB-PREREQ-ID(STP-SUB, PRQ-SUB) TO STP-FIND-ID
063300     PERFORM 8600-FIND-STEP THRU 8600-EXIT
063400     IF STP-FOUND-SUB = ZERO
063500         MOVE "PRERREQUISITO NO ESTA EN CYCSCHED"
063600             TO STP-TAB-NOTE(STP-SUB)
063700         SET WS-PREREQ-FAIL TO TRUE
063800         GO TO 2100-EXIT
063900     END-IF
064000     IF NOT STP-TAB-SATISFIED(STP-FOUND-SUB)
064100         MOVE SPACES TO STP-TAB-NOTE(STP-SUB)
064200         STRING "PRERREQUISITO " STP-FIND-ID " NO COMPLETO"
064300             DELIMITED BY SIZE INTO STP-TAB-NOTE(STP-SUB)
064400         SET WS-PREREQ-FAIL TO TRUE
064500         DISPLAY "PAY0126 - " STP-TAB-STEP-ID(STP-SUB)
064600             " NO CORRE: " STP-TAB-NOTE(STP-SUB)
064700     END-IF.
064800 2100-EXIT.
064900     EXIT.
065000******************************************************************
065100* 2200-CHECK-REPORT - COUNT THE STEP'S RECORDS ON ITS REPORT FILE
065200* (ONLY THE ONES IT ADDED WHEN IT APPENDS) AND LOOK FOR THE STOP
065300* TEXT AT THE START OF ANY OF THEM. A STEP WITHOUT A REPORT FILE
065400* COUNTS ZERO; A MISSING FILE COUNTS ZERO AND STOPS NOTHING.
065500******************************************************************
065600 2200-CHECK-REPORT.
065700     MOVE ZERO TO WS-RPT-COUNT WS-STOP-HIT-CNT WS-RPT-LINE-CNT
065800     IF STP-TAB-RPT-FILE(STP-SUB) = SPACES
065900         GO TO 2200-EXIT
066000     END-IF
066100     MOVE STP-TAB-STOP-TEXT(STP-SUB) TO WS-STOP-TEXT
066200     MOVE ZERO TO WS-STOP-LEN
066300     IF WS-STOP-TEXT NOT = SPACES
066400         INSPECT WS-STOP-TEXT TALLYING WS-STOP-LEN
066500             FOR CHARACTERS BEFORE INITIAL "  "
066600     END-IF
066700     MOVE STP-TAB-RPT-FILE(STP-SUB) TO WS-STEP-RPT-NAME
066800     OPEN INPUT STEP-REPORT-FILE
066900     IF WS-STEP-RPT-STATUS NOT = "00"
067000         DISPLAY "PAY0126 - " STP-TAB-STEP-ID(STP-SUB)
067100             " SIN ARCHIVO " WS-STEP-RPT-NAME ", ESTADO "
067200             WS-STEP-RPT-STATUS
067300         GO TO 2200-EXIT
067400     END-IF
067500     MOVE "N" TO WS-EOF-STEP-RPT-SW
067600     PERFORM 2210-CHECK-ONE-LINE THRU 2210-EXIT
067700         UNTIL WS-EOF-STEP-RPT
067800     CLOSE STEP-REPORT-FILE
067900     MOVE WS-RPT-COUNT TO STP-TAB-COUNT(STP-SUB).
068000 2200-EXIT.
068100     EXIT.
068200******************************************************************
068300* 2210-CHECK-ONE-LINE - ONE REPORT RECORD. RECORDS THAT WERE ON
068400* AN APPENDED FILE BEFORE THE STEP RAN ARE SKIPPED.
068500******************************************************************
068600 2210-CHECK-ONE-LINE.
068700     READ STEP-REPORT-FILE
068800         AT END
068900             MOVE "Y" TO WS-EOF-STEP-RPT-SW
069000             GO TO 2210-EXIT
069100     END-READ
069200     ADD 1 TO WS-RPT-LINE-CNT
069300     IF WS-RPT-LINE-CNT NOT > WS-RPT-BEFORE-CNT
069400         GO TO 2210-EXIT
069500     END-IF
069600     ADD 1 TO WS-RPT-COUNT
069700     IF WS-STOP-LEN > ZERO
069800         IF STEP-RPT-RECORD(1:WS-STOP-LEN)
069900             = WS-STOP-TEXT(1:WS-STOP-LEN)
070000             ADD 1 TO WS-STOP-HIT-CNT
070100         END-IF
070200     END-IF.
070300 2210-EXIT.
070400     EXIT.
070500******************************************************************
070600* 2300-COUNT-REPORT - HOW MANY RECORDS AN APPENDED REPORT FILE
070700* HOLDS BEFORE THE STEP RUNS (ZERO WHEN IT DOES NOT EXIST YET).
070800******************************************************************
070900 2300-COUNT-REPORT.
071000     MOVE ZERO TO WS-RPT-LINE-CNT
071100     MOVE STP-TAB-RPT-FILE(STP-SUB) TO WS-STEP-RPT-NAME
071200     OPEN INPUT STEP-REPORT-FILE
071300     IF WS-STEP-RPT-STATUS NOT = "00"
071400         GO TO 2300-EXIT
071500     END-IF
071600     MOVE "N" TO WS-EOF-STEP-RPT-SW
071700     PERFORM 2310-COUNT-ONE-LINE THRU 2310-EXIT
071800         UNTIL WS-EOF-STEP-RPT
071900     CLOSE STEP-REPORT-FILE.
072000 2300-EXIT.
072100     EXIT.
072200******************************************************************
072300* 2310-COUNT-ONE-LINE - ONE RECORD OF THE APPENDED FILE.
072400******************************************************************
072500 2310-COUNT-ONE-LINE.
072600     READ STEP-REPORT-FILE
072700         AT END
072800             MOVE "Y" TO WS-EOF-STEP-RPT-SW
072900             GO TO 2310-EXIT
073000     END-READ
073100     ADD 1 TO WS-RPT-LINE-CNT.
073200 2310-EXIT.
073300     EXIT.
073400******************************************************************
073500* 7000-WRITE-LOG - THE END-OF-CYCLE LOG: EVERY STEP OF THE CYCLE,
073600* INCLUDING THE ONES A PREVIOUS RUN OF THE DRIVER COMPLETED, AND
073700* HOW THE CYCLE ENDED.
073800******************************************************************
073900 7000-WRITE-LOG.
074000     OPEN EXTEND CYCLE-LOG-FILE
074100     IF WS-LOG-STATUS = "35"
074200         OPEN OUTPUT CYCLE-LOG-FILE
074300     END-IF
074400     IF WS-LOG-STATUS NOT = "00"
074500         DISPLAY "PAY0126 - NO SE PUDO ABRIR CYCLOG, ESTADO "
074600             WS-LOG-STATUS
074700         GO TO 7000-EXIT
074800     END-IF
074900     MOVE WS-LOG-SEP TO LOG-RECORD
075000     WRITE LOG-RECORD
075100     MOVE SPACES TO WS-LOG-TEXT
075200     STRING "BITACORA DEL CICLO " WS-CYCLE-DATE " " WS-CYCLE-TIME
075300         "   CORRIDA DEL " WS-TODAY-DATE " " WS-NOW-TIME
075400         DELIMITED BY SIZE INTO WS-LOG-TEXT
075500     MOVE WS-LOG-TEXT TO LOG-RECORD
075600     WRITE LOG-RECORD
075700     IF WS-RESUME
075800         MOVE "CICLO REANUDADO EN EL PASO PENDIENTE" TO LOG-RECORD
075900         WRITE LOG-RECORD
076000     END-IF
076100     MOVE WS-LOG-HEAD-LINE TO LOG-RECORD
076200     WRITE LOG-RECORD
076300     PERFORM 7100-WRITE-ONE-STEP THRU 7100-EXIT
076400         VARYING STP-SUB FROM 1 BY 1
076500         UNTIL STP-SUB > STP-STEP-CNT
076600     MOVE SPACES TO WS-LOG-TEXT
076700     IF WS-STOPPED
076800         STRING "CICLO DETENIDO EN " WS-STOP-STEP
076900             " - CORREGIR Y CORRER PAY0126 PARA REANUDAR"
077000             DELIMITED BY SIZE INTO WS-LOG-TEXT
077100     ELSE
077200         MOVE "CICLO COMPLETO" TO WS-LOG-TEXT
077300     END-IF
077400     MOVE WS-LOG-TEXT TO LOG-RECORD
077500     WRITE LOG-RECORD
077600     CLOSE CYCLE-LOG-FILE.
077700 7000-EXIT.
077800     EXIT.
077900******************************************************************
078000* 7100-WRITE-ONE-STEP - ONE STEP ON THE LOG.
078100******************************************************************
078200 7100-WRITE-ONE-STEP.
078300     MOVE STP-TAB-STEP-ID(STP-SUB) TO WS-LOG-STEP-ID
078400     IF STP-TAB-PENDING(STP-SUB)
078500         MOVE "PENDIENTE" TO WS-LOG-RESULT
078600     END-IF
078700     IF STP-TAB-RUNNING(STP-SUB)
078800         MOVE "EN CURSO" TO WS-LOG-RESULT
078900     END-IF
079000     IF STP-TAB-COMPLETE(STP-SUB)
079100         MOVE "COMPLETO" TO WS-LOG-RESULT
079200     END-IF
079300     IF STP-TAB-FAILED(STP-SUB)
079400         MOVE "FALLIDO" TO WS-LOG-RESULT
079500     END-IF
079600     IF STP-TAB-OMITTED(STP-SUB)
079700         MOVE "OMITIDO" TO WS-LOG-RESULT
079800     END-IF
079900     MOVE STP-TAB-START-DATE(STP-SUB) TO WS-LOG-START-DATE
080000     MOVE STP-TAB-START-TIME(STP-SUB) TO WS-LOG-START-TIME
080100     MOVE STP-TAB-END-DATE(STP-SUB) TO WS-LOG-END-DATE
080200     MOVE STP-TAB-END-TIME(STP-SUB) TO WS-LOG-END-TIME
080300     MOVE STP-TAB-RC(STP-SUB) TO WS-LOG-RC
080400     MOVE STP-TAB-COUNT(STP-SUB) TO WS-LOG-COUNT
080500     MOVE STP-TAB-NOTE(STP-SUB) TO WS-LOG-NOTE
080600     MOVE WS-LOG-STEP-LINE TO LOG-RECORD
080700     WRITE LOG-RECORD.
080800 7100-EXIT.
080900     EXIT.
081000******************************************************************
081100* 8500-WRITE-STATUS - REWRITE CYCSTAT WHOLE: THE CONTROL RECORD
081200* AND EVERY STEP. WITHOUT IT A RESTART WOULD NOT KNOW WHERE TO
081300* PICK UP, SO A FAILURE HERE STOPS THE DRIVER.
081400******************************************************************
081500 8500-WRITE-STATUS.
081600     OPEN OUTPUT CYCLE-STATUS-FILE
081700     IF WS-CYCSTAT-STATUS NOT = "00"
081800         DISPLAY "PAY0126 - NO SE PUDO GRABAR CYCSTAT, ESTADO "
081900             WS-CYCSTAT-STATUS " - SE DETIENE EL CICLO"
082000         SET WS-ABORT TO TRUE
082100         GO TO 8500-EXIT
082200     END-IF
082300     MOVE SPACES TO CST-CONTROL-RECORD
082400     SET CST-REC-CONTROL TO TRUE
082500     MOVE WS-CYCLE-DATE TO CSTC-CYCLE-DATE
082600     MOVE WS-CYCLE-TIME TO CSTC-CYCLE-TIME
082700     MOVE WS-STOP-STEP TO CSTC-STOP-STEP
082800     IF WS-STOPPED
082900         SET CSTC-STOPPED TO TRUE
083000     ELSE
083150         IF WS-CYCLE-DONE
083300             SET CSTC-COMPLETE TO TRUE
083330         ELSE
083360             SET CSTC-OPEN TO TRUE
083400         END-IF
083500     END-IF
083600     WRITE CST-CONTROL-RECORD
083700     PERFORM 8510-WRITE-ONE-STATUS THRU 8510-EXIT
083800         VARYING STP-FIND-SUB FROM 1 BY 1
083900         UNTIL STP-FIND-SUB > STP-STEP-CNT
084000     CLOSE CYCLE-STATUS-FILE.
084100 8500-EXIT.
084200     EXIT.
084300******************************************************************
084400* 8510-WRITE-ONE-STATUS - ONE STEP RECORD.
084500******************************************************************
084600 8510-WRITE-ONE-STATUS.
084700     MOVE SPACES TO CST-STEP-RECORD
084800     SET CST-REC-STEP TO TRUE
084900     MOVE STP-TAB-STEP-ID(STP-FIND-SUB) TO CSTS-STEP-ID
085000     MOVE STP-TAB-STATE(STP-FIND-SUB) TO CSTS-STATE
085100     MOVE STP-TAB-START-DATE(STP-FIND-SUB) TO CSTS-START-DATE
085200     MOVE STP-TAB-START-TIME(STP-FIND-SUB) TO CSTS-START-TIME
085300     MOVE STP-TAB-END-DATE(STP-FIND-SUB) TO CSTS-END-DATE
085400     MOVE STP-TAB-END-TIME(STP-FIND-SUB) TO CSTS-END-TIME
085500     MOVE STP-TAB-RC(STP-FIND-SUB) TO CSTS-RC
085600     MOVE STP-TAB-COUNT(STP-FIND-SUB) TO CSTS-COUNT
085700     MOVE STP-TAB-NOTE(STP-FIND-SUB) TO CSTS-NOTE
085800     WRITE CST-STEP-RECORD.
085900 8510-EXIT.
086000     EXIT.
086100******************************************************************
086200* 8600-FIND-STEP - STP-FOUND-SUB IS THE FIRST TABLE ENTRY FOR
086300* STEP STP-FIND-ID, ZERO WHEN THERE IS NONE.
086400******************************************************************
086500 8600-FIND-STEP.
086600     MOVE ZERO TO STP-FOUND-SUB
086700     PERFORM 8610-TEST-ONE-STEP THRU 8610-EXIT
086800         VARYING STP-FIND-SUB FROM 1 BY 1
086900         UNTIL STP-FOUND-SUB > ZERO
087000             OR STP-FIND-SUB > STP-STEP-CNT.
087100 8600-EXIT.
087200     EXIT.
087300******************************************************************
087400* 8610-TEST-ONE-STEP - ONE STEP OF THE SEARCH.
087500******************************************************************
087600 8610-TEST-ONE-STEP.
087700     IF STP-TAB-STEP-ID(STP-FIND-SUB) = STP-FIND-ID
087800         MOVE STP-FIND-SUB TO STP-FOUND-SUB
087900     END-IF.
088000 8610-EXIT.
088100     EXIT.
088200******************************************************************
088300* 9000-TERMINATE - TELL THE OPERATOR HOW THE CYCLE ENDED.
088400******************************************************************
088500 9000-TERMINATE.
088600     IF WS-ABORT
088700         DISPLAY "PAY0126 - CICLO NO EJECUTADO O INTERRUMPIDO"
088800         GO TO 9000-EXIT
088900     END-IF
089000     IF WS-STOPPED
089100         DISPLAY "PAY0126 - CICLO DETENIDO EN " WS-STOP-STEP
089200             ", PASOS CORRIDOS: " WS-RUN-CNT
089300     ELSE
089400         DISPLAY "PAY0126 - CICLO COMPLETO, PASOS CORRIDOS: "
089500             WS-RUN-CNT
089600     END-IF.
089700 9000-EXIT.
089800     EXIT.
089900 END PROGRAM PAY0126.
