000100******************************************************************
000200* PROGRAM-ID. PAY0122.
000300* AUTHOR.     E. CASTILLO - NOMINA/FONDOS TEAM.
000400* INSTALLATION. DIRECCION DE SISTEMAS.
000500* DATE-WRITTEN. 2026-10-15.
000600* DATE-COMPILED.
000700* PURPOSE.    SOCIAL SECURITY RATE TABLE LOADER/VALIDATOR. PROVES
000800*             THE NEW IMSS/INFONAVIT RATE EXTRACT (IMSSNEW, SAME
000900*             LAYOUT AS PAYIMSS) AND ONLY THEN REPLACES THE LIVE
001000*             RATE FILE (IMSSTAB) THAT PAY0100 AND PAY0111 LOAD.
001100*             THE EXTRACT MUST COME SORTED BY EFFECTIVE DATE AND
001200*             BRANCH CODE, NO CODE TWICE IN A SET. EACH SET MUST
001300*             CARRY EXACTLY ONE 'UMA ' RECORD WITH A DAILY UMA AND
001400*             AN SBC CAP, AND AT LEAST ONE BRANCH; EVERY BRANCH
001500*             NEEDS A KNOWN GROUP AND BASE, RATES UNDER 100
001600*             PERCENT, A UMA MULTIPLE WHERE ITS BASE USES ONE, AND
001700*             NO EMPLOYEE RATE ON INFONAVIT. ONE BAD RECORD
001800*             REFUSES THE WHOLE FILE, AS IN PAY0116 - A WRONG RATE
001900*             WOULD MISCHARGE EVERY EMPLOYEE.
002000* TECTONICS.  cobc -x PAY0122.cbl -I copybooks
002100*
002200* MODIFICATION HISTORY.
002300*   2026-10-15  ECR  ORIGINAL VERSION.
002330*   2026-10-15  ECR  RETURN CODE FOR THE CYCLE DRIVER (PAY0126):
002360*                    16 WHEN IMSSNEW IS REFUSED.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. PAY0122.
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. GENERIC.
003000 OBJECT-COMPUTER. GENERIC.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT IMSS-EXTRACT-FILE ASSIGN TO "IMSSNEW"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-EXTRACT-STATUS.
003600
003700     SELECT IMSS-TABLE-FILE ASSIGN TO "IMSSTAB"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-IMSSTAB-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  IMSS-EXTRACT-FILE
004300     LABEL RECORDS ARE STANDARD.
004400 01  EXTRACT-RECORD.
004500     05  INEW-EFF-DATE               PIC 9(08).
004600     05  INEW-BRANCH                 PIC X(04).
004700     05  INEW-GROUP                  PIC X(01).
004800         88  INEW-GROUP-UMA          VALUE 'U'.
004900         88  INEW-GROUP-INFONAVIT    VALUE 'V'.
005000         88  INEW-GROUP-VALID        VALUE 'U' 'I' 'R' 'V'.
005100     05  INEW-BASE                   PIC X(01).
005200         88  INEW-BASE-SBC           VALUE 'S'.
005300         88  INEW-BASE-VALID         VALUE 'S' 'E' 'U'.
005400     05  INEW-ER-RATE                PIC 9V9(05).
005500     05  INEW-EE-RATE                PIC 9V9(05).
005600     05  INEW-UMA-MULT               PIC 9(02)V99.
005700     05  INEW-UMA-AMT                PIC 9(05)V99.
005800     05  INEW-ABSENCE-SW             PIC X(01).
005900         88  INEW-ABSENCE-VALID      VALUE 'S' 'N'.
006000     05  INEW-DESC                   PIC X(20).
006100
006200 FD  IMSS-TABLE-FILE
006300     LABEL RECORDS ARE STANDARD.
006400     COPY PAYIMSS.
006500 WORKING-STORAGE SECTION.
006600 77  WS-EXTRACT-STATUS           PIC X(02) VALUE SPACES.
006700 77  WS-IMSSTAB-STATUS           PIC X(02) VALUE SPACES.
006800 77  WS-EOF-EXTRACT-SW           PIC X(01) VALUE 'N'.
006900     88  WS-EOF-EXTRACT          VALUE 'Y'.
007000 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
007100     88  WS-ABORT                VALUE 'Y'.
007200 77  WS-RECORD-CNT               PIC 9(05) COMP VALUE ZERO.
007300 77  WS-LOADED-CNT               PIC 9(05) COMP VALUE ZERO.
007400******************************************************************
007500* SET STATE FOR THE VALIDATION PASS: THE EFFECTIVE DATE BEING
007600* WALKED, THE LAST BRANCH CODE SEEN IN IT, AND HOW MANY UMA AND
007700* BRANCH RECORDS IT HAS HAD.
007800******************************************************************
007900 77  WS-CUR-EFF-DATE             PIC 9(08) VALUE ZERO.
008000 77  WS-PREV-BRANCH              PIC X(04) VALUE SPACES.
008100 77  WS-SET-UMA-CNT              PIC 9(03) COMP VALUE ZERO.
008200 77  WS-SET-BRANCH-CNT           PIC 9(03) COMP VALUE ZERO.
008300 PROCEDURE DIVISION.
008400******************************************************************
008500* 0000-MAINLINE - VALIDATE THE WHOLE EXTRACT FIRST; ONLY A CLEAN
008600* FILE REPLACES IMSSTAB.
008700******************************************************************
008800 0000-MAINLINE.
008900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009000     PERFORM 2000-VALIDATE-ONE-RECORD THRU 2000-EXIT
009100         UNTIL WS-EOF-EXTRACT OR WS-ABORT
009200     IF NOT WS-ABORT AND WS-RECORD-CNT > ZERO
009300         PERFORM 2100-CHECK-SET-COMPLETE THRU 2100-EXIT
009400     END-IF
009500     IF NOT WS-ABORT AND WS-RECORD-CNT > ZERO
009600         PERFORM 3000-REPLACE-TABLE THRU 3000-EXIT
009700     END-IF
009800     IF WS-RECORD-CNT = ZERO AND NOT WS-ABORT
009900         DISPLAY "PAY0122 - IMSSNEW VACIO, IMSSTAB NO SE TOCA"
010000     END-IF
010100     PERFORM 9000-TERMINATE THRU 9000-EXIT
010120     IF WS-ABORT
010140         MOVE 16 TO RETURN-CODE
010160     END-IF
010200     STOP RUN.
010300******************************************************************
010400* 1000-INITIALIZE - OPEN THE EXTRACT AND PRIME THE READ.
010500******************************************************************
010600 1000-INITIALIZE.
010700     OPEN INPUT IMSS-EXTRACT-FILE
010800     IF WS-EXTRACT-STATUS NOT = "00"
010900         DISPLAY "PAY0122 - NO SE PUDO ABRIR IMSSNEW, ESTADO "
011000             WS-EXTRACT-STATUS
011100         SET WS-ABORT TO TRUE
011200         GO TO 1000-EXIT
011300     END-IF
011400     PERFORM 1100-READ-EXTRACT THRU 1100-EXIT.
011500 1000-EXIT.
011600     EXIT.
011700******************************************************************
011800* 1100-READ-EXTRACT - READ THE NEXT RATE EXTRACT RECORD.
011900******************************************************************
012000 1100-READ-EXTRACT.
012100     READ IMSS-EXTRACT-FILE
012200         AT END
012300             MOVE "Y" TO WS-EOF-EXTRACT-SW
012400     END-READ.
012500 1100-EXIT.
012600     EXIT.
012700******************************************************************
012800* 2000-VALIDATE-ONE-RECORD - PROVE ONE RECORD: NUMERIC FIELDS,
012900* ORDER WITHIN THE FILE AND ITS SET, AND THE RULES FOR ITS KIND
013000* (UMA OR BRANCH). A NEW EFFECTIVE DATE FIRST PROVES THE SET IT
013100* CLOSES; THE LAST SET IS PROVED AT END OF FILE IN 0000-MAINLINE.
013200******************************************************************
013300 2000-VALIDATE-ONE-RECORD.
013400     ADD 1 TO WS-RECORD-CNT
013500     IF INEW-EFF-DATE NOT NUMERIC OR INEW-ER-RATE NOT NUMERIC
013600         OR INEW-EE-RATE NOT NUMERIC OR INEW-UMA-MULT NOT NUMERIC
013700         OR INEW-UMA-AMT NOT NUMERIC
013800         DISPLAY "PAY0122 - REGISTRO " WS-RECORD-CNT
013900             " NO NUMERICO - ARCHIVO RECHAZADO"
014000         SET WS-ABORT TO TRUE
014100         GO TO 2000-EXIT
014200     END-IF
014300     IF INEW-EFF-DATE < WS-CUR-EFF-DATE
014400         DISPLAY "PAY0122 - REGISTRO " WS-RECORD-CNT
014500             " FUERA DE ORDEN POR FECHA - ARCHIVO RECHAZADO"
014600         SET WS-ABORT TO TRUE
014700         GO TO 2000-EXIT
014800     END-IF
014900     IF INEW-EFF-DATE > WS-CUR-EFF-DATE
015000         IF WS-CUR-EFF-DATE NOT = ZERO
015100             PERFORM 2100-CHECK-SET-COMPLETE THRU 2100-EXIT
015200             IF WS-ABORT
015300                 GO TO 2000-EXIT
015400             END-IF
015500         END-IF
015600         MOVE INEW-EFF-DATE TO WS-CUR-EFF-DATE
015700         MOVE SPACES TO WS-PREV-BRANCH
015800         MOVE ZERO TO WS-SET-UMA-CNT WS-SET-BRANCH-CNT
015900     ELSE
016000         IF INEW-BRANCH NOT > WS-PREV-BRANCH
016100             DISPLAY "PAY0122 - RAMO " INEW-BRANCH " REPETIDO O"
016200                 " FUERA DE ORDEN EN " INEW-EFF-DATE
016300                 " - ARCHIVO RECHAZADO"
016400             SET WS-ABORT TO TRUE
016500             GO TO 2000-EXIT
016600         END-IF
016700     END-IF
016800     MOVE INEW-BRANCH TO WS-PREV-BRANCH
016900     IF INEW-BRANCH = SPACES OR NOT INEW-GROUP-VALID
017000         DISPLAY "PAY0122 - RAMO EN BLANCO O GRUPO INVALIDO EN"
017100             " REGISTRO " WS-RECORD-CNT " - ARCHIVO RECHAZADO"
017200         SET WS-ABORT TO TRUE
017300         GO TO 2000-EXIT
017400     END-IF
017500     IF INEW-GROUP-UMA
017600         PERFORM 2200-VALIDATE-UMA THRU 2200-EXIT
017700     ELSE
017800         PERFORM 2300-VALIDATE-BRANCH THRU 2300-EXIT
017900     END-IF.
018000 2000-NEXT.
018100     PERFORM 1100-READ-EXTRACT THRU 1100-EXIT.
018200 2000-EXIT.
018300     EXIT.
018400******************************************************************
018500* 2100-CHECK-SET-COMPLETE - THE SET FOR WS-CUR-EFF-DATE HAS ENDED:
018600* IT MUST HAVE HAD ONE UMA RECORD AND SOMETHING TO CHARGE.
018700******************************************************************
018800 2100-CHECK-SET-COMPLETE.
018900     IF WS-SET-UMA-CNT NOT = 1
019000         DISPLAY "PAY0122 - EL JUEGO DEL " WS-CUR-EFF-DATE
019100             " NO TIENE EXACTAMENTE UN REGISTRO UMA - ARCHIVO"
019200             " RECHAZADO"
019300         SET WS-ABORT TO TRUE
019400         GO TO 2100-EXIT
019500     END-IF
019600     IF WS-SET-BRANCH-CNT = ZERO
019700         DISPLAY "PAY0122 - EL JUEGO DEL " WS-CUR-EFF-DATE
019800             " NO TIENE RAMOS - ARCHIVO RECHAZADO"
019900         SET WS-ABORT TO TRUE
020000     END-IF.
020100 2100-EXIT.
020200     EXIT.
020300******************************************************************
020400* 2200-VALIDATE-UMA - THE SET'S UMA RECORD NEEDS THE DAILY UMA
020500* AND THE SBC CAP IN UMAS.
020600******************************************************************
020700 2200-VALIDATE-UMA.
020800     ADD 1 TO WS-SET-UMA-CNT
020900     IF INEW-UMA-AMT = ZERO OR INEW-UMA-MULT = ZERO
021000         DISPLAY "PAY0122 - UMA O TOPE EN CERO EN " INEW-EFF-DATE
021100             " - ARCHIVO RECHAZADO"
021200         SET WS-ABORT TO TRUE
021300     END-IF.
021400 2200-EXIT.
021500     EXIT.
021600******************************************************************
021700* 2300-VALIDATE-BRANCH - ONE CONTRIBUTION BRANCH.
021800******************************************************************
021900 2300-VALIDATE-BRANCH.
022000     ADD 1 TO WS-SET-BRANCH-CNT
022100     IF NOT INEW-BASE-VALID OR NOT INEW-ABSENCE-VALID
022200         DISPLAY "PAY0122 - BASE O INDICADOR DE AUSENCIA INVALIDO"
022300             " EN RAMO " INEW-BRANCH " - ARCHIVO RECHAZADO"
022400         SET WS-ABORT TO TRUE
022500         GO TO 2300-EXIT
022600     END-IF
022700     IF INEW-ER-RATE NOT < 1 OR INEW-EE-RATE NOT < 1
022800         DISPLAY "PAY0122 - TASA DE 100% O MAS EN RAMO "
022850             INEW-BRANCH " - ARCHIVO RECHAZADO"
023000         SET WS-ABORT TO TRUE
023100         GO TO 2300-EXIT
023200     END-IF
023300     IF NOT INEW-BASE-SBC AND INEW-UMA-MULT = ZERO
023400         DISPLAY "PAY0122 - RAMO " INEW-BRANCH " SIN MULTIPLO DE"
023500             " UMA PARA SU BASE - ARCHIVO RECHAZADO"
023600         SET WS-ABORT TO TRUE
023700         GO TO 2300-EXIT
023800     END-IF
023900     IF INEW-GROUP-INFONAVIT AND INEW-EE-RATE NOT = ZERO
024000         DISPLAY "PAY0122 - RAMO " INEW-BRANCH " DE INFONAVIT CON"
024100             " CUOTA OBRERA - ARCHIVO RECHAZADO"
024200         SET WS-ABORT TO TRUE
024300     END-IF.
024400 2300-EXIT.
024500     EXIT.
024600******************************************************************
024700* 3000-REPLACE-TABLE - THE EXTRACT PROVED CLEAN; COPY IT OVER
024800* THE LIVE TABLE IN ONE PASS.
024900******************************************************************
025000 3000-REPLACE-TABLE.
025100     CLOSE IMSS-EXTRACT-FILE
025200     OPEN INPUT IMSS-EXTRACT-FILE
025300     IF WS-EXTRACT-STATUS NOT = "00"
025400         DISPLAY "PAY0122 - NO SE PUDO RELEER IMSSNEW, ESTADO "
025500             WS-EXTRACT-STATUS " - IMSSTAB NO SE TOCA"
025600         SET WS-ABORT TO TRUE
025700         GO TO 3000-EXIT
025800     END-IF
025900     OPEN OUTPUT IMSS-TABLE-FILE
026000     IF WS-IMSSTAB-STATUS NOT = "00"
026100         DISPLAY "PAY0122 - NO SE PUDO GRABAR IMSSTAB, ESTADO "
026200             WS-IMSSTAB-STATUS
026300         SET WS-ABORT TO TRUE
026400         GO TO 3000-EXIT
026500     END-IF
026600     MOVE "N" TO WS-EOF-EXTRACT-SW
026700     PERFORM 1100-READ-EXTRACT THRU 1100-EXIT
026800     PERFORM 3100-COPY-ONE-RECORD THRU 3100-EXIT
026900         UNTIL WS-EOF-EXTRACT
027000     CLOSE IMSS-TABLE-FILE.
027100 3000-EXIT.
027200     EXIT.
027300******************************************************************
027400* 3100-COPY-ONE-RECORD - ONE VALIDATED RECORD ONTO THE LIVE
027500* TABLE.
027600******************************************************************
027700 3100-COPY-ONE-RECORD.
027800     MOVE INEW-EFF-DATE          TO IMSS-EFF-DATE
027900     MOVE INEW-BRANCH            TO IMSS-BRANCH
028000     MOVE INEW-GROUP             TO IMSS-GROUP
028100     MOVE INEW-BASE              TO IMSS-BASE
028200     MOVE INEW-ER-RATE           TO IMSS-ER-RATE
028300     MOVE INEW-EE-RATE           TO IMSS-EE-RATE
028400     MOVE INEW-UMA-MULT          TO IMSS-UMA-MULT
028500     MOVE INEW-UMA-AMT           TO IMSS-UMA-AMT
028600     MOVE INEW-ABSENCE-SW        TO IMSS-ABSENCE-SW
028700     MOVE INEW-DESC              TO IMSS-DESC
028800     WRITE IMSS-RECORD
028900     ADD 1 TO WS-LOADED-CNT
029000     PERFORM 1100-READ-EXTRACT THRU 1100-EXIT.
029100 3100-EXIT.
029200     EXIT.
029300******************************************************************
029400* 9000-TERMINATE - CLOSE THE EXTRACT AND REPORT THE OUTCOME.
029500******************************************************************
029600 9000-TERMINATE.
029700     IF WS-EXTRACT-STATUS = "00"
029800         CLOSE IMSS-EXTRACT-FILE
029900     END-IF
030000     IF WS-ABORT
030100         DISPLAY "PAY0122 - IMSSNEW RECHAZADO, IMSSTAB QUEDA COMO"
030200             " ESTABA"
030300     ELSE
030400         DISPLAY "PAY0122 - REGISTROS CARGADOS A IMSSTAB: "
030500             WS-LOADED-CNT
030600     END-IF.
030700 9000-EXIT.
030800     EXIT.
030900 END PROGRAM PAY0122.
