001200*             TYPES AND BAD PERCENTS ARE REJECTED SO A TYPO
001300*             CANNOT DOCK THE WRONG PAY. THE PAID PERCENT ONLY
001400*             MEANS SOMETHING FOR ENFERMEDAD ('E'); PERMISO AND
001430*             FALTA LOAD WITH ZERO. A VACACIONES DAY ('V') LOADS
001460*             AT 100 AND IS DRAWN FROM THE EMPLOYEE'S OLDEST OPEN
001490*             VACMAST YEAR COVERING THE DATE; ONE WITH NO BALANCE
001520*             LEFT IS REJECTED. A CORRECTION THAT TURNS A
001550*             VACATION DAY INTO ANOTHER TYPE GIVES THE DAY BACK.
001600* TECTONICS.  cobc -x PAY0114.cbl -I copybooks
001700*
001800* MODIFICATION HISTORY.
001900*   2026-09-02  ECR  ORIGINAL VERSION.
001920*   2026-10-15  ECR  VACACIONES INCIDENCIA TYPE V, DRAWN FROM AND
001940*                    RETURNED TO THE VACMAST BALANCE. A V DAY
001960*                    WITH NO BALANCE TO COVER IT IS REJECTED.
001970*   2026-10-15  ECR  RETURN CODE FOR THE CYCLE DRIVER (PAY0126):
001980*                    16 WHEN THE RUN ABORTS, 4 WHEN RECORDS WERE
001990*                    REJECTED.
001992*   2026-10-15  ECR  THE VACMAST YEAR A V DAY IS DRAWN FROM IS
001994*                    KEPT ON THE INCIDENCIA (INCI-VAC-YEAR) AND A
001996*                    CORRECTION GIVES THE DAY BACK TO THAT YEAR,
001998*                    NOT THE NEWEST ONE COVERING THE DATE.
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. PAY0114.
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS EMP-ID
004300         FILE STATUS IS WS-EMPMAST-STATUS.
004310
004320     SELECT VACATION-FILE ASSIGN TO "VACMAST"
004330         ORGANIZATION IS INDEXED
004340         ACCESS MODE IS DYNAMIC
004350         RECORD KEY IS VAC-KEY
004360         FILE STATUS IS WS-VAC-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  INCI-EXTRACT-FILE
005800 FD  EMPLOYEE-MASTER-FILE
005900     LABEL RECORDS ARE STANDARD.
006000     COPY PAYEMP.
006020
006040 FD  VACATION-FILE
006060     LABEL RECORDS ARE STANDARD.
006080     COPY PAYVAC.
006100 WORKING-STORAGE SECTION.
006200 77  WS-EXTRACT-STATUS           PIC X(02) VALUE SPACES.
006300 77  WS-INCI-STATUS              PIC X(02) VALUE SPACES.
006400 77  WS-EMPMAST-STATUS           PIC X(02) VALUE SPACES.
006450 77  WS-VAC-STATUS               PIC X(02) VALUE SPACES.
006500 77  WS-EOF-EXTRACT-SW           PIC X(01) VALUE 'N'.
006600     88  WS-EOF-EXTRACT          VALUE 'Y'.
006700 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
006800     88  WS-ABORT                VALUE 'Y'.
006807 77  WS-VAC-OPEN-SW              PIC X(01) VALUE 'N'.
006814     88  WS-VAC-OPEN             VALUE 'Y'.
006821 77  WS-EOF-VAC-SW               PIC X(01) VALUE 'N'.
006828     88  WS-EOF-VAC              VALUE 'Y'.
006835 77  WS-VAC-DRAWN-SW             PIC X(01) VALUE 'N'.
006842     88  WS-VAC-DRAWN            VALUE 'Y'.
006849 77  WS-INCI-WRITTEN-SW          PIC X(01) VALUE 'N'.
006856     88  WS-INCI-WRITTEN         VALUE 'Y'.
006863 77  WS-PREV-TYPE                PIC X(01) VALUE SPACE.
006870 77  WS-VAC-DRAWN-KEY            PIC X(08) VALUE SPACES.
006877 77  WS-VAC-RETURN-KEY           PIC X(08) VALUE SPACES.
006879 77  WS-VAC-DRAWN-YEAR           PIC 9(02) VALUE ZERO.
006881 77  WS-PREV-VAC-YEAR            PIC 9(02) VALUE ZERO.
006884 77  WS-VAC-BALANCE              PIC S9(03) VALUE ZERO.
006900 77  WS-LOADED-CNT               PIC 9(05) COMP VALUE ZERO.
007000 77  WS-REPLACED-CNT             PIC 9(05) COMP VALUE ZERO.
007100 77  WS-ERROR-CNT                PIC 9(05) COMP VALUE ZERO.
007130 77  WS-VAC-TAKEN-CNT            PIC 9(05) COMP VALUE ZERO.
007160 77  WS-VAC-RETURNED-CNT         PIC 9(05) COMP VALUE ZERO.
007200 PROCEDURE DIVISION.
007300******************************************************************
007400* 0000-MAINLINE - LOAD EVERY EXTRACT RECORD INTO INCIMAST.
007800     PERFORM 2000-LOAD-ONE-INCI THRU 2000-EXIT
007900         UNTIL WS-EOF-EXTRACT OR WS-ABORT
008000     PERFORM 9000-TERMINATE THRU 9000-EXIT
008010     IF WS-ABORT
008020         MOVE 16 TO RETURN-CODE
008030     ELSE
008040         IF WS-ERROR-CNT > ZERO
008050             MOVE 4 TO RETURN-CODE
008060         END-IF
008070     END-IF
008100     STOP RUN.
008200******************************************************************
008300* 1000-INITIALIZE - OPEN THE EXTRACT, THE INCIDENCIAS FILE (I-O,
008400* CREATED ON FIRST USE) AND THE MASTER FOR THE EXISTENCE CHECK.
008430* VACMAST IS OPENED I-O WHEN PAY0121 HAS BUILT IT; WITHOUT IT
008460* NO VACATION DAY CAN BE LOADED, BUT THE REST STILL ARE.
008500******************************************************************
008600 1000-INITIALIZE.
008700     OPEN INPUT INCI-EXTRACT-FILE
011000         SET WS-ABORT TO TRUE
011100     END-IF
011200
011210     OPEN I-O VACATION-FILE
011220     IF WS-VAC-STATUS = "00"
011230         SET WS-VAC-OPEN TO TRUE
011240     ELSE
011250         DISPLAY "PAY0114 - VACMAST NO DISPONIBLE, ESTADO "
011260             WS-VAC-STATUS ", NO SE CARGAN VACACIONES"
011270     END-IF
011280
011300     IF NOT WS-ABORT
011400         PERFORM 1100-READ-EXTRACT THRU 1100-EXIT
011500     END-IF.
012700     EXIT.
012800******************************************************************
012900* 2000-LOAD-ONE-INCI - VALIDATE THE CURRENT EXTRACT RECORD AND
012930* WRITE (OR REPLACE) THE INCIDENCE, THEN READ THE NEXT. A NEW
012960* VACATION DAY IS DRAWN FROM VACMAST BEFORE THE WRITE (AND PUT
012990* BACK IF THE WRITE FAILS); A VACATION DAY REPLACED BY ANOTHER
013020* TYPE IS RETURNED AFTER IT. RELOADING THE SAME VACATION DAY
013050* DRAWS NOTHING MORE.
013100******************************************************************
013200 2000-LOAD-ONE-INCI.
013300     IF INEW-DATE NOT NUMERIC
013700         GO TO 2000-NEXT
013800     END-IF
013900     IF INEW-TYPE NOT = 'P' AND INEW-TYPE NOT = 'F'
014000         AND INEW-TYPE NOT = 'E' AND INEW-TYPE NOT = 'V'
014100         DISPLAY "PAY0114 - TIPO '" INEW-TYPE "' NO VALIDO PARA "
014200             INEW-EMP-ID " " INEW-DATE ", SE OMITE"
014300         ADD 1 TO WS-ERROR-CNT
015100             GO TO 2000-NEXT
015200         END-IF
015300     END-IF
015310     IF INEW-TYPE = 'V' AND NOT WS-VAC-OPEN
015320         DISPLAY "PAY0114 - VACACIONES SIN VACMAST PARA "
015330             INEW-EMP-ID " " INEW-DATE ", SE OMITE"
015340         ADD 1 TO WS-ERROR-CNT
015350         GO TO 2000-NEXT
015360     END-IF
015400
015500     MOVE INEW-EMP-ID TO EMP-ID
015600     READ EMPLOYEE-MASTER-FILE
016300
016400     MOVE INEW-EMP-ID            TO INCI-EMP-ID
016500     MOVE INEW-DATE              TO INCI-DATE
016900     READ INCIDENCIA-FILE
017300         INVALID KEY
017800             MOVE SPACE          TO WS-PREV-TYPE
018050             MOVE ZERO           TO WS-PREV-VAC-YEAR
018300         NOT INVALID KEY
018302             MOVE INCI-TYPE      TO WS-PREV-TYPE
018303             MOVE ZERO           TO WS-PREV-VAC-YEAR
018304             IF INCI-VAC-YEAR NUMERIC
018305                 MOVE INCI-VAC-YEAR TO WS-PREV-VAC-YEAR
018306             END-IF
018307     END-READ
018308
018309     MOVE "N" TO WS-VAC-DRAWN-SW
018310     IF INEW-TYPE = 'V' AND WS-PREV-TYPE NOT = 'V'
018312         PERFORM 2100-DRAW-VACATION-DAY THRU 2100-EXIT
018314         IF NOT WS-VAC-DRAWN
018316             DISPLAY "PAY0114 - SIN SALDO DE VACACIONES PARA "
018318                 INEW-EMP-ID " " INEW-DATE ", SE OMITE"
018320             ADD 1 TO WS-ERROR-CNT
018322             GO TO 2000-NEXT
018324         END-IF
018326     END-IF
018328
018330     MOVE INEW-EMP-ID            TO INCI-EMP-ID
018332     MOVE INEW-DATE              TO INCI-DATE
018334     MOVE INEW-TYPE              TO INCI-TYPE
018336     IF INEW-TYPE = 'E'
018338         MOVE INEW-PAY-PCT       TO INCI-PAY-PCT
018340     ELSE
018342         MOVE ZERO               TO INCI-PAY-PCT
018344     END-IF
018345     MOVE ZERO                   TO INCI-VAC-YEAR
018346     IF INEW-TYPE = 'V'
018348         MOVE 100                TO INCI-PAY-PCT
018349         IF WS-VAC-DRAWN
018350             MOVE WS-VAC-DRAWN-YEAR  TO INCI-VAC-YEAR
018351         ELSE
018352             MOVE WS-PREV-VAC-YEAR   TO INCI-VAC-YEAR
018353         END-IF
018354     END-IF
018355     MOVE "N" TO WS-INCI-WRITTEN-SW
018356     WRITE INCI-RECORD
018357         INVALID KEY
018358             REWRITE INCI-RECORD
018360             IF WS-INCI-STATUS = "00"
018362                 ADD 1 TO WS-REPLACED-CNT
018364                 SET WS-INCI-WRITTEN TO TRUE
018366             ELSE
018368                 DISPLAY "PAY0114 - NO SE PUDO GRABAR "
018370                     INEW-EMP-ID " " INEW-DATE " ESTADO "
018372                     WS-INCI-STATUS
018374                 ADD 1 TO WS-ERROR-CNT
018376             END-IF
018378         NOT INVALID KEY
018400             ADD 1 TO WS-LOADED-CNT
018410             SET WS-INCI-WRITTEN TO TRUE
018420     END-WRITE
018430     IF NOT WS-INCI-WRITTEN
018440         IF WS-VAC-DRAWN
018450             PERFORM 2300-UNDO-DRAW THRU 2300-EXIT
018460         END-IF
018470         GO TO 2000-NEXT
018480     END-IF
018490     IF WS-VAC-DRAWN
018500         ADD 1 TO WS-VAC-TAKEN-CNT
018510     END-IF
018520     IF WS-PREV-TYPE = 'V' AND INEW-TYPE NOT = 'V'
018530         AND WS-VAC-OPEN
018540         PERFORM 2200-RETURN-VACATION-DAY THRU 2200-EXIT
018550     END-IF.
018600 2000-NEXT.
018700     PERFORM 1100-READ-EXTRACT THRU 1100-EXIT.
018800 2000-EXIT.
018900     EXIT.
018901******************************************************************
018902* 2100-DRAW-VACATION-DAY - TAKE ONE DAY FROM THE EMPLOYEE'S
018903* OLDEST OPEN VACMAST YEAR THAT COVERS THE DATE (EARNED ON OR
018904* BEFORE IT, NOT EXPIRED BY IT) AND STILL HAS BALANCE. SETS
018905* WS-VAC-DRAWN AND KEEPS THE YEAR'S KEY WHEN ONE IS FOUND.
018906******************************************************************
018907 2100-DRAW-VACATION-DAY.
018908     MOVE "N" TO WS-EOF-VAC-SW
018909     MOVE INEW-EMP-ID TO VAC-EMP-ID
018910     MOVE ZERO TO VAC-SERVICE-YEAR
018911     START VACATION-FILE KEY NOT < VAC-KEY
018912         INVALID KEY
018913             MOVE "Y" TO WS-EOF-VAC-SW
018914     END-START
018915     PERFORM 2110-READ-ONE-VAC THRU 2110-EXIT
018916         UNTIL WS-EOF-VAC OR WS-VAC-DRAWN.
018917 2100-EXIT.
018918     EXIT.
018919******************************************************************
018920* 2110-READ-ONE-VAC - ONE STEP OF THE DRAW: READ THE NEXT YEAR
018921* AND TAKE THE DAY FROM IT IF IT QUALIFIES.
018922******************************************************************
018923 2110-READ-ONE-VAC.
018924     READ VACATION-FILE NEXT RECORD
018925         AT END
018926             MOVE "Y" TO WS-EOF-VAC-SW
018927     END-READ
018928     IF WS-EOF-VAC
018929         GO TO 2110-EXIT
018930     END-IF
018931     IF VAC-EMP-ID NOT = INEW-EMP-ID
018932         MOVE "Y" TO WS-EOF-VAC-SW
018933         GO TO 2110-EXIT
018934     END-IF
018935     IF NOT VAC-STATUS-OPEN
018936         OR VAC-EARNED-DATE > INEW-DATE
018937         OR VAC-EXPIRE-DATE < INEW-DATE
018938         GO TO 2110-EXIT
018939     END-IF
018940     COMPUTE WS-VAC-BALANCE = VAC-DAYS-ENTITLED
018941         - VAC-DAYS-TAKEN - VAC-DAYS-PAID-OUT
018942     IF WS-VAC-BALANCE NOT > ZERO
018943         GO TO 2110-EXIT
018944     END-IF
018945     ADD 1 TO VAC-DAYS-TAKEN
018946     REWRITE VAC-RECORD
018947     IF WS-VAC-STATUS NOT = "00"
018948         DISPLAY "PAY0114 - NO SE PUDO ACTUALIZAR VACMAST "
018949             VAC-EMP-ID " ESTADO " WS-VAC-STATUS
018950         MOVE "Y" TO WS-EOF-VAC-SW
018951         GO TO 2110-EXIT
018952     END-IF
018953     MOVE VAC-KEY TO WS-VAC-DRAWN-KEY
018954     MOVE VAC-SERVICE-YEAR TO WS-VAC-DRAWN-YEAR
018955     SET WS-VAC-DRAWN TO TRUE.
018956 2110-EXIT.
018957     EXIT.
018958******************************************************************
018959* 2200-RETURN-VACATION-DAY - A VACATION DAY WAS CORRECTED TO
018960* ANOTHER TYPE: GIVE THE DAY BACK TO THE YEAR IT WAS DRAWN FROM
018961* (INCI-VAC-YEAR). A DAY LOADED BEFORE THE INCIDENCIA KEPT ITS
018962* YEAR GOES BACK TO THE NEWEST YEAR THAT COVERS THE DATE AND HAS
018963* DAYS TAKEN. A YEAR ALREADY SETTLED ON A FINIQUITO IS LEFT
018964* ALONE.
018965******************************************************************
018966 2200-RETURN-VACATION-DAY.
018967     IF WS-PREV-VAC-YEAR > ZERO
018968         MOVE INEW-EMP-ID TO VAC-EMP-ID
018969         MOVE WS-PREV-VAC-YEAR TO VAC-SERVICE-YEAR
018970         GO TO 2200-READ-YEAR
018971     END-IF
018972     MOVE SPACES TO WS-VAC-RETURN-KEY
018973     MOVE "N" TO WS-EOF-VAC-SW
018974     MOVE INEW-EMP-ID TO VAC-EMP-ID
018975     MOVE ZERO TO VAC-SERVICE-YEAR
018976     START VACATION-FILE KEY NOT < VAC-KEY
018977         INVALID KEY
018978             MOVE "Y" TO WS-EOF-VAC-SW
018979     END-START
018980     PERFORM 2210-FIND-RETURN-YEAR THRU 2210-EXIT
018981         UNTIL WS-EOF-VAC
018982     IF WS-VAC-RETURN-KEY = SPACES
018983         DISPLAY "PAY0114 - NINGUN PERIODO DE VACACIONES PARA "
018984             "DEVOLVER EL DIA " INEW-EMP-ID " " INEW-DATE
018985         GO TO 2200-EXIT
018986     END-IF
018987     MOVE WS-VAC-RETURN-KEY TO VAC-KEY.
018988 2200-READ-YEAR.
018989     READ VACATION-FILE
018990         INVALID KEY
018991             DISPLAY "PAY0114 - SIN PERIODO DE VACACIONES "
018993                 VAC-SERVICE-YEAR " DE " INEW-EMP-ID
018994                 " PARA DEVOLVER EL DIA " INEW-DATE
018995             GO TO 2200-EXIT
018996     END-READ
018997     IF VAC-STATUS-SETTLED OR VAC-DAYS-TAKEN = ZERO
018998         DISPLAY "PAY0114 - PERIODO " VAC-SERVICE-YEAR " DE "
018999             INEW-EMP-ID " LIQUIDADO O SIN DIAS TOMADOS, NO SE"
019000             " DEVUELVE EL DIA " INEW-DATE
019001         GO TO 2200-EXIT
019002     END-IF
019003     SUBTRACT 1 FROM VAC-DAYS-TAKEN
019004     REWRITE VAC-RECORD
019005     IF WS-VAC-STATUS = "00"
019006         ADD 1 TO WS-VAC-RETURNED-CNT
019007     ELSE
019008         DISPLAY "PAY0114 - NO SE PUDO ACTUALIZAR VACMAST "
019009             VAC-EMP-ID " ESTADO " WS-VAC-STATUS
019010     END-IF.
019011 2200-EXIT.
019012     EXIT.
019013******************************************************************
019014* 2210-FIND-RETURN-YEAR - ONE STEP OF THE RETURN SCAN; THE LAST
019015* QUALIFYING YEAR READ IS THE NEWEST.
019016******************************************************************
019017 2210-FIND-RETURN-YEAR.
019018     READ VACATION-FILE NEXT RECORD
019019         AT END
019020             MOVE "Y" TO WS-EOF-VAC-SW
019021     END-READ
019022     IF WS-EOF-VAC
019023         GO TO 2210-EXIT
019024     END-IF
019025     IF VAC-EMP-ID NOT = INEW-EMP-ID
019026         MOVE "Y" TO WS-EOF-VAC-SW
019027         GO TO 2210-EXIT
019028     END-IF
019029     IF VAC-STATUS-SETTLED
019030         OR VAC-DAYS-TAKEN = ZERO
019031         OR VAC-EARNED-DATE > INEW-DATE
019032         OR VAC-EXPIRE-DATE < INEW-DATE
019033         GO TO 2210-EXIT
019034     END-IF
019035     MOVE VAC-KEY TO WS-VAC-RETURN-KEY.
019036 2210-EXIT.
019037     EXIT.
019038******************************************************************
019039* 2300-UNDO-DRAW - THE INCIDENCE COULD NOT BE WRITTEN AFTER ITS
019040* DAY WAS DRAWN: PUT THE DAY BACK ON THE YEAR IT CAME FROM.
019041******************************************************************
019042 2300-UNDO-DRAW.
019043     MOVE WS-VAC-DRAWN-KEY TO VAC-KEY
019044     READ VACATION-FILE
019045         INVALID KEY
019046             GO TO 2300-EXIT
019047     END-READ
019048     SUBTRACT 1 FROM VAC-DAYS-TAKEN
019049     REWRITE VAC-RECORD.
019050 2300-EXIT.
019051     EXIT.
019052******************************************************************
019100* 9000-TERMINATE - CLOSE EVERYTHING AND REPORT THE LOAD TALLY.
019200******************************************************************
019300 9000-TERMINATE.
019400     CLOSE INCI-EXTRACT-FILE
019500     CLOSE INCIDENCIA-FILE
019600     CLOSE EMPLOYEE-MASTER-FILE
019620     IF WS-VAC-OPEN
019640         CLOSE VACATION-FILE
019660     END-IF
019700     DISPLAY "PAY0114 - CARGADOS: " WS-LOADED-CNT
019800         " REEMPLAZADOS: " WS-REPLACED-CNT
019850         " ERRORES: " WS-ERROR-CNT
019900     DISPLAY "PAY0114 - DIAS DE VACACIONES TOMADOS: "
019950         WS-VAC-TAKEN-CNT " DEVUELTOS: " WS-VAC-RETURNED-CNT.
020000 9000-EXIT.
020100     EXIT.
020200 END PROGRAM PAY0114.
