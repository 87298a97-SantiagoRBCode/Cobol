001300*             OBLIGATION. AN ORDER NUMBER ALREADY ON FILE IS
001400*             REJECTED - COLLECTIONS HISTORY IS NEVER OVERLAID.
001500*             EMPLOYEES NOT ON EMPMAST ARE REJECTED.
001520*             THE TRAILING BONUS FLAG IS 'S' WHEN THE COURT ORDER
001540*             ALSO REACHES THE AGUINALDO/PRIMA VACACIONAL; ANY
001560*             OTHER VALUE (OR AN EXTRACT WITHOUT IT) MEANS NO.
001600* TECTONICS.  cobc -x PAY0107.cbl -I copybooks
001700*
001800* MODIFICATION HISTORY.
001900*   2026-08-22  ECR  ORIGINAL VERSION.
001930*   2026-10-15  ECR  GARNNEW CARRIES THE BONUS FLAG, LOADED TO
001960*                    GARN-BONUS-SW FOR PAY0120.
001970*   2026-10-15  ECR  RETURN CODE FOR THE CYCLE DRIVER (PAY0126):
001980*                    16 WHEN THE RUN ABORTS, 4 WHEN RECORDS WERE
001990*                    REJECTED.
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. PAY0107.
005200     05  GNEW-ORIG-AMT               PIC 9(07)V99.
005300     05  GNEW-PER-AMT                PIC 9(05)V99.
005400     05  GNEW-PRIORITY               PIC 9(01).
005450     05  GNEW-BONUS-FLAG             PIC X(01).
005500
005600 FD  GARN-ORDER-FILE
005700     LABEL RECORDS ARE STANDARD.
007900     PERFORM 2000-LOAD-ONE-ORDER THRU 2000-EXIT
008000         UNTIL WS-EOF-EXTRACT OR WS-ABORT
008100     PERFORM 9000-TERMINATE THRU 9000-EXIT
008110     IF WS-ABORT
008120         MOVE 16 TO RETURN-CODE
008130     ELSE
008140         IF WS-ERROR-CNT > ZERO
008150             MOVE 4 TO RETURN-CODE
008160         END-IF
008170     END-IF
008200     STOP RUN.
008300******************************************************************
008400* 1000-INITIALIZE - OPEN THE EXTRACT, THE ORDER FILE (I-O,
016200     MOVE GNEW-ORIG-AMT          TO GARN-REMAINING-AMT
016300     MOVE GNEW-PRIORITY          TO GARN-PRIORITY
016400     SET GARN-STATUS-OPEN        TO TRUE
016410     IF GNEW-BONUS-FLAG = "S"
016420         MOVE "S"                TO GARN-BONUS-SW
016430     ELSE
016440         MOVE "N"                TO GARN-BONUS-SW
016450     END-IF
016500     WRITE GARN-RECORD
016600         INVALID KEY
016700             DISPLAY "PAY0107 - ORDEN DUPLICADA " GNEW-EMP-ID
