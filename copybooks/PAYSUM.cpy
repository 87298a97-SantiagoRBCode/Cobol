000700* FROM THE LEDGER AND ITS ARCHIVES BY PAY0115, SO CONTROL JOBS
000800* CAN WORK FROM SUMMARIES AND ONLY DRILL INTO DETAIL WHERE A
000900* PERIOD BREAKS.
000920* THE REVERSO BUCKET TAKES ALL THREE REVERSAL TYPES (REVNOMINA,
000940* REVPRESTAM, REVDISPERS) AS ONE SIGNED FONDOS MOVEMENT: A
000960* REVNOMINA TAKES ITS NET OFF, THE OTHER TWO PUT THEIRS BACK.
000970* THE RETRO BUCKET TAKES THE RETROACTIVE PAY DIFFERENCES PAY0119
000980* POSTS. THE BONO BUCKET TAKES THE AGUINALDO AND PRIMAVAC
000985* ENTRIES OF THE ANNUAL BONUS RUN (PAY0120). THE DEVOLUCION
000990* BUCKET TAKES THE DEVBANCO ENTRIES OF DISPERSIONS THE BANK
000995* RETURNED (PAY0125).
001000******************************************************************
001100 01  SUM-RECORD.
001200     05  SUM-KEY.
002600     05  SUM-AMT-PRESTAMO            PIC S9(09)V99.
002700     05  SUM-CNT-FINIQUITO           PIC 9(05).
002800     05  SUM-AMT-FINIQUITO           PIC S9(09)V99.
002830     05  SUM-CNT-REVERSO             PIC 9(05).
002860     05  SUM-AMT-REVERSO             PIC S9(09)V99.
002870     05  SUM-CNT-RETRO               PIC 9(05).
002880     05  SUM-AMT-RETRO               PIC S9(09)V99.
002886     05  SUM-CNT-BONO                PIC 9(05).
002892     05  SUM-AMT-BONO                PIC S9(09)V99.
002894     05  SUM-CNT-DEVOLUCION          PIC 9(05).
002896     05  SUM-AMT-DEVOLUCION          PIC S9(09)V99.
002900     05  SUM-CLOSING-BAL             PIC S9(09)V99.
003000     05  FILLER                      PIC X(10).
