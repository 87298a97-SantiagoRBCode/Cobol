000300* ONE RECORD PER EMPLOYEE, WRITTEN AT THE END OF EACH DAY OF THE
000400* NOMINA WORK-DAY LOOP SO A KILLED OR ABENDED RUN CAN RESUME AT
000500* THE NEXT DAY INSTEAD OF REPROCESSING THE WHOLE MONTH.
000520* A COMPLETE PERIOD WHOSE NOMINA PAY0118 REVERSED IS REOPENED
000540* ('R') WITH CKPT-CONTADOR HOLDING THE REVERSED PAYDAY, SO THE
000560* NEXT PAY0100 RUN OF THAT PERIOD PAYS ONLY THAT DAY AGAIN.
000600******************************************************************
000700 01  CKPT-RECORD.
000800     05  CKPT-EMP-ID                 PIC X(06).
001300     05  CKPT-STATUS                 PIC X(01).
001400         88  CKPT-IN-PROGRESS        VALUE 'P'.
001500         88  CKPT-COMPLETE           VALUE 'C'.
001600         88  CKPT-REOPENED           VALUE 'R'.
