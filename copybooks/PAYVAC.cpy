000100******************************************************************
000200* PAYVAC - VACATION BALANCE RECORD LAYOUT
000300* ONE RECORD PER EMPLOYEE PER SERVICE YEAR ON THE INDEXED
000400* VACATION FILE (VACMAST), KEYED BY EMPLOYEE AND SERVICE YEAR
000500* (1 = THE YEAR ENDING ON THE FIRST ANNIVERSARY). PAY0121 WRITES
000600* THE RECORD ON THE ANNIVERSARY WITH THE STATUTORY ENTITLEMENT
000700* FOR THAT YEAR OF SENIORITY AND LAPSES IT WHEN IT EXPIRES,
000800* EIGHTEEN MONTHS LATER. PAY0114 DRAWS ONE DAY FROM THE OLDEST
000900* OPEN YEAR FOR EACH VACACIONES INCIDENCIA IT LOADS, PAY0111
001000* PAYS OUT WHATEVER IS STILL OPEN ON THE FINIQUITO, AND PAY0120
001100* PAYS THE PRIMA VACACIONAL ON THE DAYS TAKEN.
001200* THE BALANCE OF A YEAR IS ENTITLED LESS TAKEN LESS PAID OUT.
001300******************************************************************
001400 01  VAC-RECORD.
001500     05  VAC-KEY.
001600         10  VAC-EMP-ID              PIC X(06).
001700         10  VAC-SERVICE-YEAR        PIC 9(02).
001800     05  VAC-EARNED-DATE             PIC 9(08).
001900     05  VAC-EXPIRE-DATE             PIC 9(08).
002000     05  VAC-DAYS-ENTITLED           PIC 9(03).
002100     05  VAC-DAYS-TAKEN              PIC 9(03).
002200     05  VAC-DAYS-PAID-OUT           PIC 9(03).
002300     05  VAC-STATUS                  PIC X(01).
002400         88  VAC-STATUS-OPEN         VALUE 'A'.
002500         88  VAC-STATUS-SETTLED      VALUE 'F'.
002600         88  VAC-STATUS-EXPIRED      VALUE 'V'.
002700     05  FILLER                      PIC X(10).
