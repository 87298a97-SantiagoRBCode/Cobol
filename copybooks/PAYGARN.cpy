000600* (1 FIRST), AND AN ORDER WHOSE REMAINING BALANCE REACHES ZERO
000700* IS MARKED PAID AND NEVER COLLECTED AGAIN. USED BY PAY0100
000800* (NOMINA DEDUCTION AND REMITTANCE) AND PAY0107 (ORDER LOADER).
000820* GARN-BONUS-SW SAYS WHETHER THE COURT ORDER ALSO REACHES THE
000840* ANNUAL AGUINALDO/PRIMA VACACIONAL (PAY0120); ORDERS LOADED
000860* BEFORE THE SWITCH EXISTED CARRY SPACE AND ARE NOT TAKEN THERE.
000900******************************************************************
001000 01  GARN-RECORD.
001100     05  GARN-KEY.
001900     05  GARN-STATUS                 PIC X(01).
002000         88  GARN-STATUS-OPEN        VALUE 'O'.
002100         88  GARN-STATUS-PAID        VALUE 'P'.
002200     05  GARN-BONUS-SW               PIC X(01).
002300         88  GARN-COVERS-BONUS       VALUE 'S'.
002400     05  FILLER                      PIC X(09).
