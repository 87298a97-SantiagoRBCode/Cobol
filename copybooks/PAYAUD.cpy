000300* ONE RECORD IS WRITTEN EVERY TIME AN OPERATOR SIGNS ON, OR AN
000400* EMPLOYEE'S FONDOS BALANCE IS TOUCHED BY INGRESAR, RETIRAR, OR
000500* NOMINA, SO WE CAN SHOW WHO DID WHAT TO WHOSE BALANCE AND WHEN.
000530* AUD-REASON CARRIES THE OPERATOR'S STATED REASON WHERE THE
000560* ACTION NEEDS ONE (A NOMINA REVERSAL); SPACES OTHERWISE.
000600******************************************************************
000700 01  AUDIT-RECORD.
000800     05  AUD-EMP-ID                  PIC X(06).
001500     05  AUD-RESULT                  PIC X(10).
001600         88  AUD-RESULT-OK           VALUE 'ACEPTADO'.
001700         88  AUD-RESULT-REJECT       VALUE 'RECHAZADO'.
001800     05  AUD-REASON                  PIC X(30).
