000100******************************************************************
000200* PAYCUO - SOCIAL SECURITY CONTRIBUTION RECORD LAYOUT
000300* ONE RECORD PER EMPLOYEE PER PAYDAY ON THE INDEXED CONTRIBUTION
000400* FILE (CUOTAS), KEYED BY EMPLOYEE AND PAYDAY (AAAAMMDD). PAY0100
000500* WRITES IT WITH EACH NOMINA AND PAY0111 WITH THE FINIQUITO: THE
000600* SBC USED, THE CALENDAR DAYS OF THE PAY SEGMENT, THE INCAPACIDAD
000700* AND ABSENCE DAYS THAT CAME OFF THEM, AND THE EMPLOYEE AND
000760* EMPLOYER SHARES BY GROUP. A REPAID PAYDAY REPLACES ITS RECORD,
000820* AND PAY0119 REWRITES IT ON THE NEW SBC WHEN IT PAYS A RETRO;
000900* PAY0118 DELETES IT WHEN IT REVERSES THE NOMINA. PAY0123 SUMS A
001000* BIMESTER OF THEM INTO THE SUA FILE.
001100******************************************************************
001200 01  CUO-RECORD.
001300     05  CUO-KEY.
001400         10  CUO-EMP-ID              PIC X(06).
001500         10  CUO-PAY-DATE            PIC 9(08).
001600     05  CUO-SOURCE                  PIC X(01).
001700         88  CUO-SOURCE-NOMINA       VALUE 'N'.
001800         88  CUO-SOURCE-FINIQUITO    VALUE 'F'.
001900     05  CUO-BRANCH                  PIC X(04).
002000     05  CUO-SBC                     PIC 9(05)V99.
002100     05  CUO-DAYS                    PIC 9(02).
002200     05  CUO-INCAP-DAYS              PIC 9(02).
002300     05  CUO-ABSENT-DAYS             PIC 9(02).
002400     05  CUO-EE-IMSS-AMT             PIC S9(07)V99.
002500     05  CUO-EE-RCV-AMT              PIC S9(07)V99.
002600     05  CUO-ER-IMSS-AMT             PIC S9(07)V99.
002700     05  CUO-ER-RCV-AMT              PIC S9(07)V99.
002800     05  CUO-ER-INFONAVIT-AMT        PIC S9(07)V99.
002900     05  FILLER                      PIC X(10).
