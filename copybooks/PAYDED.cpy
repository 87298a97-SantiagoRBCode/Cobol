000100******************************************************************
000200* PAYDED - PAYMENT DEDUCTION DETAIL RECORD LAYOUT
000300* ONE RECORD PER COURT ORDER OR LOAN COLLECTED FROM ONE PAYMENT,
000400* ON THE INDEXED DEDUCTION DETAIL FILE (DEDDET), KEYED BY
000500* EMPLOYEE, PAYDAY (AAAAMMDD), PAYMENT SOURCE, KIND AND THE
000600* GARNORD ORDER OR LOANMAST LOAN NUMBER. THE LEDGER CARRIES ONLY
000700* THE PAYMENT'S GARNISH TOTAL AND ONE PRESTAMO ENTRY PER LOAN
000800* WITHOUT ITS NUMBER; THIS FILE SAYS WHICH ORDER OR LOAN EACH
000900* PESO WENT TO. PAY0100 WRITES THE NOMINA'S ORDERS AND LOANS,
001000* PAY0111 THE FINIQUITO'S ORDERS AND PAY0120 THE BONUS ORDERS;
001100* A REPAID PAYDAY REPLACES ITS RECORDS AND PAY0118 DELETES THEM
001200* WHEN IT REVERSES THE NOMINA. PAY0124 BREAKS THE CFDI RECEIPT
001300* DEDUCTIONS OUT FROM IT.
001400******************************************************************
001500 01  DED-RECORD.
001600     05  DED-KEY.
001700         10  DED-EMP-ID              PIC X(06).
001800         10  DED-PAY-DATE            PIC 9(08).
001900         10  DED-SOURCE              PIC X(01).
002000             88  DED-SOURCE-NOMINA       VALUE 'N'.
002100             88  DED-SOURCE-FINIQUITO    VALUE 'F'.
002200             88  DED-SOURCE-BONO         VALUE 'B'.
002300         10  DED-KIND                PIC X(01).
002400             88  DED-KIND-GARNISH        VALUE 'G'.
002500             88  DED-KIND-LOAN           VALUE 'L'.
002600         10  DED-REF-NO              PIC X(10).
002700     05  DED-PAYEE                   PIC X(20).
002800     05  DED-AMOUNT                  PIC S9(07)V99.
002900     05  FILLER                      PIC X(10).
