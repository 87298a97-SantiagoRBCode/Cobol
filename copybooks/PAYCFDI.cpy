000100******************************************************************
000200* PAYCFDI - CFDI DE NOMINA RECEIPT REGISTRY RECORD LAYOUT
000300* ONE RECORD PER PAYMENT THAT NEEDS A STAMPED PAYROLL RECEIPT, ON
000400* THE INDEXED REGISTRY (CFDIREG), KEYED BY EMPLOYEE, PAYDAY
000500* (AAAAMMDD) AND SOURCE: N NOMINA, F FINIQUITO, B BONUS (THE
000600* AGUINALDO AND PRIMAVAC ENTRIES OF ONE BONUS PAYDAY TOGETHER).
000700* PAY0124 REGISTERS EACH PAYMENT AS IT FIRST SEES IT ON FNDLEDG
000800* WITH ITS AMOUNTS NET OF ANY REVERSAL, AND A PAYMENT IS ONLY
000900* EXTRACTED FOR STAMPING WHILE PENDING - SO IT CAN NEVER BE ISSUED
001000* TWICE. THE PROVIDER'S RESPONSE STAMPS IT (UUID) OR REJECTS IT
001100* (REASON); A REJECTED RECEIPT GOES OUT AGAIN ONLY WHEN THE
001200* OPERATOR ASKS, UNDER THE NEXT ISSUE NUMBER. A PAYMENT REVERSED
001300* BY PAY0118 BEFORE IT WAS STAMPED IS VOIDED; ONE REVERSED AFTER
001400* IS MARKED FOR CANCELLATION AT THE PROVIDER.
001500* THE RECORD WITH A BLANK KEY IS THE CONTROL RECORD: HOW MANY
001600* FNDLEDG RECORDS HAVE ALREADY BEEN REGISTERED, THE FIRST ONE AND
001700* THE LAST ONE. WHILE THE LIVE LEDGER STILL STARTS WITH THE SAME
001710* RECORD THE COUNT IS PASSED OVER; ONCE PAY0108 HAS ARCHIVED A
001720* CLOSED MONTH OUT OF IT, REGISTRATION RESUMES AFTER THE LAST
001730* RECORD, OR FROM THE TOP WHEN THAT ONE WAS ARCHIVED TOO.
001800******************************************************************
001900 01  CREG-RECORD.
002000     05  CREG-KEY.
002100         10  CREG-EMP-ID             PIC X(06).
002200         10  CREG-PAY-DATE           PIC 9(08).
002300         10  CREG-SOURCE             PIC X(01).
002400             88  CREG-SOURCE-NOMINA      VALUE 'N'.
002500             88  CREG-SOURCE-FINIQUITO   VALUE 'F'.
002600             88  CREG-SOURCE-BONO        VALUE 'B'.
002700     05  CREG-STATUS                 PIC X(01).
002800         88  CREG-STATUS-PENDING     VALUE 'P'.
002900         88  CREG-STATUS-SENT        VALUE 'E'.
003000         88  CREG-STATUS-STAMPED     VALUE 'T'.
003100         88  CREG-STATUS-REJECTED    VALUE 'R'.
003200         88  CREG-STATUS-CANCEL      VALUE 'C'.
003300         88  CREG-STATUS-VOID        VALUE 'X'.
003400         88  CREG-STATUS-UNSTAMPED   VALUE 'P' 'E' 'R' 'C'.
003500     05  CREG-ISSUE-NO               PIC 9(02).
003600     05  CREG-BRANCH                 PIC X(04).
003700     05  CREG-GROSS-AMT              PIC S9(07)V99.
003800     05  CREG-PRIMA-AMT              PIC S9(07)V99.
003900     05  CREG-TAX-AMT                PIC S9(07)V99.
004000     05  CREG-BENEFITS-AMT           PIC S9(07)V99.
004100     05  CREG-GARNISH-AMT            PIC S9(07)V99.
004200     05  CREG-LOAN-AMT               PIC S9(07)V99.
004300     05  CREG-NET-AMT                PIC S9(07)V99.
004400     05  CREG-EXTRACT-DATE           PIC 9(08).
004500     05  CREG-RESPONSE-DATE          PIC 9(08).
004600     05  CREG-UUID                   PIC X(36).
004700     05  CREG-REJECT-REASON          PIC X(40).
004800     05  FILLER                      PIC X(10).
004900 01  CREG-CONTROL-RECORD.
005000     05  CREGC-KEY                   PIC X(15).
005100     05  CREGC-LEDG-CNT              PIC 9(09).
005200     05  CREGC-LEDG-FIRST            PIC X(40).
005300     05  CREGC-LAST-RUN-DATE         PIC 9(08).
005350     05  CREGC-LEDG-LAST             PIC X(90).
005400     05  FILLER                      PIC X(25).
