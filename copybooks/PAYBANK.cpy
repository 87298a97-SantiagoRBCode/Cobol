000500* (0-100) OF EACH NOMINA NET PAY IS DISPERSED TO THE EMPLOYEE'S
000600* BANK ACCOUNT; THE REST STAYS ON EMP-FONDOS AS BEFORE. AN
000700* EMPLOYEE WITH NO RECORD HERE KEEPS CREDITING FONDOS IN FULL.
000720* BANK-RETURN-SW IS SET BY PAY0125 WHEN THE BANK RETURNS A
000740* DISPERSION TO THE ACCOUNT (CLOSED ACCOUNT, BAD CLABE); WHILE IT
000760* IS SET PAY0100 LEAVES THE WHOLE NET ON FONDOS. RELOADING THE
000780* ACCOUNT THROUGH PAY0109 CLEARS IT.
000800* USED BY PAY0100 (NOMINA DISPERSION), PAY0109 (LOADER) AND
000820* PAY0125 (DISPERSION RETURNS).
000900******************************************************************
001000 01  BANK-RECORD.
001100     05  BANK-EMP-ID                 PIC X(06).
001200     05  BANK-CODE                   PIC X(03).
001300     05  BANK-CLABE                  PIC X(18).
001400     05  BANK-DISP-PCT               PIC 9(03).
001500     05  BANK-RETURN-SW              PIC X(01).
001600         88  BANK-RETURNED           VALUE 'D'.
001700     05  BANK-RETURN-DATE            PIC 9(08).
001800     05  FILLER                      PIC X(01).
