000100******************************************************************
000200* PAYIMSS - SOCIAL SECURITY RATE TABLE RECORD LAYOUT
000300* ONE RECORD PER CONTRIBUTION BRANCH PER EFFECTIVE DATE ON THE
000400* SEQUENTIAL RATE FILE (IMSSTAB), VALIDATED AND LOADED FROM THE
000500* LEGAL EXTRACT BY PAY0122. PAY0100 AND PAY0111 USE THE SET WITH
000600* THE LATEST EFFECTIVE DATE IN FORCE FOR THE PERIOD, AS FOR
000700* TAXTAB. EACH SET HAS ONE 'UMA ' RECORD (GROUP 'U') CARRYING
000800* THE DAILY UMA IN IMSS-UMA-AMT AND THE SBC CAP, IN UMAS, IN
000900* IMSS-UMA-MULT; EVERY OTHER RECORD IS A BRANCH CHARGED ON THE
001000* CONTRIBUTION DAYS AT ITS EMPLOYER AND EMPLOYEE RATES OVER:
001100*   BASE 'S' - THE INTEGRATED DAILY SALARY (SBC)
001200*   BASE 'E' - THE SBC IN EXCESS OF IMSS-UMA-MULT UMAS
001300*   BASE 'U' - IMSS-UMA-MULT UMAS (THE FLAT-FEE BRANCHES)
001400* THE GROUP SAYS WHERE THE MONEY GOES: 'I' IMSS, 'R' RETIRO,
001500* CESANTIA Y VEJEZ, 'V' INFONAVIT (EMPLOYER ONLY). INCAPACIDAD
001600* DAYS ARE NEVER CHARGED; FALTA AND PERMISO DAYS ARE CHARGED
001700* ONLY ON BRANCHES FLAGGED IMSS-CHARGED-ON-ABSENCE.
001800******************************************************************
001900 01  IMSS-RECORD.
002000     05  IMSS-EFF-DATE               PIC 9(08).
002100     05  IMSS-BRANCH                 PIC X(04).
002200     05  IMSS-GROUP                  PIC X(01).
002300         88  IMSS-GROUP-UMA          VALUE 'U'.
002400         88  IMSS-GROUP-IMSS         VALUE 'I'.
002500         88  IMSS-GROUP-RCV          VALUE 'R'.
002600         88  IMSS-GROUP-INFONAVIT    VALUE 'V'.
002700         88  IMSS-GROUP-VALID        VALUE 'U' 'I' 'R' 'V'.
002800     05  IMSS-BASE                   PIC X(01).
002900         88  IMSS-BASE-SBC           VALUE 'S'.
003000         88  IMSS-BASE-EXCESS        VALUE 'E'.
003100         88  IMSS-BASE-UMA           VALUE 'U'.
003200         88  IMSS-BASE-VALID         VALUE 'S' 'E' 'U'.
003300     05  IMSS-ER-RATE                PIC 9V9(05).
003400     05  IMSS-EE-RATE                PIC 9V9(05).
003500     05  IMSS-UMA-MULT               PIC 9(02)V99.
003600     05  IMSS-UMA-AMT                PIC 9(05)V99.
003700     05  IMSS-ABSENCE-SW             PIC X(01).
003800         88  IMSS-CHARGED-ON-ABSENCE VALUE 'S'.
003900     05  IMSS-DESC                   PIC X(20).
