000900*   'F' FALTA INJUSTIFICADA - FULL DAY DOCKED
001000*   'E' ENFERMEDAD         - INCI-PAY-PCT OF THE DAY IS PAID,
001100*                            THE REST IS DOCKED
001120*   'V' VACACIONES         - PAID IN FULL, NOTHING DOCKED; THE
001140*                            DAY IS DRAWN FROM THE EMPLOYEE'S
001160*                            VACATION BALANCE (VACMAST) WHEN
001166*                            PAY0114 LOADS IT. INCI-VAC-YEAR
001172*                            KEEPS THE VACMAST SERVICE YEAR THE
001178*                            DAY WAS DRAWN FROM, SO A CORRECTION
001184*                            GIVES IT BACK TO THAT SAME YEAR
001190*                            (ZERO ON ANY OTHER TYPE).
001200******************************************************************
001300 01  INCI-RECORD.
001400     05  INCI-KEY.
001800         88  INCI-TYPE-PERMISO       VALUE 'P'.
001900         88  INCI-TYPE-FALTA         VALUE 'F'.
002000         88  INCI-TYPE-ENFERMEDAD    VALUE 'E'.
002050         88  INCI-TYPE-VACACIONES    VALUE 'V'.
002100     05  INCI-PAY-PCT                PIC 9(03).
002200     05  INCI-VAC-YEAR               PIC 9(02).
002300     05  FILLER                      PIC X(08).
