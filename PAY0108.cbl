002400*   2026-08-22  ECR  ORIGINAL VERSION.
002410*   2026-09-02  ECR  LEDGER RECORDS GREW TO 82 BYTES WITH THE
002420*                    BRANCH CODE; THE WORK-FILE VIEW FOLLOWS.
002430*   2026-10-15  ECR  LEDGER RECORDS GREW TO 90 BYTES WITH THE
002440*                    PAY DATE AND AUDIT RECORDS TO 70 WITH THE
002450*                    OPERATOR'S REASON; THE WORK-FILE VIEWS
002460*                    FOLLOW.
002470*   2026-10-15  ECR  LEDGER RECORDS GREW TO 117 BYTES WITH THE
002480*                    EMPLOYER CONTRIBUTION FIELDS; THE ARCHIVE
002490*                    AND WORK RECORDS WIDENED TO MATCH.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. PAY0108.
008200
008300 FD  ARCHIVE-FILE
008400     LABEL RECORDS ARE STANDARD.
008500 01  ARC-RECORD                      PIC X(117).
008600
008700 FD  WORK-FILE
008800     LABEL RECORDS ARE STANDARD.
008900 01  WORK-RECORD                     PIC X(117).
008910 01  WORK-LEDGER-VIEW.
008920     05  WORK-LEDGER-IMAGE           PIC X(117).
008940 01  WORK-AUDIT-VIEW.
008950     05  WORK-AUDIT-IMAGE            PIC X(70).
008960     05  FILLER                      PIC X(47).
008970 01  WORK-STMT-VIEW.
008980     05  WORK-STMT-IMAGE             PIC X(80).
008990     05  FILLER                      PIC X(37).
009000
009100 FD  MANIFEST-FILE
009200     LABEL RECORDS ARE STANDARD.
