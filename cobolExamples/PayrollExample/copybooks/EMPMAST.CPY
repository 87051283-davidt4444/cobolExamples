000361*    2026-09-02  DLT  ADDED A CASE/POLICY NUMBER PER DEDUCTION  *
000362*                      ENTRY FOR THE THIRD-PARTY REMITTANCE     *
000363*                      REPORT (GARNISHMENT CASE, POLICY NBR).   *
000364*    2026-10-15  DLT  ADDED EMPLOYMENT STATUS, TERM DATE, AND   *
000365*                      THE PAY DATE AND VACATION HOURS OF THE   *
000366*                      FINAL CHECK.  A TERMED EMPLOYEE STAYS ON *
000367*                      FILE.  MASTER FILES MUST BE RELOADED.    *
000368*    2026-10-15  DLT  ADDED THE W-4 ELECTIONS (FILING STATUS,   *
000369*                      ALLOWANCES, ANNUAL DEPENDENT CREDIT,     *
000370*                      EXTRA WITHHOLDING PER PERIOD AND EXEMPT  *
000371*                      FLAG) AND YTD SOCIAL SECURITY WAGES AND  *
000372*                      TAX, MEDICARE TAX AND STATE TAX.         *
000373*                      MASTER FILES MUST BE RELOADED.           *
000374*    2026-10-15  DLT  ADDED THE ACH HOLD FLAG, WITH THE BANK    *
000375*                      RETURN/CHANGE REASON CODE AND DATE THAT  *
000376*                      SET IT.  WHILE HELD THE EMPLOYEE IS PAID *
000377*                      BY CHECK.  MASTER FILES MUST BE          *
000378*                      RELOADED.                                *
000379*****************************************************************
000380 01  EMPLOYEE-MASTER-RECORD.
000381     05  EM-EMPLOYEE-ID              PIC X(06).
000382     05  EM-EMPLOYEE-NAME            PIC X(30).
000383     05  EM-DEPT-CODE                PIC X(04).
000384     05  EM-JURISDICTION-CODE        PIC X(02).
000385     05  EM-HOURS-WORKED             PIC 9(03)V99.
000386     05  EM-HOURLY-RATE              PIC 9(03)V99.
000387     05  EM-PAY-TYPE                 PIC X(01).
000390         88  EM-TYPE-HOURLY                  VALUE 'H' ' '.
000393         88  EM-TYPE-SALARIED                VALUE 'S'.
000423     05  EM-YTD-NET-PAY              PIC 9(07)V99.
000426     05  EM-VAC-BALANCE              PIC 9(03)V99.
000429     05  EM-SICK-BALANCE             PIC 9(03)V99.
000432     05  EM-EMPLOYMENT-STATUS        PIC X(01).
000435         88  EM-STATUS-ACTIVE                VALUE 'A' ' '.
000438         88  EM-STATUS-TERMINATED            VALUE 'T'.
000441         88  EM-STATUS-FINAL-PAID            VALUE 'F'.
000444     05  EM-TERM-DATE                PIC X(08).
000447     05  EM-FINAL-PAY-DATE           PIC X(08).
000450     05  EM-VAC-PAYOUT-HOURS         PIC 9(03)V99.
000453     05  EM-W4-FILING-STATUS         PIC X(01).
000456         88  EM-W4-SINGLE                    VALUE 'S' ' '.
000459         88  EM-W4-MARRIED                   VALUE 'M'.
000462         88  EM-W4-HEAD-OF-HOUSEHOLD         VALUE 'H'.
000465     05  EM-W4-ALLOWANCES            PIC 9(02).
000468     05  EM-W4-DEPENDENT-CREDIT      PIC 9(05)V99.
000471     05  EM-W4-EXTRA-WITHHOLDING     PIC 9(05)V99.
000474     05  EM-W4-EXEMPT                PIC X(01).
000477         88  EM-W4-IS-EXEMPT                 VALUE 'Y'.
000480     05  EM-YTD-SS-WAGES             PIC 9(07)V99.
000483     05  EM-YTD-SS-TAX               PIC 9(07)V99.
000486     05  EM-YTD-MEDICARE-TAX         PIC 9(07)V99.
000489     05  EM-YTD-STATE-TAX            PIC 9(07)V99.
000492     05  EM-ACH-HOLD-FLAG            PIC X(01).
000495         88  EM-ACH-ON-HOLD                  VALUE 'Y'.
000498     05  EM-ACH-HOLD-REASON          PIC X(03).
000501     05  EM-ACH-HOLD-DATE            PIC X(08).
