000390*    2026-09-02  DLT  ADDED THE PAY-CALENDAR PERIOD NUMBER SO   *
000400*                      QUARTERLY REPORTING SELECTS BY PERIOD    *
000410*                      INSTEAD OF DATE ARITHMETIC.              *
000412*    2026-10-15  DLT  ADDED THE VACATION HOURS PAID OUT ON A    *
000414*                      TERMINATED EMPLOYEE'S FINAL CHECK, TAKEN *
000416*                      FROM THE FILLER - RECORD LENGTH IS       *
000418*                      UNCHANGED.                               *
000419*    2026-10-15  DLT  ADDED THE EMPLOYEE'S SOCIAL SECURITY      *
000420*                      WAGES AND TAX, MEDICARE TAX, AND THE     *
000421*                      STATE CODE AND STATE TAX, EACH WITHHELD  *
000422*                      AS ITS OWN LINE.  PH-TAX-AMOUNT REMAINS  *
000423*                      THE FEDERAL INCOME TAX ALONE.  EXISTING  *
000424*                      HISTORY FILES MUST BE RELOADED TO THE    *
000425*                      WIDER RECORD.                            *
000426*    2026-10-15  DLT  ADDED RECORD TYPES 'N' (ACH CREDIT        *
000427*                      RETURNED BY THE BANK - NET PAY IS THE    *
000428*                      AMOUNT RETURNED, ALL ELSE ZERO) AND 'K'  *
000429*                      (CHECK CUT BY THE PAYROLL RUN TO REPAY   *
000430*                      THE RETURN).  BOTH CARRY THE ORIGINAL    *
000431*                      PERIOD.  RECORD LENGTH IS UNCHANGED.     *
000432*    2026-10-15  DLT  ADDED THE EARNINGS TYPE, TAKEN FROM THE   *
000433*                      FILLER - BLANK FOR THE REGULAR PAYROLL,  *
000434*                      OR B/C/S/M (BONUS, COMMISSION,           *
000435*                      SEVERANCE, MANUAL CHECK) ON A PAYMENT    *
000436*                      FROM THE SUPPLEMENTAL PAY RUN, WHICH     *
000437*                      CARRIES PERIOD NUMBER ZERO AND THE PAY   *
000438*                      DATE AS ITS PERIOD-END DATE.  RECORD     *
000439*                      LENGTH IS UNCHANGED.                     *
000440*****************************************************************
000441 01  PAY-HISTORY-RECORD.
000442     05  PH-RUN-DATE                 PIC X(08).
000450     05  PH-PERIOD-END-DATE          PIC X(08).
000460     05  PH-EMPLOYEE-ID              PIC X(06).
000470     05  PH-RECORD-TYPE              PIC X(01).
000480         88  PH-TYPE-PAYMENT                 VALUE 'P'.
000490         88  PH-TYPE-VOID                    VALUE 'V'.
000500         88  PH-TYPE-REISSUE                 VALUE 'R'.
000503         88  PH-TYPE-ACH-RETURN              VALUE 'N'.
000506         88  PH-TYPE-RETURN-CHECK            VALUE 'K'.
000510     05  PH-DEPT-CODE                PIC X(04).
000520     05  PH-REGULAR-HOURS            PIC 9(03)V99.
000530     05  PH-OVERTIME-HOURS           PIC 9(03)V99.
000650     05  PH-NET-PAY                  PIC 9(07)V99.
000660     05  PH-CHECK-NUMBER             PIC 9(08).
000670     05  PH-PERIOD-NUMBER            PIC 9(04).
000672     05  PH-VAC-PAYOUT-HOURS         PIC 9(03)V99.
000674     05  PH-SS-WAGES                 PIC 9(07)V99.
000675     05  PH-SS-TAX                   PIC 9(07)V99.
000676     05  PH-MEDICARE-TAX             PIC 9(07)V99.
000677     05  PH-STATE-CODE               PIC X(02).
000678     05  PH-STATE-TAX                PIC 9(07)V99.
000680     05  PH-EARNINGS-TYPE            PIC X(01).
000682         88  PH-REGULAR-PAY                  VALUE SPACE.
000684         88  PH-SUPPLEMENTAL-PAY             VALUE 'B' 'C' 'S'
000686                                                   'M'.
000688         88  PH-SUPP-BONUS                   VALUE 'B'.
000690         88  PH-SUPP-COMMISSION              VALUE 'C'.
000692         88  PH-SUPP-SEVERANCE               VALUE 'S'.
000694         88  PH-SUPP-MANUAL-CHECK            VALUE 'M'.
