000020*    MNTTRAN.CPY                                                *
000030*    EMPLOYEE MASTER MAINTENANCE TRANSACTION RECORD.  ONE       *
000040*    TRANSACTION PER LINE, APPLIED IN INPUT ORDER BY THE        *
000050*    MAINTENANCE PROGRAM.  MT-TRAN-CODE IS 'ADD', 'CHANGE',     *
000055*    'TERM' OR 'REHIRE'.  ON A CHANGE OR REHIRE, A FIELD LEFT   *
000060*    ENTIRELY BLANK MEANS "LEAVE THE MASTER VALUE ALONE"; A     *
000070*    NON-BLANK FIELD FULLY REPLACES THE MASTER VALUE.  A        *
000080*    DEDUCTION CODE OF '**' CLEARS THAT DEDUCTION ENTRY ON THE  *
000090*    MASTER.  YTD AMOUNTS ARE NEVER CARRIED ON A TRANSACTION -  *
000100*    THEY BELONG TO THE PAYROLL RUN, AND AN ADD STARTS THEM AT  *
000110*    ZERO.                                                      *
000120*                                                                *
000130*    MODIFICATION HISTORY                                       *
000140*    DATE       INIT  DESCRIPTION                               *
000250*    2026-09-02  DLT  ADDED THE CASE/POLICY NUMBER PER          *
000260*                      DEDUCTION ENTRY, CARRIED TO THE MASTER   *
000270*                      FOR THE THIRD-PARTY REMITTANCE REPORT.   *
000272*    2026-10-15  DLT  ADDED THE REHIRE TRANSACTION, WHICH       *
000274*                      REACTIVATES A TERMED EMPLOYEE UNDER THE  *
000276*                      SAME ID.  A TERM'S EFFECTIVE DATE IS     *
000278*                      CARRIED TO THE MASTER AS THE TERM DATE.  *
000279*    2026-10-15  DLT  ADDED THE W-4 ELECTIONS.  FILING STATUS   *
000280*                      IS S, M OR H AND EXEMPT IS Y OR N; ON AN *
000281*                      ADD THEY DEFAULT TO S AND N.  A ZERO     *
000282*                      ALLOWANCE COUNT OR AMOUNT CLEARS THE     *
000283*                      MASTER VALUE ON A CHANGE.                *
000284*    2026-10-15  DLT  ADDED THE ACH RELEASE FLAG, TAKEN FROM    *
000285*                      THE FILLER.  'Y' ON A CHANGE CLEARS AN   *
000286*                      ACH HOLD LEFT BY A BANK RETURN.  A NEW   *
000287*                      ROUTING OR ACCOUNT NUMBER CLEARS IT TOO. *
000288*****************************************************************
000290 01  MAINT-TRAN-RECORD.
000300     05  MT-TRAN-CODE                PIC X(06).
000310         88  MT-TRAN-ADD                     VALUE 'ADD'.
000320         88  MT-TRAN-CHANGE                  VALUE 'CHANGE'.
000330         88  MT-TRAN-TERM                    VALUE 'TERM'.
000335         88  MT-TRAN-REHIRE                  VALUE 'REHIRE'.
000340     05  MT-EMPLOYEE-ID              PIC X(06).
000350     05  MT-EMPLOYEE-NAME            PIC X(30).
000360     05  MT-DEPT-CODE                PIC X(04).
000590                                     PIC 9(09).
000600     05  MT-ACCOUNT-NUMBER           PIC X(17).
000610     05  MT-EFFECTIVE-DATE           PIC X(08).
000612     05  MT-W4-FILING-STATUS         PIC X(01).
000613         88  MT-W4-STATUS-VALID              VALUE 'S' 'M' 'H'.
000614     05  MT-W4-ALLOWANCES-X          PIC X(02).
000615     05  MT-W4-ALLOWANCES REDEFINES MT-W4-ALLOWANCES-X
000616                                     PIC 9(02).
000617     05  MT-W4-DEPENDENT-CREDIT-X    PIC X(07).
000618     05  MT-W4-DEPENDENT-CREDIT REDEFINES
000619             MT-W4-DEPENDENT-CREDIT-X
000620                                     PIC 9(05)V99.
000621     05  MT-W4-EXTRA-WITHHOLDING-X   PIC X(07).
000622     05  MT-W4-EXTRA-WITHHOLDING REDEFINES
000623             MT-W4-EXTRA-WITHHOLDING-X
000624                                     PIC 9(05)V99.
000625     05  MT-W4-EXEMPT                PIC X(01).
000626         88  MT-W4-EXEMPT-VALID              VALUE 'Y' 'N'.
000627     05  MT-ACH-RELEASE              PIC X(01).
000628         88  MT-ACH-RELEASE-HOLD             VALUE 'Y'.
000630     05  FILLER                      PIC X(01).
