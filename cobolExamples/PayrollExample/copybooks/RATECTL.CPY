000312*    2026-09-02  DLT  ADDED THE THIRD-PARTY PAYEE NAME AND      *
000314*                      REMIT-TO ACCOUNT TO THE DEDUCTION CODE   *
000316*                      DETAIL FOR THE REMITTANCE FILE.          *
000317*    2026-10-15  DLT  ADDED THE FILING STATUS TO THE TAX        *
000318*                      BRACKET DETAIL, AND THE EMPLOYEE TAX     *
000319*                      (EE), STATE TAX BRACKET (ST) AND W-4     *
000320*                      ALLOWANCE (WA) TABLES FOR EMPLOYEE-SIDE  *
000321*                      SOCIAL SECURITY, MEDICARE AND STATE      *
000322*                      WITHHOLDING.                             *
000323*    2026-10-15  DLT  ADDED THE SUPPLEMENTAL WITHHOLDING RATE   *
000324*                      TABLE (SR) - ONE FLAT RATE PER           *
000325*                      JURISDICTION, 'US' BEING FEDERAL - AND   *
000326*                      THE DEDUCTION CODE'S SUPPLEMENTAL PAY    *
000327*                      FLAG, TAKEN FROM THE FILLER.             *
000328*****************************************************************
000330 01  RATE-CONTROL-RECORD.
000340     05  RC-TABLE-ID                 PIC X(02).
000350         88  RC-TAX-BRACKET                  VALUE 'TB'.
000360         88  RC-OVERTIME-RULE                VALUE 'OT'.
000370         88  RC-DEDUCTION-CODE               VALUE 'DC'.
000380         88  RC-EMPLOYER-TAX                 VALUE 'ER'.
000382         88  RC-EMPLOYEE-TAX                 VALUE 'EE'.
000384         88  RC-STATE-TAX                    VALUE 'ST'.
000386         88  RC-W4-ALLOWANCE                 VALUE 'WA'.
000388         88  RC-SUPP-RATE                    VALUE 'SR'.
000390     05  RC-EFFECTIVE-DATE           PIC X(08).
000400     05  RC-DETAIL                   PIC X(80).
000410     05  RC-TB-DETAIL REDEFINES RC-DETAIL.
000430         10  RC-TB-HIGH-AMOUNT       PIC 9(07)V99.
000440         10  RC-TB-RATE              PIC V999.
000450         10  RC-TB-BASE-TAX          PIC 9(07)V99.
000455         10  RC-TB-FILING-STATUS     PIC X(01).
000460         10  FILLER                  PIC X(49).
000470     05  RC-OT-DETAIL REDEFINES RC-DETAIL.
000480         10  RC-OT-JURISDICTION      PIC X(02).
000490         10  RC-OT-DAILY-THRESHOLD   PIC 9(02)V99.
000590         10  RC-DC-AMOUNT-TYPE       PIC X(01).
000592         10  RC-DC-PAYEE-NAME        PIC X(30).
000594         10  RC-DC-REMIT-ACCOUNT     PIC X(17).
000597         10  RC-DC-SUPP-FLAG         PIC X(01).
000600         10  FILLER                  PIC X(08).
000610     05  RC-ER-DETAIL REDEFINES RC-DETAIL.
000620         10  RC-ER-TAX-CODE          PIC X(02).
000630         10  RC-ER-DESCRIPTION       PIC X(20).
000640         10  RC-ER-RATE              PIC V9(04).
000650         10  RC-ER-WAGE-BASE         PIC 9(07)V99.
000660         10  FILLER                  PIC X(45).
000662     05  RC-EE-DETAIL REDEFINES RC-DETAIL.
000663         10  RC-EE-TAX-CODE          PIC X(02).
000664         10  RC-EE-DESCRIPTION       PIC X(20).
000665         10  RC-EE-RATE              PIC V9(04).
000666         10  RC-EE-WAGE-BASE         PIC 9(07)V99.
000667         10  RC-EE-ADDL-THRESHOLD    PIC 9(07)V99.
000668         10  RC-EE-ADDL-RATE         PIC V9(04).
000669         10  FILLER                  PIC X(32).
000670     05  RC-ST-DETAIL REDEFINES RC-DETAIL.
000671         10  RC-ST-JURISDICTION      PIC X(02).
000672         10  RC-ST-FILING-STATUS     PIC X(01).
000673         10  RC-ST-LOW-AMOUNT        PIC 9(07)V99.
000674         10  RC-ST-HIGH-AMOUNT       PIC 9(07)V99.
000675         10  RC-ST-RATE              PIC V9(04).
000676         10  RC-ST-BASE-TAX          PIC 9(07)V99.
000677         10  FILLER                  PIC X(46).
000678     05  RC-WA-DETAIL REDEFINES RC-DETAIL.
000679         10  RC-WA-JURISDICTION      PIC X(02).
000680         10  RC-WA-ALLOWANCE-AMOUNT  PIC 9(05)V99.
000681         10  RC-WA-PAY-PERIODS       PIC 9(02).
000682         10  FILLER                  PIC X(69).
000683     05  RC-SR-DETAIL REDEFINES RC-DETAIL.
000684         10  RC-SR-JURISDICTION      PIC X(02).
000685         10  RC-SR-RATE              PIC V9(04).
000686         10  FILLER                  PIC X(74).
000690     05  FILLER                      PIC X(02).
