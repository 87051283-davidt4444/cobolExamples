000150*    PRE-TAX DEDUCTIONS (DC-TAX-TYPE 'B') TAKEN FROM THE PAY    *
000160*    HISTORY FILE, THE SAME REDUCTION THE PAYROLL RUN APPLIES   *
000170*    WHEN IT FIGURES WITHHOLDING EACH PERIOD.                   *
000172*    SOCIAL SECURITY WAGES STOP AT THE WAGE BASE; MEDICARE      *
000174*    WAGES ARE THE FULL GROSS; STATE WAGES ARE THE TAXABLE      *
000176*    WAGES, REPORTED UNDER THE EMPLOYEE'S JURISDICTION CODE.    *
000180*                                                                *
000190*    MODIFICATION HISTORY                                       *
000200*    DATE       INIT  DESCRIPTION                               *
000210*    ---------- ----  ------------------------------------------*
000220*    2026-08-22  DLT  ORIGINAL COPYBOOK.                        *
000222*    2026-10-15  DLT  ADDED THE SOCIAL SECURITY, MEDICARE AND   *
000224*                      STATE WAGE AND TAX BOXES.  W2-TAX-       *
000226*                      WITHHELD IS FEDERAL INCOME TAX ONLY.     *
000230*****************************************************************
000240 01  W2-EXTRACT-RECORD.
000250     05  W2-TAX-YEAR                 PIC X(04).
000290     05  W2-PRETAX-DEDUCTIONS        PIC 9(07)V99.
000300     05  W2-TAXABLE-WAGES            PIC 9(07)V99.
000310     05  W2-TAX-WITHHELD             PIC 9(07)V99.
000312     05  W2-SS-WAGES                 PIC 9(07)V99.
000313     05  W2-SS-TAX                   PIC 9(07)V99.
000314     05  W2-MEDICARE-WAGES           PIC 9(07)V99.
000315     05  W2-MEDICARE-TAX             PIC 9(07)V99.
000316     05  W2-STATE-CODE               PIC X(02).
000317     05  W2-STATE-WAGES              PIC 9(07)V99.
000318     05  W2-STATE-TAX                PIC 9(07)V99.
000320     05  FILLER                      PIC X(04).
