000100*****************************************************************
000110*    EMPETAX.CPY                                                *
000120*    EMPLOYEE-SIDE PAYROLL TAX TABLE - THE SOCIAL SECURITY      *
000130*    (CODE 'SS') AND MEDICARE (CODE 'MC') SHARES WITHHELD FROM  *
000140*    THE EMPLOYEE'S OWN PAY, AS DISTINCT FROM THE EMPLOYER      *
000150*    MATCH IN EMPRTAX.  EE-WAGE-BASE IS THE YTD GROSS CEILING   *
000160*    THE RATE APPLIES UP TO; ZERO MEANS NO CEILING.  WAGES      *
000170*    FOR THE YEAR ABOVE EE-ADDL-THRESHOLD ARE TAXED AGAIN AT    *
000180*    EE-ADDL-RATE (THE ADDITIONAL MEDICARE TAX); A ZERO RATE    *
000190*    MEANS NO ADDITIONAL TAX.  TABLE IS FILLED BY THE RATELOAD  *
000200*    SUBPROGRAM FROM THE EFFECTIVE-DATED RATE CONTROL FILE.     *
000210*                                                                *
000220*    MODIFICATION HISTORY                                       *
000230*    DATE       INIT  DESCRIPTION                               *
000240*    ---------- ----  ------------------------------------------*
000250*    2026-10-15  DLT  ORIGINAL COPYBOOK.                        *
000260*****************************************************************
000270 01  EMPLOYEE-TAX-TABLE.
000280     05  EMPLOYEE-TAX-ENTRY OCCURS 4 TIMES
000290                 INDEXED BY EE-IDX.
000300         10  EE-TAX-CODE             PIC X(02).
000310         10  EE-DESCRIPTION          PIC X(20).
000320         10  EE-RATE                 PIC V9(04).
000330         10  EE-WAGE-BASE            PIC 9(07)V99.
000340         10  EE-ADDL-THRESHOLD       PIC 9(07)V99.
000350         10  EE-ADDL-RATE            PIC V9(04).
