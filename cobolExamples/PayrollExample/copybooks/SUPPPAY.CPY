000100*****************************************************************
000110*    SUPPPAY.CPY                                                *
000120*    SUPPLEMENTAL PAYMENT RECORD (SUPPPAY.DAT) - ONE PER        *
000130*    OFF-CYCLE PAYMENT, KEYED BY A PAYROLL CLERK FROM THE       *
000140*    SIGNED BONUS, COMMISSION OR SEVERANCE AUTHORIZATION, OR    *
000150*    FOR A MANUAL CHECK.  THE SUPPLEMENTAL RUN PAYS EACH RECORD *
000160*    AS ITS OWN PAYMENT, WITHHOLDS FEDERAL AND STATE INCOME TAX *
000170*    AT THE FLAT SUPPLEMENTAL RATES ON THE RATE CONTROL FILE,   *
000180*    AND TAKES ONLY THE DEDUCTIONS FLAGGED TO APPLY TO          *
000190*    SUPPLEMENTAL PAY - NONE AT ALL WHEN SU-SUPPRESS-DED-FLAG   *
000200*    IS 'Y'.  A MANUAL CHECK ('M') IS ALWAYS PAID BY CHECK.     *
000210*                                                               *
000220*    MODIFICATION HISTORY                                       *
000230*    DATE       INIT  DESCRIPTION                               *
000240*    ---------- ----  ------------------------------------------*
000250*    2026-10-15  DLT  ORIGINAL COPYBOOK.                        *
000260*****************************************************************
000270 01  SUPPLEMENTAL-PAY-RECORD.
000280     05  SU-EMPLOYEE-ID              PIC X(06).
000290     05  SU-EARNINGS-TYPE            PIC X(01).
000300         88  SU-EARNINGS-TYPE-VALID          VALUE 'B' 'C' 'S'
000310                                                   'M'.
000320         88  SU-BONUS                        VALUE 'B'.
000330         88  SU-COMMISSION                   VALUE 'C'.
000340         88  SU-SEVERANCE                    VALUE 'S'.
000350         88  SU-MANUAL-CHECK                 VALUE 'M'.
000360     05  SU-AMOUNT-X                 PIC X(09).
000370     05  SU-AMOUNT REDEFINES SU-AMOUNT-X
000380                                     PIC 9(07)V99.
000390     05  SU-SUPPRESS-DED-FLAG        PIC X(01).
000400         88  SU-SUPPRESS-DEDUCTIONS          VALUE 'Y'.
000410     05  FILLER                      PIC X(03).
