000100*****************************************************************
000110*    LIABPARM.CPY                                               *
000120*    PAYROLL LIABILITY RECONCILIATION CONTROL CARD              *
000130*    (LIABPARM.DAT).  THE MONTH IS THE YYYYMM WHOSE RUN DATES   *
000140*    ARE RECONCILED; BLANK, OR NOT A VALID YEAR AND MONTH,      *
000150*    MEANS THE MONTH BEFORE THE RUN DATE.  A MISSING CARD TAKES *
000160*    THE DEFAULT.                                               *
000170*                                                               *
000180*    MODIFICATION HISTORY                                       *
000190*    DATE       INIT  DESCRIPTION                               *
000200*    ---------- ----  ------------------------------------------*
000210*    2026-10-15  DLT  ORIGINAL COPYBOOK.                        *
000220*****************************************************************
000230 01  LIAB-PARM-RECORD.
000240     05  LP-MONTH-X                  PIC X(06).
000250     05  LP-MONTH-PARTS REDEFINES LP-MONTH-X.
000260         10  LP-YEAR                 PIC 9(04).
000270         10  LP-MONTH-NUMBER         PIC 9(02).
000280     05  FILLER                      PIC X(74).
