000100*****************************************************************
000110*    SUPPRATE.CPY                                               *
000120*    SUPPLEMENTAL WITHHOLDING RATE TABLE, ONE ENTRY PER TAXING  *
000130*    JURISDICTION.  JURISDICTION 'US' IS THE FEDERAL FLAT RATE  *
000140*    WITHHELD FROM A BONUS, COMMISSION, SEVERANCE OR MANUAL     *
000150*    CHECK PAID OFF-CYCLE BY THE SUPPLEMENTAL RUN; THE OTHERS   *
000160*    MATCH THE EMPLOYEE'S JURISDICTION CODE FOR STATE           *
000170*    WITHHOLDING.  A STATE WITH NO ENTRY WITHHOLDS NO STATE     *
000180*    TAX FROM SUPPLEMENTAL PAY.  TABLE IS FILLED BY THE         *
000190*    RATELOAD SUBPROGRAM FROM THE EFFECTIVE-DATED RATE CONTROL  *
000200*    FILE.                                                      *
000210*                                                               *
000220*    MODIFICATION HISTORY                                       *
000230*    DATE       INIT  DESCRIPTION                               *
000240*    ---------- ----  ------------------------------------------*
000250*    2026-10-15  DLT  ORIGINAL COPYBOOK.                        *
000260*****************************************************************
000270 01  SUPP-RATE-TABLE.
000280     05  SUPP-RATE-ENTRY OCCURS 10 TIMES
000290                 INDEXED BY SR-IDX.
000300         10  SR-JURISDICTION-CODE    PIC X(02).
000310         10  SR-RATE                 PIC V9(04).
