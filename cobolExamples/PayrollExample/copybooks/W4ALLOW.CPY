000100*****************************************************************
000110*    W4ALLOW.CPY                                                *
000120*    W-4 WITHHOLDING ALLOWANCE TABLE, ONE ENTRY PER TAXING      *
000130*    JURISDICTION.  JURISDICTION 'US' IS THE FEDERAL ENTRY;     *
000140*    THE OTHERS MATCH THE EMPLOYEE'S JURISDICTION CODE FOR      *
000150*    STATE WITHHOLDING.  WA-ALLOWANCE-AMOUNT IS THE PAY PER     *
000160*    PERIOD EXCLUDED FROM WITHHOLDING FOR EACH ALLOWANCE        *
000170*    CLAIMED.  WA-PAY-PERIODS IS THE NUMBER OF PAY PERIODS IN   *
000180*    A YEAR, USED TO SPREAD AN ANNUAL W-4 DEPENDENT CREDIT      *
000190*    ACROSS THE PERIODS.  TABLE IS FILLED BY THE RATELOAD       *
000200*    SUBPROGRAM FROM THE EFFECTIVE-DATED RATE CONTROL FILE.     *
000210*                                                                *
000220*    MODIFICATION HISTORY                                       *
000230*    DATE       INIT  DESCRIPTION                               *
000240*    ---------- ----  ------------------------------------------*
000250*    2026-10-15  DLT  ORIGINAL COPYBOOK.                        *
000260*****************************************************************
000270 01  W4-ALLOWANCE-TABLE.
000280     05  W4-ALLOWANCE-ENTRY OCCURS 10 TIMES
000290                 INDEXED BY WA-IDX.
000300         10  WA-JURISDICTION-CODE    PIC X(02).
000310         10  WA-ALLOWANCE-AMOUNT     PIC 9(05)V99.
000320         10  WA-PAY-PERIODS          PIC 9(02).
