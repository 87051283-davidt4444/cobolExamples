000100*****************************************************************
000110*    BANKPAID.CPY                                               *
000120*    BANK PAID-ITEM RECORD - ONE PER CHECK THE BANK CLEARED     *
000130*    AGAINST THE PAYROLL ACCOUNT, FROM THE PAID-ITEMS FILE THE  *
000140*    BANK SENDS BACK (BANKPAID.DAT).  READ BY THE BANK CHECK    *
000150*    RECONCILIATION, WHICH MATCHES EACH ITEM TO THE CHECKS WE   *
000160*    ISSUED AND VOIDED BY CHECK NUMBER, AMOUNT AND DATE.        *
000170*                                                               *
000180*    MODIFICATION HISTORY                                       *
000190*    DATE       INIT  DESCRIPTION                               *
000200*    ---------- ----  ------------------------------------------*
000210*    2026-10-15  DLT  ORIGINAL COPYBOOK.                        *
000220*****************************************************************
000230 01  BANK-PAID-RECORD.
000240     05  BP-CHECK-NUMBER             PIC 9(08).
000250     05  BP-PAID-DATE                PIC X(08).
000260     05  BP-AMOUNT                   PIC 9(07)V99.
000270     05  BP-BANK-REFERENCE           PIC X(15).
000280     05  FILLER                      PIC X(10).
