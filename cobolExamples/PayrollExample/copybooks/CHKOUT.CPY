000100*****************************************************************
000110*    CHKOUT.CPY                                                 *
000120*    OUTSTANDING CHECK RECORD - ONE PER PHYSICAL CHECK ON THE   *
000130*    RUNNING CHECK FILE (CHKOUT.DAT) KEPT BY THE BANK CHECK     *
000140*    RECONCILIATION.  A CHECK IS ADDED FROM THE ISSUE RECORD ON *
000150*    THE POSITIVE-PAY EXPORT OF THE RUN THAT CUT IT, MARKED     *
000160*    VOIDED FROM THE VOID RUN'S EXPORT, AND MARKED PAID WHEN    *
000170*    IT COMES BACK ON THE BANK'S PAID-ITEMS FILE.  PAID AND     *
000180*    VOIDED CHECKS STAY ON FILE UNTIL THEY PASS THE STALE AGE,  *
000190*    SO A SECOND PRESENTMENT OR A PAYMENT AFTER VOID IS STILL   *
000200*    CAUGHT.  THE OUTSTANDING BALANCE IS THE SUM OF THE 'O'     *
000210*    ENTRIES AND IS THE BALANCE OF CHECKS OUTSTANDING (1105).   *
000220*                                                               *
000230*    MODIFICATION HISTORY                                       *
000240*    DATE       INIT  DESCRIPTION                               *
000250*    ---------- ----  ------------------------------------------*
000260*    2026-10-15  DLT  ORIGINAL COPYBOOK.                        *
000270*****************************************************************
000280 01  OUTSTANDING-CHECK-RECORD.
000290     05  CO-CHECK-NUMBER             PIC 9(08).
000300     05  CO-ISSUE-DATE               PIC X(08).
000310     05  CO-AMOUNT                   PIC 9(07)V99.
000320     05  CO-PAYEE-NAME               PIC X(30).
000330     05  CO-STATUS                   PIC X(01).
000340         88  CO-STATUS-OUTSTANDING           VALUE 'O'.
000350         88  CO-STATUS-VOIDED                VALUE 'V'.
000360         88  CO-STATUS-PAID                  VALUE 'P'.
000370     05  CO-STATUS-DATE              PIC X(08).
000380     05  FILLER                      PIC X(16).
