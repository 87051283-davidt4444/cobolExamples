000150*    IS 'Y' A CORRECTED PAYMENT IS COMPUTED AND ISSUED IN THE   *
000160*    SAME RUN, USING THE CORRECTED HOURS AND/OR RATE WHEN       *
000170*    SUPPLIED AND THE EMPLOYEE MASTER VALUES WHEN LEFT BLANK.   *
000172*    VR-EARNINGS-TYPE IS LEFT BLANK FOR A REGULAR PAYROLL       *
000174*    PAYMENT, OR CARRIES THE EARNINGS TYPE (B/C/S/M) OF A       *
000176*    SUPPLEMENTAL PAYMENT, WHOSE PERIOD-END DATE IS ITS PAY     *
000178*    DATE.  A SUPPLEMENTAL PAYMENT MAY BE VOIDED BUT NOT        *
000179*    REISSUED HERE - IT IS REPAID THROUGH THE SUPPLEMENTAL RUN. *
000180*                                                                *
000190*    MODIFICATION HISTORY                                       *
000200*    DATE       INIT  DESCRIPTION                               *
000210*    ---------- ----  ------------------------------------------*
000220*    2026-08-22  DLT  ORIGINAL COPYBOOK.                        *
000222*    2026-10-15  DLT  ADDED THE EARNINGS TYPE, TAKEN FROM THE   *
000224*                      FILLER, TO TELL A SUPPLEMENTAL PAYMENT   *
000226*                      FROM A REGULAR ONE ON THE SAME DATE.     *
000230*****************************************************************
000240 01  VOID-REQUEST-RECORD.
000250     05  VR-EMPLOYEE-ID              PIC X(06).
000320     05  VR-CORRECTED-RATE-X         PIC X(05).
000330     05  VR-CORRECTED-RATE REDEFINES VR-CORRECTED-RATE-X
000340                                     PIC 9(03)V99.
000350     05  VR-EARNINGS-TYPE            PIC X(01).
000360     05  FILLER                      PIC X(04).
