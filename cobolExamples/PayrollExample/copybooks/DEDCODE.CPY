000140*    FIGURED; 'A' MEANS IT IS TAKEN AFTER (POST-TAX).           *
000150*    DC-AMOUNT-TYPE OF 'A' MEANS EM-DED-VALUE ON THE EMPLOYEE   *
000160*    RECORD IS A FLAT DOLLAR AMOUNT; 'P' MEANS IT IS A          *
000170*    PERCENTAGE OF GROSS PAY.  DC-SUPP-FLAG OF 'Y' MEANS THE    *
000175*    DEDUCTION IS ALSO TAKEN FROM AN OFF-CYCLE SUPPLEMENTAL     *
000177*    PAYMENT; ANY OTHER CODE IS TAKEN FROM REGULAR PAY ONLY.    *
000178*    TABLE IS FILLED BY THE RATELOAD SUBPROGRAM FROM THE        *
000180*    EFFECTIVE-DATED RATE CONTROL FILE.                         *
000190*                                                                *
000200*    MODIFICATION HISTORY                                       *
000210*    DATE       INIT  DESCRIPTION                               *
000236*    2026-09-02  DLT  ADDED THE THIRD-PARTY PAYEE NAME AND      *
000238*                      REMIT-TO ACCOUNT EACH CODE'S WITHHELD    *
000239*                      MONEY MUST BE PAID TO.                   *
000241*    2026-10-15  DLT  ADDED THE FLAG SAYING WHETHER THE         *
000243*                      DEDUCTION IS TAKEN FROM A SUPPLEMENTAL   *
000245*                      PAYMENT.                                 *
000247*****************************************************************
000250 01  DEDUCTION-CODE-TABLE.
000260     05  DEDUCTION-CODE-ENTRY OCCURS 6 TIMES
000270                 INDEXED BY DC-IDX.
000350             88  DC-PERCENT-AMOUNT           VALUE 'P'.
000360         10  DC-PAYEE-NAME           PIC X(30).
000370         10  DC-REMIT-ACCOUNT        PIC X(17).
000380         10  DC-SUPP-FLAG            PIC X(01).
000390             88  DC-TAKE-ON-SUPP-PAY         VALUE 'Y'.
