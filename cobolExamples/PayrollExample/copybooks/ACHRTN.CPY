000100*****************************************************************
000110*    ACHRTN.CPY                                                 *
000120*    BANK ACH RETURN FILE RECORD - ONE ENTRY PER CREDIT THE     *
000130*    BANK COULD NOT POST ('R' RETURN, REASON R01, R02, R03 ...) *
000140*    OR POSTED BUT WITH A NOTIFICATION OF CHANGE ('N', REASON   *
000150*    C01 ACCOUNT, C02 ROUTING, C03 BOTH ...).  ROUTING, ACCOUNT *
000160*    AND AMOUNT ARE AS THE CREDIT WAS SENT ON ACHFILE.TXT.  A   *
000170*    NOTIFICATION CARRIES THE CORRECTED ROUTING AND/OR ACCOUNT; *
000180*    A FIELD THE BANK DID NOT CHANGE IS LEFT BLANK.  THE ENTRY  *
000185*    DATE IS THE EFFECTIVE DATE OF THE ORIGINAL CREDIT - THE    *
000187*    PAY DATE IT WAS SENT FOR.  READ BY THE ACH RETURNS RUN.    *
000200*                                                                *
000210*    MODIFICATION HISTORY                                       *
000220*    DATE       INIT  DESCRIPTION                               *
000230*    ---------- ----  ------------------------------------------*
000240*    2026-10-15  DLT  ORIGINAL COPYBOOK.                        *
000243*    2026-10-15  DLT  THE BANK DATE IS NOW THE ENTRY DATE OF    *
000245*                      THE ORIGINAL CREDIT, USED TO MATCH A     *
000247*                      RETURNED PERIOD 0 PAYMENT.               *
000250*****************************************************************
000260 01  ACH-RETURN-RECORD.
000270     05  AR-ENTRY-TYPE               PIC X(01).
000280         88  AR-TYPE-RETURN                  VALUE 'R'.
000290         88  AR-TYPE-CHANGE                  VALUE 'N'.
000300     05  AR-EMPLOYEE-ID              PIC X(06).
000310     05  AR-PERIOD-NUMBER            PIC 9(04).
000320     05  AR-AMOUNT                   PIC 9(07)V99.
000330     05  AR-ROUTING-NUMBER           PIC 9(09).
000340     05  AR-ACCOUNT-NUMBER           PIC X(17).
000350     05  AR-REASON-CODE              PIC X(03).
000360     05  AR-CORRECTED-ROUTING-X      PIC X(09).
000370     05  AR-CORRECTED-ROUTING REDEFINES AR-CORRECTED-ROUTING-X
000380                                     PIC 9(09).
000390     05  AR-CORRECTED-ACCOUNT        PIC X(17).
000400     05  AR-ENTRY-DATE               PIC X(08).
000410     05  FILLER                      PIC X(07).
