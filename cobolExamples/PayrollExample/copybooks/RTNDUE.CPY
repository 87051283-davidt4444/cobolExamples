000100*****************************************************************
000110*    RTNDUE.CPY                                                 *
000120*    RETURNED DEPOSIT DUE RECORD - ONE PER ACH CREDIT THE BANK  *
000130*    RETURNED, WRITTEN TO RTNDUE.DAT BY THE ACH RETURNS RUN AND *
000140*    PAID BY PHYSICAL CHECK ON THE NEXT PAYROLL RUN.  THE MONEY *
000150*    WAS ALREADY EARNED, TAXED AND CHARGED IN THE ORIGINAL      *
000160*    PERIOD, SO THE CHECK IS FOR THE RETURNED AMOUNT ONLY AND   *
000170*    TOUCHES NO YTD BUCKET.  AN ENTRY THE PAYROLL RUN COULD NOT *
000180*    PAY (EMPLOYEE GONE FROM THE MASTER) ROLLS FORWARD TO THE   *
000190*    RTNDUE.NEW GENERATION FOR THE RUN AFTER.                   *
000200*                                                                *
000210*    MODIFICATION HISTORY                                       *
000220*    DATE       INIT  DESCRIPTION                               *
000230*    ---------- ----  ------------------------------------------*
000240*    2026-10-15  DLT  ORIGINAL COPYBOOK.                        *
000250*****************************************************************
000260 01  RETURN-DUE-RECORD.
000270     05  RN-EMPLOYEE-ID              PIC X(06).
000280     05  RN-EMPLOYEE-NAME            PIC X(30).
000290     05  RN-PERIOD-NUMBER            PIC 9(04).
000300     05  RN-PERIOD-END-DATE          PIC X(08).
000310     05  RN-RETURN-DATE              PIC X(08).
000320     05  RN-REASON-CODE              PIC X(03).
000330     05  RN-AMOUNT                   PIC 9(07)V99.
000340     05  FILLER                      PIC X(12).
