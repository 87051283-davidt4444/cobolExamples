000236*                      THE BALANCING STEP CAN PROVE ACH NET     *
000237*                      PLUS CHECK NET EQUALS TOTAL NET.         *
000238*    2026-09-02  DLT  ADDED THE PAY-CALENDAR PERIOD NUMBER.     *
000239*    2026-10-15  DLT  ADDED THE RUN TYPE, TAKEN FROM THE        *
000240*                      FILLER - BLANK FOR THE PAYROLL RUN, 'S'  *
000241*                      FOR THE SUPPLEMENTAL PAY RUN (PERIOD     *
000242*                      NUMBER ZERO), SO THE BALANCING STEP      *
000243*                      RECOUNTS ONLY THAT KIND OF PAYMENT.      *
000244*****************************************************************
000245 01  BATCH-CONTROL-RECORD.
000250     05  BC-RUN-DATE                 PIC X(08).
000252     05  BC-PERIOD-NUMBER            PIC 9(04).
000260     05  BC-EMPLOYEES-PAID           PIC 9(05).
000292     05  BC-ACH-CREDIT-COUNT         PIC 9(05).
000294     05  BC-CHECK-COUNT              PIC 9(05).
000296     05  BC-TOTAL-CHECK-NET          PIC 9(09)V99.
000300     05  BC-RUN-TYPE                 PIC X(01).
000302         88  BC-REGULAR-RUN                  VALUE SPACE.
000304         88  BC-SUPPLEMENTAL-RUN             VALUE 'S'.
