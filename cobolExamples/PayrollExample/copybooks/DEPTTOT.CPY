000190*    2026-08-08  DLT  ORIGINAL COPYBOOK.                        *
000192*    2026-08-22  DLT  ADDED THE EMPLOYER-SIDE TAX ACCUMULATOR  *
000194*                      ALONGSIDE THE EMPLOYEE-SIDE TOTALS.      *
000196*    2026-10-15  DLT  ADDED THE RETRO PAY INCLUDED IN THE       *
000198*                      DEPARTMENT'S GROSS.                      *
000200*****************************************************************
000210 01  DEPARTMENT-TOTAL-TABLE.
000220     05  DEPARTMENT-TOTAL-COUNT      PIC 9(02) VALUE ZERO.
000280         10  DT-TAX-AMOUNT           PIC 9(07)V99.
000290         10  DT-NET-PAY              PIC 9(07)V99.
000300         10  DT-EMPLOYER-TAX         PIC 9(07)V99.
000310         10  DT-RETRO-PAY            PIC 9(07)V99.
