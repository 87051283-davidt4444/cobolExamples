000249*                      CHECK, SO THE ACH NET TIES TO THE BATCH  *
000251*                      NET LESS THE CHECK NET ON THE CONTROL    *
000252*                      RECORD.                                  *
000253*    2026-10-15  DLT  THE SUPPLEMENTAL PAY RUN WRITES ITS OWN   *
000254*                      BATCH CONTROL RECORD.  THE HISTORY LEG   *
000255*                      NOW COUNTS ONLY SUPPLEMENTAL PAYMENTS    *
000256*                      FOR A SUPPLEMENTAL CONTROL RECORD AND    *
000257*                      ONLY REGULAR PAYMENTS OTHERWISE, SO BOTH *
000258*                      RUNS ON ONE DATE BALANCE SEPARATELY.     *
000259*                                                                *
000260*****************************************************************
000261 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. ACHBAL.
000280 AUTHOR. DATA PROCESSING.
000290 INSTALLATION. PAYROLL DEPARTMENT.
001680     MOVE "ACH Pre-Release Balancing" TO REPORT-RECORD.
001690     WRITE REPORT-RECORD.
001700     MOVE SPACES TO REPORT-RECORD.
001701     IF BC-SUPPLEMENTAL-RUN
001702         STRING "Supplemental Run Date: " BC-RUN-DATE
001704             DELIMITED BY SIZE INTO REPORT-RECORD
001706     ELSE
001708         STRING "Payroll Run Date: " BC-RUN-DATE
001710             DELIMITED BY SIZE INTO REPORT-RECORD
001712     END-IF.
001730     WRITE REPORT-RECORD.
001740     MOVE SPACES TO REPORT-RECORD.
001750     WRITE REPORT-RECORD.
002062*    3000-TOTAL-PAY-HISTORY - TOTAL THE PAYMENT DETAIL RECORDS  *
002064*    THE RUN APPENDED TO THE HISTORY FILE, MATCHED BY THE RUN   *
002066*    DATE ON THE BATCH CONTROL.  AN INDEPENDENT RECOUNT OF      *
002068*    WHAT THE RUN SAYS IT PAID, RECORD BY RECORD.  A PAYROLL    *
002070*    RUN AND A SUPPLEMENTAL RUN ON THE SAME DATE ARE KEPT APART *
002072*    BY THE EARNINGS TYPE ON THE HISTORY DETAIL.                *
002074*****************************************************************
002076 3000-TOTAL-PAY-HISTORY.
002080     PERFORM 3100-TOTAL-ONE-HISTORY THRU 3100-EXIT
002090         UNTIL EOF-PAY-HISTORY.
002100     CLOSE PAY-HISTORY-FILE.
002180         NOT AT END
002190             IF PH-RUN-DATE = BC-RUN-DATE
002192                     AND PH-TYPE-PAYMENT
002194                     AND ((BC-SUPPLEMENTAL-RUN
002196                             AND PH-SUPPLEMENTAL-PAY)
002197                         OR (NOT BC-SUPPLEMENTAL-RUN
002198                             AND NOT PH-SUPPLEMENTAL-PAY))
002200                 ADD 1 TO BA-HIST-COUNT
002202                 ADD PH-GROSS-PAY TO BA-HIST-GROSS
002210                 ADD PH-TAX-AMOUNT TO BA-HIST-TAX
