000156*                      TO THE MASTER.  BACKUPS TAKEN BEFORE THE *
000158*                      WIDENING MUST BE CONVERTED BEFORE A      *
000159*                      RELOAD.                                  *
000161*    2026-10-15  DLT  WIDENED THE SEQUENTIAL RECORD FOR THE     *
000163*                      EMPLOYMENT STATUS AND FINAL-PAY FIELDS.  *
000165*                      BACKUPS TAKEN BEFORE THE WIDENING MUST   *
000167*                      BE CONVERTED BEFORE A RELOAD.            *
000168*    2026-10-15  DLT  WIDENED THE SEQUENTIAL RECORD FOR THE     *
000169*                      W-4 ELECTIONS AND THE SOCIAL SECURITY,   *
000170*                      MEDICARE AND STATE TAX YTD FIELDS.       *
000171*                      BACKUPS TAKEN BEFORE THE WIDENING MUST   *
000172*                      BE CONVERTED BEFORE A RELOAD.            *
000173*    2026-10-15  DLT  WIDENED THE SEQUENTIAL RECORD FOR THE     *
000174*                      ACH HOLD FLAG, REASON AND DATE.          *
000175*                      BACKUPS TAKEN BEFORE THE WIDENING MUST   *
000176*                      BE CONVERTED BEFORE A RELOAD.            *
000178*                                                                *
000179*****************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. EMPLOAD.
000200 AUTHOR. DATA PROCESSING.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  SEQUENTIAL-MASTER-FILE.
000450 01  SEQUENTIAL-MASTER-RECORD        PIC X(273).
000460*
000470 FD  INDEXED-MASTER-FILE.
000480     COPY EMPMAST.
