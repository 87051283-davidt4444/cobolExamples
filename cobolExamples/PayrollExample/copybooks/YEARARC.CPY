000100*****************************************************************
000110*    YEARARC.CPY                                                *
000120*    YEAR-END ARCHIVE RECORD - ONE PER PAY-HISTORY DETAIL OR    *
000130*    BATCH CONTROL RECORD MOVED OFF THE LIVE FILES BY THE       *
000140*    YEAR-END CLOSE, WRITTEN TO THE DATED ARCHIVE FILE          *
000150*    PAYARCYYYY.DAT FOR THE CLOSED YEAR.  THE ORIGINAL RECORD   *
000160*    IS CARRIED BYTE FOR BYTE IN YA-RECORD-IMAGE; THE REDEFINES *
000170*    GIVE THE PAY-HISTORY AND BATCH CONTROL VIEWS BY TYPE.      *
000180*                                                               *
000190*    MODIFICATION HISTORY                                       *
000200*    DATE       INIT  DESCRIPTION                               *
000210*    ---------- ----  ------------------------------------------*
000220*    2026-10-15  DLT  ORIGINAL COPYBOOK.                        *
000222*    2026-10-15  DLT  WIDENED THE RECORD IMAGE WITH THE PAY-    *
000224*                      HISTORY RECORD FOR THE EMPLOYEE-SIDE     *
000226*                      TAX LINES.                               *
000240*****************************************************************
000250 01  YEAR-ARCHIVE-RECORD.
000260     05  YA-TAX-YEAR                 PIC X(04).
000270     05  YA-CLOSE-DATE               PIC X(08).
000280     05  YA-RECORD-TYPE              PIC X(01).
000290         88  YA-TYPE-HISTORY                 VALUE 'H'.
000300         88  YA-TYPE-BATCH                   VALUE 'B'.
000310     05  YA-RECORD-IMAGE             PIC X(227).
000320     05  YA-HISTORY-IMAGE REDEFINES YA-RECORD-IMAGE.
000330         10  YA-PH-RUN-DATE          PIC X(08).
000340         10  YA-PH-PERIOD-END-DATE   PIC X(08).
000350         10  YA-PH-EMPLOYEE-ID       PIC X(06).
000360         10  YA-PH-RECORD-TYPE       PIC X(01).
000370         10  FILLER                  PIC X(204).
000380     05  YA-BATCH-IMAGE REDEFINES YA-RECORD-IMAGE.
000390         10  YA-BC-RUN-DATE          PIC X(08).
000400         10  YA-BC-PERIOD-NUMBER     PIC 9(04).
000410         10  FILLER                  PIC X(215).
