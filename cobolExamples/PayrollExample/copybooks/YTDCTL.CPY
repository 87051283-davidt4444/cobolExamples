000100*****************************************************************
000110*    YTDCTL.CPY                                                 *
000120*    YTD CONTROL RECORD - THE ONE-RECORD FILE YTDCTL.DAT NAMES  *
000130*    THE TAX YEAR THE MASTER'S YTD BUCKETS ARE ACCUMULATING.    *
000140*    THE PAYROLL RUN SEEDS IT ON ITS FIRST LIVE RUN AND REFUSES *
000150*    TO PAY A PERIOD IN A LATER YEAR; ONLY THE YEAR-END CLOSE   *
000160*    MOVES IT ON, AFTER THE YEAR'S W-2 FIGURES ARE PROVEN AND   *
000170*    THE YTD BUCKETS ZEROED.  A PERIOD BELONGS TO THE YEAR ITS  *
000180*    CALENDAR END DATE FALLS IN, THE SAME RULE THE QUARTERLY    *
000190*    REPORTING USES.                                            *
000200*                                                               *
000210*    MODIFICATION HISTORY                                       *
000220*    DATE       INIT  DESCRIPTION                               *
000230*    ---------- ----  ------------------------------------------*
000240*    2026-10-15  DLT  ORIGINAL COPYBOOK.                        *
000260*****************************************************************
000270 01  YTD-CONTROL-RECORD.
000280     05  YC-OPEN-TAX-YEAR            PIC X(04).
000290     05  YC-LAST-CLOSED-YEAR         PIC X(04).
000300     05  YC-CLOSE-DATE               PIC X(08).
000310     05  FILLER                      PIC X(04).
