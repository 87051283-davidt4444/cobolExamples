000100*****************************************************************
000110*    STATETAX.CPY                                               *
000120*    STATE INCOME TAX WITHHOLDING BRACKET TABLE, KEYED BY THE   *
000130*    EMPLOYEE'S JURISDICTION CODE AND W-4 FILING STATUS.  THE   *
000140*    BRACKETS OF ONE JURISDICTION AND STATUS RUN IN ASCENDING   *
000150*    ORDER; A BLANK STATUS IS THE RUN USED FOR ANY STATUS THAT  *
000160*    HAS NONE OF ITS OWN.  A JURISDICTION WITH NO ENTRIES HAS   *
000170*    NO STATE INCOME TAX.  ST-BASE-TAX IS THE TAX ALREADY OWED  *
000180*    AT ST-LOW-AMOUNT, AS IN THE FEDERAL TABLE.  TABLE IS       *
000190*    FILLED BY THE RATELOAD SUBPROGRAM FROM THE EFFECTIVE-      *
000200*    DATED RATE CONTROL FILE.                                   *
000210*                                                                *
000220*    MODIFICATION HISTORY                                       *
000230*    DATE       INIT  DESCRIPTION                               *
000240*    ---------- ----  ------------------------------------------*
000250*    2026-10-15  DLT  ORIGINAL COPYBOOK.                        *
000260*****************************************************************
000270 01  STATE-TAX-TABLE.
000280     05  ST-ENTRY-COUNT              PIC 9(02) COMP.
000290     05  STATE-TAX-ENTRY OCCURS 40 TIMES
000300                 INDEXED BY ST-IDX.
000310         10  ST-JURISDICTION-CODE    PIC X(02).
000320         10  ST-FILING-STATUS        PIC X(01).
000330         10  ST-LOW-AMOUNT           PIC 9(07)V99.
000340         10  ST-HIGH-AMOUNT          PIC 9(07)V99.
000350         10  ST-RATE                 PIC V9(04).
000360         10  ST-BASE-TAX             PIC 9(07)V99.
