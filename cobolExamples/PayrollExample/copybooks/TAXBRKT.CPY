000140*    HAS TO APPLY TB-RATE TO THE PORTION OF PAY FALLING         *
000150*    WITHIN IT.  TABLE IS FILLED BY THE RATELOAD SUBPROGRAM     *
000160*    FROM THE EFFECTIVE-DATED RATE CONTROL FILE.                *
000162*    EACH FILING STATUS (S, M, H) HAS ITS OWN RUN OF BRACKETS   *
000164*    IN ASCENDING ORDER; A BLANK STATUS IS THE RUN USED FOR     *
000166*    ANY STATUS THAT HAS NONE OF ITS OWN.  TB-ENTRY-COUNT IS    *
000168*    THE NUMBER OF SLOTS FILLED.                                *
000170*                                                                *
000180*    MODIFICATION HISTORY                                       *
000190*    DATE       INIT  DESCRIPTION                               *
000210*    2026-08-08  DLT  ORIGINAL COPYBOOK.                        *
000212*    2026-09-02  DLT  LOADED FROM THE RATE CONTROL FILE BY      *
000214*                      RATELOAD INSTEAD OF HAND-KEYED MOVES.    *
000216*    2026-10-15  DLT  ADDED THE W-4 FILING STATUS AND THE       *
000217*                      ENTRY COUNT, AND WIDENED THE TABLE TO    *
000218*                      FIFTEEN SLOTS FOR ONE RUN PER STATUS.    *
000220*****************************************************************
000230 01  TAX-BRACKET-TABLE.
000235     05  TB-ENTRY-COUNT              PIC 9(02) COMP.
000240     05  TAX-BRACKET-ENTRY OCCURS 15 TIMES
000250                 INDEXED BY TB-IDX.
000255         10  TB-FILING-STATUS        PIC X(01).
000260         10  TB-LOW-AMOUNT           PIC 9(07)V99.
000270         10  TB-HIGH-AMOUNT          PIC 9(07)V99.
000280         10  TB-RATE                 PIC V999.
