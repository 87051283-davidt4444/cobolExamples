000100*****************************************************************
000110*    CHKPARM.CPY                                                *
000120*    CHECK RECONCILIATION CONTROL CARD (CHKPARM.DAT).  THE      *
000130*    STALE AGE IS THE NUMBER OF DAYS A CHECK MAY STAY           *
000140*    OUTSTANDING BEFORE IT IS LISTED AS AN UNCLAIMED-PROPERTY   *
000150*    (ESCHEAT) CANDIDATE; BLANK MEANS 180.  THE AS-OF DATE IS   *
000160*    THE DATE CHECKS ARE AGED TO - THE STATE'S DORMANCY CUT-OFF *
000170*    FOR THE ANNUAL ESCHEAT LIST; BLANK MEANS THE RUN DATE.  A  *
000180*    MISSING CARD TAKES BOTH DEFAULTS.                          *
000190*                                                               *
000200*    MODIFICATION HISTORY                                       *
000210*    DATE       INIT  DESCRIPTION                               *
000220*    ---------- ----  ------------------------------------------*
000230*    2026-10-15  DLT  ORIGINAL COPYBOOK.                        *
000240*****************************************************************
000250 01  CHECK-PARM-RECORD.
000260     05  CK-STALE-DAYS-X             PIC X(04).
000270     05  CK-STALE-DAYS REDEFINES CK-STALE-DAYS-X
000280                                     PIC 9(04).
000290     05  CK-AS-OF-DATE               PIC X(08).
000300     05  FILLER                      PIC X(68).
