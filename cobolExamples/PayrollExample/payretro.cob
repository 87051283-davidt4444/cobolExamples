000290*                      NEW GENERATION INSTEAD OF WIPED, UNLESS  *
000300*                      THIS RUN REPRICES THE SAME EMPLOYEE AND  *
000310*                      EFFECTIVE DATE.                          *
000312*    2026-10-15  DLT  HISTORY TABLE ENTRY WIDENED TO THE 227-   *
000314*                      BYTE PAY-HISTORY RECORD.                 *
000316*    2026-10-15  DLT  BANK RETURN AND RETURN CHECK RECORDS ('N' *
000318*                      AND 'K') CARRY NO HOURS AND ARE SKIPPED. *
000319*    2026-10-15  DLT  EACH RETRO AMOUNT OWED IS ACCRUED ON       *
000320*                      RETROGL.DAT IN THE LEDGER POSTING LAYOUT  *
000321*                      (DEBIT WAGE EXPENSE 6100 TO THE HOME      *
000322*                      DEPARTMENT, CREDIT ACCRUED RETRO PAY      *
000323*                      2300), AND THE ACCRUAL OF A CARRIED ENTRY *
000324*                      THIS RUN SUPERSEDES IS REVERSED.  THE     *
000325*                      PAYROLL RUN RELIEVES 2300 WHEN IT PAYS.   *
000326*    2026-10-15  DLT  PASSES THE SUPPLEMENTAL WITHHOLDING RATE   *
000327*                      TABLE TO RATELOAD.                        *
000329*    2026-10-15  DLT  SUPPLEMENTAL PAYMENTS CARRY NO HOURS       *
000331*                      AND ARE SKIPPED.                          *
000333*                                                                *
000335*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. PAYRETRO.
000360 AUTHOR. DATA PROCESSING.
000660     SELECT RETRO-REPORT-FILE ASSIGN TO "RETRORPT.TXT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS FS-RETRO-REPORT.
000682*
000684     SELECT RETRO-GL-FILE ASSIGN TO "RETROGL.DAT"
000686         ORGANIZATION IS LINE SEQUENTIAL
000688         FILE STATUS IS FS-RETRO-GL.
000690*
000700 DATA DIVISION.
000710 FILE SECTION.
000830*
000840 FD  RETRO-REPORT-FILE.
000850 01  REPORT-RECORD                   PIC X(80).
000852*
000854 FD  RETRO-GL-FILE.
000856     COPY GLPOST.
000860*
000870 WORKING-STORAGE SECTION.
000880*
000940     COPY OTRULES.
000950     COPY DEDCODE.
000960     COPY EMPRTAX.
000962     COPY EMPETAX.
000964     COPY STATETAX.
000966     COPY W4ALLOW.
000968     COPY SUPPRATE.
000970*
000980 01  RATE-LOAD-CONTROL.
000990     05  RATE-AS-OF-DATE             PIC X(08).
001140                 88  HT-TYPE-PAYMENT         VALUE 'P'.
001150                 88  HT-TYPE-VOID            VALUE 'V'.
001160                 88  HT-TYPE-REISSUE         VALUE 'R'.
001163                 88  HT-TYPE-ACH-RETURN      VALUE 'N'.
001166                 88  HT-TYPE-RETURN-CHECK    VALUE 'K'.
001170             15  HT-DEPT-CODE        PIC X(04).
001180             15  HT-REGULAR-HOURS    PIC 9(03)V99.
001190             15  HT-OVERTIME-HOURS   PIC 9(03)V99.
001200             15  HT-DOUBLETIME-HOURS PIC 9(03)V99.
001210             15  FILLER              PIC X(184).
001212             15  HT-EARNINGS-TYPE    PIC X(01).
001214                 88  HT-SUPPLEMENTAL-PAY     VALUE 'B' 'C' 'S'
001216                                                   'M'.
001220*
001230*    FIGURES FOR THE REQUEST BEING REPRICED.
001240 01  RETRO-WORK-AREA.
001300     05  RW-PERIOD-DELTA             PIC S9(07)V99.
001310     05  RW-RETRO-AMOUNT             PIC S9(07)V99.
001320     05  RW-PERIOD-COUNT             PIC 9(03).
001321*
001322*    ONE LEDGER LINE BEING BUILT FOR RETROGL.DAT.
001323 01  RETRO-GL-WORK-AREA.
001324     05  RG-ACCOUNT                  PIC X(06).
001325     05  RG-DEPT-CODE                PIC X(04).
001326     05  RG-SIDE                     PIC X(01).
001327     05  RG-AMOUNT                   PIC 9(07)V99.
001328     05  RG-DESCRIPTION              PIC X(24).
001330*
001340*    ENTRIES ALREADY OWED ON RETRODUE.DAT FROM EARLIER CYCLES,
001350*    LOADED BEFORE THE FILE IS REWRITTEN.  AN ENTRY THIS RUN
001680     05  FS-PAY-HISTORY              PIC X(02) VALUE '00'.
001690     05  FS-RETRO-DUE                PIC X(02) VALUE '00'.
001700     05  FS-RETRO-REPORT             PIC X(02) VALUE '00'.
001705     05  FS-RETRO-GL                 PIC X(02) VALUE '00'.
001710*
001720 01  ABEND-WORK-AREA.
001730     05  ABEND-FILE-NAME             PIC X(20).
001860     05  RC-REQUESTS-REJECTED        PIC 9(05) COMP VALUE ZERO.
001870     05  RC-TOTAL-RETRO-DUE          PIC 9(09)V99 VALUE ZERO.
001880     05  RC-ENTRIES-CARRIED          PIC 9(05) COMP VALUE ZERO.
001885     05  RC-TOTAL-ACCRUAL-REVERSED   PIC 9(09)V99 VALUE ZERO.
001890*
001900 01  EDIT-FIELDS.
001910     05  ED-COUNT                    PIC ZZ,ZZ9.
002330         MOVE FS-RETRO-REPORT        TO ABEND-FILE-STATUS
002340         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002350     END-IF.
002351     OPEN OUTPUT RETRO-GL-FILE.
002352     IF FS-RETRO-GL NOT = "00"
002353         MOVE "RETRO-GL-FILE"        TO ABEND-FILE-NAME
002354         MOVE FS-RETRO-GL            TO ABEND-FILE-STATUS
002355         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002356     END-IF.
002360     MOVE "Retroactive Pay Adjustment Register" TO REPORT-RECORD.
002370     WRITE REPORT-RECORD.
002380     MOVE SPACES TO REPORT-RECORD.
002520                           OVERTIME-RULE-TABLE
002530                           DEDUCTION-CODE-TABLE
002540                           EMPLOYER-TAX-TABLE
002542                           EMPLOYEE-TAX-TABLE
002544                           STATE-TAX-TABLE
002546                           W4-ALLOWANCE-TABLE
002548                           SUPP-RATE-TABLE
002550                           RATE-LOAD-STATUS.
002560     IF RATE-LOAD-STATUS NOT = "00"
002570         MOVE "RATE-CONTROL-FILE"    TO ABEND-FILE-NAME
004890*    BY THE JURISDICTION MULTIPLIERS THE HOURS WERE PAID AT.    *
004900*    PAYMENTS AND REISSUES ADD; A VOID SUBTRACTS THE PERIOD IT  *
004910*    REVERSES SO A VOIDED PAYMENT IS NEVER REPRICED.            *
004912*    SUPPLEMENTAL PAY (BONUS, COMMISSION AND THE LIKE) IS A     *
004914*    FLAT AMOUNT WITH NO HOURS AND IS NOT REPRICED.             *
004920*****************************************************************
004930 3000-COMPUTE-RETRO.
004940     MOVE ZERO TO RW-RETRO-AMOUNT.
005220         IF HT-EMPLOYEE-ID(RW-HISTORY-SUB) = RQ-EMPLOYEE-ID
005230                 AND HT-PERIOD-END-DATE(RW-HISTORY-SUB)
005240                     NOT < RQ-EFFECTIVE-DATE
005243                 AND NOT HT-TYPE-ACH-RETURN(RW-HISTORY-SUB)
005246                 AND NOT HT-TYPE-RETURN-CHECK(RW-HISTORY-SUB)
005248                 AND NOT HT-SUPPLEMENTAL-PAY(RW-HISTORY-SUB)
005250             PERFORM 3100-REPRICE-ONE-PERIOD THRU 3100-EXIT
005260         END-IF
005270     END-PERFORM.
005740         MOVE FS-RETRO-DUE           TO ABEND-FILE-STATUS
005750         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
005760     END-IF.
005765     PERFORM 3560-POST-ACCRUAL THRU 3560-EXIT.
005770*    A CARRIED ENTRY FOR THE SAME EMPLOYEE AND EFFECTIVE DATE
005780*    IS THIS SETTLEMENT RE-RUN - THE NEW FIGURE REPLACES IT.
005785*    ITS ACCRUAL COMES BACK OFF THE LEDGER.
005790     PERFORM VARYING OD-SUB FROM 1 BY 1
005800             UNTIL OD-SUB > OLD-DUE-COUNT
005810         IF OD-EMPLOYEE-ID(OD-SUB) = RQ-EMPLOYEE-ID
005820                 AND OD-EFFECTIVE-DATE(OD-SUB)
005830                     = RQ-EFFECTIVE-DATE
005835                 AND NOT OD-IS-SUPERSEDED(OD-SUB)
005840             MOVE 'Y' TO OD-SUPERSEDED-FLAG(OD-SUB)
005845             PERFORM 3550-REVERSE-OLD-ACCRUAL THRU 3550-EXIT
005850         END-IF
005860     END-PERFORM.
005870     ADD RW-RETRO-AMOUNT TO RC-TOTAL-RETRO-DUE.
005980     MOVE SPACES TO REPORT-RECORD.
005990     WRITE REPORT-RECORD.
006000 3500-EXIT.
006001     EXIT.
006002*
006003*****************************************************************
006004*    3550-REVERSE-OLD-ACCRUAL - THE SUPERSEDED ENTRY WAS        *
006005*    ACCRUED WHEN IT WAS FIRST WORKED OUT.  TAKE THAT ACCRUAL   *
006006*    BACK OFF (DEBIT 2300, CREDIT 6100) SO ONLY THE NEW FIGURE  *
006007*    STANDS IN THE LEDGER.                                      *
006008*****************************************************************
006009 3550-REVERSE-OLD-ACCRUAL.
006010     MOVE "2300" TO RG-ACCOUNT.
006011     MOVE SPACES TO RG-DEPT-CODE.
006012     MOVE 'D' TO RG-SIDE.
006013     MOVE OD-RETRO-AMOUNT(OD-SUB) TO RG-AMOUNT.
006014     MOVE "RETRO ACCRUAL REVERSED" TO RG-DESCRIPTION.
006015     PERFORM 3570-WRITE-ONE-POSTING THRU 3570-EXIT.
006016     MOVE "6100" TO RG-ACCOUNT.
006017     MOVE EM-DEPT-CODE TO RG-DEPT-CODE.
006018     MOVE 'C' TO RG-SIDE.
006019     PERFORM 3570-WRITE-ONE-POSTING THRU 3570-EXIT.
006020     ADD OD-RETRO-AMOUNT(OD-SUB) TO RC-TOTAL-ACCRUAL-REVERSED.
006021     MOVE OD-RETRO-AMOUNT(OD-SUB) TO ED-TOTAL-AMOUNT.
006022     MOVE SPACES TO REPORT-RECORD.
006023     STRING "    Superseded Entry Reversed: $" ED-TOTAL-AMOUNT
006024         DELIMITED BY SIZE INTO REPORT-RECORD
006025     WRITE REPORT-RECORD.
006026 3550-EXIT.
006027     EXIT.
006028*
006029*****************************************************************
006030*    3560-POST-ACCRUAL - THE RETRO DIFFERENCE IS WAGE EXPENSE   *
006031*    OF THE PERIODS REPRICED, OWED BUT NOT YET PAID.  DEBIT     *
006032*    WAGE EXPENSE (6100) TO THE HOME DEPARTMENT AND CREDIT      *
006033*    ACCRUED RETRO PAY (2300); THE PAYROLL RUN THAT PAYS THE    *
006034*    ENTRY DEBITS 2300 INSTEAD OF EXPENSING IT A SECOND TIME.   *
006035*****************************************************************
006036 3560-POST-ACCRUAL.
006037     MOVE "6100" TO RG-ACCOUNT.
006038     MOVE EM-DEPT-CODE TO RG-DEPT-CODE.
006039     MOVE 'D' TO RG-SIDE.
006040     MOVE RW-RETRO-AMOUNT TO RG-AMOUNT.
006041     MOVE "RETRO PAY ACCRUED" TO RG-DESCRIPTION.
006042     PERFORM 3570-WRITE-ONE-POSTING THRU 3570-EXIT.
006043     MOVE "2300" TO RG-ACCOUNT.
006044     MOVE SPACES TO RG-DEPT-CODE.
006045     MOVE 'C' TO RG-SIDE.
006046     MOVE "ACCRUED RETRO PAY" TO RG-DESCRIPTION.
006047     PERFORM 3570-WRITE-ONE-POSTING THRU 3570-EXIT.
006048 3560-EXIT.
006049     EXIT.
006050*
006051 3570-WRITE-ONE-POSTING.
006052     MOVE SPACES TO GL-POSTING-RECORD.
006053     MOVE RW-RUN-DATE TO GL-RUN-DATE.
006054     MOVE RG-ACCOUNT TO GL-ACCOUNT-NUMBER.
006055     MOVE RG-DEPT-CODE TO GL-DEPT-CODE.
006056     MOVE RG-SIDE TO GL-DEBIT-CREDIT.
006057     MOVE RG-AMOUNT TO GL-AMOUNT.
006058     MOVE RG-DESCRIPTION TO GL-DESCRIPTION.
006059     MOVE ZERO TO GL-PERIOD-NUMBER.
006060     WRITE GL-POSTING-RECORD.
006061     IF FS-RETRO-GL NOT = "00"
006062         MOVE "RETRO-GL-FILE"        TO ABEND-FILE-NAME
006063         MOVE FS-RETRO-GL            TO ABEND-FILE-STATUS
006064         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
006065     END-IF.
006066 3570-EXIT.
006067     EXIT.
006068*
006069*****************************************************************
006070*    7400-WRITE-CARRIED-DUE - PUT THE ENTRIES FROM EARLIER      *
006071*    CYCLES THIS RUN DID NOT SUPERSEDE BACK ON RETRODUE.DAT,    *
006072*    THE SAME CARRY-FORWARD TREATMENT THE PAYROLL RUN GIVES     *
006073*    ENTRIES IT CANNOT APPLY.  MONEY ROLLED FORWARD IS NEVER    *
006080*    WIPED BY A LATER SETTLEMENT RUN.                           *
006090*****************************************************************
006100 7400-WRITE-CARRIED-DUE.
006730     STRING "  Total Retro Due: $" ED-TOTAL-AMOUNT
006740         DELIMITED BY SIZE INTO REPORT-RECORD
006750     WRITE REPORT-RECORD.
006751     MOVE RC-TOTAL-ACCRUAL-REVERSED TO ED-TOTAL-AMOUNT.
006752     MOVE SPACES TO REPORT-RECORD.
006753     STRING "  Superseded Accruals Reversed: $" ED-TOTAL-AMOUNT
006754         DELIMITED BY SIZE INTO REPORT-RECORD
006755     WRITE REPORT-RECORD.
006760 7500-EXIT.
006770     EXIT.
006780*
006810     CLOSE EMPLOYEE-MASTER-FILE.
006820     CLOSE RETRO-DUE-FILE.
006830     CLOSE RETRO-REPORT-FILE.
006835     CLOSE RETRO-GL-FILE.
006840     DISPLAY "Retro adjustments written to RETRODUE.DAT - "
006850         "register in RETRORPT.TXT, ledger in RETROGL.DAT".
006860 9000-EXIT.
006870     EXIT.
006880*
