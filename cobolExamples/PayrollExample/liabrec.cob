000010*****************************************************************
000020*                                                                *
000030*    LIABREC.COB                                                 *
000040*                                                                *
000050*    MONTHLY PAYROLL LIABILITY RECONCILIATION.  FOR THE MONTH    *
000060*    ON THE CONTROL CARD (LIABPARM.DAT) IT READS EVERY RECORD    *
000070*    WITH A RUN DATE IN THAT MONTH FROM:                         *
000080*      - THE LEDGER POSTINGS OF THE PAYROLL RUN (GLPOST.DAT),    *
000090*        THE VOID/REISSUE RUN (VOIDGL.DAT) AND THE RETRO RUN     *
000100*        (RETROGL.DAT), ALL IN THE GLPOST LAYOUT;                *
000110*      - THE THIRD-PARTY REMITTANCES (REMIT.DAT);                *
000120*      - THE PAYROLL RUN CONTROL TOTALS (BATCHTOT.DAT); AND      *
000130*      - THE PAY HISTORY (PAYHIST.DAT).                          *
000140*    FOR EACH LIABILITY ACCOUNT (THE 2XXX ACCOUNTS) THE REPORT   *
000150*    (LIABRPT.TXT) SHOWS WHAT PAYROLL WITHHELD OR ACCRUED, NET   *
000160*    OF VOIDS (LEDGER CREDITS LESS DEBITS), WHAT WAS REMITTED    *
000170*    AND WHAT REMAINS OWED.  THE WITHHOLDING AND DEDUCTION       *
000180*    ACCOUNTS ARE THEN RE-DERIVED FROM THE PAY HISTORY -         *
000190*    PAYMENTS AND REISSUES ADD, VOIDS SUBTRACT - AND EVERY       *
000200*    ACCOUNT WHERE THE LEDGER AND THE HISTORY DISAGREE IS        *
000210*    LISTED.  LAST, THE MONTH'S PAYROLL RUN CONTROL TOTALS ARE   *
000220*    TIED TO THE HISTORY PAYMENTS AND TO THE FEDERAL INCOME TAX  *
000230*    THE PAYROLL RUNS CREDITED.  ANY DIFFERENCE ENDS THE JOB     *
000240*    WITH RETURN CODE 4.                                         *
000250*                                                                *
000260*    REMIT.DAT CARRIES THE DEDUCTION PAYEES ONLY - TAX DEPOSITS  *
000270*    ARE MADE OUTSIDE THE PAYROLL SYSTEM, SO A TAX ACCOUNT'S     *
000280*    OWED FIGURE IS WHAT THE DEPOSITS MUST COVER.  EMPLOYER TAX  *
000290*    (2150XX) AND ACCRUED RETRO PAY (2300) ARE NOT CARRIED ON    *
000300*    THE PAY HISTORY AND ARE NOT COMPARED TO IT.                 *
000310*                                                                *
000320*    GLPOST.DAT, VOIDGL.DAT, RETROGL.DAT, REMIT.DAT AND          *
000330*    BATCHTOT.DAT ARE REPLACED BY EVERY RUN OF THE PROGRAM THAT  *
000340*    WRITES THEM.  THE MONTH-END JOB STREAM CONCATENATES THE     *
000350*    GENERATIONS KEPT FOR THE MONTH INTO EACH FILE AHEAD OF      *
000360*    THIS STEP; RECORDS DATED OUTSIDE THE MONTH ARE IGNORED, SO  *
000370*    A GENERATION THAT STRADDLES TWO MONTHS MAY BE FED TO BOTH.  *
000380*    ANY OF THE INPUT FILES MAY BE MISSING - THE REPORT SAYS SO  *
000390*    AND RECONCILES WHAT IS THERE.                               *
000400*                                                                *
000410*    MODIFICATION HISTORY                                        *
000420*    DATE       INIT  DESCRIPTION                                *
000430*    ---------- ----  ------------------------------------------ *
000440*    2026-10-15  DLT  ORIGINAL PROGRAM.  THE LIABILITY ACCOUNTS  *
000450*                      WERE PREVIOUSLY PROVED BY HAND FROM THE   *
000460*                      REGISTERS AND REMITTANCE REPORTS.         *
000470*                                                                *
000480*****************************************************************
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. LIABREC.
000510 AUTHOR. DATA PROCESSING.
000520 INSTALLATION. PAYROLL DEPARTMENT.
000530 DATE-WRITTEN. 2026-10-15.
000540 DATE-COMPILED.
000550*
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER. YOUR-COMPUTER.
000590 OBJECT-COMPUTER. YOUR-COMPUTER.
000600*
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT OPTIONAL LIAB-PARM-FILE ASSIGN TO "LIABPARM.DAT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS FS-LIAB-PARM.
000660*
000670     SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GLPOST.DAT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS FS-GL-POSTING.
000700*
000710     SELECT OPTIONAL VOID-GL-FILE ASSIGN TO "VOIDGL.DAT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS FS-VOID-GL.
000740*
000750     SELECT OPTIONAL RETRO-GL-FILE ASSIGN TO "RETROGL.DAT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS FS-RETRO-GL.
000780*
000790     SELECT OPTIONAL REMITTANCE-FILE ASSIGN TO "REMIT.DAT"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS FS-REMITTANCE.
000820*
000830     SELECT OPTIONAL BATCH-CONTROL-FILE ASSIGN TO "BATCHTOT.DAT"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS FS-BATCH-CONTROL.
000860*
000870     SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS FS-PAY-HISTORY.
000900*
000910     SELECT REPORT-FILE ASSIGN TO "LIABRPT.TXT"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS FS-REPORT.
000940*
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  LIAB-PARM-FILE.
000980     COPY LIABPARM.
000990*
001000 FD  GL-POSTING-FILE.
001010 01  GL-POSTING-FILE-RECORD          PIC X(59).
001020*
001030 FD  VOID-GL-FILE.
001040 01  VOID-GL-RECORD                  PIC X(59).
001050*
001060 FD  RETRO-GL-FILE.
001070 01  RETRO-GL-RECORD                 PIC X(59).
001080*
001090 FD  REMITTANCE-FILE.
001100     COPY REMIT.
001110*
001120 FD  BATCH-CONTROL-FILE.
001130     COPY BATCHTOT.
001140*
001150 FD  PAY-HISTORY-FILE.
001160     COPY PAYHIST.
001170*
001180 FD  REPORT-FILE.
001190 01  REPORT-RECORD                   PIC X(80).
001200*
001210 WORKING-STORAGE SECTION.
001220*
001230*    ALL THREE LEDGER POSTING FILES ARE READ INTO THIS ONE LAYOUT.
001240     COPY GLPOST.
001250*
001260*    ONE ENTRY PER LIABILITY ACCOUNT SEEN IN THE MONTH, KEPT IN
001270*    ACCOUNT ORDER FOR THE REPORT.  THE LEDGER FIGURES COME FROM
001280*    THE POSTING FILES, THE REMITTED FIGURE FROM REMIT.DAT AND
001290*    THE HISTORY FIGURE FROM THE PAY-HISTORY DETAIL.
001300 01  LIABILITY-TABLE.
001310     05  LIABILITY-COUNT             PIC 9(03) COMP VALUE ZERO.
001320     05  LIABILITY-ENTRY OCCURS 100 TIMES.
001330         10  LA-ACCOUNT              PIC X(06).
001340         10  LA-ACCOUNT-PARTS REDEFINES LA-ACCOUNT.
001350             15  LA-ACCOUNT-BASE     PIC X(04).
001360                 88  LA-HISTORY-ACCOUNT
001370                         VALUE "2100" "2110" "2120" "2130" "2200".
001380             15  LA-ACCOUNT-SUFFIX   PIC X(02).
001390         10  LA-GL-CREDITS           PIC 9(09)V99.
001400         10  LA-GL-DEBITS            PIC 9(09)V99.
001410         10  LA-REMITTED             PIC 9(09)V99.
001420         10  LA-HISTORY-AMOUNT       PIC S9(09)V99.
001430     05  LA-SUB                      PIC 9(03) COMP VALUE ZERO.
001440     05  LA-FOUND-SUB                PIC 9(03) COMP VALUE ZERO.
001450*
001460 01  LIAB-WORK-AREA.
001470     05  LW-RUN-DATE                 PIC X(08).
001480     05  LW-RUN-DATE-PARTS REDEFINES LW-RUN-DATE.
001490         10  LW-RUN-YEAR             PIC 9(04).
001500         10  LW-RUN-MONTH            PIC 9(02).
001510         10  LW-RUN-DAY              PIC 9(02).
001520     05  LW-MONTH                    PIC X(06).
001530     05  LW-MONTH-PARTS REDEFINES LW-MONTH.
001540         10  LW-YEAR                 PIC 9(04).
001550         10  LW-MONTH-NUMBER         PIC 9(02).
001560     05  LW-RECORD-DATE              PIC X(08).
001570     05  LW-RECORD-DATE-PARTS REDEFINES LW-RECORD-DATE.
001580         10  LW-RECORD-MONTH         PIC X(06).
001590         10  FILLER                  PIC X(02).
001600     05  LW-FIND-ACCOUNT             PIC X(06).
001610     05  LW-FIND-ACCOUNT-PARTS REDEFINES LW-FIND-ACCOUNT.
001620         10  LW-FIND-CLASS           PIC X(01).
001630         10  FILLER                  PIC X(05).
001640     05  LW-HISTORY-AMOUNT           PIC 9(07)V99.
001650     05  LW-DED-SUB                  PIC 9(01) COMP.
001660     05  LW-DESCRIPTION              PIC X(20).
001670     05  LW-LEDGER-NET               PIC S9(09)V99.
001680     05  LW-OWED                     PIC S9(09)V99.
001690     05  LW-DIFFERENCE               PIC S9(09)V99.
001700     05  LW-SOURCE-NAME              PIC X(12).
001710     05  LW-SOURCE-COUNT             PIC 9(05) COMP.
001720     05  LW-SOURCE-SWITCH            PIC X(01).
001730         88  LW-SOURCE-MISSING               VALUE 'Y'.
001740     05  LW-FROM-PAYROLL-SWITCH      PIC X(01).
001750         88  LW-FROM-PAYROLL-RUN             VALUE 'Y'.
001760*
001770 01  LIAB-TOTALS.
001780     05  LT-WITHHELD                 PIC S9(09)V99 VALUE ZERO.
001790     05  LT-REMITTED                 PIC 9(09)V99 VALUE ZERO.
001800     05  LT-OWED                     PIC S9(09)V99 VALUE ZERO.
001810     05  LT-DISAGREE-COUNT           PIC 9(05) COMP VALUE ZERO.
001820     05  LT-BATCH-RUNS               PIC 9(05) COMP VALUE ZERO.
001830     05  LT-BATCH-EMPLOYEES          PIC 9(07) COMP VALUE ZERO.
001840     05  LT-BATCH-GROSS              PIC 9(09)V99 VALUE ZERO.
001850     05  LT-BATCH-TAX                PIC 9(09)V99 VALUE ZERO.
001860     05  LT-BATCH-NET                PIC 9(09)V99 VALUE ZERO.
001870     05  LT-HISTORY-PAYMENTS         PIC 9(07) COMP VALUE ZERO.
001880     05  LT-HISTORY-GROSS            PIC 9(09)V99 VALUE ZERO.
001890     05  LT-HISTORY-TAX              PIC 9(09)V99 VALUE ZERO.
001900     05  LT-HISTORY-NET              PIC 9(09)V99 VALUE ZERO.
001910     05  LT-PAYROLL-GL-TAX           PIC S9(09)V99 VALUE ZERO.
001920*
001930 01  PROGRAM-SWITCHES.
001940     05  EOF-GL-POSTING-SWITCH       PIC X(01) VALUE 'N'.
001950         88  EOF-GL-POSTING                  VALUE 'Y'.
001960     05  EOF-REMITTANCE-SWITCH       PIC X(01) VALUE 'N'.
001970         88  EOF-REMITTANCE                  VALUE 'Y'.
001980     05  EOF-BATCH-CONTROL-SWITCH    PIC X(01) VALUE 'N'.
001990         88  EOF-BATCH-CONTROL               VALUE 'Y'.
002000     05  EOF-HISTORY-SWITCH          PIC X(01) VALUE 'N'.
002010         88  EOF-PAY-HISTORY                 VALUE 'Y'.
002020*
002030 01  FILE-STATUS-AREA.
002040     05  FS-LIAB-PARM                PIC X(02) VALUE '00'.
002050     05  FS-GL-POSTING               PIC X(02) VALUE '00'.
002060     05  FS-VOID-GL                  PIC X(02) VALUE '00'.
002070     05  FS-RETRO-GL                 PIC X(02) VALUE '00'.
002080     05  FS-REMITTANCE               PIC X(02) VALUE '00'.
002090     05  FS-BATCH-CONTROL            PIC X(02) VALUE '00'.
002100     05  FS-PAY-HISTORY              PIC X(02) VALUE '00'.
002110     05  FS-REPORT                   PIC X(02) VALUE '00'.
002120*
002130 01  ABEND-WORK-AREA.
002140     05  ABEND-FILE-NAME             PIC X(20).
002150     05  ABEND-FILE-STATUS           PIC X(02).
002160     05  ABEND-TABLE-NAME            PIC X(20).
002170*
002180 01  EDIT-FIELDS.
002190     05  ED-COUNT                    PIC ZZ,ZZ9.
002200     05  ED-COUNT-1                  PIC ZZZ,ZZZ,ZZ9.
002210     05  ED-COUNT-2                  PIC ZZZ,ZZZ,ZZ9.
002220     05  ED-COUNT-3                  PIC ZZZ,ZZZ,ZZ9-.
002230     05  ED-AMOUNT-1                 PIC ZZZ,ZZZ,ZZ9.99-.
002240     05  ED-AMOUNT-2                 PIC ZZZ,ZZZ,ZZ9.99-.
002250     05  ED-AMOUNT-3                 PIC ZZZ,ZZZ,ZZ9.99-.
002260*
002270 PROCEDURE DIVISION.
002280*
002290 0000-MAINLINE.
002300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002310     PERFORM 2000-LOAD-LEDGER THRU 2000-EXIT.
002320     PERFORM 3000-LOAD-REMITTANCES THRU 3000-EXIT.
002330     PERFORM 4000-LOAD-PAY-HISTORY THRU 4000-EXIT.
002340     PERFORM 5000-LOAD-BATCH-TOTALS THRU 5000-EXIT.
002350     PERFORM 6000-PRINT-LIABILITIES THRU 6000-EXIT.
002360     PERFORM 6500-PRINT-DISAGREEMENTS THRU 6500-EXIT.
002370     PERFORM 6800-PRINT-RUN-TIE THRU 6800-EXIT.
002380     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002390     STOP RUN.
002400*
002410*****************************************************************
002420*    1000-INITIALIZE - WORK OUT THE MONTH AND START THE REPORT. *
002430*****************************************************************
002440 1000-INITIALIZE.
002450     ACCEPT LW-RUN-DATE FROM DATE YYYYMMDD.
002460     PERFORM 1100-READ-LIAB-PARM THRU 1100-EXIT.
002470     OPEN OUTPUT REPORT-FILE.
002480     IF FS-REPORT NOT = "00"
002490         MOVE "REPORT-FILE"          TO ABEND-FILE-NAME
002500         MOVE FS-REPORT              TO ABEND-FILE-STATUS
002510         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002520     END-IF.
002530     MOVE "Payroll Liability Reconciliation" TO REPORT-RECORD.
002540     WRITE REPORT-RECORD.
002550     MOVE SPACES TO REPORT-RECORD.
002560     STRING "Month: " LW-MONTH "   Run Date: " LW-RUN-DATE
002570         DELIMITED BY SIZE INTO REPORT-RECORD
002580     WRITE REPORT-RECORD.
002590     MOVE SPACES TO REPORT-RECORD.
002600     WRITE REPORT-RECORD.
002610     MOVE "Records In The Month" TO REPORT-RECORD.
002620     WRITE REPORT-RECORD.
002630 1000-EXIT.
002640     EXIT.
002650*
002660*****************************************************************
002670*    1100-READ-LIAB-PARM - THE MONTH DEFAULTS TO THE ONE BEFORE *
002680*    THE RUN DATE, SINCE THE STEP NORMALLY RUNS JUST AFTER THE  *
002690*    MONTH CLOSES.  A VALID YYYYMM ON THE CARD OVERRIDES IT.    *
002700*****************************************************************
002710 1100-READ-LIAB-PARM.
002720     MOVE LW-RUN-YEAR TO LW-YEAR.
002730     IF LW-RUN-MONTH = 1
002740         SUBTRACT 1 FROM LW-YEAR
002750         MOVE 12 TO LW-MONTH-NUMBER
002760     ELSE
002770         COMPUTE LW-MONTH-NUMBER = LW-RUN-MONTH - 1
002780     END-IF.
002790     OPEN INPUT LIAB-PARM-FILE.
002800     IF FS-LIAB-PARM = "35"
002810         GO TO 1100-EXIT
002820     END-IF.
002830     IF FS-LIAB-PARM NOT = "00" AND FS-LIAB-PARM NOT = "05"
002840         MOVE "LIAB-PARM-FILE"       TO ABEND-FILE-NAME
002850         MOVE FS-LIAB-PARM           TO ABEND-FILE-STATUS
002860         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002870     END-IF.
002880     READ LIAB-PARM-FILE
002890         AT END
002900             MOVE SPACES TO LIAB-PARM-RECORD
002910     END-READ.
002920     CLOSE LIAB-PARM-FILE.
002930     IF LP-MONTH-X IS NUMERIC
002940         IF LP-MONTH-NUMBER > ZERO AND LP-MONTH-NUMBER < 13
002950             MOVE LP-MONTH-X TO LW-MONTH
002960         END-IF
002970     END-IF.
002980 1100-EXIT.
002990     EXIT.
003000*
003010*****************************************************************
003020*    2000-LOAD-LEDGER - POST THE MONTH'S LEDGER LINES FROM THE  *
003030*    PAYROLL, VOID/REISSUE AND RETRO RUNS AGAINST THE           *
003040*    LIABILITY ACCOUNTS.  THE PAYROLL RUN'S OWN FEDERAL INCOME  *
003050*    TAX CREDITS ARE ALSO KEPT FOR THE TIE TO ITS RUN CONTROL   *
003060*    TOTALS.                                                    *
003070*****************************************************************
003080 2000-LOAD-LEDGER.
003090     MOVE "GLPOST.DAT" TO LW-SOURCE-NAME.
003100     MOVE ZERO TO LW-SOURCE-COUNT.
003110     MOVE 'N' TO LW-SOURCE-SWITCH.
003120     MOVE 'Y' TO LW-FROM-PAYROLL-SWITCH.
003130     OPEN INPUT GL-POSTING-FILE.
003140     IF FS-GL-POSTING = "35"
003150         MOVE 'Y' TO LW-SOURCE-SWITCH
003160     ELSE
003170         IF FS-GL-POSTING NOT = "00" AND FS-GL-POSTING NOT = "05"
003180             MOVE "GL-POSTING-FILE"      TO ABEND-FILE-NAME
003190             MOVE FS-GL-POSTING          TO ABEND-FILE-STATUS
003200             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003210         END-IF
003220         IF FS-GL-POSTING = "05"
003230             MOVE 'Y' TO LW-SOURCE-SWITCH
003240         END-IF
003250         MOVE 'N' TO EOF-GL-POSTING-SWITCH
003260         PERFORM 2100-READ-PAYROLL-POSTING THRU 2100-EXIT
003270             UNTIL EOF-GL-POSTING
003280         CLOSE GL-POSTING-FILE
003290     END-IF.
003300     PERFORM 7100-PRINT-SOURCE-LINE THRU 7100-EXIT.
003310     MOVE "VOIDGL.DAT" TO LW-SOURCE-NAME.
003320     MOVE ZERO TO LW-SOURCE-COUNT.
003330     MOVE 'N' TO LW-SOURCE-SWITCH.
003340     MOVE 'N' TO LW-FROM-PAYROLL-SWITCH.
003350     OPEN INPUT VOID-GL-FILE.
003360     IF FS-VOID-GL = "35"
003370         MOVE 'Y' TO LW-SOURCE-SWITCH
003380     ELSE
003390         IF FS-VOID-GL NOT = "00" AND FS-VOID-GL NOT = "05"
003400             MOVE "VOID-GL-FILE"         TO ABEND-FILE-NAME
003410             MOVE FS-VOID-GL             TO ABEND-FILE-STATUS
003420             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003430         END-IF
003440         IF FS-VOID-GL = "05"
003450             MOVE 'Y' TO LW-SOURCE-SWITCH
003460         END-IF
003470         MOVE 'N' TO EOF-GL-POSTING-SWITCH
003480         PERFORM 2200-READ-VOID-POSTING THRU 2200-EXIT
003490             UNTIL EOF-GL-POSTING
003500         CLOSE VOID-GL-FILE
003510     END-IF.
003520     PERFORM 7100-PRINT-SOURCE-LINE THRU 7100-EXIT.
003530     MOVE "RETROGL.DAT" TO LW-SOURCE-NAME.
003540     MOVE ZERO TO LW-SOURCE-COUNT.
003550     MOVE 'N' TO LW-SOURCE-SWITCH.
003560     OPEN INPUT RETRO-GL-FILE.
003570     IF FS-RETRO-GL = "35"
003580         MOVE 'Y' TO LW-SOURCE-SWITCH
003590     ELSE
003600         IF FS-RETRO-GL NOT = "00" AND FS-RETRO-GL NOT = "05"
003610             MOVE "RETRO-GL-FILE"        TO ABEND-FILE-NAME
003620             MOVE FS-RETRO-GL            TO ABEND-FILE-STATUS
003630             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003640         END-IF
003650         IF FS-RETRO-GL = "05"
003660             MOVE 'Y' TO LW-SOURCE-SWITCH
003670         END-IF
003680         MOVE 'N' TO EOF-GL-POSTING-SWITCH
003690         PERFORM 2300-READ-RETRO-POSTING THRU 2300-EXIT
003700             UNTIL EOF-GL-POSTING
003710         CLOSE RETRO-GL-FILE
003720     END-IF.
003730     PERFORM 7100-PRINT-SOURCE-LINE THRU 7100-EXIT.
003740 2000-EXIT.
003750     EXIT.
003760*
003770 2100-READ-PAYROLL-POSTING.
003780     READ GL-POSTING-FILE INTO GL-POSTING-RECORD
003790         AT END
003800             MOVE 'Y' TO EOF-GL-POSTING-SWITCH
003810             GO TO 2100-EXIT
003820     END-READ.
003830     PERFORM 2500-APPLY-ONE-POSTING THRU 2500-EXIT.
003840 2100-EXIT.
003850     EXIT.
003860*
003870 2200-READ-VOID-POSTING.
003880     READ VOID-GL-FILE INTO GL-POSTING-RECORD
003890         AT END
003900             MOVE 'Y' TO EOF-GL-POSTING-SWITCH
003910             GO TO 2200-EXIT
003920     END-READ.
003930     PERFORM 2500-APPLY-ONE-POSTING THRU 2500-EXIT.
003940 2200-EXIT.
003950     EXIT.
003960*
003970 2300-READ-RETRO-POSTING.
003980     READ RETRO-GL-FILE INTO GL-POSTING-RECORD
003990         AT END
004000             MOVE 'Y' TO EOF-GL-POSTING-SWITCH
004010             GO TO 2300-EXIT
004020     END-READ.
004030     PERFORM 2500-APPLY-ONE-POSTING THRU 2500-EXIT.
004040 2300-EXIT.
004050     EXIT.
004060*
004070*****************************************************************
004080*    2500-APPLY-ONE-POSTING - A LINE DATED IN THE MONTH AGAINST *
004090*    A LIABILITY ACCOUNT IS ADDED TO THAT ACCOUNT'S CREDITS OR  *
004100*    DEBITS.  EXPENSE AND CASH ACCOUNTS ARE COUNTED BUT NOT     *
004110*    RECONCILED HERE.                                           *
004120*****************************************************************
004130 2500-APPLY-ONE-POSTING.
004140     MOVE GL-RUN-DATE TO LW-RECORD-DATE.
004150     IF LW-RECORD-MONTH NOT = LW-MONTH
004160         GO TO 2500-EXIT
004170     END-IF.
004180     ADD 1 TO LW-SOURCE-COUNT.
004190     MOVE GL-ACCOUNT-NUMBER TO LW-FIND-ACCOUNT.
004200     IF LW-FIND-CLASS NOT = "2"
004210         GO TO 2500-EXIT
004220     END-IF.
004230     PERFORM 2900-FIND-LIABILITY-ENTRY THRU 2900-EXIT.
004240     IF GL-CREDIT
004250         ADD GL-AMOUNT TO LA-GL-CREDITS(LA-FOUND-SUB)
004260     ELSE
004270         ADD GL-AMOUNT TO LA-GL-DEBITS(LA-FOUND-SUB)
004280     END-IF.
004290     IF LW-FROM-PAYROLL-RUN AND GL-ACCOUNT-NUMBER = "2100"
004300         IF GL-CREDIT
004310             ADD GL-AMOUNT TO LT-PAYROLL-GL-TAX
004320         ELSE
004330             SUBTRACT GL-AMOUNT FROM LT-PAYROLL-GL-TAX
004340         END-IF
004350     END-IF.
004360 2500-EXIT.
004370     EXIT.
004380*
004390*****************************************************************
004400*    2900-FIND-LIABILITY-ENTRY - FIND THE ENTRY FOR THE ACCOUNT *
004410*    IN LW-FIND-ACCOUNT, OPENING A NEW ONE IN ITS PLACE IN      *
004420*    ACCOUNT ORDER IF IT IS NOT THERE YET.                      *
004430*****************************************************************
004440 2900-FIND-LIABILITY-ENTRY.
004450     PERFORM VARYING LA-SUB FROM 1 BY 1
004460             UNTIL LA-SUB > LIABILITY-COUNT
004470                 OR LA-ACCOUNT(LA-SUB) NOT < LW-FIND-ACCOUNT
004480         CONTINUE
004490     END-PERFORM.
004500     MOVE LA-SUB TO LA-FOUND-SUB.
004510     IF LA-FOUND-SUB NOT > LIABILITY-COUNT
004520         IF LA-ACCOUNT(LA-FOUND-SUB) = LW-FIND-ACCOUNT
004530             GO TO 2900-EXIT
004540         END-IF
004550     END-IF.
004560     IF LIABILITY-COUNT NOT < 100
004570         MOVE "LIABILITY"             TO ABEND-TABLE-NAME
004580         PERFORM 9910-ABEND-TABLE-OVERFLOW THRU 9910-EXIT
004590     END-IF.
004600     PERFORM VARYING LA-SUB FROM LIABILITY-COUNT BY -1
004610             UNTIL LA-SUB < LA-FOUND-SUB
004620         MOVE LIABILITY-ENTRY(LA-SUB)
004630             TO LIABILITY-ENTRY(LA-SUB + 1)
004640     END-PERFORM.
004650     ADD 1 TO LIABILITY-COUNT.
004660     MOVE LW-FIND-ACCOUNT TO LA-ACCOUNT(LA-FOUND-SUB).
004670     MOVE ZERO TO LA-GL-CREDITS(LA-FOUND-SUB).
004680     MOVE ZERO TO LA-GL-DEBITS(LA-FOUND-SUB).
004690     MOVE ZERO TO LA-REMITTED(LA-FOUND-SUB).
004700     MOVE ZERO TO LA-HISTORY-AMOUNT(LA-FOUND-SUB).
004710 2900-EXIT.
004720     EXIT.
004730*
004740*****************************************************************
004750*    3000-LOAD-REMITTANCES - EACH REMITTANCE IN THE MONTH PAYS  *
004760*    DOWN ITS DEDUCTION CODE'S LIABILITY ACCOUNT (2200XX).      *
004770*****************************************************************
004780 3000-LOAD-REMITTANCES.
004790     MOVE "REMIT.DAT" TO LW-SOURCE-NAME.
004800     MOVE ZERO TO LW-SOURCE-COUNT.
004810     MOVE 'N' TO LW-SOURCE-SWITCH.
004820     OPEN INPUT REMITTANCE-FILE.
004830     IF FS-REMITTANCE = "35"
004840         MOVE 'Y' TO LW-SOURCE-SWITCH
004850         GO TO 3000-PRINT-SOURCE
004860     END-IF.
004870     IF FS-REMITTANCE NOT = "00" AND FS-REMITTANCE NOT = "05"
004880         MOVE "REMITTANCE-FILE"      TO ABEND-FILE-NAME
004890         MOVE FS-REMITTANCE          TO ABEND-FILE-STATUS
004900         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
004910     END-IF.
004920     IF FS-REMITTANCE = "05"
004930         MOVE 'Y' TO LW-SOURCE-SWITCH
004940     END-IF.
004950     PERFORM 3100-READ-ONE-REMITTANCE THRU 3100-EXIT
004960         UNTIL EOF-REMITTANCE.
004970     CLOSE REMITTANCE-FILE.
004980 3000-PRINT-SOURCE.
004990     PERFORM 7100-PRINT-SOURCE-LINE THRU 7100-EXIT.
005000 3000-EXIT.
005010     EXIT.
005020*
005030 3100-READ-ONE-REMITTANCE.
005040     READ REMITTANCE-FILE
005050         AT END
005060             MOVE 'Y' TO EOF-REMITTANCE-SWITCH
005070             GO TO 3100-EXIT
005080     END-READ.
005090     MOVE RM-RUN-DATE TO LW-RECORD-DATE.
005100     IF LW-RECORD-MONTH NOT = LW-MONTH
005110         GO TO 3100-EXIT
005120     END-IF.
005130     ADD 1 TO LW-SOURCE-COUNT.
005140     MOVE SPACES TO LW-FIND-ACCOUNT.
005150     STRING "2200" RM-DED-CODE
005160         DELIMITED BY SIZE INTO LW-FIND-ACCOUNT.
005170     PERFORM 2900-FIND-LIABILITY-ENTRY THRU 2900-EXIT.
005180     ADD RM-AMOUNT TO LA-REMITTED(LA-FOUND-SUB).
005190 3100-EXIT.
005200     EXIT.
005210*
005220*****************************************************************
005230*    4000-LOAD-PAY-HISTORY - RE-DERIVE THE WITHHOLDING AND      *
005240*    DEDUCTION ACCOUNTS FROM THE MONTH'S HISTORY DETAIL THE     *
005250*    SAME WAY THE RUNS POST THEM: A PAYMENT OR REISSUE ADDS     *
005260*    ITS FEDERAL, SOCIAL SECURITY, MEDICARE, STATE AND          *
005270*    DEDUCTION AMOUNTS AND A VOID SUBTRACTS THEM.  BANK RETURNS *
005280*    ('N') AND RETURN CHECKS ('K') MOVE NET PAY ONLY AND ARE    *
005290*    SKIPPED.  THE PAYMENTS ('P') ARE ALSO TOTALLED FOR THE TIE *
005300*    TO THE PAYROLL RUN CONTROL TOTALS.                         *
005310*****************************************************************
005320 4000-LOAD-PAY-HISTORY.
005330     MOVE "PAYHIST.DAT" TO LW-SOURCE-NAME.
005340     MOVE ZERO TO LW-SOURCE-COUNT.
005350     MOVE 'N' TO LW-SOURCE-SWITCH.
005360     OPEN INPUT PAY-HISTORY-FILE.
005370     IF FS-PAY-HISTORY = "35"
005380         MOVE 'Y' TO LW-SOURCE-SWITCH
005390         GO TO 4000-PRINT-SOURCE
005400     END-IF.
005410     IF FS-PAY-HISTORY NOT = "00" AND FS-PAY-HISTORY NOT = "05"
005420         MOVE "PAY-HISTORY-FILE"     TO ABEND-FILE-NAME
005430         MOVE FS-PAY-HISTORY         TO ABEND-FILE-STATUS
005440         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
005450     END-IF.
005460     IF FS-PAY-HISTORY = "05"
005470         MOVE 'Y' TO LW-SOURCE-SWITCH
005480     END-IF.
005490     PERFORM 4100-READ-ONE-HISTORY THRU 4100-EXIT
005500         UNTIL EOF-PAY-HISTORY.
005510     CLOSE PAY-HISTORY-FILE.
005520 4000-PRINT-SOURCE.
005530     PERFORM 7100-PRINT-SOURCE-LINE THRU 7100-EXIT.
005540 4000-EXIT.
005550     EXIT.
005560*
005570 4100-READ-ONE-HISTORY.
005580     READ PAY-HISTORY-FILE
005590         AT END
005600             MOVE 'Y' TO EOF-HISTORY-SWITCH
005610             GO TO 4100-EXIT
005620     END-READ.
005630     MOVE PH-RUN-DATE TO LW-RECORD-DATE.
005640     IF LW-RECORD-MONTH NOT = LW-MONTH
005650         GO TO 4100-EXIT
005660     END-IF.
005670     IF NOT PH-TYPE-PAYMENT AND NOT PH-TYPE-REISSUE
005680             AND NOT PH-TYPE-VOID
005690         GO TO 4100-EXIT
005700     END-IF.
005710     ADD 1 TO LW-SOURCE-COUNT.
005720     IF PH-TYPE-PAYMENT
005730         ADD 1 TO LT-HISTORY-PAYMENTS
005740         ADD PH-GROSS-PAY TO LT-HISTORY-GROSS
005750         ADD PH-TAX-AMOUNT TO LT-HISTORY-TAX
005760         ADD PH-NET-PAY TO LT-HISTORY-NET
005770     END-IF.
005780     MOVE "2100" TO LW-FIND-ACCOUNT.
005790     MOVE PH-TAX-AMOUNT TO LW-HISTORY-AMOUNT.
005800     PERFORM 4200-ADD-HISTORY-AMOUNT THRU 4200-EXIT.
005810     MOVE "2110" TO LW-FIND-ACCOUNT.
005820     MOVE PH-SS-TAX TO LW-HISTORY-AMOUNT.
005830     PERFORM 4200-ADD-HISTORY-AMOUNT THRU 4200-EXIT.
005840     MOVE "2120" TO LW-FIND-ACCOUNT.
005850     MOVE PH-MEDICARE-TAX TO LW-HISTORY-AMOUNT.
005860     PERFORM 4200-ADD-HISTORY-AMOUNT THRU 4200-EXIT.
005870     MOVE SPACES TO LW-FIND-ACCOUNT.
005880     STRING "2130" PH-STATE-CODE
005890         DELIMITED BY SIZE INTO LW-FIND-ACCOUNT.
005900     MOVE PH-STATE-TAX TO LW-HISTORY-AMOUNT.
005910     PERFORM 4200-ADD-HISTORY-AMOUNT THRU 4200-EXIT.
005920     PERFORM VARYING LW-DED-SUB FROM 1 BY 1 UNTIL LW-DED-SUB > 3
005930         IF PH-DED-CODE(LW-DED-SUB) NOT = SPACES
005940             MOVE SPACES TO LW-FIND-ACCOUNT
005950             STRING "2200" PH-DED-CODE(LW-DED-SUB)
005960                 DELIMITED BY SIZE INTO LW-FIND-ACCOUNT
005970             MOVE PH-DED-AMOUNT(LW-DED-SUB) TO LW-HISTORY-AMOUNT
005980             PERFORM 4200-ADD-HISTORY-AMOUNT THRU 4200-EXIT
005990         END-IF
006000     END-PERFORM.
006010 4100-EXIT.
006020     EXIT.
006030*
006040 4200-ADD-HISTORY-AMOUNT.
006050     IF LW-HISTORY-AMOUNT = ZERO
006060         GO TO 4200-EXIT
006070     END-IF.
006080     PERFORM 2900-FIND-LIABILITY-ENTRY THRU 2900-EXIT.
006090     IF PH-TYPE-VOID
006100         SUBTRACT LW-HISTORY-AMOUNT
006110             FROM LA-HISTORY-AMOUNT(LA-FOUND-SUB)
006120     ELSE
006130         ADD LW-HISTORY-AMOUNT TO LA-HISTORY-AMOUNT(LA-FOUND-SUB)
006140     END-IF.
006150 4200-EXIT.
006160     EXIT.
006170*
006180*****************************************************************
006190*    5000-LOAD-BATCH-TOTALS - ADD UP THE CONTROL TOTALS OF THE  *
006200*    PAYROLL RUNS DATED IN THE MONTH.                           *
006210*****************************************************************
006220 5000-LOAD-BATCH-TOTALS.
006230     MOVE "BATCHTOT.DAT" TO LW-SOURCE-NAME.
006240     MOVE ZERO TO LW-SOURCE-COUNT.
006250     MOVE 'N' TO LW-SOURCE-SWITCH.
006260     OPEN INPUT BATCH-CONTROL-FILE.
006270     IF FS-BATCH-CONTROL = "35"
006280         MOVE 'Y' TO LW-SOURCE-SWITCH
006290         GO TO 5000-PRINT-SOURCE
006300     END-IF.
006310     IF FS-BATCH-CONTROL NOT = "00"
006320             AND FS-BATCH-CONTROL NOT = "05"
006330         MOVE "BATCH-CONTROL-FILE"   TO ABEND-FILE-NAME
006340         MOVE FS-BATCH-CONTROL       TO ABEND-FILE-STATUS
006350         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
006360     END-IF.
006370     IF FS-BATCH-CONTROL = "05"
006380         MOVE 'Y' TO LW-SOURCE-SWITCH
006390     END-IF.
006400     PERFORM 5100-READ-ONE-BATCH THRU 5100-EXIT
006410         UNTIL EOF-BATCH-CONTROL.
006420     CLOSE BATCH-CONTROL-FILE.
006430 5000-PRINT-SOURCE.
006440     PERFORM 7100-PRINT-SOURCE-LINE THRU 7100-EXIT.
006450 5000-EXIT.
006460     EXIT.
006470*
006480 5100-READ-ONE-BATCH.
006490     READ BATCH-CONTROL-FILE
006500         AT END
006510             MOVE 'Y' TO EOF-BATCH-CONTROL-SWITCH
006520             GO TO 5100-EXIT
006530     END-READ.
006540     MOVE BC-RUN-DATE TO LW-RECORD-DATE.
006550     IF LW-RECORD-MONTH NOT = LW-MONTH
006560         GO TO 5100-EXIT
006570     END-IF.
006580     ADD 1 TO LW-SOURCE-COUNT.
006590     ADD 1 TO LT-BATCH-RUNS.
006600     ADD BC-EMPLOYEES-PAID TO LT-BATCH-EMPLOYEES.
006610     ADD BC-TOTAL-GROSS-PAY TO LT-BATCH-GROSS.
006620     ADD BC-TOTAL-TAX-AMOUNT TO LT-BATCH-TAX.
006630     ADD BC-TOTAL-NET-PAY TO LT-BATCH-NET.
006640 5100-EXIT.
006650     EXIT.
006660*
006670*****************************************************************
006680*    6000-PRINT-LIABILITIES - ONE LINE PER LIABILITY ACCOUNT:   *
006690*    THE MONTH'S LEDGER CREDITS LESS DEBITS (WITHHELD OR        *
006700*    ACCRUED, NET OF VOIDS), WHAT WAS REMITTED, AND THE         *
006710*    DIFFERENCE STILL OWED.                                     *
006720*****************************************************************
006730 6000-PRINT-LIABILITIES.
006740     MOVE SPACES TO REPORT-RECORD.
006750     WRITE REPORT-RECORD.
006760     MOVE "Liability Accounts" TO REPORT-RECORD.
006770     WRITE REPORT-RECORD.
006780     MOVE SPACES TO REPORT-RECORD.
006790     STRING "ACCT   DESCRIPTION                WI"
006800         "THHELD        REMITTED            OWED"
006810         DELIMITED BY SIZE INTO REPORT-RECORD
006820     WRITE REPORT-RECORD.
006830     IF LIABILITY-COUNT = ZERO
006840         MOVE "  NONE" TO REPORT-RECORD
006850         WRITE REPORT-RECORD
006860     END-IF.
006870     PERFORM 6100-PRINT-ONE-ACCOUNT THRU 6100-EXIT
006880         VARYING LA-SUB FROM 1 BY 1
006890         UNTIL LA-SUB > LIABILITY-COUNT.
006900     MOVE LT-WITHHELD TO ED-AMOUNT-1.
006910     MOVE LT-REMITTED TO ED-AMOUNT-2.
006920     MOVE LT-OWED TO ED-AMOUNT-3.
006930     MOVE SPACES TO REPORT-RECORD.
006940     STRING "TOTAL                       " ED-AMOUNT-1 " "
006950         ED-AMOUNT-2 " " ED-AMOUNT-3
006960         DELIMITED BY SIZE INTO REPORT-RECORD
006970     WRITE REPORT-RECORD.
006980 6000-EXIT.
006990     EXIT.
007000*
007010 6100-PRINT-ONE-ACCOUNT.
007020     COMPUTE LW-LEDGER-NET = LA-GL-CREDITS(LA-SUB)
007030         - LA-GL-DEBITS(LA-SUB).
007040     COMPUTE LW-OWED = LW-LEDGER-NET - LA-REMITTED(LA-SUB).
007050     ADD LW-LEDGER-NET TO LT-WITHHELD.
007060     ADD LA-REMITTED(LA-SUB) TO LT-REMITTED.
007070     ADD LW-OWED TO LT-OWED.
007080     PERFORM 6150-DESCRIBE-ACCOUNT THRU 6150-EXIT.
007090     MOVE LW-LEDGER-NET TO ED-AMOUNT-1.
007100     MOVE LA-REMITTED(LA-SUB) TO ED-AMOUNT-2.
007110     MOVE LW-OWED TO ED-AMOUNT-3.
007120     MOVE SPACES TO REPORT-RECORD.
007130     STRING LA-ACCOUNT(LA-SUB) " " LW-DESCRIPTION " "
007140         ED-AMOUNT-1 " " ED-AMOUNT-2 " " ED-AMOUNT-3
007150         DELIMITED BY SIZE INTO REPORT-RECORD
007160     WRITE REPORT-RECORD.
007170 6100-EXIT.
007180     EXIT.
007190*
007200*****************************************************************
007210*    6150-DESCRIBE-ACCOUNT - NAME THE ACCOUNT FROM THE CHART    *
007220*    THE PAYROLL RUNS POST TO.  THE LAST TWO CHARACTERS OF A    *
007230*    STATE, EMPLOYER TAX OR DEDUCTION ACCOUNT ARE ITS CODE.     *
007240*****************************************************************
007250 6150-DESCRIBE-ACCOUNT.
007260     MOVE SPACES TO LW-DESCRIPTION.
007270     EVALUATE LA-ACCOUNT-BASE(LA-SUB)
007280         WHEN "2100"
007290             MOVE "FEDERAL INCOME TAX" TO LW-DESCRIPTION
007300         WHEN "2110"
007310             MOVE "SOCIAL SECURITY" TO LW-DESCRIPTION
007320         WHEN "2120"
007330             MOVE "MEDICARE" TO LW-DESCRIPTION
007340         WHEN "2130"
007350             STRING "STATE INC TAX " LA-ACCOUNT-SUFFIX(LA-SUB)
007360                 DELIMITED BY SIZE INTO LW-DESCRIPTION
007370         WHEN "2150"
007380             STRING "EMPLOYER TAX " LA-ACCOUNT-SUFFIX(LA-SUB)
007390                 DELIMITED BY SIZE INTO LW-DESCRIPTION
007400         WHEN "2200"
007410             STRING "DEDUCTION " LA-ACCOUNT-SUFFIX(LA-SUB)
007420                 DELIMITED BY SIZE INTO LW-DESCRIPTION
007430         WHEN "2300"
007440             MOVE "ACCRUED RETRO PAY" TO LW-DESCRIPTION
007450         WHEN OTHER
007460             MOVE "OTHER LIABILITY" TO LW-DESCRIPTION
007470     END-EVALUATE.
007480 6150-EXIT.
007490     EXIT.
007500*
007510*****************************************************************
007520*    6500-PRINT-DISAGREEMENTS - THE WITHHOLDING AND DEDUCTION   *
007530*    ACCOUNTS, LEDGER AGAINST PAY HISTORY.  ONLY AN ACCOUNT     *
007540*    THAT DISAGREES IS LISTED.                                  *
007550*****************************************************************
007560 6500-PRINT-DISAGREEMENTS.
007570     MOVE SPACES TO REPORT-RECORD.
007580     WRITE REPORT-RECORD.
007590     MOVE "Ledger To Pay History" TO REPORT-RECORD.
007600     WRITE REPORT-RECORD.
007610     MOVE SPACES TO REPORT-RECORD.
007620     STRING "ACCT   DESCRIPTION                  "
007630         "LEDGER         HISTORY      DIFFERENCE"
007640         DELIMITED BY SIZE INTO REPORT-RECORD
007650     WRITE REPORT-RECORD.
007660     PERFORM 6510-COMPARE-ONE-ACCOUNT THRU 6510-EXIT
007670         VARYING LA-SUB FROM 1 BY 1
007680         UNTIL LA-SUB > LIABILITY-COUNT.
007690     IF LT-DISAGREE-COUNT = ZERO
007700         MOVE "  NONE - THE LEDGER AGREES WITH THE PAY HISTORY"
007710             TO REPORT-RECORD
007720         WRITE REPORT-RECORD
007730     END-IF.
007740     MOVE "  EMPLOYER TAX (2150) AND RETRO ACCRUAL (2300) ARE NOT"
007750         TO REPORT-RECORD.
007760     WRITE REPORT-RECORD.
007770     MOVE "  ON THE PAY HISTORY AND ARE NOT COMPARED."
007780         TO REPORT-RECORD.
007790     WRITE REPORT-RECORD.
007800 6500-EXIT.
007810     EXIT.
007820*
007830 6510-COMPARE-ONE-ACCOUNT.
007840     IF NOT LA-HISTORY-ACCOUNT(LA-SUB)
007850         GO TO 6510-EXIT
007860     END-IF.
007870     COMPUTE LW-LEDGER-NET = LA-GL-CREDITS(LA-SUB)
007880         - LA-GL-DEBITS(LA-SUB).
007890     COMPUTE LW-DIFFERENCE = LW-LEDGER-NET
007900         - LA-HISTORY-AMOUNT(LA-SUB).
007910     IF LW-DIFFERENCE = ZERO
007920         GO TO 6510-EXIT
007930     END-IF.
007940     ADD 1 TO LT-DISAGREE-COUNT.
007950     PERFORM 6150-DESCRIBE-ACCOUNT THRU 6150-EXIT.
007960     MOVE LW-LEDGER-NET TO ED-AMOUNT-1.
007970     MOVE LA-HISTORY-AMOUNT(LA-SUB) TO ED-AMOUNT-2.
007980     MOVE LW-DIFFERENCE TO ED-AMOUNT-3.
007990     MOVE SPACES TO REPORT-RECORD.
008000     STRING LA-ACCOUNT(LA-SUB) " " LW-DESCRIPTION " "
008010         ED-AMOUNT-1 " " ED-AMOUNT-2 " " ED-AMOUNT-3 " ***"
008020         DELIMITED BY SIZE INTO REPORT-RECORD
008030     WRITE REPORT-RECORD.
008040 6510-EXIT.
008050     EXIT.
008060*
008070*****************************************************************
008080*    6800-PRINT-RUN-TIE - THE MONTH'S PAYROLL RUN CONTROL       *
008090*    TOTALS AGAINST THE PAYMENT ('P') DETAIL ON THE HISTORY,    *
008100*    AND THEIR FEDERAL INCOME TAX AGAINST THE 2100 CREDITS THE  *
008110*    PAYROLL RUNS POSTED.                                       *
008120*****************************************************************
008130 6800-PRINT-RUN-TIE.
008140     MOVE SPACES TO REPORT-RECORD.
008150     WRITE REPORT-RECORD.
008160     MOVE "Payroll Run Control Totals" TO REPORT-RECORD.
008170     WRITE REPORT-RECORD.
008180     MOVE LT-BATCH-RUNS TO ED-COUNT.
008190     MOVE SPACES TO REPORT-RECORD.
008200     STRING "  Runs In The Month:      " ED-COUNT
008210         DELIMITED BY SIZE INTO REPORT-RECORD
008220     WRITE REPORT-RECORD.
008230     MOVE SPACES TO REPORT-RECORD.
008240     STRING "                                 BAT"
008250         "CHTOT         HISTORY      DIFFERENCE"
008260         DELIMITED BY SIZE INTO REPORT-RECORD
008270     WRITE REPORT-RECORD.
008280     MOVE LT-BATCH-EMPLOYEES TO ED-COUNT-1.
008290     MOVE LT-HISTORY-PAYMENTS TO ED-COUNT-2.
008300     COMPUTE LW-DIFFERENCE = LT-BATCH-EMPLOYEES
008310         - LT-HISTORY-PAYMENTS.
008320     MOVE LW-DIFFERENCE TO ED-COUNT-3.
008330     MOVE SPACES TO REPORT-RECORD.
008340     IF LW-DIFFERENCE = ZERO
008350         STRING "  Employees Paid           " ED-COUNT-1 "     "
008360             ED-COUNT-2 "     " ED-COUNT-3
008370             DELIMITED BY SIZE INTO REPORT-RECORD
008380     ELSE
008390         ADD 1 TO LT-DISAGREE-COUNT
008400         STRING "  Employees Paid           " ED-COUNT-1 "     "
008410             ED-COUNT-2 "     " ED-COUNT-3 "    ***"
008420             DELIMITED BY SIZE INTO REPORT-RECORD
008430     END-IF.
008440     WRITE REPORT-RECORD.
008450     MOVE LT-BATCH-GROSS TO ED-AMOUNT-1.
008460     MOVE LT-HISTORY-GROSS TO ED-AMOUNT-2.
008470     COMPUTE LW-DIFFERENCE = LT-BATCH-GROSS - LT-HISTORY-GROSS.
008480     MOVE "  Gross Pay" TO LW-DESCRIPTION.
008490     PERFORM 6850-PRINT-TIE-LINE THRU 6850-EXIT.
008500     MOVE LT-BATCH-TAX TO ED-AMOUNT-1.
008510     MOVE LT-HISTORY-TAX TO ED-AMOUNT-2.
008520     COMPUTE LW-DIFFERENCE = LT-BATCH-TAX - LT-HISTORY-TAX.
008530     MOVE "  Federal Income Tax" TO LW-DESCRIPTION.
008540     PERFORM 6850-PRINT-TIE-LINE THRU 6850-EXIT.
008550     MOVE LT-BATCH-NET TO ED-AMOUNT-1.
008560     MOVE LT-HISTORY-NET TO ED-AMOUNT-2.
008570     COMPUTE LW-DIFFERENCE = LT-BATCH-NET - LT-HISTORY-NET.
008580     MOVE "  Net Pay" TO LW-DESCRIPTION.
008590     PERFORM 6850-PRINT-TIE-LINE THRU 6850-EXIT.
008600     MOVE SPACES TO REPORT-RECORD.
008610     STRING "                                 BAT"
008620         "CHTOT     GLPOST 2100      DIFFERENCE"
008630         DELIMITED BY SIZE INTO REPORT-RECORD
008640     WRITE REPORT-RECORD.
008650     MOVE LT-BATCH-TAX TO ED-AMOUNT-1.
008660     MOVE LT-PAYROLL-GL-TAX TO ED-AMOUNT-2.
008670     COMPUTE LW-DIFFERENCE = LT-BATCH-TAX - LT-PAYROLL-GL-TAX.
008680     MOVE "  Federal Income Tax" TO LW-DESCRIPTION.
008690     PERFORM 6850-PRINT-TIE-LINE THRU 6850-EXIT.
008700 6800-EXIT.
008710     EXIT.
008720*
008730 6850-PRINT-TIE-LINE.
008740     MOVE LW-DIFFERENCE TO ED-AMOUNT-3.
008750     MOVE SPACES TO REPORT-RECORD.
008760     IF LW-DIFFERENCE = ZERO
008770         STRING LW-DESCRIPTION "       " ED-AMOUNT-1 " "
008780             ED-AMOUNT-2 " " ED-AMOUNT-3
008790             DELIMITED BY SIZE INTO REPORT-RECORD
008800     ELSE
008810         ADD 1 TO LT-DISAGREE-COUNT
008820         STRING LW-DESCRIPTION "       " ED-AMOUNT-1 " "
008830             ED-AMOUNT-2 " " ED-AMOUNT-3 " ***"
008840             DELIMITED BY SIZE INTO REPORT-RECORD
008850     END-IF.
008860     WRITE REPORT-RECORD.
008870 6850-EXIT.
008880     EXIT.
008890*
008900 7100-PRINT-SOURCE-LINE.
008910     MOVE SPACES TO REPORT-RECORD.
008920     IF LW-SOURCE-MISSING
008930         STRING "  " LW-SOURCE-NAME "  NOT ON FILE"
008940             DELIMITED BY SIZE INTO REPORT-RECORD
008950     ELSE
008960         MOVE LW-SOURCE-COUNT TO ED-COUNT
008970         STRING "  " LW-SOURCE-NAME "  " ED-COUNT
008980             DELIMITED BY SIZE INTO REPORT-RECORD
008990     END-IF.
009000     WRITE REPORT-RECORD.
009010 7100-EXIT.
009020     EXIT.
009030*
009040 9000-TERMINATE.
009050     CLOSE REPORT-FILE.
009060     IF LT-DISAGREE-COUNT = ZERO
009070         DISPLAY "Liability reconciliation complete - report in "
009080             "LIABRPT.TXT"
009090     ELSE
009100         DISPLAY "LIABILITY RECONCILIATION - DIFFERENCES - SEE "
009110             "LIABRPT.TXT"
009120         MOVE 4 TO RETURN-CODE
009130     END-IF.
009140 9000-EXIT.
009150     EXIT.
009160*
009170*****************************************************************
009180*    9900-ABEND-FILE-ERROR - A FILE OPERATION CAME BACK WITH A  *
009190*    NON-ZERO STATUS.  DISPLAY WHAT FAILED AND STOP THE JOB.    *
009200*****************************************************************
009210 9900-ABEND-FILE-ERROR.
009220     DISPLAY "LIABREC ABEND - " ABEND-FILE-NAME
009230         " FILE STATUS " ABEND-FILE-STATUS.
009240     MOVE 16 TO RETURN-CODE.
009250     STOP RUN.
009260 9900-EXIT.
009270     EXIT.
009280*
009290*****************************************************************
009300*    9910-ABEND-TABLE-OVERFLOW - A WORKING-STORAGE TABLE HAS    *
009310*    RUN OUT OF ROOM.  STOP THE JOB INSTEAD OF SUBSCRIPTING     *
009320*    PAST THE TABLE INTO WHATEVER WORKING-STORAGE FOLLOWS IT.   *
009330*****************************************************************
009340 9910-ABEND-TABLE-OVERFLOW.
009350     DISPLAY "LIABREC ABEND - " ABEND-TABLE-NAME
009360         " TABLE IS FULL".
009370     MOVE 16 TO RETURN-CODE.
009380     STOP RUN.
009390 9910-EXIT.
009400     EXIT.
