000010*****************************************************************
000020*                                                                *
000030*    PAYSUPP.COB                                                 *
000040*                                                                *
000050*    OFF-CYCLE SUPPLEMENTAL PAY RUN.  PAYS THE BONUSES,          *
000060*    COMMISSIONS, SEVERANCE AND MANUAL CHECKS KEYED ON THE       *
000070*    SUPPLEMENTAL PAYMENT FILE (SUPPPAY.DAT), EACH RECORD AS ITS *
000080*    OWN PAYMENT.  THE RUN IS NOT TIED TO THE PAY CALENDAR - IT  *
000090*    NEITHER READS NOR ADVANCES PAYCAL.DAT, SO IT NEVER USES UP  *
000100*    OR HOLDS BACK A REGULAR PERIOD.  FEDERAL AND STATE INCOME   *
000110*    TAX ARE WITHHELD AT THE FLAT SUPPLEMENTAL RATES ON THE RATE *
000120*    CONTROL FILE; SOCIAL SECURITY, MEDICARE AND THE EMPLOYER    *
000130*    TAXES ARE FIGURED AS IN THE PAYROLL RUN AGAINST THE YTD     *
000140*    GROSS ON THE MASTER.  ONLY THE DEDUCTION CODES FLAGGED FOR  *
000150*    SUPPLEMENTAL PAY ARE TAKEN - NONE WHEN THE RECORD ASKS FOR  *
000160*    DEDUCTIONS TO BE SUPPRESSED - AND NO ARREARS ARE COLLECTED  *
000170*    OR CARRIED; A GOAL CAPS THE TAKE AND IS MOVED ON BY IT.     *
000180*                                                                *
000190*    EACH PAYMENT GOES OUT BY ACH (SPLIT BY THE DEPOSIT          *
000200*    INSTRUCTIONS) OR BY CHECK THE SAME WAY THE PAYROLL RUN      *
000210*    PAYS, IS WRITTEN TO THE PAY HISTORY AS A PAYMENT RECORD     *
000220*    CARRYING ITS EARNINGS TYPE - PERIOD NUMBER ZERO, PERIOD     *
000230*    END DATE THE RUN DATE - AND IS ROLLED INTO THE MASTER YTD.  *
000240*    THE RUN WRITES ITS OWN BATCH CONTROL RECORD (RUN TYPE 'S')  *
000250*    FOR THE ACH BALANCING STEP, ITS LEDGER POSTINGS, AND THE    *
000260*    THIRD-PARTY REMITTANCE FILE AND REPORT.                     *
000270*                                                                *
000280*    THE ACH, CHECK, POSITIVE-PAY, BATCH CONTROL, LEDGER AND     *
000290*    REMITTANCE FILES CARRY THE SAME NAMES AS THE PAYROLL RUN'S  *
000300*    SO THE BALANCING, CHECK RECONCILIATION AND LIABILITY STEPS  *
000310*    TAKE THEM UNCHANGED - THE PRIOR RUN'S GENERATIONS MUST BE   *
000320*    BALANCED, RELEASED AND KEPT BEFORE THIS RUN REPLACES THEM.  *
000330*    GOALARRS.NEW IS LEFT FOR OPERATIONS TO PROMOTE AS USUAL.    *
000340*    THE RUN IS REFUSED WHILE A PAYROLL RESTART IS PENDING,      *
000350*    WHEN THE RUN DATE IS OUTSIDE THE OPEN TAX YEAR, AND WHEN A  *
000360*    SUPPLEMENTAL RUN HAS ALREADY BEEN MADE TODAY.  THERE IS NO  *
000370*    RESTART - AFTER AN ABEND THE MASTER AND PAY HISTORY ARE     *
000380*    RESTORED FROM THE PRE-RUN BACKUP AND THE WHOLE FILE RERUN.  *
000390*                                                                *
000400*    MODIFICATION HISTORY                                        *
000410*    DATE       INIT  DESCRIPTION                                *
000420*    ---------- ----  ------------------------------------------ *
000430*    2026-10-15  DLT  ORIGINAL PROGRAM.  BONUSES AND COMMISSIONS *
000440*                      WERE PREVIOUSLY ADDED TO A REGULAR        *
000450*                      PERIOD'S PAY OR CUT AS HAND CHECKS AND    *
000460*                      KEYED TO THE LEDGER BY HAND.              *
000470*                                                                *
000480*****************************************************************
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. PAYSUPP.
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
000630     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.IDX"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS EM-EMPLOYEE-ID
000670         FILE STATUS IS FS-EMPLOYEE-MASTER.
000680*
000690     SELECT SUPP-PAY-FILE ASSIGN TO "SUPPPAY.DAT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS FS-SUPP-PAY.
000720*
000730     SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS FS-PAY-HISTORY.
000760*
000770     SELECT OPTIONAL DEPOSIT-INSTR-FILE ASSIGN TO "DEPINSTR.DAT"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS FS-DEPOSIT-INSTR.
000800*
000810     SELECT OPTIONAL GOAL-ARREARS-FILE ASSIGN TO "GOALARRS.DAT"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS FS-GOAL-ARREARS.
000840*
000850     SELECT NEW-GOAL-ARREARS-FILE ASSIGN TO "GOALARRS.NEW"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS FS-NEW-GOAL-ARREARS.
000880*
000890     SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO "PAYCKPT.DAT"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS FS-CHECKPOINT.
000920*
000930     SELECT OPTIONAL YTD-CONTROL-FILE ASSIGN TO "YTDCTL.DAT"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS FS-YTD-CONTROL.
000960*
000970     SELECT CHECK-SEQ-FILE ASSIGN TO "CHECKSEQ.DAT"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS FS-CHECK-SEQ.
001000*
001010     SELECT ACH-FILE ASSIGN TO "ACHFILE.TXT"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS FS-ACH-FILE.
001040*
001050     SELECT CHECK-PRINT-FILE ASSIGN TO "CHECKPRT.TXT"
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS FS-CHECK-PRINT.
001080*
001090     SELECT CHECK-REGISTER-FILE ASSIGN TO "CHKREG.TXT"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS FS-CHECK-REGISTER.
001120*
001130     SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY.TXT"
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS FS-POSITIVE-PAY.
001160*
001170     SELECT BATCH-CONTROL-FILE ASSIGN TO "BATCHTOT.DAT"
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS FS-BATCH-CONTROL.
001200*
001210     SELECT GL-POSTING-FILE ASSIGN TO "GLPOST.DAT"
001220         ORGANIZATION IS LINE SEQUENTIAL
001230         FILE STATUS IS FS-GL-POSTING.
001240*
001250     SELECT REMITTANCE-FILE ASSIGN TO "REMIT.DAT"
001260         ORGANIZATION IS LINE SEQUENTIAL
001270         FILE STATUS IS FS-REMITTANCE.
001280*
001290     SELECT REMIT-REPORT-FILE ASSIGN TO "REMITRPT.TXT"
001300         ORGANIZATION IS LINE SEQUENTIAL
001310         FILE STATUS IS FS-REMIT-REPORT.
001320*
001330     SELECT SUPP-REPORT-FILE ASSIGN TO "SUPPRPT.TXT"
001340         ORGANIZATION IS LINE SEQUENTIAL
001350         FILE STATUS IS FS-SUPP-REPORT.
001360*
001370 DATA DIVISION.
001380 FILE SECTION.
001390 FD  EMPLOYEE-MASTER-FILE.
001400     COPY EMPMAST.
001410*
001420 FD  SUPP-PAY-FILE.
001430     COPY SUPPPAY.
001440*
001450 FD  PAY-HISTORY-FILE.
001460     COPY PAYHIST.
001470*
001480 FD  DEPOSIT-INSTR-FILE.
001490     COPY DEPINSTR.
001500*
001510 FD  GOAL-ARREARS-FILE.
001520     COPY GOALARRS.
001530*
001540 FD  NEW-GOAL-ARREARS-FILE.
001550 01  NEW-GOAL-ARREARS-RECORD         PIC X(45).
001560*
001570 FD  CHECKPOINT-FILE.
001580     COPY CHKPT.
001590*
001600 FD  YTD-CONTROL-FILE.
001610     COPY YTDCTL.
001620*
001630 FD  CHECK-SEQ-FILE.
001640 01  CHECK-SEQ-RECORD.
001650     05  CS-NEXT-CHECK-NUMBER        PIC 9(08).
001660     05  FILLER                      PIC X(02).
001670*
001680 FD  ACH-FILE.
001690     COPY ACHREC.
001700*
001710 FD  CHECK-PRINT-FILE.
001720 01  CHECK-PRINT-RECORD              PIC X(80).
001730*
001740 FD  CHECK-REGISTER-FILE.
001750 01  CHECK-REGISTER-RECORD           PIC X(80).
001760*
001770 FD  POSITIVE-PAY-FILE.
001780     COPY POSPAY.
001790*
001800 FD  BATCH-CONTROL-FILE.
001810     COPY BATCHTOT.
001820*
001830 FD  GL-POSTING-FILE.
001840     COPY GLPOST.
001850*
001860 FD  REMITTANCE-FILE.
001870     COPY REMIT.
001880*
001890 FD  REMIT-REPORT-FILE.
001900 01  REMIT-REPORT-RECORD             PIC X(80).
001910*
001920 FD  SUPP-REPORT-FILE.
001930 01  REPORT-RECORD                   PIC X(80).
001940*
001950 WORKING-STORAGE SECTION.
001960*
001970*    TABLES DRIVEN FROM THE COPYBOOKS - FILLED ONCE AT
001980*    INITIALIZATION TIME BY THE RATELOAD SUBPROGRAM WITH THE
001990*    GENERATIONS IN FORCE ON THE RUN DATE.  THE SUPPLEMENTAL
002000*    RATE TABLE SUPPLIES THE FLAT INCOME TAX RATES; THE OTHER
002010*    TABLES ARE USED EXACTLY AS THE PAYROLL RUN USES THEM.
002020     COPY TAXBRKT.
002030     COPY OTRULES.
002040     COPY DEDCODE.
002050     COPY EMPRTAX.
002060     COPY EMPETAX.
002070     COPY STATETAX.
002080     COPY W4ALLOW.
002090     COPY SUPPRATE.
002100*
002110*    WAGE EXPENSE AND EMPLOYER TAX PER HOME DEPARTMENT, FOR
002120*    THE LEDGER POSTINGS.
002130     COPY DEPTTOT.
002140*
002150 01  RATE-LOAD-CONTROL.
002160     05  RATE-AS-OF-DATE             PIC X(08).
002170     05  RATE-LOAD-STATUS            PIC X(02) VALUE "00".
002180*
002190*    FIGURES FOR THE SUPPLEMENTAL PAYMENT BEING MADE.
002200 01  EMPLOYEE-DATA.
002210     05  GROSS-PAY                   PIC 9(07)V99.
002220     05  TAXABLE-PAY                 PIC 9(07)V99.
002230     05  TAX-AMOUNT                  PIC 9(07)V99.
002240     05  PRETAX-DEDUCTION-TOTAL      PIC 9(07)V99.
002250     05  POSTTAX-DEDUCTION-TOTAL     PIC 9(07)V99.
002260     05  NET-PAY                     PIC 9(07)V99.
002270     05  EM-DED-IDX                  PIC 9(01) COMP.
002280     05  DED-TAKEN-AMOUNT OCCURS 3 TIMES PIC 9(07)V99.
002290     05  CHECK-NUMBER-ASSIGNED       PIC 9(08).
002300     05  CHECK-PAY-SWITCH            PIC X(01) VALUE 'N'.
002310         88  PAYMENT-BY-CHECK                VALUE 'Y'.
002320*
002330*    EMPLOYEE-SIDE WITHHOLDING BEYOND THE FEDERAL INCOME TAX
002340*    HELD IN TAX-AMOUNT, AND THE WORK FIELDS THE RATE LOOKUPS
002350*    USE.
002360 01  EMPLOYEE-TAX-DATA.
002370     05  SS-WAGES                    PIC 9(07)V99.
002380     05  SS-TAX-AMOUNT               PIC 9(07)V99.
002390     05  MEDICARE-TAX-AMOUNT         PIC 9(07)V99.
002400     05  STATE-TAX-AMOUNT            PIC 9(07)V99.
002410     05  TOTAL-WITHHOLDING           PIC 9(07)V99.
002420     05  WH-TAX                      PIC S9(07)V99.
002430     05  WH-ROOM                     PIC 9(07)V99.
002440     05  WH-RATE                     PIC V9(04).
002450     05  WH-PRIOR-WAGES              PIC 9(09)V99.
002460     05  WH-SUBJECT-WAGES            PIC 9(09)V99.
002470     05  WH-OVER-THRESHOLD           PIC 9(09)V99.
002480     05  WH-JURISDICTION             PIC X(02).
002490*
002500*    EMPLOYER-SIDE TAX FIGURES FOR THE PAYMENT, PLUS THE
002510*    RUNNING TOTAL PER TAX CODE FOR THE LEDGER POSTINGS.
002520 01  EMPLOYER-TAX-DATA.
002530     05  EMPLOYER-TAX-AMOUNT         PIC 9(07)V99.
002540     05  ER-TAKEN-AMOUNT OCCURS 4 TIMES PIC 9(07)V99.
002550     05  ER-RUN-TOTAL OCCURS 4 TIMES PIC 9(09)V99.
002560     05  ER-PRIOR-WAGES              PIC 9(09)V99.
002570     05  ER-SUBJECT-WAGES            PIC 9(09)V99.
002580     05  ER-SUB                      PIC 9(01) COMP.
002590*
002600*    STATE INCOME TAX WITHHELD PER JURISDICTION ACROSS THE
002610*    RUN, CREDITED TO EACH JURISDICTION'S LIABILITY ACCOUNT.
002620 01  STATE-RUN-TOTALS.
002630     05  STATE-RUN-COUNT             PIC 9(02) COMP VALUE ZERO.
002640     05  STATE-RUN-ENTRY OCCURS 10 TIMES.
002650         10  SX-JURISDICTION-CODE    PIC X(02).
002660         10  SX-RUN-TOTAL            PIC 9(09)V99.
002670     05  SX-SUB                      PIC 9(02) COMP.
002680*
002690*    AMOUNT TAKEN PER DEDUCTION CODE ACROSS THE WHOLE RUN,
002700*    CREDITED TO EACH CODE'S LIABILITY ACCOUNT AND REMITTED TO
002710*    ITS PAYEE.  SLOTS LINE UP WITH DEDUCTION-CODE-TABLE.
002720 01  DEDUCTION-RUN-TOTALS.
002730     05  DX-RUN-TOTAL OCCURS 6 TIMES PIC 9(09)V99.
002740     05  DX-SUB                      PIC 9(01) COMP.
002750*
002760*    WHO EACH WITHHELD DOLLAR BELONGS TO, LISTED UNDER ITS
002770*    PAYEE ON THE REMITTANCE REPORT WITH THE EMPLOYEE'S
002780*    CASE/POLICY NUMBER.
002790 01  REMIT-DETAIL-TABLE.
002800     05  REMIT-DETAIL-COUNT          PIC 9(04) COMP VALUE ZERO.
002810     05  REMIT-DETAIL-ENTRY OCCURS 1000 TIMES.
002820         10  RX-EMPLOYEE-ID          PIC X(06).
002830         10  RX-DED-CODE             PIC X(02).
002840         10  RX-CASE-NUMBER          PIC X(12).
002850         10  RX-AMOUNT               PIC 9(07)V99.
002860     05  RX-SUB                      PIC 9(04) COMP VALUE ZERO.
002870*
002880 01  DEDUCTION-WORK-AREA.
002890     05  DW-DED-DESCRIPTION          PIC X(20).
002900     05  DW-DED-AMOUNT               PIC 9(07)V99.
002910     05  DW-DED-TAX-TYPE             PIC X(01).
002920         88  DW-PRE-TAX                      VALUE 'B'.
002930         88  DW-POST-TAX                     VALUE 'A'.
002940*
002950*    DEDUCTION GOAL AND ARREARS BALANCES, LOADED FROM
002960*    GOALARRS.DAT AND ROLLED TO GOALARRS.NEW.  A SUPPLEMENTAL
002970*    PAYMENT IS CAPPED AT WHAT REMAINS OF A GOAL AND ADDS ITS
002980*    TAKE TO THE CUMULATIVE FIGURE; THE ARREARS BALANCES ARE
002990*    CARRIED THROUGH UNTOUCHED FOR THE NEXT REGULAR PERIOD.
003000 01  GOAL-ARREARS-TABLE.
003010     05  GOAL-ARREARS-COUNT          PIC 9(04) COMP VALUE ZERO.
003020     05  GOAL-ARREARS-ENTRY OCCURS 500 TIMES
003030                 INDEXED BY GA-IDX.
003040         10  GT-EMPLOYEE-ID          PIC X(06).
003050         10  GT-DED-CODE             PIC X(02).
003060         10  GT-GOAL-AMOUNT          PIC 9(07)V99.
003070         10  GT-TAKEN-TO-DATE        PIC 9(07)V99.
003080         10  GT-ARREARS-BALANCE      PIC 9(07)V99.
003090*
003100*    PER-ENTRY FIGURES FOR ONE PAYMENT'S DEDUCTION PASS.
003110 01  DEDUCTION-APPLY-AREA.
003120     05  DA-ENTRY OCCURS 3 TIMES.
003130         10  DA-DESIRED              PIC 9(07)V99.
003140         10  DA-TAX-TYPE             PIC X(01).
003150         10  DA-GOAL-SUB             PIC 9(04) COMP.
003160     05  DA-AVAILABLE                PIC 9(07)V99.
003170     05  DA-TAKE                     PIC 9(07)V99.
003180     05  GA-WORK-SUB                 PIC 9(04) COMP VALUE ZERO.
003190     05  GA-FIND-CODE                PIC X(02).
003200*
003210*    DEPOSIT INSTRUCTIONS, LOADED FROM DEPINSTR.DAT AT
003220*    INITIALIZATION.  A PAYMENT TO AN EMPLOYEE WITH ENTRIES
003230*    HERE IS CUT INTO PIECES THE SAME WAY THE PAYROLL RUN CUTS
003240*    NET PAY - FLAT AND PERCENT ENTRIES IN PRIORITY ORDER, THE
003250*    REMAINDER ENTRY LAST.
003260 01  DEPOSIT-INSTR-TABLE.
003270     05  DEPOSIT-INSTR-COUNT         PIC 9(04) COMP VALUE ZERO.
003280     05  DEPOSIT-INSTR-ENTRY OCCURS 500 TIMES.
003290         10  SD-EMPLOYEE-ID          PIC X(06).
003300         10  SD-PRIORITY-X           PIC X(02).
003310         10  SD-PRIORITY REDEFINES SD-PRIORITY-X
003320                                     PIC 9(02).
003330         10  SD-AMOUNT-TYPE          PIC X(01).
003340             88  SD-FLAT-AMOUNT              VALUE 'A'.
003350             88  SD-PERCENT-OF-NET           VALUE 'P'.
003360             88  SD-REMAINDER                VALUE 'R'.
003370         10  SD-AMOUNT-X             PIC X(09).
003380         10  SD-AMOUNT REDEFINES SD-AMOUNT-X
003390                                     PIC 9(07)V99.
003400         10  SD-ROUTING-X            PIC X(09).
003410         10  SD-ROUTING REDEFINES SD-ROUTING-X
003420                                     PIC 9(09).
003430         10  SD-ACCOUNT-NUMBER       PIC X(17).
003440     05  SD-SUB                      PIC 9(04) COMP VALUE ZERO.
003450     05  SD-PRIORITY-PASS            PIC 9(02) COMP VALUE ZERO.
003460*
003470*    THE PIECES ONE PAYMENT'S NET IS CUT INTO.  THE PIECES
003480*    ALWAYS ADD BACK TO THE SINGLE NET PAY.
003490 01  DEPOSIT-PIECE-TABLE.
003500     05  DEPOSIT-PIECE-COUNT         PIC 9(02) COMP VALUE ZERO.
003510     05  DEPOSIT-PIECE-ENTRY OCCURS 10 TIMES.
003520         10  SP-ROUTING-NUMBER       PIC 9(09).
003530         10  SP-ACCOUNT-NUMBER       PIC X(17).
003540         10  SP-AMOUNT               PIC 9(07)V99.
003550     05  SP-SUB                      PIC 9(02) COMP VALUE ZERO.
003560     05  SP-REMAINING                PIC 9(07)V99.
003570     05  SP-PIECE-AMOUNT             PIC 9(07)V99.
003580     05  SP-EMP-INSTR-COUNT          PIC 9(02) COMP VALUE ZERO.
003590     05  SP-REMAINDER-COUNT          PIC 9(02) COMP VALUE ZERO.
003600     05  SP-EDIT-ERROR-SWITCH        PIC X(01) VALUE 'N'.
003610         88  DEPOSIT-FIELDS-IN-ERROR         VALUE 'Y'.
003620*
003630*    THE NEXT CHECK NUMBER TO CUT, READ FROM THE CONTROLLED
003640*    SEQUENCE FILE AT INITIALIZATION AND REWRITTEN AT THE END
003650*    OF THE RUN - THE SAME SEQUENCE THE PAYROLL RUN DRAWS ON.
003660 01  CHECK-CONTROL.
003670     05  NEXT-CHECK-NUMBER           PIC 9(08) VALUE ZERO.
003680*
003690 01  SUPP-WORK-AREA.
003700     05  SUPP-RUN-DATE               PIC X(08).
003710     05  SW-RSN-IDX                  PIC 9(01) COMP.
003720     05  SW-DUP-SUB                  PIC 9(01) COMP.
003730     05  SW-TYPE-DESCRIPTION         PIC X(12).
003740     05  SW-PRIOR-RUN-COUNT          PIC 9(05) COMP VALUE ZERO.
003750*
003760 01  PROGRAM-SWITCHES.
003770     05  EOF-SUPP-SWITCH             PIC X(01) VALUE 'N'.
003780         88  EOF-SUPP-PAY                    VALUE 'Y'.
003790     05  EOF-HISTORY-SWITCH          PIC X(01) VALUE 'N'.
003800         88  EOF-PAY-HISTORY                 VALUE 'Y'.
003810     05  PAYMENT-VALID-SWITCH        PIC X(01) VALUE 'Y'.
003820         88  PAYMENT-IS-VALID                VALUE 'Y'.
003830         88  PAYMENT-IS-INVALID              VALUE 'N'.
003840     05  MASTER-FOUND-SWITCH         PIC X(01) VALUE 'N'.
003850         88  MASTER-IS-FOUND                 VALUE 'Y'.
003860     05  DI-EOF-SWITCH               PIC X(01) VALUE 'N'.
003870         88  EOF-DEPOSIT-INSTR               VALUE 'Y'.
003880     05  GA-EOF-SWITCH               PIC X(01) VALUE 'N'.
003890         88  EOF-GOAL-ARREARS                VALUE 'Y'.
003900     05  GOAL-FOUND-SWITCH           PIC X(01) VALUE 'N'.
003910         88  GOAL-ENTRY-FOUND                VALUE 'Y'.
003920     05  YTD-CONTROL-SWITCH          PIC X(01) VALUE 'N'.
003930         88  YTD-CONTROL-ON-FILE             VALUE 'Y'.
003940     05  RESTART-PENDING-SWITCH      PIC X(01) VALUE 'N'.
003950         88  PAYROLL-RESTART-PENDING         VALUE 'Y'.
003960*
003970 01  FILE-STATUS-AREA.
003980     05  FS-EMPLOYEE-MASTER          PIC X(02) VALUE '00'.
003990     05  FS-SUPP-PAY                 PIC X(02) VALUE '00'.
004000     05  FS-PAY-HISTORY              PIC X(02) VALUE '00'.
004010     05  FS-DEPOSIT-INSTR            PIC X(02) VALUE '00'.
004020     05  FS-GOAL-ARREARS             PIC X(02) VALUE '00'.
004030     05  FS-NEW-GOAL-ARREARS         PIC X(02) VALUE '00'.
004040     05  FS-CHECKPOINT               PIC X(02) VALUE '00'.
004050     05  FS-YTD-CONTROL              PIC X(02) VALUE '00'.
004060     05  FS-CHECK-SEQ                PIC X(02) VALUE '00'.
004070     05  FS-ACH-FILE                 PIC X(02) VALUE '00'.
004080     05  FS-CHECK-PRINT              PIC X(02) VALUE '00'.
004090     05  FS-CHECK-REGISTER           PIC X(02) VALUE '00'.
004100     05  FS-POSITIVE-PAY             PIC X(02) VALUE '00'.
004110     05  FS-BATCH-CONTROL            PIC X(02) VALUE '00'.
004120     05  FS-GL-POSTING               PIC X(02) VALUE '00'.
004130     05  FS-REMITTANCE               PIC X(02) VALUE '00'.
004140     05  FS-REMIT-REPORT             PIC X(02) VALUE '00'.
004150     05  FS-SUPP-REPORT              PIC X(02) VALUE '00'.
004160*
004170 01  ABEND-WORK-AREA.
004180     05  ABEND-FILE-NAME             PIC X(20).
004190     05  ABEND-FILE-STATUS           PIC X(02).
004200     05  ABEND-TABLE-NAME            PIC X(20).
004210*
004220 01  REJECT-REASON-TABLE.
004230     05  REJECT-REASON-COUNT         PIC 9(01) VALUE ZERO.
004240     05  REJECT-REASON-ENTRY OCCURS 5 TIMES.
004250         10  REJECT-REASON           PIC X(40).
004260 01  REJECT-REASON-TEXT              PIC X(40).
004270*
004280*    RUN CONTROL TOTALS.  SC-PAYMENTS-MADE IS THE NUMBER OF
004290*    PAY HISTORY RECORDS WRITTEN - AN EMPLOYEE WITH TWO
004300*    RECORDS ON THE INPUT IS PAID, AND COUNTED, TWICE.
004310 01  SUPP-TOTALS.
004320     05  SC-RECORDS-READ             PIC 9(05) COMP VALUE ZERO.
004330     05  SC-PAYMENTS-MADE            PIC 9(05) COMP VALUE ZERO.
004340     05  SC-RECORDS-REJECTED         PIC 9(05) COMP VALUE ZERO.
004350     05  SC-TOTAL-GROSS-PAY          PIC 9(09)V99 VALUE ZERO.
004360     05  SC-TOTAL-TAX-AMOUNT         PIC 9(09)V99 VALUE ZERO.
004370     05  SC-TOTAL-SS-TAX             PIC 9(09)V99 VALUE ZERO.
004380     05  SC-TOTAL-MEDICARE-TAX       PIC 9(09)V99 VALUE ZERO.
004390     05  SC-TOTAL-STATE-TAX          PIC 9(09)V99 VALUE ZERO.
004400     05  SC-TOTAL-DEDUCTIONS         PIC 9(09)V99 VALUE ZERO.
004410     05  SC-TOTAL-NET-PAY            PIC 9(09)V99 VALUE ZERO.
004420     05  SC-TOTAL-EMPLOYER-TAX       PIC 9(09)V99 VALUE ZERO.
004430     05  SC-ACH-CREDIT-COUNT         PIC 9(05) COMP VALUE ZERO.
004440     05  SC-TOTAL-ACH-NET            PIC 9(09)V99 VALUE ZERO.
004450     05  SC-CHECKS-ISSUED            PIC 9(05) COMP VALUE ZERO.
004460     05  SC-TOTAL-CHECK-NET          PIC 9(09)V99 VALUE ZERO.
004470     05  SC-GL-DEBIT-TOTAL           PIC 9(09)V99 VALUE ZERO.
004480     05  SC-GL-CREDIT-TOTAL          PIC 9(09)V99 VALUE ZERO.
004490*
004500 01  EDIT-FIELDS.
004510     05  ED-COUNT                    PIC ZZ,ZZ9.
004520     05  ED-TOTAL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
004530*
004540 PROCEDURE DIVISION.
004550*
004560 0000-MAINLINE.
004570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004580     PERFORM 2000-PROCESS-PAYMENTS THRU 2000-EXIT
004590         UNTIL EOF-SUPP-PAY.
004600     PERFORM 7600-WRITE-BATCH-CONTROL THRU 7600-EXIT.
004610     PERFORM 7630-WRITE-CHECK-SEQUENCE THRU 7630-EXIT.
004620     PERFORM 7700-WRITE-GL-POSTINGS THRU 7700-EXIT.
004630     PERFORM 7750-WRITE-REMITTANCE THRU 7750-EXIT.
004640     PERFORM 7800-WRITE-GOAL-ARREARS THRU 7800-EXIT.
004650     PERFORM 7500-PRINT-SUPP-TRAILER THRU 7500-EXIT.
004660     PERFORM 7620-WRITE-REGISTER-TRAILER THRU 7620-EXIT.
004670     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004680     STOP RUN.
004690*
004700*****************************************************************
004710*    1000-INITIALIZE - THE REFUSAL CHECKS COME FIRST, BEFORE    *
004720*    ANY OUTPUT IS OPENED, SO A REFUSED RUN LEAVES THE PRIOR    *
004730*    RUN'S ACH, CHECK AND LEDGER FILES EXACTLY AS THEY WERE.    *
004740*****************************************************************
004750 1000-INITIALIZE.
004760     ACCEPT SUPP-RUN-DATE FROM DATE YYYYMMDD.
004770     PERFORM 1010-CHECK-RESTART-PENDING THRU 1010-EXIT.
004780     PERFORM 1020-CHECK-TAX-YEAR THRU 1020-EXIT.
004790     PERFORM 1030-CHECK-PRIOR-SUPP-RUN THRU 1030-EXIT.
004800     PERFORM 1050-LOAD-RATE-TABLES THRU 1050-EXIT.
004810     PERFORM 1400-OPEN-MASTER THRU 1400-EXIT.
004820     PERFORM 1450-READ-CHECK-SEQUENCE THRU 1450-EXIT.
004830     PERFORM 1520-LOAD-DEPOSIT-INSTRS THRU 1520-EXIT.
004840     PERFORM 1550-LOAD-GOAL-ARREARS THRU 1550-EXIT.
004850     OPEN INPUT SUPP-PAY-FILE.
004860     IF FS-SUPP-PAY NOT = "00"
004870         MOVE "SUPP-PAY-FILE"        TO ABEND-FILE-NAME
004880         MOVE FS-SUPP-PAY            TO ABEND-FILE-STATUS
004890         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
004900     END-IF.
004910     OPEN EXTEND PAY-HISTORY-FILE.
004920     IF FS-PAY-HISTORY NOT = "00" AND FS-PAY-HISTORY NOT = "05"
004930         MOVE "PAY-HISTORY-FILE"     TO ABEND-FILE-NAME
004940         MOVE FS-PAY-HISTORY         TO ABEND-FILE-STATUS
004950         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
004960     END-IF.
004970     OPEN OUTPUT ACH-FILE.
004980     IF FS-ACH-FILE NOT = "00"
004990         MOVE "ACH-FILE"             TO ABEND-FILE-NAME
005000         MOVE FS-ACH-FILE            TO ABEND-FILE-STATUS
005010         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
005020     END-IF.
005030     OPEN OUTPUT CHECK-PRINT-FILE.
005040     IF FS-CHECK-PRINT NOT = "00"
005050         MOVE "CHECK-PRINT-FILE"     TO ABEND-FILE-NAME
005060         MOVE FS-CHECK-PRINT         TO ABEND-FILE-STATUS
005070         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
005080     END-IF.
005090     OPEN OUTPUT CHECK-REGISTER-FILE.
005100     IF FS-CHECK-REGISTER NOT = "00"
005110         MOVE "CHECK-REGISTER-FILE"  TO ABEND-FILE-NAME
005120         MOVE FS-CHECK-REGISTER      TO ABEND-FILE-STATUS
005130         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
005140     END-IF.
005150     MOVE "Supplemental Check Register" TO CHECK-REGISTER-RECORD.
005160     WRITE CHECK-REGISTER-RECORD.
005170     MOVE SPACES TO CHECK-REGISTER-RECORD.
005180     WRITE CHECK-REGISTER-RECORD.
005190     OPEN OUTPUT POSITIVE-PAY-FILE.
005200     IF FS-POSITIVE-PAY NOT = "00"
005210         MOVE "POSITIVE-PAY-FILE"    TO ABEND-FILE-NAME
005220         MOVE FS-POSITIVE-PAY        TO ABEND-FILE-STATUS
005230         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
005240     END-IF.
005250     OPEN OUTPUT SUPP-REPORT-FILE.
005260     IF FS-SUPP-REPORT NOT = "00"
005270         MOVE "SUPP-REPORT-FILE"     TO ABEND-FILE-NAME
005280         MOVE FS-SUPP-REPORT         TO ABEND-FILE-STATUS
005290         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
005300     END-IF.
005310     MOVE "Supplemental Pay Register" TO REPORT-RECORD.
005320     WRITE REPORT-RECORD.
005330     MOVE SPACES TO REPORT-RECORD.
005340     STRING "Run Date: " SUPP-RUN-DATE
005350         DELIMITED BY SIZE INTO REPORT-RECORD
005360     WRITE REPORT-RECORD.
005370     MOVE SPACES TO REPORT-RECORD.
005380     WRITE REPORT-RECORD.
005390     PERFORM 2100-READ-SUPP-PAY THRU 2100-EXIT.
005400 1000-EXIT.
005410     EXIT.
005420*
005430*****************************************************************
005440*    1010-CHECK-RESTART-PENDING - A PAYROLL RUN THAT STOPPED    *
005450*    PART WAY LEAVES ITS CHECKPOINT ON PAYCKPT.DAT, AND ITS     *
005460*    RESTART RE-DERIVES THE FIGURES OF THE EMPLOYEES ALREADY    *
005470*    PAID FROM THE MASTER YTD.  A SUPPLEMENTAL PAYMENT ROLLED   *
005480*    INTO THAT YTD IN BETWEEN WOULD THROW THE RE-DERIVATION     *
005490*    OFF, AND THIS RUN WOULD REPLACE THE STOPPED RUN'S ACH AND  *
005500*    CHECK FILES, SO THE RUN IS REFUSED UNTIL THE PAYROLL RUN   *
005510*    HAS BEEN RESTARTED TO THE END.                             *
005520*****************************************************************
005530 1010-CHECK-RESTART-PENDING.
005540     OPEN INPUT CHECKPOINT-FILE.
005550     IF FS-CHECKPOINT = "35"
005560         GO TO 1010-EXIT
005570     END-IF.
005580     IF FS-CHECKPOINT NOT = "00" AND FS-CHECKPOINT NOT = "05"
005590         MOVE "CHECKPOINT-FILE"      TO ABEND-FILE-NAME
005600         MOVE FS-CHECKPOINT          TO ABEND-FILE-STATUS
005610         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
005620     END-IF.
005630     READ CHECKPOINT-FILE
005640         AT END
005650             CONTINUE
005660         NOT AT END
005670             MOVE 'Y' TO RESTART-PENDING-SWITCH
005680     END-READ.
005690     CLOSE CHECKPOINT-FILE.
005700     IF PAYROLL-RESTART-PENDING
005710         DISPLAY "PAYSUPP - RUN REFUSED - PAYROLL RESTART PENDING"
005720             " FOR THE RUN OF " CK-RUN-DATE
005730         MOVE 8 TO RETURN-CODE
005740         STOP RUN
005750     END-IF.
005760 1010-EXIT.
005770     EXIT.
005780*
005790*****************************************************************
005800*    1020-CHECK-TAX-YEAR - THE PAYMENT IS ROLLED INTO THE       *
005810*    MASTER YTD, SO THE RUN DATE MUST FALL IN THE TAX YEAR OPEN *
005820*    ON THE YTD CONTROL - THE SAME RULE THE PAYROLL RUN APPLIES *
005830*    TO ITS PERIOD.  A RUN IN A NEW YEAR WAITS FOR THE YEAR-END *
005840*    CLOSE.  NO CONTROL RECORD YET MEANS NO YEAR HAS BEEN OPENED*
005850*    BY A PAYROLL RUN, AND THE RUN GOES AHEAD.                  *
005860*****************************************************************
005870 1020-CHECK-TAX-YEAR.
005880     OPEN INPUT YTD-CONTROL-FILE.
005890     IF FS-YTD-CONTROL = "35"
005900         GO TO 1020-EXIT
005910     END-IF.
005920     IF FS-YTD-CONTROL NOT = "00" AND FS-YTD-CONTROL NOT = "05"
005930         MOVE "YTD-CONTROL-FILE"     TO ABEND-FILE-NAME
005940         MOVE FS-YTD-CONTROL         TO ABEND-FILE-STATUS
005950         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
005960     END-IF.
005970     READ YTD-CONTROL-FILE
005980         AT END
005990             CONTINUE
006000         NOT AT END
006010             MOVE 'Y' TO YTD-CONTROL-SWITCH
006020     END-READ.
006030     CLOSE YTD-CONTROL-FILE.
006040     IF NOT YTD-CONTROL-ON-FILE
006050         GO TO 1020-EXIT
006060     END-IF.
006070     IF SUPP-RUN-DATE(1:4) > YC-OPEN-TAX-YEAR
006080         DISPLAY "PAYSUPP - RUN REFUSED - RUN DATE " SUPP-RUN-DATE
006090             " IS IN A NEW YEAR AND TAX YEAR "
006100             YC-OPEN-TAX-YEAR " IS NOT CLOSED"
006110         MOVE 8 TO RETURN-CODE
006120         STOP RUN
006130     END-IF.
006140     IF SUPP-RUN-DATE(1:4) < YC-OPEN-TAX-YEAR
006150         DISPLAY "PAYSUPP - RUN REFUSED - RUN DATE " SUPP-RUN-DATE
006160             " FALLS IN CLOSED TAX YEAR " SUPP-RUN-DATE(1:4)
006170         MOVE 8 TO RETURN-CODE
006180         STOP RUN
006190     END-IF.
006200 1020-EXIT.
006210     EXIT.
006220*
006230*****************************************************************
006240*    1030-CHECK-PRIOR-SUPP-RUN - THE ACH BALANCING STEP TIES A  *
006250*    SUPPLEMENTAL BATCH TO THE HISTORY PAYMENTS BY RUN DATE AND *
006260*    EARNINGS TYPE, SO TWO SUPPLEMENTAL RUNS ON ONE DAY COULD   *
006270*    NEVER BE PROVED APART.  A SECOND RUN THE SAME DAY IS       *
006280*    REFUSED; LATE ITEMS GO ON THE NEXT DAY'S FILE.             *
006290*****************************************************************
006300 1030-CHECK-PRIOR-SUPP-RUN.
006310     OPEN INPUT PAY-HISTORY-FILE.
006320     IF FS-PAY-HISTORY = "35"
006330         GO TO 1030-EXIT
006340     END-IF.
006350     IF FS-PAY-HISTORY NOT = "00" AND FS-PAY-HISTORY NOT = "05"
006360         MOVE "PAY-HISTORY-FILE"     TO ABEND-FILE-NAME
006370         MOVE FS-PAY-HISTORY         TO ABEND-FILE-STATUS
006380         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
006390     END-IF.
006400     PERFORM 1035-CHECK-ONE-HISTORY THRU 1035-EXIT
006410         UNTIL EOF-PAY-HISTORY.
006420     CLOSE PAY-HISTORY-FILE.
006430     IF SW-PRIOR-RUN-COUNT > ZERO
006440         DISPLAY "PAYSUPP - RUN REFUSED - A SUPPLEMENTAL RUN WAS"
006450             " ALREADY MADE ON " SUPP-RUN-DATE
006460         MOVE 8 TO RETURN-CODE
006470         STOP RUN
006480     END-IF.
006490 1030-EXIT.
006500     EXIT.
006510*
006520 1035-CHECK-ONE-HISTORY.
006530     READ PAY-HISTORY-FILE
006540         AT END
006550             MOVE 'Y' TO EOF-HISTORY-SWITCH
006560         NOT AT END
006570             IF PH-RUN-DATE = SUPP-RUN-DATE
006580                     AND PH-TYPE-PAYMENT
006590                     AND PH-SUPPLEMENTAL-PAY
006600                 ADD 1 TO SW-PRIOR-RUN-COUNT
006610             END-IF
006620     END-READ.
006630 1035-EXIT.
006640     EXIT.
006650*
006660*****************************************************************
006670*    1050-LOAD-RATE-TABLES - FILL THE RATE TABLES THROUGH THE   *
006680*    RATELOAD SUBPROGRAM WITH THE GENERATIONS IN FORCE ON THE   *
006690*    RUN DATE, THE SAME WAY THE PAYROLL RUN LOADS THEM.         *
006700*****************************************************************
006710 1050-LOAD-RATE-TABLES.
006720     MOVE SUPP-RUN-DATE TO RATE-AS-OF-DATE.
006730     CALL 'RATELOAD' USING RATE-AS-OF-DATE
006740                           TAX-BRACKET-TABLE
006750                           OVERTIME-RULE-TABLE
006760                           DEDUCTION-CODE-TABLE
006770                           EMPLOYER-TAX-TABLE
006780                           EMPLOYEE-TAX-TABLE
006790                           STATE-TAX-TABLE
006800                           W4-ALLOWANCE-TABLE
006810                           SUPP-RATE-TABLE
006820                           RATE-LOAD-STATUS.
006830     IF RATE-LOAD-STATUS NOT = "00"
006840         MOVE "RATE-CONTROL-FILE"    TO ABEND-FILE-NAME
006850         MOVE RATE-LOAD-STATUS       TO ABEND-FILE-STATUS
006860         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
006870     END-IF.
006880     PERFORM VARYING ER-SUB FROM 1 BY 1 UNTIL ER-SUB > 4
006890         MOVE ZERO TO ER-RUN-TOTAL(ER-SUB)
006900     END-PERFORM.
006910     PERFORM VARYING DX-SUB FROM 1 BY 1 UNTIL DX-SUB > 6
006920         MOVE ZERO TO DX-RUN-TOTAL(DX-SUB)
006930     END-PERFORM.
006940 1050-EXIT.
006950     EXIT.
006960*
006970 1400-OPEN-MASTER.
006980     OPEN I-O EMPLOYEE-MASTER-FILE.
006990     IF FS-EMPLOYEE-MASTER NOT = "00"
007000         MOVE "EMPLOYEE-MASTER-FILE" TO ABEND-FILE-NAME
007010         MOVE FS-EMPLOYEE-MASTER     TO ABEND-FILE-STATUS
007020         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
007030     END-IF.
007040 1400-EXIT.
007050     EXIT.
007060*
007070*****************************************************************
007080*    1450-READ-CHECK-SEQUENCE - THE NEXT CHECK NUMBER COMES     *
007090*    FROM THE SAME CONTROLLED SEQUENCE FILE THE PAYROLL RUN     *
007100*    USES, SO SUPPLEMENTAL CHECKS CONTINUE THE ONE NUMBER       *
007110*    SERIES.  A MISSING OR EMPTY FILE STOPS THE JOB.            *
007120*****************************************************************
007130 1450-READ-CHECK-SEQUENCE.
007140     OPEN INPUT CHECK-SEQ-FILE.
007150     IF FS-CHECK-SEQ NOT = "00"
007160         MOVE "CHECK-SEQ-FILE"        TO ABEND-FILE-NAME
007170         MOVE FS-CHECK-SEQ            TO ABEND-FILE-STATUS
007180         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
007190     END-IF.
007200     READ CHECK-SEQ-FILE
007210         AT END
007220             MOVE "CHECK-SEQ-FILE"    TO ABEND-FILE-NAME
007230             MOVE "10"                TO ABEND-FILE-STATUS
007240             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
007250     END-READ.
007260     MOVE CS-NEXT-CHECK-NUMBER TO NEXT-CHECK-NUMBER.
007270     CLOSE CHECK-SEQ-FILE.
007280 1450-EXIT.
007290     EXIT.
007300*
007310*****************************************************************
007320*    1520-LOAD-DEPOSIT-INSTRS - PULL EVERY DEPOSIT INSTRUCTION  *
007330*    INTO WORKING STORAGE.  A MISSING FILE JUST MEANS NO        *
007340*    EMPLOYEE SPLITS A DEPOSIT.  FIELDS ARE KEPT RAW AND EDITED *
007350*    PER PAYMENT SO A BAD ENTRY REJECTS ONLY ITS EMPLOYEE.      *
007360*****************************************************************
007370 1520-LOAD-DEPOSIT-INSTRS.
007380     OPEN INPUT DEPOSIT-INSTR-FILE.
007390     IF FS-DEPOSIT-INSTR = "35"
007400         MOVE 'Y' TO DI-EOF-SWITCH
007410         GO TO 1520-EXIT
007420     END-IF.
007430     IF FS-DEPOSIT-INSTR NOT = "00"
007440             AND FS-DEPOSIT-INSTR NOT = "05"
007450         MOVE "DEPOSIT-INSTR-FILE"   TO ABEND-FILE-NAME
007460         MOVE FS-DEPOSIT-INSTR       TO ABEND-FILE-STATUS
007470         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
007480     END-IF.
007490     PERFORM 1525-LOAD-ONE-DEPOSIT-INSTR THRU 1525-EXIT
007500         UNTIL EOF-DEPOSIT-INSTR.
007510     CLOSE DEPOSIT-INSTR-FILE.
007520 1520-EXIT.
007530     EXIT.
007540*
007550 1525-LOAD-ONE-DEPOSIT-INSTR.
007560     READ DEPOSIT-INSTR-FILE
007570         AT END
007580             MOVE 'Y' TO DI-EOF-SWITCH
007590         NOT AT END
007600             IF DEPOSIT-INSTR-COUNT NOT < 500
007610                 MOVE "DEPOSIT-INSTR"  TO ABEND-TABLE-NAME
007620                 PERFORM 9910-ABEND-TABLE-OVERFLOW THRU 9910-EXIT
007630             END-IF
007640             ADD 1 TO DEPOSIT-INSTR-COUNT
007650             MOVE DI-EMPLOYEE-ID
007660                 TO SD-EMPLOYEE-ID(DEPOSIT-INSTR-COUNT)
007670             MOVE DI-PRIORITY-X
007680                 TO SD-PRIORITY-X(DEPOSIT-INSTR-COUNT)
007690             MOVE DI-AMOUNT-TYPE
007700                 TO SD-AMOUNT-TYPE(DEPOSIT-INSTR-COUNT)
007710             MOVE DI-AMOUNT-X
007720                 TO SD-AMOUNT-X(DEPOSIT-INSTR-COUNT)
007730             MOVE DI-ROUTING-NUMBER-X
007740                 TO SD-ROUTING-X(DEPOSIT-INSTR-COUNT)
007750             MOVE DI-ACCOUNT-NUMBER
007760                 TO SD-ACCOUNT-NUMBER(DEPOSIT-INSTR-COUNT)
007770     END-READ.
007780 1525-EXIT.
007790     EXIT.
007800*
007810*****************************************************************
007820*    1550-LOAD-GOAL-ARREARS - PULL THE DEDUCTION GOAL AND       *
007830*    ARREARS BALANCES INTO WORKING STORAGE.  A MISSING FILE     *
007840*    JUST MEANS NO GOALS AND NO ARREARS ARE OUTSTANDING.        *
007850*****************************************************************
007860 1550-LOAD-GOAL-ARREARS.
007870     OPEN INPUT GOAL-ARREARS-FILE.
007880     IF FS-GOAL-ARREARS = "35"
007890         MOVE 'Y' TO GA-EOF-SWITCH
007900         GO TO 1550-EXIT
007910     END-IF.
007920     IF FS-GOAL-ARREARS NOT = "00" AND FS-GOAL-ARREARS NOT = "05"
007930         MOVE "GOAL-ARREARS-FILE"     TO ABEND-FILE-NAME
007940         MOVE FS-GOAL-ARREARS         TO ABEND-FILE-STATUS
007950         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
007960     END-IF.
007970     PERFORM 1560-LOAD-ONE-GOAL-ARREARS THRU 1560-EXIT
007980         UNTIL EOF-GOAL-ARREARS.
007990     CLOSE GOAL-ARREARS-FILE.
008000 1550-EXIT.
008010     EXIT.
008020*
008030 1560-LOAD-ONE-GOAL-ARREARS.
008040     READ GOAL-ARREARS-FILE
008050         AT END
008060             MOVE 'Y' TO GA-EOF-SWITCH
008070         NOT AT END
008080             IF GOAL-ARREARS-COUNT NOT < 500
008090                 MOVE "GOAL-ARREARS"  TO ABEND-TABLE-NAME
008100                 PERFORM 9910-ABEND-TABLE-OVERFLOW THRU 9910-EXIT
008110             END-IF
008120             ADD 1 TO GOAL-ARREARS-COUNT
008130             MOVE GA-EMPLOYEE-ID
008140                 TO GT-EMPLOYEE-ID(GOAL-ARREARS-COUNT)
008150             MOVE GA-DED-CODE
008160                 TO GT-DED-CODE(GOAL-ARREARS-COUNT)
008170             MOVE GA-GOAL-AMOUNT
008180                 TO GT-GOAL-AMOUNT(GOAL-ARREARS-COUNT)
008190             MOVE GA-TAKEN-TO-DATE
008200                 TO GT-TAKEN-TO-DATE(GOAL-ARREARS-COUNT)
008210             MOVE GA-ARREARS-BALANCE
008220                 TO GT-ARREARS-BALANCE(GOAL-ARREARS-COUNT)
008230     END-READ.
008240 1560-EXIT.
008250     EXIT.
008260*
008270*****************************************************************
008280*    2000-PROCESS-PAYMENTS - MAIN LOOP, ONE PASS PER            *
008290*    SUPPLEMENTAL PAYMENT RECORD.  A VALID RECORD IS FIGURED,   *
008300*    PAID, WRITTEN TO THE HISTORY AND ROLLED INTO THE MASTER    *
008310*    YTD BEFORE THE NEXT IS READ, SO TWO RECORDS FOR THE SAME   *
008320*    EMPLOYEE EACH SEE THE YTD AS THE OTHER LEFT IT.            *
008330*****************************************************************
008340 2000-PROCESS-PAYMENTS.
008350     PERFORM 2200-VALIDATE-PAYMENT THRU 2200-EXIT.
008360     IF PAYMENT-IS-VALID
008370         PERFORM 2300-COMPUTE-SUPP-PAY THRU 2300-EXIT
008380         PERFORM 2380-BUILD-DEPOSIT-PIECES THRU 2380-EXIT
008390         IF PAYMENT-BY-CHECK
008400             PERFORM 2530-WRITE-CHECK THRU 2530-EXIT
008410         ELSE
008420             PERFORM 2500-WRITE-ACH-RECORD THRU 2500-EXIT
008430         END-IF
008440         PERFORM 2550-WRITE-PAY-HISTORY THRU 2550-EXIT
008450         PERFORM 2700-UPDATE-MASTER THRU 2700-EXIT
008460         PERFORM 2950-ACCUMULATE-TOTALS THRU 2950-EXIT
008470         PERFORM 2400-PRINT-PAYMENT THRU 2400-EXIT
008480     ELSE
008490         PERFORM 2250-PRINT-REJECT THRU 2250-EXIT
008500         ADD 1 TO SC-RECORDS-REJECTED
008510     END-IF.
008520     PERFORM 2100-READ-SUPP-PAY THRU 2100-EXIT.
008530 2000-EXIT.
008540     EXIT.
008550*
008560 2100-READ-SUPP-PAY.
008570     READ SUPP-PAY-FILE
008580         AT END
008590             MOVE 'Y' TO EOF-SUPP-SWITCH
008600         NOT AT END
008610             ADD 1 TO SC-RECORDS-READ
008620     END-READ.
008630 2100-EXIT.
008640     EXIT.
008650*
008660*****************************************************************
008670*    2200-VALIDATE-PAYMENT - THE EMPLOYEE MUST BE ON THE        *
008680*    MASTER, THE EARNINGS TYPE AND SUPPRESSION FLAG VALID, AND  *
008690*    THE AMOUNT NUMERIC AND ABOVE ZERO.  A TERMINATED OR        *
008700*    FINAL-PAID EMPLOYEE IS STILL PAID - SEVERANCE AND A LATE   *
008710*    COMMISSION ARE PAID AFTER THE LAST REGULAR CHECK.  A       *
008720*    PAYMENT THAT WILL GO BY ACH MUST HAVE A GOOD SET OF        *
008730*    DEPOSIT INSTRUCTIONS, AND ONE THAT TAKES DEDUCTIONS MAY    *
008740*    NOT CARRY THE SAME CODE IN TWO SLOTS - THE SAME EDITS THE  *
008750*    PAYROLL RUN APPLIES.                                       *
008760*****************************************************************
008770 2200-VALIDATE-PAYMENT.
008780     MOVE 'Y' TO PAYMENT-VALID-SWITCH.
008790     MOVE ZERO TO REJECT-REASON-COUNT.
008800     MOVE SPACES TO REJECT-REASON-ENTRY(1).
008810     MOVE SPACES TO REJECT-REASON-ENTRY(2).
008820     MOVE SPACES TO REJECT-REASON-ENTRY(3).
008830     MOVE SPACES TO REJECT-REASON-ENTRY(4).
008840     MOVE SPACES TO REJECT-REASON-ENTRY(5).
008850     PERFORM 2220-FIND-MASTER-ENTRY THRU 2220-EXIT.
008860     IF NOT MASTER-IS-FOUND
008870         MOVE "EMPLOYEE NOT ON MASTER"
008880             TO REJECT-REASON-TEXT
008890         PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
008900     END-IF.
008910     IF NOT SU-EARNINGS-TYPE-VALID
008920         MOVE "EARNINGS TYPE MUST BE B C S OR M"
008930             TO REJECT-REASON-TEXT
008940         PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
008950     END-IF.
008960     IF SU-AMOUNT-X IS NOT NUMERIC
008970         MOVE "AMOUNT IS NOT NUMERIC"
008980             TO REJECT-REASON-TEXT
008990         PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
009000     ELSE
009010         IF SU-AMOUNT = ZERO
009020             MOVE "AMOUNT MUST EXCEED ZERO"
009030                 TO REJECT-REASON-TEXT
009040             PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
009050         END-IF
009060     END-IF.
009070     IF SU-SUPPRESS-DED-FLAG NOT = 'Y'
009080             AND SU-SUPPRESS-DED-FLAG NOT = SPACE
009090         MOVE "SUPPRESS DEDUCTIONS FLAG MUST BE Y/BLANK"
009100             TO REJECT-REASON-TEXT
009110         PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
009120     END-IF.
009130     IF MASTER-IS-FOUND AND NOT SU-MANUAL-CHECK
009140         PERFORM 2218-VALIDATE-DEPOSIT-INSTRS THRU 2218-EXIT
009150     END-IF.
009160     IF MASTER-IS-FOUND AND NOT SU-SUPPRESS-DEDUCTIONS
009170         PERFORM 2245-CHECK-DUPLICATE-CODES THRU 2245-EXIT
009180     END-IF.
009190 2200-EXIT.
009200     EXIT.
009210*
009220*****************************************************************
009230*    2218-VALIDATE-DEPOSIT-INSTRS - LOOK OVER EVERY DEPOSIT     *
009240*    INSTRUCTION ON FILE FOR THIS EMPLOYEE.  AN EMPLOYEE WITH   *
009250*    ANY INSTRUCTION MUST HAVE EXACTLY ONE REMAINDER ENTRY, NO  *
009260*    MORE THAN TEN ENTRIES, AND EVERY ENTRY MUST PASS THE FIELD *
009270*    EDITS - A BAD SET REJECTS THE PAYMENT FOR A CLERK TO FIX   *
009280*    RATHER THAN MIS-ROUTING MONEY.                             *
009290*****************************************************************
009300 2218-VALIDATE-DEPOSIT-INSTRS.
009310     MOVE ZERO TO SP-EMP-INSTR-COUNT.
009320     MOVE ZERO TO SP-REMAINDER-COUNT.
009330     MOVE 'N' TO SP-EDIT-ERROR-SWITCH.
009340     PERFORM VARYING SD-SUB FROM 1 BY 1
009350             UNTIL SD-SUB > DEPOSIT-INSTR-COUNT
009360         IF SD-EMPLOYEE-ID(SD-SUB) = EM-EMPLOYEE-ID
009370             ADD 1 TO SP-EMP-INSTR-COUNT
009380             PERFORM 2219-EDIT-ONE-DEPOSIT-INSTR THRU 2219-EXIT
009390         END-IF
009400     END-PERFORM.
009410     IF DEPOSIT-FIELDS-IN-ERROR
009420         MOVE "DEPOSIT INSTRUCTION FIELDS INVALID"
009430             TO REJECT-REASON-TEXT
009440         PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
009450     END-IF.
009460     IF SP-EMP-INSTR-COUNT > ZERO
009470             AND SP-REMAINDER-COUNT NOT = 1
009480         MOVE "DEPOSIT INSTRS NEED ONE REMAINDER ENTRY"
009490             TO REJECT-REASON-TEXT
009500         PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
009510     END-IF.
009520     IF SP-EMP-INSTR-COUNT > 10
009530         MOVE "MORE THAN TEN DEPOSIT INSTRUCTIONS"
009540             TO REJECT-REASON-TEXT
009550         PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
009560     END-IF.
009570 2218-EXIT.
009580     EXIT.
009590*
009600 2219-EDIT-ONE-DEPOSIT-INSTR.
009610     IF SD-PRIORITY-X(SD-SUB) IS NOT NUMERIC
009620         MOVE 'Y' TO SP-EDIT-ERROR-SWITCH
009630     ELSE
009640         IF SD-PRIORITY(SD-SUB) = ZERO
009650                 AND NOT SD-REMAINDER(SD-SUB)
009660             MOVE 'Y' TO SP-EDIT-ERROR-SWITCH
009670         END-IF
009680     END-IF.
009690     EVALUATE TRUE
009700         WHEN SD-REMAINDER(SD-SUB)
009710             ADD 1 TO SP-REMAINDER-COUNT
009720         WHEN SD-FLAT-AMOUNT(SD-SUB)
009730             IF SD-AMOUNT-X(SD-SUB) IS NOT NUMERIC
009740                 MOVE 'Y' TO SP-EDIT-ERROR-SWITCH
009750             ELSE
009760                 IF SD-AMOUNT(SD-SUB) <= 0.00
009770                     MOVE 'Y' TO SP-EDIT-ERROR-SWITCH
009780                 END-IF
009790             END-IF
009800         WHEN SD-PERCENT-OF-NET(SD-SUB)
009810             IF SD-AMOUNT-X(SD-SUB) IS NOT NUMERIC
009820                 MOVE 'Y' TO SP-EDIT-ERROR-SWITCH
009830             ELSE
009840                 IF SD-AMOUNT(SD-SUB) <= 0.00
009850                         OR SD-AMOUNT(SD-SUB) > 100.00
009860                     MOVE 'Y' TO SP-EDIT-ERROR-SWITCH
009870                 END-IF
009880             END-IF
009890         WHEN OTHER
009900             MOVE 'Y' TO SP-EDIT-ERROR-SWITCH
009910     END-EVALUATE.
009920     IF SD-ROUTING-X(SD-SUB) IS NOT NUMERIC
009930         MOVE 'Y' TO SP-EDIT-ERROR-SWITCH
009940     END-IF.
009950     IF SD-ACCOUNT-NUMBER(SD-SUB) = SPACES
009960         MOVE 'Y' TO SP-EDIT-ERROR-SWITCH
009970     END-IF.
009980 2219-EXIT.
009990     EXIT.
010000*
010010 2220-FIND-MASTER-ENTRY.
010020     MOVE 'N' TO MASTER-FOUND-SWITCH.
010030     MOVE SU-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
010040     READ EMPLOYEE-MASTER-FILE
010050         INVALID KEY
010060             CONTINUE
010070         NOT INVALID KEY
010080             MOVE 'Y' TO MASTER-FOUND-SWITCH
010090     END-READ.
010100 2220-EXIT.
010110     EXIT.
010120*
010130 2240-ADD-REJECT-REASON.
010140     MOVE 'N' TO PAYMENT-VALID-SWITCH.
010150     IF REJECT-REASON-COUNT < 5
010160         ADD 1 TO REJECT-REASON-COUNT
010170         MOVE REJECT-REASON-TEXT
010180             TO REJECT-REASON(REJECT-REASON-COUNT)
010190     END-IF.
010200 2240-EXIT.
010210     EXIT.
010220*
010230*****************************************************************
010240*    2245-CHECK-DUPLICATE-CODES - THE GOAL/ARREARS FILE KEEPS   *
010250*    ONE ENTRY PER EMPLOYEE AND CODE, SO A MASTER CARRYING THE  *
010260*    SAME CODE IN TWO SLOTS WOULD MOVE ONE GOAL TWICE.  THE     *
010270*    PAYMENT IS REJECTED FOR A CLERK TO FIX.                    *
010280*****************************************************************
010290 2245-CHECK-DUPLICATE-CODES.
010300     PERFORM VARYING EM-DED-IDX FROM 2 BY 1 UNTIL EM-DED-IDX > 3
010310         IF EM-DED-CODE(EM-DED-IDX) NOT = SPACES
010320             PERFORM VARYING SW-DUP-SUB FROM 1 BY 1
010330                     UNTIL SW-DUP-SUB NOT < EM-DED-IDX
010340                 IF EM-DED-CODE(SW-DUP-SUB)
010350                         = EM-DED-CODE(EM-DED-IDX)
010360                     MOVE SPACES TO REJECT-REASON-TEXT
010370                     STRING "DUPLICATE DEDUCTION CODE "
010380                         EM-DED-CODE(EM-DED-IDX)
010390                         DELIMITED BY SIZE
010400                         INTO REJECT-REASON-TEXT
010410                     PERFORM 2240-ADD-REJECT-REASON
010420                         THRU 2240-EXIT
010430                     MOVE 3 TO SW-DUP-SUB
010440                 END-IF
010450             END-PERFORM
010460         END-IF
010470     END-PERFORM.
010480 2245-EXIT.
010490     EXIT.
010500*
010510 2250-PRINT-REJECT.
010520     MOVE SPACES TO REPORT-RECORD.
010530     STRING "*** REJECTED - " SU-EMPLOYEE-ID
010540         " TYPE " SU-EARNINGS-TYPE
010550         " AMOUNT " SU-AMOUNT-X
010560         DELIMITED BY SIZE INTO REPORT-RECORD
010570     WRITE REPORT-RECORD.
010580     PERFORM VARYING SW-RSN-IDX FROM 1 BY 1
010590             UNTIL SW-RSN-IDX > REJECT-REASON-COUNT
010600         MOVE SPACES TO REPORT-RECORD
010610         STRING "    Reason: " REJECT-REASON(SW-RSN-IDX)
010620             DELIMITED BY SIZE INTO REPORT-RECORD
010630         WRITE REPORT-RECORD
010640     END-PERFORM.
010650     MOVE SPACES TO REPORT-RECORD.
010660     WRITE REPORT-RECORD.
010670 2250-EXIT.
010680     EXIT.
010690*
010700*****************************************************************
010710*    2300-COMPUTE-SUPP-PAY - THE WHOLE AMOUNT IS GROSS.  PRE-TAX*
010720*    DEDUCTIONS COME OFF FIRST, THE WITHHOLDING IS FIGURED ON   *
010730*    WHAT IS LEFT, THEN THE GARNISHMENT AND THE OTHER POST-TAX  *
010740*    DEDUCTIONS ARE TAKEN IN MASTER ORDER - THE PAYROLL RUN'S   *
010750*    PRIORITY ORDER.  EACH DEDUCTION TAKES ONLY WHAT THE PAY    *
010760*    COVERS; A SHORTFALL IS SIMPLY NOT TAKEN, SINCE THE CODE IS *
010770*    NOT DUE ON SUPPLEMENTAL PAY AND OWES NOTHING FOR IT.       *
010780*****************************************************************
010790 2300-COMPUTE-SUPP-PAY.
010800     MOVE SU-AMOUNT TO GROSS-PAY.
010810     MOVE ZERO TO PRETAX-DEDUCTION-TOTAL.
010820     MOVE ZERO TO POSTTAX-DEDUCTION-TOTAL.
010830     PERFORM VARYING EM-DED-IDX FROM 1 BY 1 UNTIL EM-DED-IDX > 3
010840         PERFORM 2310-SIZE-ONE-DEDUCTION THRU 2310-EXIT
010850     END-PERFORM.
010860     MOVE GROSS-PAY TO DA-AVAILABLE.
010870     PERFORM VARYING EM-DED-IDX FROM 1 BY 1 UNTIL EM-DED-IDX > 3
010880         IF DA-TAX-TYPE(EM-DED-IDX) = 'B'
010890             PERFORM 2320-TAKE-ONE-DEDUCTION THRU 2320-EXIT
010900         END-IF
010910     END-PERFORM.
010920     COMPUTE TAXABLE-PAY = GROSS-PAY - PRETAX-DEDUCTION-TOTAL.
010930     PERFORM 2330-COMPUTE-FEDERAL-SUPP-TAX THRU 2330-EXIT.
010940     PERFORM 2334-COMPUTE-FICA-WITHHOLDING THRU 2334-EXIT.
010950     PERFORM 2337-COMPUTE-STATE-SUPP-TAX THRU 2337-EXIT.
010960     PERFORM 2339-LIMIT-WITHHOLDING THRU 2339-EXIT.
010970     COMPUTE DA-AVAILABLE = TAXABLE-PAY - TOTAL-WITHHOLDING.
010980     PERFORM VARYING EM-DED-IDX FROM 1 BY 1 UNTIL EM-DED-IDX > 3
010990         IF DA-TAX-TYPE(EM-DED-IDX) = 'A'
011000                 AND EM-DED-CODE(EM-DED-IDX) = "GN"
011010             PERFORM 2320-TAKE-ONE-DEDUCTION THRU 2320-EXIT
011020         END-IF
011030     END-PERFORM.
011040     PERFORM VARYING EM-DED-IDX FROM 1 BY 1 UNTIL EM-DED-IDX > 3
011050         IF DA-TAX-TYPE(EM-DED-IDX) = 'A'
011060                 AND EM-DED-CODE(EM-DED-IDX) NOT = "GN"
011070             PERFORM 2320-TAKE-ONE-DEDUCTION THRU 2320-EXIT
011080         END-IF
011090     END-PERFORM.
011100     MOVE DA-AVAILABLE TO NET-PAY.
011110     PERFORM VARYING EM-DED-IDX FROM 1 BY 1 UNTIL EM-DED-IDX > 3
011120         IF DA-GOAL-SUB(EM-DED-IDX) NOT = ZERO
011130             MOVE DA-GOAL-SUB(EM-DED-IDX) TO GA-WORK-SUB
011140             ADD DED-TAKEN-AMOUNT(EM-DED-IDX)
011150                 TO GT-TAKEN-TO-DATE(GA-WORK-SUB)
011160         END-IF
011170     END-PERFORM.
011180     PERFORM 2360-COMPUTE-EMPLOYER-TAX THRU 2360-EXIT.
011190 2300-EXIT.
011200     EXIT.
011210*
011220*****************************************************************
011230*    2310-SIZE-ONE-DEDUCTION - WHAT ONE MASTER DEDUCTION SLOT   *
011240*    WANTS FROM THIS PAYMENT.  NOTHING WHEN THE RECORD          *
011250*    SUPPRESSES DEDUCTIONS OR THE CODE IS NOT FLAGGED FOR       *
011260*    SUPPLEMENTAL PAY; OTHERWISE THE FLAT AMOUNT OR THE         *
011270*    PERCENT OF THE SUPPLEMENTAL GROSS, CAPPED AT WHAT REMAINS  *
011280*    OF THE CODE'S GOAL.  ARREARS CARRIED FROM REGULAR PERIODS  *
011290*    ARE LEFT FOR THE REGULAR RUN TO COLLECT.                   *
011300*****************************************************************
011310 2310-SIZE-ONE-DEDUCTION.
011320     MOVE ZERO TO DED-TAKEN-AMOUNT(EM-DED-IDX).
011330     MOVE ZERO TO DA-DESIRED(EM-DED-IDX).
011340     MOVE SPACE TO DA-TAX-TYPE(EM-DED-IDX).
011350     MOVE ZERO TO DA-GOAL-SUB(EM-DED-IDX).
011360     IF EM-DED-CODE(EM-DED-IDX) = SPACES
011370             OR SU-SUPPRESS-DEDUCTIONS
011380         GO TO 2310-EXIT
011390     END-IF.
011400     PERFORM 2325-APPLY-ONE-DEDUCTION THRU 2325-EXIT.
011410     IF DW-DED-TAX-TYPE = SPACE
011420         GO TO 2310-EXIT
011430     END-IF.
011440     MOVE DW-DED-TAX-TYPE TO DA-TAX-TYPE(EM-DED-IDX).
011450     MOVE DW-DED-AMOUNT TO DA-DESIRED(EM-DED-IDX).
011460     MOVE EM-DED-CODE(EM-DED-IDX) TO GA-FIND-CODE.
011470     PERFORM 2355-FIND-GOAL-ENTRY THRU 2355-EXIT.
011480     IF GOAL-ENTRY-FOUND
011490         MOVE GA-WORK-SUB TO DA-GOAL-SUB(EM-DED-IDX)
011500         IF GT-GOAL-AMOUNT(GA-WORK-SUB) > ZERO
011510             IF GT-TAKEN-TO-DATE(GA-WORK-SUB)
011520                     NOT < GT-GOAL-AMOUNT(GA-WORK-SUB)
011530                 MOVE ZERO TO DA-DESIRED(EM-DED-IDX)
011540             ELSE
011550                 IF GT-TAKEN-TO-DATE(GA-WORK-SUB)
011560                         + DA-DESIRED(EM-DED-IDX)
011570                         > GT-GOAL-AMOUNT(GA-WORK-SUB)
011580                     COMPUTE DA-DESIRED(EM-DED-IDX) =
011590                         GT-GOAL-AMOUNT(GA-WORK-SUB)
011600                         - GT-TAKEN-TO-DATE(GA-WORK-SUB)
011610                 END-IF
011620             END-IF
011630         END-IF
011640     END-IF.
011650 2310-EXIT.
011660     EXIT.
011670*
011680 2320-TAKE-ONE-DEDUCTION.
011690     IF DA-DESIRED(EM-DED-IDX) > DA-AVAILABLE
011700         MOVE DA-AVAILABLE TO DA-TAKE
011710     ELSE
011720         MOVE DA-DESIRED(EM-DED-IDX) TO DA-TAKE
011730     END-IF.
011740     MOVE DA-TAKE TO DED-TAKEN-AMOUNT(EM-DED-IDX).
011750     SUBTRACT DA-TAKE FROM DA-AVAILABLE.
011760     IF DA-TAX-TYPE(EM-DED-IDX) = 'B'
011770         ADD DA-TAKE TO PRETAX-DEDUCTION-TOTAL
011780     ELSE
011790         ADD DA-TAKE TO POSTTAX-DEDUCTION-TOTAL
011800     END-IF.
011810 2320-EXIT.
011820     EXIT.
011830*
011840*****************************************************************
011850*    2325-APPLY-ONE-DEDUCTION - LOOK UP THE SLOT'S CODE AND     *
011860*    FIGURE ITS AMOUNT ON THE SUPPLEMENTAL GROSS.  A CODE NOT   *
011870*    ON THE TABLE, OR NOT FLAGGED TO TAKE ON SUPPLEMENTAL PAY,  *
011880*    COMES BACK WITH NO TAX TYPE AND IS SKIPPED.                *
011890*****************************************************************
011900 2325-APPLY-ONE-DEDUCTION.
011910     MOVE ZERO TO DW-DED-AMOUNT.
011920     MOVE SPACES TO DW-DED-DESCRIPTION.
011930     MOVE SPACES TO DW-DED-TAX-TYPE.
011940     SET DC-IDX TO 1.
011950     SEARCH DEDUCTION-CODE-ENTRY
011960         AT END
011970             CONTINUE
011980         WHEN DC-CODE(DC-IDX) = EM-DED-CODE(EM-DED-IDX)
011990             IF DC-TAKE-ON-SUPP-PAY(DC-IDX)
012000                 MOVE DC-DESCRIPTION(DC-IDX)
012010                     TO DW-DED-DESCRIPTION
012020                 MOVE DC-TAX-TYPE(DC-IDX) TO DW-DED-TAX-TYPE
012030                 IF DC-FLAT-AMOUNT(DC-IDX)
012040                     COMPUTE DW-DED-AMOUNT ROUNDED =
012050                         EM-DED-VALUE(EM-DED-IDX)
012060                 ELSE
012070                     COMPUTE DW-DED-AMOUNT ROUNDED =
012080                         GROSS-PAY
012090                             * EM-DED-VALUE(EM-DED-IDX) / 100
012100                 END-IF
012110             END-IF
012120     END-SEARCH.
012130 2325-EXIT.
012140     EXIT.
012150*
012160*****************************************************************
012170*    2330-COMPUTE-FEDERAL-SUPP-TAX - FEDERAL INCOME TAX AT THE  *
012180*    FLAT SUPPLEMENTAL RATE ('US' ON THE SUPPLEMENTAL RATE      *
012190*    TABLE) ON THE TAXABLE PAY.  THE W-4 ALLOWANCES, CREDIT AND *
012200*    EXTRA WITHHOLDING BELONG TO THE REGULAR PERIOD AND DO NOT  *
012210*    APPLY.  AN EXEMPT EMPLOYEE HAS NO INCOME TAX WITHHELD.     *
012220*****************************************************************
012230 2330-COMPUTE-FEDERAL-SUPP-TAX.
012240     MOVE ZERO TO TAX-AMOUNT.
012250     IF EM-W4-IS-EXEMPT
012260         GO TO 2330-EXIT
012270     END-IF.
012280     MOVE "US" TO WH-JURISDICTION.
012290     PERFORM 2333-FIND-SUPP-RATE THRU 2333-EXIT.
012300     COMPUTE TAX-AMOUNT ROUNDED = TAXABLE-PAY * WH-RATE.
012310 2330-EXIT.
012320     EXIT.
012330*
012340*****************************************************************
012350*    2333-FIND-SUPP-RATE - THE SUPPLEMENTAL RATE FOR            *
012360*    WH-JURISDICTION, OR ZERO WHEN THE TABLE HAS NO ENTRY.      *
012370*****************************************************************
012380 2333-FIND-SUPP-RATE.
012390     MOVE ZERO TO WH-RATE.
012400     PERFORM VARYING SR-IDX FROM 1 BY 1 UNTIL SR-IDX > 10
012410         IF SR-JURISDICTION-CODE(SR-IDX) = WH-JURISDICTION
012420             MOVE SR-RATE(SR-IDX) TO WH-RATE
012430         END-IF
012440     END-PERFORM.
012450 2333-EXIT.
012460     EXIT.
012470*
012480*****************************************************************
012490*    2334-COMPUTE-FICA-WITHHOLDING - THE EMPLOYEE'S OWN SOCIAL  *
012500*    SECURITY AND MEDICARE ON GROSS, AS THE PAYROLL RUN FIGURES *
012510*    THEM - THE WAGE BASE AND ADDITIONAL-RATE THRESHOLD ARE     *
012520*    MEASURED AGAINST THE YTD GROSS BEFORE THIS PAYMENT.        *
012530*****************************************************************
012540 2334-COMPUTE-FICA-WITHHOLDING.
012550     MOVE ZERO TO SS-WAGES.
012560     MOVE ZERO TO SS-TAX-AMOUNT.
012570     MOVE ZERO TO MEDICARE-TAX-AMOUNT.
012580     MOVE EM-YTD-GROSS-PAY TO WH-PRIOR-WAGES.
012590     PERFORM VARYING EE-IDX FROM 1 BY 1 UNTIL EE-IDX > 4
012600         IF EE-TAX-CODE(EE-IDX) NOT = SPACES
012610             PERFORM 2335-FIGURE-ONE-FICA-TAX THRU 2335-EXIT
012620         END-IF
012630     END-PERFORM.
012640 2334-EXIT.
012650     EXIT.
012660*
012670 2335-FIGURE-ONE-FICA-TAX.
012680     IF EE-WAGE-BASE(EE-IDX) = ZERO
012690         MOVE GROSS-PAY TO WH-SUBJECT-WAGES
012700     ELSE
012710         IF WH-PRIOR-WAGES NOT < EE-WAGE-BASE(EE-IDX)
012720             MOVE ZERO TO WH-SUBJECT-WAGES
012730         ELSE
012740             IF WH-PRIOR-WAGES + GROSS-PAY
012750                     > EE-WAGE-BASE(EE-IDX)
012760                 COMPUTE WH-SUBJECT-WAGES =
012770                     EE-WAGE-BASE(EE-IDX) - WH-PRIOR-WAGES
012780             ELSE
012790                 MOVE GROSS-PAY TO WH-SUBJECT-WAGES
012800             END-IF
012810         END-IF
012820     END-IF.
012830     COMPUTE WH-TAX ROUNDED =
012840         WH-SUBJECT-WAGES * EE-RATE(EE-IDX).
012850     IF EE-ADDL-RATE(EE-IDX) NOT = ZERO
012860             AND WH-PRIOR-WAGES + GROSS-PAY
012870                 > EE-ADDL-THRESHOLD(EE-IDX)
012880         IF WH-PRIOR-WAGES NOT < EE-ADDL-THRESHOLD(EE-IDX)
012890             MOVE GROSS-PAY TO WH-OVER-THRESHOLD
012900         ELSE
012910             COMPUTE WH-OVER-THRESHOLD = WH-PRIOR-WAGES
012920                 + GROSS-PAY - EE-ADDL-THRESHOLD(EE-IDX)
012930         END-IF
012940         COMPUTE WH-TAX ROUNDED = WH-TAX
012950             + (WH-OVER-THRESHOLD * EE-ADDL-RATE(EE-IDX))
012960     END-IF.
012970     EVALUATE EE-TAX-CODE(EE-IDX)
012980         WHEN "SS"
012990             ADD WH-SUBJECT-WAGES TO SS-WAGES
013000             ADD WH-TAX TO SS-TAX-AMOUNT
013010         WHEN "MC"
013020             ADD WH-TAX TO MEDICARE-TAX-AMOUNT
013030     END-EVALUATE.
013040 2335-EXIT.
013050     EXIT.
013060*
013070*****************************************************************
013080*    2337-COMPUTE-STATE-SUPP-TAX - STATE INCOME TAX AT THE      *
013090*    SUPPLEMENTAL RATE FOR THE EMPLOYEE'S JURISDICTION.  A      *
013100*    STATE WITH NO ENTRY ON THE SUPPLEMENTAL RATE TABLE         *
013110*    WITHHOLDS NOTHING, AND AN EXEMPT EMPLOYEE HAS NONE         *
013120*    WITHHELD.                                                  *
013130*****************************************************************
013140 2337-COMPUTE-STATE-SUPP-TAX.
013150     MOVE ZERO TO STATE-TAX-AMOUNT.
013160     IF EM-W4-IS-EXEMPT
013170         GO TO 2337-EXIT
013180     END-IF.
013190     MOVE EM-JURISDICTION-CODE TO WH-JURISDICTION.
013200     PERFORM 2333-FIND-SUPP-RATE THRU 2333-EXIT.
013210     COMPUTE STATE-TAX-AMOUNT ROUNDED = TAXABLE-PAY * WH-RATE.
013220 2337-EXIT.
013230     EXIT.
013240*
013250*****************************************************************
013260*    2339-LIMIT-WITHHOLDING - TAXES CANNOT TAKE MORE THAN THE   *
013270*    TAXABLE PAY.  WHEN THEY WOULD, SOCIAL SECURITY AND         *
013280*    MEDICARE ARE TAKEN FIRST, THEN FEDERAL, THEN STATE, EACH   *
013290*    CUT TO WHAT IS LEFT.                                       *
013300*****************************************************************
013310 2339-LIMIT-WITHHOLDING.
013320     MOVE TAXABLE-PAY TO WH-ROOM.
013330     IF SS-TAX-AMOUNT > WH-ROOM
013340         MOVE WH-ROOM TO SS-TAX-AMOUNT
013350     END-IF.
013360     SUBTRACT SS-TAX-AMOUNT FROM WH-ROOM.
013370     IF MEDICARE-TAX-AMOUNT > WH-ROOM
013380         MOVE WH-ROOM TO MEDICARE-TAX-AMOUNT
013390     END-IF.
013400     SUBTRACT MEDICARE-TAX-AMOUNT FROM WH-ROOM.
013410     IF TAX-AMOUNT > WH-ROOM
013420         MOVE WH-ROOM TO TAX-AMOUNT
013430     END-IF.
013440     SUBTRACT TAX-AMOUNT FROM WH-ROOM.
013450     IF STATE-TAX-AMOUNT > WH-ROOM
013460         MOVE WH-ROOM TO STATE-TAX-AMOUNT
013470     END-IF.
013480     COMPUTE TOTAL-WITHHOLDING = TAX-AMOUNT + SS-TAX-AMOUNT
013490         + MEDICARE-TAX-AMOUNT + STATE-TAX-AMOUNT.
013500 2339-EXIT.
013510     EXIT.
013520*
013530 2355-FIND-GOAL-ENTRY.
013540     MOVE 'N' TO GOAL-FOUND-SWITCH.
013550     SET GA-IDX TO 1.
013560     SEARCH GOAL-ARREARS-ENTRY
013570         AT END
013580             CONTINUE
013590         WHEN GA-IDX > GOAL-ARREARS-COUNT
013600             CONTINUE
013610         WHEN GT-EMPLOYEE-ID(GA-IDX) = EM-EMPLOYEE-ID
013620                 AND GT-DED-CODE(GA-IDX) = GA-FIND-CODE
013630             MOVE 'Y' TO GOAL-FOUND-SWITCH
013640             SET GA-WORK-SUB TO GA-IDX
013650     END-SEARCH.
013660 2355-EXIT.
013670     EXIT.
013680*
013690*****************************************************************
013700*    2360-COMPUTE-EMPLOYER-TAX - THE COMPANY-SIDE TAXES OWED ON *
013710*    THE SUPPLEMENTAL GROSS.  FOR A CAPPED TAX ONLY THE PART    *
013720*    THAT FITS UNDER THE WAGE BASE (MEASURED AGAINST THE YTD    *
013730*    GROSS BEFORE THIS PAYMENT) IS SUBJECT.                     *
013740*****************************************************************
013750 2360-COMPUTE-EMPLOYER-TAX.
013760     MOVE ZERO TO EMPLOYER-TAX-AMOUNT.
013770     MOVE EM-YTD-GROSS-PAY TO ER-PRIOR-WAGES.
013780     PERFORM VARYING ER-SUB FROM 1 BY 1 UNTIL ER-SUB > 4
013790         IF ER-WAGE-BASE(ER-SUB) = ZERO
013800             MOVE GROSS-PAY TO ER-SUBJECT-WAGES
013810         ELSE
013820             IF ER-PRIOR-WAGES NOT < ER-WAGE-BASE(ER-SUB)
013830                 MOVE ZERO TO ER-SUBJECT-WAGES
013840             ELSE
013850                 IF ER-PRIOR-WAGES + GROSS-PAY
013860                         > ER-WAGE-BASE(ER-SUB)
013870                     COMPUTE ER-SUBJECT-WAGES =
013880                         ER-WAGE-BASE(ER-SUB) - ER-PRIOR-WAGES
013890                 ELSE
013900                     MOVE GROSS-PAY TO ER-SUBJECT-WAGES
013910                 END-IF
013920             END-IF
013930         END-IF
013940         COMPUTE ER-TAKEN-AMOUNT(ER-SUB) ROUNDED =
013950             ER-SUBJECT-WAGES * ER-RATE(ER-SUB)
013960         ADD ER-TAKEN-AMOUNT(ER-SUB) TO EMPLOYER-TAX-AMOUNT
013970         ADD ER-TAKEN-AMOUNT(ER-SUB) TO ER-RUN-TOTAL(ER-SUB)
013980     END-PERFORM.
013990 2360-EXIT.
014000     EXIT.
014010*
014020*****************************************************************
014030*    2380-BUILD-DEPOSIT-PIECES - DECIDE HOW THE NET GOES OUT.   *
014040*    A MANUAL CHECK IS ALWAYS CUT AS A PHYSICAL CHECK, AS IS    *
014050*    THE PAY OF AN EMPLOYEE WHOSE ACH IS ON HOLD AFTER A BANK   *
014060*    RETURN OR WHO HAS NO BANK ON FILE.  OTHERWISE THE NET IS   *
014070*    CUT INTO DEPOSIT PIECES EXACTLY AS THE PAYROLL RUN CUTS    *
014080*    IT - ONE PIECE TO THE MASTER ACCOUNT WHEN THERE ARE NO     *
014090*    INSTRUCTIONS.  A PAYMENT WITH NOTHING LEFT AFTER TAXES     *
014100*    AND DEDUCTIONS SENDS NO MONEY AT ALL.                      *
014110*****************************************************************
014120 2380-BUILD-DEPOSIT-PIECES.
014130     MOVE ZERO TO DEPOSIT-PIECE-COUNT.
014140     MOVE ZERO TO CHECK-NUMBER-ASSIGNED.
014150     MOVE 'N' TO CHECK-PAY-SWITCH.
014160     IF NET-PAY = ZERO
014170         GO TO 2380-EXIT
014180     END-IF.
014190     IF SU-MANUAL-CHECK OR EM-ACH-ON-HOLD
014200             OR (SP-EMP-INSTR-COUNT = ZERO
014210                 AND (EM-ROUTING-NUMBER IS NOT NUMERIC
014220                     OR EM-ROUTING-NUMBER = ZERO))
014230         MOVE 'Y' TO CHECK-PAY-SWITCH
014240         MOVE NEXT-CHECK-NUMBER TO CHECK-NUMBER-ASSIGNED
014250         ADD 1 TO NEXT-CHECK-NUMBER
014260         ADD 1 TO SC-CHECKS-ISSUED
014270         ADD NET-PAY TO SC-TOTAL-CHECK-NET
014280         GO TO 2380-EXIT
014290     END-IF.
014300     IF SP-EMP-INSTR-COUNT = ZERO
014310         MOVE 1 TO DEPOSIT-PIECE-COUNT
014320         MOVE EM-ROUTING-NUMBER TO SP-ROUTING-NUMBER(1)
014330         MOVE EM-ACCOUNT-NUMBER TO SP-ACCOUNT-NUMBER(1)
014340         MOVE NET-PAY TO SP-AMOUNT(1)
014350         GO TO 2380-TALLY-PIECES
014360     END-IF.
014370     MOVE NET-PAY TO SP-REMAINING.
014380     PERFORM 2385-PAY-ONE-PRIORITY THRU 2385-EXIT
014390         VARYING SD-PRIORITY-PASS FROM 1 BY 1
014400         UNTIL SD-PRIORITY-PASS > 99.
014410     PERFORM VARYING SD-SUB FROM 1 BY 1
014420             UNTIL SD-SUB > DEPOSIT-INSTR-COUNT
014430         IF SD-EMPLOYEE-ID(SD-SUB) = EM-EMPLOYEE-ID
014440                 AND SD-REMAINDER(SD-SUB)
014450                 AND SP-REMAINING > ZERO
014460             ADD 1 TO DEPOSIT-PIECE-COUNT
014470             MOVE SD-ROUTING(SD-SUB)
014480                 TO SP-ROUTING-NUMBER(DEPOSIT-PIECE-COUNT)
014490             MOVE SD-ACCOUNT-NUMBER(SD-SUB)
014500                 TO SP-ACCOUNT-NUMBER(DEPOSIT-PIECE-COUNT)
014510             MOVE SP-REMAINING
014520                 TO SP-AMOUNT(DEPOSIT-PIECE-COUNT)
014530             MOVE ZERO TO SP-REMAINING
014540         END-IF
014550     END-PERFORM.
014560 2380-TALLY-PIECES.
014570     PERFORM VARYING SP-SUB FROM 1 BY 1
014580             UNTIL SP-SUB > DEPOSIT-PIECE-COUNT
014590         ADD 1 TO SC-ACH-CREDIT-COUNT
014600         ADD SP-AMOUNT(SP-SUB) TO SC-TOTAL-ACH-NET
014610     END-PERFORM.
014620 2380-EXIT.
014630     EXIT.
014640*
014650*****************************************************************
014660*    2385-PAY-ONE-PRIORITY - TAKE EVERY FLAT OR PERCENT         *
014670*    INSTRUCTION OF THIS EMPLOYEE AT ONE PRIORITY LEVEL.  A     *
014680*    PERCENT IS FIGURED ON THE FULL NET, NOT ON WHAT REMAINS.   *
014690*****************************************************************
014700 2385-PAY-ONE-PRIORITY.
014710     PERFORM VARYING SD-SUB FROM 1 BY 1
014720             UNTIL SD-SUB > DEPOSIT-INSTR-COUNT
014730         IF SD-EMPLOYEE-ID(SD-SUB) = EM-EMPLOYEE-ID
014740                 AND NOT SD-REMAINDER(SD-SUB)
014750                 AND SD-PRIORITY(SD-SUB) = SD-PRIORITY-PASS
014760             IF SD-FLAT-AMOUNT(SD-SUB)
014770                 MOVE SD-AMOUNT(SD-SUB) TO SP-PIECE-AMOUNT
014780             ELSE
014790                 COMPUTE SP-PIECE-AMOUNT ROUNDED =
014800                     NET-PAY * SD-AMOUNT(SD-SUB) / 100
014810             END-IF
014820             IF SP-PIECE-AMOUNT > SP-REMAINING
014830                 MOVE SP-REMAINING TO SP-PIECE-AMOUNT
014840             END-IF
014850             IF SP-PIECE-AMOUNT > ZERO
014860                 ADD 1 TO DEPOSIT-PIECE-COUNT
014870                 MOVE SD-ROUTING(SD-SUB)
014880                     TO SP-ROUTING-NUMBER(DEPOSIT-PIECE-COUNT)
014890                 MOVE SD-ACCOUNT-NUMBER(SD-SUB)
014900                     TO SP-ACCOUNT-NUMBER(DEPOSIT-PIECE-COUNT)
014910                 MOVE SP-PIECE-AMOUNT
014920                     TO SP-AMOUNT(DEPOSIT-PIECE-COUNT)
014930                 SUBTRACT SP-PIECE-AMOUNT FROM SP-REMAINING
014940             END-IF
014950         END-IF
014960     END-PERFORM.
014970 2385-EXIT.
014980     EXIT.
014990*
015000*****************************************************************
015010*    2400-PRINT-PAYMENT - ONE REGISTER BLOCK PER PAYMENT MADE,  *
015020*    WITH THE MASTER YTD AS IT STANDS AFTER THE PAYMENT.        *
015030*****************************************************************
015040 2400-PRINT-PAYMENT.
015050     EVALUATE TRUE
015060         WHEN SU-BONUS
015070             MOVE "BONUS" TO SW-TYPE-DESCRIPTION
015080         WHEN SU-COMMISSION
015090             MOVE "COMMISSION" TO SW-TYPE-DESCRIPTION
015100         WHEN SU-SEVERANCE
015110             MOVE "SEVERANCE" TO SW-TYPE-DESCRIPTION
015120         WHEN SU-MANUAL-CHECK
015130             MOVE "MANUAL CHECK" TO SW-TYPE-DESCRIPTION
015140     END-EVALUATE.
015150     MOVE SPACES TO REPORT-RECORD.
015160     STRING "PAID     " EM-EMPLOYEE-ID " " EM-EMPLOYEE-NAME
015170         "  Dept: " EM-DEPT-CODE
015180         DELIMITED BY SIZE INTO REPORT-RECORD
015190     WRITE REPORT-RECORD.
015200     MOVE GROSS-PAY TO ED-TOTAL-AMOUNT.
015210     MOVE SPACES TO REPORT-RECORD.
015220     STRING "    " SW-TYPE-DESCRIPTION " Gross: $" ED-TOTAL-AMOUNT
015230         DELIMITED BY SIZE INTO REPORT-RECORD
015240     WRITE REPORT-RECORD.
015250     IF SU-SUPPRESS-DEDUCTIONS
015260         MOVE "    Deductions Suppressed" TO REPORT-RECORD
015270         WRITE REPORT-RECORD
015280     END-IF.
015290     PERFORM VARYING EM-DED-IDX FROM 1 BY 1 UNTIL EM-DED-IDX > 3
015300         IF DED-TAKEN-AMOUNT(EM-DED-IDX) NOT = ZERO
015310             MOVE DED-TAKEN-AMOUNT(EM-DED-IDX) TO ED-TOTAL-AMOUNT
015320             MOVE SPACES TO REPORT-RECORD
015330             STRING "    Deduction " EM-DED-CODE(EM-DED-IDX)
015340                 ": $" ED-TOTAL-AMOUNT
015350                 DELIMITED BY SIZE INTO REPORT-RECORD
015360             WRITE REPORT-RECORD
015370         END-IF
015380     END-PERFORM.
015390     MOVE TAX-AMOUNT TO ED-TOTAL-AMOUNT.
015400     MOVE SPACES TO REPORT-RECORD.
015410     STRING "    Federal Tax (Supplemental Rate): $"
015420         ED-TOTAL-AMOUNT
015430         DELIMITED BY SIZE INTO REPORT-RECORD
015440     WRITE REPORT-RECORD.
015450     MOVE SS-TAX-AMOUNT TO ED-TOTAL-AMOUNT.
015460     MOVE SPACES TO REPORT-RECORD.
015470     STRING "    Social Security: $" ED-TOTAL-AMOUNT
015480         DELIMITED BY SIZE INTO REPORT-RECORD
015490     WRITE REPORT-RECORD.
015500     MOVE MEDICARE-TAX-AMOUNT TO ED-TOTAL-AMOUNT.
015510     MOVE SPACES TO REPORT-RECORD.
015520     STRING "    Medicare: $" ED-TOTAL-AMOUNT
015530         DELIMITED BY SIZE INTO REPORT-RECORD
015540     WRITE REPORT-RECORD.
015550     MOVE STATE-TAX-AMOUNT TO ED-TOTAL-AMOUNT.
015560     MOVE SPACES TO REPORT-RECORD.
015570     STRING "    State Tax (" EM-JURISDICTION-CODE
015580         ") (Supplemental Rate): $" ED-TOTAL-AMOUNT
015590         DELIMITED BY SIZE INTO REPORT-RECORD
015600     WRITE REPORT-RECORD.
015610     MOVE NET-PAY TO ED-TOTAL-AMOUNT.
015620     MOVE SPACES TO REPORT-RECORD.
015630     EVALUATE TRUE
015640         WHEN PAYMENT-BY-CHECK
015650             STRING "    Net Pay: $" ED-TOTAL-AMOUNT
015660                 "  Check " CHECK-NUMBER-ASSIGNED
015670                 DELIMITED BY SIZE INTO REPORT-RECORD
015680         WHEN DEPOSIT-PIECE-COUNT > ZERO
015690             MOVE DEPOSIT-PIECE-COUNT TO ED-COUNT
015700             STRING "    Net Pay: $" ED-TOTAL-AMOUNT
015710                 "  ACH Deposits: " ED-COUNT
015720                 DELIMITED BY SIZE INTO REPORT-RECORD
015730         WHEN OTHER
015740             STRING "    Net Pay: $" ED-TOTAL-AMOUNT
015750                 "  Nothing Paid"
015760                 DELIMITED BY SIZE INTO REPORT-RECORD
015770     END-EVALUATE.
015780     WRITE REPORT-RECORD.
015790     MOVE EM-YTD-GROSS-PAY TO ED-TOTAL-AMOUNT.
015800     MOVE SPACES TO REPORT-RECORD.
015810     STRING "    YTD Gross: $" ED-TOTAL-AMOUNT
015820         DELIMITED BY SIZE INTO REPORT-RECORD
015830     WRITE REPORT-RECORD.
015840     MOVE SPACES TO REPORT-RECORD.
015850     WRITE REPORT-RECORD.
015860 2400-EXIT.
015870     EXIT.
015880*
015890 2500-WRITE-ACH-RECORD.
015900     PERFORM VARYING SP-SUB FROM 1 BY 1
015910             UNTIL SP-SUB > DEPOSIT-PIECE-COUNT
015920         MOVE SPACES TO ACH-RECORD
015930         MOVE EM-EMPLOYEE-ID TO ACH-EMPLOYEE-ID
015940         MOVE EM-EMPLOYEE-NAME TO ACH-EMPLOYEE-NAME
015950         MOVE SP-ROUTING-NUMBER(SP-SUB) TO ACH-ROUTING-NUMBER
015960         MOVE SP-ACCOUNT-NUMBER(SP-SUB) TO ACH-ACCOUNT-NUMBER
015970         MOVE SP-AMOUNT(SP-SUB) TO ACH-NET-AMOUNT
015980         MOVE 'C' TO ACH-TRANS-TYPE
015990         MOVE ZERO TO ACH-PERIOD-NUMBER
016000         WRITE ACH-RECORD
016010         IF FS-ACH-FILE NOT = "00"
016020             MOVE "ACH-FILE"          TO ABEND-FILE-NAME
016030             MOVE FS-ACH-FILE         TO ABEND-FILE-STATUS
016040             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
016050         END-IF
016060     END-PERFORM.
016070 2500-EXIT.
016080     EXIT.
016090*
016100*****************************************************************
016110*    2530-WRITE-CHECK - CUT THE PHYSICAL CHECK: ONE PAGE ON THE *
016120*    CHECK-PRINT FILE, ONE LINE ON THE CHECK REGISTER, AND ONE  *
016130*    ISSUE RECORD ON THE POSITIVE-PAY EXPORT.                   *
016140*****************************************************************
016150 2530-WRITE-CHECK.
016160     MOVE ALL "*" TO CHECK-PRINT-RECORD.
016170     WRITE CHECK-PRINT-RECORD.
016180     MOVE SPACES TO CHECK-PRINT-RECORD.
016190     STRING "CHECK NO: " CHECK-NUMBER-ASSIGNED
016200         "    DATE: " SUPP-RUN-DATE
016210         DELIMITED BY SIZE INTO CHECK-PRINT-RECORD
016220     WRITE CHECK-PRINT-RECORD.
016230     MOVE SPACES TO CHECK-PRINT-RECORD.
016240     STRING "PAY TO THE ORDER OF: " EM-EMPLOYEE-NAME
016250         DELIMITED BY SIZE INTO CHECK-PRINT-RECORD
016260     WRITE CHECK-PRINT-RECORD.
016270     MOVE NET-PAY TO ED-TOTAL-AMOUNT.
016280     MOVE SPACES TO CHECK-PRINT-RECORD.
016290     STRING "AMOUNT: $" ED-TOTAL-AMOUNT
016300         DELIMITED BY SIZE INTO CHECK-PRINT-RECORD
016310     WRITE CHECK-PRINT-RECORD.
016320     MOVE ALL "*" TO CHECK-PRINT-RECORD.
016330     WRITE CHECK-PRINT-RECORD.
016340     IF FS-CHECK-PRINT NOT = "00"
016350         MOVE "CHECK-PRINT-FILE"      TO ABEND-FILE-NAME
016360         MOVE FS-CHECK-PRINT          TO ABEND-FILE-STATUS
016370         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
016380     END-IF.
016390     MOVE NET-PAY TO ED-TOTAL-AMOUNT.
016400     MOVE SPACES TO CHECK-REGISTER-RECORD.
016410     STRING "  " CHECK-NUMBER-ASSIGNED
016420         " " EM-EMPLOYEE-ID
016430         " " EM-EMPLOYEE-NAME
016440         " $" ED-TOTAL-AMOUNT
016450         DELIMITED BY SIZE INTO CHECK-REGISTER-RECORD
016460     WRITE CHECK-REGISTER-RECORD.
016470     IF FS-CHECK-REGISTER NOT = "00"
016480         MOVE "CHECK-REGISTER-FILE"   TO ABEND-FILE-NAME
016490         MOVE FS-CHECK-REGISTER       TO ABEND-FILE-STATUS
016500         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
016510     END-IF.
016520     MOVE SPACES TO POSITIVE-PAY-RECORD.
016530     MOVE 'I' TO PP-RECORD-TYPE.
016540     MOVE CHECK-NUMBER-ASSIGNED TO PP-CHECK-NUMBER.
016550     MOVE SUPP-RUN-DATE TO PP-CHECK-DATE.
016560     MOVE NET-PAY TO PP-AMOUNT.
016570     MOVE EM-EMPLOYEE-NAME TO PP-PAYEE-NAME.
016580     WRITE POSITIVE-PAY-RECORD.
016590     IF FS-POSITIVE-PAY NOT = "00"
016600         MOVE "POSITIVE-PAY-FILE"     TO ABEND-FILE-NAME
016610         MOVE FS-POSITIVE-PAY         TO ABEND-FILE-STATUS
016620         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
016630     END-IF.
016640 2530-EXIT.
016650     EXIT.
016660*
016670*****************************************************************
016680*    2550-WRITE-PAY-HISTORY - THE PAYMENT GOES ON THE HISTORY   *
016690*    AS A 'P' RECORD MARKED WITH ITS EARNINGS TYPE.  IT HAS NO  *
016700*    PAY PERIOD, SO THE PERIOD NUMBER IS ZERO AND THE PERIOD    *
016710*    END DATE IS THE RUN DATE - THE QUARTERLY, YEAR-END AND     *
016720*    AUDIT STEPS PLACE IT IN THE QUARTER AND YEAR IT WAS PAID.  *
016730*    NO HOURS ARE CARRIED AND NO ARREARS MOVE.                  *
016740*****************************************************************
016750 2550-WRITE-PAY-HISTORY.
016760     MOVE SPACES TO PAY-HISTORY-RECORD.
016770     MOVE SUPP-RUN-DATE TO PH-RUN-DATE.
016780     MOVE SUPP-RUN-DATE TO PH-PERIOD-END-DATE.
016790     MOVE EM-EMPLOYEE-ID TO PH-EMPLOYEE-ID.
016800     MOVE 'P' TO PH-RECORD-TYPE.
016810     MOVE EM-DEPT-CODE TO PH-DEPT-CODE.
016820     MOVE ZERO TO PH-REGULAR-HOURS.
016830     MOVE ZERO TO PH-OVERTIME-HOURS.
016840     MOVE ZERO TO PH-DOUBLETIME-HOURS.
016850     MOVE ZERO TO PH-VACATION-HOURS.
016860     MOVE ZERO TO PH-SICK-HOURS.
016870     MOVE ZERO TO PH-HOLIDAY-HOURS.
016880     MOVE GROSS-PAY TO PH-GROSS-PAY.
016890     PERFORM VARYING EM-DED-IDX FROM 1 BY 1 UNTIL EM-DED-IDX > 3
016900         MOVE EM-DED-CODE(EM-DED-IDX) TO PH-DED-CODE(EM-DED-IDX)
016910         MOVE DED-TAKEN-AMOUNT(EM-DED-IDX)
016920             TO PH-DED-AMOUNT(EM-DED-IDX)
016930         MOVE ZERO TO PH-DED-ARREARS-ADDED(EM-DED-IDX)
016940         MOVE ZERO TO PH-DED-ARREARS-COLL(EM-DED-IDX)
016950     END-PERFORM.
016960     MOVE TAX-AMOUNT TO PH-TAX-AMOUNT.
016970     MOVE SS-WAGES TO PH-SS-WAGES.
016980     MOVE SS-TAX-AMOUNT TO PH-SS-TAX.
016990     MOVE MEDICARE-TAX-AMOUNT TO PH-MEDICARE-TAX.
017000     MOVE EM-JURISDICTION-CODE TO PH-STATE-CODE.
017010     MOVE STATE-TAX-AMOUNT TO PH-STATE-TAX.
017020     MOVE NET-PAY TO PH-NET-PAY.
017030     MOVE CHECK-NUMBER-ASSIGNED TO PH-CHECK-NUMBER.
017040     MOVE ZERO TO PH-PERIOD-NUMBER.
017050     MOVE ZERO TO PH-VAC-PAYOUT-HOURS.
017060     MOVE SU-EARNINGS-TYPE TO PH-EARNINGS-TYPE.
017070     WRITE PAY-HISTORY-RECORD.
017080     IF FS-PAY-HISTORY NOT = "00"
017090         MOVE "PAY-HISTORY-FILE"     TO ABEND-FILE-NAME
017100         MOVE FS-PAY-HISTORY         TO ABEND-FILE-STATUS
017110         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
017120     END-IF.
017130 2550-EXIT.
017140     EXIT.
017150*
017160*****************************************************************
017170*    2700-UPDATE-MASTER - ROLL THE PAYMENT INTO THE MASTER YTD  *
017180*    AND PUT THE RECORD BACK.  THE MASTER WAS READ BY KEY WHEN  *
017190*    THE PAYMENT WAS VALIDATED AND NOTHING HAS TOUCHED IT SINCE.*
017200*****************************************************************
017210 2700-UPDATE-MASTER.
017220     ADD GROSS-PAY TO EM-YTD-GROSS-PAY.
017230     ADD TAX-AMOUNT TO EM-YTD-TAX-AMOUNT.
017240     ADD SS-WAGES TO EM-YTD-SS-WAGES.
017250     ADD SS-TAX-AMOUNT TO EM-YTD-SS-TAX.
017260     ADD MEDICARE-TAX-AMOUNT TO EM-YTD-MEDICARE-TAX.
017270     ADD STATE-TAX-AMOUNT TO EM-YTD-STATE-TAX.
017280     ADD NET-PAY TO EM-YTD-NET-PAY.
017290     REWRITE EMPLOYEE-MASTER-RECORD
017300         INVALID KEY
017310             MOVE "EMPLOYEE-MASTER-FILE" TO ABEND-FILE-NAME
017320             MOVE FS-EMPLOYEE-MASTER     TO ABEND-FILE-STATUS
017330             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
017340     END-REWRITE.
017350     IF FS-EMPLOYEE-MASTER NOT = "00"
017360         MOVE "EMPLOYEE-MASTER-FILE" TO ABEND-FILE-NAME
017370         MOVE FS-EMPLOYEE-MASTER     TO ABEND-FILE-STATUS
017380         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
017390     END-IF.
017400 2700-EXIT.
017410     EXIT.
017420*
017430*****************************************************************
017440*    2950-ACCUMULATE-TOTALS - ROLL THE PAYMENT INTO THE RUN     *
017450*    CONTROL TOTALS, THE HOME DEPARTMENT'S WAGE EXPENSE AND     *
017460*    EMPLOYER TAX, THE PER-STATE AND PER-DEDUCTION LIABILITY    *
017470*    TOTALS, AND THE REMITTANCE DETAIL.                         *
017480*****************************************************************
017490 2950-ACCUMULATE-TOTALS.
017500     ADD 1 TO SC-PAYMENTS-MADE.
017510     ADD GROSS-PAY TO SC-TOTAL-GROSS-PAY.
017520     ADD TAX-AMOUNT TO SC-TOTAL-TAX-AMOUNT.
017530     ADD SS-TAX-AMOUNT TO SC-TOTAL-SS-TAX.
017540     ADD MEDICARE-TAX-AMOUNT TO SC-TOTAL-MEDICARE-TAX.
017550     ADD STATE-TAX-AMOUNT TO SC-TOTAL-STATE-TAX.
017560     ADD PRETAX-DEDUCTION-TOTAL TO SC-TOTAL-DEDUCTIONS.
017570     ADD POSTTAX-DEDUCTION-TOTAL TO SC-TOTAL-DEDUCTIONS.
017580     ADD NET-PAY TO SC-TOTAL-NET-PAY.
017590     ADD EMPLOYER-TAX-AMOUNT TO SC-TOTAL-EMPLOYER-TAX.
017600     PERFORM 2640-FIND-DEPARTMENT-ENTRY THRU 2640-EXIT.
017610     ADD 1 TO DT-EMPLOYEE-COUNT(DT-IDX).
017620     ADD GROSS-PAY TO DT-GROSS-PAY(DT-IDX).
017630     ADD TAX-AMOUNT TO DT-TAX-AMOUNT(DT-IDX).
017640     ADD NET-PAY TO DT-NET-PAY(DT-IDX).
017650     ADD EMPLOYER-TAX-AMOUNT TO DT-EMPLOYER-TAX(DT-IDX).
017660     IF STATE-TAX-AMOUNT NOT = ZERO
017670         PERFORM 2960-ACCUMULATE-STATE-TOTAL THRU 2960-EXIT
017680     END-IF.
017690     PERFORM 2970-ACCUMULATE-DEDUCTION-TOTALS THRU 2970-EXIT.
017700 2950-EXIT.
017710     EXIT.
017720*
017730 2640-FIND-DEPARTMENT-ENTRY.
017740     SET DT-IDX TO 1.
017750     SEARCH DEPARTMENT-TOTAL-ENTRY
017760         AT END
017770             PERFORM 2650-ADD-DEPARTMENT-ENTRY THRU 2650-EXIT
017780         WHEN DT-IDX > DEPARTMENT-TOTAL-COUNT
017790             PERFORM 2650-ADD-DEPARTMENT-ENTRY THRU 2650-EXIT
017800         WHEN DT-DEPT-CODE(DT-IDX) = EM-DEPT-CODE
017810             CONTINUE
017820     END-SEARCH.
017830 2640-EXIT.
017840     EXIT.
017850*
017860 2650-ADD-DEPARTMENT-ENTRY.
017870     IF DEPARTMENT-TOTAL-COUNT NOT < 20
017880         MOVE "DEPARTMENT-TOTAL"      TO ABEND-TABLE-NAME
017890         PERFORM 9910-ABEND-TABLE-OVERFLOW THRU 9910-EXIT
017900     END-IF.
017910     ADD 1 TO DEPARTMENT-TOTAL-COUNT.
017920     SET DT-IDX TO DEPARTMENT-TOTAL-COUNT.
017930     MOVE EM-DEPT-CODE TO DT-DEPT-CODE(DT-IDX).
017940     MOVE ZERO TO DT-EMPLOYEE-COUNT(DT-IDX).
017950     MOVE ZERO TO DT-GROSS-PAY(DT-IDX).
017960     MOVE ZERO TO DT-TAX-AMOUNT(DT-IDX).
017970     MOVE ZERO TO DT-NET-PAY(DT-IDX).
017980     MOVE ZERO TO DT-EMPLOYER-TAX(DT-IDX).
017990     MOVE ZERO TO DT-RETRO-PAY(DT-IDX).
018000 2650-EXIT.
018010     EXIT.
018020*
018030 2960-ACCUMULATE-STATE-TOTAL.
018040     PERFORM VARYING SX-SUB FROM 1 BY 1
018050             UNTIL SX-SUB > STATE-RUN-COUNT
018060                 OR SX-JURISDICTION-CODE(SX-SUB)
018070                     = EM-JURISDICTION-CODE
018080         CONTINUE
018090     END-PERFORM.
018100     IF SX-SUB > STATE-RUN-COUNT
018110         IF STATE-RUN-COUNT NOT < 10
018120             MOVE "STATE-RUN-TOTAL"       TO ABEND-TABLE-NAME
018130             PERFORM 9910-ABEND-TABLE-OVERFLOW THRU 9910-EXIT
018140         END-IF
018150         ADD 1 TO STATE-RUN-COUNT
018160         MOVE STATE-RUN-COUNT TO SX-SUB
018170         MOVE EM-JURISDICTION-CODE TO SX-JURISDICTION-CODE(SX-SUB)
018180         MOVE ZERO TO SX-RUN-TOTAL(SX-SUB)
018190     END-IF.
018200     ADD STATE-TAX-AMOUNT TO SX-RUN-TOTAL(SX-SUB).
018210 2960-EXIT.
018220     EXIT.
018230*
018240 2970-ACCUMULATE-DEDUCTION-TOTALS.
018250     PERFORM VARYING EM-DED-IDX FROM 1 BY 1 UNTIL EM-DED-IDX > 3
018260         IF DED-TAKEN-AMOUNT(EM-DED-IDX) > ZERO
018270             PERFORM VARYING DX-SUB FROM 1 BY 1 UNTIL DX-SUB > 6
018280                 IF DC-CODE(DX-SUB) = EM-DED-CODE(EM-DED-IDX)
018290                     ADD DED-TAKEN-AMOUNT(EM-DED-IDX)
018300                         TO DX-RUN-TOTAL(DX-SUB)
018310                     MOVE 7 TO DX-SUB
018320                 END-IF
018330             END-PERFORM
018340             PERFORM 2975-ADD-REMIT-DETAIL THRU 2975-EXIT
018350         END-IF
018360     END-PERFORM.
018370 2970-EXIT.
018380     EXIT.
018390*
018400 2975-ADD-REMIT-DETAIL.
018410     IF REMIT-DETAIL-COUNT NOT < 1000
018420         MOVE "REMIT-DETAIL"          TO ABEND-TABLE-NAME
018430         PERFORM 9910-ABEND-TABLE-OVERFLOW THRU 9910-EXIT
018440     END-IF.
018450     ADD 1 TO REMIT-DETAIL-COUNT.
018460     MOVE EM-EMPLOYEE-ID
018470         TO RX-EMPLOYEE-ID(REMIT-DETAIL-COUNT).
018480     MOVE EM-DED-CODE(EM-DED-IDX)
018490         TO RX-DED-CODE(REMIT-DETAIL-COUNT).
018500     MOVE EM-DED-CASE-NBR(EM-DED-IDX)
018510         TO RX-CASE-NUMBER(REMIT-DETAIL-COUNT).
018520     MOVE DED-TAKEN-AMOUNT(EM-DED-IDX)
018530         TO RX-AMOUNT(REMIT-DETAIL-COUNT).
018540 2975-EXIT.
018550     EXIT.
018560*
018570 7500-PRINT-SUPP-TRAILER.
018580     MOVE SPACES TO REPORT-RECORD.
018590     MOVE "Supplemental Run Control Totals" TO REPORT-RECORD.
018600     WRITE REPORT-RECORD.
018610     MOVE SC-RECORDS-READ TO ED-COUNT.
018620     MOVE SPACES TO REPORT-RECORD.
018630     STRING "  Records Read: " ED-COUNT
018640         DELIMITED BY SIZE INTO REPORT-RECORD
018650     WRITE REPORT-RECORD.
018660     MOVE SC-PAYMENTS-MADE TO ED-COUNT.
018670     MOVE SPACES TO REPORT-RECORD.
018680     STRING "  Payments Made: " ED-COUNT
018690         DELIMITED BY SIZE INTO REPORT-RECORD
018700     WRITE REPORT-RECORD.
018710     MOVE SC-RECORDS-REJECTED TO ED-COUNT.
018720     MOVE SPACES TO REPORT-RECORD.
018730     STRING "  Records Rejected: " ED-COUNT
018740         DELIMITED BY SIZE INTO REPORT-RECORD
018750     WRITE REPORT-RECORD.
018760     MOVE SC-TOTAL-GROSS-PAY TO ED-TOTAL-AMOUNT.
018770     MOVE SPACES TO REPORT-RECORD.
018780     STRING "  Total Gross: $" ED-TOTAL-AMOUNT
018790         DELIMITED BY SIZE INTO REPORT-RECORD
018800     WRITE REPORT-RECORD.
018810     MOVE SC-TOTAL-TAX-AMOUNT TO ED-TOTAL-AMOUNT.
018820     MOVE SPACES TO REPORT-RECORD.
018830     STRING "  Total Federal Tax: $" ED-TOTAL-AMOUNT
018840         DELIMITED BY SIZE INTO REPORT-RECORD
018850     WRITE REPORT-RECORD.
018860     MOVE SC-TOTAL-SS-TAX TO ED-TOTAL-AMOUNT.
018870     MOVE SPACES TO REPORT-RECORD.
018880     STRING "  Total Social Security: $" ED-TOTAL-AMOUNT
018890         DELIMITED BY SIZE INTO REPORT-RECORD
018900     WRITE REPORT-RECORD.
018910     MOVE SC-TOTAL-MEDICARE-TAX TO ED-TOTAL-AMOUNT.
018920     MOVE SPACES TO REPORT-RECORD.
018930     STRING "  Total Medicare: $" ED-TOTAL-AMOUNT
018940         DELIMITED BY SIZE INTO REPORT-RECORD
018950     WRITE REPORT-RECORD.
018960     MOVE SC-TOTAL-STATE-TAX TO ED-TOTAL-AMOUNT.
018970     MOVE SPACES TO REPORT-RECORD.
018980     STRING "  Total State Tax: $" ED-TOTAL-AMOUNT
018990         DELIMITED BY SIZE INTO REPORT-RECORD
019000     WRITE REPORT-RECORD.
019010     MOVE SC-TOTAL-DEDUCTIONS TO ED-TOTAL-AMOUNT.
019020     MOVE SPACES TO REPORT-RECORD.
019030     STRING "  Total Deductions: $" ED-TOTAL-AMOUNT
019040         DELIMITED BY SIZE INTO REPORT-RECORD
019050     WRITE REPORT-RECORD.
019060     MOVE SC-TOTAL-NET-PAY TO ED-TOTAL-AMOUNT.
019070     MOVE SPACES TO REPORT-RECORD.
019080     STRING "  Total Net: $" ED-TOTAL-AMOUNT
019090         DELIMITED BY SIZE INTO REPORT-RECORD
019100     WRITE REPORT-RECORD.
019110     MOVE SC-ACH-CREDIT-COUNT TO ED-COUNT.
019120     MOVE SPACES TO REPORT-RECORD.
019130     STRING "  ACH Credits: " ED-COUNT
019140         DELIMITED BY SIZE INTO REPORT-RECORD
019150     WRITE REPORT-RECORD.
019160     MOVE SC-TOTAL-ACH-NET TO ED-TOTAL-AMOUNT.
019170     MOVE SPACES TO REPORT-RECORD.
019180     STRING "  Total ACH Net: $" ED-TOTAL-AMOUNT
019190         DELIMITED BY SIZE INTO REPORT-RECORD
019200     WRITE REPORT-RECORD.
019210     MOVE SC-CHECKS-ISSUED TO ED-COUNT.
019220     MOVE SPACES TO REPORT-RECORD.
019230     STRING "  Checks Issued: " ED-COUNT
019240         DELIMITED BY SIZE INTO REPORT-RECORD
019250     WRITE REPORT-RECORD.
019260     MOVE SC-TOTAL-CHECK-NET TO ED-TOTAL-AMOUNT.
019270     MOVE SPACES TO REPORT-RECORD.
019280     STRING "  Total Check Net: $" ED-TOTAL-AMOUNT
019290         DELIMITED BY SIZE INTO REPORT-RECORD
019300     WRITE REPORT-RECORD.
019310     MOVE SC-TOTAL-EMPLOYER-TAX TO ED-TOTAL-AMOUNT.
019320     MOVE SPACES TO REPORT-RECORD.
019330     STRING "  Total Employer Tax: $" ED-TOTAL-AMOUNT
019340         DELIMITED BY SIZE INTO REPORT-RECORD
019350     WRITE REPORT-RECORD.
019360     MOVE SC-GL-DEBIT-TOTAL TO ED-TOTAL-AMOUNT.
019370     MOVE SPACES TO REPORT-RECORD.
019380     STRING "  Ledger Debits (GLPOST.DAT): $" ED-TOTAL-AMOUNT
019390         DELIMITED BY SIZE INTO REPORT-RECORD
019400     WRITE REPORT-RECORD.
019410     MOVE SC-GL-CREDIT-TOTAL TO ED-TOTAL-AMOUNT.
019420     MOVE SPACES TO REPORT-RECORD.
019430     STRING "  Ledger Credits (GLPOST.DAT): $" ED-TOTAL-AMOUNT
019440         DELIMITED BY SIZE INTO REPORT-RECORD
019450     WRITE REPORT-RECORD.
019460 7500-EXIT.
019470     EXIT.
019480*
019490*****************************************************************
019500*    7600-WRITE-BATCH-CONTROL - THE RUN'S CONTROL TOTALS IN THE *
019510*    SAME FIXED RECORD THE PAYROLL RUN WRITES, MARKED AS A      *
019520*    SUPPLEMENTAL RUN WITH PERIOD NUMBER ZERO, SO THE ACH       *
019530*    BALANCING STEP TIES IT TO THIS RUN'S HISTORY PAYMENTS      *
019540*    ONLY.  THE EMPLOYEES-PAID FIGURE IS THE PAYMENT COUNT.     *
019550*****************************************************************
019560 7600-WRITE-BATCH-CONTROL.
019570     OPEN OUTPUT BATCH-CONTROL-FILE.
019580     IF FS-BATCH-CONTROL NOT = "00"
019590         MOVE "BATCH-CONTROL-FILE"   TO ABEND-FILE-NAME
019600         MOVE FS-BATCH-CONTROL       TO ABEND-FILE-STATUS
019610         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
019620     END-IF.
019630     MOVE SPACES TO BATCH-CONTROL-RECORD.
019640     MOVE SUPP-RUN-DATE TO BC-RUN-DATE.
019650     MOVE ZERO TO BC-PERIOD-NUMBER.
019660     MOVE SC-PAYMENTS-MADE TO BC-EMPLOYEES-PAID.
019670     MOVE SC-TOTAL-GROSS-PAY TO BC-TOTAL-GROSS-PAY.
019680     MOVE SC-TOTAL-TAX-AMOUNT TO BC-TOTAL-TAX-AMOUNT.
019690     MOVE SC-TOTAL-NET-PAY TO BC-TOTAL-NET-PAY.
019700     MOVE SC-ACH-CREDIT-COUNT TO BC-ACH-CREDIT-COUNT.
019710     MOVE SC-CHECKS-ISSUED TO BC-CHECK-COUNT.
019720     MOVE SC-TOTAL-CHECK-NET TO BC-TOTAL-CHECK-NET.
019730     MOVE 'S' TO BC-RUN-TYPE.
019740     WRITE BATCH-CONTROL-RECORD.
019750     IF FS-BATCH-CONTROL NOT = "00"
019760         MOVE "BATCH-CONTROL-FILE"   TO ABEND-FILE-NAME
019770         MOVE FS-BATCH-CONTROL       TO ABEND-FILE-STATUS
019780         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
019790     END-IF.
019800     CLOSE BATCH-CONTROL-FILE.
019810 7600-EXIT.
019820     EXIT.
019830*
019840 7620-WRITE-REGISTER-TRAILER.
019850     MOVE SPACES TO CHECK-REGISTER-RECORD.
019860     WRITE CHECK-REGISTER-RECORD.
019870     MOVE SC-CHECKS-ISSUED TO ED-COUNT.
019880     MOVE SPACES TO CHECK-REGISTER-RECORD.
019890     STRING "  Checks Issued: " ED-COUNT
019900         DELIMITED BY SIZE INTO CHECK-REGISTER-RECORD
019910     WRITE CHECK-REGISTER-RECORD.
019920     MOVE SC-TOTAL-CHECK-NET TO ED-TOTAL-AMOUNT.
019930     MOVE SPACES TO CHECK-REGISTER-RECORD.
019940     STRING "  Total Check Net: $" ED-TOTAL-AMOUNT
019950         DELIMITED BY SIZE INTO CHECK-REGISTER-RECORD
019960     WRITE CHECK-REGISTER-RECORD.
019970 7620-EXIT.
019980     EXIT.
019990*
020000 7630-WRITE-CHECK-SEQUENCE.
020010     OPEN OUTPUT CHECK-SEQ-FILE.
020020     IF FS-CHECK-SEQ NOT = "00"
020030         MOVE "CHECK-SEQ-FILE"        TO ABEND-FILE-NAME
020040         MOVE FS-CHECK-SEQ            TO ABEND-FILE-STATUS
020050         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
020060     END-IF.
020070     MOVE SPACES TO CHECK-SEQ-RECORD.
020080     MOVE NEXT-CHECK-NUMBER TO CS-NEXT-CHECK-NUMBER.
020090     WRITE CHECK-SEQ-RECORD.
020100     IF FS-CHECK-SEQ NOT = "00"
020110         MOVE "CHECK-SEQ-FILE"        TO ABEND-FILE-NAME
020120         MOVE FS-CHECK-SEQ            TO ABEND-FILE-STATUS
020130         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
020140     END-IF.
020150     CLOSE CHECK-SEQ-FILE.
020160 7630-EXIT.
020170     EXIT.
020180*
020190*****************************************************************
020200*    7700-WRITE-GL-POSTINGS - THE RUN'S LEDGER ENTRIES IN THE   *
020210*    PAYROLL RUN'S LAYOUT AND ACCOUNTS: WAGE EXPENSE (6100) AND *
020220*    EMPLOYER TAX EXPENSE (6150) DEBITED PER HOME DEPARTMENT;   *
020230*    FEDERAL INCOME TAX (2100), SOCIAL SECURITY (2110),         *
020240*    MEDICARE (2120), STATE INCOME TAX PER JURISDICTION         *
020250*    (2130XX), EACH DEDUCTION CODE (2200XX) AND EACH EMPLOYER   *
020260*    TAX (2150XX) CREDITED; THE ACH NET CREDITED TO ACH         *
020270*    CLEARING (1100) AND THE CHECK NET TO CHECKS OUTSTANDING    *
020280*    (1105).  PERIOD NUMBER ZERO MARKS THE ENTRIES AS OFF-CYCLE.*
020290*****************************************************************
020300 7700-WRITE-GL-POSTINGS.
020310     OPEN OUTPUT GL-POSTING-FILE.
020320     IF FS-GL-POSTING NOT = "00"
020330         MOVE "GL-POSTING-FILE"      TO ABEND-FILE-NAME
020340         MOVE FS-GL-POSTING          TO ABEND-FILE-STATUS
020350         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
020360     END-IF.
020370     PERFORM VARYING DT-IDX FROM 1 BY 1
020380             UNTIL DT-IDX > DEPARTMENT-TOTAL-COUNT
020390         PERFORM 7710-POST-ONE-DEPARTMENT THRU 7710-EXIT
020400     END-PERFORM.
020410     MOVE SPACES TO GL-POSTING-RECORD.
020420     MOVE "2100" TO GL-ACCOUNT-NUMBER.
020430     MOVE 'C' TO GL-DEBIT-CREDIT.
020440     MOVE SC-TOTAL-TAX-AMOUNT TO GL-AMOUNT.
020450     MOVE "FEDERAL INCOME TAX W/H" TO GL-DESCRIPTION.
020460     PERFORM 7720-WRITE-ONE-POSTING THRU 7720-EXIT.
020470     MOVE SPACES TO GL-POSTING-RECORD.
020480     MOVE "2110" TO GL-ACCOUNT-NUMBER.
020490     MOVE 'C' TO GL-DEBIT-CREDIT.
020500     MOVE SC-TOTAL-SS-TAX TO GL-AMOUNT.
020510     MOVE "SOCIAL SECURITY W/H" TO GL-DESCRIPTION.
020520     PERFORM 7720-WRITE-ONE-POSTING THRU 7720-EXIT.
020530     MOVE SPACES TO GL-POSTING-RECORD.
020540     MOVE "2120" TO GL-ACCOUNT-NUMBER.
020550     MOVE 'C' TO GL-DEBIT-CREDIT.
020560     MOVE SC-TOTAL-MEDICARE-TAX TO GL-AMOUNT.
020570     MOVE "MEDICARE W/H" TO GL-DESCRIPTION.
020580     PERFORM 7720-WRITE-ONE-POSTING THRU 7720-EXIT.
020590     PERFORM VARYING SX-SUB FROM 1 BY 1
020600             UNTIL SX-SUB > STATE-RUN-COUNT
020610         MOVE SPACES TO GL-POSTING-RECORD
020620         STRING "2130" SX-JURISDICTION-CODE(SX-SUB)
020630             DELIMITED BY SIZE INTO GL-ACCOUNT-NUMBER
020640         MOVE 'C' TO GL-DEBIT-CREDIT
020650         MOVE SX-RUN-TOTAL(SX-SUB) TO GL-AMOUNT
020660         MOVE "STATE INCOME TAX W/H" TO GL-DESCRIPTION
020670         PERFORM 7720-WRITE-ONE-POSTING THRU 7720-EXIT
020680     END-PERFORM.
020690     PERFORM VARYING DX-SUB FROM 1 BY 1 UNTIL DX-SUB > 6
020700         IF DC-CODE(DX-SUB) NOT = SPACES
020710             MOVE SPACES TO GL-POSTING-RECORD
020720             STRING "2200" DC-CODE(DX-SUB)
020730                 DELIMITED BY SIZE INTO GL-ACCOUNT-NUMBER
020740             MOVE 'C' TO GL-DEBIT-CREDIT
020750             MOVE DX-RUN-TOTAL(DX-SUB) TO GL-AMOUNT
020760             MOVE DC-DESCRIPTION(DX-SUB) TO GL-DESCRIPTION
020770             PERFORM 7720-WRITE-ONE-POSTING THRU 7720-EXIT
020780         END-IF
020790     END-PERFORM.
020800     PERFORM VARYING ER-SUB FROM 1 BY 1 UNTIL ER-SUB > 4
020810         MOVE SPACES TO GL-POSTING-RECORD
020820         STRING "2150" ER-TAX-CODE(ER-SUB)
020830             DELIMITED BY SIZE INTO GL-ACCOUNT-NUMBER
020840         MOVE 'C' TO GL-DEBIT-CREDIT
020850         MOVE ER-RUN-TOTAL(ER-SUB) TO GL-AMOUNT
020860         MOVE ER-DESCRIPTION(ER-SUB) TO GL-DESCRIPTION
020870         PERFORM 7720-WRITE-ONE-POSTING THRU 7720-EXIT
020880     END-PERFORM.
020890     MOVE SPACES TO GL-POSTING-RECORD.
020900     MOVE "1100" TO GL-ACCOUNT-NUMBER.
020910     MOVE 'C' TO GL-DEBIT-CREDIT.
020920     MOVE SC-TOTAL-ACH-NET TO GL-AMOUNT.
020930     MOVE "ACH CLEARING" TO GL-DESCRIPTION.
020940     PERFORM 7720-WRITE-ONE-POSTING THRU 7720-EXIT.
020950     MOVE SPACES TO GL-POSTING-RECORD.
020960     MOVE "1105" TO GL-ACCOUNT-NUMBER.
020970     MOVE 'C' TO GL-DEBIT-CREDIT.
020980     MOVE SC-TOTAL-CHECK-NET TO GL-AMOUNT.
020990     MOVE "CHECKS OUTSTANDING" TO GL-DESCRIPTION.
021000     PERFORM 7720-WRITE-ONE-POSTING THRU 7720-EXIT.
021010     CLOSE GL-POSTING-FILE.
021020 7700-EXIT.
021030     EXIT.
021040*
021050 7710-POST-ONE-DEPARTMENT.
021060     MOVE SPACES TO GL-POSTING-RECORD.
021070     MOVE "6100" TO GL-ACCOUNT-NUMBER.
021080     MOVE DT-DEPT-CODE(DT-IDX) TO GL-DEPT-CODE.
021090     MOVE 'D' TO GL-DEBIT-CREDIT.
021100     MOVE DT-GROSS-PAY(DT-IDX) TO GL-AMOUNT.
021110     MOVE "SUPPLEMENTAL WAGES" TO GL-DESCRIPTION.
021120     PERFORM 7720-WRITE-ONE-POSTING THRU 7720-EXIT.
021130     MOVE SPACES TO GL-POSTING-RECORD.
021140     MOVE "6150" TO GL-ACCOUNT-NUMBER.
021150     MOVE DT-DEPT-CODE(DT-IDX) TO GL-DEPT-CODE.
021160     MOVE 'D' TO GL-DEBIT-CREDIT.
021170     MOVE DT-EMPLOYER-TAX(DT-IDX) TO GL-AMOUNT.
021180     MOVE "EMPLOYER TAX EXPENSE" TO GL-DESCRIPTION.
021190     PERFORM 7720-WRITE-ONE-POSTING THRU 7720-EXIT.
021200 7710-EXIT.
021210     EXIT.
021220*
021230*****************************************************************
021240*    7720-WRITE-ONE-POSTING - A ZERO LINE IS NOT WRITTEN.  THE  *
021250*    DEBITS AND CREDITS ARE TOTALED FOR THE RUN TRAILER, WHERE  *
021260*    THEY MUST AGREE.                                           *
021270*****************************************************************
021280 7720-WRITE-ONE-POSTING.
021290     IF GL-AMOUNT = ZERO
021300         GO TO 7720-EXIT
021310     END-IF.
021320     MOVE SUPP-RUN-DATE TO GL-RUN-DATE.
021330     MOVE ZERO TO GL-PERIOD-NUMBER.
021340     WRITE GL-POSTING-RECORD.
021350     IF FS-GL-POSTING NOT = "00"
021360         MOVE "GL-POSTING-FILE"      TO ABEND-FILE-NAME
021370         MOVE FS-GL-POSTING          TO ABEND-FILE-STATUS
021380         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
021390     END-IF.
021400     IF GL-DEBIT
021410         ADD GL-AMOUNT TO SC-GL-DEBIT-TOTAL
021420     ELSE
021430         ADD GL-AMOUNT TO SC-GL-CREDIT-TOTAL
021440     END-IF.
021450 7720-EXIT.
021460     EXIT.
021470*
021480*****************************************************************
021490*    7750-WRITE-REMITTANCE - TELL ACCOUNTS PAYABLE WHO GETS THE *
021500*    MONEY THE RUN WITHHELD: ONE REMIT.DAT RECORD PER DEDUCTION *
021510*    CODE WITH A NON-ZERO RUN TOTAL, AND A REPORT SECTION PER   *
021520*    PAYEE ITEMIZED EMPLOYEE BY EMPLOYEE, AS THE PAYROLL RUN    *
021530*    DOES.                                                      *
021540*****************************************************************
021550 7750-WRITE-REMITTANCE.
021560     OPEN OUTPUT REMITTANCE-FILE.
021570     IF FS-REMITTANCE NOT = "00"
021580         MOVE "REMITTANCE-FILE"       TO ABEND-FILE-NAME
021590         MOVE FS-REMITTANCE           TO ABEND-FILE-STATUS
021600         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
021610     END-IF.
021620     OPEN OUTPUT REMIT-REPORT-FILE.
021630     IF FS-REMIT-REPORT NOT = "00"
021640         MOVE "REMIT-REPORT-FILE"     TO ABEND-FILE-NAME
021650         MOVE FS-REMIT-REPORT         TO ABEND-FILE-STATUS
021660         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
021670     END-IF.
021680     MOVE "Third-Party Remittance Report - Supplemental Run"
021690         TO REMIT-REPORT-RECORD.
021700     WRITE REMIT-REPORT-RECORD.
021710     MOVE SPACES TO REMIT-REPORT-RECORD.
021720     STRING "Run Date: " SUPP-RUN-DATE
021730         DELIMITED BY SIZE INTO REMIT-REPORT-RECORD
021740     WRITE REMIT-REPORT-RECORD.
021750     MOVE SPACES TO REMIT-REPORT-RECORD.
021760     WRITE REMIT-REPORT-RECORD.
021770     PERFORM VARYING DX-SUB FROM 1 BY 1 UNTIL DX-SUB > 6
021780         IF DC-CODE(DX-SUB) NOT = SPACES
021790                 AND DX-RUN-TOTAL(DX-SUB) NOT = ZERO
021800             PERFORM 7760-REMIT-ONE-PAYEE THRU 7760-EXIT
021810         END-IF
021820     END-PERFORM.
021830     CLOSE REMITTANCE-FILE.
021840     CLOSE REMIT-REPORT-FILE.
021850 7750-EXIT.
021860     EXIT.
021870*
021880 7760-REMIT-ONE-PAYEE.
021890     MOVE SPACES TO REMITTANCE-RECORD.
021900     MOVE SUPP-RUN-DATE TO RM-RUN-DATE.
021910     MOVE DC-CODE(DX-SUB) TO RM-DED-CODE.
021920     MOVE DC-PAYEE-NAME(DX-SUB) TO RM-PAYEE-NAME.
021930     MOVE DC-REMIT-ACCOUNT(DX-SUB) TO RM-REMIT-ACCOUNT.
021940     MOVE DX-RUN-TOTAL(DX-SUB) TO RM-AMOUNT.
021950     WRITE REMITTANCE-RECORD.
021960     IF FS-REMITTANCE NOT = "00"
021970         MOVE "REMITTANCE-FILE"       TO ABEND-FILE-NAME
021980         MOVE FS-REMITTANCE           TO ABEND-FILE-STATUS
021990         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
022000     END-IF.
022010     MOVE SPACES TO REMIT-REPORT-RECORD.
022020     STRING "Pay To: " DC-PAYEE-NAME(DX-SUB)
022030         " (" DC-CODE(DX-SUB) ")"
022040         DELIMITED BY SIZE INTO REMIT-REPORT-RECORD
022050     WRITE REMIT-REPORT-RECORD.
022060     MOVE SPACES TO REMIT-REPORT-RECORD.
022070     STRING "  Remit-To Account: " DC-REMIT-ACCOUNT(DX-SUB)
022080         DELIMITED BY SIZE INTO REMIT-REPORT-RECORD
022090     WRITE REMIT-REPORT-RECORD.
022100     PERFORM VARYING RX-SUB FROM 1 BY 1
022110             UNTIL RX-SUB > REMIT-DETAIL-COUNT
022120         IF RX-DED-CODE(RX-SUB) = DC-CODE(DX-SUB)
022130             MOVE RX-AMOUNT(RX-SUB) TO ED-TOTAL-AMOUNT
022140             MOVE SPACES TO REMIT-REPORT-RECORD
022150             STRING "    " RX-EMPLOYEE-ID(RX-SUB)
022160                 " CASE " RX-CASE-NUMBER(RX-SUB)
022170                 " $" ED-TOTAL-AMOUNT
022180                 DELIMITED BY SIZE INTO REMIT-REPORT-RECORD
022190             WRITE REMIT-REPORT-RECORD
022200         END-IF
022210     END-PERFORM.
022220     MOVE DX-RUN-TOTAL(DX-SUB) TO ED-TOTAL-AMOUNT.
022230     MOVE SPACES TO REMIT-REPORT-RECORD.
022240     STRING "  Total Due: $" ED-TOTAL-AMOUNT
022250         DELIMITED BY SIZE INTO REMIT-REPORT-RECORD
022260     WRITE REMIT-REPORT-RECORD.
022270     MOVE SPACES TO REMIT-REPORT-RECORD.
022280     WRITE REMIT-REPORT-RECORD.
022290 7760-EXIT.
022300     EXIT.
022310*
022320*****************************************************************
022330*    7800-WRITE-GOAL-ARREARS - ROLL THE GOAL AND ARREARS        *
022340*    BALANCES OUT AS THE NEW GENERATION, THE SAME GRANDFATHER   *
022350*    CYCLE THE PAYROLL RUN USES.                                *
022360*****************************************************************
022370 7800-WRITE-GOAL-ARREARS.
022380     OPEN OUTPUT NEW-GOAL-ARREARS-FILE.
022390     IF FS-NEW-GOAL-ARREARS NOT = "00"
022400         MOVE "NEW-GOAL-ARREARS"     TO ABEND-FILE-NAME
022410         MOVE FS-NEW-GOAL-ARREARS    TO ABEND-FILE-STATUS
022420         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
022430     END-IF.
022440     PERFORM VARYING GA-WORK-SUB FROM 1 BY 1
022450             UNTIL GA-WORK-SUB > GOAL-ARREARS-COUNT
022460         PERFORM 7810-WRITE-ONE-GOAL-ARREARS THRU 7810-EXIT
022470     END-PERFORM.
022480     CLOSE NEW-GOAL-ARREARS-FILE.
022490 7800-EXIT.
022500     EXIT.
022510*
022520 7810-WRITE-ONE-GOAL-ARREARS.
022530     MOVE SPACES TO GOAL-ARREARS-RECORD.
022540     MOVE GT-EMPLOYEE-ID(GA-WORK-SUB) TO GA-EMPLOYEE-ID.
022550     MOVE GT-DED-CODE(GA-WORK-SUB) TO GA-DED-CODE.
022560     MOVE GT-GOAL-AMOUNT(GA-WORK-SUB) TO GA-GOAL-AMOUNT.
022570     MOVE GT-TAKEN-TO-DATE(GA-WORK-SUB) TO GA-TAKEN-TO-DATE.
022580     MOVE GT-ARREARS-BALANCE(GA-WORK-SUB)
022590         TO GA-ARREARS-BALANCE.
022600     MOVE GOAL-ARREARS-RECORD TO NEW-GOAL-ARREARS-RECORD.
022610     WRITE NEW-GOAL-ARREARS-RECORD.
022620     IF FS-NEW-GOAL-ARREARS NOT = "00"
022630         MOVE "NEW-GOAL-ARREARS"     TO ABEND-FILE-NAME
022640         MOVE FS-NEW-GOAL-ARREARS    TO ABEND-FILE-STATUS
022650         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
022660     END-IF.
022670 7810-EXIT.
022680     EXIT.
022690*
022700 9000-TERMINATE.
022710     CLOSE SUPP-PAY-FILE.
022720     CLOSE PAY-HISTORY-FILE.
022730     CLOSE EMPLOYEE-MASTER-FILE.
022740     CLOSE ACH-FILE.
022750     CLOSE CHECK-PRINT-FILE.
022760     CLOSE CHECK-REGISTER-FILE.
022770     CLOSE POSITIVE-PAY-FILE.
022780     CLOSE SUPP-REPORT-FILE.
022790     DISPLAY "Supplemental run complete - register in "
022800         "SUPPRPT.TXT".
022810 9000-EXIT.
022820     EXIT.
022830*
022840*****************************************************************
022850*    9900-ABEND-FILE-ERROR - A FILE OPERATION CAME BACK WITH A  *
022860*    NON-ZERO STATUS.  DISPLAY WHAT FAILED AND STOP THE JOB     *
022870*    RATHER THAN LET THE RUN CONTINUE AGAINST A FILE THAT NEVER *
022880*    OPENED OR A DISK THAT IS OUT OF SPACE.                     *
022890*****************************************************************
022900 9900-ABEND-FILE-ERROR.
022910     DISPLAY "PAYSUPP ABEND - " ABEND-FILE-NAME
022920         " FILE STATUS " ABEND-FILE-STATUS.
022930     MOVE 16 TO RETURN-CODE.
022940     STOP RUN.
022950 9900-EXIT.
022960     EXIT.
022970*
022980*****************************************************************
022990*    9910-ABEND-TABLE-OVERFLOW - A WORKING-STORAGE TABLE HAS    *
023000*    RUN OUT OF ROOM.  STOP THE JOB INSTEAD OF SUBSCRIPTING     *
023010*    PAST THE TABLE INTO WHATEVER WORKING-STORAGE FOLLOWS IT.   *
023020*****************************************************************
023030 9910-ABEND-TABLE-OVERFLOW.
023040     DISPLAY "PAYSUPP ABEND - " ABEND-TABLE-NAME
023050         " TABLE IS FULL".
023060     MOVE 16 TO RETURN-CODE.
023070     STOP RUN.
023080 9910-EXIT.
023090     EXIT.
