000010*****************************************************************
000020*                                                                *
000030*    PAYAUDIT.COB                                                *
000040*                                                                *
000050*    PAYROLL DATA INTEGRITY AUDIT.  RUNS NIGHTLY, AND AHEAD OF   *
000060*    EVERY PAYROLL RUN, AGAINST THE FILES THE PAY RUN DEPENDS    *
000070*    ON.  IT READS EVERYTHING AND UPDATES NOTHING.  IT REPORTS   *
000080*    (AUDITRPT.TXT):                                             *
000090*      - CONTROL FILES - NO PAY CALENDAR OR NO UNPROCESSED       *
000100*        PERIOD, NO NEXT CHECK NUMBER (CHECKSEQ.DAT), RATE       *
000110*        TABLES THAT DO NOT LOAD FOR THE NEXT PAY DATE;          *
000120*      - GOAL/ARREARS, DEPOSIT-INSTRUCTION, RETRO-DUE, PENDING   *
000130*        MAINTENANCE AND TIME-CARD ENTRIES FOR EMPLOYEES NOT ON  *
000140*        THE MASTER (A PENDING ADD FOR AN EMPLOYEE ALREADY ON    *
000150*        IT);                                                    *
000160*      - DEDUCTION CODES ON THE MASTER OR THE GOAL/ARREARS FILE  *
000170*        THAT THE RATE CONTROL FILE DOES NOT DEFINE FOR THE      *
000180*        NEXT PAY DATE;                                          *
000190*      - CHECK NUMBERS ON THE PAY HISTORY AT OR ABOVE THE NEXT   *
000200*        NUMBER ON CHECKSEQ.DAT;                                 *
000210*      - MASTER YTD FIGURES THAT DO NOT EQUAL THE OPEN TAX       *
000220*        YEAR'S HISTORY - PAYMENTS AND REISSUES LESS VOIDS;      *
000230*      - GAPS, OVERLAPS AND OUT-OF-SEQUENCE PERIODS ON THE PAY   *
000240*        CALENDAR; AND                                           *
000250*      - A RESTART CHECKPOINT (PAYCKPT.DAT) LEFT BY A PAYROLL    *
000260*        RUN THAT DID NOT FINISH.                                *
000270*    EACH FINDING IS SEVERE OR A WARNING.  A SEVERE FINDING      *
000280*    WILL STOP, REJECT OR MISSTATE SOMETHING IN THE NEXT PAY     *
000290*    RUN AND ENDS THE JOB WITH RETURN CODE 8 - OPERATIONS HOLD   *
000300*    THE PAY RUN UNTIL IT IS CLEARED.  WARNINGS ALONE END WITH   *
000310*    RETURN CODE 4.                                              *
000320*                                                                *
000330*    THE NEXT PAY DATE IS THE PAY DATE OF THE FIRST UNPROCESSED  *
000340*    CALENDAR PERIOD - THE DATE THE PAYROLL RUN WILL LOAD ITS    *
000350*    RATES FOR - OR TODAY WHEN THERE IS NONE.  THE TAX YEAR IS   *
000360*    THE ONE OPEN ON YTDCTL.DAT, AND A HISTORY RECORD FALLS IN   *
000370*    THE YEAR OF ITS CALENDAR PERIOD'S END DATE, AS AT THE       *
000380*    YEAR-END CLOSE.  A MASTER LOADED PART WAY THROUGH A YEAR    *
000390*    WITH OPENING YTD BALANCES SHOWS THOSE BALANCES AS A YTD     *
000400*    DIFFERENCE UNTIL THE YEAR IS CLOSED.  A RECORD FINAL-PAID   *
000410*    ('F') IS NOT PAID AGAIN, SO ITS DEDUCTION CODES ARE NOT     *
000420*    CHECKED.                                                    *
000430*                                                                *
000440*    MODIFICATION HISTORY                                        *
000450*    DATE       INIT  DESCRIPTION                                *
000460*    ---------- ----  ------------------------------------------ *
000470*    2026-10-15  DLT  ORIGINAL PROGRAM.  CROSS-FILE PROBLEMS     *
000480*                      PREVIOUSLY SHOWED UP ONLY AS REJECTS AND  *
000490*                      ABENDS PART WAY THROUGH A PAY RUN.        *
000493*    2026-10-15  DLT  PASSES THE SUPPLEMENTAL WITHHOLDING RATE   *
000496*                      TABLE TO RATELOAD.                        *
000497*    2026-10-15  DLT  A BAD STATUS OPENING THE GOAL/ARREARS FILE *
000498*                      FOR THE DEDUCTION CODE CHECK NOW ABENDS.  *
000500*                                                                *
000510*****************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID. PAYAUDIT.
000540 AUTHOR. DATA PROCESSING.
000550 INSTALLATION. PAYROLL DEPARTMENT.
000560 DATE-WRITTEN. 2026-10-15.
000570 DATE-COMPILED.
000580*
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 SOURCE-COMPUTER. YOUR-COMPUTER.
000620 OBJECT-COMPUTER. YOUR-COMPUTER.
000630*
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.IDX"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS SEQUENTIAL
000690         RECORD KEY IS EM-EMPLOYEE-ID
000700         FILE STATUS IS FS-EMPLOYEE-MASTER.
000710*
000720     SELECT OPTIONAL GOAL-ARREARS-FILE ASSIGN TO "GOALARRS.DAT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS FS-GOAL-ARREARS.
000750*
000760     SELECT OPTIONAL DEPOSIT-INSTR-FILE ASSIGN TO "DEPINSTR.DAT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS FS-DEPOSIT-INSTR.
000790*
000800     SELECT OPTIONAL RETRO-DUE-FILE ASSIGN TO "RETRODUE.DAT"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS FS-RETRO-DUE.
000830*
000840     SELECT OPTIONAL PENDING-TRAN-FILE ASSIGN TO "MNTPEND.DAT"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS FS-PENDING-TRAN.
000870*
000880     SELECT OPTIONAL TIMECARD-FILE ASSIGN TO "TIMECARD.DAT"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS FS-TIMECARD.
000910*
000920     SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS FS-PAY-HISTORY.
000950*
000960     SELECT OPTIONAL PAY-CALENDAR-FILE ASSIGN TO "PAYCAL.DAT"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS FS-PAY-CALENDAR.
000990*
001000     SELECT OPTIONAL CHECK-SEQ-FILE ASSIGN TO "CHECKSEQ.DAT"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS FS-CHECK-SEQ.
001030*
001040     SELECT OPTIONAL YTD-CONTROL-FILE ASSIGN TO "YTDCTL.DAT"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS FS-YTD-CONTROL.
001070*
001080     SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO "PAYCKPT.DAT"
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS FS-CHECKPOINT.
001110*
001120     SELECT REPORT-FILE ASSIGN TO "AUDITRPT.TXT"
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS FS-REPORT.
001150*
001160 DATA DIVISION.
001170 FILE SECTION.
001180 FD  EMPLOYEE-MASTER-FILE.
001190     COPY EMPMAST.
001200*
001210 FD  GOAL-ARREARS-FILE.
001220     COPY GOALARRS.
001230*
001240 FD  DEPOSIT-INSTR-FILE.
001250     COPY DEPINSTR.
001260*
001270 FD  RETRO-DUE-FILE.
001280     COPY RETRODUE.
001290*
001300 FD  PENDING-TRAN-FILE.
001310     COPY MNTTRAN.
001320*
001330 FD  TIMECARD-FILE.
001340     COPY TIMECARD.
001350*
001360 FD  PAY-HISTORY-FILE.
001370     COPY PAYHIST.
001380*
001390 FD  PAY-CALENDAR-FILE.
001400     COPY PAYCAL.
001410*
001420 FD  CHECK-SEQ-FILE.
001430 01  CHECK-SEQ-RECORD.
001440     05  CS-NEXT-CHECK-NUMBER        PIC 9(08).
001450     05  FILLER                      PIC X(02).
001460*
001470 FD  YTD-CONTROL-FILE.
001480     COPY YTDCTL.
001490*
001500 FD  CHECKPOINT-FILE.
001510     COPY CHKPT REPLACING
001520         CHECKPOINT-RECORD BY CHECKPOINT-FILE-RECORD.
001530*
001540 FD  REPORT-FILE.
001550 01  REPORT-RECORD                   PIC X(80).
001560*
001570 WORKING-STORAGE SECTION.
001580*
001590*    THE RATE TABLES ARE FILLED BY THE RATELOAD SUBPROGRAM FOR
001600*    THE NEXT PAY DATE, SO THE DEDUCTION CODES ARE CHECKED
001610*    AGAINST THE SAME GENERATION THE PAYROLL RUN WILL USE.
001620     COPY TAXBRKT.
001630     COPY OTRULES.
001640     COPY DEDCODE.
001650     COPY EMPRTAX.
001660     COPY EMPETAX.
001670     COPY STATETAX.
001680     COPY W4ALLOW.
001685     COPY SUPPRATE.
001690*
001700 01  RATE-LOAD-CONTROL.
001710     05  RATE-AS-OF-DATE             PIC X(08).
001720     05  RATE-LOAD-STATUS            PIC X(02) VALUE "00".
001730*
001740     COPY CHKPT.
001750*
001760*    ONE ENTRY PER EMPLOYEE ON THE MASTER, IN MASTER ORDER, WITH
001770*    THE MASTER'S YTD FIGURES AND DEDUCTION CODES.  AN EMPLOYEE
001780*    FOUND ONLY ON THE YEAR'S HISTORY IS ADDED AT THE END AND
001790*    FLAGGED NOT ON THE MASTER.  THE SEVEN YTD FIGURES RUN IN
001800*    THE ORDER OF YF-NAME BELOW.
001810 01  EMPLOYEE-AUDIT-TABLE.
001820     05  EMPLOYEE-AUDIT-COUNT        PIC 9(04) COMP VALUE ZERO.
001830     05  EMPLOYEE-AUDIT-ENTRY OCCURS 1000 TIMES
001840                 INDEXED BY EA-IDX.
001850         10  EA-EMPLOYEE-ID          PIC X(06).
001860         10  EA-ON-MASTER            PIC X(01).
001870             88  EA-IS-ON-MASTER             VALUE 'Y'.
001880         10  EA-EMPLOYMENT-STATUS    PIC X(01).
001890             88  EA-FINAL-PAID               VALUE 'F'.
001900         10  EA-DED-CODE OCCURS 3 TIMES
001910                                     PIC X(02).
001920         10  EA-MASTER-YTD OCCURS 7 TIMES
001930                                     PIC 9(07)V99.
001940         10  EA-HISTORY-YTD OCCURS 7 TIMES
001950                                     PIC S9(09)V99.
001960     05  EA-SUB                      PIC 9(04) COMP VALUE ZERO.
001970*
001980 01  YTD-FIELD-NAMES.
001990     05  FILLER                      PIC X(12) VALUE "GROSS PAY".
002000     05  FILLER                      PIC X(12)
002010                                     VALUE "FED INC TAX".
002020     05  FILLER                      PIC X(12) VALUE "NET PAY".
002030     05  FILLER                      PIC X(12) VALUE "SS WAGES".
002040     05  FILLER                      PIC X(12) VALUE "SS TAX".
002050     05  FILLER                      PIC X(12)
002060                                     VALUE "MEDICARE TAX".
002070     05  FILLER                      PIC X(12) VALUE "STATE TAX".
002080 01  YTD-FIELD-NAME-TABLE REDEFINES YTD-FIELD-NAMES.
002090     05  YF-NAME OCCURS 7 TIMES      PIC X(12).
002100*
002110*    THE PAY CALENDAR IN FILE ORDER - THE ORDER THE PAYROLL RUN
002120*    WALKS IT IN.
002130 01  PAY-CALENDAR-TABLE.
002140     05  PAY-CALENDAR-COUNT          PIC 9(03) COMP VALUE ZERO.
002150     05  PAY-CALENDAR-ENTRY OCCURS 60 TIMES.
002160         10  CAL-PERIOD-NUMBER       PIC 9(04).
002170         10  CAL-PERIOD-START        PIC X(08).
002180         10  CAL-PERIOD-END          PIC X(08).
002190         10  CAL-PAY-DATE            PIC X(08).
002200         10  CAL-PROCESSED-FLAG      PIC X(01).
002210     05  CAL-SUB                     PIC 9(03) COMP VALUE ZERO.
002220*
002230*    DATE TO DAY-NUMBER CONVERSION.  THE DAY NUMBER COUNTS
002240*    FROM A FIXED ORIGIN, SO THE DIFFERENCE OF TWO IS THE DAYS
002250*    BETWEEN THEM.  THE YEAR IS TAKEN TO START IN MARCH SO THE
002260*    LEAP DAY FALLS AT THE END.
002270 01  DAY-NUMBER-WORK.
002280     05  DN-DATE                     PIC X(08).
002290     05  DN-DATE-PARTS REDEFINES DN-DATE.
002300         10  DN-YEAR                 PIC 9(04).
002310         10  DN-MONTH                PIC 9(02).
002320         10  DN-DAY                  PIC 9(02).
002330     05  DN-CALC-YEAR                PIC 9(05) COMP.
002340     05  DN-CALC-MONTH               PIC 9(03) COMP.
002350     05  DN-CALC-PART                PIC 9(07) COMP.
002360     05  DN-DAY-NUMBER               PIC 9(07) COMP.
002370*
002380 01  AUDIT-WORK-AREA.
002390     05  AW-SYSTEM-DATE              PIC X(08).
002400     05  AW-RUN-DATE                 PIC X(08).
002410     05  AW-NEXT-PERIOD              PIC 9(04) VALUE ZERO.
002420     05  AW-AUDIT-YEAR               PIC X(04).
002430     05  AW-EFFECTIVE-DATE           PIC X(08).
002440     05  AW-EFFECTIVE-DATE-PARTS REDEFINES AW-EFFECTIVE-DATE.
002450         10  AW-EFFECTIVE-YEAR       PIC X(04).
002460         10  FILLER                  PIC X(04).
002470     05  AW-NEXT-CHECK-NUMBER        PIC 9(08) VALUE ZERO.
002480     05  AW-CHECKSEQ-SWITCH          PIC X(01) VALUE 'N'.
002490         88  AW-CHECKSEQ-LOADED              VALUE 'Y'.
002500     05  AW-RATES-SWITCH             PIC X(01) VALUE 'N'.
002510         88  AW-RATES-LOADED                 VALUE 'Y'.
002520     05  AW-FIND-ID                  PIC X(06).
002530     05  AW-FOUND-SWITCH             PIC X(01).
002540         88  AW-EMPLOYEE-FOUND               VALUE 'Y'.
002550     05  AW-ENTRY-SWITCH             PIC X(01).
002560         88  AW-ENTRY-FOUND                  VALUE 'Y'.
002570     05  AW-FIND-CODE                PIC X(02).
002580     05  AW-CODE-SWITCH              PIC X(01).
002590         88  AW-CODE-DEFINED                 VALUE 'Y'.
002600     05  AW-SIGN                     PIC S9(01).
002610     05  AW-YTD-SUB                  PIC 9(01) COMP.
002620     05  AW-DED-SUB                  PIC 9(01) COMP.
002630     05  AW-HISTORY-FIGURE OCCURS 7 TIMES
002640                                     PIC 9(07)V99.
002650     05  AW-HISTORY-SWITCH           PIC X(01).
002660         88  AW-HAS-HISTORY                  VALUE 'Y'.
002670     05  AW-PRIOR-SWITCH             PIC X(01).
002680         88  AW-PRIOR-VALID                  VALUE 'Y'.
002690     05  AW-PRIOR-PERIOD             PIC 9(04).
002700     05  AW-PRIOR-END                PIC X(08).
002710     05  AW-PRIOR-END-DAY            PIC 9(07) COMP.
002720     05  AW-START-DAY                PIC 9(07) COMP.
002730     05  AW-GAP-DAYS                 PIC 9(07) COMP.
002740     05  AW-SECTION-TITLE            PIC X(60).
002750     05  AW-SECTION-START            PIC 9(05) COMP.
002760*
002770*    ONE FINDING.  THE CALLER FILLS THESE AND PERFORMS
002780*    8000-WRITE-FINDING, WHICH COUNTS, PRINTS AND CLEARS THEM.
002790 01  AUDIT-FINDING.
002800     05  AF-SEVERITY                 PIC X(01) VALUE SPACE.
002810         88  AF-SEVERE                       VALUE 'S'.
002820         88  AF-WARNING                      VALUE 'W'.
002830     05  AF-FILE-NAME                PIC X(12) VALUE SPACES.
002840     05  AF-KEY                      PIC X(08) VALUE SPACES.
002850     05  AF-TEXT                     PIC X(50) VALUE SPACES.
002860*
002870 01  AUDIT-COUNTS.
002880     05  AC-SEVERE-COUNT             PIC 9(05) COMP VALUE ZERO.
002890     05  AC-WARNING-COUNT            PIC 9(05) COMP VALUE ZERO.
002900     05  AC-FINDING-COUNT            PIC 9(05) COMP VALUE ZERO.
002910*
002920 01  PROGRAM-SWITCHES.
002930     05  EOF-MASTER-SWITCH           PIC X(01) VALUE 'N'.
002940         88  EOF-MASTER                      VALUE 'Y'.
002950     05  EOF-GOAL-ARREARS-SWITCH     PIC X(01) VALUE 'N'.
002960         88  EOF-GOAL-ARREARS                VALUE 'Y'.
002970     05  EOF-DEPOSIT-INSTR-SWITCH    PIC X(01) VALUE 'N'.
002980         88  EOF-DEPOSIT-INSTR               VALUE 'Y'.
002990     05  EOF-RETRO-DUE-SWITCH        PIC X(01) VALUE 'N'.
003000         88  EOF-RETRO-DUE                   VALUE 'Y'.
003010     05  EOF-PENDING-TRAN-SWITCH     PIC X(01) VALUE 'N'.
003020         88  EOF-PENDING-TRAN                VALUE 'Y'.
003030     05  EOF-TIMECARD-SWITCH         PIC X(01) VALUE 'N'.
003040         88  EOF-TIMECARD                    VALUE 'Y'.
003050     05  EOF-HISTORY-SWITCH          PIC X(01) VALUE 'N'.
003060         88  EOF-PAY-HISTORY                 VALUE 'Y'.
003070     05  EOF-CALENDAR-SWITCH         PIC X(01) VALUE 'N'.
003080         88  EOF-PAY-CALENDAR                VALUE 'Y'.
003090*
003100 01  FILE-STATUS-AREA.
003110     05  FS-EMPLOYEE-MASTER          PIC X(02) VALUE '00'.
003120     05  FS-GOAL-ARREARS             PIC X(02) VALUE '00'.
003130     05  FS-DEPOSIT-INSTR            PIC X(02) VALUE '00'.
003140     05  FS-RETRO-DUE                PIC X(02) VALUE '00'.
003150     05  FS-PENDING-TRAN             PIC X(02) VALUE '00'.
003160     05  FS-TIMECARD                 PIC X(02) VALUE '00'.
003170     05  FS-PAY-HISTORY              PIC X(02) VALUE '00'.
003180     05  FS-PAY-CALENDAR             PIC X(02) VALUE '00'.
003190     05  FS-CHECK-SEQ                PIC X(02) VALUE '00'.
003200     05  FS-YTD-CONTROL              PIC X(02) VALUE '00'.
003210     05  FS-CHECKPOINT               PIC X(02) VALUE '00'.
003220     05  FS-REPORT                   PIC X(02) VALUE '00'.
003230*
003240 01  ABEND-WORK-AREA.
003250     05  ABEND-FILE-NAME             PIC X(20).
003260     05  ABEND-FILE-STATUS           PIC X(02).
003270     05  ABEND-TABLE-NAME            PIC X(20).
003280*
003290 01  EDIT-FIELDS.
003300     05  ED-COUNT                    PIC ZZ,ZZ9.
003310     05  ED-DAYS                     PIC Z,ZZ9.
003320     05  ED-AMOUNT                   PIC ZZZ,ZZ9.99.
003330     05  ED-YTD-MASTER               PIC Z,ZZZ,ZZ9.99-.
003340     05  ED-YTD-HISTORY              PIC Z,ZZZ,ZZ9.99-.
003350*
003360 PROCEDURE DIVISION.
003370*
003380 0000-MAINLINE.
003390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003400     PERFORM 2000-LOAD-MASTER THRU 2000-EXIT.
003410     PERFORM 3000-AUDIT-ORPHANS THRU 3000-EXIT.
003420     PERFORM 3500-AUDIT-DEDUCTION-CODES THRU 3500-EXIT.
003430     PERFORM 4000-AUDIT-HISTORY THRU 4000-EXIT.
003440     PERFORM 4500-AUDIT-YTD THRU 4500-EXIT.
003450     PERFORM 5000-AUDIT-CALENDAR THRU 5000-EXIT.
003460     PERFORM 6000-AUDIT-CHECKPOINT THRU 6000-EXIT.
003470     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003480     STOP RUN.
003490*
003500*****************************************************************
003510*    1000-INITIALIZE - LOAD THE CONTROL FILES, WORK OUT THE     *
003520*    NEXT PAY DATE AND TAX YEAR, AND REPORT ANY CONTROL FILE    *
003530*    THE PAYROLL RUN CANNOT START WITHOUT.                      *
003540*****************************************************************
003550 1000-INITIALIZE.
003560     ACCEPT AW-SYSTEM-DATE FROM DATE YYYYMMDD.
003570     OPEN OUTPUT REPORT-FILE.
003580     IF FS-REPORT NOT = "00"
003590         MOVE "REPORT-FILE"          TO ABEND-FILE-NAME
003600         MOVE FS-REPORT              TO ABEND-FILE-STATUS
003610         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003620     END-IF.
003630     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT.
003640     PERFORM 1200-READ-YTD-CONTROL THRU 1200-EXIT.
003650     PERFORM 1300-READ-CHECK-SEQUENCE THRU 1300-EXIT.
003660     PERFORM 1400-LOAD-RATE-TABLES THRU 1400-EXIT.
003670     MOVE "Payroll Data Integrity Audit" TO REPORT-RECORD.
003680     WRITE REPORT-RECORD.
003690     MOVE SPACES TO REPORT-RECORD.
003700     IF AW-NEXT-PERIOD = ZERO
003710         STRING "Run Date: " AW-SYSTEM-DATE
003720             "   Next Pay Date: NONE - RATES AS OF " AW-RUN-DATE
003730             DELIMITED BY SIZE INTO REPORT-RECORD
003740     ELSE
003750         STRING "Run Date: " AW-SYSTEM-DATE
003760             "   Next Pay Date: " AW-RUN-DATE
003770             "   Period: " AW-NEXT-PERIOD
003780             DELIMITED BY SIZE INTO REPORT-RECORD
003790     END-IF.
003800     WRITE REPORT-RECORD.
003810     MOVE SPACES TO REPORT-RECORD.
003820     STRING "Open Tax Year: " AW-AUDIT-YEAR
003830         DELIMITED BY SIZE INTO REPORT-RECORD.
003840     WRITE REPORT-RECORD.
003850     MOVE "Control Files" TO AW-SECTION-TITLE.
003860     PERFORM 7000-START-SECTION THRU 7000-EXIT.
003870     IF PAY-CALENDAR-COUNT = ZERO
003880         MOVE 'S' TO AF-SEVERITY
003890         MOVE "PAYCAL.DAT" TO AF-FILE-NAME
003900         MOVE "PAY CALENDAR NOT ON FILE OR EMPTY" TO AF-TEXT
003910         PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
003920     ELSE
003930         IF AW-NEXT-PERIOD = ZERO
003940             MOVE 'S' TO AF-SEVERITY
003950             MOVE "PAYCAL.DAT" TO AF-FILE-NAME
003960             MOVE "NO UNPROCESSED PERIOD LEFT ON THE CALENDAR"
003970                 TO AF-TEXT
003980             PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
003990         END-IF
004000     END-IF.
004010     IF NOT AW-CHECKSEQ-LOADED
004020         MOVE 'S' TO AF-SEVERITY
004030         MOVE "CHECKSEQ.DAT" TO AF-FILE-NAME
004040         MOVE "NEXT CHECK NUMBER NOT ON FILE" TO AF-TEXT
004050         PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
004060     END-IF.
004070     IF NOT AW-RATES-LOADED
004080         MOVE 'S' TO AF-SEVERITY
004090         MOVE "RATECTL.DAT" TO AF-FILE-NAME
004100         STRING "RATE TABLES DO NOT LOAD FOR " AW-RUN-DATE
004110             " - STATUS " RATE-LOAD-STATUS
004120             DELIMITED BY SIZE INTO AF-TEXT
004130         PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
004140     END-IF.
004150     PERFORM 7100-END-SECTION THRU 7100-EXIT.
004160 1000-EXIT.
004170     EXIT.
004180*
004190*****************************************************************
004200*    1100-LOAD-CALENDAR - THE NEXT PAY DATE IS THE PAY DATE OF  *
004210*    THE FIRST UNPROCESSED PERIOD, AS THE PAYROLL RUN PICKS IT; *
004220*    TODAY WHEN THERE IS NONE.                                  *
004230*****************************************************************
004240 1100-LOAD-CALENDAR.
004250     MOVE AW-SYSTEM-DATE TO AW-RUN-DATE.
004260     OPEN INPUT PAY-CALENDAR-FILE.
004270     IF FS-PAY-CALENDAR = "35"
004280         GO TO 1100-EXIT
004290     END-IF.
004300     IF FS-PAY-CALENDAR NOT = "00" AND FS-PAY-CALENDAR NOT = "05"
004310         MOVE "PAY-CALENDAR-FILE"    TO ABEND-FILE-NAME
004320         MOVE FS-PAY-CALENDAR        TO ABEND-FILE-STATUS
004330         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
004340     END-IF.
004350     PERFORM 1110-LOAD-ONE-PERIOD THRU 1110-EXIT
004360         UNTIL EOF-PAY-CALENDAR.
004370     CLOSE PAY-CALENDAR-FILE.
004380     PERFORM VARYING CAL-SUB FROM 1 BY 1
004390             UNTIL CAL-SUB > PAY-CALENDAR-COUNT
004400         IF CAL-PROCESSED-FLAG(CAL-SUB) NOT = 'Y'
004410                 AND AW-NEXT-PERIOD = ZERO
004420             MOVE CAL-PERIOD-NUMBER(CAL-SUB) TO AW-NEXT-PERIOD
004430             MOVE CAL-PAY-DATE(CAL-SUB) TO AW-RUN-DATE
004440             MOVE CAL-PERIOD-END(CAL-SUB) TO AW-EFFECTIVE-DATE
004450         END-IF
004460     END-PERFORM.
004470 1100-EXIT.
004480     EXIT.
004490*
004500 1110-LOAD-ONE-PERIOD.
004510     READ PAY-CALENDAR-FILE
004520         AT END
004530             MOVE 'Y' TO EOF-CALENDAR-SWITCH
004540             GO TO 1110-EXIT
004550     END-READ.
004560     IF PAY-CALENDAR-COUNT NOT < 60
004570         MOVE "PAY-CALENDAR"         TO ABEND-TABLE-NAME
004580         PERFORM 9910-ABEND-TABLE-OVERFLOW THRU 9910-EXIT
004590     END-IF.
004600     ADD 1 TO PAY-CALENDAR-COUNT.
004610     MOVE PC-PERIOD-NUMBER
004620         TO CAL-PERIOD-NUMBER(PAY-CALENDAR-COUNT).
004630     MOVE PC-PERIOD-START TO CAL-PERIOD-START(PAY-CALENDAR-COUNT).
004640     MOVE PC-PERIOD-END TO CAL-PERIOD-END(PAY-CALENDAR-COUNT).
004650     MOVE PC-PAY-DATE TO CAL-PAY-DATE(PAY-CALENDAR-COUNT).
004660     MOVE PC-PROCESSED-FLAG
004670         TO CAL-PROCESSED-FLAG(PAY-CALENDAR-COUNT).
004680 1110-EXIT.
004690     EXIT.
004700*
004710*****************************************************************
004720*    1200-READ-YTD-CONTROL - THE MASTER YTD FIGURES BELONG TO   *
004730*    THE TAX YEAR OPEN ON THE YTD CONTROL.  WITH NO CONTROL     *
004740*    RECORD YET THE NEXT PAYROLL RUN SEEDS IT WITH ITS PERIOD'S *
004750*    YEAR, SO THAT YEAR (OR TODAY'S) IS AUDITED.                *
004760*****************************************************************
004770 1200-READ-YTD-CONTROL.
004780     IF AW-NEXT-PERIOD = ZERO
004790         MOVE AW-SYSTEM-DATE TO AW-EFFECTIVE-DATE
004800     END-IF.
004810     MOVE AW-EFFECTIVE-YEAR TO AW-AUDIT-YEAR.
004820     OPEN INPUT YTD-CONTROL-FILE.
004830     IF FS-YTD-CONTROL = "35"
004840         GO TO 1200-EXIT
004850     END-IF.
004860     IF FS-YTD-CONTROL NOT = "00" AND FS-YTD-CONTROL NOT = "05"
004870         MOVE "YTD-CONTROL-FILE"     TO ABEND-FILE-NAME
004880         MOVE FS-YTD-CONTROL         TO ABEND-FILE-STATUS
004890         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
004900     END-IF.
004910     READ YTD-CONTROL-FILE
004920         AT END
004930             MOVE SPACES TO YTD-CONTROL-RECORD
004940     END-READ.
004950     CLOSE YTD-CONTROL-FILE.
004960     IF YC-OPEN-TAX-YEAR IS NUMERIC
004970         MOVE YC-OPEN-TAX-YEAR TO AW-AUDIT-YEAR
004980     END-IF.
004990 1200-EXIT.
005000     EXIT.
005010*
005020 1300-READ-CHECK-SEQUENCE.
005030     OPEN INPUT CHECK-SEQ-FILE.
005040     IF FS-CHECK-SEQ = "35"
005050         GO TO 1300-EXIT
005060     END-IF.
005070     IF FS-CHECK-SEQ NOT = "00" AND FS-CHECK-SEQ NOT = "05"
005080         MOVE "CHECK-SEQ-FILE"       TO ABEND-FILE-NAME
005090         MOVE FS-CHECK-SEQ           TO ABEND-FILE-STATUS
005100         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
005110     END-IF.
005120     READ CHECK-SEQ-FILE
005130         AT END
005140             MOVE SPACES TO CHECK-SEQ-RECORD
005150     END-READ.
005160     CLOSE CHECK-SEQ-FILE.
005170     IF CS-NEXT-CHECK-NUMBER IS NUMERIC
005180         MOVE CS-NEXT-CHECK-NUMBER TO AW-NEXT-CHECK-NUMBER
005190         MOVE 'Y' TO AW-CHECKSEQ-SWITCH
005200     END-IF.
005210 1300-EXIT.
005220     EXIT.
005230*
005240*****************************************************************
005250*    1400-LOAD-RATE-TABLES - THROUGH RATELOAD, AS EVERY PROGRAM *
005260*    IN THE SUITE LOADS THEM.  A TABLE THAT WILL NOT LOAD IS A  *
005270*    FINDING HERE RATHER THAN AN ABEND - THE PAYROLL RUN WOULD  *
005280*    ABEND ON IT, WHICH IS WHAT THE AUDIT IS THERE TO PREVENT.  *
005290*****************************************************************
005300 1400-LOAD-RATE-TABLES.
005310     MOVE AW-RUN-DATE TO RATE-AS-OF-DATE.
005320     CALL 'RATELOAD' USING RATE-AS-OF-DATE
005330                           TAX-BRACKET-TABLE
005340                           OVERTIME-RULE-TABLE
005350                           DEDUCTION-CODE-TABLE
005360                           EMPLOYER-TAX-TABLE
005370                           EMPLOYEE-TAX-TABLE
005380                           STATE-TAX-TABLE
005390                           W4-ALLOWANCE-TABLE
005395                           SUPP-RATE-TABLE
005400                           RATE-LOAD-STATUS.
005410     IF RATE-LOAD-STATUS = "00"
005420         MOVE 'Y' TO AW-RATES-SWITCH
005430     END-IF.
005440 1400-EXIT.
005450     EXIT.
005460*
005470*****************************************************************
005480*    2000-LOAD-MASTER - ONE TABLE ENTRY PER MASTER RECORD.      *
005490*****************************************************************
005500 2000-LOAD-MASTER.
005510     OPEN INPUT EMPLOYEE-MASTER-FILE.
005520     IF FS-EMPLOYEE-MASTER NOT = "00"
005530         MOVE "EMPLOYEE-MASTER-FILE" TO ABEND-FILE-NAME
005540         MOVE FS-EMPLOYEE-MASTER     TO ABEND-FILE-STATUS
005550         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
005560     END-IF.
005570     PERFORM 2100-LOAD-ONE-MASTER THRU 2100-EXIT
005580         UNTIL EOF-MASTER.
005590     CLOSE EMPLOYEE-MASTER-FILE.
005600 2000-EXIT.
005610     EXIT.
005620*
005630 2100-LOAD-ONE-MASTER.
005640     READ EMPLOYEE-MASTER-FILE
005650         AT END
005660             MOVE 'Y' TO EOF-MASTER-SWITCH
005670             GO TO 2100-EXIT
005680     END-READ.
005690     MOVE EM-EMPLOYEE-ID TO AW-FIND-ID.
005700     PERFORM 8250-ADD-EMPLOYEE-ENTRY THRU 8250-EXIT.
005710     MOVE 'Y' TO EA-ON-MASTER(EA-SUB).
005720     MOVE EM-EMPLOYMENT-STATUS TO EA-EMPLOYMENT-STATUS(EA-SUB).
005730     PERFORM VARYING AW-DED-SUB FROM 1 BY 1 UNTIL AW-DED-SUB > 3
005740         MOVE EM-DED-CODE(AW-DED-SUB)
005750             TO EA-DED-CODE(EA-SUB, AW-DED-SUB)
005760     END-PERFORM.
005770     MOVE EM-YTD-GROSS-PAY TO EA-MASTER-YTD(EA-SUB, 1).
005780     MOVE EM-YTD-TAX-AMOUNT TO EA-MASTER-YTD(EA-SUB, 2).
005790     MOVE EM-YTD-NET-PAY TO EA-MASTER-YTD(EA-SUB, 3).
005800     MOVE EM-YTD-SS-WAGES TO EA-MASTER-YTD(EA-SUB, 4).
005810     MOVE EM-YTD-SS-TAX TO EA-MASTER-YTD(EA-SUB, 5).
005820     MOVE EM-YTD-MEDICARE-TAX TO EA-MASTER-YTD(EA-SUB, 6).
005830     MOVE EM-YTD-STATE-TAX TO EA-MASTER-YTD(EA-SUB, 7).
005840 2100-EXIT.
005850     EXIT.
005860*
005870*****************************************************************
005880*    3000-AUDIT-ORPHANS - ENTRIES ON THE DEPENDENT FILES FOR    *
005890*    EMPLOYEES NOT ON THE MASTER.  A RETRO-DUE AMOUNT OR TIME   *
005900*    CARD WITH NO MASTER IS PAY THAT WILL NOT BE MADE AND IS    *
005910*    SEVERE; A LEFTOVER GOAL, DEPOSIT INSTRUCTION OR PENDING    *
005920*    TRANSACTION IS A WARNING.  THE PAYROLL RUN CANNOT START    *
005930*    WITHOUT A TIME-CARD FILE.                                  *
005940*****************************************************************
005950 3000-AUDIT-ORPHANS.
005960     MOVE "Entries For Employees Not On The Master"
005970         TO AW-SECTION-TITLE.
005980     PERFORM 7000-START-SECTION THRU 7000-EXIT.
005990     OPEN INPUT GOAL-ARREARS-FILE.
006000     IF FS-GOAL-ARREARS NOT = "35"
006010         IF FS-GOAL-ARREARS NOT = "00"
006020                 AND FS-GOAL-ARREARS NOT = "05"
006030             MOVE "GOAL-ARREARS-FILE"    TO ABEND-FILE-NAME
006040             MOVE FS-GOAL-ARREARS        TO ABEND-FILE-STATUS
006050             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
006060         END-IF
006070         PERFORM 3100-CHECK-ONE-GOAL THRU 3100-EXIT
006080             UNTIL EOF-GOAL-ARREARS
006090         CLOSE GOAL-ARREARS-FILE
006100     END-IF.
006110     OPEN INPUT DEPOSIT-INSTR-FILE.
006120     IF FS-DEPOSIT-INSTR NOT = "35"
006130         IF FS-DEPOSIT-INSTR NOT = "00"
006140                 AND FS-DEPOSIT-INSTR NOT = "05"
006150             MOVE "DEPOSIT-INSTR-FILE"   TO ABEND-FILE-NAME
006160             MOVE FS-DEPOSIT-INSTR       TO ABEND-FILE-STATUS
006170             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
006180         END-IF
006190         PERFORM 3200-CHECK-ONE-INSTRUCTION THRU 3200-EXIT
006200             UNTIL EOF-DEPOSIT-INSTR
006210         CLOSE DEPOSIT-INSTR-FILE
006220     END-IF.
006230     OPEN INPUT RETRO-DUE-FILE.
006240     IF FS-RETRO-DUE NOT = "35"
006250         IF FS-RETRO-DUE NOT = "00" AND FS-RETRO-DUE NOT = "05"
006260             MOVE "RETRO-DUE-FILE"       TO ABEND-FILE-NAME
006270             MOVE FS-RETRO-DUE           TO ABEND-FILE-STATUS
006280             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
006290         END-IF
006300         PERFORM 3300-CHECK-ONE-RETRO THRU 3300-EXIT
006310             UNTIL EOF-RETRO-DUE
006320         CLOSE RETRO-DUE-FILE
006330     END-IF.
006340     OPEN INPUT PENDING-TRAN-FILE.
006350     IF FS-PENDING-TRAN NOT = "35"
006360         IF FS-PENDING-TRAN NOT = "00"
006370                 AND FS-PENDING-TRAN NOT = "05"
006380             MOVE "PENDING-TRAN-FILE"    TO ABEND-FILE-NAME
006390             MOVE FS-PENDING-TRAN        TO ABEND-FILE-STATUS
006400             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
006410         END-IF
006420         PERFORM 3400-CHECK-ONE-PENDING THRU 3400-EXIT
006430             UNTIL EOF-PENDING-TRAN
006440         CLOSE PENDING-TRAN-FILE
006450     END-IF.
006460     OPEN INPUT TIMECARD-FILE.
006470     IF FS-TIMECARD = "05"
006480         CLOSE TIMECARD-FILE
006490         MOVE "35" TO FS-TIMECARD
006500     END-IF.
006510     IF FS-TIMECARD = "35"
006520         MOVE 'S' TO AF-SEVERITY
006530         MOVE "TIMECARD.DAT" TO AF-FILE-NAME
006540         MOVE "TIME-CARD FILE NOT ON FILE" TO AF-TEXT
006550         PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
006560     ELSE
006570         IF FS-TIMECARD NOT = "00"
006580             MOVE "TIMECARD-FILE"        TO ABEND-FILE-NAME
006590             MOVE FS-TIMECARD            TO ABEND-FILE-STATUS
006600             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
006610         END-IF
006620         PERFORM 3450-CHECK-ONE-TIME-CARD THRU 3450-EXIT
006630             UNTIL EOF-TIMECARD
006640         CLOSE TIMECARD-FILE
006650     END-IF.
006660     PERFORM 7100-END-SECTION THRU 7100-EXIT.
006670 3000-EXIT.
006680     EXIT.
006690*
006700 3100-CHECK-ONE-GOAL.
006710     READ GOAL-ARREARS-FILE
006720         AT END
006730             MOVE 'Y' TO EOF-GOAL-ARREARS-SWITCH
006740             GO TO 3100-EXIT
006750     END-READ.
006760     MOVE GA-EMPLOYEE-ID TO AW-FIND-ID.
006770     PERFORM 8200-FIND-EMPLOYEE THRU 8200-EXIT.
006780     IF AW-EMPLOYEE-FOUND
006790         GO TO 3100-EXIT
006800     END-IF.
006810     MOVE 'W' TO AF-SEVERITY.
006820     MOVE "GOALARRS.DAT" TO AF-FILE-NAME.
006830     MOVE GA-EMPLOYEE-ID TO AF-KEY.
006840     STRING "GOAL/ARREARS FOR DEDUCTION " GA-DED-CODE
006850         " - NOT ON MASTER"
006860         DELIMITED BY SIZE INTO AF-TEXT.
006870     PERFORM 8000-WRITE-FINDING THRU 8000-EXIT.
006880 3100-EXIT.
006890     EXIT.
006900*
006910 3200-CHECK-ONE-INSTRUCTION.
006920     READ DEPOSIT-INSTR-FILE
006930         AT END
006940             MOVE 'Y' TO EOF-DEPOSIT-INSTR-SWITCH
006950             GO TO 3200-EXIT
006960     END-READ.
006970     MOVE DI-EMPLOYEE-ID TO AW-FIND-ID.
006980     PERFORM 8200-FIND-EMPLOYEE THRU 8200-EXIT.
006990     IF AW-EMPLOYEE-FOUND
007000         GO TO 3200-EXIT
007010     END-IF.
007020     MOVE 'W' TO AF-SEVERITY.
007030     MOVE "DEPINSTR.DAT" TO AF-FILE-NAME.
007040     MOVE DI-EMPLOYEE-ID TO AF-KEY.
007050     STRING "DEPOSIT INSTRUCTION PRIORITY " DI-PRIORITY-X
007060         " - NOT ON MASTER"
007070         DELIMITED BY SIZE INTO AF-TEXT.
007080     PERFORM 8000-WRITE-FINDING THRU 8000-EXIT.
007090 3200-EXIT.
007100     EXIT.
007110*
007120 3300-CHECK-ONE-RETRO.
007130     READ RETRO-DUE-FILE
007140         AT END
007150             MOVE 'Y' TO EOF-RETRO-DUE-SWITCH
007160             GO TO 3300-EXIT
007170     END-READ.
007180     MOVE RD-EMPLOYEE-ID TO AW-FIND-ID.
007190     PERFORM 8200-FIND-EMPLOYEE THRU 8200-EXIT.
007200     IF AW-EMPLOYEE-FOUND
007210         GO TO 3300-EXIT
007220     END-IF.
007230     MOVE 'S' TO AF-SEVERITY.
007240     MOVE "RETRODUE.DAT" TO AF-FILE-NAME.
007250     MOVE RD-EMPLOYEE-ID TO AF-KEY.
007260     MOVE RD-RETRO-AMOUNT TO ED-AMOUNT.
007270     STRING "RETRO PAY " ED-AMOUNT " FROM " RD-EFFECTIVE-DATE
007280         " - NOT ON MASTER"
007290         DELIMITED BY SIZE INTO AF-TEXT.
007300     PERFORM 8000-WRITE-FINDING THRU 8000-EXIT.
007310 3300-EXIT.
007320     EXIT.
007330*
007340*****************************************************************
007350*    3400-CHECK-ONE-PENDING - A PENDING ADD IS FOR AN EMPLOYEE  *
007360*    NOT ON THE MASTER YET, SO IT IS REPORTED ONLY IF THE       *
007370*    EMPLOYEE IS ALREADY THERE.  ANY OTHER PENDING TRANSACTION  *
007380*    NEEDS THE MASTER RECORD.                                   *
007390*****************************************************************
007400 3400-CHECK-ONE-PENDING.
007410     READ PENDING-TRAN-FILE
007420         AT END
007430             MOVE 'Y' TO EOF-PENDING-TRAN-SWITCH
007440             GO TO 3400-EXIT
007450     END-READ.
007460     MOVE MT-EMPLOYEE-ID TO AW-FIND-ID.
007470     PERFORM 8200-FIND-EMPLOYEE THRU 8200-EXIT.
007480     IF MT-TRAN-ADD
007490         IF NOT AW-EMPLOYEE-FOUND
007500             GO TO 3400-EXIT
007510         END-IF
007520         STRING "PENDING ADD FOR " MT-EFFECTIVE-DATE
007530             " - ALREADY ON MASTER"
007540             DELIMITED BY SIZE INTO AF-TEXT
007550     ELSE
007560         IF AW-EMPLOYEE-FOUND
007570             GO TO 3400-EXIT
007580         END-IF
007590         STRING "PENDING " MT-TRAN-CODE " FOR " MT-EFFECTIVE-DATE
007600             " - NOT ON MASTER"
007610             DELIMITED BY SIZE INTO AF-TEXT
007620     END-IF.
007630     MOVE 'W' TO AF-SEVERITY.
007640     MOVE "MNTPEND.DAT" TO AF-FILE-NAME.
007650     MOVE MT-EMPLOYEE-ID TO AF-KEY.
007660     PERFORM 8000-WRITE-FINDING THRU 8000-EXIT.
007670 3400-EXIT.
007680     EXIT.
007690*
007700 3450-CHECK-ONE-TIME-CARD.
007710     READ TIMECARD-FILE
007720         AT END
007730             MOVE 'Y' TO EOF-TIMECARD-SWITCH
007740             GO TO 3450-EXIT
007750     END-READ.
007760     MOVE TC-EMPLOYEE-ID TO AW-FIND-ID.
007770     PERFORM 8200-FIND-EMPLOYEE THRU 8200-EXIT.
007780     IF AW-EMPLOYEE-FOUND
007790         GO TO 3450-EXIT
007800     END-IF.
007810     MOVE 'S' TO AF-SEVERITY.
007820     MOVE "TIMECARD.DAT" TO AF-FILE-NAME.
007830     MOVE TC-EMPLOYEE-ID TO AF-KEY.
007840     STRING "TIME CARD FOR " TC-CHARGE-DEPT " " TC-PROJECT-CODE
007850         " - NOT ON MASTER"
007860         DELIMITED BY SIZE INTO AF-TEXT.
007870     PERFORM 8000-WRITE-FINDING THRU 8000-EXIT.
007880 3450-EXIT.
007890     EXIT.
007900*
007910*****************************************************************
007920*    3500-AUDIT-DEDUCTION-CODES - EVERY CODE ON A MASTER STILL  *
007930*    TO BE PAID MUST BE IN THE DEDUCTION CODE GENERATION IN     *
007940*    FORCE ON THE NEXT PAY DATE, OR THE PAYROLL RUN REJECTS THE *
007950*    EMPLOYEE.  AN UNDEFINED CODE ON THE GOAL/ARREARS FILE IS A *
007960*    WARNING.                                                   *
007970*****************************************************************
007980 3500-AUDIT-DEDUCTION-CODES.
007990     MOVE SPACES TO AW-SECTION-TITLE.
008000     STRING "Deduction Codes Not Defined For " AW-RUN-DATE
008010         DELIMITED BY SIZE INTO AW-SECTION-TITLE.
008020     PERFORM 7000-START-SECTION THRU 7000-EXIT.
008030     IF NOT AW-RATES-LOADED
008040         MOVE "  NOT CHECKED - THE RATE TABLES DID NOT LOAD"
008050             TO REPORT-RECORD
008060         WRITE REPORT-RECORD
008070         GO TO 3500-EXIT
008080     END-IF.
008090     PERFORM 3510-CHECK-ONE-MASTER THRU 3510-EXIT
008100         VARYING EA-SUB FROM 1 BY 1
008110         UNTIL EA-SUB > EMPLOYEE-AUDIT-COUNT.
008120     MOVE 'N' TO EOF-GOAL-ARREARS-SWITCH.
008130     OPEN INPUT GOAL-ARREARS-FILE.
008140     IF FS-GOAL-ARREARS NOT = "35"
008141         IF FS-GOAL-ARREARS NOT = "00"
008142                 AND FS-GOAL-ARREARS NOT = "05"
008143             MOVE "GOAL-ARREARS-FILE"    TO ABEND-FILE-NAME
008144             MOVE FS-GOAL-ARREARS        TO ABEND-FILE-STATUS
008145             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
008146         END-IF
008150         PERFORM 3550-CHECK-ONE-GOAL-CODE THRU 3550-EXIT
008160             UNTIL EOF-GOAL-ARREARS
008170         CLOSE GOAL-ARREARS-FILE
008180     END-IF.
008190     PERFORM 7100-END-SECTION THRU 7100-EXIT.
008200 3500-EXIT.
008210     EXIT.
008220*
008230 3510-CHECK-ONE-MASTER.
008240     IF EA-FINAL-PAID(EA-SUB)
008250         GO TO 3510-EXIT
008260     END-IF.
008270     PERFORM VARYING AW-DED-SUB FROM 1 BY 1 UNTIL AW-DED-SUB > 3
008280         IF EA-DED-CODE(EA-SUB, AW-DED-SUB) NOT = SPACES
008290             MOVE EA-DED-CODE(EA-SUB, AW-DED-SUB) TO AW-FIND-CODE
008300             PERFORM 8300-FIND-DEDUCTION-CODE THRU 8300-EXIT
008310             IF NOT AW-CODE-DEFINED
008320                 MOVE 'S' TO AF-SEVERITY
008330                 MOVE "EMPMAST.IDX" TO AF-FILE-NAME
008340                 MOVE EA-EMPLOYEE-ID(EA-SUB) TO AF-KEY
008350                 STRING "DEDUCTION CODE " AW-FIND-CODE
008360                     " NOT DEFINED"
008370                     DELIMITED BY SIZE INTO AF-TEXT
008380                 PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
008390             END-IF
008400         END-IF
008410     END-PERFORM.
008420 3510-EXIT.
008430     EXIT.
008440*
008450 3550-CHECK-ONE-GOAL-CODE.
008460     READ GOAL-ARREARS-FILE
008470         AT END
008480             MOVE 'Y' TO EOF-GOAL-ARREARS-SWITCH
008490             GO TO 3550-EXIT
008500     END-READ.
008510     MOVE GA-DED-CODE TO AW-FIND-CODE.
008520     PERFORM 8300-FIND-DEDUCTION-CODE THRU 8300-EXIT.
008530     IF AW-CODE-DEFINED
008540         GO TO 3550-EXIT
008550     END-IF.
008560     MOVE 'W' TO AF-SEVERITY.
008570     MOVE "GOALARRS.DAT" TO AF-FILE-NAME.
008580     MOVE GA-EMPLOYEE-ID TO AF-KEY.
008590     STRING "DEDUCTION CODE " GA-DED-CODE " NOT DEFINED"
008600         DELIMITED BY SIZE INTO AF-TEXT.
008610     PERFORM 8000-WRITE-FINDING THRU 8000-EXIT.
008620 3550-EXIT.
008630     EXIT.
008640*
008650*****************************************************************
008660*    4000-AUDIT-HISTORY - ONE PASS OF THE PAY HISTORY.  A CHECK *
008670*    NUMBER AT OR ABOVE THE NEXT NUMBER ON CHECKSEQ.DAT WILL BE *
008680*    ISSUED AGAIN.  THE SAME PASS ADDS UP EACH EMPLOYEE'S       *
008690*    OPEN-YEAR PAYMENTS AND REISSUES LESS VOIDS FOR THE YTD     *
008700*    PROOF - BANK RETURNS ('N') AND RETURN CHECKS ('K') MOVE NO *
008710*    MASTER YTD FIGURE AND ARE LEFT OUT.                        *
008720*****************************************************************
008730 4000-AUDIT-HISTORY.
008740     MOVE SPACES TO AW-SECTION-TITLE.
008750     STRING "History Check Numbers At Or Above Next Number "
008760         AW-NEXT-CHECK-NUMBER
008770         DELIMITED BY SIZE INTO AW-SECTION-TITLE.
008780     PERFORM 7000-START-SECTION THRU 7000-EXIT.
008790     IF NOT AW-CHECKSEQ-LOADED
008800         MOVE "  NOT CHECKED - NO NEXT CHECK NUMBER ON FILE"
008810             TO REPORT-RECORD
008820         WRITE REPORT-RECORD
008830     END-IF.
008840     OPEN INPUT PAY-HISTORY-FILE.
008850     IF FS-PAY-HISTORY NOT = "35"
008860         IF FS-PAY-HISTORY NOT = "00"
008870                 AND FS-PAY-HISTORY NOT = "05"
008880             MOVE "PAY-HISTORY-FILE"     TO ABEND-FILE-NAME
008890             MOVE FS-PAY-HISTORY         TO ABEND-FILE-STATUS
008900             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
008910         END-IF
008920         PERFORM 4100-AUDIT-ONE-HISTORY THRU 4100-EXIT
008930             UNTIL EOF-PAY-HISTORY
008940         CLOSE PAY-HISTORY-FILE
008950     END-IF.
008960     IF AW-CHECKSEQ-LOADED
008970         PERFORM 7100-END-SECTION THRU 7100-EXIT
008980     END-IF.
008990 4000-EXIT.
009000     EXIT.
009010*
009020 4100-AUDIT-ONE-HISTORY.
009030     READ PAY-HISTORY-FILE
009040         AT END
009050             MOVE 'Y' TO EOF-HISTORY-SWITCH
009060             GO TO 4100-EXIT
009070     END-READ.
009080     IF AW-CHECKSEQ-LOADED AND PH-CHECK-NUMBER IS NUMERIC
009090         IF PH-CHECK-NUMBER NOT = ZERO
009100                 AND PH-CHECK-NUMBER NOT < AW-NEXT-CHECK-NUMBER
009110             MOVE 'S' TO AF-SEVERITY
009120             MOVE "PAYHIST.DAT" TO AF-FILE-NAME
009130             MOVE PH-EMPLOYEE-ID TO AF-KEY
009140             STRING "CHECK " PH-CHECK-NUMBER " TYPE "
009150                 PH-RECORD-TYPE " PERIOD " PH-PERIOD-NUMBER
009160                 " PAID " PH-RUN-DATE
009170                 DELIMITED BY SIZE INTO AF-TEXT
009180             PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
009190         END-IF
009200     END-IF.
009210     IF NOT PH-TYPE-PAYMENT AND NOT PH-TYPE-REISSUE
009220             AND NOT PH-TYPE-VOID
009230         GO TO 4100-EXIT
009240     END-IF.
009250     MOVE PH-PERIOD-END-DATE TO AW-EFFECTIVE-DATE.
009260     IF PH-PERIOD-NUMBER IS NUMERIC
009270             AND PH-PERIOD-NUMBER NOT = ZERO
009280         PERFORM VARYING CAL-SUB FROM 1 BY 1
009290                 UNTIL CAL-SUB > PAY-CALENDAR-COUNT
009300             IF CAL-PERIOD-NUMBER(CAL-SUB) = PH-PERIOD-NUMBER
009310                 MOVE CAL-PERIOD-END(CAL-SUB) TO AW-EFFECTIVE-DATE
009320                 MOVE PAY-CALENDAR-COUNT TO CAL-SUB
009330             END-IF
009340         END-PERFORM
009350     END-IF.
009360     IF AW-EFFECTIVE-YEAR NOT = AW-AUDIT-YEAR
009370         GO TO 4100-EXIT
009380     END-IF.
009390     MOVE PH-EMPLOYEE-ID TO AW-FIND-ID.
009400     PERFORM 8200-FIND-EMPLOYEE THRU 8200-EXIT.
009410     IF NOT AW-ENTRY-FOUND
009420         PERFORM 8250-ADD-EMPLOYEE-ENTRY THRU 8250-EXIT
009430     END-IF.
009440     IF PH-TYPE-VOID
009450         MOVE -1 TO AW-SIGN
009460     ELSE
009470         MOVE +1 TO AW-SIGN
009480     END-IF.
009490     MOVE PH-GROSS-PAY TO AW-HISTORY-FIGURE(1).
009500     MOVE PH-TAX-AMOUNT TO AW-HISTORY-FIGURE(2).
009510     MOVE PH-NET-PAY TO AW-HISTORY-FIGURE(3).
009520     MOVE PH-SS-WAGES TO AW-HISTORY-FIGURE(4).
009530     MOVE PH-SS-TAX TO AW-HISTORY-FIGURE(5).
009540     MOVE PH-MEDICARE-TAX TO AW-HISTORY-FIGURE(6).
009550     MOVE PH-STATE-TAX TO AW-HISTORY-FIGURE(7).
009560     PERFORM VARYING AW-YTD-SUB FROM 1 BY 1 UNTIL AW-YTD-SUB > 7
009570         COMPUTE EA-HISTORY-YTD(EA-SUB, AW-YTD-SUB) =
009580             EA-HISTORY-YTD(EA-SUB, AW-YTD-SUB)
009590             + (AW-HISTORY-FIGURE(AW-YTD-SUB) * AW-SIGN)
009600     END-PERFORM.
009610 4100-EXIT.
009620     EXIT.
009630*
009640*****************************************************************
009650*    4500-AUDIT-YTD - EACH MASTER YTD FIGURE AGAINST THE OPEN   *
009660*    YEAR'S HISTORY, AND ANY EMPLOYEE WITH HISTORY IN THE YEAR  *
009670*    WHO IS NOT ON THE MASTER.  EITHER MEANS A WRONG W-2.       *
009680*****************************************************************
009690 4500-AUDIT-YTD.
009700     MOVE SPACES TO AW-SECTION-TITLE.
009710     STRING "Master YTD Against " AW-AUDIT-YEAR " Pay History"
009720         DELIMITED BY SIZE INTO AW-SECTION-TITLE.
009730     PERFORM 7000-START-SECTION THRU 7000-EXIT.
009740     MOVE SPACES TO REPORT-RECORD.
009750     STRING "                              "
009760         "                  MASTER       HISTORY"
009770         DELIMITED BY SIZE INTO REPORT-RECORD.
009780     WRITE REPORT-RECORD.
009790     PERFORM 4510-AUDIT-ONE-EMPLOYEE THRU 4510-EXIT
009800         VARYING EA-SUB FROM 1 BY 1
009810         UNTIL EA-SUB > EMPLOYEE-AUDIT-COUNT.
009820     PERFORM 7100-END-SECTION THRU 7100-EXIT.
009830 4500-EXIT.
009840     EXIT.
009850*
009860 4510-AUDIT-ONE-EMPLOYEE.
009870     IF NOT EA-IS-ON-MASTER(EA-SUB)
009880         MOVE 'N' TO AW-HISTORY-SWITCH
009890         PERFORM VARYING AW-YTD-SUB FROM 1 BY 1
009900                 UNTIL AW-YTD-SUB > 7
009910             IF EA-HISTORY-YTD(EA-SUB, AW-YTD-SUB) NOT = ZERO
009920                 MOVE 'Y' TO AW-HISTORY-SWITCH
009930             END-IF
009940         END-PERFORM
009950         IF AW-HAS-HISTORY
009960             MOVE 'S' TO AF-SEVERITY
009970             MOVE "PAYHIST.DAT" TO AF-FILE-NAME
009980             MOVE EA-EMPLOYEE-ID(EA-SUB) TO AF-KEY
009990             MOVE "PAID IN THE YEAR - NOT ON MASTER" TO AF-TEXT
010000             PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
010010         END-IF
010020         GO TO 4510-EXIT
010030     END-IF.
010040     PERFORM VARYING AW-YTD-SUB FROM 1 BY 1 UNTIL AW-YTD-SUB > 7
010050         IF EA-MASTER-YTD(EA-SUB, AW-YTD-SUB)
010060                 NOT = EA-HISTORY-YTD(EA-SUB, AW-YTD-SUB)
010070             MOVE EA-MASTER-YTD(EA-SUB, AW-YTD-SUB)
010080                 TO ED-YTD-MASTER
010090             MOVE EA-HISTORY-YTD(EA-SUB, AW-YTD-SUB)
010100                 TO ED-YTD-HISTORY
010110             MOVE 'S' TO AF-SEVERITY
010120             MOVE "EMPMAST.IDX" TO AF-FILE-NAME
010130             MOVE EA-EMPLOYEE-ID(EA-SUB) TO AF-KEY
010140             STRING YF-NAME(AW-YTD-SUB) ED-YTD-MASTER " "
010150                 ED-YTD-HISTORY
010160                 DELIMITED BY SIZE INTO AF-TEXT
010170             PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
010180         END-IF
010190     END-PERFORM.
010200 4510-EXIT.
010210     EXIT.
010220*
010230*****************************************************************
010240*    5000-AUDIT-CALENDAR - IN THE ORDER THE PAYROLL RUN WALKS   *
010250*    IT, EACH PERIOD MUST START NO LATER THAN IT ENDS, CARRY A  *
010260*    HIGHER NUMBER THAN THE ONE BEFORE IT, AND START THE DAY    *
010270*    AFTER THE ONE BEFORE IT ENDS - LATER IS A GAP, EARLIER AN  *
010280*    OVERLAP.                                                   *
010290*****************************************************************
010300 5000-AUDIT-CALENDAR.
010310     MOVE "Pay Calendar Periods" TO AW-SECTION-TITLE.
010320     PERFORM 7000-START-SECTION THRU 7000-EXIT.
010330     IF PAY-CALENDAR-COUNT = ZERO
010340         MOVE "  NOT CHECKED - NO PAY CALENDAR" TO REPORT-RECORD
010350         WRITE REPORT-RECORD
010360         GO TO 5000-EXIT
010370     END-IF.
010380     MOVE 'N' TO AW-PRIOR-SWITCH.
010390     PERFORM 5100-CHECK-ONE-PERIOD THRU 5100-EXIT
010400         VARYING CAL-SUB FROM 1 BY 1
010410         UNTIL CAL-SUB > PAY-CALENDAR-COUNT.
010420     PERFORM 7100-END-SECTION THRU 7100-EXIT.
010430 5000-EXIT.
010440     EXIT.
010450*
010460 5100-CHECK-ONE-PERIOD.
010470     MOVE 'S' TO AF-SEVERITY.
010480     MOVE "PAYCAL.DAT" TO AF-FILE-NAME.
010490     MOVE CAL-PERIOD-NUMBER(CAL-SUB) TO AF-KEY.
010500     IF CAL-SUB > 1
010510         IF CAL-PERIOD-NUMBER(CAL-SUB) NOT > AW-PRIOR-PERIOD
010520             STRING "PERIOD OUT OF SEQUENCE AFTER PERIOD "
010530                 AW-PRIOR-PERIOD
010540                 DELIMITED BY SIZE INTO AF-TEXT
010550             PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
010560             MOVE 'S' TO AF-SEVERITY
010570             MOVE "PAYCAL.DAT" TO AF-FILE-NAME
010580             MOVE CAL-PERIOD-NUMBER(CAL-SUB) TO AF-KEY
010590         END-IF
010600     END-IF.
010610     MOVE CAL-PERIOD-NUMBER(CAL-SUB) TO AW-PRIOR-PERIOD.
010620     IF CAL-PERIOD-START(CAL-SUB) IS NOT NUMERIC
010630             OR CAL-PERIOD-END(CAL-SUB) IS NOT NUMERIC
010640         MOVE "START OR END DATE IS NOT A DATE" TO AF-TEXT
010650         PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
010660         MOVE 'N' TO AW-PRIOR-SWITCH
010670         GO TO 5100-EXIT
010680     END-IF.
010690     IF CAL-PERIOD-START(CAL-SUB) > CAL-PERIOD-END(CAL-SUB)
010700         STRING "STARTS " CAL-PERIOD-START(CAL-SUB)
010710             " AFTER IT ENDS " CAL-PERIOD-END(CAL-SUB)
010720             DELIMITED BY SIZE INTO AF-TEXT
010730         PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
010740         MOVE 'S' TO AF-SEVERITY
010750         MOVE "PAYCAL.DAT" TO AF-FILE-NAME
010760         MOVE CAL-PERIOD-NUMBER(CAL-SUB) TO AF-KEY
010770     END-IF.
010780     MOVE CAL-PERIOD-START(CAL-SUB) TO DN-DATE.
010790     PERFORM 8500-COMPUTE-DAY-NUMBER THRU 8500-EXIT.
010800     MOVE DN-DAY-NUMBER TO AW-START-DAY.
010810     IF AW-PRIOR-VALID
010820         IF AW-START-DAY > AW-PRIOR-END-DAY + 1
010830             COMPUTE AW-GAP-DAYS = AW-START-DAY
010840                 - AW-PRIOR-END-DAY - 1
010850             MOVE AW-GAP-DAYS TO ED-DAYS
010860             STRING "STARTS " CAL-PERIOD-START(CAL-SUB)
010870                 " - GAP OF " ED-DAYS " DAYS AFTER " AW-PRIOR-END
010880                 DELIMITED BY SIZE INTO AF-TEXT
010890             PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
010900         END-IF
010910         IF AW-START-DAY NOT > AW-PRIOR-END-DAY
010920             STRING "STARTS " CAL-PERIOD-START(CAL-SUB)
010930                 " - OVERLAPS PERIOD ENDING " AW-PRIOR-END
010940                 DELIMITED BY SIZE INTO AF-TEXT
010950             PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
010960         END-IF
010970     END-IF.
010980     MOVE CAL-PERIOD-END(CAL-SUB) TO AW-PRIOR-END.
010990     MOVE CAL-PERIOD-END(CAL-SUB) TO DN-DATE.
011000     PERFORM 8500-COMPUTE-DAY-NUMBER THRU 8500-EXIT.
011010     MOVE DN-DAY-NUMBER TO AW-PRIOR-END-DAY.
011020     MOVE 'Y' TO AW-PRIOR-SWITCH.
011030 5100-EXIT.
011040     EXIT.
011050*
011060*****************************************************************
011070*    6000-AUDIT-CHECKPOINT - A CLEAN PAYROLL RUN EMPTIES        *
011080*    PAYCKPT.DAT AT THE END.  A RECORD STILL ON IT WAS LEFT BY  *
011090*    A RUN THAT ABENDED, AND THE NEXT RUN WILL TAKE IT AS A     *
011100*    RESTART OF THAT PERIOD.                                    *
011110*****************************************************************
011120 6000-AUDIT-CHECKPOINT.
011130     MOVE "Restart Checkpoint" TO AW-SECTION-TITLE.
011140     PERFORM 7000-START-SECTION THRU 7000-EXIT.
011150     OPEN INPUT CHECKPOINT-FILE.
011160     IF FS-CHECKPOINT = "35"
011170         GO TO 6000-END-SECTION
011180     END-IF.
011190     IF FS-CHECKPOINT NOT = "00" AND FS-CHECKPOINT NOT = "05"
011200         MOVE "CHECKPOINT-FILE"      TO ABEND-FILE-NAME
011210         MOVE FS-CHECKPOINT          TO ABEND-FILE-STATUS
011220         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
011230     END-IF.
011240     READ CHECKPOINT-FILE INTO CHECKPOINT-RECORD
011250         AT END
011260             MOVE SPACES TO CHECKPOINT-RECORD
011270         NOT AT END
011280             MOVE 'S' TO AF-SEVERITY
011290             MOVE "PAYCKPT.DAT" TO AF-FILE-NAME
011300             MOVE CK-LAST-EMPLOYEE-ID IN CHECKPOINT-RECORD
011310                 TO AF-KEY
011320             STRING "PERIOD "
011330                 CK-PERIOD-NUMBER IN CHECKPOINT-RECORD
011340                 " RUN OF " CK-RUN-DATE IN CHECKPOINT-RECORD
011350                 " - NEXT RUN RESTARTS"
011360                 DELIMITED BY SIZE INTO AF-TEXT
011370             PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
011380     END-READ.
011390     CLOSE CHECKPOINT-FILE.
011400 6000-END-SECTION.
011410     PERFORM 7100-END-SECTION THRU 7100-EXIT.
011420 6000-EXIT.
011430     EXIT.
011440*
011450 7000-START-SECTION.
011460     MOVE SPACES TO REPORT-RECORD.
011470     WRITE REPORT-RECORD.
011480     MOVE AW-SECTION-TITLE TO REPORT-RECORD.
011490     WRITE REPORT-RECORD.
011500     MOVE AC-FINDING-COUNT TO AW-SECTION-START.
011510 7000-EXIT.
011520     EXIT.
011530*
011540 7100-END-SECTION.
011550     IF AC-FINDING-COUNT = AW-SECTION-START
011560         MOVE "  NONE" TO REPORT-RECORD
011570         WRITE REPORT-RECORD
011580     END-IF.
011590 7100-EXIT.
011600     EXIT.
011610*
011620*****************************************************************
011630*    8000-WRITE-FINDING - COUNT AND PRINT THE FINDING IN        *
011640*    AUDIT-FINDING, THEN CLEAR IT FOR THE NEXT ONE.             *
011650*****************************************************************
011660 8000-WRITE-FINDING.
011670     ADD 1 TO AC-FINDING-COUNT.
011680     MOVE SPACES TO REPORT-RECORD.
011690     IF AF-SEVERE
011700         ADD 1 TO AC-SEVERE-COUNT
011710         STRING "SEVERE  " AF-FILE-NAME " " AF-KEY " " AF-TEXT
011720             DELIMITED BY SIZE INTO REPORT-RECORD
011730     ELSE
011740         ADD 1 TO AC-WARNING-COUNT
011750         STRING "WARNING " AF-FILE-NAME " " AF-KEY " " AF-TEXT
011760             DELIMITED BY SIZE INTO REPORT-RECORD
011770     END-IF.
011780     WRITE REPORT-RECORD.
011790     MOVE SPACES TO AUDIT-FINDING.
011800 8000-EXIT.
011810     EXIT.
011820*
011830*****************************************************************
011840*    8200-FIND-EMPLOYEE - AW-EMPLOYEE-FOUND WHEN AW-FIND-ID IS  *
011850*    ON THE MASTER; AW-ENTRY-FOUND WHEN IT HAS A TABLE ENTRY AT *
011860*    ALL.  EITHER WAY EA-SUB POINTS AT THE ENTRY.               *
011870*****************************************************************
011880 8200-FIND-EMPLOYEE.
011890     MOVE 'N' TO AW-FOUND-SWITCH.
011900     MOVE 'N' TO AW-ENTRY-SWITCH.
011910     SET EA-IDX TO 1.
011920     SEARCH EMPLOYEE-AUDIT-ENTRY
011930         AT END
011940             MOVE 'N' TO AW-FOUND-SWITCH
011950         WHEN EA-IDX > EMPLOYEE-AUDIT-COUNT
011960             MOVE 'N' TO AW-FOUND-SWITCH
011970         WHEN EA-EMPLOYEE-ID(EA-IDX) = AW-FIND-ID
011980             SET EA-SUB TO EA-IDX
011990             MOVE 'Y' TO AW-ENTRY-SWITCH
012000             IF EA-IS-ON-MASTER(EA-SUB)
012010                 MOVE 'Y' TO AW-FOUND-SWITCH
012020             END-IF
012030     END-SEARCH.
012040 8200-EXIT.
012050     EXIT.
012060*
012070*****************************************************************
012080*    8250-ADD-EMPLOYEE-ENTRY - A NEW ENTRY FOR AW-FIND-ID, NOT  *
012090*    ON THE MASTER UNTIL THE CALLER SAYS SO, WITH NO HISTORY.   *
012100*    THE CALLER HAS ALREADY FOUND THERE IS NO ENTRY FOR IT.     *
012110*****************************************************************
012120 8250-ADD-EMPLOYEE-ENTRY.
012130     IF EMPLOYEE-AUDIT-COUNT NOT < 1000
012140         MOVE "EMPLOYEE-AUDIT"       TO ABEND-TABLE-NAME
012150         PERFORM 9910-ABEND-TABLE-OVERFLOW THRU 9910-EXIT
012160     END-IF.
012170     ADD 1 TO EMPLOYEE-AUDIT-COUNT.
012180     MOVE EMPLOYEE-AUDIT-COUNT TO EA-SUB.
012190     MOVE AW-FIND-ID TO EA-EMPLOYEE-ID(EA-SUB).
012200     MOVE 'N' TO EA-ON-MASTER(EA-SUB).
012210     MOVE SPACE TO EA-EMPLOYMENT-STATUS(EA-SUB).
012220     PERFORM VARYING AW-YTD-SUB FROM 1 BY 1 UNTIL AW-YTD-SUB > 7
012230         MOVE ZERO TO EA-MASTER-YTD(EA-SUB, AW-YTD-SUB)
012240         MOVE ZERO TO EA-HISTORY-YTD(EA-SUB, AW-YTD-SUB)
012250     END-PERFORM.
012260     PERFORM VARYING AW-DED-SUB FROM 1 BY 1 UNTIL AW-DED-SUB > 3
012270         MOVE SPACES TO EA-DED-CODE(EA-SUB, AW-DED-SUB)
012280     END-PERFORM.
012290 8250-EXIT.
012300     EXIT.
012310*
012320 8300-FIND-DEDUCTION-CODE.
012330     MOVE 'N' TO AW-CODE-SWITCH.
012340     SET DC-IDX TO 1.
012350     SEARCH DEDUCTION-CODE-ENTRY
012360         AT END
012370             MOVE 'N' TO AW-CODE-SWITCH
012380         WHEN DC-CODE(DC-IDX) = AW-FIND-CODE
012390             MOVE 'Y' TO AW-CODE-SWITCH
012400     END-SEARCH.
012410 8300-EXIT.
012420     EXIT.
012430*
012440*****************************************************************
012450*    8500-COMPUTE-DAY-NUMBER - TURN THE YYYYMMDD DATE IN DN-DATE*
012460*    INTO A DAY NUMBER, COUNTING MARCH AS THE FIRST MONTH SO THE*
012470*    LEAP DAY IS THE LAST DAY OF THE YEAR.                      *
012480*****************************************************************
012490 8500-COMPUTE-DAY-NUMBER.
012500     MOVE DN-YEAR TO DN-CALC-YEAR.
012510     MOVE DN-MONTH TO DN-CALC-MONTH.
012520     IF DN-CALC-MONTH < 3
012530         SUBTRACT 1 FROM DN-CALC-YEAR
012540         ADD 12 TO DN-CALC-MONTH
012550     END-IF.
012560     COMPUTE DN-DAY-NUMBER = 365 * DN-CALC-YEAR + DN-DAY.
012570     DIVIDE DN-CALC-YEAR BY 4 GIVING DN-CALC-PART.
012580     ADD DN-CALC-PART TO DN-DAY-NUMBER.
012590     DIVIDE DN-CALC-YEAR BY 100 GIVING DN-CALC-PART.
012600     SUBTRACT DN-CALC-PART FROM DN-DAY-NUMBER.
012610     DIVIDE DN-CALC-YEAR BY 400 GIVING DN-CALC-PART.
012620     ADD DN-CALC-PART TO DN-DAY-NUMBER.
012630     COMPUTE DN-CALC-PART = (153 * (DN-CALC-MONTH - 3) + 2) / 5.
012640     ADD DN-CALC-PART TO DN-DAY-NUMBER.
012650 8500-EXIT.
012660     EXIT.
012670*
012680 9000-TERMINATE.
012690     MOVE SPACES TO REPORT-RECORD.
012700     WRITE REPORT-RECORD.
012710     MOVE "Audit Summary" TO REPORT-RECORD.
012720     WRITE REPORT-RECORD.
012730     MOVE AC-SEVERE-COUNT TO ED-COUNT.
012740     MOVE SPACES TO REPORT-RECORD.
012750     STRING "  Severe Findings:  " ED-COUNT
012760         DELIMITED BY SIZE INTO REPORT-RECORD.
012770     WRITE REPORT-RECORD.
012780     MOVE AC-WARNING-COUNT TO ED-COUNT.
012790     MOVE SPACES TO REPORT-RECORD.
012800     STRING "  Warnings:         " ED-COUNT
012810         DELIMITED BY SIZE INTO REPORT-RECORD.
012820     WRITE REPORT-RECORD.
012830     CLOSE REPORT-FILE.
012840     IF AC-SEVERE-COUNT NOT = ZERO
012850         DISPLAY "PAYROLL DATA AUDIT - SEVERE FINDINGS - "
012860             "HOLD THE PAY RUN - SEE AUDITRPT.TXT"
012870         MOVE 8 TO RETURN-CODE
012880         GO TO 9000-EXIT
012890     END-IF.
012900     IF AC-WARNING-COUNT NOT = ZERO
012910         DISPLAY "PAYROLL DATA AUDIT - WARNINGS - "
012920             "SEE AUDITRPT.TXT"
012930         MOVE 4 TO RETURN-CODE
012940         GO TO 9000-EXIT
012950     END-IF.
012960     DISPLAY "Payroll data audit complete - "
012970         "report in AUDITRPT.TXT".
012980 9000-EXIT.
012990     EXIT.
013000*
013010*****************************************************************
013020*    9900-ABEND-FILE-ERROR - A FILE OPERATION CAME BACK WITH A  *
013030*    NON-ZERO STATUS.  DISPLAY WHAT FAILED AND STOP THE JOB.    *
013040*****************************************************************
013050 9900-ABEND-FILE-ERROR.
013060     DISPLAY "PAYAUDIT ABEND - " ABEND-FILE-NAME
013070         " FILE STATUS " ABEND-FILE-STATUS.
013080     MOVE 16 TO RETURN-CODE.
013090     STOP RUN.
013100 9900-EXIT.
013110     EXIT.
013120*
013130*****************************************************************
013140*    9910-ABEND-TABLE-OVERFLOW - A WORKING-STORAGE TABLE HAS    *
013150*    RUN OUT OF ROOM.  STOP THE JOB INSTEAD OF SUBSCRIPTING     *
013160*    PAST THE TABLE INTO WHATEVER WORKING-STORAGE FOLLOWS IT.   *
013170*****************************************************************
013180 9910-ABEND-TABLE-OVERFLOW.
013190     DISPLAY "PAYAUDIT ABEND - " ABEND-TABLE-NAME
013200         " TABLE IS FULL".
013210     MOVE 16 TO RETURN-CODE.
013220     STOP RUN.
013230 9910-EXIT.
013240     EXIT.
