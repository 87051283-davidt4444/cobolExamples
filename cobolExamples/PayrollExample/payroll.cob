001850*                      THE LEDGER NET CREDIT IS SPLIT BETWEEN    *
001860*                      ACH CLEARING (1100) AND CHECKS            *
001870*                      OUTSTANDING (1105).                       *
001871*    2026-10-15  DLT  A TERMINATED EMPLOYEE IS NOW PAID A FINAL  *
001872*                      CHECK INSTEAD OF BEING DROPPED - THE LAST *
001873*                      TIME CARD (OR NONE), THE VACATION BALANCE *
001874*                      PAID OUT AT THE HOURLY RATE, NO RECURRING *
001875*                      DEDUCTIONS AND NO DEPOSIT INSTRUCTIONS,   *
001876*                      CUT AS A PHYSICAL CHECK.  THE MASTER IS   *
001877*                      MARKED FINAL-PAID AND LATER RUNS SKIP IT. *
001878*    2026-10-15  DLT  A PERIOD ENDING AFTER THE TAX YEAR OPEN ON *
001879*                      THE YTD CONTROL (YTDCTL.DAT) IS REFUSED - *
001881*                      THE YEAR-END CLOSE MUST RUN FIRST.  THE   *
001882*                      FIRST LIVE RUN SEEDS THE CONTROL RECORD.  *
001883*    2026-10-15  DLT  THE EMPLOYEE'S SOCIAL SECURITY (TO ITS     *
001884*                      WAGE BASE), MEDICARE (WITH THE ADDITIONAL *
001885*                      RATE OVER THE THRESHOLD) AND STATE INCOME *
001886*                      TAX (BY JURISDICTION) ARE NOW WITHHELD,   *
001887*                      EACH ON ITS OWN STUB, REGISTER, HISTORY   *
001888*                      AND LEDGER LINE.  FEDERAL INCOME TAX NOW  *
001889*                      HONOURS THE W-4 ELECTIONS ON THE MASTER   *
001890*                      (FILING STATUS, ALLOWANCES, DEPENDENT     *
001891*                      CREDIT, EXTRA AMOUNT, EXEMPT).  THE TAX   *
001892*                      AMOUNT IS NOW FEDERAL INCOME TAX ONLY.    *
001893*    2026-10-15  DLT  AN EMPLOYEE WHOSE ACH IS ON HOLD AFTER A   *
001894*                      BANK RETURN IS PAID BY CHECK.  DEPOSITS   *
001895*                      THE BANK RETURNED (RTNDUE.DAT, FROM THE   *
001896*                      ACH RETURNS RUN) ARE PAID ON A SEPARATE   *
001897*                      CHECK WITH A 'K' HISTORY RECORD, DEBITING *
001898*                      ACH CLEARING (1100) AND CREDITING CHECKS  *
001899*                      OUTSTANDING (1105).  UNPAID ENTRIES ROLL  *
001900*                      TO RTNDUE.NEW.                            *
001901*    2026-10-15  DLT  LABOR DISTRIBUTION - A TIME CARD MAY NOW   *
001902*                      CARRY SEVERAL CHARGE LINES, EACH WITH ITS *
001903*                      OWN DEPARTMENT AND OPTIONAL PROJECT OR    *
001904*                      WORK ORDER.  STRAIGHT-TIME PAY, OVERTIME  *
001905*                      PREMIUM AND LEAVE PAY ARE SPREAD OVER THE *
001906*                      LINES BY THEIR HOURS AND EMPLOYER TAX BY  *
001907*                      THE GROSS EACH LINE CARRIES.  THE         *
001908*                      DEPARTMENT COST SUMMARY AND THE WAGE AND  *
001909*                      EMPLOYER-TAX DEBITS FOLLOW THE CHARGED    *
001910*                      DEPARTMENT, AND A LABOR DISTRIBUTION      *
001911*                      REPORT (LABDIST.TXT) BY DEPARTMENT AND    *
001912*                      PROJECT TIES BACK TO THE RUN'S GROSS.     *
001913*    2026-10-15  DLT  RETRO PAY IS NOW ACCRUED BY THE RETRO RUN, *
001914*                      SO THE RETRO PAID IS DEBITED TO ACCRUED   *
001915*                      RETRO PAY (2300) AND LEFT OUT OF THE HOME *
001916*                      DEPARTMENT'S WAGE EXPENSE DEBIT.  THE     *
001917*                      DEPARTMENT COST SUMMARY STILL SHOWS IT.   *
001918*    2026-10-15  DLT  PASSES THE SUPPLEMENTAL WITHHOLDING RATE   *
001919*                      TABLE TO RATELOAD.                        *
001920*    2026-10-15  DLT  THE TRIAL-RUN GROSS SWING CHECK COMPARES   *
001921*                      AGAINST THE LAST REGULAR PAYMENT ONLY,    *
001922*                      NOT A SUPPLEMENTAL ONE.                   *
001923*    2026-10-15  DLT  1300-LOAD-DEPARTMENT-CODES BANNER NOW      *
001924*                      MATCHES EMPMAINT'S COPY WORD FOR WORD.    *
001925*                                                                *
001926*****************************************************************
001927 IDENTIFICATION DIVISION.
001928 PROGRAM-ID. PAYROLL.
001929 AUTHOR. DATA PROCESSING.
001930 INSTALLATION. PAYROLL DEPARTMENT.
001940 DATE-WRITTEN. 2020-01-06.
001950 DATE-COMPILED.
002540     SELECT NEW-RETRO-DUE-FILE ASSIGN TO "RETRODUE.NEW"
002550         ORGANIZATION IS LINE SEQUENTIAL
002560         FILE STATUS IS FS-NEW-RETRO-DUE.
002561*
002562     SELECT OPTIONAL RETURN-DUE-FILE ASSIGN TO "RTNDUE.DAT"
002563         ORGANIZATION IS LINE SEQUENTIAL
002564         FILE STATUS IS FS-RETURN-DUE.
002565*
002566     SELECT NEW-RETURN-DUE-FILE ASSIGN TO "RTNDUE.NEW"
002567         ORGANIZATION IS LINE SEQUENTIAL
002568         FILE STATUS IS FS-NEW-RETURN-DUE.
002570*
002580     SELECT OPTIONAL DEPOSIT-INSTR-FILE ASSIGN TO "DEPINSTR.DAT"
002590         ORGANIZATION IS LINE SEQUENTIAL
002630         ORGANIZATION IS LINE SEQUENTIAL
002640         FILE STATUS IS FS-CHECK-SEQ.
002650*
002652     SELECT OPTIONAL YTD-CONTROL-FILE ASSIGN TO "YTDCTL.DAT"
002654         ORGANIZATION IS LINE SEQUENTIAL
002656         FILE STATUS IS FS-YTD-CONTROL.
002658*
002660     SELECT CHECK-PRINT-FILE ASSIGN TO "CHECKPRT.TXT"
002670         ORGANIZATION IS LINE SEQUENTIAL
002680         FILE STATUS IS FS-CHECK-PRINT.
002940     SELECT TRIAL-EXC-FILE ASSIGN TO "TRIALEXC.TXT"
002950         ORGANIZATION IS LINE SEQUENTIAL
002960         FILE STATUS IS FS-TRIAL-EXC.
002962*
002964     SELECT LABOR-DIST-FILE ASSIGN TO "LABDIST.TXT"
002966         ORGANIZATION IS LINE SEQUENTIAL
002968         FILE STATUS IS FS-LABOR-DIST.
002970*
002980 DATA DIVISION.
002990 FILE SECTION.
003320*
003330 FD  NEW-RETRO-DUE-FILE.
003340 01  NEW-RETRO-DUE-RECORD            PIC X(44).
003341*
003342 FD  RETURN-DUE-FILE.
003343     COPY RTNDUE.
003344*
003345 FD  NEW-RETURN-DUE-FILE.
003346 01  NEW-RETURN-DUE-RECORD           PIC X(80).
003350*
003360 FD  DEPOSIT-INSTR-FILE.
003370     COPY DEPINSTR.
003410     05  CS-NEXT-CHECK-NUMBER        PIC 9(08).
003420     05  FILLER                      PIC X(02).
003430*
003432 FD  YTD-CONTROL-FILE.
003434     COPY YTDCTL.
003436*
003440 FD  CHECK-PRINT-FILE.
003450 01  CHECK-PRINT-RECORD              PIC X(80).
003460*
003660*
003670 FD  TRIAL-EXC-FILE.
003680 01  TRIAL-EXC-RECORD                PIC X(80).
003682*
003684 FD  LABOR-DIST-FILE.
003686 01  LABOR-DIST-RECORD               PIC X(80).
003690*
003700 FD  CHECKPOINT-FILE.
003710     COPY CHKPT REPLACING
003810     COPY OTRULES.
003820     COPY DEDCODE.
003830     COPY EMPRTAX.
003832     COPY EMPETAX.
003834     COPY STATETAX.
003836     COPY W4ALLOW.
003838     COPY SUPPRATE.
003840     COPY DEPTTOT.
003845     COPY DEPTCODE.
003850*
003860 01  RATE-LOAD-CONTROL.
003870     05  RATE-AS-OF-DATE             PIC X(08).
004240     05  CHECK-NUMBER-ASSIGNED       PIC 9(08).
004250     05  CHECK-PAY-SWITCH            PIC X(01) VALUE 'N'.
004260         88  EMPLOYEE-PAID-BY-CHECK          VALUE 'Y'.
004262     05  VAC-PAYOUT-HOURS            PIC 9(03)V99.
004264     05  VAC-PAYOUT-PAY              PIC 9(07)V99.
004270*
004280*    LEAVE ACCRUED PER HOUR WORKED.  .0500 IS ABOUT 2.6 WEEKS
004290*    OF VACATION AND .0250 ABOUT 1.3 WEEKS OF SICK TIME OVER A
004370*    CLEAN RUN.  A RESTART RE-DERIVES THE SAME ASSIGNMENTS.
004380 01  CHECK-CONTROL.
004390     05  NEXT-CHECK-NUMBER           PIC 9(08) VALUE ZERO.
004395     05  RETURN-CHECK-NUMBER         PIC 9(08) VALUE ZERO.
004400*
004410*    WHO EACH WITHHELD DOLLAR BELONGS TO - ONE ENTRY PER
004420*    EMPLOYEE AND DEDUCTION CODE WITH MONEY TAKEN THIS RUN,
004540*    EVERY TIME CARD IS PULLED INTO THIS TABLE AT
004550*    INITIALIZATION TIME SO THE MAIN LOOP CAN MATCH A CARD TO
004560*    EACH MASTER RECORD REGARDLESS OF THE ORDER EITHER FILE
004570*    IS IN.  AN EMPLOYEE HAS ONE CARD PER CHARGE LINE.
004580 01  TIME-CARD-TABLE.
004590     05  TIME-CARD-COUNT             PIC 9(04) COMP VALUE ZERO.
004600     05  TIME-CARD-ENTRY OCCURS 2000 TIMES
004610                 INDEXED BY TT-IDX.
004620         10  TT-EMPLOYEE-ID          PIC X(06).
004630         10  TT-DAY-ENTRIES OCCURS 7 TIMES.
004670                 88  TT-TYPE-VACATION        VALUE 'V'.
004680                 88  TT-TYPE-SICK            VALUE 'S'.
004690                 88  TT-TYPE-HOLIDAY         VALUE 'H'.
004691         10  TT-CHARGE-DEPT          PIC X(04).
004692         10  TT-PROJECT-CODE         PIC X(08).
004693*
004694*    ONE EMPLOYEE'S CHARGE LINES FOR THE PERIOD - ONE PER
004695*    DEPARTMENT AND PROJECT ON THE TIME CARDS (A BLANK
004696*    DEPARTMENT IS THE HOME DEPARTMENT), PLUS THE HOME LINE
004697*    THAT TAKES ANY PAY WITH NO HOURS BEHIND IT.  THE PAY
004698*    SPREAD OVER THE LINES ALWAYS ADDS BACK TO GROSS.
004699 01  EMPLOYEE-CHARGE-TABLE.
004700     05  EMP-CHARGE-COUNT            PIC 9(02) COMP VALUE ZERO.
004701     05  EMP-CHARGE-ENTRY OCCURS 11 TIMES.
004702         10  EC-CHARGE-KEY.
004703             15  EC-DEPT-CODE        PIC X(04).
004704             15  EC-PROJECT-CODE     PIC X(08).
004705         10  EC-WORKED-HOURS         PIC 9(03)V99.
004706         10  EC-LEAVE-HOURS          PIC 9(03)V99.
004707         10  EC-STRAIGHT-PAY         PIC 9(07)V99.
004708         10  EC-PREMIUM-PAY          PIC 9(07)V99.
004709         10  EC-LEAVE-PAY            PIC 9(07)V99.
004710         10  EC-OTHER-PAY            PIC 9(07)V99.
004711         10  EC-GROSS-PAY            PIC 9(07)V99.
004712         10  EC-EMPLOYER-TAX         PIC 9(07)V99.
004713     05  EC-SUB                      PIC 9(02) COMP VALUE ZERO.
004714     05  EC-HOME-SUB                 PIC 9(02) COMP VALUE ZERO.
004715     05  EC-LAST-SUB                 PIC 9(02) COMP VALUE ZERO.
004716*
004717*    WORK FIELDS FOR BUILDING THE CHARGE LINES AND SPREADING
004718*    EACH POOL OF PAY OVER THEM.  THE DAY TOTALS ARE THE HOURS
004719*    ACROSS ALL OF AN EMPLOYEE'S CARDS, FOR THE DAILY LIMITS.
004720 01  LABOR-SPREAD-AREA.
004721     05  LB-CHARGE-KEY.
004722         10  LB-DEPT-CODE            PIC X(04).
004723         10  LB-PROJECT-CODE         PIC X(08).
004724     05  LB-LINE-LIMIT               PIC 9(02) COMP.
004725     05  LB-LINE-WORKED-HOURS        PIC 9(03)V99.
004726     05  LB-LINE-LEAVE-HOURS         PIC 9(03)V99.
004727     05  DAY-WORKED-HOURS OCCURS 7 TIMES PIC 9(03)V99.
004728     05  DAY-TOTAL-HOURS OCCURS 7 TIMES PIC 9(03)V99.
004729     05  LB-PREMIUM-POOL             PIC S9(07)V99.
004730     05  LB-STRAIGHT-POOL            PIC 9(07)V99.
004731     05  LB-OTHER-POOL               PIC 9(07)V99.
004732     05  LB-POOL-AMOUNT              PIC 9(07)V99.
004733     05  LB-POOL-LEFT                PIC S9(07)V99.
004734     05  LB-SHARE-AMOUNT             PIC S9(07)V99.
004735     05  LB-BASIS-TOTAL              PIC 9(07)V99.
004736     05  LB-LINE-BASIS               PIC 9(07)V99.
004737     05  LB-BASIS-CODE               PIC X(01).
004738         88  LB-BY-WORKED-HOURS              VALUE 'W'.
004739         88  LB-BY-LEAVE-HOURS               VALUE 'L'.
004740         88  LB-BY-ALL-HOURS                 VALUE 'T'.
004741         88  LB-BY-GROSS                     VALUE 'G'.
004742         88  LB-TO-HOME-LINE                 VALUE 'H'.
004743     05  LB-TARGET-CODE              PIC X(01).
004744         88  LB-TO-STRAIGHT                  VALUE 'S'.
004745         88  LB-TO-PREMIUM                   VALUE 'P'.
004746         88  LB-TO-LEAVE                     VALUE 'L'.
004747         88  LB-TO-OTHER                     VALUE 'O'.
004748         88  LB-TO-EMPLOYER-TAX              VALUE 'E'.
004749*
004750*    LABOR COST FOR THE RUN BY CHARGED DEPARTMENT AND PROJECT,
004751*    KEPT IN DEPARTMENT/PROJECT ORDER AS ENTRIES ARE ADDED AND
004752*    PRINTED AS THE LABOR DISTRIBUTION REPORT.
004753 01  LABOR-DIST-TABLE.
004754     05  LABOR-DIST-COUNT            PIC 9(03) COMP VALUE ZERO.
004755     05  LABOR-DIST-ENTRY OCCURS 200 TIMES.
004756         10  LD-CHARGE-KEY.
004757             15  LD-DEPT-CODE        PIC X(04).
004758             15  LD-PROJECT-CODE     PIC X(08).
004759         10  LD-HOURS                PIC 9(05)V99.
004760         10  LD-STRAIGHT-PAY         PIC 9(09)V99.
004761         10  LD-PREMIUM-PAY          PIC 9(09)V99.
004762         10  LD-LEAVE-PAY            PIC 9(09)V99.
004763         10  LD-OTHER-PAY            PIC 9(09)V99.
004764         10  LD-GROSS-PAY            PIC 9(09)V99.
004765         10  LD-EMPLOYER-TAX         PIC 9(09)V99.
004766     05  LD-SUB                      PIC 9(03) COMP VALUE ZERO.
004767     05  LD-FOUND-SUB                PIC 9(03) COMP VALUE ZERO.
004768     05  LD-BREAK-DEPT               PIC X(04).
004769     05  LD-DEPT-HOURS               PIC 9(05)V99.
004770     05  LD-DEPT-GROSS               PIC 9(09)V99.
004771     05  LD-DEPT-EMPLOYER-TAX        PIC 9(09)V99.
004772     05  LD-TOTAL-HOURS              PIC 9(05)V99 VALUE ZERO.
004773     05  LD-TOTAL-STRAIGHT           PIC 9(09)V99 VALUE ZERO.
004774     05  LD-TOTAL-PREMIUM            PIC 9(09)V99 VALUE ZERO.
004775     05  LD-TOTAL-LEAVE              PIC 9(09)V99 VALUE ZERO.
004776     05  LD-TOTAL-OTHER              PIC 9(09)V99 VALUE ZERO.
004777     05  LD-TOTAL-GROSS              PIC 9(09)V99 VALUE ZERO.
004778     05  LD-TOTAL-EMPLOYER-TAX       PIC 9(09)V99 VALUE ZERO.
004779     05  LD-DIFFERENCE               PIC S9(09)V99 VALUE ZERO.
004780*
004781*    EMPLOYER-SIDE TAX FIGURES FOR THE EMPLOYEE BEING PAID,
004782*    PLUS THE RUNNING TOTAL PER TAX CODE FOR THE LEDGER
004783*    POSTINGS.
004784 01  EMPLOYER-TAX-DATA.
004785     05  EMPLOYER-TAX-AMOUNT         PIC 9(07)V99.
004786     05  ER-TAKEN-AMOUNT OCCURS 4 TIMES PIC 9(07)V99.
004787     05  ER-RUN-TOTAL OCCURS 4 TIMES PIC 9(09)V99.
004788     05  ER-PRIOR-WAGES              PIC 9(09)V99.
004790     05  ER-SUBJECT-WAGES            PIC 9(09)V99.
004800     05  ER-SUB                      PIC 9(01) COMP.
004801*
004802*    EMPLOYEE-SIDE WITHHOLDING FOR THE EMPLOYEE BEING PAID
004803*    BEYOND THE FEDERAL INCOME TAX HELD IN TAX-AMOUNT, AND THE
004804*    WORK FIELDS THE W-4 ADJUSTMENTS AND BRACKET LOOKUPS USE.
004805 01  EMPLOYEE-TAX-DATA.
004806     05  SS-WAGES                    PIC 9(07)V99.
004807     05  SS-TAX-AMOUNT               PIC 9(07)V99.
004808     05  MEDICARE-TAX-AMOUNT         PIC 9(07)V99.
004809     05  STATE-TAX-AMOUNT            PIC 9(07)V99.
004810     05  TOTAL-WITHHOLDING           PIC 9(07)V99.
004811     05  WH-WAGES                    PIC S9(07)V99.
004812     05  WH-TAX                      PIC S9(07)V99.
004813     05  WH-CREDIT                   PIC 9(07)V99.
004814     05  WH-ROOM                     PIC 9(07)V99.
004815     05  WH-PRIOR-WAGES              PIC 9(09)V99.
004816     05  WH-SUBJECT-WAGES            PIC 9(09)V99.
004817     05  WH-OVER-THRESHOLD           PIC 9(09)V99.
004818     05  WH-ALLOWANCE-AMOUNT         PIC 9(05)V99.
004819     05  WH-PAY-PERIODS              PIC 9(02).
004820     05  WH-JURISDICTION             PIC X(02).
004821     05  WH-STATUS                   PIC X(01).
004822     05  WH-SUB                      PIC 9(02) COMP.
004823     05  WH-HIT-SUB                  PIC 9(02) COMP.
004824     05  WH-STATUS-SWITCH            PIC X(01).
004825         88  WH-STATUS-ON-TABLE              VALUE 'Y'.
004826     05  WH-COVER-SWITCH             PIC X(01).
004827         88  WH-BRACKET-COVERS               VALUE 'Y'.
004828*
004829*    STATE TAX WITHHELD PER JURISDICTION ACROSS THE RUN, CREDITED
004830*    TO EACH JURISDICTION'S LIABILITY ACCOUNT IN THE LEDGER
004831*    POSTINGS.  ENTRIES ARE ADDED AS JURISDICTIONS COME UP.
004832 01  STATE-RUN-TOTALS.
004833     05  STATE-RUN-COUNT             PIC 9(02) COMP VALUE ZERO.
004834     05  STATE-RUN-ENTRY OCCURS 10 TIMES.
004835         10  SX-JURISDICTION-CODE    PIC X(02).
004836         10  SX-RUN-TOTAL            PIC 9(09)V99.
004837     05  SX-SUB                      PIC 9(02) COMP.
004838*
004839*    AMOUNT TAKEN PER DEDUCTION CODE ACROSS THE WHOLE RUN,
004840*    CREDITED TO EACH CODE'S LIABILITY ACCOUNT IN THE LEDGER
004841*    POSTINGS.  SLOTS LINE UP WITH DEDUCTION-CODE-TABLE.
004850 01  DEDUCTION-RUN-TOTALS.
004860     05  DX-RUN-TOTAL OCCURS 6 TIMES PIC 9(09)V99.
004870     05  DX-SUB                      PIC 9(01) COMP.
005190         10  RT-APPLIED-FLAG         PIC X(01).
005200             88  RT-IS-APPLIED               VALUE 'Y'.
005210     05  RT-WORK-SUB                 PIC 9(03) COMP VALUE ZERO.
005211*
005212*    DEPOSITS THE BANK RETURNED, LOADED FROM RTNDUE.DAT AT
005213*    INITIALIZATION AND PAID ON A SEPARATE CHECK WHEN THE
005214*    EMPLOYEE'S MASTER RECORD COMES UP.  AN ENTRY FOR AN
005215*    EMPLOYEE NO LONGER ON THE MASTER ROLLS FORWARD TO
005216*    RTNDUE.NEW.
005217 01  RETURN-DUE-TABLE.
005218     05  RETURN-DUE-COUNT            PIC 9(03) COMP VALUE ZERO.
005219     05  RETURN-DUE-ENTRY OCCURS 200 TIMES.
005220         10  RB-EMPLOYEE-ID          PIC X(06).
005221         10  RB-EMPLOYEE-NAME        PIC X(30).
005222         10  RB-PERIOD-NUMBER        PIC 9(04).
005223         10  RB-PERIOD-END-DATE      PIC X(08).
005224         10  RB-RETURN-DATE          PIC X(08).
005225         10  RB-REASON-CODE          PIC X(03).
005226         10  RB-AMOUNT               PIC 9(07)V99.
005227         10  RB-PAID-FLAG            PIC X(01).
005228             88  RB-IS-PAID                  VALUE 'Y'.
005229     05  RB-WORK-SUB                 PIC 9(03) COMP VALUE ZERO.
005230*
005231*    DEPOSIT INSTRUCTIONS, LOADED FROM DEPINSTR.DAT AT
005240*    INITIALIZATION.  AN EMPLOYEE WITH ENTRIES HERE HAS NET
005250*    PAY CUT INTO PIECES - FLAT AND PERCENT ENTRIES IN
005260*    PRIORITY ORDER, THE REMAINDER ENTRY LAST.  AN EMPLOYEE
006080         88  GOAL-ENTRY-FOUND                VALUE 'Y'.
006090     05  RD-EOF-SWITCH               PIC X(01) VALUE 'N'.
006100         88  EOF-RETRO-DUE                   VALUE 'Y'.
006103     05  RN-EOF-SWITCH               PIC X(01) VALUE 'N'.
006106         88  EOF-RETURN-DUE                  VALUE 'Y'.
006110     05  DI-EOF-SWITCH               PIC X(01) VALUE 'N'.
006120         88  EOF-DEPOSIT-INSTR               VALUE 'Y'.
006130     05  CAL-EOF-SWITCH              PIC X(01) VALUE 'N'.
006190         88  EOF-PRIOR-GROSS                 VALUE 'Y'.
006200     05  PG-FOUND-SWITCH             PIC X(01) VALUE 'N'.
006210         88  PRIOR-GROSS-FOUND               VALUE 'Y'.
006212     05  FINAL-PAY-SWITCH            PIC X(01) VALUE 'N'.
006214         88  EMPLOYEE-FINAL-PAY              VALUE 'Y'.
006216     05  YTD-CONTROL-SWITCH          PIC X(01) VALUE 'N'.
006218         88  YTD-CONTROL-ON-FILE             VALUE 'Y'.
006219     05  TC-TYPE-ERROR-SWITCH        PIC X(01) VALUE 'N'.
006220         88  TIMECARD-TYPE-IN-ERROR          VALUE 'Y'.
006221     05  TC-DEPT-ERROR-SWITCH        PIC X(01) VALUE 'N'.
006222         88  TIMECARD-DEPT-IN-ERROR          VALUE 'Y'.
006223     05  TC-LINE-OVERFLOW-SWITCH     PIC X(01) VALUE 'N'.
006224         88  TIMECARD-TOO-MANY-LINES         VALUE 'Y'.
006225*
006230 01  FILE-STATUS-AREA.
006240     05  FS-EMPLOYEE-MASTER          PIC X(02) VALUE '00'.
006250     05  FS-PRINT-FILE               PIC X(02) VALUE '00'.
006340     05  FS-NEW-GOAL-ARREARS         PIC X(02) VALUE '00'.
006350     05  FS-RETRO-DUE                PIC X(02) VALUE '00'.
006360     05  FS-NEW-RETRO-DUE            PIC X(02) VALUE '00'.
006363     05  FS-RETURN-DUE               PIC X(02) VALUE '00'.
006366     05  FS-NEW-RETURN-DUE           PIC X(02) VALUE '00'.
006370     05  FS-DEPOSIT-INSTR            PIC X(02) VALUE '00'.
006380     05  FS-CHECK-SEQ                PIC X(02) VALUE '00'.
006390     05  FS-CHECK-PRINT              PIC X(02) VALUE '00'.
006440     05  FS-PAY-CALENDAR             PIC X(02) VALUE '00'.
006450     05  FS-PAY-PARM                 PIC X(02) VALUE '00'.
006460     05  FS-TRIAL-EXC                PIC X(02) VALUE '00'.
006465     05  FS-YTD-CONTROL              PIC X(02) VALUE '00'.
006467     05  FS-LABOR-DIST               PIC X(02) VALUE '00'.
006470*
006480 01  ABEND-WORK-AREA.
006490     05  ABEND-FILE-NAME             PIC X(20).
006960 01  BATCH-TOTALS.
006970     05  BT-EMPLOYEES-PAID           PIC 9(05) COMP VALUE ZERO.
006980     05  BT-EMPLOYEES-REJECTED       PIC 9(05) COMP VALUE ZERO.
006982     05  BT-EMPLOYEES-SKIPPED        PIC 9(05) COMP VALUE ZERO.
006984     05  BT-FINAL-PAY-COUNT          PIC 9(05) COMP VALUE ZERO.
006986     05  BT-TOTAL-VAC-PAYOUT         PIC 9(09)V99 VALUE ZERO.
006990     05  BT-TOTAL-GROSS-PAY          PIC 9(09)V99 VALUE ZERO.
007000     05  BT-TOTAL-TAX-AMOUNT         PIC 9(09)V99 VALUE ZERO.
007002     05  BT-TOTAL-SS-TAX             PIC 9(09)V99 VALUE ZERO.
007004     05  BT-TOTAL-MEDICARE-TAX       PIC 9(09)V99 VALUE ZERO.
007006     05  BT-TOTAL-STATE-TAX          PIC 9(09)V99 VALUE ZERO.
007010     05  BT-TOTAL-NET-PAY            PIC 9(09)V99 VALUE ZERO.
007020     05  BT-TOTAL-EMPLOYER-TAX       PIC 9(09)V99 VALUE ZERO.
007030     05  BT-ARREARS-ADDED            PIC 9(09)V99 VALUE ZERO.
007070     05  BT-CHECKS-ISSUED            PIC 9(05) COMP VALUE ZERO.
007080     05  BT-TOTAL-CHECK-NET          PIC 9(09)V99 VALUE ZERO.
007090     05  BT-TOTAL-ACH-NET            PIC 9(09)V99 VALUE ZERO.
007093     05  BT-RETURN-CHECKS            PIC 9(05) COMP VALUE ZERO.
007096     05  BT-TOTAL-RETURN-NET         PIC 9(09)V99 VALUE ZERO.
007100*
007110 01  EDIT-FIELDS.
007120     05  ED-COUNT                    PIC ZZ,ZZ9.
007130     05  ED-TOTAL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
007140     05  ED-STUB-HOURS               PIC ZZZZ9.99.
007141     05  ED-LD-HOURS                 PIC ZZZZ9.99.
007142     05  ED-LD-STRAIGHT              PIC ZZZ,ZZ9.99.
007143     05  ED-LD-PREMIUM               PIC ZZZ,ZZ9.99.
007144     05  ED-LD-LEAVE                 PIC ZZZ,ZZ9.99.
007145     05  ED-LD-OTHER                 PIC ZZZ,ZZ9.99.
007146     05  ED-LD-GROSS                 PIC Z,ZZZ,ZZ9.99.
007147     05  ED-LD-TOTAL-HOURS           PIC ZZ,ZZ9.99.
007148     05  ED-LD-DIFFERENCE            PIC ZZZ,ZZZ,ZZ9.99-.
007150*
007160 PROCEDURE DIVISION.
007170*
007200     PERFORM 2000-PROCESS-EMPLOYEES THRU 2000-EXIT
007210         UNTIL EOF-EMPLOYEE-MASTER.
007220     PERFORM 7000-PRINT-DEPARTMENT-TOTALS THRU 7000-EXIT.
007225     PERFORM 7050-WRITE-LABOR-DISTRIBUTION THRU 7050-EXIT.
007230     PERFORM 7500-PRINT-BATCH-TRAILER THRU 7500-EXIT.
007240     IF TRIAL-RUN
007250         PERFORM 8200-WRITE-EXCEPTION-TRAILER THRU 8200-EXIT
007280     PERFORM 7600-WRITE-BATCH-CONTROL THRU 7600-EXIT.
007290     PERFORM 7620-WRITE-REGISTER-TRAILER THRU 7620-EXIT.
007300     PERFORM 7630-WRITE-CHECK-SEQUENCE THRU 7630-EXIT.
007305     PERFORM 7635-WRITE-YTD-CONTROL THRU 7635-EXIT.
007310     PERFORM 7640-WRITE-PAY-CALENDAR THRU 7640-EXIT.
007320     PERFORM 7700-WRITE-GL-POSTINGS THRU 7700-EXIT.
007330     PERFORM 7750-WRITE-REMITTANCE THRU 7750-EXIT.
007340     PERFORM 7800-WRITE-GOAL-ARREARS THRU 7800-EXIT.
007350     PERFORM 7900-WRITE-RETRO-DUE THRU 7900-EXIT.
007355     PERFORM 7950-WRITE-RETURN-DUE THRU 7950-EXIT.
007360     PERFORM 6000-CLEAR-CHECKPOINT THRU 6000-EXIT.
007370 0000-WRAP-UP.
007380     PERFORM 9000-TERMINATE THRU 9000-EXIT.
007500     ACCEPT SYSTEM-DATE FROM DATE YYYYMMDD.
007510     PERFORM 1420-LOAD-PAY-CALENDAR THRU 1420-EXIT.
007520     PERFORM 1430-SELECT-CURRENT-PERIOD THRU 1430-EXIT.
007525     PERFORM 1435-CHECK-TAX-YEAR THRU 1435-EXIT.
007530     PERFORM 1050-LOAD-RATE-TABLES THRU 1050-EXIT.
007535     PERFORM 1300-LOAD-DEPARTMENT-CODES THRU 1300-EXIT.
007540     PERFORM 1450-READ-CHECK-SEQUENCE THRU 1450-EXIT.
007550     PERFORM 1500-LOAD-TIME-CARDS THRU 1500-EXIT.
007560     PERFORM 1550-LOAD-GOAL-ARREARS THRU 1550-EXIT.
007570     PERFORM 1570-LOAD-RETRO-DUE THRU 1570-EXIT.
007575     PERFORM 1575-LOAD-RETURN-DUE THRU 1575-EXIT.
007580     PERFORM 1590-LOAD-DEPOSIT-INSTRS THRU 1590-EXIT.
007590     IF TRIAL-RUN
007600         PERFORM 1460-LOAD-PRIOR-GROSS THRU 1460-EXIT
009600 1430-EXIT.
009610     EXIT.
009620*
009621*****************************************************************
009622*    1435-CHECK-TAX-YEAR - THE PERIOD BEING PAID MUST FALL IN   *
009623*    THE TAX YEAR OPEN ON THE YTD CONTROL, BY ITS CALENDAR END  *
009624*    DATE - THE SAME RULE THE QUARTERLY REPORTING USES.  A      *
009625*    PERIOD IN A LATER YEAR AGAINST A MASTER WHOSE YTD IS STILL *
009626*    THE OLD YEAR'S IS REFUSED UNTIL THE YEAR-END CLOSE HAS     *
009627*    RUN; A PERIOD IN A YEAR ALREADY CLOSED IS REFUSED TOO.     *
009628*    NO CONTROL RECORD YET MEANS THIS IS THE FIRST RUN UNDER    *
009629*    THE CONTROL - A LIVE RUN SEEDS IT WITH THIS PERIOD'S YEAR. *
009630*****************************************************************
009631 1435-CHECK-TAX-YEAR.
009632     OPEN INPUT YTD-CONTROL-FILE.
009633     IF FS-YTD-CONTROL = "35"
009634         GO TO 1435-EXIT
009635     END-IF.
009636     IF FS-YTD-CONTROL NOT = "00" AND FS-YTD-CONTROL NOT = "05"
009637         MOVE "YTD-CONTROL-FILE"      TO ABEND-FILE-NAME
009638         MOVE FS-YTD-CONTROL          TO ABEND-FILE-STATUS
009639         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
009640     END-IF.
009641     READ YTD-CONTROL-FILE
009642         AT END
009643             CONTINUE
009644         NOT AT END
009645             MOVE 'Y' TO YTD-CONTROL-SWITCH
009646     END-READ.
009647     CLOSE YTD-CONTROL-FILE.
009648     IF NOT YTD-CONTROL-ON-FILE
009649         GO TO 1435-EXIT
009650     END-IF.
009651     IF PAY-PERIOD-END-DATE(1:4) > YC-OPEN-TAX-YEAR
009652         DISPLAY "PAYROLL - RUN REFUSED - PERIOD "
009653             PAY-PERIOD-NUMBER " IS IN A NEW YEAR AND TAX YEAR "
009654             YC-OPEN-TAX-YEAR " IS NOT CLOSED"
009655         MOVE 8 TO RETURN-CODE
009656         STOP RUN
009657     END-IF.
009658     IF PAY-PERIOD-END-DATE(1:4) < YC-OPEN-TAX-YEAR
009659         DISPLAY "PAYROLL - RUN REFUSED - PERIOD "
009660             PAY-PERIOD-NUMBER " FALLS IN CLOSED TAX YEAR "
009661             PAY-PERIOD-END-DATE(1:4)
009662         MOVE 8 TO RETURN-CODE
009663         STOP RUN
009664     END-IF.
009665 1435-EXIT.
009666     EXIT.
009667*
009669*****************************************************************
009671*    1410-READ-PAY-PARM - THE OPTIONAL CONTROL CARD NAMES THE   *
009673*    RUN MODE.  'TRIAL' RUNS THE FULL CALCULATION PATH BUT      *
009675*    UPDATES NOTHING; ANYTHING ELSE (OR NO CARD AT ALL) IS A    *
009677*    NORMAL LIVE RUN, SO EXISTING JOB STREAMS KEEP WORKING.     *
009680*****************************************************************
009690 1410-READ-PAY-PARM.
009700     MOVE 'LIVE ' TO RUN-MODE-SWITCH.
009940*    HISTORY AND KEEP EACH EMPLOYEE'S MOST RECENT PAID GROSS    *
009950*    (LATER RECORDS OVERWRITE EARLIER ONES - THE FILE IS        *
009960*    APPENDED IN RUN ORDER) SO THE EXCEPTION REGISTER CAN FLAG  *
009970*    LARGE PERIOD-OVER-PERIOD SWINGS.  SUPPLEMENTAL PAYMENTS    *
009975*    ARE SKIPPED - A BONUS IS NOT A PERIOD'S PAY.               *
009980*****************************************************************
009990 1460-LOAD-PRIOR-GROSS.
010000     OPEN INPUT PAY-HISTORY-FILE.
010180         AT END
010190             MOVE 'Y' TO PG-EOF-SWITCH
010200         NOT AT END
010210             IF PH-TYPE-PAYMENT AND PH-REGULAR-PAY
010220                 PERFORM 1468-POST-PRIOR-GROSS THRU 1468-EXIT
010230             END-IF
010240     END-READ.
011430                           OVERTIME-RULE-TABLE
011440                           DEDUCTION-CODE-TABLE
011450                           EMPLOYER-TAX-TABLE
011452                           EMPLOYEE-TAX-TABLE
011454                           STATE-TAX-TABLE
011456                           W4-ALLOWANCE-TABLE
011458                           SUPP-RATE-TABLE
011460                           RATE-LOAD-STATUS.
011470     IF RATE-LOAD-STATUS NOT = "00"
011480         MOVE "RATE-CONTROL-FILE"    TO ABEND-FILE-NAME
011560         MOVE ZERO TO DX-RUN-TOTAL(DX-SUB)
011570     END-PERFORM.
011580 1050-EXIT.
011581     EXIT.
011582*
011583*****************************************************************
011584*    1300-LOAD-DEPARTMENT-CODES - THE VALID DEPARTMENT CODES.   *
011585*    EMPMAINT EDITS THE HOME DEPARTMENT ON THE MASTER AGAINST   *
011586*    THIS TABLE AND PAYROLL EDITS THE DEPARTMENT A TIME CARD    *
011587*    CHARGES HOURS TO AGAINST IT, SO BOTH PROGRAMS CARRY THIS   *
011588*    PARAGRAPH.  KEEP THE TWO COPIES IDENTICAL.                 *
011589*****************************************************************
011590 1300-LOAD-DEPARTMENT-CODES.
011591     MOVE "ACCT"                 TO DP-DEPT-CODE(1)
011592     MOVE "ACCOUNTING"           TO DP-DEPT-NAME(1)
011593     MOVE "ADMN"                 TO DP-DEPT-CODE(2)
011594     MOVE "ADMINISTRATION"       TO DP-DEPT-NAME(2)
011595     MOVE "MFG "                 TO DP-DEPT-CODE(3)
011596     MOVE "MANUFACTURING"        TO DP-DEPT-NAME(3)
011597     MOVE "SHIP"                 TO DP-DEPT-CODE(4)
011598     MOVE "SHIPPING"             TO DP-DEPT-NAME(4)
011599     MOVE "MAIN"                 TO DP-DEPT-CODE(5)
011600     MOVE "MAINTENANCE"          TO DP-DEPT-NAME(5)
011601     MOVE "SALE"                 TO DP-DEPT-CODE(6)
011602     MOVE "SALES"                TO DP-DEPT-NAME(6)
011603     MOVE "IT  "                 TO DP-DEPT-CODE(7)
011604     MOVE "INFORMATION TECH"     TO DP-DEPT-NAME(7)
011605     MOVE SPACES                 TO DP-DEPT-CODE(8)
011606     MOVE SPACES                 TO DP-DEPT-NAME(8).
011607 1300-EXIT.
011608     EXIT.
011609*
011610*****************************************************************
011620*    1500-LOAD-TIME-CARDS - PULL EVERY DAILY TIME-CARD RECORD   *
011630*    INTO WORKING STORAGE BEFORE THE MAIN LOOP STARTS.  THE     *
011820         AT END
011830             MOVE 'Y' TO TC-EOF-SWITCH
011840         NOT AT END
011850             IF TIME-CARD-COUNT NOT < 2000
011860                 MOVE "TIME-CARD"     TO ABEND-TABLE-NAME
011870                 PERFORM 9910-ABEND-TABLE-OVERFLOW THRU 9910-EXIT
011880             END-IF
011960                 MOVE TC-DAY-TYPE(TC-DAY-SUB)
011970                     TO TT-DAY-TYPE(TIME-CARD-COUNT, TC-DAY-SUB)
011980             END-PERFORM
011982             MOVE TC-CHARGE-DEPT
011984                 TO TT-CHARGE-DEPT(TIME-CARD-COUNT)
011986             MOVE TC-PROJECT-CODE
011988                 TO TT-PROJECT-CODE(TIME-CARD-COUNT)
011990     END-READ.
012000 1510-EXIT.
012010     EXIT.
012920     END-READ.
012930 1580-EXIT.
012940     EXIT.
012941*
012942*****************************************************************
012943*    1575-LOAD-RETURN-DUE - PULL THE RETURNED DEPOSITS THE ACH  *
012944*    RETURNS RUN LEFT FOR THIS RUN TO PAY BY CHECK.  A MISSING  *
012945*    FILE JUST MEANS NOTHING CAME BACK FROM THE BANK.           *
012946*****************************************************************
012947 1575-LOAD-RETURN-DUE.
012948     OPEN INPUT RETURN-DUE-FILE.
012949     IF FS-RETURN-DUE = "35"
012950         MOVE 'Y' TO RN-EOF-SWITCH
012951         GO TO 1575-EXIT
012952     END-IF.
012953     IF FS-RETURN-DUE NOT = "00" AND FS-RETURN-DUE NOT = "05"
012954         MOVE "RETURN-DUE-FILE"       TO ABEND-FILE-NAME
012955         MOVE FS-RETURN-DUE           TO ABEND-FILE-STATUS
012956         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
012957     END-IF.
012958     PERFORM 1585-LOAD-ONE-RETURN-DUE THRU 1585-EXIT
012959         UNTIL EOF-RETURN-DUE.
012960     CLOSE RETURN-DUE-FILE.
012961 1575-EXIT.
012962     EXIT.
012963*
012964 1585-LOAD-ONE-RETURN-DUE.
012965     READ RETURN-DUE-FILE
012966         AT END
012967             MOVE 'Y' TO RN-EOF-SWITCH
012968         NOT AT END
012969             IF RETURN-DUE-COUNT NOT < 200
012970                 MOVE "RETURN-DUE"    TO ABEND-TABLE-NAME
012971                 PERFORM 9910-ABEND-TABLE-OVERFLOW THRU 9910-EXIT
012972             END-IF
012973             ADD 1 TO RETURN-DUE-COUNT
012974             MOVE RN-EMPLOYEE-ID
012975                 TO RB-EMPLOYEE-ID(RETURN-DUE-COUNT)
012976             MOVE RN-EMPLOYEE-NAME
012977                 TO RB-EMPLOYEE-NAME(RETURN-DUE-COUNT)
012978             MOVE RN-PERIOD-NUMBER
012979                 TO RB-PERIOD-NUMBER(RETURN-DUE-COUNT)
012980             MOVE RN-PERIOD-END-DATE
012981                 TO RB-PERIOD-END-DATE(RETURN-DUE-COUNT)
012982             MOVE RN-RETURN-DATE
012983                 TO RB-RETURN-DATE(RETURN-DUE-COUNT)
012984             MOVE RN-REASON-CODE
012985                 TO RB-REASON-CODE(RETURN-DUE-COUNT)
012986             MOVE RN-AMOUNT TO RB-AMOUNT(RETURN-DUE-COUNT)
012987             MOVE 'N' TO RB-PAID-FLAG(RETURN-DUE-COUNT)
012988     END-READ.
012989 1585-EXIT.
012990     EXIT.
012991*
012992*****************************************************************
012993*    1590-LOAD-DEPOSIT-INSTRS - PULL EVERY DEPOSIT INSTRUCTION  *
012994*    INTO WORKING STORAGE.  A MISSING FILE JUST MEANS NO        *
012995*    EMPLOYEE SPLITS A DEPOSIT.  FIELDS ARE KEPT RAW AND        *
013000*    EDITED PER EMPLOYEE AT VALIDATION TIME SO A BAD ENTRY      *
013010*    REJECTS ITS EMPLOYEE INSTEAD OF STOPPING THE RUN.          *
013020*****************************************************************
013560*    (THE RUN THAT STOPPED ALREADY UPDATED THEIR RECORD), AND   *
013570*    THE DETAIL/REJECT LINE IS NOT REPRINTED SINCE IT ALREADY   *
013580*    EXISTS IN THE REPORT FROM THE RUN THAT STOPPED.            *
013581*    A TERMINATED EMPLOYEE WHOSE TERM DATE FALLS ON OR BEFORE   *
013582*    THE PERIOD END IS PAID THE FINAL CHECK; ONE ALREADY        *
013583*    FINAL-PAID IS SKIPPED (UNLESS THIS RUN, RESTARTED, IS THE  *
013584*    ONE THAT PAID IT, IN WHICH CASE IT IS RE-DERIVED).         *
013590*****************************************************************
013600 2000-PROCESS-EMPLOYEES.
013610     IF RUN-IS-RESTARTED
013640     ELSE
013650         MOVE 'N' TO PRE-CHECKPOINT-SWITCH
013660     END-IF.
013661     MOVE 'N' TO FINAL-PAY-SWITCH.
013662     IF EM-STATUS-FINAL-PAID
013663         IF EMPLOYEE-BEFORE-CHECKPOINT
013664                 AND EM-FINAL-PAY-DATE = PAY-RUN-DATE
013665             MOVE 'Y' TO FINAL-PAY-SWITCH
013666         ELSE
013667             ADD 1 TO BT-EMPLOYEES-SKIPPED
013668             GO TO 2000-NEXT-EMPLOYEE
013669         END-IF
013670     END-IF.
013671     IF EM-STATUS-TERMINATED
013672             AND EM-TERM-DATE NOT > PAY-PERIOD-END-DATE
013673         MOVE 'Y' TO FINAL-PAY-SWITCH
013674     END-IF.
013675     PERFORM 2200-VALIDATE-EMPLOYEE THRU 2200-EXIT.
013680     IF EMPLOYEE-IS-VALID
013690         PERFORM 2300-COMPUTE-PAY THRU 2300-EXIT
013700     END-IF.
013940         END-IF
013950         ADD 1 TO BT-EMPLOYEES-REJECTED
013960     END-IF.
013965 2000-NEXT-EMPLOYEE.
013967     PERFORM 2900-PAY-RETURNED-DEPOSITS THRU 2900-EXIT.
013970     IF LIVE-RUN
013980         PERFORM 2800-WRITE-CHECKPOINT THRU 2800-EXIT
013990     END-IF.
014200*    CARD - THE PER-PERIOD SALARY MUST BE GREATER THAN ZERO     *
014210*    INSTEAD.  EVERY DEDUCTION CODE PRESENT MUST BE ON FILE IN  *
014220*    DEDCODE, AND THE PAY TYPE MUST BE HOURLY OR SALARIED.      *
014221*    A FINAL CHECK NEEDS AN HOURLY RATE TO PRICE ANY VACATION   *
014222*    PAYOUT, AND ITS DEPOSIT INSTRUCTIONS ARE NOT USED.         *
014230*****************************************************************
014240 2200-VALIDATE-EMPLOYEE.
014250     MOVE 'Y' TO EMPLOYEE-VALID-SWITCH.
014390     MOVE SPACES TO REJECT-REASON-ENTRY(13).
014400     MOVE SPACES TO REJECT-REASON-ENTRY(14).
014410     MOVE SPACES TO REJECT-REASON-ENTRY(15).
014415     MOVE ZERO TO EMP-CHARGE-COUNT.
014420     IF NOT EM-TYPE-HOURLY AND NOT EM-TYPE-SALARIED
014430         MOVE 'N' TO EMPLOYEE-VALID-SWITCH
014440         ADD 1 TO REJECT-REASON-COUNT
014550                 DELIMITED BY SIZE
014560                 INTO REJECT-REASON(REJECT-REASON-COUNT)
014570         END-IF
014572         IF EMPLOYEE-FINAL-PAY
014574                 AND EM-VAC-BALANCE > ZERO
014576                 AND EM-HOURLY-RATE <= 0.00
014578             MOVE 'N' TO EMPLOYEE-VALID-SWITCH
014580             ADD 1 TO REJECT-REASON-COUNT
014582             STRING "NO HOURLY RATE FOR VACATION PAYOUT"
014584                 DELIMITED BY SIZE
014586                 INTO REJECT-REASON(REJECT-REASON-COUNT)
014588         END-IF
014591         PERFORM 2214-COLLECT-CHARGE-LINES THRU 2214-EXIT
014594         GO TO 2200-DEDUCTION-EDITS
014597     END-IF.
014600     PERFORM 2215-MATCH-TIME-CARD THRU 2215-EXIT.
014610     IF EM-HOURS-WORKED > 168.00
014620         MOVE 'N' TO EMPLOYEE-VALID-SWITCH
014740     END-IF.
014750 2200-DEDUCTION-EDITS.
014760     PERFORM 2210-VALIDATE-DEDUCTION-CODES THRU 2210-EXIT.
014762     IF EMPLOYEE-FINAL-PAY
014764         MOVE ZERO TO SP-EMP-INSTR-COUNT
014766         GO TO 2200-EXIT
014768     END-IF.
014770     PERFORM 2218-VALIDATE-DEPOSIT-INSTRS THRU 2218-EXIT.
014780 2200-EXIT.
014790     EXIT.
015290 2212-EXIT.
015300     EXIT.
015310*
015313*****************************************************************
015316*    2214-COLLECT-CHARGE-LINES - GATHER EVERY TIME CARD FOR     *
015319*    THIS EMPLOYEE.  THE HOURS ARE TOTALLED BY TYPE AND BY DAY  *
015322*    ACROSS ALL THE CARDS, AND EACH CARD'S HOURS ARE ADDED TO   *
015325*    THE CHARGE LINE FOR ITS DEPARTMENT AND PROJECT.  AN        *
015328*    UNRECOGNIZED HOUR TYPE, A CHARGE DEPARTMENT NOT ON THE     *
015331*    DEPARTMENT TABLE OR MORE THAN TEN CHARGE LINES REJECTS     *
015334*    THE EMPLOYEE.  A SALARIED EMPLOYEE'S CARD, IF ANY, IS      *
015337*    USED ONLY TO SPREAD THE SALARY OVER THE CHARGE LINES.      *
015340*****************************************************************
015343 2214-COLLECT-CHARGE-LINES.
015346     MOVE 'N' TO TIMECARD-FOUND-SWITCH.
015349     MOVE 'N' TO TC-TYPE-ERROR-SWITCH.
015352     MOVE 'N' TO TC-DEPT-ERROR-SWITCH.
015355     MOVE 'N' TO TC-LINE-OVERFLOW-SWITCH.
015358     MOVE ZERO TO WORKED-HOURS.
015361     MOVE ZERO TO VACATION-HOURS.
015364     MOVE ZERO TO SICK-HOURS.
015367     MOVE ZERO TO HOLIDAY-HOURS.
015370     PERFORM VARYING TC-DAY-SUB FROM 1 BY 1 UNTIL TC-DAY-SUB > 7
015373         MOVE ZERO TO DAY-WORKED-HOURS(TC-DAY-SUB)
015376         MOVE ZERO TO DAY-TOTAL-HOURS(TC-DAY-SUB)
015379     END-PERFORM.
015382     PERFORM 2216-ADD-ONE-CHARGE-CARD THRU 2216-EXIT
015385         VARYING TC-ENTRY-SUB FROM 1 BY 1
015388         UNTIL TC-ENTRY-SUB > TIME-CARD-COUNT.
015391     IF TIMECARD-TYPE-IN-ERROR
015394         MOVE 'N' TO EMPLOYEE-VALID-SWITCH
015397         ADD 1 TO REJECT-REASON-COUNT
015400         STRING "UNRECOGNIZED HOUR TYPE ON TIME CARD"
015403             DELIMITED BY SIZE
015406             INTO REJECT-REASON(REJECT-REASON-COUNT)
015409     END-IF.
015412     IF TIMECARD-DEPT-IN-ERROR
015415         MOVE 'N' TO EMPLOYEE-VALID-SWITCH
015418         ADD 1 TO REJECT-REASON-COUNT
015421         STRING "UNKNOWN CHARGE DEPARTMENT ON TIME CARD"
015424             DELIMITED BY SIZE
015427             INTO REJECT-REASON(REJECT-REASON-COUNT)
015430     END-IF.
015433     IF TIMECARD-TOO-MANY-LINES
015436         MOVE 'N' TO EMPLOYEE-VALID-SWITCH
015439         ADD 1 TO REJECT-REASON-COUNT
015442         STRING "MORE THAN TEN CHARGE LINES ON TIME CARD"
015445             DELIMITED BY SIZE
015448             INTO REJECT-REASON(REJECT-REASON-COUNT)
015451     END-IF.
015454 2214-EXIT.
015457     EXIT.
015460*
015463 2216-ADD-ONE-CHARGE-CARD.
015466     IF TT-EMPLOYEE-ID(TC-ENTRY-SUB) NOT = EM-EMPLOYEE-ID
015469         GO TO 2216-EXIT
015472     END-IF.
015475     MOVE 'Y' TO TIMECARD-FOUND-SWITCH.
015478     MOVE ZERO TO LB-LINE-WORKED-HOURS.
015481     MOVE ZERO TO LB-LINE-LEAVE-HOURS.
015484     PERFORM VARYING TC-DAY-SUB FROM 1 BY 1 UNTIL TC-DAY-SUB > 7
015487         ADD TT-DAY-HOURS(TC-ENTRY-SUB, TC-DAY-SUB)
015490             TO DAY-TOTAL-HOURS(TC-DAY-SUB)
015493         EVALUATE TRUE
015496             WHEN TT-TYPE-WORKED(TC-ENTRY-SUB, TC-DAY-SUB)
015499                 ADD TT-DAY-HOURS(TC-ENTRY-SUB, TC-DAY-SUB)
015502                     TO WORKED-HOURS
015505                        DAY-WORKED-HOURS(TC-DAY-SUB)
015508                        LB-LINE-WORKED-HOURS
015511             WHEN TT-TYPE-VACATION(TC-ENTRY-SUB, TC-DAY-SUB)
015514                 ADD TT-DAY-HOURS(TC-ENTRY-SUB, TC-DAY-SUB)
015517                     TO VACATION-HOURS LB-LINE-LEAVE-HOURS
015520             WHEN TT-TYPE-SICK(TC-ENTRY-SUB, TC-DAY-SUB)
015523                 ADD TT-DAY-HOURS(TC-ENTRY-SUB, TC-DAY-SUB)
015526                     TO SICK-HOURS LB-LINE-LEAVE-HOURS
015529             WHEN TT-TYPE-HOLIDAY(TC-ENTRY-SUB, TC-DAY-SUB)
015532                 ADD TT-DAY-HOURS(TC-ENTRY-SUB, TC-DAY-SUB)
015535                     TO HOLIDAY-HOURS LB-LINE-LEAVE-HOURS
015538             WHEN OTHER
015541                 MOVE 'Y' TO TC-TYPE-ERROR-SWITCH
015544         END-EVALUATE
015547     END-PERFORM.
015550     IF TT-CHARGE-DEPT(TC-ENTRY-SUB) = SPACES
015553         MOVE EM-DEPT-CODE TO LB-DEPT-CODE
015556     ELSE
015559         MOVE TT-CHARGE-DEPT(TC-ENTRY-SUB) TO LB-DEPT-CODE
015562         SET DP-IDX TO 1
015565         SEARCH DEPARTMENT-CODE-ENTRY
015568             AT END
015571                 MOVE 'Y' TO TC-DEPT-ERROR-SWITCH
015574             WHEN DP-DEPT-CODE(DP-IDX) = LB-DEPT-CODE
015577                 CONTINUE
015580         END-SEARCH
015583     END-IF.
015586     MOVE TT-PROJECT-CODE(TC-ENTRY-SUB) TO LB-PROJECT-CODE.
015589     MOVE 10 TO LB-LINE-LIMIT.
015592     PERFORM 2217-FIND-CHARGE-LINE THRU 2217-EXIT.
015595     IF EC-SUB = ZERO
015598         GO TO 2216-EXIT
015601     END-IF.
015604     ADD LB-LINE-WORKED-HOURS TO EC-WORKED-HOURS(EC-SUB).
015607     ADD LB-LINE-LEAVE-HOURS TO EC-LEAVE-HOURS(EC-SUB).
015610 2216-EXIT.
015613     EXIT.
015616*
015619*****************************************************************
015622*    2217-FIND-CHARGE-LINE - FIND THE EMPLOYEE'S CHARGE LINE    *
015625*    FOR THE DEPARTMENT AND PROJECT IN LB-CHARGE-KEY, ADDING    *
015628*    IT IF IT IS NEW.  PAST LB-LINE-LIMIT LINES THE OVERFLOW    *
015631*    SWITCH IS SET AND EC-SUB COMES BACK ZERO.                  *
015634*****************************************************************
015637 2217-FIND-CHARGE-LINE.
015640     PERFORM VARYING EC-SUB FROM 1 BY 1
015643             UNTIL EC-SUB > EMP-CHARGE-COUNT
015646                 OR EC-CHARGE-KEY(EC-SUB) = LB-CHARGE-KEY
015649         CONTINUE
015652     END-PERFORM.
015655     IF EC-SUB NOT > EMP-CHARGE-COUNT
015658         GO TO 2217-EXIT
015661     END-IF.
015664     IF EMP-CHARGE-COUNT NOT < LB-LINE-LIMIT
015667         MOVE 'Y' TO TC-LINE-OVERFLOW-SWITCH
015670         MOVE ZERO TO EC-SUB
015673         GO TO 2217-EXIT
015676     END-IF.
015679     ADD 1 TO EMP-CHARGE-COUNT.
015682     MOVE EMP-CHARGE-COUNT TO EC-SUB.
015685     MOVE LB-CHARGE-KEY TO EC-CHARGE-KEY(EC-SUB).
015688     MOVE ZERO TO EC-WORKED-HOURS(EC-SUB).
015691     MOVE ZERO TO EC-LEAVE-HOURS(EC-SUB).
015694     MOVE ZERO TO EC-STRAIGHT-PAY(EC-SUB).
015697     MOVE ZERO TO EC-PREMIUM-PAY(EC-SUB).
015700     MOVE ZERO TO EC-LEAVE-PAY(EC-SUB).
015703     MOVE ZERO TO EC-OTHER-PAY(EC-SUB).
015706     MOVE ZERO TO EC-GROSS-PAY(EC-SUB).
015709     MOVE ZERO TO EC-EMPLOYER-TAX(EC-SUB).
015712 2217-EXIT.
015715     EXIT.
015718*
015721*****************************************************************
015724*    2215-MATCH-TIME-CARD - FIND THIS EMPLOYEE'S DAILY TIME     *
015727*    CARD AND SPLIT THE WEEK'S PUNCHES BY HOUR TYPE - WORKED    *
015730*    HOURS FEED THE OVERTIME BANDS, VACATION/SICK/HOLIDAY       *
015733*    HOURS ARE PAID STRAIGHT.  AN EMPLOYEE ON THE MASTER WITH   *
015736*    NO TIME CARD IS REJECTED RATHER THAN SILENTLY PAID ZERO    *
015739*    HOURS; A PUNCH OVER 24 HOURS IN ONE DAY OR AN              *
015742*    UNRECOGNIZED HOUR TYPE IS REJECTED AS A KEYING ERROR;      *
015745*    AND VACATION OR SICK TIME PAST THE BALANCE ON THE MASTER   *
015748*    IS REJECTED SO NOBODY IS PAID LEAVE THEY HAVE NOT EARNED.  *
015751*    A TERMINATED EMPLOYEE MAY HAVE NO LAST TIME CARD - THE     *
015754*    FINAL CHECK THEN CARRIES NO HOURS, ONLY THE PAYOUT.        *
015757*    THE CARDS MAY BE SPLIT OVER SEVERAL CHARGE LINES; THE      *
015760*    DAILY LIMITS APPLY TO EACH DAY'S HOURS ACROSS ALL OF THEM. *
015763*****************************************************************
015766 2215-MATCH-TIME-CARD.
015769     PERFORM 2214-COLLECT-CHARGE-LINES THRU 2214-EXIT.
015772     IF NOT TIMECARD-IS-FOUND AND EMPLOYEE-FINAL-PAY
015775         MOVE ZERO TO EM-HOURS-WORKED
015778         GO TO 2215-EXIT
015781     END-IF.
015784     IF NOT TIMECARD-IS-FOUND
015787         MOVE 'N' TO EMPLOYEE-VALID-SWITCH
015790         ADD 1 TO REJECT-REASON-COUNT
015793         STRING "NO TIME CARD FOR EMPLOYEE"
015796             DELIMITED BY SIZE
015799             INTO REJECT-REASON(REJECT-REASON-COUNT)
015802         GO TO 2215-EXIT
015805     END-IF.
015808     COMPUTE EM-HOURS-WORKED = WORKED-HOURS + VACATION-HOURS
015811         + SICK-HOURS + HOLIDAY-HOURS.
015814     PERFORM VARYING TC-DAY-SUB FROM 1 BY 1 UNTIL TC-DAY-SUB > 7
015817         IF DAY-TOTAL-HOURS(TC-DAY-SUB) > 24.00
015820             MOVE 'N' TO EMPLOYEE-VALID-SWITCH
015823             ADD 1 TO REJECT-REASON-COUNT
015826             STRING "DAILY HOURS EXCEED 24 ON TIME CARD"
015829                 DELIMITED BY SIZE
015832                 INTO REJECT-REASON(REJECT-REASON-COUNT)
015835             MOVE 8 TO TC-DAY-SUB
015838         END-IF
015841     END-PERFORM.
016020*    ON A RESTART, AN EMPLOYEE AT OR BEFORE THE CHECKPOINT
016030*    ALREADY HAD THIS PERIOD'S ACCRUAL AND DRAW-DOWN REWRITTEN
016040*    TO THE MASTER, SO THE PRE-RUN BALANCE IS RECONSTRUCTED
016050*    BEFORE THE SUFFICIENCY TEST - THE SAME RE-DERIVATION
016060*    2360-COMPUTE-EMPLOYER-TAX DOES FOR THE YTD WAGE BASE.
016062*    A FINAL CHECK ALSO ZEROED THE VACATION BALANCE WHEN IT
016064*    PAID IT OUT, SO THE PAYOUT HOURS GO BACK IN AS WELL.
016070     IF EMPLOYEE-BEFORE-CHECKPOINT
016080         COMPUTE AVAILABLE-VAC-BALANCE ROUNDED =
016090             EM-VAC-BALANCE + VACATION-HOURS
016100             - (WORKED-HOURS * VACATION-ACCRUAL-RATE)
016102         IF EMPLOYEE-FINAL-PAY
016104             ADD EM-VAC-PAYOUT-HOURS TO AVAILABLE-VAC-BALANCE
016106         END-IF
016110         COMPUTE AVAILABLE-SICK-BALANCE ROUNDED =
016120             EM-SICK-BALANCE + SICK-HOURS
016130             - (WORKED-HOURS * SICK-ACCRUAL-RATE)
017440     IF EM-TYPE-SALARIED
017450         PERFORM 2305-COMPUTE-SALARIED-GROSS THRU 2305-EXIT
017460     ELSE
017462         IF TIMECARD-IS-FOUND
017464             PERFORM 2310-COMPUTE-GROSS-PAY THRU 2310-EXIT
017466         ELSE
017468             PERFORM 2306-COMPUTE-NO-HOURS-GROSS THRU 2306-EXIT
017470         END-IF
017480     END-IF.
017482     MOVE ZERO TO VAC-PAYOUT-HOURS.
017484     MOVE ZERO TO VAC-PAYOUT-PAY.
017486     IF EMPLOYEE-FINAL-PAY
017488         PERFORM 2340-COMPUTE-VACATION-PAYOUT THRU 2340-EXIT
017489     END-IF.
017490     PERFORM 2320-APPLY-RETRO-PAY THRU 2320-EXIT.
017500     PERFORM 2350-APPLY-DEDUCTIONS THRU 2350-EXIT.
017510     PERFORM 2360-COMPUTE-EMPLOYER-TAX THRU 2360-EXIT.
017515     PERFORM 2370-DISTRIBUTE-LABOR THRU 2370-EXIT.
017520     PERFORM 2380-BUILD-DEPOSIT-PIECES THRU 2380-EXIT.
017530     IF NOT EMPLOYEE-BEFORE-CHECKPOINT
017540         ADD GROSS-PAY TO EM-YTD-GROSS-PAY
017550         ADD TAX-AMOUNT TO EM-YTD-TAX-AMOUNT
017552         ADD SS-WAGES TO EM-YTD-SS-WAGES
017554         ADD SS-TAX-AMOUNT TO EM-YTD-SS-TAX
017556         ADD MEDICARE-TAX-AMOUNT TO EM-YTD-MEDICARE-TAX
017558         ADD STATE-TAX-AMOUNT TO EM-YTD-STATE-TAX
017560         ADD NET-PAY TO EM-YTD-NET-PAY
017570         COMPUTE EM-VAC-BALANCE ROUNDED = EM-VAC-BALANCE
017580             + (WORKED-HOURS * VACATION-ACCRUAL-RATE)
017600         COMPUTE EM-SICK-BALANCE ROUNDED = EM-SICK-BALANCE
017610             + (WORKED-HOURS * SICK-ACCRUAL-RATE)
017620             - SICK-HOURS
017622         IF EMPLOYEE-FINAL-PAY
017624             MOVE VAC-PAYOUT-HOURS TO EM-VAC-PAYOUT-HOURS
017626             MOVE ZERO TO EM-VAC-BALANCE
017628             MOVE 'F' TO EM-EMPLOYMENT-STATUS
017630             MOVE PAY-RUN-DATE TO EM-FINAL-PAY-DATE
017632         END-IF
017634     END-IF.
017640 2300-EXIT.
017650     EXIT.
017660*
017860 2305-EXIT.
017870     EXIT.
017880*
017881*****************************************************************
017882*    2306-COMPUTE-NO-HOURS-GROSS - A TERMINATED HOURLY EMPLOYEE *
017883*    WITH NO LAST TIME CARD.  NOTHING WAS WORKED IN THE PERIOD, *
017884*    SO EVERY BAND IS ZERO AND THE FINAL CHECK IS MADE UP OF    *
017885*    THE VACATION PAYOUT AND ANY RETRO STILL OWED.              *
017886*****************************************************************
017887 2306-COMPUTE-NO-HOURS-GROSS.
017888     MOVE ZERO TO REGULAR-HOURS.
017889     MOVE ZERO TO OVERTIME-HOURS.
017890     MOVE ZERO TO DOUBLETIME-HOURS.
017891     MOVE ZERO TO REGULAR-PAY.
017892     MOVE ZERO TO OVERTIME-PAY.
017893     MOVE ZERO TO DOUBLETIME-PAY.
017894     MOVE ZERO TO LEAVE-PAY.
017895     MOVE ZERO TO GROSS-PAY.
017896 2306-EXIT.
017897     EXIT.
017898*
017899*****************************************************************
017900*    2310-COMPUTE-GROSS-PAY - SPLIT HOURS WORKED INTO REGULAR,   *
017910*    OVERTIME AND DOUBLETIME BANDS USING THE OVERTIME/DOUBLETIME *
017920*    THRESHOLDS FOR THE EMPLOYEE'S JURISDICTION, FALLING BACK TO *
018420*****************************************************************
018430*    2315-APPLY-DAILY-OVERTIME - TOTAL THE HOURS PAST THE       *
018440*    JURISDICTION'S DAILY THRESHOLD ACROSS THE SEVEN TIME-CARD  *
018445*    DAYS, EACH DAY'S WORKED HOURS TAKEN ACROSS ALL THE CARDS.  *
018450*    WHATEVER PART OF THAT TOTAL THE WEEKLY BANDS HAVE          *
018460*    NOT ALREADY PLACED IN OVERTIME OR DOUBLETIME IS MOVED      *
018470*    FROM REGULAR INTO OVERTIME, CAPPED AT THE REGULAR HOURS    *
018480*    AVAILABLE, SO NO HOUR IS EVER PAID AT A PREMIUM TWICE.     *
018500 2315-APPLY-DAILY-OVERTIME.
018510     MOVE ZERO TO DAILY-OT-HOURS.
018520     PERFORM VARYING TC-DAY-SUB FROM 1 BY 1 UNTIL TC-DAY-SUB > 7
018530         IF DAY-WORKED-HOURS(TC-DAY-SUB)
018550                 > OT-DAILY-THRESHOLD(OT-IDX)
018560             COMPUTE DAILY-OT-HOURS = DAILY-OT-HOURS
018570                 + DAY-WORKED-HOURS(TC-DAY-SUB)
018580                 - OT-DAILY-THRESHOLD(OT-IDX)
018590         END-IF
018600     END-PERFORM.
019200     END-PERFORM.
019210     COMPUTE TAXABLE-PAY = GROSS-PAY - PRETAX-DEDUCTION-TOTAL.
019220     PERFORM 2330-COMPUTE-WITHHOLDING THRU 2330-EXIT.
019224     PERFORM 2334-COMPUTE-FICA-WITHHOLDING THRU 2334-EXIT.
019228     PERFORM 2337-COMPUTE-STATE-WITHHOLDING THRU 2337-EXIT.
019232     PERFORM 2339-LIMIT-WITHHOLDING THRU 2339-EXIT.
019236     COMPUTE DA-AVAILABLE = TAXABLE-PAY - TOTAL-WITHHOLDING.
019240     PERFORM VARYING EM-DED-IDX FROM 1 BY 1 UNTIL EM-DED-IDX > 3
019250         IF DA-TAX-TYPE(EM-DED-IDX) = 'A'
019260                 AND EM-DED-CODE(EM-DED-IDX) = "GN"
019580     IF EM-DED-CODE(EM-DED-IDX) = SPACES
019590         GO TO 2352-EXIT
019600     END-IF.
019602*    RECURRING DEDUCTIONS STOP WITH THE FINAL CHECK.  THE GOAL
019604*    AND ARREARS ENTRY IS LEFT AS IT STANDS FOR THE CLERK TO
019606*    SETTLE OUTSIDE PAYROLL.
019608     IF EMPLOYEE-FINAL-PAY
019610         MOVE ZERO TO DA-DESIRED(EM-DED-IDX)
019612         GO TO 2352-EXIT
019614     END-IF.
019617     PERFORM 2355-FIND-GOAL-ENTRY THRU 2355-EXIT.
019620     IF GOAL-ENTRY-FOUND
019630         MOVE GA-WORK-SUB TO DA-GOAL-SUB(EM-DED-IDX)
019640         MOVE GT-ARREARS-BALANCE(GA-WORK-SUB)
020940 2325-EXIT.
020950     EXIT.
020960*
020961*****************************************************************
020962*    2330-COMPUTE-WITHHOLDING - FEDERAL INCOME TAX UNDER THE    *
020963*    EMPLOYEE'S W-4.  EACH ALLOWANCE TAKES THE FEDERAL ('US')   *
020964*    ALLOWANCE AMOUNT OFF TAXABLE PAY, THE BRACKETS FOR THE     *
020965*    FILING STATUS ARE APPLIED, THE ANNUAL DEPENDENT CREDIT IS  *
020966*    TAKEN OFF PRORATED OVER THE PAY PERIODS, AND THE EXTRA     *
020967*    FLAT AMOUNT IS ADDED.  AN EXEMPT EMPLOYEE HAS NO INCOME    *
020968*    TAX WITHHELD (SOCIAL SECURITY AND MEDICARE STILL APPLY).   *
020969*****************************************************************
020970 2330-COMPUTE-WITHHOLDING.
020971     MOVE ZERO TO TAX-AMOUNT.
020972     IF EM-W4-IS-EXEMPT
020973         GO TO 2330-EXIT
020974     END-IF.
020975     MOVE "US" TO WH-JURISDICTION.
020976     PERFORM 2333-FIND-ALLOWANCE THRU 2333-EXIT.
020977     COMPUTE WH-WAGES = TAXABLE-PAY
020978         - (EM-W4-ALLOWANCES * WH-ALLOWANCE-AMOUNT).
020979     IF WH-WAGES < ZERO
020980         MOVE ZERO TO WH-WAGES
020981     END-IF.
020982     PERFORM 2331-FIND-FEDERAL-BRACKET THRU 2331-EXIT.
020983     IF WH-HIT-SUB = ZERO
020984         MOVE ZERO TO WH-TAX
020985     ELSE
020986         COMPUTE WH-TAX ROUNDED =
020987             TB-BASE-TAX(WH-HIT-SUB)
020988             + ((WH-WAGES - TB-LOW-AMOUNT(WH-HIT-SUB))
020989                 * TB-RATE(WH-HIT-SUB))
020990     END-IF.
020991     IF WH-PAY-PERIODS > ZERO
020992         COMPUTE WH-CREDIT ROUNDED =
020993             EM-W4-DEPENDENT-CREDIT / WH-PAY-PERIODS
020994         SUBTRACT WH-CREDIT FROM WH-TAX
020995     END-IF.
020996     IF WH-TAX < ZERO
020997         MOVE ZERO TO WH-TAX
020998     END-IF.
020999     COMPUTE TAX-AMOUNT = WH-TAX + EM-W4-EXTRA-WITHHOLDING.
021000 2330-EXIT.
021001     EXIT.
021002*
021003*****************************************************************
021004*    2331-FIND-FEDERAL-BRACKET - THE BRACKETS FOR THE FILING    *
021005*    STATUS (SINGLE WHEN NONE IS ELECTED), OR THE UNMARKED      *
021006*    BRACKETS WHEN THE TABLE HAS NONE FOR THAT STATUS.  THE     *
021007*    FIRST ONE WHOSE CEILING COVERS THE WAGES IS USED; ABOVE    *
021008*    THE LAST CEILING THE LAST BRACKET IS OPEN-ENDED.  WH-HIT-  *
021009*    SUB IS LEFT ZERO WHEN THERE ARE NO BRACKETS AT ALL.        *
021010*****************************************************************
021011 2331-FIND-FEDERAL-BRACKET.
021012     MOVE EM-W4-FILING-STATUS TO WH-STATUS.
021013     IF WH-STATUS = SPACE
021014         MOVE 'S' TO WH-STATUS
021015     END-IF.
021016     MOVE 'N' TO WH-STATUS-SWITCH.
021017     PERFORM VARYING WH-SUB FROM 1 BY 1
021018             UNTIL WH-SUB > TB-ENTRY-COUNT OR WH-STATUS-ON-TABLE
021019         IF TB-FILING-STATUS(WH-SUB) = WH-STATUS
021020             MOVE 'Y' TO WH-STATUS-SWITCH
021021         END-IF
021022     END-PERFORM.
021023     IF NOT WH-STATUS-ON-TABLE
021024         MOVE SPACE TO WH-STATUS
021025     END-IF.
021026     MOVE ZERO TO WH-HIT-SUB.
021027     MOVE 'N' TO WH-COVER-SWITCH.
021028     PERFORM VARYING WH-SUB FROM 1 BY 1
021029             UNTIL WH-SUB > TB-ENTRY-COUNT OR WH-BRACKET-COVERS
021030         IF TB-FILING-STATUS(WH-SUB) = WH-STATUS
021031             MOVE WH-SUB TO WH-HIT-SUB
021032             IF WH-WAGES NOT > TB-HIGH-AMOUNT(WH-SUB)
021033                 MOVE 'Y' TO WH-COVER-SWITCH
021034             END-IF
021035         END-IF
021036     END-PERFORM.
021037 2331-EXIT.
021038     EXIT.
021039*
021040*****************************************************************
021041*    2333-FIND-ALLOWANCE - THE PER-ALLOWANCE AMOUNT AND PAY     *
021042*    PERIODS A YEAR FOR WH-JURISDICTION.  A JURISDICTION WITH   *
021043*    NO ENTRY ALLOWS NOTHING.  THE PAY PERIODS ALWAYS COME      *
021044*    FROM THE FEDERAL ('US') ENTRY.                             *
021045*****************************************************************
021046 2333-FIND-ALLOWANCE.
021047     MOVE ZERO TO WH-ALLOWANCE-AMOUNT.
021048     MOVE ZERO TO WH-PAY-PERIODS.
021049     PERFORM VARYING WA-IDX FROM 1 BY 1 UNTIL WA-IDX > 10
021050         IF WA-JURISDICTION-CODE(WA-IDX) = WH-JURISDICTION
021051             MOVE WA-ALLOWANCE-AMOUNT(WA-IDX)
021052                 TO WH-ALLOWANCE-AMOUNT
021053         END-IF
021054         IF WA-JURISDICTION-CODE(WA-IDX) = "US"
021055             MOVE WA-PAY-PERIODS(WA-IDX) TO WH-PAY-PERIODS
021056         END-IF
021057     END-PERFORM.
021058 2333-EXIT.
021059     EXIT.
021060*
021061*****************************************************************
021062*    2334-COMPUTE-FICA-WITHHOLDING - THE EMPLOYEE'S OWN SOCIAL  *
021063*    SECURITY AND MEDICARE ON GROSS, ONE PER EMPLOYEE TAX CODE  *
021064*    ON THE RATE TABLE.  THE WAGE BASE AND THE ADDITIONAL-RATE  *
021065*    THRESHOLD ARE MEASURED AGAINST YTD GROSS BEFORE THIS       *
021066*    PERIOD, THE SAME WAY 2360-COMPUTE-EMPLOYER-TAX DOES.       *
021067*****************************************************************
021068 2334-COMPUTE-FICA-WITHHOLDING.
021069     MOVE ZERO TO SS-WAGES.
021070     MOVE ZERO TO SS-TAX-AMOUNT.
021071     MOVE ZERO TO MEDICARE-TAX-AMOUNT.
021072     IF EMPLOYEE-BEFORE-CHECKPOINT
021073         COMPUTE WH-PRIOR-WAGES = EM-YTD-GROSS-PAY - GROSS-PAY
021074     ELSE
021075         MOVE EM-YTD-GROSS-PAY TO WH-PRIOR-WAGES
021076     END-IF.
021077     PERFORM VARYING EE-IDX FROM 1 BY 1 UNTIL EE-IDX > 4
021078         IF EE-TAX-CODE(EE-IDX) NOT = SPACES
021079             PERFORM 2335-FIGURE-ONE-FICA-TAX THRU 2335-EXIT
021080         END-IF
021081     END-PERFORM.
021082 2334-EXIT.
021083     EXIT.
021084*
021085 2335-FIGURE-ONE-FICA-TAX.
021086     IF EE-WAGE-BASE(EE-IDX) = ZERO
021087         MOVE GROSS-PAY TO WH-SUBJECT-WAGES
021088     ELSE
021089         IF WH-PRIOR-WAGES NOT < EE-WAGE-BASE(EE-IDX)
021090             MOVE ZERO TO WH-SUBJECT-WAGES
021091         ELSE
021092             IF WH-PRIOR-WAGES + GROSS-PAY
021093                     > EE-WAGE-BASE(EE-IDX)
021094                 COMPUTE WH-SUBJECT-WAGES =
021095                     EE-WAGE-BASE(EE-IDX) - WH-PRIOR-WAGES
021096             ELSE
021097                 MOVE GROSS-PAY TO WH-SUBJECT-WAGES
021098             END-IF
021099         END-IF
021100     END-IF.
021101     COMPUTE WH-TAX ROUNDED =
021102         WH-SUBJECT-WAGES * EE-RATE(EE-IDX).
021103     IF EE-ADDL-RATE(EE-IDX) NOT = ZERO
021104             AND WH-PRIOR-WAGES + GROSS-PAY
021105                 > EE-ADDL-THRESHOLD(EE-IDX)
021106         IF WH-PRIOR-WAGES NOT < EE-ADDL-THRESHOLD(EE-IDX)
021107             MOVE GROSS-PAY TO WH-OVER-THRESHOLD
021108         ELSE
021109             COMPUTE WH-OVER-THRESHOLD = WH-PRIOR-WAGES
021110                 + GROSS-PAY - EE-ADDL-THRESHOLD(EE-IDX)
021111         END-IF
021112         COMPUTE WH-TAX ROUNDED = WH-TAX
021113             + (WH-OVER-THRESHOLD * EE-ADDL-RATE(EE-IDX))
021114     END-IF.
021115     EVALUATE EE-TAX-CODE(EE-IDX)
021116         WHEN "SS"
021117             ADD WH-SUBJECT-WAGES TO SS-WAGES
021118             ADD WH-TAX TO SS-TAX-AMOUNT
021119         WHEN "MC"
021120             ADD WH-TAX TO MEDICARE-TAX-AMOUNT
021121     END-EVALUATE.
021122 2335-EXIT.
021123     EXIT.
021124*
021125*****************************************************************
021126*    2337-COMPUTE-STATE-WITHHOLDING - STATE INCOME TAX FOR THE  *
021127*    EMPLOYEE'S JURISDICTION: TAXABLE PAY LESS THE STATE'S      *
021128*    ALLOWANCE AMOUNT FOR EACH W-4 ALLOWANCE, RUN THROUGH THE   *
021129*    STATE'S BRACKETS FOR THE FILING STATUS.  A JURISDICTION    *
021130*    WITH NO BRACKETS ON THE RATE TABLE HAS NO INCOME TAX.      *
021131*****************************************************************
021132 2337-COMPUTE-STATE-WITHHOLDING.
021133     MOVE ZERO TO STATE-TAX-AMOUNT.
021134     IF EM-W4-IS-EXEMPT
021135         GO TO 2337-EXIT
021136     END-IF.
021137     MOVE EM-JURISDICTION-CODE TO WH-JURISDICTION.
021138     PERFORM 2333-FIND-ALLOWANCE THRU 2333-EXIT.
021139     COMPUTE WH-WAGES = TAXABLE-PAY
021140         - (EM-W4-ALLOWANCES * WH-ALLOWANCE-AMOUNT).
021141     IF WH-WAGES < ZERO
021142         MOVE ZERO TO WH-WAGES
021143     END-IF.
021144     PERFORM 2338-FIND-STATE-BRACKET THRU 2338-EXIT.
021145     IF WH-HIT-SUB = ZERO
021146         GO TO 2337-EXIT
021147     END-IF.
021148     COMPUTE WH-TAX ROUNDED =
021149         ST-BASE-TAX(WH-HIT-SUB)
021150         + ((WH-WAGES - ST-LOW-AMOUNT(WH-HIT-SUB))
021151             * ST-RATE(WH-HIT-SUB)).
021152     IF WH-TAX > ZERO
021153         MOVE WH-TAX TO STATE-TAX-AMOUNT
021154     END-IF.
021155 2337-EXIT.
021156     EXIT.
021157*
021158*****************************************************************
021159*    2338-FIND-STATE-BRACKET - AS 2331-FIND-FEDERAL-BRACKET,    *
021160*    LIMITED TO THE BRACKETS FOR WH-JURISDICTION.               *
021161*****************************************************************
021162 2338-FIND-STATE-BRACKET.
021163     MOVE EM-W4-FILING-STATUS TO WH-STATUS.
021164     IF WH-STATUS = SPACE
021165         MOVE 'S' TO WH-STATUS
021166     END-IF.
021167     MOVE 'N' TO WH-STATUS-SWITCH.
021168     PERFORM VARYING WH-SUB FROM 1 BY 1
021169             UNTIL WH-SUB > ST-ENTRY-COUNT OR WH-STATUS-ON-TABLE
021170         IF ST-JURISDICTION-CODE(WH-SUB) = WH-JURISDICTION
021171                 AND ST-FILING-STATUS(WH-SUB) = WH-STATUS
021172             MOVE 'Y' TO WH-STATUS-SWITCH
021173         END-IF
021174     END-PERFORM.
021175     IF NOT WH-STATUS-ON-TABLE
021176         MOVE SPACE TO WH-STATUS
021177     END-IF.
021178     MOVE ZERO TO WH-HIT-SUB.
021179     MOVE 'N' TO WH-COVER-SWITCH.
021180     PERFORM VARYING WH-SUB FROM 1 BY 1
021181             UNTIL WH-SUB > ST-ENTRY-COUNT OR WH-BRACKET-COVERS
021182         IF ST-JURISDICTION-CODE(WH-SUB) = WH-JURISDICTION
021183                 AND ST-FILING-STATUS(WH-SUB) = WH-STATUS
021184             MOVE WH-SUB TO WH-HIT-SUB
021185             IF WH-WAGES NOT > ST-HIGH-AMOUNT(WH-SUB)
021186                 MOVE 'Y' TO WH-COVER-SWITCH
021187             END-IF
021188         END-IF
021189     END-PERFORM.
021190 2338-EXIT.
021191     EXIT.
021192*
021193*****************************************************************
021194*    2339-LIMIT-WITHHOLDING - TAXES CANNOT TAKE MORE THAN THE   *
021195*    TAXABLE PAY.  WHEN THEY WOULD, SOCIAL SECURITY AND         *
021196*    MEDICARE ARE TAKEN FIRST, THEN FEDERAL, THEN STATE, EACH   *
021197*    CUT TO WHAT IS LEFT.                                       *
021198*****************************************************************
021199 2339-LIMIT-WITHHOLDING.
021200     MOVE TAXABLE-PAY TO WH-ROOM.
021201     IF SS-TAX-AMOUNT > WH-ROOM
021202         MOVE WH-ROOM TO SS-TAX-AMOUNT
021203     END-IF.
021204     SUBTRACT SS-TAX-AMOUNT FROM WH-ROOM.
021205     IF MEDICARE-TAX-AMOUNT > WH-ROOM
021206         MOVE WH-ROOM TO MEDICARE-TAX-AMOUNT
021207     END-IF.
021208     SUBTRACT MEDICARE-TAX-AMOUNT FROM WH-ROOM.
021209     IF TAX-AMOUNT > WH-ROOM
021210         MOVE WH-ROOM TO TAX-AMOUNT
021211     END-IF.
021212     SUBTRACT TAX-AMOUNT FROM WH-ROOM.
021213     IF STATE-TAX-AMOUNT > WH-ROOM
021214         MOVE WH-ROOM TO STATE-TAX-AMOUNT
021215     END-IF.
021216     COMPUTE TOTAL-WITHHOLDING = TAX-AMOUNT + SS-TAX-AMOUNT
021217         + MEDICARE-TAX-AMOUNT + STATE-TAX-AMOUNT.
021218 2339-EXIT.
021219     EXIT.
021220*
021221*****************************************************************
021222*    2340-COMPUTE-VACATION-PAYOUT - THE FINAL CHECK PAYS OUT    *
021223*    WHATEVER VACATION IS LEFT AFTER THIS PERIOD'S ACCRUAL AND  *
021224*    DRAW-DOWN, AT THE STRAIGHT HOURLY RATE, INSIDE GROSS SO    *
021225*    IT IS TAXED LIKE ANY OTHER EARNINGS.  SICK TIME IS NOT     *
021226*    PAID OUT.  ON A RESTART THE MASTER ALREADY CARRIES THE     *
021227*    HOURS THIS RUN PAID OUT, SO THEY ARE TAKEN FROM THERE.     *
021228*****************************************************************
021229 2340-COMPUTE-VACATION-PAYOUT.
021230     IF EMPLOYEE-BEFORE-CHECKPOINT
021231         MOVE EM-VAC-PAYOUT-HOURS TO VAC-PAYOUT-HOURS
021232     ELSE
021233         COMPUTE VAC-PAYOUT-HOURS ROUNDED = EM-VAC-BALANCE
021234             + (WORKED-HOURS * VACATION-ACCRUAL-RATE)
021235             - VACATION-HOURS
021236     END-IF.
021237     COMPUTE VAC-PAYOUT-PAY ROUNDED =
021238         VAC-PAYOUT-HOURS * EM-HOURLY-RATE.
021239     ADD VAC-PAYOUT-PAY TO GROSS-PAY.
021240 2340-EXIT.
021241     EXIT.
021242*
021243*****************************************************************
021244*    2360-COMPUTE-EMPLOYER-TAX - THE COMPANY-SIDE TAXES OWED    *
021245*    ON THIS EMPLOYEE'S GROSS.  FOR A CAPPED TAX, ONLY THE     *
021246*    PART OF THE PERIOD'S GROSS THAT FITS UNDER THE WAGE BASE  *
021247*    (MEASURED AGAINST YTD GROSS BEFORE THIS PERIOD IS ADDED)  *
021248*    IS SUBJECT, SO THE CEILING IS CROSSED EXACTLY ONCE AND    *
021249*    NEVER RE-TAXED ON A RESTART RE-DERIVATION.                *
021250*****************************************************************
021251 2360-COMPUTE-EMPLOYER-TAX.
021252     MOVE ZERO TO EMPLOYER-TAX-AMOUNT.
021253     IF EMPLOYEE-BEFORE-CHECKPOINT
021254         COMPUTE ER-PRIOR-WAGES = EM-YTD-GROSS-PAY - GROSS-PAY
021255     ELSE
021256         MOVE EM-YTD-GROSS-PAY TO ER-PRIOR-WAGES
021260     END-IF.
021270     PERFORM VARYING ER-SUB FROM 1 BY 1 UNTIL ER-SUB > 4
021280         IF ER-WAGE-BASE(ER-SUB) = ZERO
021480 2360-EXIT.
021490     EXIT.
021500*
021501*****************************************************************
021502*    2370-DISTRIBUTE-LABOR - SPREAD THIS EMPLOYEE'S GROSS AND   *
021503*    EMPLOYER TAX OVER THE CHARGE LINES.  STRAIGHT-TIME PAY     *
021504*    AND THE OVERTIME PREMIUM GO BY WORKED HOURS, LEAVE PAY BY  *
021505*    LEAVE HOURS, A SALARY BY ALL THE HOURS ON THE CARD, AND    *
021506*    THE EMPLOYER TAX BY THE GROSS EACH LINE ENDS UP WITH.      *
021507*    RETRO PAY, A VACATION PAYOUT AND ANY POOL WITH NO HOURS    *
021508*    BEHIND IT (A SALARIED EMPLOYEE WITH NO CARD) STAY ON THE   *
021509*    HOME DEPARTMENT.                                           *
021510*****************************************************************
021511 2370-DISTRIBUTE-LABOR.
021512     COMPUTE LB-PREMIUM-POOL = OVERTIME-PAY + DOUBLETIME-PAY
021513         - (OVERTIME-HOURS + DOUBLETIME-HOURS) * EM-HOURLY-RATE.
021514     IF LB-PREMIUM-POOL < ZERO
021515         MOVE ZERO TO LB-PREMIUM-POOL
021516     END-IF.
021517     COMPUTE LB-STRAIGHT-POOL = REGULAR-PAY + OVERTIME-PAY
021518         + DOUBLETIME-PAY - LB-PREMIUM-POOL.
021519     COMPUTE LB-OTHER-POOL = GROSS-PAY - REGULAR-PAY
021520         - OVERTIME-PAY - DOUBLETIME-PAY - LEAVE-PAY.
021521     MOVE LB-STRAIGHT-POOL TO LB-POOL-AMOUNT.
021522     IF EM-TYPE-SALARIED
021523         MOVE 'T' TO LB-BASIS-CODE
021524     ELSE
021525         MOVE 'W' TO LB-BASIS-CODE
021526     END-IF.
021527     MOVE 'S' TO LB-TARGET-CODE.
021528     PERFORM 2374-SPREAD-POOL THRU 2374-EXIT.
021529     MOVE LB-PREMIUM-POOL TO LB-POOL-AMOUNT.
021530     MOVE 'W' TO LB-BASIS-CODE.
021531     MOVE 'P' TO LB-TARGET-CODE.
021532     PERFORM 2374-SPREAD-POOL THRU 2374-EXIT.
021533     MOVE LEAVE-PAY TO LB-POOL-AMOUNT.
021534     MOVE 'L' TO LB-BASIS-CODE.
021535     MOVE 'L' TO LB-TARGET-CODE.
021536     PERFORM 2374-SPREAD-POOL THRU 2374-EXIT.
021537     MOVE LB-OTHER-POOL TO LB-POOL-AMOUNT.
021538     MOVE 'H' TO LB-BASIS-CODE.
021539     MOVE 'O' TO LB-TARGET-CODE.
021540     PERFORM 2374-SPREAD-POOL THRU 2374-EXIT.
021541     PERFORM VARYING EC-SUB FROM 1 BY 1
021542             UNTIL EC-SUB > EMP-CHARGE-COUNT
021543         COMPUTE EC-GROSS-PAY(EC-SUB) = EC-STRAIGHT-PAY(EC-SUB)
021544             + EC-PREMIUM-PAY(EC-SUB) + EC-LEAVE-PAY(EC-SUB)
021545             + EC-OTHER-PAY(EC-SUB)
021546     END-PERFORM.
021547     MOVE EMPLOYER-TAX-AMOUNT TO LB-POOL-AMOUNT.
021548     MOVE 'G' TO LB-BASIS-CODE.
021549     MOVE 'E' TO LB-TARGET-CODE.
021550     PERFORM 2374-SPREAD-POOL THRU 2374-EXIT.
021551 2370-EXIT.
021552     EXIT.
021553*
021554*****************************************************************
021555*    2374-SPREAD-POOL - SPREAD LB-POOL-AMOUNT OVER THE CHARGE   *
021556*    LINES IN PROPORTION TO THE BASIS IN LB-BASIS-CODE, ADDING  *
021557*    EACH SHARE TO THE COLUMN IN LB-TARGET-CODE.  THE SHARES    *
021558*    ARE ROUNDED AND THE LAST LINE WITH ANY BASIS TAKES THE     *
021559*    ROUNDING, SO THE SHARES ALWAYS ADD BACK TO THE POOL.  A    *
021560*    POOL WITH NOTHING TO SPREAD IT BY GOES TO THE HOME LINE.   *
021561*****************************************************************
021562 2374-SPREAD-POOL.
021563     IF LB-POOL-AMOUNT = ZERO
021564         GO TO 2374-EXIT
021565     END-IF.
021566     MOVE ZERO TO LB-BASIS-TOTAL.
021567     IF NOT LB-TO-HOME-LINE
021568         PERFORM VARYING EC-SUB FROM 1 BY 1
021569                 UNTIL EC-SUB > EMP-CHARGE-COUNT
021570             PERFORM 2375-GET-LINE-BASIS THRU 2375-EXIT
021571             ADD LB-LINE-BASIS TO LB-BASIS-TOTAL
021572         END-PERFORM
021573     END-IF.
021574     IF LB-BASIS-TOTAL = ZERO
021575         PERFORM 2373-FIND-HOME-LINE THRU 2373-EXIT
021576         MOVE EC-HOME-SUB TO EC-SUB
021577         MOVE LB-POOL-AMOUNT TO LB-SHARE-AMOUNT
021578         PERFORM 2377-POST-SHARE THRU 2377-EXIT
021579         GO TO 2374-EXIT
021580     END-IF.
021581     MOVE LB-POOL-AMOUNT TO LB-POOL-LEFT.
021582     MOVE ZERO TO EC-LAST-SUB.
021583     PERFORM 2376-SHARE-ONE-LINE THRU 2376-EXIT
021584         VARYING EC-SUB FROM 1 BY 1
021585         UNTIL EC-SUB > EMP-CHARGE-COUNT.
021586     IF LB-POOL-LEFT NOT = ZERO
021587         MOVE EC-LAST-SUB TO EC-SUB
021588         MOVE LB-POOL-LEFT TO LB-SHARE-AMOUNT
021589         PERFORM 2377-POST-SHARE THRU 2377-EXIT
021590     END-IF.
021591 2374-EXIT.
021592     EXIT.
021593*
021594 2373-FIND-HOME-LINE.
021595     MOVE EM-DEPT-CODE TO LB-DEPT-CODE.
021596     MOVE SPACES TO LB-PROJECT-CODE.
021597     MOVE 11 TO LB-LINE-LIMIT.
021598     PERFORM 2217-FIND-CHARGE-LINE THRU 2217-EXIT.
021599     MOVE EC-SUB TO EC-HOME-SUB.
021600 2373-EXIT.
021601     EXIT.
021602*
021603 2375-GET-LINE-BASIS.
021604     EVALUATE TRUE
021605         WHEN LB-BY-WORKED-HOURS
021606             MOVE EC-WORKED-HOURS(EC-SUB) TO LB-LINE-BASIS
021607         WHEN LB-BY-LEAVE-HOURS
021608             MOVE EC-LEAVE-HOURS(EC-SUB) TO LB-LINE-BASIS
021609         WHEN LB-BY-ALL-HOURS
021610             COMPUTE LB-LINE-BASIS = EC-WORKED-HOURS(EC-SUB)
021611                 + EC-LEAVE-HOURS(EC-SUB)
021612         WHEN OTHER
021613             MOVE EC-GROSS-PAY(EC-SUB) TO LB-LINE-BASIS
021614     END-EVALUATE.
021615 2375-EXIT.
021616     EXIT.
021617*
021618 2376-SHARE-ONE-LINE.
021619     PERFORM 2375-GET-LINE-BASIS THRU 2375-EXIT.
021620     IF LB-LINE-BASIS = ZERO
021621         GO TO 2376-EXIT
021622     END-IF.
021623     COMPUTE LB-SHARE-AMOUNT ROUNDED =
021624         LB-POOL-AMOUNT * LB-LINE-BASIS / LB-BASIS-TOTAL.
021625     SUBTRACT LB-SHARE-AMOUNT FROM LB-POOL-LEFT.
021626     MOVE EC-SUB TO EC-LAST-SUB.
021627     PERFORM 2377-POST-SHARE THRU 2377-EXIT.
021628 2376-EXIT.
021629     EXIT.
021630*
021631 2377-POST-SHARE.
021632     EVALUATE TRUE
021633         WHEN LB-TO-STRAIGHT
021634             ADD LB-SHARE-AMOUNT TO EC-STRAIGHT-PAY(EC-SUB)
021635         WHEN LB-TO-PREMIUM
021636             ADD LB-SHARE-AMOUNT TO EC-PREMIUM-PAY(EC-SUB)
021637         WHEN LB-TO-LEAVE
021638             ADD LB-SHARE-AMOUNT TO EC-LEAVE-PAY(EC-SUB)
021639         WHEN LB-TO-OTHER
021640             ADD LB-SHARE-AMOUNT TO EC-OTHER-PAY(EC-SUB)
021641         WHEN OTHER
021642             ADD LB-SHARE-AMOUNT TO EC-EMPLOYER-TAX(EC-SUB)
021643     END-EVALUATE.
021644 2377-EXIT.
021645     EXIT.
021646*
021647*****************************************************************
021648*    2380-BUILD-DEPOSIT-PIECES - CUT THIS EMPLOYEE'S NET INTO   *
021649*    ITS DEPOSIT PIECES.  FLAT AND PERCENT INSTRUCTIONS ARE     *
021650*    TAKEN IN PRIORITY ORDER, EACH CAPPED AT WHAT REMAINS, AND  *
021651*    THE REMAINDER INSTRUCTION TAKES WHATEVER IS LEFT - THE     *
021652*    PIECES ALWAYS ADD BACK TO THE SINGLE NET PAY.  A PIECE     *
021653*    THAT WORKS OUT TO ZERO IS NOT WRITTEN.  AN EMPLOYEE WITH   *
021654*    NO INSTRUCTIONS GETS ONE PIECE TO THE MASTER ACCOUNT.      *
021655*    A FINAL CHECK IS ALWAYS CUT AS A PHYSICAL CHECK.           *
021656*    SO IS THE PAY OF AN EMPLOYEE WHOSE ACH IS ON HOLD AFTER A  *
021657*    BANK RETURN, WHATEVER INSTRUCTIONS ARE ON FILE.            *
021658*****************************************************************
021659 2380-BUILD-DEPOSIT-PIECES.
021660     MOVE ZERO TO DEPOSIT-PIECE-COUNT.
021661     MOVE ZERO TO CHECK-NUMBER-ASSIGNED.
021662     MOVE 'N' TO CHECK-PAY-SWITCH.
021663     IF SP-EMP-INSTR-COUNT = ZERO OR EM-ACH-ON-HOLD
021664         IF EM-ROUTING-NUMBER IS NOT NUMERIC
021665                 OR EM-ROUTING-NUMBER = ZERO
021666                 OR EMPLOYEE-FINAL-PAY
021667                 OR EM-ACH-ON-HOLD
021670             MOVE 'Y' TO CHECK-PAY-SWITCH
021680             MOVE NEXT-CHECK-NUMBER TO CHECK-NUMBER-ASSIGNED
021690             ADD 1 TO NEXT-CHECK-NUMBER
022500         "  Dept: " EM-DEPT-CODE
022510         DELIMITED BY SIZE INTO PRINT-RECORD
022520     WRITE PRINT-RECORD.
022522     IF EMPLOYEE-FINAL-PAY
022524         MOVE SPACES TO PRINT-RECORD
022526         STRING "  FINAL PAY - TERMINATED " EM-TERM-DATE
022528             DELIMITED BY SIZE INTO PRINT-RECORD
022530         WRITE PRINT-RECORD
022532         MOVE VAC-PAYOUT-PAY TO ED-TOTAL-AMOUNT
022534         MOVE SPACES TO PRINT-RECORD
022536         STRING "  Vacation Payout Included: $" ED-TOTAL-AMOUNT
022538             DELIMITED BY SIZE INTO PRINT-RECORD
022540         WRITE PRINT-RECORD
022542     END-IF.
022544     MOVE GROSS-PAY TO ED-TOTAL-AMOUNT.
022547     MOVE SPACES TO PRINT-RECORD.
022550     STRING "  Gross Pay: $" ED-TOTAL-AMOUNT DELIMITED BY SIZE
022560         INTO PRINT-RECORD
022570     WRITE PRINT-RECORD.
022760     END-PERFORM.
022770     MOVE TAX-AMOUNT TO ED-TOTAL-AMOUNT.
022780     MOVE SPACES TO PRINT-RECORD.
022790     STRING "  Federal Tax: $" ED-TOTAL-AMOUNT DELIMITED BY SIZE
022800         INTO PRINT-RECORD
022810     WRITE PRINT-RECORD.
022811     MOVE SS-TAX-AMOUNT TO ED-TOTAL-AMOUNT.
022812     MOVE SPACES TO PRINT-RECORD.
022813     STRING "  Social Security: $" ED-TOTAL-AMOUNT
022814         DELIMITED BY SIZE INTO PRINT-RECORD
022815     WRITE PRINT-RECORD.
022816     MOVE MEDICARE-TAX-AMOUNT TO ED-TOTAL-AMOUNT.
022817     MOVE SPACES TO PRINT-RECORD.
022818     STRING "  Medicare: $" ED-TOTAL-AMOUNT DELIMITED BY SIZE
022819         INTO PRINT-RECORD
022820     WRITE PRINT-RECORD.
022821     MOVE STATE-TAX-AMOUNT TO ED-TOTAL-AMOUNT.
022822     MOVE SPACES TO PRINT-RECORD.
022823     STRING "  State Tax (" EM-JURISDICTION-CODE "): $"
022824         ED-TOTAL-AMOUNT DELIMITED BY SIZE INTO PRINT-RECORD
022825     WRITE PRINT-RECORD.
022826     MOVE NET-PAY TO ED-TOTAL-AMOUNT.
022830     MOVE SPACES TO PRINT-RECORD.
022840     STRING "  Net Pay: $" ED-TOTAL-AMOUNT DELIMITED BY SIZE
022850         INTO PRINT-RECORD
022910     WRITE PRINT-RECORD.
022920     MOVE EM-YTD-TAX-AMOUNT TO ED-TOTAL-AMOUNT.
022930     MOVE SPACES TO PRINT-RECORD.
022940     STRING "  YTD Federal Tax: $" ED-TOTAL-AMOUNT
022950         DELIMITED BY SIZE INTO PRINT-RECORD
022960     WRITE PRINT-RECORD.
022961     MOVE EM-YTD-SS-TAX TO ED-TOTAL-AMOUNT.
022962     MOVE SPACES TO PRINT-RECORD.
022963     STRING "  YTD Social Security: $" ED-TOTAL-AMOUNT
022964         DELIMITED BY SIZE INTO PRINT-RECORD
022965     WRITE PRINT-RECORD.
022966     MOVE EM-YTD-MEDICARE-TAX TO ED-TOTAL-AMOUNT.
022967     MOVE SPACES TO PRINT-RECORD.
022968     STRING "  YTD Medicare: $" ED-TOTAL-AMOUNT
022969         DELIMITED BY SIZE INTO PRINT-RECORD
022970     WRITE PRINT-RECORD.
022971     MOVE EM-YTD-STATE-TAX TO ED-TOTAL-AMOUNT.
022972     MOVE SPACES TO PRINT-RECORD.
022973     STRING "  YTD State Tax: $" ED-TOTAL-AMOUNT
022974         DELIMITED BY SIZE INTO PRINT-RECORD
022975     WRITE PRINT-RECORD.
022976     MOVE EM-YTD-NET-PAY TO ED-TOTAL-AMOUNT.
022980     MOVE SPACES TO PRINT-RECORD.
022990     STRING "  YTD Net: $" ED-TOTAL-AMOUNT DELIMITED BY SIZE
023000         INTO PRINT-RECORD
023710         "  Dept: " EM-DEPT-CODE
023720         DELIMITED BY SIZE INTO STUB-RECORD
023730     WRITE STUB-RECORD.
023732     IF EMPLOYEE-FINAL-PAY
023734         MOVE SPACES TO STUB-RECORD
023736         STRING "FINAL PAY - Employment Ended: " EM-TERM-DATE
023738             DELIMITED BY SIZE INTO STUB-RECORD
023740         WRITE STUB-RECORD
023742     END-IF.
023744     MOVE SPACES TO STUB-RECORD.
023750     WRITE STUB-RECORD.
023760     MOVE "Hours and Earnings:" TO STUB-RECORD.
023770     WRITE STUB-RECORD.
024240             DELIMITED BY SIZE INTO STUB-RECORD
024250         WRITE STUB-RECORD
024260     END-IF.
024262     IF EMPLOYEE-FINAL-PAY
024264         MOVE VAC-PAYOUT-HOURS TO ED-STUB-HOURS
024266         MOVE VAC-PAYOUT-PAY TO ED-TOTAL-AMOUNT
024268         MOVE SPACES TO STUB-RECORD
024270         STRING "  Vac Payout: " ED-STUB-HOURS " hrs  $"
024272             ED-TOTAL-AMOUNT
024274             DELIMITED BY SIZE INTO STUB-RECORD
024276         WRITE STUB-RECORD
024278     END-IF.
024280     IF RETRO-PAY NOT = ZERO
024285         MOVE RETRO-PAY TO ED-TOTAL-AMOUNT
024290         MOVE SPACES TO STUB-RECORD
024300         STRING "  Retro Pay Adjustment:    $" ED-TOTAL-AMOUNT
024310             DELIMITED BY SIZE INTO STUB-RECORD
024480     END-PERFORM.
024490     MOVE TAX-AMOUNT TO ED-TOTAL-AMOUNT.
024500     MOVE SPACES TO STUB-RECORD.
024510     STRING "  FEDERAL INCOME TAX            $" ED-TOTAL-AMOUNT
024520         DELIMITED BY SIZE INTO STUB-RECORD
024530     WRITE STUB-RECORD.
024531     MOVE SS-TAX-AMOUNT TO ED-TOTAL-AMOUNT.
024532     MOVE SPACES TO STUB-RECORD.
024533     STRING "  SOCIAL SECURITY               $" ED-TOTAL-AMOUNT
024534         DELIMITED BY SIZE INTO STUB-RECORD
024535     WRITE STUB-RECORD.
024536     MOVE MEDICARE-TAX-AMOUNT TO ED-TOTAL-AMOUNT.
024537     MOVE SPACES TO STUB-RECORD.
024538     STRING "  MEDICARE                      $" ED-TOTAL-AMOUNT
024539         DELIMITED BY SIZE INTO STUB-RECORD
024540     WRITE STUB-RECORD.
024541     MOVE STATE-TAX-AMOUNT TO ED-TOTAL-AMOUNT.
024542     MOVE SPACES TO STUB-RECORD.
024543     STRING "  STATE INCOME TAX (" EM-JURISDICTION-CODE
024544         ")         $" ED-TOTAL-AMOUNT
024545         DELIMITED BY SIZE INTO STUB-RECORD
024546     WRITE STUB-RECORD.
024547     MOVE SPACES TO STUB-RECORD.
024550     WRITE STUB-RECORD.
024560     MOVE NET-PAY TO ED-TOTAL-AMOUNT.
024570     MOVE SPACES TO STUB-RECORD.
024890     WRITE STUB-RECORD.
024900     MOVE EM-YTD-TAX-AMOUNT TO ED-TOTAL-AMOUNT.
024910     MOVE SPACES TO STUB-RECORD.
024920     STRING "  Fed:   $" ED-TOTAL-AMOUNT
024930         DELIMITED BY SIZE INTO STUB-RECORD
024940     WRITE STUB-RECORD.
024941     MOVE EM-YTD-SS-TAX TO ED-TOTAL-AMOUNT.
024942     MOVE SPACES TO STUB-RECORD.
024943     STRING "  SocSec:$" ED-TOTAL-AMOUNT
024944         DELIMITED BY SIZE INTO STUB-RECORD
024945     WRITE STUB-RECORD.
024946     MOVE EM-YTD-MEDICARE-TAX TO ED-TOTAL-AMOUNT.
024947     MOVE SPACES TO STUB-RECORD.
024948     STRING "  Medi:  $" ED-TOTAL-AMOUNT
024949         DELIMITED BY SIZE INTO STUB-RECORD
024950     WRITE STUB-RECORD.
024951     MOVE EM-YTD-STATE-TAX TO ED-TOTAL-AMOUNT.
024952     MOVE SPACES TO STUB-RECORD.
024953     STRING "  State: $" ED-TOTAL-AMOUNT
024954         DELIMITED BY SIZE INTO STUB-RECORD
024955     WRITE STUB-RECORD.
024956     MOVE EM-YTD-NET-PAY TO ED-TOTAL-AMOUNT.
024960     MOVE SPACES TO STUB-RECORD.
024970     STRING "  Net:   $" ED-TOTAL-AMOUNT
024980         DELIMITED BY SIZE INTO STUB-RECORD
026570         END-IF
026580     END-PERFORM.
026590     MOVE TAX-AMOUNT TO PH-TAX-AMOUNT.
026591     MOVE SS-WAGES TO PH-SS-WAGES.
026592     MOVE SS-TAX-AMOUNT TO PH-SS-TAX.
026593     MOVE MEDICARE-TAX-AMOUNT TO PH-MEDICARE-TAX.
026594     MOVE EM-JURISDICTION-CODE TO PH-STATE-CODE.
026595     MOVE STATE-TAX-AMOUNT TO PH-STATE-TAX.
026600     MOVE NET-PAY TO PH-NET-PAY.
026610     MOVE CHECK-NUMBER-ASSIGNED TO PH-CHECK-NUMBER.
026620     MOVE PAY-PERIOD-NUMBER TO PH-PERIOD-NUMBER.
026625     MOVE VAC-PAYOUT-HOURS TO PH-VAC-PAYOUT-HOURS.
026630     WRITE PAY-HISTORY-RECORD.
026640     IF FS-PAY-HISTORY NOT = "00"
026650         MOVE "PAY-HISTORY-FILE"     TO ABEND-FILE-NAME
026690 2550-EXIT.
026700     EXIT.
026710*
026714*****************************************************************
026718*    2600-UPDATE-DEPARTMENT-TOTALS - ROLL THIS EMPLOYEE'S PAY   *
026722*    INTO THE DEPARTMENT RUNNING TOTALS, ADDING A NEW TABLE     *
026726*    ENTRY THE FIRST TIME A DEPARTMENT CODE IS SEEN.  THE       *
026730*    HEAD COUNT, TAX AND NET GO TO THE HOME DEPARTMENT; GROSS   *
026734*    AND EMPLOYER TAX GO TO EACH DEPARTMENT CHARGED, AND EVERY  *
026738*    CHARGE LINE IS ROLLED INTO THE LABOR DISTRIBUTION TABLE.   *
026742*****************************************************************
026746 2600-UPDATE-DEPARTMENT-TOTALS.
026750     MOVE EM-DEPT-CODE TO LB-DEPT-CODE.
026754     PERFORM 2640-FIND-DEPARTMENT-ENTRY THRU 2640-EXIT.
026758     ADD 1 TO DT-EMPLOYEE-COUNT(DT-IDX).
026762     ADD TAX-AMOUNT TO DT-TAX-AMOUNT(DT-IDX).
026766     ADD NET-PAY TO DT-NET-PAY(DT-IDX).
026768     ADD RETRO-PAY TO DT-RETRO-PAY(DT-IDX).
026770     PERFORM 2610-CHARGE-ONE-LINE THRU 2610-EXIT
026774         VARYING EC-SUB FROM 1 BY 1
026778         UNTIL EC-SUB > EMP-CHARGE-COUNT.
026782 2600-EXIT.
026786     EXIT.
026790*
026794 2610-CHARGE-ONE-LINE.
026798     MOVE EC-DEPT-CODE(EC-SUB) TO LB-DEPT-CODE.
026802     PERFORM 2640-FIND-DEPARTMENT-ENTRY THRU 2640-EXIT.
026806     ADD EC-GROSS-PAY(EC-SUB) TO DT-GROSS-PAY(DT-IDX).
026810     ADD EC-EMPLOYER-TAX(EC-SUB) TO DT-EMPLOYER-TAX(DT-IDX).
026814     MOVE EC-CHARGE-KEY(EC-SUB) TO LB-CHARGE-KEY.
026818     PERFORM 2660-FIND-LABOR-ENTRY THRU 2660-EXIT.
026822     COMPUTE LD-HOURS(LD-FOUND-SUB) = LD-HOURS(LD-FOUND-SUB)
026826         + EC-WORKED-HOURS(EC-SUB) + EC-LEAVE-HOURS(EC-SUB).
026830     ADD EC-STRAIGHT-PAY(EC-SUB) TO LD-STRAIGHT-PAY(LD-FOUND-SUB).
026834     ADD EC-PREMIUM-PAY(EC-SUB) TO LD-PREMIUM-PAY(LD-FOUND-SUB).
026838     ADD EC-LEAVE-PAY(EC-SUB) TO LD-LEAVE-PAY(LD-FOUND-SUB).
026842     ADD EC-OTHER-PAY(EC-SUB) TO LD-OTHER-PAY(LD-FOUND-SUB).
026846     ADD EC-GROSS-PAY(EC-SUB) TO LD-GROSS-PAY(LD-FOUND-SUB).
026850     ADD EC-EMPLOYER-TAX(EC-SUB) TO LD-EMPLOYER-TAX(LD-FOUND-SUB).
026854 2610-EXIT.
026858     EXIT.
026862*
026866 2640-FIND-DEPARTMENT-ENTRY.
026870     SET DT-IDX TO 1.
026874     SEARCH DEPARTMENT-TOTAL-ENTRY
026878         AT END
026882             PERFORM 2650-ADD-DEPARTMENT-ENTRY THRU 2650-EXIT
026886         WHEN DT-IDX > DEPARTMENT-TOTAL-COUNT
026890             PERFORM 2650-ADD-DEPARTMENT-ENTRY THRU 2650-EXIT
026894         WHEN DT-DEPT-CODE(DT-IDX) = LB-DEPT-CODE
026898             CONTINUE
026902     END-SEARCH.
026906 2640-EXIT.
026910     EXIT.
026940*
026950 2650-ADD-DEPARTMENT-ENTRY.
026960     IF DEPARTMENT-TOTAL-COUNT NOT < 20
026990     END-IF.
027000     ADD 1 TO DEPARTMENT-TOTAL-COUNT.
027010     SET DT-IDX TO DEPARTMENT-TOTAL-COUNT.
027020     MOVE LB-DEPT-CODE TO DT-DEPT-CODE(DT-IDX).
027030     MOVE ZERO TO DT-EMPLOYEE-COUNT(DT-IDX).
027040     MOVE ZERO TO DT-GROSS-PAY(DT-IDX).
027050     MOVE ZERO TO DT-TAX-AMOUNT(DT-IDX).
027060     MOVE ZERO TO DT-NET-PAY(DT-IDX).
027070     MOVE ZERO TO DT-EMPLOYER-TAX(DT-IDX).
027075     MOVE ZERO TO DT-RETRO-PAY(DT-IDX).
027080 2650-EXIT.
027090     EXIT.
027100*
027101*****************************************************************
027102*    2660-FIND-LABOR-ENTRY - FIND THE RUN'S LABOR DISTRIBUTION  *
027103*    ENTRY FOR LB-CHARGE-KEY, OPENING A NEW ONE IN ITS PLACE IN *
027104*    DEPARTMENT/PROJECT ORDER IF IT IS NOT THERE YET.           *
027105*****************************************************************
027106 2660-FIND-LABOR-ENTRY.
027107     PERFORM VARYING LD-SUB FROM 1 BY 1
027108             UNTIL LD-SUB > LABOR-DIST-COUNT
027109                 OR LD-CHARGE-KEY(LD-SUB) NOT < LB-CHARGE-KEY
027110         CONTINUE
027111     END-PERFORM.
027112     MOVE LD-SUB TO LD-FOUND-SUB.
027113     IF LD-FOUND-SUB NOT > LABOR-DIST-COUNT
027114         IF LD-CHARGE-KEY(LD-FOUND-SUB) = LB-CHARGE-KEY
027115             GO TO 2660-EXIT
027116         END-IF
027117     END-IF.
027118     IF LABOR-DIST-COUNT NOT < 200
027119         MOVE "LABOR-DIST"            TO ABEND-TABLE-NAME
027120         PERFORM 9910-ABEND-TABLE-OVERFLOW THRU 9910-EXIT
027121     END-IF.
027122     PERFORM VARYING LD-SUB FROM LABOR-DIST-COUNT BY -1
027123             UNTIL LD-SUB < LD-FOUND-SUB
027124         MOVE LABOR-DIST-ENTRY(LD-SUB)
027125             TO LABOR-DIST-ENTRY(LD-SUB + 1)
027126     END-PERFORM.
027127     ADD 1 TO LABOR-DIST-COUNT.
027128     MOVE LB-CHARGE-KEY TO LD-CHARGE-KEY(LD-FOUND-SUB).
027129     MOVE ZERO TO LD-HOURS(LD-FOUND-SUB).
027130     MOVE ZERO TO LD-STRAIGHT-PAY(LD-FOUND-SUB).
027131     MOVE ZERO TO LD-PREMIUM-PAY(LD-FOUND-SUB).
027132     MOVE ZERO TO LD-LEAVE-PAY(LD-FOUND-SUB).
027133     MOVE ZERO TO LD-OTHER-PAY(LD-FOUND-SUB).
027134     MOVE ZERO TO LD-GROSS-PAY(LD-FOUND-SUB).
027135     MOVE ZERO TO LD-EMPLOYER-TAX(LD-FOUND-SUB).
027136 2660-EXIT.
027137     EXIT.
027138*
027139*****************************************************************
027140*    2700-REWRITE-MASTER - PUT THE EMPLOYEE'S UPDATED RECORD    *
027141*    (DERIVED HOURS AND ROLLED YTD FIGURES) BACK IN PLACE ON    *
027142*    THE INDEXED MASTER.  DONE LAST AMONG THE PER-EMPLOYEE      *
027150*    OUTPUTS, JUST AHEAD OF THE CHECKPOINT, TO KEEP THE WINDOW  *
027160*    BETWEEN THE REWRITE AND THE CHECKPOINT AS SMALL AS IT CAN  *
027170*    BE.  A REJECTED EMPLOYEE'S RECORD IS NEVER TOUCHED.        *
027600 2800-EXIT.
027610     EXIT.
027620*
027621*****************************************************************
027622*    2900-PAY-RETURNED-DEPOSITS - CUT A CHECK FOR EACH DEPOSIT  *
027623*    THE BANK RETURNED FOR THIS EMPLOYEE, EVEN ONE REJECTED OR  *
027624*    SKIPPED THIS RUN.  THE CHECK STANDS APART FROM THE RUN'S   *
027625*    GROSS-TO-NET AND BATCH CONTROL - THE EARNINGS WERE PAID    *
027626*    AND TAXED IN THE ORIGINAL PERIOD, SO ONLY THE NET MOVES    *
027627*    AND THE YTD FIGURES ARE LEFT ALONE.  THE 'K' HISTORY       *
027628*    RECORD CARRIES THE ORIGINAL PERIOD.                        *
027629*****************************************************************
027630 2900-PAY-RETURNED-DEPOSITS.
027631     PERFORM 2910-PAY-ONE-RETURNED-DEPOSIT THRU 2910-EXIT
027632         VARYING RB-WORK-SUB FROM 1 BY 1
027633         UNTIL RB-WORK-SUB > RETURN-DUE-COUNT.
027634 2900-EXIT.
027635     EXIT.
027636*
027637 2910-PAY-ONE-RETURNED-DEPOSIT.
027638     IF RB-EMPLOYEE-ID(RB-WORK-SUB) NOT = EM-EMPLOYEE-ID
027639             OR RB-IS-PAID(RB-WORK-SUB)
027640         GO TO 2910-EXIT
027641     END-IF.
027642     MOVE NEXT-CHECK-NUMBER TO RETURN-CHECK-NUMBER.
027643     ADD 1 TO NEXT-CHECK-NUMBER.
027644     ADD 1 TO BT-RETURN-CHECKS.
027645     ADD RB-AMOUNT(RB-WORK-SUB) TO BT-TOTAL-RETURN-NET.
027646     MOVE 'Y' TO RB-PAID-FLAG(RB-WORK-SUB).
027647     IF LIVE-RUN
027648         PERFORM 2920-WRITE-RETURN-CHECK THRU 2920-EXIT
027649     END-IF.
027650     IF LIVE-RUN AND NOT EMPLOYEE-BEFORE-CHECKPOINT
027651         PERFORM 2930-WRITE-RETURN-HISTORY THRU 2930-EXIT
027652     END-IF.
027653 2910-EXIT.
027654     EXIT.
027655*
027656*****************************************************************
027657*    2920-WRITE-RETURN-CHECK - THE RETURNED-DEPOSIT CHECK, LAID *
027658*    OUT LIKE 2530-WRITE-CHECK WITH A MEMO LINE NAMING THE      *
027659*    PERIOD THE DEPOSIT BELONGED TO, AND ITS ISSUE RECORD ON    *
027660*    THE POSITIVE-PAY EXPORT.                                   *
027661*****************************************************************
027662 2920-WRITE-RETURN-CHECK.
027663     MOVE ALL "*" TO CHECK-PRINT-RECORD.
027664     WRITE CHECK-PRINT-RECORD.
027665     MOVE SPACES TO CHECK-PRINT-RECORD.
027666     STRING "CHECK NO: " RETURN-CHECK-NUMBER
027667         "    DATE: " PAY-RUN-DATE
027668         DELIMITED BY SIZE INTO CHECK-PRINT-RECORD
027669     WRITE CHECK-PRINT-RECORD.
027670     MOVE SPACES TO CHECK-PRINT-RECORD.
027671     STRING "PAY TO THE ORDER OF: " EM-EMPLOYEE-NAME
027672         DELIMITED BY SIZE INTO CHECK-PRINT-RECORD
027673     WRITE CHECK-PRINT-RECORD.
027674     MOVE RB-AMOUNT(RB-WORK-SUB) TO ED-TOTAL-AMOUNT.
027675     MOVE SPACES TO CHECK-PRINT-RECORD.
027676     STRING "AMOUNT: $" ED-TOTAL-AMOUNT
027677         DELIMITED BY SIZE INTO CHECK-PRINT-RECORD
027678     WRITE CHECK-PRINT-RECORD.
027679     MOVE SPACES TO CHECK-PRINT-RECORD.
027680     STRING "MEMO: RETURNED DEPOSIT - PERIOD "
027681         RB-PERIOD-NUMBER(RB-WORK-SUB)
027682         " ENDING " RB-PERIOD-END-DATE(RB-WORK-SUB)
027683         DELIMITED BY SIZE INTO CHECK-PRINT-RECORD
027684     WRITE CHECK-PRINT-RECORD.
027685     MOVE ALL "*" TO CHECK-PRINT-RECORD.
027686     WRITE CHECK-PRINT-RECORD.
027687     IF FS-CHECK-PRINT NOT = "00"
027688         MOVE "CHECK-PRINT-FILE"      TO ABEND-FILE-NAME
027689         MOVE FS-CHECK-PRINT          TO ABEND-FILE-STATUS
027690         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
027691     END-IF.
027692     MOVE SPACES TO CHECK-REGISTER-RECORD.
027693     STRING "  " RETURN-CHECK-NUMBER
027694         " " EM-EMPLOYEE-ID
027695         " " EM-EMPLOYEE-NAME
027696         " $" ED-TOTAL-AMOUNT
027697         " RETURNED"
027698         DELIMITED BY SIZE INTO CHECK-REGISTER-RECORD
027699     WRITE CHECK-REGISTER-RECORD.
027700     IF FS-CHECK-REGISTER NOT = "00"
027701         MOVE "CHECK-REGISTER-FILE"   TO ABEND-FILE-NAME
027702         MOVE FS-CHECK-REGISTER       TO ABEND-FILE-STATUS
027703         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
027704     END-IF.
027705     MOVE SPACES TO POSITIVE-PAY-RECORD.
027706     MOVE 'I' TO PP-RECORD-TYPE.
027707     MOVE RETURN-CHECK-NUMBER TO PP-CHECK-NUMBER.
027708     MOVE PAY-RUN-DATE TO PP-CHECK-DATE.
027709     MOVE RB-AMOUNT(RB-WORK-SUB) TO PP-AMOUNT.
027710     MOVE EM-EMPLOYEE-NAME TO PP-PAYEE-NAME.
027711     WRITE POSITIVE-PAY-RECORD.
027712     IF FS-POSITIVE-PAY NOT = "00"
027713         MOVE "POSITIVE-PAY-FILE"     TO ABEND-FILE-NAME
027714         MOVE FS-POSITIVE-PAY         TO ABEND-FILE-STATUS
027715         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
027716     END-IF.
027717 2920-EXIT.
027718     EXIT.
027719*
027720 2930-WRITE-RETURN-HISTORY.
027721     MOVE SPACES TO PAY-HISTORY-RECORD.
027722     MOVE PAY-RUN-DATE TO PH-RUN-DATE.
027723     MOVE RB-PERIOD-END-DATE(RB-WORK-SUB) TO PH-PERIOD-END-DATE.
027724     MOVE EM-EMPLOYEE-ID TO PH-EMPLOYEE-ID.
027725     MOVE 'K' TO PH-RECORD-TYPE.
027726     MOVE EM-DEPT-CODE TO PH-DEPT-CODE.
027727     MOVE ZERO TO PH-REGULAR-HOURS.
027728     MOVE ZERO TO PH-OVERTIME-HOURS.
027729     MOVE ZERO TO PH-DOUBLETIME-HOURS.
027730     MOVE ZERO TO PH-VACATION-HOURS.
027731     MOVE ZERO TO PH-SICK-HOURS.
027732     MOVE ZERO TO PH-HOLIDAY-HOURS.
027733     MOVE ZERO TO PH-GROSS-PAY.
027734     PERFORM VARYING EM-DED-IDX FROM 1 BY 1 UNTIL EM-DED-IDX > 3
027735         MOVE ZERO TO PH-DED-AMOUNT(EM-DED-IDX)
027736         MOVE ZERO TO PH-DED-ARREARS-ADDED(EM-DED-IDX)
027737         MOVE ZERO TO PH-DED-ARREARS-COLL(EM-DED-IDX)
027738     END-PERFORM.
027739     MOVE ZERO TO PH-TAX-AMOUNT.
027740     MOVE ZERO TO PH-SS-WAGES.
027741     MOVE ZERO TO PH-SS-TAX.
027742     MOVE ZERO TO PH-MEDICARE-TAX.
027743     MOVE ZERO TO PH-STATE-TAX.
027744     MOVE RB-AMOUNT(RB-WORK-SUB) TO PH-NET-PAY.
027745     MOVE RETURN-CHECK-NUMBER TO PH-CHECK-NUMBER.
027746     MOVE RB-PERIOD-NUMBER(RB-WORK-SUB) TO PH-PERIOD-NUMBER.
027747     MOVE ZERO TO PH-VAC-PAYOUT-HOURS.
027748     WRITE PAY-HISTORY-RECORD.
027749     IF FS-PAY-HISTORY NOT = "00"
027750         MOVE "PAY-HISTORY-FILE"     TO ABEND-FILE-NAME
027751         MOVE FS-PAY-HISTORY         TO ABEND-FILE-STATUS
027752         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
027753     END-IF.
027754 2930-EXIT.
027755     EXIT.
027756*
027757 2950-ACCUMULATE-BATCH-TOTALS.
027758     ADD 1 TO BT-EMPLOYEES-PAID.
027759     ADD GROSS-PAY TO BT-TOTAL-GROSS-PAY.
027760     ADD TAX-AMOUNT TO BT-TOTAL-TAX-AMOUNT.
027761     ADD SS-TAX-AMOUNT TO BT-TOTAL-SS-TAX.
027762     ADD MEDICARE-TAX-AMOUNT TO BT-TOTAL-MEDICARE-TAX.
027763     ADD STATE-TAX-AMOUNT TO BT-TOTAL-STATE-TAX.
027764     IF STATE-TAX-AMOUNT NOT = ZERO
027765         PERFORM 2960-ACCUMULATE-STATE-TOTAL THRU 2960-EXIT
027766     END-IF.
027767     ADD NET-PAY TO BT-TOTAL-NET-PAY.
027768     ADD EMPLOYER-TAX-AMOUNT TO BT-TOTAL-EMPLOYER-TAX.
027769     ADD RETRO-PAY TO BT-TOTAL-RETRO-PAY.
027770     IF EMPLOYEE-FINAL-PAY
027771         ADD 1 TO BT-FINAL-PAY-COUNT
027772         ADD VAC-PAYOUT-PAY TO BT-TOTAL-VAC-PAYOUT
027773     END-IF.
027774     PERFORM 2970-ACCUMULATE-DEDUCTION-TOTALS THRU 2970-EXIT.
027775 2950-EXIT.
027776     EXIT.
027777*
027778*****************************************************************
027779*    2970-ACCUMULATE-DEDUCTION-TOTALS - ROLL THE AMOUNT TAKEN  *
027780*    FOR EACH OF THIS EMPLOYEE'S DEDUCTION CODES INTO THAT     *
027781*    CODE'S RUN TOTAL, CREDITED TO ITS LIABILITY ACCOUNT IN    *
027782*    THE LEDGER POSTINGS.                                      *
027790*****************************************************************
027791 2960-ACCUMULATE-STATE-TOTAL.
027792     PERFORM VARYING SX-SUB FROM 1 BY 1
027793             UNTIL SX-SUB > STATE-RUN-COUNT
027794                 OR SX-JURISDICTION-CODE(SX-SUB)
027795                     = EM-JURISDICTION-CODE
027796         CONTINUE
027797     END-PERFORM.
027798     IF SX-SUB > STATE-RUN-COUNT
027799         IF STATE-RUN-COUNT NOT < 10
027800             MOVE "STATE-RUN-TOTAL"       TO ABEND-TABLE-NAME
027801             PERFORM 9910-ABEND-TABLE-OVERFLOW THRU 9910-EXIT
027802         END-IF
027803         ADD 1 TO STATE-RUN-COUNT
027804         MOVE STATE-RUN-COUNT TO SX-SUB
027805         MOVE EM-JURISDICTION-CODE TO SX-JURISDICTION-CODE(SX-SUB)
027806         MOVE ZERO TO SX-RUN-TOTAL(SX-SUB)
027807     END-IF.
027808     ADD STATE-TAX-AMOUNT TO SX-RUN-TOTAL(SX-SUB).
027809 2960-EXIT.
027810     EXIT.
027811*
027812 2970-ACCUMULATE-DEDUCTION-TOTALS.
027813     PERFORM VARYING EM-DED-IDX FROM 1 BY 1 UNTIL EM-DED-IDX > 3
027820         IF EM-DED-CODE(EM-DED-IDX) NOT = SPACES
027830             PERFORM VARYING DX-SUB FROM 1 BY 1 UNTIL DX-SUB > 6
027840                 IF DC-CODE(DX-SUB) = EM-DED-CODE(EM-DED-IDX)
028380*****************************************************************
028390*    7000-PRINT-DEPARTMENT-TOTALS - COST-CENTER SUBTOTALS SO     *
028400*    FINANCE CAN SEE HOW MUCH OF THE RUN BELONGS TO EACH DEPT.   *
028403*    GROSS AND EMPLOYER TAX ARE BY DEPARTMENT CHARGED; THE       *
028406*    EMPLOYEE COUNT, TAX AND NET ARE BY HOME DEPARTMENT.         *
028410*****************************************************************
028420 7000-PRINT-DEPARTMENT-TOTALS.
028430     MOVE SPACES TO PRINT-RECORD.
028840 7100-EXIT.
028850     EXIT.
028860*
028861*****************************************************************
028862*    7050-WRITE-LABOR-DISTRIBUTION - THE PERIOD'S LABOR COST BY *
028863*    CHARGED DEPARTMENT AND PROJECT, SUBTOTALLED BY DEPARTMENT  *
028864*    AND TIED BACK TO THE GROSS PAID ON THE RUN.  WRITTEN ON A  *
028865*    TRIAL RUN AS WELL, SO THE SPREAD CAN BE CHECKED BEFORE THE *
028866*    LIVE RUN.                                                  *
028867*****************************************************************
028868 7050-WRITE-LABOR-DISTRIBUTION.
028869     OPEN OUTPUT LABOR-DIST-FILE.
028870     IF FS-LABOR-DIST NOT = "00"
028871         MOVE "LABOR-DIST-FILE"       TO ABEND-FILE-NAME
028872         MOVE FS-LABOR-DIST           TO ABEND-FILE-STATUS
028873         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
028874     END-IF.
028875     MOVE "Labor Distribution Report" TO LABOR-DIST-RECORD.
028876     WRITE LABOR-DIST-RECORD.
028877     MOVE SPACES TO LABOR-DIST-RECORD.
028878     STRING "Pay Period: " PAY-PERIOD-NUMBER
028879         "  Ending: " PAY-PERIOD-END-DATE
028880         "  Pay Date: " PAY-RUN-DATE
028881         DELIMITED BY SIZE INTO LABOR-DIST-RECORD
028882     WRITE LABOR-DIST-RECORD.
028883     IF TRIAL-RUN
028884         MOVE "*** TRIAL RUN - NO FILES UPDATED ***"
028885             TO LABOR-DIST-RECORD
028886         WRITE LABOR-DIST-RECORD
028887     END-IF.
028888     MOVE SPACES TO LABOR-DIST-RECORD.
028889     WRITE LABOR-DIST-RECORD.
028890     MOVE SPACES TO LABOR-DIST-RECORD.
028891     STRING "DEPT PROJECT     HOURS   STRAIGHT    PREMIUM"
028892         "      LEAVE      OTHER        GROSS"
028893         DELIMITED BY SIZE INTO LABOR-DIST-RECORD
028894     WRITE LABOR-DIST-RECORD.
028895     MOVE SPACES TO LD-BREAK-DEPT.
028896     PERFORM 7060-PRINT-ONE-LABOR-LINE THRU 7060-EXIT
028897         VARYING LD-SUB FROM 1 BY 1
028898         UNTIL LD-SUB > LABOR-DIST-COUNT.
028899     IF LABOR-DIST-COUNT > ZERO
028900         PERFORM 7070-PRINT-DEPT-SUBTOTAL THRU 7070-EXIT
028901     END-IF.
028902     PERFORM 7080-PRINT-LABOR-TOTALS THRU 7080-EXIT.
028903     CLOSE LABOR-DIST-FILE.
028904 7050-EXIT.
028905     EXIT.
028906*
028907 7060-PRINT-ONE-LABOR-LINE.
028908     IF LD-SUB = 1 OR LD-DEPT-CODE(LD-SUB) NOT = LD-BREAK-DEPT
028909         IF LD-SUB > 1
028910             PERFORM 7070-PRINT-DEPT-SUBTOTAL THRU 7070-EXIT
028911         END-IF
028912         MOVE LD-DEPT-CODE(LD-SUB) TO LD-BREAK-DEPT
028913         MOVE ZERO TO LD-DEPT-HOURS
028914         MOVE ZERO TO LD-DEPT-GROSS
028915         MOVE ZERO TO LD-DEPT-EMPLOYER-TAX
028916     END-IF.
028917     MOVE LD-HOURS(LD-SUB) TO ED-LD-HOURS.
028918     MOVE LD-STRAIGHT-PAY(LD-SUB) TO ED-LD-STRAIGHT.
028919     MOVE LD-PREMIUM-PAY(LD-SUB) TO ED-LD-PREMIUM.
028920     MOVE LD-LEAVE-PAY(LD-SUB) TO ED-LD-LEAVE.
028921     MOVE LD-OTHER-PAY(LD-SUB) TO ED-LD-OTHER.
028922     MOVE LD-GROSS-PAY(LD-SUB) TO ED-LD-GROSS.
028923     MOVE SPACES TO LABOR-DIST-RECORD.
028924     STRING LD-DEPT-CODE(LD-SUB) " " LD-PROJECT-CODE(LD-SUB)
028925         " " ED-LD-HOURS " " ED-LD-STRAIGHT " " ED-LD-PREMIUM
028926         " " ED-LD-LEAVE " " ED-LD-OTHER " " ED-LD-GROSS
028927         DELIMITED BY SIZE INTO LABOR-DIST-RECORD
028928     WRITE LABOR-DIST-RECORD.
028929     ADD LD-HOURS(LD-SUB) TO LD-DEPT-HOURS LD-TOTAL-HOURS.
028930     ADD LD-GROSS-PAY(LD-SUB) TO LD-DEPT-GROSS LD-TOTAL-GROSS.
028931     ADD LD-EMPLOYER-TAX(LD-SUB)
028932         TO LD-DEPT-EMPLOYER-TAX LD-TOTAL-EMPLOYER-TAX.
028933     ADD LD-STRAIGHT-PAY(LD-SUB) TO LD-TOTAL-STRAIGHT.
028934     ADD LD-PREMIUM-PAY(LD-SUB) TO LD-TOTAL-PREMIUM.
028935     ADD LD-LEAVE-PAY(LD-SUB) TO LD-TOTAL-LEAVE.
028936     ADD LD-OTHER-PAY(LD-SUB) TO LD-TOTAL-OTHER.
028937 7060-EXIT.
028938     EXIT.
028939*
028940 7070-PRINT-DEPT-SUBTOTAL.
028941     MOVE LD-DEPT-HOURS TO ED-LD-HOURS.
028942     MOVE LD-DEPT-GROSS TO ED-TOTAL-AMOUNT.
028943     MOVE SPACES TO LABOR-DIST-RECORD.
028944     STRING "  Dept " LD-BREAK-DEPT " Total   Hours: " ED-LD-HOURS
028945         "   Gross: $" ED-TOTAL-AMOUNT
028946         DELIMITED BY SIZE INTO LABOR-DIST-RECORD
028947     WRITE LABOR-DIST-RECORD.
028948     MOVE LD-DEPT-EMPLOYER-TAX TO ED-TOTAL-AMOUNT.
028949     MOVE SPACES TO LABOR-DIST-RECORD.
028950     STRING "                                Employer Tax: $"
028951         ED-TOTAL-AMOUNT
028952         DELIMITED BY SIZE INTO LABOR-DIST-RECORD
028953     WRITE LABOR-DIST-RECORD.
028954     MOVE SPACES TO LABOR-DIST-RECORD.
028955     WRITE LABOR-DIST-RECORD.
028956 7070-EXIT.
028957     EXIT.
028958*
028959*****************************************************************
028960*    7080-PRINT-LABOR-TOTALS - RUN TOTALS OF THE DISTRIBUTION   *
028961*    AND THE TIE TO THE GROSS PAY AND EMPLOYER TAX OF THE RUN.  *
028962*****************************************************************
028963 7080-PRINT-LABOR-TOTALS.
028964     MOVE "Run Totals" TO LABOR-DIST-RECORD.
028965     WRITE LABOR-DIST-RECORD.
028966     MOVE LD-TOTAL-HOURS TO ED-LD-TOTAL-HOURS.
028967     MOVE SPACES TO LABOR-DIST-RECORD.
028968     STRING "  Hours Charged:        " ED-LD-TOTAL-HOURS
028969         DELIMITED BY SIZE INTO LABOR-DIST-RECORD
028970     WRITE LABOR-DIST-RECORD.
028971     MOVE LD-TOTAL-STRAIGHT TO ED-TOTAL-AMOUNT.
028972     MOVE SPACES TO LABOR-DIST-RECORD.
028973     STRING "  Straight-Time Pay:  $" ED-TOTAL-AMOUNT
028974         DELIMITED BY SIZE INTO LABOR-DIST-RECORD
028975     WRITE LABOR-DIST-RECORD.
028976     MOVE LD-TOTAL-PREMIUM TO ED-TOTAL-AMOUNT.
028977     MOVE SPACES TO LABOR-DIST-RECORD.
028978     STRING "  Overtime Premium:   $" ED-TOTAL-AMOUNT
028979         DELIMITED BY SIZE INTO LABOR-DIST-RECORD
028980     WRITE LABOR-DIST-RECORD.
028981     MOVE LD-TOTAL-LEAVE TO ED-TOTAL-AMOUNT.
028982     MOVE SPACES TO LABOR-DIST-RECORD.
028983     STRING "  Leave Pay:          $" ED-TOTAL-AMOUNT
028984         DELIMITED BY SIZE INTO LABOR-DIST-RECORD
028985     WRITE LABOR-DIST-RECORD.
028986     MOVE LD-TOTAL-OTHER TO ED-TOTAL-AMOUNT.
028987     MOVE SPACES TO LABOR-DIST-RECORD.
028988     STRING "  Retro/Payout Pay:   $" ED-TOTAL-AMOUNT
028989         DELIMITED BY SIZE INTO LABOR-DIST-RECORD
028990     WRITE LABOR-DIST-RECORD.
028991     MOVE LD-TOTAL-GROSS TO ED-TOTAL-AMOUNT.
028992     MOVE SPACES TO LABOR-DIST-RECORD.
028993     STRING "  Gross Charged:      $" ED-TOTAL-AMOUNT
028994         DELIMITED BY SIZE INTO LABOR-DIST-RECORD
028995     WRITE LABOR-DIST-RECORD.
028996     MOVE BT-TOTAL-GROSS-PAY TO ED-TOTAL-AMOUNT.
028997     MOVE SPACES TO LABOR-DIST-RECORD.
028998     STRING "  Gross Pay On Run:   $" ED-TOTAL-AMOUNT
028999         DELIMITED BY SIZE INTO LABOR-DIST-RECORD
029000     WRITE LABOR-DIST-RECORD.
029001     COMPUTE LD-DIFFERENCE = LD-TOTAL-GROSS - BT-TOTAL-GROSS-PAY.
029002     MOVE LD-DIFFERENCE TO ED-LD-DIFFERENCE.
029003     MOVE SPACES TO LABOR-DIST-RECORD.
029004     STRING "  Difference:         $" ED-LD-DIFFERENCE
029005         DELIMITED BY SIZE INTO LABOR-DIST-RECORD
029006     WRITE LABOR-DIST-RECORD.
029007     IF LD-DIFFERENCE NOT = ZERO
029008         MOVE "  *** LABOR DISTRIBUTION DOES NOT TIE TO GROSS PAY"
029009             TO LABOR-DIST-RECORD
029010         WRITE LABOR-DIST-RECORD
029011     END-IF.
029012     MOVE LD-TOTAL-EMPLOYER-TAX TO ED-TOTAL-AMOUNT.
029013     MOVE SPACES TO LABOR-DIST-RECORD.
029014     STRING "  Employer Tax Charged: $" ED-TOTAL-AMOUNT
029015         DELIMITED BY SIZE INTO LABOR-DIST-RECORD
029016     WRITE LABOR-DIST-RECORD.
029017     IF LD-TOTAL-EMPLOYER-TAX NOT = BT-TOTAL-EMPLOYER-TAX
029018         MOVE "  *** EMPLOYER TAX CHARGED DOES NOT TIE TO THE RUN"
029019             TO LABOR-DIST-RECORD
029020         WRITE LABOR-DIST-RECORD
029021     END-IF.
029022 7080-EXIT.
029023     EXIT.
029024*
029025*****************************************************************
029026*    7500-PRINT-BATCH-TRAILER - BATCH CONTROL TOTALS, PRINTED   *
029027*    ONCE AFTER THE LAST EMPLOYEE ON THE RUN.                   *
029028*****************************************************************
029029 7500-PRINT-BATCH-TRAILER.
029030     MOVE SPACES TO PRINT-RECORD.
029031     MOVE "Batch Control Totals" TO PRINT-RECORD.
029032     WRITE PRINT-RECORD.
029033     MOVE BT-EMPLOYEES-PAID TO ED-COUNT.
029034     MOVE SPACES TO PRINT-RECORD.
029035     STRING "  Employees Paid: " ED-COUNT DELIMITED BY SIZE
029036         INTO PRINT-RECORD
029037     WRITE PRINT-RECORD.
029038     MOVE BT-EMPLOYEES-REJECTED TO ED-COUNT.
029039     MOVE SPACES TO PRINT-RECORD.
029040     STRING "  Employees Rejected: " ED-COUNT DELIMITED BY SIZE
029041         INTO PRINT-RECORD
029042     WRITE PRINT-RECORD.
029043     MOVE BT-EMPLOYEES-SKIPPED TO ED-COUNT.
029044     MOVE SPACES TO PRINT-RECORD.
029045     STRING "  Terminated Employees Skipped: " ED-COUNT
029046         DELIMITED BY SIZE INTO PRINT-RECORD
029047     WRITE PRINT-RECORD.
029048     MOVE BT-FINAL-PAY-COUNT TO ED-COUNT.
029049     MOVE SPACES TO PRINT-RECORD.
029050     STRING "  Final Checks Paid: " ED-COUNT
029051         DELIMITED BY SIZE INTO PRINT-RECORD
029052     WRITE PRINT-RECORD.
029053     MOVE BT-TOTAL-VAC-PAYOUT TO ED-TOTAL-AMOUNT.
029054     MOVE SPACES TO PRINT-RECORD.
029055     STRING "  Total Vacation Payout: $" ED-TOTAL-AMOUNT
029056         DELIMITED BY SIZE INTO PRINT-RECORD
029057     WRITE PRINT-RECORD.
029058     MOVE BT-TOTAL-GROSS-PAY TO ED-TOTAL-AMOUNT.
029060     MOVE SPACES TO PRINT-RECORD.
029070     STRING "  Total Gross Pay: $" ED-TOTAL-AMOUNT
029080         DELIMITED BY SIZE INTO PRINT-RECORD
029090     WRITE PRINT-RECORD.
029100     MOVE BT-TOTAL-TAX-AMOUNT TO ED-TOTAL-AMOUNT.
029110     MOVE SPACES TO PRINT-RECORD.
029120     STRING "  Total Federal Tax: $" ED-TOTAL-AMOUNT
029130         DELIMITED BY SIZE INTO PRINT-RECORD
029140     WRITE PRINT-RECORD.
029141     MOVE BT-TOTAL-SS-TAX TO ED-TOTAL-AMOUNT.
029142     MOVE SPACES TO PRINT-RECORD.
029143     STRING "  Total Social Security: $" ED-TOTAL-AMOUNT
029144         DELIMITED BY SIZE INTO PRINT-RECORD
029145     WRITE PRINT-RECORD.
029146     MOVE BT-TOTAL-MEDICARE-TAX TO ED-TOTAL-AMOUNT.
029147     MOVE SPACES TO PRINT-RECORD.
029148     STRING "  Total Medicare: $" ED-TOTAL-AMOUNT
029149         DELIMITED BY SIZE INTO PRINT-RECORD
029150     WRITE PRINT-RECORD.
029151     MOVE BT-TOTAL-STATE-TAX TO ED-TOTAL-AMOUNT.
029152     MOVE SPACES TO PRINT-RECORD.
029153     STRING "  Total State Tax: $" ED-TOTAL-AMOUNT
029154         DELIMITED BY SIZE INTO PRINT-RECORD
029155     WRITE PRINT-RECORD.
029156     MOVE BT-TOTAL-NET-PAY TO ED-TOTAL-AMOUNT.
029160     MOVE SPACES TO PRINT-RECORD.
029170     STRING "  Total Net Pay: $" ED-TOTAL-AMOUNT
029180         DELIMITED BY SIZE INTO PRINT-RECORD
029520     STRING "  Total Check Net: $" ED-TOTAL-AMOUNT
029530         DELIMITED BY SIZE INTO PRINT-RECORD
029540     WRITE PRINT-RECORD.
029541     MOVE BT-RETURN-CHECKS TO ED-COUNT.
029542     MOVE SPACES TO PRINT-RECORD.
029543     STRING "  Returned Deposit Checks: " ED-COUNT
029544         DELIMITED BY SIZE INTO PRINT-RECORD
029545     WRITE PRINT-RECORD.
029546     MOVE BT-TOTAL-RETURN-NET TO ED-TOTAL-AMOUNT.
029547     MOVE SPACES TO PRINT-RECORD.
029548     STRING "  Total Returned Deposit Net: $" ED-TOTAL-AMOUNT
029549         DELIMITED BY SIZE INTO PRINT-RECORD
029550     WRITE PRINT-RECORD.
029551 7500-EXIT.
029560     EXIT.
029570*
029580*****************************************************************
030070     STRING "  Total Check Net: $" ED-TOTAL-AMOUNT
030080         DELIMITED BY SIZE INTO CHECK-REGISTER-RECORD
030090     WRITE CHECK-REGISTER-RECORD.
030091     MOVE BT-RETURN-CHECKS TO ED-COUNT.
030092     MOVE SPACES TO CHECK-REGISTER-RECORD.
030093     STRING "  Returned Deposit Checks: " ED-COUNT
030094         DELIMITED BY SIZE INTO CHECK-REGISTER-RECORD
030095     WRITE CHECK-REGISTER-RECORD.
030096     MOVE BT-TOTAL-RETURN-NET TO ED-TOTAL-AMOUNT.
030097     MOVE SPACES TO CHECK-REGISTER-RECORD.
030098     STRING "  Total Returned Deposit Net: $" ED-TOTAL-AMOUNT
030099         DELIMITED BY SIZE INTO CHECK-REGISTER-RECORD
030100     WRITE CHECK-REGISTER-RECORD.
030101 7620-EXIT.
030110     EXIT.
030120*
030130*****************************************************************
030350 7630-EXIT.
030360     EXIT.
030370*
030371*****************************************************************
030372*    7635-WRITE-YTD-CONTROL - SEED THE YTD CONTROL WITH THIS    *
030373*    PERIOD'S TAX YEAR WHEN NONE IS ON FILE YET.  ONCE IT       *
030374*    EXISTS ONLY THE YEAR-END CLOSE MOVES IT ON.                *
030375*****************************************************************
030376 7635-WRITE-YTD-CONTROL.
030377     IF YTD-CONTROL-ON-FILE
030378         GO TO 7635-EXIT
030379     END-IF.
030380     OPEN OUTPUT YTD-CONTROL-FILE.
030381     IF FS-YTD-CONTROL NOT = "00"
030382         MOVE "YTD-CONTROL-FILE"      TO ABEND-FILE-NAME
030383         MOVE FS-YTD-CONTROL          TO ABEND-FILE-STATUS
030384         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
030385     END-IF.
030386     MOVE SPACES TO YTD-CONTROL-RECORD.
030387     MOVE PAY-PERIOD-END-DATE(1:4) TO YC-OPEN-TAX-YEAR.
030388     WRITE YTD-CONTROL-RECORD.
030389     IF FS-YTD-CONTROL NOT = "00"
030390         MOVE "YTD-CONTROL-FILE"      TO ABEND-FILE-NAME
030391         MOVE FS-YTD-CONTROL          TO ABEND-FILE-STATUS
030392         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
030393     END-IF.
030394     CLOSE YTD-CONTROL-FILE.
030395 7635-EXIT.
030396     EXIT.
030397*
030398*****************************************************************
030399*    7640-WRITE-PAY-CALENDAR - MARK THE PERIOD JUST PAID AS     *
030400*    PROCESSED AND PUT THE WHOLE CALENDAR BACK ON DISK.         *
030410*    WRITTEN ONLY AT THE END OF A CLEAN RUN, SO AN ABENDED RUN  *
030420*    RESTARTS AGAINST THE UNCHANGED CALENDAR AND A FINISHED     *
030720*****************************************************************
030730*    7700-WRITE-GL-POSTINGS - THE RUN'S JOURNAL ENTRY.  WAGE    *
030740*    EXPENSE (6100) AND EMPLOYER-TAX EXPENSE (6150) DEBITED BY  *
030748*    DEPARTMENT; FEDERAL INCOME TAX (2100), SOCIAL SECURITY     *
030756*    (2110), MEDICARE (2120), STATE INCOME TAX PER JURISDICTION *
030764*    (2130XX), EACH DEDUCTION CODE (2200XX), EACH EMPLOYER TAX  *
030772*    (2150XX), THE ACH CLEARING ACCOUNT (1100) FOR THE ACH NET  *
030780*    AND THE CHECKS OUTSTANDING ACCOUNT (1105) FOR THE CHECK    *
030788*    NET CREDITED.  DEBITS EQUAL CREDITS BECAUSE GROSS IS THE   *
030796*    TAXES PLUS DEDUCTIONS PLUS ACH NET PLUS CHECK NET.         *
030800*    A RETURNED DEPOSIT PAID BY CHECK MOVES ITS NET OUT OF ACH  *
030804*    CLEARING (1100, DEBITED) INTO CHECKS OUTSTANDING (1105).   *
030805*    RETRO PAY WAS EXPENSED WHEN THE RETRO RUN ACCRUED IT, SO   *
030806*    THE RETRO PAID IS DEBITED TO ACCRUED RETRO PAY (2300) AND  *
030807*    KEPT OUT OF THE HOME DEPARTMENT'S WAGE EXPENSE DEBIT.      *
030810*****************************************************************
030820 7700-WRITE-GL-POSTINGS.
030830     OPEN OUTPUT GL-POSTING-FILE.
030900             UNTIL DT-IDX > DEPARTMENT-TOTAL-COUNT
030910         PERFORM 7710-POST-ONE-DEPARTMENT THRU 7710-EXIT
030920     END-PERFORM.
030921     IF BT-TOTAL-RETRO-PAY NOT = ZERO
030922         MOVE SPACES TO GL-POSTING-RECORD
030923         MOVE PAY-RUN-DATE TO GL-RUN-DATE
030924         MOVE "2300" TO GL-ACCOUNT-NUMBER
030925         MOVE 'D' TO GL-DEBIT-CREDIT
030926         MOVE BT-TOTAL-RETRO-PAY TO GL-AMOUNT
030927         MOVE "ACCRUED RETRO PAY PAID" TO GL-DESCRIPTION
030928         PERFORM 7720-WRITE-ONE-POSTING THRU 7720-EXIT
030929     END-IF.
030930     MOVE SPACES TO GL-POSTING-RECORD.
030940     MOVE PAY-RUN-DATE TO GL-RUN-DATE.
030950     MOVE "2100" TO GL-ACCOUNT-NUMBER.
030960     MOVE 'C' TO GL-DEBIT-CREDIT.
030970     MOVE BT-TOTAL-TAX-AMOUNT TO GL-AMOUNT.
030980     MOVE "FEDERAL INCOME TAX W/H" TO GL-DESCRIPTION.
030990     PERFORM 7720-WRITE-ONE-POSTING THRU 7720-EXIT.
030991     IF BT-TOTAL-SS-TAX NOT = ZERO
030992         MOVE SPACES TO GL-POSTING-RECORD
030993         MOVE PAY-RUN-DATE TO GL-RUN-DATE
030994         MOVE "2110" TO GL-ACCOUNT-NUMBER
030995         MOVE 'C' TO GL-DEBIT-CREDIT
030996         MOVE BT-TOTAL-SS-TAX TO GL-AMOUNT
030997         MOVE "SOCIAL SECURITY W/H" TO GL-DESCRIPTION
030998         PERFORM 7720-WRITE-ONE-POSTING THRU 7720-EXIT
030999     END-IF.
031000     IF BT-TOTAL-MEDICARE-TAX NOT = ZERO
031001         MOVE SPACES TO GL-POSTING-RECORD
031002         MOVE PAY-RUN-DATE TO GL-RUN-DATE
031003         MOVE "2120" TO GL-ACCOUNT-NUMBER
031004         MOVE 'C' TO GL-DEBIT-CREDIT
031005         MOVE BT-TOTAL-MEDICARE-TAX TO GL-AMOUNT
031006         MOVE "MEDICARE W/H" TO GL-DESCRIPTION
031007         PERFORM 7720-WRITE-ONE-POSTING THRU 7720-EXIT
031008     END-IF.
031009     PERFORM VARYING SX-SUB FROM 1 BY 1
031010             UNTIL SX-SUB > STATE-RUN-COUNT
031011         MOVE SPACES TO GL-POSTING-RECORD
031012         MOVE PAY-RUN-DATE TO GL-RUN-DATE
031013         MOVE SPACES TO GL-ACCOUNT-NUMBER
031014         STRING "2130" SX-JURISDICTION-CODE(SX-SUB)
031015             DELIMITED BY SIZE INTO GL-ACCOUNT-NUMBER
031016         MOVE 'C' TO GL-DEBIT-CREDIT
031017         MOVE SX-RUN-TOTAL(SX-SUB) TO GL-AMOUNT
031018         MOVE "STATE INCOME TAX W/H" TO GL-DESCRIPTION
031019         PERFORM 7720-WRITE-ONE-POSTING THRU 7720-EXIT
031020     END-PERFORM.
031021     PERFORM VARYING DX-SUB FROM 1 BY 1 UNTIL DX-SUB > 6
031022         IF DC-CODE(DX-SUB) NOT = SPACES
031023                 AND DX-RUN-TOTAL(DX-SUB) NOT = ZERO
031030             MOVE SPACES TO GL-POSTING-RECORD
031040             MOVE PAY-RUN-DATE TO GL-RUN-DATE
031050             MOVE SPACES TO GL-ACCOUNT-NUMBER
031400         MOVE "CHECKS OUTSTANDING" TO GL-DESCRIPTION
031410         PERFORM 7720-WRITE-ONE-POSTING THRU 7720-EXIT
031420     END-IF.
031421     IF BT-TOTAL-RETURN-NET NOT = ZERO
031422         MOVE SPACES TO GL-POSTING-RECORD
031423         MOVE PAY-RUN-DATE TO GL-RUN-DATE
031424         MOVE "1100" TO GL-ACCOUNT-NUMBER
031425         MOVE 'D' TO GL-DEBIT-CREDIT
031426         MOVE BT-TOTAL-RETURN-NET TO GL-AMOUNT
031427         MOVE "ACH RETURNS REISSUED" TO GL-DESCRIPTION
031428         PERFORM 7720-WRITE-ONE-POSTING THRU 7720-EXIT
031429         MOVE SPACES TO GL-POSTING-RECORD
031430         MOVE PAY-RUN-DATE TO GL-RUN-DATE
031431         MOVE "1105" TO GL-ACCOUNT-NUMBER
031432         MOVE 'C' TO GL-DEBIT-CREDIT
031433         MOVE BT-TOTAL-RETURN-NET TO GL-AMOUNT
031434         MOVE "RETURNED DEPOSIT CHECKS" TO GL-DESCRIPTION
031435         PERFORM 7720-WRITE-ONE-POSTING THRU 7720-EXIT
031436     END-IF.
031437     CLOSE GL-POSTING-FILE.
031440 7700-EXIT.
031450     EXIT.
031460*
031500     MOVE "6100" TO GL-ACCOUNT-NUMBER.
031510     MOVE DT-DEPT-CODE(DT-IDX) TO GL-DEPT-CODE.
031520     MOVE 'D' TO GL-DEBIT-CREDIT.
031526     COMPUTE GL-AMOUNT =
031532         DT-GROSS-PAY(DT-IDX) - DT-RETRO-PAY(DT-IDX).
031540     MOVE "WAGE EXPENSE" TO GL-DESCRIPTION.
031550     PERFORM 7720-WRITE-ONE-POSTING THRU 7720-EXIT.
031560     IF DT-EMPLOYER-TAX(DT-IDX) NOT = ZERO
033420     END-IF.
033430 7910-EXIT.
033440     EXIT.
033441*
033442*****************************************************************
033443*    7950-WRITE-RETURN-DUE - ROLL THE RETURNED DEPOSITS THIS    *
033444*    RUN DID NOT PAY (EMPLOYEE GONE FROM THE MASTER) TO THE NEW *
033445*    GENERATION SO THE NEXT RUN TRIES AGAIN.  A PAID ENTRY IS   *
033446*    DROPPED - ITS CHECK WENT OUT WITH THIS RUN.                *
033447*****************************************************************
033448 7950-WRITE-RETURN-DUE.
033449     OPEN OUTPUT NEW-RETURN-DUE-FILE.
033450     IF FS-NEW-RETURN-DUE NOT = "00"
033451         MOVE "NEW-RETURN-DUE"       TO ABEND-FILE-NAME
033452         MOVE FS-NEW-RETURN-DUE      TO ABEND-FILE-STATUS
033453         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
033454     END-IF.
033455     PERFORM VARYING RB-WORK-SUB FROM 1 BY 1
033456             UNTIL RB-WORK-SUB > RETURN-DUE-COUNT
033457         IF NOT RB-IS-PAID(RB-WORK-SUB)
033458             PERFORM 7960-WRITE-ONE-RETURN-DUE THRU 7960-EXIT
033459         END-IF
033460     END-PERFORM.
033461     CLOSE NEW-RETURN-DUE-FILE.
033462 7950-EXIT.
033463     EXIT.
033464*
033465 7960-WRITE-ONE-RETURN-DUE.
033466     MOVE SPACES TO RETURN-DUE-RECORD.
033467     MOVE RB-EMPLOYEE-ID(RB-WORK-SUB) TO RN-EMPLOYEE-ID.
033468     MOVE RB-EMPLOYEE-NAME(RB-WORK-SUB) TO RN-EMPLOYEE-NAME.
033469     MOVE RB-PERIOD-NUMBER(RB-WORK-SUB) TO RN-PERIOD-NUMBER.
033470     MOVE RB-PERIOD-END-DATE(RB-WORK-SUB) TO RN-PERIOD-END-DATE.
033471     MOVE RB-RETURN-DATE(RB-WORK-SUB) TO RN-RETURN-DATE.
033472     MOVE RB-REASON-CODE(RB-WORK-SUB) TO RN-REASON-CODE.
033473     MOVE RB-AMOUNT(RB-WORK-SUB) TO RN-AMOUNT.
033474     MOVE RETURN-DUE-RECORD TO NEW-RETURN-DUE-RECORD.
033475     WRITE NEW-RETURN-DUE-RECORD.
033476     IF FS-NEW-RETURN-DUE NOT = "00"
033477         MOVE "NEW-RETURN-DUE"       TO ABEND-FILE-NAME
033478         MOVE FS-NEW-RETURN-DUE      TO ABEND-FILE-STATUS
033479         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
033480     END-IF.
033481 7960-EXIT.
033482     EXIT.
033483*
033484*****************************************************************
033485*    8100-CHECK-EXCEPTION - TRIAL RUN ONLY.  COMPARE THIS       *
033486*    EMPLOYEE'S COMPUTED GROSS TO THE MOST RECENT PAID GROSS    *
033490*    ON THE PAY HISTORY AND FLAG A SWING OF MORE THAN A         *
033500*    QUARTER EITHER WAY, OR AN EMPLOYEE WITH NO HISTORY AT      *
033510*    ALL - THE KEYING ERRORS THE PREVIEW EXISTS TO CATCH.       *
