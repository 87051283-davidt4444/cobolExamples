000010*****************************************************************
000020*                                                               *
000030*    PAYYREND.COB                                               *
000040*                                                               *
000050*    YEAR-END CLOSE.  RUNS ONCE A YEAR, AFTER THE LAST PAY      *
000060*    PERIOD OF THE YEAR HAS BEEN PAID AND THE W-2 EXTRACT HAS   *
000070*    BEEN PRODUCED BY PAYQTR, AND BEFORE THE FIRST PAYROLL OF   *
000080*    THE NEW YEAR.  THE CONTROL CARD (YRPARM.DAT) NAMES THE     *
000090*    TAX YEAR BEING CLOSED.  THE CLOSE IS REFUSED (RETURN CODE  *
000100*    8, NOTHING UPDATED) UNLESS:                                *
000110*      1. EVERY PAY-CALENDAR PERIOD ENDING IN THE YEAR IS       *
000120*         MARKED PROCESSED,                                     *
000130*      2. W2EXTR.DAT IS ON FILE AND WAS PRODUCED FOR THE YEAR,  *
000140*      3. THE YTD CONTROL RECORD (YTDCTL.DAT) SHOWS THE YEAR    *
000150*         IS THE ONE STILL OPEN, AND                            *
000160*      4. EVERY MASTER EMPLOYEE'S YTD GROSS AND TAXES STILL     *
000170*         EQUAL THE FIGURES ON THEIR W-2 EXTRACT RECORD - A     *
000180*         MASTER THAT MOVED AFTER THE EXTRACT WAS TAKEN MEANS   *
000190*         THE W-2S ARE STALE.                                   *
000200*    THE CLOSE THEN MOVES THE YEAR'S PAY-HISTORY DETAIL AND     *
000210*    THE BATCH CONTROL RECORD TO THE DATED ARCHIVE FILE         *
000220*    PAYARCYYYY.DAT, ROLLS THE REMAINING HISTORY TO             *
000230*    PAYHIST.NEW, ZEROES THE YTD GROSS, TAXES AND NET ON EVERY  *
000240*    MASTER RECORD AND MOVES THE YTD CONTROL ON TO THE NEXT     *
000250*    YEAR.  LEAVE BALANCES ON THE MASTER AND THE GOAL/ARREARS   *
000260*    FILE CARRY OVER AS THEY STAND.  THE CLOSE REPORT           *
000270*    (YRENDRPT.TXT) SHOWS THE MASTER YTD TOTALS BEFORE AND      *
000280*    AFTER THE CLOSE AND TIES THEM TO THE W-2 EXTRACT AND TO    *
000290*    THE PAYQTR YEAR FIGURES RECOMPUTED OFF THE HISTORY BEING   *
000300*    ARCHIVED.                                                  *
000310*                                                               *
000320*    THE MASTER IS ZEROED IN PLACE.  TAKE A BACKUP OF           *
000330*    EMPMAST.IDX BEFORE THE STEP - A CLOSE THAT ABENDS PART     *
000340*    WAY THROUGH THE ZEROING PASS IS RERUN FROM THAT BACKUP,    *
000350*    SINCE A PARTLY ZEROED MASTER NO LONGER PROVES TO THE W-2   *
000360*    EXTRACT.                                                   *
000370*                                                               *
000380*    MODIFICATION HISTORY                                       *
000390*    DATE       INIT  DESCRIPTION                               *
000400*    ---------- ----  ------------------------------------------*
000410*    2026-10-15  DLT  ORIGINAL PROGRAM.  YTD FIGURES WERE       *
000420*                      PREVIOUSLY ZEROED BY HAND ON THE FIRST   *
000430*                      RUN OF THE YEAR.                         *
000432*    2026-10-15  DLT  SOCIAL SECURITY, MEDICARE AND STATE TAX   *
000434*                      YTD PROVED TO THE W-2 EXTRACT AND ZEROED *
000436*                      WITH THE REST.  HISTORY RECORD NOW 227.  *
000437*    2026-10-15  DLT  A BANK-RETURNED DEPOSIT ('N') COUNTS      *
000438*                      AGAINST THE ARCHIVED NET.                *
000440*                                                               *
000450*****************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. PAYYREND.
000480 AUTHOR. DATA PROCESSING.
000490 INSTALLATION. PAYROLL DEPARTMENT.
000500 DATE-WRITTEN. 2026-10-15.
000510 DATE-COMPILED.
000520*
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER. YOUR-COMPUTER.
000560 OBJECT-COMPUTER. YOUR-COMPUTER.
000570*
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT YEAR-PARM-FILE ASSIGN TO "YRPARM.DAT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS FS-YEAR-PARM.
000630*
000640     SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL.DAT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS FS-PAY-CALENDAR.
000670*
000680     SELECT OPTIONAL W2-EXTRACT-FILE ASSIGN TO "W2EXTR.DAT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS FS-W2-EXTRACT.
000710*
000720     SELECT OPTIONAL YTD-CONTROL-FILE ASSIGN TO "YTDCTL.DAT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS FS-YTD-CONTROL.
000750*
000760     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.IDX"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS SEQUENTIAL
000790         RECORD KEY IS EM-EMPLOYEE-ID
000800         FILE STATUS IS FS-EMPLOYEE-MASTER.
000810*
000820     SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS FS-PAY-HISTORY.
000850*
000860     SELECT NEW-PAY-HISTORY-FILE ASSIGN TO "PAYHIST.NEW"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS FS-NEW-PAY-HISTORY.
000890*
000900     SELECT OPTIONAL BATCH-CONTROL-FILE ASSIGN TO "BATCHTOT.DAT"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS FS-BATCH-CONTROL.
000930*
000940*    THE ARCHIVE NAME CARRIES THE CLOSED YEAR, SO IT IS BUILT IN
000950*    WORKING STORAGE ONCE THE CONTROL CARD HAS BEEN READ.
000960     SELECT YEAR-ARCHIVE-FILE ASSIGN USING YEAR-ARCHIVE-NAME
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS FS-YEAR-ARCHIVE.
000990*
001000     SELECT CLOSE-REPORT-FILE ASSIGN TO "YRENDRPT.TXT"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS FS-CLOSE-REPORT.
001030*
001040 DATA DIVISION.
001050 FILE SECTION.
001060 FD  YEAR-PARM-FILE.
001070 01  YEAR-PARM-RECORD.
001080     05  YP-TAX-YEAR                 PIC X(04).
001090     05  FILLER                      PIC X(06).
001100*
001110 FD  PAY-CALENDAR-FILE.
001120     COPY PAYCAL.
001130*
001140 FD  W2-EXTRACT-FILE.
001150     COPY W2EXTR.
001160*
001170 FD  YTD-CONTROL-FILE.
001180     COPY YTDCTL.
001190*
001200 FD  EMPLOYEE-MASTER-FILE.
001210     COPY EMPMAST.
001220*
001230 FD  PAY-HISTORY-FILE.
001240     COPY PAYHIST.
001250*
001260 FD  NEW-PAY-HISTORY-FILE.
001270 01  NEW-PAY-HISTORY-RECORD          PIC X(227).
001280*
001290 FD  BATCH-CONTROL-FILE.
001300     COPY BATCHTOT.
001310*
001320 FD  YEAR-ARCHIVE-FILE.
001330     COPY YEARARC.
001340*
001350 FD  CLOSE-REPORT-FILE.
001360 01  REPORT-RECORD                   PIC X(80).
001370*
001380 WORKING-STORAGE SECTION.
001390*
001400 01  YEAR-ARCHIVE-NAME               PIC X(20) VALUE SPACES.
001410*
001420*    THE PAY CALENDAR.  EVERY PERIOD ENDING IN THE CLOSE YEAR
001430*    MUST BE PROCESSED, AND A HISTORY DETAIL CARRYING A PERIOD
001440*    NUMBER BELONGS TO THE YEAR ITS CALENDAR PERIOD ENDS IN -
001450*    THE SAME PLACEMENT PAYQTR USES FOR ITS YEAR FIGURES.
001460 01  PAY-CALENDAR-TABLE.
001470     05  PAY-CALENDAR-COUNT          PIC 9(03) COMP VALUE ZERO.
001480     05  PAY-CALENDAR-ENTRY OCCURS 60 TIMES.
001490         10  CAL-PERIOD-NUMBER       PIC 9(04).
001500         10  CAL-PERIOD-END          PIC X(08).
001510         10  CAL-PROCESSED-FLAG      PIC X(01).
001520     05  CAL-SUB                     PIC 9(03) COMP VALUE ZERO.
001530*
001540*    THE W-2 EXTRACT, ONE ENTRY PER RECORD, FOR THE PROOF OF THE
001550*    MASTER YTD FIGURES AGAINST WHAT WAS REPORTED.
001560 01  W2-TOTAL-TABLE.
001570     05  W2-TOTAL-COUNT              PIC 9(04) COMP VALUE ZERO.
001580     05  W2-TOTAL-ENTRY OCCURS 1000 TIMES
001590                 INDEXED BY WT-IDX.
001600         10  WT-EMPLOYEE-ID          PIC X(06).
001610         10  WT-GROSS-WAGES          PIC 9(07)V99.
001620         10  WT-TAX-WITHHELD         PIC 9(07)V99.
001622         10  WT-SS-TAX               PIC 9(07)V99.
001624         10  WT-MEDICARE-TAX         PIC 9(07)V99.
001626         10  WT-STATE-TAX            PIC 9(07)V99.
001630*
001640 01  CLOSE-WORK-AREA.
001650     05  SYSTEM-DATE                 PIC X(08).
001660     05  YE-CLOSE-YEAR               PIC 9(04).
001670     05  YE-NEXT-YEAR                PIC 9(04).
001680     05  YE-EFFECTIVE-DATE           PIC X(08).
001690     05  YE-SIGN                     PIC S9(01) VALUE +1.
001700     05  YE-PERIODS-IN-YEAR          PIC 9(03) COMP VALUE ZERO.
001710     05  YE-PERIODS-OPEN             PIC 9(03) COMP VALUE ZERO.
001720     05  YE-PROOF-ERRORS             PIC 9(05) COMP VALUE ZERO.
001730     05  YE-W2-FOUND-SWITCH          PIC X(01).
001740         88  YE-W2-FOUND                     VALUE 'Y'.
001750     05  YE-DIFFERENCE               PIC S9(11)V99.
001760*
001770 01  PROGRAM-SWITCHES.
001780     05  CAL-EOF-SWITCH              PIC X(01) VALUE 'N'.
001790         88  EOF-PAY-CALENDAR                VALUE 'Y'.
001800     05  W2-EOF-SWITCH               PIC X(01) VALUE 'N'.
001810         88  EOF-W2-EXTRACT                  VALUE 'Y'.
001820     05  EOF-MASTER-SWITCH           PIC X(01) VALUE 'N'.
001830         88  EOF-EMPLOYEE-MASTER             VALUE 'Y'.
001840     05  EOF-HISTORY-SWITCH          PIC X(01) VALUE 'N'.
001850         88  EOF-PAY-HISTORY                 VALUE 'Y'.
001860     05  YTD-CONTROL-SWITCH          PIC X(01) VALUE 'N'.
001870         88  YTD-CONTROL-ON-FILE             VALUE 'Y'.
001880*
001890 01  FILE-STATUS-AREA.
001900     05  FS-YEAR-PARM                PIC X(02) VALUE '00'.
001910     05  FS-PAY-CALENDAR             PIC X(02) VALUE '00'.
001920     05  FS-W2-EXTRACT               PIC X(02) VALUE '00'.
001930     05  FS-YTD-CONTROL              PIC X(02) VALUE '00'.
001940     05  FS-EMPLOYEE-MASTER          PIC X(02) VALUE '00'.
001950     05  FS-PAY-HISTORY              PIC X(02) VALUE '00'.
001960     05  FS-NEW-PAY-HISTORY          PIC X(02) VALUE '00'.
001970     05  FS-BATCH-CONTROL            PIC X(02) VALUE '00'.
001980     05  FS-YEAR-ARCHIVE             PIC X(02) VALUE '00'.
001990     05  FS-CLOSE-REPORT             PIC X(02) VALUE '00'.
002000*
002010 01  ABEND-WORK-AREA.
002020     05  ABEND-FILE-NAME             PIC X(20).
002030     05  ABEND-FILE-STATUS           PIC X(02).
002040     05  ABEND-TABLE-NAME            PIC X(20).
002050*
002060*    BEFORE AND AFTER TOTALS OFF THE MASTER, THE W-2 EXTRACT
002070*    TOTALS, AND THE PAYQTR YEAR FIGURES RECOMPUTED OFF THE
002080*    HISTORY BEING ARCHIVED (VOIDS SUBTRACT).
002090 01  CLOSE-TOTALS.
002100     05  CT-BEFORE-EMPLOYEES         PIC 9(05) COMP VALUE ZERO.
002110     05  CT-BEFORE-GROSS             PIC 9(11)V99 VALUE ZERO.
002120     05  CT-BEFORE-TAX               PIC 9(11)V99 VALUE ZERO.
002130     05  CT-BEFORE-NET               PIC 9(11)V99 VALUE ZERO.
002140     05  CT-AFTER-EMPLOYEES          PIC 9(05) COMP VALUE ZERO.
002150     05  CT-AFTER-GROSS              PIC 9(11)V99 VALUE ZERO.
002160     05  CT-AFTER-TAX                PIC 9(11)V99 VALUE ZERO.
002170     05  CT-AFTER-NET                PIC 9(11)V99 VALUE ZERO.
002180     05  CT-EMPLOYEES-ZEROED         PIC 9(05) COMP VALUE ZERO.
002190     05  CT-W2-RECORDS               PIC 9(05) COMP VALUE ZERO.
002200     05  CT-W2-GROSS                 PIC 9(11)V99 VALUE ZERO.
002210     05  CT-W2-TAX                   PIC 9(11)V99 VALUE ZERO.
002220     05  CT-HIST-GROSS               PIC S9(11)V99 VALUE ZERO.
002230     05  CT-HIST-TAX                 PIC S9(11)V99 VALUE ZERO.
002240     05  CT-HIST-NET                 PIC S9(11)V99 VALUE ZERO.
002250     05  CT-HIST-ARCHIVED            PIC 9(07) COMP VALUE ZERO.
002260     05  CT-HIST-RETAINED            PIC 9(07) COMP VALUE ZERO.
002270     05  CT-BATCH-ARCHIVED           PIC 9(05) COMP VALUE ZERO.
002280*
002290 01  EDIT-FIELDS.
002300     05  ED-COUNT                    PIC ZZ,ZZ9.
002310     05  ED-SIGNED-AMOUNT            PIC ----,---,--9.99.
002320*
002330 PROCEDURE DIVISION.
002340*
002350 0000-MAINLINE.
002360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002370     PERFORM 1100-CHECK-PAY-CALENDAR THRU 1100-EXIT.
002380     PERFORM 1200-LOAD-W2-EXTRACT THRU 1200-EXIT.
002390     PERFORM 1300-CHECK-YTD-CONTROL THRU 1300-EXIT.
002400     PERFORM 2000-PROVE-MASTER THRU 2000-EXIT.
002410     PERFORM 3000-ARCHIVE-HISTORY THRU 3000-EXIT.
002420     PERFORM 3500-ARCHIVE-BATCH-CONTROL THRU 3500-EXIT.
002430     PERFORM 4000-ZERO-MASTER-YTD THRU 4000-EXIT.
002440     PERFORM 4500-TOTAL-MASTER-AFTER THRU 4500-EXIT.
002450     PERFORM 5000-WRITE-YTD-CONTROL THRU 5000-EXIT.
002460     PERFORM 7000-PRINT-CLOSE-TOTALS THRU 7000-EXIT.
002470     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002480     STOP RUN.
002490*
002500 1000-INITIALIZE.
002510     ACCEPT SYSTEM-DATE FROM DATE YYYYMMDD.
002520     PERFORM 1050-READ-YEAR-PARM THRU 1050-EXIT.
002530     OPEN OUTPUT CLOSE-REPORT-FILE.
002540     IF FS-CLOSE-REPORT NOT = "00"
002550         MOVE "CLOSE-REPORT-FILE"    TO ABEND-FILE-NAME
002560         MOVE FS-CLOSE-REPORT        TO ABEND-FILE-STATUS
002570         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002580     END-IF.
002590     MOVE SPACES TO REPORT-RECORD.
002600     STRING "Year-End Close Report - Tax Year " YP-TAX-YEAR
002610         DELIMITED BY SIZE INTO REPORT-RECORD
002620     WRITE REPORT-RECORD.
002630     MOVE SPACES TO REPORT-RECORD.
002640     STRING "Close Date: " SYSTEM-DATE
002650         DELIMITED BY SIZE INTO REPORT-RECORD
002660     WRITE REPORT-RECORD.
002670     MOVE SPACES TO REPORT-RECORD.
002680     WRITE REPORT-RECORD.
002690 1000-EXIT.
002700     EXIT.
002710*
002720*****************************************************************
002730*    1050-READ-YEAR-PARM - THE CONTROL CARD NAMES THE TAX YEAR  *
002740*    BEING CLOSED.  A BAD CARD STOPS THE JOB - CLOSING THE      *
002750*    WRONG YEAR WOULD ZERO FIGURES NOBODY HAS REPORTED YET.     *
002760*****************************************************************
002770 1050-READ-YEAR-PARM.
002780     OPEN INPUT YEAR-PARM-FILE.
002790     IF FS-YEAR-PARM NOT = "00"
002800         MOVE "YEAR-PARM-FILE"       TO ABEND-FILE-NAME
002810         MOVE FS-YEAR-PARM           TO ABEND-FILE-STATUS
002820         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002830     END-IF.
002840     READ YEAR-PARM-FILE
002850         AT END
002860             MOVE "YEAR-PARM-FILE"   TO ABEND-FILE-NAME
002870             MOVE "10"               TO ABEND-FILE-STATUS
002880             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002890     END-READ.
002900     CLOSE YEAR-PARM-FILE.
002910     IF YP-TAX-YEAR IS NOT NUMERIC
002920         DISPLAY "PAYYREND ABEND - BAD CONTROL CARD - YEAR "
002930             YP-TAX-YEAR
002940         MOVE 16 TO RETURN-CODE
002950         STOP RUN
002960     END-IF.
002970     MOVE YP-TAX-YEAR TO YE-CLOSE-YEAR.
002980     COMPUTE YE-NEXT-YEAR = YE-CLOSE-YEAR + 1.
002990     MOVE SPACES TO YEAR-ARCHIVE-NAME.
003000     STRING "PAYARC" YP-TAX-YEAR ".DAT"
003010         DELIMITED BY SIZE INTO YEAR-ARCHIVE-NAME.
003020 1050-EXIT.
003030     EXIT.
003040*
003050*****************************************************************
003060*    1100-CHECK-PAY-CALENDAR - LOAD THE CALENDAR AND REFUSE THE *
003070*    CLOSE WHILE ANY PERIOD ENDING IN THE YEAR IS STILL OPEN.   *
003080*    A YEAR WITH NO PERIODS ON THE CALENDAR AT ALL IS REFUSED   *
003090*    TOO - THE CARD IS MOST LIKELY WRONG.                       *
003100*****************************************************************
003110 1100-CHECK-PAY-CALENDAR.
003120     OPEN INPUT PAY-CALENDAR-FILE.
003130     IF FS-PAY-CALENDAR NOT = "00"
003140         MOVE "PAY-CALENDAR-FILE"    TO ABEND-FILE-NAME
003150         MOVE FS-PAY-CALENDAR        TO ABEND-FILE-STATUS
003160         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003170     END-IF.
003180     PERFORM 1110-LOAD-ONE-PERIOD THRU 1110-EXIT
003190         UNTIL EOF-PAY-CALENDAR.
003200     CLOSE PAY-CALENDAR-FILE.
003210     PERFORM VARYING CAL-SUB FROM 1 BY 1
003220             UNTIL CAL-SUB > PAY-CALENDAR-COUNT
003230         IF CAL-PERIOD-END(CAL-SUB)(1:4) = YP-TAX-YEAR
003240             ADD 1 TO YE-PERIODS-IN-YEAR
003250             IF CAL-PROCESSED-FLAG(CAL-SUB) NOT = 'Y'
003260                 ADD 1 TO YE-PERIODS-OPEN
003270                 DISPLAY "PAYYREND - PERIOD "
003280                     CAL-PERIOD-NUMBER(CAL-SUB) " ENDING "
003290                     CAL-PERIOD-END(CAL-SUB) " NOT PROCESSED"
003300             END-IF
003310         END-IF
003320     END-PERFORM.
003330     IF YE-PERIODS-IN-YEAR = ZERO
003340         DISPLAY "PAYYREND - CLOSE REFUSED - NO PAY PERIODS FOR "
003350             YP-TAX-YEAR " ON PAY CALENDAR"
003360         MOVE 8 TO RETURN-CODE
003370         STOP RUN
003380     END-IF.
003390     IF YE-PERIODS-OPEN NOT = ZERO
003400         DISPLAY "PAYYREND - CLOSE REFUSED - PAY PERIODS FOR "
003410             YP-TAX-YEAR " STILL OPEN"
003420         MOVE 8 TO RETURN-CODE
003430         STOP RUN
003440     END-IF.
003450     MOVE YE-PERIODS-IN-YEAR TO ED-COUNT.
003460     MOVE SPACES TO REPORT-RECORD.
003470     STRING "Pay Periods Ending in Year: " ED-COUNT
003480         " - All Processed"
003490         DELIMITED BY SIZE INTO REPORT-RECORD
003500     WRITE REPORT-RECORD.
003510 1100-EXIT.
003520     EXIT.
003530*
003540 1110-LOAD-ONE-PERIOD.
003550     READ PAY-CALENDAR-FILE
003560         AT END
003570             MOVE 'Y' TO CAL-EOF-SWITCH
003580         NOT AT END
003590             IF PAY-CALENDAR-COUNT NOT < 60
003600                 MOVE "PAY-CALENDAR"  TO ABEND-TABLE-NAME
003610                 PERFORM 9910-ABEND-TABLE-OVERFLOW THRU 9910-EXIT
003620             END-IF
003630             ADD 1 TO PAY-CALENDAR-COUNT
003640             MOVE PC-PERIOD-NUMBER
003650                 TO CAL-PERIOD-NUMBER(PAY-CALENDAR-COUNT)
003660             MOVE PC-PERIOD-END
003670                 TO CAL-PERIOD-END(PAY-CALENDAR-COUNT)
003680             MOVE PC-PROCESSED-FLAG
003690                 TO CAL-PROCESSED-FLAG(PAY-CALENDAR-COUNT)
003700     END-READ.
003710 1110-EXIT.
003720     EXIT.
003730*
003740*****************************************************************
003750*    1200-LOAD-W2-EXTRACT - THE YEAR'S W-2 EXTRACT MUST BE ON   *
003760*    FILE, NOT EMPTY, AND PRODUCED FOR THE CLOSE YEAR.  ONCE    *
003770*    THE YTD BUCKETS ARE ZEROED THE EXTRACT CANNOT BE REBUILT   *
003780*    FROM THE MASTER, SO EACH OF THESE REFUSES THE CLOSE.       *
003790*****************************************************************
003800 1200-LOAD-W2-EXTRACT.
003810     OPEN INPUT W2-EXTRACT-FILE.
003820     IF FS-W2-EXTRACT = "35"
003830         DISPLAY "PAYYREND - CLOSE REFUSED - W-2 EXTRACT "
003840             "W2EXTR.DAT HAS NOT BEEN PRODUCED"
003850         MOVE 8 TO RETURN-CODE
003860         STOP RUN
003870     END-IF.
003880     IF FS-W2-EXTRACT NOT = "00" AND FS-W2-EXTRACT NOT = "05"
003890         MOVE "W2-EXTRACT-FILE"      TO ABEND-FILE-NAME
003900         MOVE FS-W2-EXTRACT          TO ABEND-FILE-STATUS
003910         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003920     END-IF.
003930     PERFORM 1210-LOAD-ONE-W2 THRU 1210-EXIT
003940         UNTIL EOF-W2-EXTRACT.
003950     CLOSE W2-EXTRACT-FILE.
003960     IF W2-TOTAL-COUNT = ZERO
003970         DISPLAY "PAYYREND - CLOSE REFUSED - W-2 EXTRACT "
003980             "W2EXTR.DAT IS EMPTY"
003990         MOVE 8 TO RETURN-CODE
004000         STOP RUN
004010     END-IF.
004020     MOVE W2-TOTAL-COUNT TO ED-COUNT.
004030     MOVE SPACES TO REPORT-RECORD.
004040     STRING "W-2 Extract Records for Year: " ED-COUNT
004050         DELIMITED BY SIZE INTO REPORT-RECORD
004060     WRITE REPORT-RECORD.
004070 1200-EXIT.
004080     EXIT.
004090*
004100 1210-LOAD-ONE-W2.
004110     READ W2-EXTRACT-FILE
004120         AT END
004130             MOVE 'Y' TO W2-EOF-SWITCH
004140         NOT AT END
004150             IF W2-TAX-YEAR NOT = YP-TAX-YEAR
004160                 DISPLAY "PAYYREND - CLOSE REFUSED - W-2 EXTRACT "
004170                     "IS FOR YEAR " W2-TAX-YEAR
004180                 MOVE 8 TO RETURN-CODE
004190                 STOP RUN
004200             END-IF
004210             IF W2-TOTAL-COUNT NOT < 1000
004220                 MOVE "W2-TOTAL"      TO ABEND-TABLE-NAME
004230                 PERFORM 9910-ABEND-TABLE-OVERFLOW THRU 9910-EXIT
004240             END-IF
004250             ADD 1 TO W2-TOTAL-COUNT
004260             MOVE W2-EMPLOYEE-ID TO WT-EMPLOYEE-ID(W2-TOTAL-COUNT)
004270             MOVE W2-GROSS-WAGES TO WT-GROSS-WAGES(W2-TOTAL-COUNT)
004280             MOVE W2-TAX-WITHHELD
004290                 TO WT-TAX-WITHHELD(W2-TOTAL-COUNT)
004292             MOVE W2-SS-TAX TO WT-SS-TAX(W2-TOTAL-COUNT)
004294             MOVE W2-MEDICARE-TAX
004296                 TO WT-MEDICARE-TAX(W2-TOTAL-COUNT)
004298             MOVE W2-STATE-TAX TO WT-STATE-TAX(W2-TOTAL-COUNT)
004300             ADD 1 TO CT-W2-RECORDS
004310             ADD W2-GROSS-WAGES TO CT-W2-GROSS
004320             ADD W2-TAX-WITHHELD TO CT-W2-TAX
004330     END-READ.
004340 1210-EXIT.
004350     EXIT.
004360*
004370*****************************************************************
004380*    1300-CHECK-YTD-CONTROL - THE YEAR BEING CLOSED MUST BE THE *
004390*    ONE STILL OPEN ON THE YTD CONTROL RECORD.  A LATER OPEN    *
004400*    YEAR MEANS THIS ONE IS ALREADY CLOSED; AN EARLIER ONE      *
004410*    MEANS A PRIOR YEAR WAS NEVER CLOSED.  NO CONTROL RECORD    *
004420*    AT ALL IS ACCEPTED - THE PAYROLL RUN HAS NOT SEEDED IT     *
004430*    YET - AND THE CLOSE WRITES THE FIRST ONE.                  *
004440*****************************************************************
004450 1300-CHECK-YTD-CONTROL.
004460     OPEN INPUT YTD-CONTROL-FILE.
004470     IF FS-YTD-CONTROL = "35"
004480         GO TO 1300-EXIT
004490     END-IF.
004500     IF FS-YTD-CONTROL NOT = "00" AND FS-YTD-CONTROL NOT = "05"
004510         MOVE "YTD-CONTROL-FILE"     TO ABEND-FILE-NAME
004520         MOVE FS-YTD-CONTROL         TO ABEND-FILE-STATUS
004530         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
004540     END-IF.
004550     READ YTD-CONTROL-FILE
004560         AT END
004570             CONTINUE
004580         NOT AT END
004590             MOVE 'Y' TO YTD-CONTROL-SWITCH
004600     END-READ.
004610     CLOSE YTD-CONTROL-FILE.
004620     IF NOT YTD-CONTROL-ON-FILE
004630         GO TO 1300-EXIT
004640     END-IF.
004650     IF YC-OPEN-TAX-YEAR > YP-TAX-YEAR
004660         DISPLAY "PAYYREND - CLOSE REFUSED - TAX YEAR "
004670             YP-TAX-YEAR " IS ALREADY CLOSED"
004680         MOVE 8 TO RETURN-CODE
004690         STOP RUN
004700     END-IF.
004710     IF YC-OPEN-TAX-YEAR < YP-TAX-YEAR
004720         DISPLAY "PAYYREND - CLOSE REFUSED - TAX YEAR "
004730             YC-OPEN-TAX-YEAR " MUST BE CLOSED FIRST"
004740         MOVE 8 TO RETURN-CODE
004750         STOP RUN
004760     END-IF.
004770 1300-EXIT.
004780     EXIT.
004790*
004800*****************************************************************
004810*    2000-PROVE-MASTER - READ-ONLY PASS OF THE MASTER.  TAKES   *
004820*    THE BEFORE TOTALS AND PROVES EVERY EMPLOYEE'S YTD GROSS    *
004830*    AND TAXES AGAINST THEIR W-2 EXTRACT RECORD.  EACH EMPLOYEE *
004840*    THAT DOES NOT PROVE IS LISTED ON THE REPORT AND THE CLOSE  *
004850*    IS REFUSED BEFORE ANY FILE IS TOUCHED - RERUN PAYQTR FOR   *
004860*    THE YEAR AND CLOSE AGAIN.                                  *
004870*****************************************************************
004880 2000-PROVE-MASTER.
004890     OPEN INPUT EMPLOYEE-MASTER-FILE.
004900     IF FS-EMPLOYEE-MASTER NOT = "00"
004910         MOVE "EMPLOYEE-MASTER-FILE" TO ABEND-FILE-NAME
004920         MOVE FS-EMPLOYEE-MASTER     TO ABEND-FILE-STATUS
004930         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
004940     END-IF.
004950     MOVE 'N' TO EOF-MASTER-SWITCH.
004960     PERFORM 2100-PROVE-ONE-EMPLOYEE THRU 2100-EXIT
004970         UNTIL EOF-EMPLOYEE-MASTER.
004980     CLOSE EMPLOYEE-MASTER-FILE.
004990     IF YE-PROOF-ERRORS NOT = ZERO
005000         MOVE YE-PROOF-ERRORS TO ED-COUNT
005010         MOVE SPACES TO REPORT-RECORD
005020         STRING "CLOSE REFUSED - " ED-COUNT
005030             " EMPLOYEES DO NOT PROVE TO THE W-2 EXTRACT"
005040             DELIMITED BY SIZE INTO REPORT-RECORD
005050         WRITE REPORT-RECORD
005060         CLOSE CLOSE-REPORT-FILE
005070         DISPLAY "PAYYREND - CLOSE REFUSED - MASTER YTD DOES NOT "
005080             "MATCH W-2 EXTRACT - SEE YRENDRPT.TXT"
005090         MOVE 8 TO RETURN-CODE
005100         STOP RUN
005110     END-IF.
005120     MOVE SPACES TO REPORT-RECORD.
005130     MOVE "Master YTD Proves to the W-2 Extract" TO REPORT-RECORD.
005140     WRITE REPORT-RECORD.
005150     MOVE SPACES TO REPORT-RECORD.
005160     WRITE REPORT-RECORD.
005170 2000-EXIT.
005180     EXIT.
005190*
005200 2100-PROVE-ONE-EMPLOYEE.
005210     READ EMPLOYEE-MASTER-FILE
005220         AT END
005230             MOVE 'Y' TO EOF-MASTER-SWITCH
005240             GO TO 2100-EXIT
005250     END-READ.
005260     ADD 1 TO CT-BEFORE-EMPLOYEES.
005270     ADD EM-YTD-GROSS-PAY TO CT-BEFORE-GROSS.
005280     ADD EM-YTD-TAX-AMOUNT TO CT-BEFORE-TAX.
005290     ADD EM-YTD-NET-PAY TO CT-BEFORE-NET.
005300     MOVE 'N' TO YE-W2-FOUND-SWITCH.
005310     SET WT-IDX TO 1.
005320     SEARCH W2-TOTAL-ENTRY
005330         AT END
005340             CONTINUE
005350         WHEN WT-IDX > W2-TOTAL-COUNT
005360             CONTINUE
005370         WHEN WT-EMPLOYEE-ID(WT-IDX) = EM-EMPLOYEE-ID
005380             MOVE 'Y' TO YE-W2-FOUND-SWITCH
005390     END-SEARCH.
005400     IF NOT YE-W2-FOUND
005410         IF EM-YTD-GROSS-PAY NOT = ZERO
005420                 OR EM-YTD-TAX-AMOUNT NOT = ZERO
005422                 OR EM-YTD-SS-TAX NOT = ZERO
005424                 OR EM-YTD-MEDICARE-TAX NOT = ZERO
005426                 OR EM-YTD-STATE-TAX NOT = ZERO
005430             MOVE SPACES TO REPORT-RECORD
005440             STRING "*** EMPLOYEE " EM-EMPLOYEE-ID
005450                 " HAS YTD PAY BUT NO W-2 EXTRACT RECORD"
005460                 DELIMITED BY SIZE INTO REPORT-RECORD
005470             WRITE REPORT-RECORD
005480             ADD 1 TO YE-PROOF-ERRORS
005490         END-IF
005500         GO TO 2100-EXIT
005510     END-IF.
005520     IF EM-YTD-GROSS-PAY NOT = WT-GROSS-WAGES(WT-IDX)
005530             OR EM-YTD-TAX-AMOUNT NOT = WT-TAX-WITHHELD(WT-IDX)
005532             OR EM-YTD-SS-TAX NOT = WT-SS-TAX(WT-IDX)
005534             OR EM-YTD-MEDICARE-TAX NOT = WT-MEDICARE-TAX(WT-IDX)
005536             OR EM-YTD-STATE-TAX NOT = WT-STATE-TAX(WT-IDX)
005540         MOVE SPACES TO REPORT-RECORD
005550         STRING "*** EMPLOYEE " EM-EMPLOYEE-ID
005560             " YTD CHANGED SINCE THE W-2 EXTRACT WAS TAKEN"
005570             DELIMITED BY SIZE INTO REPORT-RECORD
005580         WRITE REPORT-RECORD
005590         ADD 1 TO YE-PROOF-ERRORS
005600     END-IF.
005610 2100-EXIT.
005620     EXIT.
005630*
005640*****************************************************************
005650*    3000-ARCHIVE-HISTORY - SPLIT THE PAY-HISTORY FILE.  DETAIL *
005660*    FOR THE CLOSE YEAR GOES TO THE DATED ARCHIVE AND IS ROLLED *
005670*    INTO THE PAYQTR YEAR FIGURES; EVERYTHING ELSE ROLLS TO     *
005680*    PAYHIST.NEW, WHICH OPERATIONS PUTS IN PLACE OF PAYHIST.DAT *
005690*    AFTER THE STEP ENDS CLEAN.  A DETAIL IS PLACED IN ITS YEAR *
005700*    EXACTLY AS PAYQTR PLACES IT, SO THE TWO TIE.               *
005710*****************************************************************
005720 3000-ARCHIVE-HISTORY.
005730     OPEN OUTPUT YEAR-ARCHIVE-FILE.
005740     IF FS-YEAR-ARCHIVE NOT = "00"
005750         MOVE "YEAR-ARCHIVE-FILE"    TO ABEND-FILE-NAME
005760         MOVE FS-YEAR-ARCHIVE        TO ABEND-FILE-STATUS
005770         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
005780     END-IF.
005790     OPEN OUTPUT NEW-PAY-HISTORY-FILE.
005800     IF FS-NEW-PAY-HISTORY NOT = "00"
005810         MOVE "NEW-PAY-HISTORY-FILE" TO ABEND-FILE-NAME
005820         MOVE FS-NEW-PAY-HISTORY     TO ABEND-FILE-STATUS
005830         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
005840     END-IF.
005850     OPEN INPUT PAY-HISTORY-FILE.
005860     IF FS-PAY-HISTORY = "35"
005870         MOVE 'Y' TO EOF-HISTORY-SWITCH
005880     ELSE
005890         IF FS-PAY-HISTORY NOT = "00"
005900                 AND FS-PAY-HISTORY NOT = "05"
005910             MOVE "PAY-HISTORY-FILE" TO ABEND-FILE-NAME
005920             MOVE FS-PAY-HISTORY     TO ABEND-FILE-STATUS
005930             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
005940         END-IF
005950     END-IF.
005960     PERFORM 3100-ARCHIVE-ONE-HISTORY THRU 3100-EXIT
005970         UNTIL EOF-PAY-HISTORY.
005980     CLOSE PAY-HISTORY-FILE.
005990     CLOSE NEW-PAY-HISTORY-FILE.
006000 3000-EXIT.
006010     EXIT.
006020*
006030 3100-ARCHIVE-ONE-HISTORY.
006040     READ PAY-HISTORY-FILE
006050         AT END
006060             MOVE 'Y' TO EOF-HISTORY-SWITCH
006070             GO TO 3100-EXIT
006080     END-READ.
006090     MOVE PH-PERIOD-END-DATE TO YE-EFFECTIVE-DATE.
006100     IF PH-PERIOD-NUMBER IS NUMERIC
006110             AND PH-PERIOD-NUMBER NOT = ZERO
006120         PERFORM 3110-FIND-CALENDAR-PERIOD THRU 3110-EXIT
006130     END-IF.
006140     IF YE-EFFECTIVE-DATE(1:4) NOT = YP-TAX-YEAR
006150         WRITE NEW-PAY-HISTORY-RECORD FROM PAY-HISTORY-RECORD
006160         IF FS-NEW-PAY-HISTORY NOT = "00"
006170             MOVE "NEW-PAY-HISTORY-FILE" TO ABEND-FILE-NAME
006180             MOVE FS-NEW-PAY-HISTORY TO ABEND-FILE-STATUS
006190             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
006200         END-IF
006210         ADD 1 TO CT-HIST-RETAINED
006220         GO TO 3100-EXIT
006230     END-IF.
006240     MOVE SPACES TO YEAR-ARCHIVE-RECORD.
006250     MOVE YP-TAX-YEAR TO YA-TAX-YEAR.
006260     MOVE SYSTEM-DATE TO YA-CLOSE-DATE.
006270     MOVE 'H' TO YA-RECORD-TYPE.
006280     MOVE PAY-HISTORY-RECORD TO YA-RECORD-IMAGE.
006290     PERFORM 3900-WRITE-ARCHIVE THRU 3900-EXIT.
006300     ADD 1 TO CT-HIST-ARCHIVED.
006310     IF PH-TYPE-VOID OR PH-TYPE-ACH-RETURN
006320         MOVE -1 TO YE-SIGN
006330     ELSE
006340         MOVE +1 TO YE-SIGN
006350     END-IF.
006360     COMPUTE CT-HIST-GROSS = CT-HIST-GROSS
006370         + (PH-GROSS-PAY * YE-SIGN).
006380     COMPUTE CT-HIST-TAX = CT-HIST-TAX
006390         + (PH-TAX-AMOUNT * YE-SIGN).
006400     COMPUTE CT-HIST-NET = CT-HIST-NET
006410         + (PH-NET-PAY * YE-SIGN).
006420 3100-EXIT.
006430     EXIT.
006440*
006450 3110-FIND-CALENDAR-PERIOD.
006460     PERFORM VARYING CAL-SUB FROM 1 BY 1
006470             UNTIL CAL-SUB > PAY-CALENDAR-COUNT
006480         IF CAL-PERIOD-NUMBER(CAL-SUB) = PH-PERIOD-NUMBER
006490             MOVE CAL-PERIOD-END(CAL-SUB) TO YE-EFFECTIVE-DATE
006500             MOVE PAY-CALENDAR-COUNT TO CAL-SUB
006510         END-IF
006520     END-PERFORM.
006530 3110-EXIT.
006540     EXIT.
006550*
006560*****************************************************************
006570*    3500-ARCHIVE-BATCH-CONTROL - THE BATCH CONTROL RECORD LEFT *
006580*    BY THE YEAR'S LAST PAYROLL RUN GOES TO THE ARCHIVE WITH    *
006590*    THE HISTORY.  BATCHTOT.DAT ITSELF IS LEFT IN PLACE; THE    *
006600*    NEXT PAYROLL RUN REPLACES IT AS USUAL.                     *
006610*****************************************************************
006620 3500-ARCHIVE-BATCH-CONTROL.
006630     OPEN INPUT BATCH-CONTROL-FILE.
006640     IF FS-BATCH-CONTROL = "35"
006650         GO TO 3500-CLOSE-ARCHIVE
006660     END-IF.
006670     IF FS-BATCH-CONTROL NOT = "00"
006680             AND FS-BATCH-CONTROL NOT = "05"
006690         MOVE "BATCH-CONTROL-FILE"   TO ABEND-FILE-NAME
006700         MOVE FS-BATCH-CONTROL       TO ABEND-FILE-STATUS
006710         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
006720     END-IF.
006730     READ BATCH-CONTROL-FILE
006740         AT END
006750             CLOSE BATCH-CONTROL-FILE
006760             GO TO 3500-CLOSE-ARCHIVE
006770     END-READ.
006780     MOVE SPACES TO YEAR-ARCHIVE-RECORD.
006790     MOVE YP-TAX-YEAR TO YA-TAX-YEAR.
006800     MOVE SYSTEM-DATE TO YA-CLOSE-DATE.
006810     MOVE 'B' TO YA-RECORD-TYPE.
006820     MOVE BATCH-CONTROL-RECORD TO YA-RECORD-IMAGE.
006830     PERFORM 3900-WRITE-ARCHIVE THRU 3900-EXIT.
006840     ADD 1 TO CT-BATCH-ARCHIVED.
006850     CLOSE BATCH-CONTROL-FILE.
006860 3500-CLOSE-ARCHIVE.
006870     CLOSE YEAR-ARCHIVE-FILE.
006880 3500-EXIT.
006890     EXIT.
006900*
006910 3900-WRITE-ARCHIVE.
006920     WRITE YEAR-ARCHIVE-RECORD.
006930     IF FS-YEAR-ARCHIVE NOT = "00"
006940         MOVE "YEAR-ARCHIVE-FILE"    TO ABEND-FILE-NAME
006950         MOVE FS-YEAR-ARCHIVE        TO ABEND-FILE-STATUS
006960         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
006970     END-IF.
006980 3900-EXIT.
006990     EXIT.
007000*
007010*****************************************************************
007020*    4000-ZERO-MASTER-YTD - ZERO THE YTD GROSS, TAXES AND NET   *
007030*    ON EVERY MASTER RECORD, IN PLACE.  NOTHING ELSE ON THE     *
007040*    RECORD IS TOUCHED - VACATION AND SICK BALANCES, EMPLOYMENT *
007050*    STATUS, W-4 ELECTIONS AND DEDUCTIONS CARRY INTO THE NEW    *
007060*    YEAR AS THEY STAND, AND THE GOAL/ARREARS FILE IS NOT       *
007065*    OPENED AT ALL.                                             *
007070*****************************************************************
007080 4000-ZERO-MASTER-YTD.
007090     OPEN I-O EMPLOYEE-MASTER-FILE.
007100     IF FS-EMPLOYEE-MASTER NOT = "00"
007110         MOVE "EMPLOYEE-MASTER-FILE" TO ABEND-FILE-NAME
007120         MOVE FS-EMPLOYEE-MASTER     TO ABEND-FILE-STATUS
007130         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
007140     END-IF.
007150     MOVE 'N' TO EOF-MASTER-SWITCH.
007160     PERFORM 4100-ZERO-ONE-EMPLOYEE THRU 4100-EXIT
007170         UNTIL EOF-EMPLOYEE-MASTER.
007180     CLOSE EMPLOYEE-MASTER-FILE.
007190 4000-EXIT.
007200     EXIT.
007210*
007220 4100-ZERO-ONE-EMPLOYEE.
007230     READ EMPLOYEE-MASTER-FILE
007240         AT END
007250             MOVE 'Y' TO EOF-MASTER-SWITCH
007260             GO TO 4100-EXIT
007270     END-READ.
007280     MOVE ZERO TO EM-YTD-GROSS-PAY.
007290     MOVE ZERO TO EM-YTD-TAX-AMOUNT.
007300     MOVE ZERO TO EM-YTD-NET-PAY.
007302     MOVE ZERO TO EM-YTD-SS-WAGES.
007304     MOVE ZERO TO EM-YTD-SS-TAX.
007306     MOVE ZERO TO EM-YTD-MEDICARE-TAX.
007308     MOVE ZERO TO EM-YTD-STATE-TAX.
007310     REWRITE EMPLOYEE-MASTER-RECORD.
007320     IF FS-EMPLOYEE-MASTER NOT = "00"
007330         MOVE "EMPLOYEE-MASTER-FILE" TO ABEND-FILE-NAME
007340         MOVE FS-EMPLOYEE-MASTER     TO ABEND-FILE-STATUS
007350         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
007360     END-IF.
007370     ADD 1 TO CT-EMPLOYEES-ZEROED.
007380 4100-EXIT.
007390     EXIT.
007400*
007410*****************************************************************
007420*    4500-TOTAL-MASTER-AFTER - A FRESH READ-ONLY PASS FOR THE   *
007430*    AFTER TOTALS, SO THE REPORT SHOWS WHAT IS ON DISK RATHER   *
007440*    THAN WHAT THE ZEROING PASS MEANT TO WRITE.                 *
007450*****************************************************************
007460 4500-TOTAL-MASTER-AFTER.
007470     OPEN INPUT EMPLOYEE-MASTER-FILE.
007480     IF FS-EMPLOYEE-MASTER NOT = "00"
007490         MOVE "EMPLOYEE-MASTER-FILE" TO ABEND-FILE-NAME
007500         MOVE FS-EMPLOYEE-MASTER     TO ABEND-FILE-STATUS
007510         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
007520     END-IF.
007530     MOVE 'N' TO EOF-MASTER-SWITCH.
007540     PERFORM 4510-TOTAL-ONE-EMPLOYEE THRU 4510-EXIT
007550         UNTIL EOF-EMPLOYEE-MASTER.
007560     CLOSE EMPLOYEE-MASTER-FILE.
007570 4500-EXIT.
007580     EXIT.
007590*
007600 4510-TOTAL-ONE-EMPLOYEE.
007610     READ EMPLOYEE-MASTER-FILE
007620         AT END
007630             MOVE 'Y' TO EOF-MASTER-SWITCH
007640         NOT AT END
007650             ADD 1 TO CT-AFTER-EMPLOYEES
007660             ADD EM-YTD-GROSS-PAY TO CT-AFTER-GROSS
007670             ADD EM-YTD-TAX-AMOUNT TO CT-AFTER-TAX
007680             ADD EM-YTD-NET-PAY TO CT-AFTER-NET
007690     END-READ.
007700 4510-EXIT.
007710     EXIT.
007720*
007730*****************************************************************
007740*    5000-WRITE-YTD-CONTROL - OPEN THE NEXT TAX YEAR.  WRITTEN  *
007750*    LAST, ONCE THE MASTER IS ZEROED, SO THE PAYROLL RUN KEEPS  *
007760*    REFUSING THE NEW YEAR UNTIL THE CLOSE HAS FINISHED.        *
007770*****************************************************************
007780 5000-WRITE-YTD-CONTROL.
007790     OPEN OUTPUT YTD-CONTROL-FILE.
007800     IF FS-YTD-CONTROL NOT = "00"
007810         MOVE "YTD-CONTROL-FILE"     TO ABEND-FILE-NAME
007820         MOVE FS-YTD-CONTROL         TO ABEND-FILE-STATUS
007830         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
007840     END-IF.
007850     MOVE SPACES TO YTD-CONTROL-RECORD.
007860     MOVE YE-NEXT-YEAR TO YC-OPEN-TAX-YEAR.
007870     MOVE YP-TAX-YEAR TO YC-LAST-CLOSED-YEAR.
007880     MOVE SYSTEM-DATE TO YC-CLOSE-DATE.
007890     WRITE YTD-CONTROL-RECORD.
007900     IF FS-YTD-CONTROL NOT = "00"
007910         MOVE "YTD-CONTROL-FILE"     TO ABEND-FILE-NAME
007920         MOVE FS-YTD-CONTROL         TO ABEND-FILE-STATUS
007930         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
007940     END-IF.
007950     CLOSE YTD-CONTROL-FILE.
007960 5000-EXIT.
007970     EXIT.
007980*
007990*****************************************************************
008000*    7000-PRINT-CLOSE-TOTALS - THE BEFORE AND AFTER MASTER YTD  *
008010*    TOTALS, THE W-2 EXTRACT TOTALS AND THE PAYQTR YEAR FIGURES *
008020*    OFF THE ARCHIVED HISTORY.  THE MASTER HAS ALREADY PROVED   *
008030*    TO THE W-2 EXTRACT EMPLOYEE BY EMPLOYEE.  A W-2 TOTAL THAT *
008040*    DIFFERS FROM THE HISTORY YEAR FIGURE IS PRINTED AND ENDS   *
008050*    THE STEP WITH RETURN CODE 4 - THE CLOSE STANDS, BUT THE    *
008060*    DIFFERENCE WANTS EXPLAINING (USUALLY YTD CARRIED IN FROM   *
008070*    BEFORE THE HISTORY FILE WAS KEPT).                         *
008080*****************************************************************
008090 7000-PRINT-CLOSE-TOTALS.
008100     MOVE "Before Close - Master YTD Totals" TO REPORT-RECORD.
008110     WRITE REPORT-RECORD.
008120     MOVE CT-BEFORE-EMPLOYEES TO ED-COUNT.
008130     MOVE SPACES TO REPORT-RECORD.
008140     STRING "  Employees on Master: " ED-COUNT
008150         DELIMITED BY SIZE INTO REPORT-RECORD
008160     WRITE REPORT-RECORD.
008170     MOVE CT-BEFORE-GROSS TO ED-SIGNED-AMOUNT.
008180     MOVE SPACES TO REPORT-RECORD.
008190     STRING "  YTD Gross Pay: $" ED-SIGNED-AMOUNT
008200         DELIMITED BY SIZE INTO REPORT-RECORD
008210     WRITE REPORT-RECORD.
008220     MOVE CT-BEFORE-TAX TO ED-SIGNED-AMOUNT.
008230     MOVE SPACES TO REPORT-RECORD.
008240     STRING "  YTD Tax Withheld: $" ED-SIGNED-AMOUNT
008250         DELIMITED BY SIZE INTO REPORT-RECORD
008260     WRITE REPORT-RECORD.
008270     MOVE CT-BEFORE-NET TO ED-SIGNED-AMOUNT.
008280     MOVE SPACES TO REPORT-RECORD.
008290     STRING "  YTD Net Pay: $" ED-SIGNED-AMOUNT
008300         DELIMITED BY SIZE INTO REPORT-RECORD
008310     WRITE REPORT-RECORD.
008320     MOVE SPACES TO REPORT-RECORD.
008330     WRITE REPORT-RECORD.
008340     MOVE "W-2 Extract Totals" TO REPORT-RECORD.
008350     WRITE REPORT-RECORD.
008360     MOVE CT-W2-RECORDS TO ED-COUNT.
008370     MOVE SPACES TO REPORT-RECORD.
008380     STRING "  W-2 Records: " ED-COUNT
008390         DELIMITED BY SIZE INTO REPORT-RECORD
008400     WRITE REPORT-RECORD.
008410     MOVE CT-W2-GROSS TO ED-SIGNED-AMOUNT.
008420     MOVE SPACES TO REPORT-RECORD.
008430     STRING "  Gross Wages: $" ED-SIGNED-AMOUNT
008440         DELIMITED BY SIZE INTO REPORT-RECORD
008450     WRITE REPORT-RECORD.
008460     MOVE CT-W2-TAX TO ED-SIGNED-AMOUNT.
008470     MOVE SPACES TO REPORT-RECORD.
008480     STRING "  Tax Withheld: $" ED-SIGNED-AMOUNT
008490         DELIMITED BY SIZE INTO REPORT-RECORD
008500     WRITE REPORT-RECORD.
008510     MOVE SPACES TO REPORT-RECORD.
008520     WRITE REPORT-RECORD.
008530     MOVE SPACES TO REPORT-RECORD.
008540     STRING "PAYQTR Year Figures - Pay History for " YP-TAX-YEAR
008550         DELIMITED BY SIZE INTO REPORT-RECORD
008560     WRITE REPORT-RECORD.
008570     MOVE CT-HIST-GROSS TO ED-SIGNED-AMOUNT.
008580     MOVE SPACES TO REPORT-RECORD.
008590     STRING "  Year Gross Pay: $" ED-SIGNED-AMOUNT
008600         DELIMITED BY SIZE INTO REPORT-RECORD
008610     WRITE REPORT-RECORD.
008620     MOVE CT-HIST-TAX TO ED-SIGNED-AMOUNT.
008630     MOVE SPACES TO REPORT-RECORD.
008640     STRING "  Year Tax Withheld: $" ED-SIGNED-AMOUNT
008650         DELIMITED BY SIZE INTO REPORT-RECORD
008660     WRITE REPORT-RECORD.
008670     MOVE CT-HIST-NET TO ED-SIGNED-AMOUNT.
008680     MOVE SPACES TO REPORT-RECORD.
008690     STRING "  Year Net Pay: $" ED-SIGNED-AMOUNT
008700         DELIMITED BY SIZE INTO REPORT-RECORD
008710     WRITE REPORT-RECORD.
008720     MOVE SPACES TO REPORT-RECORD.
008730     WRITE REPORT-RECORD.
008740     PERFORM 7100-PRINT-TIE-OUT THRU 7100-EXIT.
008750     MOVE "After Close - Master YTD Totals" TO REPORT-RECORD.
008760     WRITE REPORT-RECORD.
008770     MOVE CT-AFTER-EMPLOYEES TO ED-COUNT.
008780     MOVE SPACES TO REPORT-RECORD.
008790     STRING "  Employees on Master: " ED-COUNT
008800         DELIMITED BY SIZE INTO REPORT-RECORD
008810     WRITE REPORT-RECORD.
008820     MOVE CT-AFTER-GROSS TO ED-SIGNED-AMOUNT.
008830     MOVE SPACES TO REPORT-RECORD.
008840     STRING "  YTD Gross Pay: $" ED-SIGNED-AMOUNT
008850         DELIMITED BY SIZE INTO REPORT-RECORD
008860     WRITE REPORT-RECORD.
008870     MOVE CT-AFTER-TAX TO ED-SIGNED-AMOUNT.
008880     MOVE SPACES TO REPORT-RECORD.
008890     STRING "  YTD Tax Withheld: $" ED-SIGNED-AMOUNT
008900         DELIMITED BY SIZE INTO REPORT-RECORD
008910     WRITE REPORT-RECORD.
008920     MOVE CT-AFTER-NET TO ED-SIGNED-AMOUNT.
008930     MOVE SPACES TO REPORT-RECORD.
008940     STRING "  YTD Net Pay: $" ED-SIGNED-AMOUNT
008950         DELIMITED BY SIZE INTO REPORT-RECORD
008960     WRITE REPORT-RECORD.
008970     MOVE "  Leave and Goal/Arrears Balances Carried Forward"
008980         TO REPORT-RECORD.
008990     WRITE REPORT-RECORD.
009000     MOVE SPACES TO REPORT-RECORD.
009010     WRITE REPORT-RECORD.
009020     MOVE SPACES TO REPORT-RECORD.
009030     STRING "Archived to " YEAR-ARCHIVE-NAME
009040         DELIMITED BY SPACE INTO REPORT-RECORD
009050     WRITE REPORT-RECORD.
009060     MOVE CT-HIST-ARCHIVED TO ED-COUNT.
009070     MOVE SPACES TO REPORT-RECORD.
009080     STRING "  History Records: " ED-COUNT
009090         DELIMITED BY SIZE INTO REPORT-RECORD
009100     WRITE REPORT-RECORD.
009110     MOVE CT-BATCH-ARCHIVED TO ED-COUNT.
009120     MOVE SPACES TO REPORT-RECORD.
009130     STRING "  Batch Control Records: " ED-COUNT
009140         DELIMITED BY SIZE INTO REPORT-RECORD
009150     WRITE REPORT-RECORD.
009160     MOVE CT-HIST-RETAINED TO ED-COUNT.
009170     MOVE SPACES TO REPORT-RECORD.
009180     STRING "History Records Kept on PAYHIST.NEW: " ED-COUNT
009190         DELIMITED BY SIZE INTO REPORT-RECORD
009200     WRITE REPORT-RECORD.
009210     MOVE SPACES TO REPORT-RECORD.
009220     STRING "Tax Year Now Open: " YE-NEXT-YEAR
009230         DELIMITED BY SIZE INTO REPORT-RECORD
009240     WRITE REPORT-RECORD.
009250 7000-EXIT.
009260     EXIT.
009270*
009280 7100-PRINT-TIE-OUT.
009290     MOVE "Tie-Out" TO REPORT-RECORD.
009300     WRITE REPORT-RECORD.
009310     MOVE "  Master YTD Proved to W-2 Extract by Employee"
009320         TO REPORT-RECORD.
009330     WRITE REPORT-RECORD.
009340     IF CT-W2-GROSS = CT-HIST-GROSS
009350             AND CT-W2-TAX = CT-HIST-TAX
009360         MOVE "  W-2 Extract Ties to PAYQTR Year Figures"
009370             TO REPORT-RECORD
009380         WRITE REPORT-RECORD
009390     ELSE
009400         COMPUTE YE-DIFFERENCE = CT-W2-GROSS - CT-HIST-GROSS
009410         MOVE YE-DIFFERENCE TO ED-SIGNED-AMOUNT
009420         MOVE SPACES TO REPORT-RECORD
009430         STRING "*** W-2 GROSS LESS YEAR GROSS: $"
009440             ED-SIGNED-AMOUNT
009450             DELIMITED BY SIZE INTO REPORT-RECORD
009460         WRITE REPORT-RECORD
009470         COMPUTE YE-DIFFERENCE = CT-W2-TAX - CT-HIST-TAX
009480         MOVE YE-DIFFERENCE TO ED-SIGNED-AMOUNT
009490         MOVE SPACES TO REPORT-RECORD
009500         STRING "*** W-2 TAX LESS YEAR TAX: $"
009510             ED-SIGNED-AMOUNT
009520             DELIMITED BY SIZE INTO REPORT-RECORD
009530         WRITE REPORT-RECORD
009540         MOVE 4 TO RETURN-CODE
009550     END-IF.
009560     MOVE SPACES TO REPORT-RECORD.
009570     WRITE REPORT-RECORD.
009580 7100-EXIT.
009590     EXIT.
009600*
009610 9000-TERMINATE.
009620     CLOSE CLOSE-REPORT-FILE.
009630     DISPLAY "Year-end close complete for " YP-TAX-YEAR
009640         " - report in YRENDRPT.TXT".
009650     DISPLAY "Archive written to " YEAR-ARCHIVE-NAME.
009660     DISPLAY "Replace PAYHIST.DAT with PAYHIST.NEW before the "
009670         "next payroll run".
009680     IF RETURN-CODE = 4
009690         DISPLAY "W-2 EXTRACT DOES NOT TIE TO THE YEAR'S HISTORY "
009700             "- SEE YRENDRPT.TXT"
009710     END-IF.
009720 9000-EXIT.
009730     EXIT.
009740*
009750*****************************************************************
009760*    9900-ABEND-FILE-ERROR - A FILE OPERATION CAME BACK WITH A  *
009770*    NON-ZERO STATUS.  DISPLAY WHAT FAILED AND STOP THE JOB     *
009780*    RATHER THAN LET THE RUN CONTINUE AGAINST A FILE THAT       *
009790*    NEVER OPENED OR A DISK THAT IS OUT OF SPACE.               *
009800*****************************************************************
009810 9900-ABEND-FILE-ERROR.
009820     DISPLAY "PAYYREND ABEND - " ABEND-FILE-NAME
009830         " FILE STATUS " ABEND-FILE-STATUS.
009840     MOVE 16 TO RETURN-CODE.
009850     STOP RUN.
009860 9900-EXIT.
009870     EXIT.
009880*
009890*****************************************************************
009900*    9910-ABEND-TABLE-OVERFLOW - A WORKING-STORAGE TABLE HAS    *
009910*    RUN OUT OF ROOM.  STOP THE JOB INSTEAD OF SUBSCRIPTING     *
009920*    PAST THE TABLE INTO WHATEVER WORKING-STORAGE FOLLOWS IT.   *
009930*****************************************************************
009940 9910-ABEND-TABLE-OVERFLOW.
009950     DISPLAY "PAYYREND ABEND - " ABEND-TABLE-NAME
009960         " TABLE IS FULL".
009970     MOVE 16 TO RETURN-CODE.
009980     STOP RUN.
009990 9910-EXIT.
010000     EXIT.
