000010*****************************************************************
000020*                                                                *
000030*    CHKREC.COB                                                  *
000040*                                                                *
000050*    BANK CHECK RECONCILIATION.  KEEPS THE RUNNING FILE OF       *
000060*    PHYSICAL CHECKS (CHKOUT.DAT) AND RECONCILES IT TO WHAT THE  *
000070*    BANK SAYS IT PAID:                                          *
000080*      1. EVERY ISSUE ('I') RECORD ON THE POSITIVE-PAY EXPORT    *
000085*         (POSPAY.TXT) OF THE PAYROLL OR SUPPLEMENTAL PAY RUN,   *
000090*         WHICHEVER RAN LAST, AND ON THE VOID RUN'S EXPORT       *
000100*         (POSPVOID.TXT) ADDS A CHECK AS OUTSTANDING;            *
000110*         EVERY VOID ('V') RECORD MARKS ONE VOIDED.  A CHECK     *
000120*         ALREADY ON FILE IS NOT ADDED TWICE.                    *
000130*      2. EACH ITEM ON THE BANK'S PAID-ITEMS FILE (BANKPAID.DAT) *
000140*         IS MATCHED BY CHECK NUMBER, AMOUNT AND DATE.  A        *
000150*         MATCHED CHECK IS MARKED PAID.  AN ITEM PAID BUT NEVER  *
000160*         ISSUED, PAID AFTER VOID, PAID TWICE, PAID FOR THE      *
000170*         WRONG AMOUNT OR PAID BEFORE ITS ISSUE DATE IS LISTED   *
000180*         AS AN EXCEPTION AND LEFT FOR THE BANK AND ACCOUNTING.  *
000190*      3. THE OUTSTANDING BALANCE IS ROLLED FORWARD AND PROVED,  *
000200*         AND THE CHECKS ON THAT RUN'S EXPORT ARE TIED TO THE    *
000210*         CHECKS OUTSTANDING (1105) CREDITS ON ITS GLPOST.DAT.   *
000220*      4. OUTSTANDING CHECKS ARE AGED TO THE AS-OF DATE ON THE   *
000230*         CONTROL CARD (CHKPARM.DAT), AND THOSE PAST THE STALE   *
000240*         AGE ARE LISTED ON ESCHLIST.TXT AS UNCLAIMED-PROPERTY   *
000250*         (ESCHEAT) CANDIDATES.                                  *
000260*    THE CHECKS CLEARED ARE JOURNALED TO CHKRGL.DAT (DEBIT 1105, *
000270*    CREDIT THE PAYROLL BANK ACCOUNT 1000).  THE UPDATED FILE IS *
000280*    WRITTEN AS CHKOUT.NEW FOR THE OPERATOR TO PROMOTE.  ANY     *
000290*    EXCEPTION OR GL DIFFERENCE ENDS THE JOB WITH RETURN CODE 4. *
000300*    RUN AFTER EVERY PAYROLL, SUPPLEMENTAL PAY AND VOID RUN,     *
000305*    BEFORE THE NEXT OF THEM REPLACES THE POSITIVE-PAY EXPORT    *
000310*    AND GLPOST.DAT - THE SUPPLEMENTAL RUN REPLACES BOTH JUST AS *
000315*    THE PAYROLL RUN DOES.  WITH NO PAID-ITEMS FILE IT ONLY      *
000320*    PICKS UP THE NEW CHECKS.                                    *
000330*                                                                *
000340*    MODIFICATION HISTORY                                        *
000350*    DATE       INIT  DESCRIPTION                                *
000360*    ---------- ----  ------------------------------------------ *
000370*    2026-10-15  DLT  ORIGINAL PROGRAM.  CHECKS OUTSTANDING WAS  *
000380*                      PREVIOUSLY NEVER RECONCILED.              *
000382*    2026-10-15  DLT  HEADER NAMES THE SUPPLEMENTAL PAY RUN,     *
000384*                      WHOSE EXPORT AND GL FILE MUST BE          *
000386*                      RECONCILED BEFORE THE NEXT RUN TOO.       *
000390*                                                                *
000400*****************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. CHKREC.
000430 AUTHOR. DATA PROCESSING.
000440 INSTALLATION. PAYROLL DEPARTMENT.
000450 DATE-WRITTEN. 2026-10-15.
000460 DATE-COMPILED.
000470*
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER. YOUR-COMPUTER.
000510 OBJECT-COMPUTER. YOUR-COMPUTER.
000520*
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT OPTIONAL CHECK-PARM-FILE ASSIGN TO "CHKPARM.DAT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS FS-CHECK-PARM.
000580*
000590     SELECT OPTIONAL CHECK-OUT-FILE ASSIGN TO "CHKOUT.DAT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS FS-CHECK-OUT.
000620*
000630     SELECT NEW-CHECK-OUT-FILE ASSIGN TO "CHKOUT.NEW"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS FS-NEW-CHECK-OUT.
000660*
000670     SELECT OPTIONAL POSITIVE-PAY-FILE ASSIGN TO "POSPAY.TXT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS FS-POSITIVE-PAY.
000700*
000710     SELECT OPTIONAL POSPAY-VOID-FILE ASSIGN TO "POSPVOID.TXT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS FS-POSPAY-VOID.
000740*
000750     SELECT OPTIONAL BANK-PAID-FILE ASSIGN TO "BANKPAID.DAT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS FS-BANK-PAID.
000780*
000790     SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GLPOST.DAT"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS FS-GL-POSTING.
000820*
000830     SELECT GL-CLEARING-FILE ASSIGN TO "CHKRGL.DAT"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS FS-GL-CLEARING.
000860*
000870     SELECT REPORT-FILE ASSIGN TO "CHKRRPT.TXT"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS FS-REPORT.
000900*
000910     SELECT ESCHEAT-FILE ASSIGN TO "ESCHLIST.TXT"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS FS-ESCHEAT.
000940*
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  CHECK-PARM-FILE.
000980     COPY CHKPARM.
000990*
001000 FD  CHECK-OUT-FILE.
001010     COPY CHKOUT.
001020*
001030 FD  NEW-CHECK-OUT-FILE.
001040 01  NEW-CHECK-OUT-RECORD            PIC X(80).
001050*
001060 FD  POSITIVE-PAY-FILE.
001070 01  POSITIVE-PAY-FILE-RECORD        PIC X(61).
001080*
001090 FD  POSPAY-VOID-FILE.
001100 01  POSPAY-VOID-FILE-RECORD         PIC X(61).
001110*
001120 FD  BANK-PAID-FILE.
001130     COPY BANKPAID.
001140*
001150 FD  GL-POSTING-FILE.
001160     COPY GLPOST.
001170*
001180 FD  GL-CLEARING-FILE.
001190 01  GL-CLEARING-RECORD              PIC X(59).
001200*
001210 FD  REPORT-FILE.
001220 01  REPORT-RECORD                   PIC X(80).
001230*
001240 FD  ESCHEAT-FILE.
001250 01  ESCHEAT-RECORD                  PIC X(80).
001260*
001270 WORKING-STORAGE SECTION.
001280*
001290*    BOTH POSITIVE-PAY EXPORTS ARE READ INTO THIS ONE LAYOUT.
001300     COPY POSPAY.
001310*
001320*    THE RUNNING CHECK FILE, LOADED AT INITIALIZATION, UPDATED
001330*    IN PLACE AND WRITTEN BACK OUT AS CHKOUT.NEW.
001340 01  CHECK-TABLE.
001350     05  CHECK-COUNT                 PIC 9(05) COMP VALUE ZERO.
001360     05  CHECK-ENTRY OCCURS 5000 TIMES.
001370         10  OC-CHECK-NUMBER         PIC 9(08).
001380         10  OC-ISSUE-DATE           PIC X(08).
001390         10  OC-AMOUNT               PIC 9(07)V99.
001400         10  OC-PAYEE-NAME           PIC X(30).
001410         10  OC-STATUS               PIC X(01).
001420             88  OC-IS-OUTSTANDING           VALUE 'O'.
001430             88  OC-IS-VOIDED                VALUE 'V'.
001440             88  OC-IS-PAID                  VALUE 'P'.
001450         10  OC-STATUS-DATE          PIC X(08).
001460     05  OC-SUB                      PIC 9(05) COMP VALUE ZERO.
001470*
001480 01  RECON-WORK-AREA.
001490     05  CW-RUN-DATE                 PIC X(08).
001500     05  CW-AS-OF-DATE               PIC X(08).
001510     05  CW-STALE-DAYS               PIC 9(04) VALUE 180.
001520     05  CW-FOUND-SUB                PIC 9(05) COMP VALUE ZERO.
001530     05  CW-EXCEPTION-TEXT           PIC X(30).
001540     05  CW-SOURCE-NAME              PIC X(12).
001550     05  CW-AS-OF-DAY-NUMBER         PIC 9(07) COMP VALUE ZERO.
001560     05  CW-CHECK-DAY-NUMBER         PIC 9(07) COMP VALUE ZERO.
001570     05  CW-CHECK-AGE                PIC S9(07) COMP VALUE ZERO.
001580     05  CW-PURGE-SWITCH             PIC X(01).
001590         88  CW-PURGE-ENTRY                  VALUE 'Y'.
001600*
001610*    DATE TO DAY-NUMBER CONVERSION.  THE DAY NUMBER COUNTS
001620*    FROM A FIXED ORIGIN, SO THE DIFFERENCE OF TWO IS THE DAYS
001630*    BETWEEN THEM.  THE YEAR IS TAKEN TO START IN MARCH SO THE
001640*    LEAP DAY FALLS AT THE END.
001650 01  DAY-NUMBER-WORK.
001660     05  DN-DATE                     PIC X(08).
001670     05  DN-DATE-PARTS REDEFINES DN-DATE.
001680         10  DN-YEAR                 PIC 9(04).
001690         10  DN-MONTH                PIC 9(02).
001700         10  DN-DAY                  PIC 9(02).
001710     05  DN-CALC-YEAR                PIC 9(05) COMP.
001720     05  DN-CALC-MONTH               PIC 9(03) COMP.
001730     05  DN-CALC-PART                PIC 9(07) COMP.
001740     05  DN-DAY-NUMBER               PIC 9(07) COMP.
001750*
001760 01  RECON-TOTALS.
001770     05  CR-PRIOR-COUNT              PIC 9(05) COMP VALUE ZERO.
001780     05  CR-PRIOR-AMOUNT             PIC 9(09)V99 VALUE ZERO.
001790     05  CR-ISSUED-COUNT             PIC 9(05) COMP VALUE ZERO.
001800     05  CR-ISSUED-AMOUNT            PIC 9(09)V99 VALUE ZERO.
001810     05  CR-ALREADY-COUNT            PIC 9(05) COMP VALUE ZERO.
001820     05  CR-VOIDED-COUNT             PIC 9(05) COMP VALUE ZERO.
001830     05  CR-VOIDED-AMOUNT            PIC 9(09)V99 VALUE ZERO.
001840     05  CR-PAID-READ-COUNT          PIC 9(05) COMP VALUE ZERO.
001850     05  CR-CLEARED-COUNT            PIC 9(05) COMP VALUE ZERO.
001860     05  CR-CLEARED-AMOUNT           PIC 9(09)V99 VALUE ZERO.
001870     05  CR-EXCEPTION-COUNT          PIC 9(05) COMP VALUE ZERO.
001880     05  CR-EXCEPTION-AMOUNT         PIC 9(09)V99 VALUE ZERO.
001890     05  CR-ROLLED-AMOUNT            PIC S9(09)V99 VALUE ZERO.
001900     05  CR-OUTSTANDING-COUNT        PIC 9(05) COMP VALUE ZERO.
001910     05  CR-OUTSTANDING-AMOUNT       PIC 9(09)V99 VALUE ZERO.
001920     05  CR-PURGED-COUNT             PIC 9(05) COMP VALUE ZERO.
001930     05  CR-RUN-ISSUE-AMOUNT         PIC 9(09)V99 VALUE ZERO.
001940     05  CR-GL-1105-AMOUNT           PIC S9(09)V99 VALUE ZERO.
001950     05  CR-GL-DIFFERENCE            PIC S9(09)V99 VALUE ZERO.
001960     05  CR-STALE-COUNT              PIC 9(05) COMP VALUE ZERO.
001970     05  CR-STALE-AMOUNT             PIC 9(09)V99 VALUE ZERO.
001980*
001990*    OUTSTANDING CHECKS BY AGE: 0-30, 31-60, 61-90 AND OVER 90
002000*    DAYS.
002010 01  AGING-TABLE.
002020     05  AGING-BUCKET OCCURS 4 TIMES.
002030         10  AG-COUNT                PIC 9(05) COMP.
002040         10  AG-AMOUNT               PIC 9(09)V99.
002050     05  AG-SUB                      PIC 9(01) COMP VALUE ZERO.
002060 01  AGING-LABELS.
002070     05  FILLER                      PIC X(14)
002080             VALUE "  0-30 Days:  ".
002090     05  FILLER                      PIC X(14)
002100             VALUE " 31-60 Days:  ".
002110     05  FILLER                      PIC X(14)
002120             VALUE " 61-90 Days:  ".
002130     05  FILLER                      PIC X(14)
002140             VALUE "Over 90 Days: ".
002150 01  AGING-LABEL-TABLE REDEFINES AGING-LABELS.
002160     05  AG-LABEL OCCURS 4 TIMES     PIC X(14).
002170*
002180 01  PROGRAM-SWITCHES.
002190     05  EOF-CHECK-OUT-SWITCH        PIC X(01) VALUE 'N'.
002200         88  EOF-CHECK-OUT                   VALUE 'Y'.
002210     05  EOF-POSPAY-SWITCH           PIC X(01) VALUE 'N'.
002220         88  EOF-POSPAY                      VALUE 'Y'.
002230     05  EOF-BANK-PAID-SWITCH        PIC X(01) VALUE 'N'.
002240         88  EOF-BANK-PAID                   VALUE 'Y'.
002250     05  EOF-GL-POSTING-SWITCH       PIC X(01) VALUE 'N'.
002260         88  EOF-GL-POSTING                  VALUE 'Y'.
002270     05  GL-ON-FILE-SWITCH           PIC X(01) VALUE 'N'.
002280         88  GL-POSTINGS-ON-FILE             VALUE 'Y'.
002290     05  PAYROLL-EXPORT-SWITCH       PIC X(01) VALUE 'N'.
002300         88  READING-PAYROLL-EXPORT          VALUE 'Y'.
002310*
002320 01  FILE-STATUS-AREA.
002330     05  FS-CHECK-PARM               PIC X(02) VALUE '00'.
002340     05  FS-CHECK-OUT                PIC X(02) VALUE '00'.
002350     05  FS-NEW-CHECK-OUT            PIC X(02) VALUE '00'.
002360     05  FS-POSITIVE-PAY             PIC X(02) VALUE '00'.
002370     05  FS-POSPAY-VOID              PIC X(02) VALUE '00'.
002380     05  FS-BANK-PAID                PIC X(02) VALUE '00'.
002390     05  FS-GL-POSTING               PIC X(02) VALUE '00'.
002400     05  FS-GL-CLEARING              PIC X(02) VALUE '00'.
002410     05  FS-REPORT                   PIC X(02) VALUE '00'.
002420     05  FS-ESCHEAT                  PIC X(02) VALUE '00'.
002430*
002440 01  ABEND-WORK-AREA.
002450     05  ABEND-FILE-NAME             PIC X(20).
002460     05  ABEND-FILE-STATUS           PIC X(02).
002470     05  ABEND-TABLE-NAME            PIC X(20).
002480*
002490 01  EDIT-FIELDS.
002500     05  ED-COUNT                    PIC ZZ,ZZ9.
002510     05  ED-AMOUNT                   PIC ZZZ,ZZ9.99.
002520     05  ED-AMOUNT-2                 PIC ZZZ,ZZ9.99.
002530     05  ED-TOTAL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
002540     05  ED-SIGNED-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99-.
002550     05  ED-DAYS                     PIC Z,ZZZ,ZZ9.
002560     05  ED-STALE-DAYS               PIC ZZZ9.
002570*
002580 PROCEDURE DIVISION.
002590*
002600 0000-MAINLINE.
002610     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002620     PERFORM 2000-LOAD-ISSUES-AND-VOIDS THRU 2000-EXIT.
002630     PERFORM 3000-MATCH-PAID-ITEMS THRU 3000-EXIT.
002640     PERFORM 4000-TIE-GL-POSTINGS THRU 4000-EXIT.
002650     PERFORM 5000-WRITE-CHECK-FILE THRU 5000-EXIT.
002660     PERFORM 6000-WRITE-GL-CLEARING THRU 6000-EXIT.
002670     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002680     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002690     STOP RUN.
002700*
002710*****************************************************************
002720*    1000-INITIALIZE - READ THE CONTROL CARD, LOAD THE RUNNING  *
002730*    CHECK FILE AND OPEN THE REPORTS.  THE CHECKS OUTSTANDING   *
002740*    ON THE LOADED FILE ARE THE OPENING BALANCE.                *
002750*****************************************************************
002760 1000-INITIALIZE.
002770     ACCEPT CW-RUN-DATE FROM DATE YYYYMMDD.
002780     MOVE CW-RUN-DATE TO CW-AS-OF-DATE.
002790     PERFORM 1100-READ-CHECK-PARM THRU 1100-EXIT.
002800     MOVE CW-AS-OF-DATE TO DN-DATE.
002810     PERFORM 8500-COMPUTE-DAY-NUMBER THRU 8500-EXIT.
002820     MOVE DN-DAY-NUMBER TO CW-AS-OF-DAY-NUMBER.
002830     PERFORM VARYING AG-SUB FROM 1 BY 1 UNTIL AG-SUB > 4
002840         MOVE ZERO TO AG-COUNT(AG-SUB)
002850         MOVE ZERO TO AG-AMOUNT(AG-SUB)
002860     END-PERFORM.
002870     OPEN OUTPUT REPORT-FILE.
002880     IF FS-REPORT NOT = "00"
002890         MOVE "REPORT-FILE"          TO ABEND-FILE-NAME
002900         MOVE FS-REPORT              TO ABEND-FILE-STATUS
002910         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002920     END-IF.
002930     MOVE "Bank Check Reconciliation" TO REPORT-RECORD.
002940     WRITE REPORT-RECORD.
002950     MOVE SPACES TO REPORT-RECORD.
002960     STRING "Run Date: " CW-RUN-DATE "   Aged To: " CW-AS-OF-DATE
002970         DELIMITED BY SIZE INTO REPORT-RECORD
002980     WRITE REPORT-RECORD.
002990     MOVE SPACES TO REPORT-RECORD.
003000     WRITE REPORT-RECORD.
003010     OPEN OUTPUT ESCHEAT-FILE.
003020     IF FS-ESCHEAT NOT = "00"
003030         MOVE "ESCHEAT-FILE"         TO ABEND-FILE-NAME
003040         MOVE FS-ESCHEAT             TO ABEND-FILE-STATUS
003050         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003060     END-IF.
003070     MOVE CW-STALE-DAYS TO ED-STALE-DAYS.
003080     MOVE SPACES TO ESCHEAT-RECORD.
003090     STRING "Unclaimed Property Candidates - Checks Outstanding "
003100         "Over" ED-STALE-DAYS " Days"
003110         DELIMITED BY SIZE INTO ESCHEAT-RECORD
003120     WRITE ESCHEAT-RECORD.
003130     MOVE SPACES TO ESCHEAT-RECORD.
003140     STRING "As Of: " CW-AS-OF-DATE
003150         DELIMITED BY SIZE INTO ESCHEAT-RECORD
003160     WRITE ESCHEAT-RECORD.
003170     MOVE SPACES TO ESCHEAT-RECORD.
003180     WRITE ESCHEAT-RECORD.
003190     MOVE "CHECK NO  ISSUED       DAYS      AMOUNT  PAYEE"
003200         TO ESCHEAT-RECORD.
003210     WRITE ESCHEAT-RECORD.
003220     PERFORM 1200-LOAD-CHECK-FILE THRU 1200-EXIT.
003230 1000-EXIT.
003240     EXIT.
003250*
003260 1100-READ-CHECK-PARM.
003270     OPEN INPUT CHECK-PARM-FILE.
003280     IF FS-CHECK-PARM = "35"
003290         GO TO 1100-EXIT
003300     END-IF.
003310     IF FS-CHECK-PARM NOT = "00" AND FS-CHECK-PARM NOT = "05"
003320         MOVE "CHECK-PARM-FILE"      TO ABEND-FILE-NAME
003330         MOVE FS-CHECK-PARM          TO ABEND-FILE-STATUS
003340         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003350     END-IF.
003360     READ CHECK-PARM-FILE
003370         AT END
003380             MOVE SPACES TO CHECK-PARM-RECORD
003390     END-READ.
003400     CLOSE CHECK-PARM-FILE.
003410     IF CK-STALE-DAYS-X IS NUMERIC AND CK-STALE-DAYS > ZERO
003420         MOVE CK-STALE-DAYS TO CW-STALE-DAYS
003430     END-IF.
003440     IF CK-AS-OF-DATE IS NUMERIC
003450         MOVE CK-AS-OF-DATE TO CW-AS-OF-DATE
003460     END-IF.
003470 1100-EXIT.
003480     EXIT.
003490*
003500 1200-LOAD-CHECK-FILE.
003510     OPEN INPUT CHECK-OUT-FILE.
003520     IF FS-CHECK-OUT = "35"
003530         MOVE 'Y' TO EOF-CHECK-OUT-SWITCH
003540         GO TO 1200-EXIT
003550     END-IF.
003560     IF FS-CHECK-OUT NOT = "00" AND FS-CHECK-OUT NOT = "05"
003570         MOVE "CHECK-OUT-FILE"       TO ABEND-FILE-NAME
003580         MOVE FS-CHECK-OUT           TO ABEND-FILE-STATUS
003590         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003600     END-IF.
003610     PERFORM 1210-LOAD-ONE-CHECK THRU 1210-EXIT
003620         UNTIL EOF-CHECK-OUT.
003630     CLOSE CHECK-OUT-FILE.
003640 1200-EXIT.
003650     EXIT.
003660*
003670 1210-LOAD-ONE-CHECK.
003680     READ CHECK-OUT-FILE
003690         AT END
003700             MOVE 'Y' TO EOF-CHECK-OUT-SWITCH
003710             GO TO 1210-EXIT
003720     END-READ.
003730     IF CHECK-COUNT NOT < 5000
003740         MOVE "CHECK"                TO ABEND-TABLE-NAME
003750         PERFORM 9910-ABEND-TABLE-OVERFLOW THRU 9910-EXIT
003760     END-IF.
003770     ADD 1 TO CHECK-COUNT.
003780     MOVE CO-CHECK-NUMBER TO OC-CHECK-NUMBER(CHECK-COUNT).
003790     MOVE CO-ISSUE-DATE TO OC-ISSUE-DATE(CHECK-COUNT).
003800     MOVE CO-AMOUNT TO OC-AMOUNT(CHECK-COUNT).
003810     MOVE CO-PAYEE-NAME TO OC-PAYEE-NAME(CHECK-COUNT).
003820     MOVE CO-STATUS TO OC-STATUS(CHECK-COUNT).
003830     MOVE CO-STATUS-DATE TO OC-STATUS-DATE(CHECK-COUNT).
003840     IF CO-STATUS-OUTSTANDING
003850         ADD 1 TO CR-PRIOR-COUNT
003860         ADD CO-AMOUNT TO CR-PRIOR-AMOUNT
003870     END-IF.
003880 1210-EXIT.
003890     EXIT.
003900*
003910*****************************************************************
003920*    2000-LOAD-ISSUES-AND-VOIDS - APPLY THE POSITIVE-PAY        *
003930*    EXPORTS OF THE LAST PAYROLL RUN AND THE LAST VOID RUN.     *
003940*    EITHER MAY BE MISSING.  THE PAYROLL RUN'S ISSUES ARE ALSO  *
003950*    TOTALLED FOR THE TIE TO ITS 1105 CREDITS.                  *
003960*****************************************************************
003970 2000-LOAD-ISSUES-AND-VOIDS.
003980     MOVE "EXCEPTIONS" TO REPORT-RECORD.
003990     WRITE REPORT-RECORD.
004000     MOVE "CHECK NO  DATE      BANK AMT  ISSUED AMT  EXCEPTION"
004010         TO REPORT-RECORD.
004020     WRITE REPORT-RECORD.
004030     OPEN INPUT POSITIVE-PAY-FILE.
004040     IF FS-POSITIVE-PAY NOT = "35"
004050         IF FS-POSITIVE-PAY NOT = "00"
004060                 AND FS-POSITIVE-PAY NOT = "05"
004070             MOVE "POSITIVE-PAY-FILE"    TO ABEND-FILE-NAME
004080             MOVE FS-POSITIVE-PAY        TO ABEND-FILE-STATUS
004090             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
004100         END-IF
004110         MOVE 'Y' TO PAYROLL-EXPORT-SWITCH
004120         MOVE "POSPAY.TXT" TO CW-SOURCE-NAME
004130         MOVE 'N' TO EOF-POSPAY-SWITCH
004140         PERFORM 2100-READ-PAYROLL-EXPORT THRU 2100-EXIT
004150             UNTIL EOF-POSPAY
004160         CLOSE POSITIVE-PAY-FILE
004170     END-IF.
004180     OPEN INPUT POSPAY-VOID-FILE.
004190     IF FS-POSPAY-VOID NOT = "35"
004200         IF FS-POSPAY-VOID NOT = "00"
004210                 AND FS-POSPAY-VOID NOT = "05"
004220             MOVE "POSPAY-VOID-FILE"     TO ABEND-FILE-NAME
004230             MOVE FS-POSPAY-VOID         TO ABEND-FILE-STATUS
004240             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
004250         END-IF
004260         MOVE 'N' TO PAYROLL-EXPORT-SWITCH
004270         MOVE "POSPVOID.TXT" TO CW-SOURCE-NAME
004280         MOVE 'N' TO EOF-POSPAY-SWITCH
004290         PERFORM 2110-READ-VOID-EXPORT THRU 2110-EXIT
004300             UNTIL EOF-POSPAY
004310         CLOSE POSPAY-VOID-FILE
004320     END-IF.
004330 2000-EXIT.
004340     EXIT.
004350*
004360 2100-READ-PAYROLL-EXPORT.
004370     READ POSITIVE-PAY-FILE INTO POSITIVE-PAY-RECORD
004380         AT END
004390             MOVE 'Y' TO EOF-POSPAY-SWITCH
004400             GO TO 2100-EXIT
004410     END-READ.
004420     PERFORM 2200-APPLY-EXPORT-RECORD THRU 2200-EXIT.
004430 2100-EXIT.
004440     EXIT.
004450*
004460 2110-READ-VOID-EXPORT.
004470     READ POSPAY-VOID-FILE INTO POSITIVE-PAY-RECORD
004480         AT END
004490             MOVE 'Y' TO EOF-POSPAY-SWITCH
004500             GO TO 2110-EXIT
004510     END-READ.
004520     PERFORM 2200-APPLY-EXPORT-RECORD THRU 2200-EXIT.
004530 2110-EXIT.
004540     EXIT.
004550*
004560*****************************************************************
004570*    2200-APPLY-EXPORT-RECORD - AN ISSUE ADDS THE CHECK AS      *
004580*    OUTSTANDING UNLESS IT IS ALREADY ON FILE (THE SAME EXPORT  *
004590*    READ TWICE).  A VOID MARKS AN OUTSTANDING CHECK VOIDED; A  *
004600*    VOID FOR A CHECK NOT ON FILE IS KEPT AS A VOIDED ENTRY SO  *
004610*    A LATER PAYMENT OF IT IS STILL CAUGHT.                     *
004620*****************************************************************
004630 2200-APPLY-EXPORT-RECORD.
004640     PERFORM 2300-FIND-CHECK THRU 2300-EXIT.
004650     IF PP-TYPE-ISSUE
004660         IF READING-PAYROLL-EXPORT
004670             ADD PP-AMOUNT TO CR-RUN-ISSUE-AMOUNT
004680         END-IF
004690         IF CW-FOUND-SUB NOT = ZERO
004700             ADD 1 TO CR-ALREADY-COUNT
004710             GO TO 2200-EXIT
004720         END-IF
004730         PERFORM 2210-ADD-CHECK THRU 2210-EXIT
004740         MOVE 'O' TO OC-STATUS(CHECK-COUNT)
004750         MOVE SPACES TO OC-STATUS-DATE(CHECK-COUNT)
004760         ADD 1 TO CR-ISSUED-COUNT
004770         ADD PP-AMOUNT TO CR-ISSUED-AMOUNT
004780         GO TO 2200-EXIT
004790     END-IF.
004800     IF NOT PP-TYPE-VOID
004810         GO TO 2200-EXIT
004820     END-IF.
004830     IF CW-FOUND-SUB = ZERO
004840         PERFORM 2210-ADD-CHECK THRU 2210-EXIT
004850         MOVE 'V' TO OC-STATUS(CHECK-COUNT)
004860         MOVE PP-CHECK-DATE TO OC-STATUS-DATE(CHECK-COUNT)
004870         MOVE "VOID OF CHECK NOT ON FILE" TO CW-EXCEPTION-TEXT
004880         MOVE PP-CHECK-NUMBER TO BP-CHECK-NUMBER
004890         MOVE PP-CHECK-DATE TO BP-PAID-DATE
004900         MOVE ZERO TO BP-AMOUNT
004910         PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT
004920         GO TO 2200-EXIT
004930     END-IF.
004940     IF OC-IS-OUTSTANDING(CW-FOUND-SUB)
004950         MOVE 'V' TO OC-STATUS(CW-FOUND-SUB)
004960         MOVE PP-CHECK-DATE TO OC-STATUS-DATE(CW-FOUND-SUB)
004970         ADD 1 TO CR-VOIDED-COUNT
004980         ADD OC-AMOUNT(CW-FOUND-SUB) TO CR-VOIDED-AMOUNT
004990         GO TO 2200-EXIT
005000     END-IF.
005010     IF OC-IS-PAID(CW-FOUND-SUB)
005020         MOVE "VOID OF CHECK ALREADY PAID" TO CW-EXCEPTION-TEXT
005030         MOVE PP-CHECK-NUMBER TO BP-CHECK-NUMBER
005040         MOVE PP-CHECK-DATE TO BP-PAID-DATE
005050         MOVE ZERO TO BP-AMOUNT
005060         PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT
005070     END-IF.
005080 2200-EXIT.
005090     EXIT.
005100*
005110 2210-ADD-CHECK.
005120     IF CHECK-COUNT NOT < 5000
005130         MOVE "CHECK"                TO ABEND-TABLE-NAME
005140         PERFORM 9910-ABEND-TABLE-OVERFLOW THRU 9910-EXIT
005150     END-IF.
005160     ADD 1 TO CHECK-COUNT.
005170     MOVE PP-CHECK-NUMBER TO OC-CHECK-NUMBER(CHECK-COUNT).
005180     MOVE PP-CHECK-DATE TO OC-ISSUE-DATE(CHECK-COUNT).
005190     MOVE PP-AMOUNT TO OC-AMOUNT(CHECK-COUNT).
005200     MOVE PP-PAYEE-NAME TO OC-PAYEE-NAME(CHECK-COUNT).
005210 2210-EXIT.
005220     EXIT.
005230*
005240 2300-FIND-CHECK.
005250     MOVE ZERO TO CW-FOUND-SUB.
005260     PERFORM VARYING OC-SUB FROM 1 BY 1
005270             UNTIL OC-SUB > CHECK-COUNT
005280                 OR CW-FOUND-SUB NOT = ZERO
005290         IF OC-CHECK-NUMBER(OC-SUB) = PP-CHECK-NUMBER
005300             MOVE OC-SUB TO CW-FOUND-SUB
005310         END-IF
005320     END-PERFORM.
005330 2300-EXIT.
005340     EXIT.
005350*
005360*****************************************************************
005370*    3000-MATCH-PAID-ITEMS - EACH ITEM THE BANK PAID.  A CHECK  *
005380*    CLEARS ONLY WHEN IT IS OUTSTANDING, THE AMOUNT IS THE      *
005390*    AMOUNT ISSUED AND IT WAS NOT PAID BEFORE IT WAS ISSUED.    *
005400*    ANYTHING ELSE IS AN EXCEPTION AND THE CHECK IS LEFT AS IT  *
005410*    STANDS FOR THE BANK AND ACCOUNTING TO RESOLVE.             *
005420*****************************************************************
005430 3000-MATCH-PAID-ITEMS.
005440     OPEN INPUT BANK-PAID-FILE.
005450     IF FS-BANK-PAID = "35"
005460         MOVE 'Y' TO EOF-BANK-PAID-SWITCH
005470         GO TO 3000-EXIT
005480     END-IF.
005490     IF FS-BANK-PAID NOT = "00" AND FS-BANK-PAID NOT = "05"
005500         MOVE "BANK-PAID-FILE"       TO ABEND-FILE-NAME
005510         MOVE FS-BANK-PAID           TO ABEND-FILE-STATUS
005520         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
005530     END-IF.
005540     PERFORM 3100-MATCH-ONE-PAID-ITEM THRU 3100-EXIT
005550         UNTIL EOF-BANK-PAID.
005560     CLOSE BANK-PAID-FILE.
005570 3000-EXIT.
005580     EXIT.
005590*
005600 3100-MATCH-ONE-PAID-ITEM.
005610     READ BANK-PAID-FILE
005620         AT END
005630             MOVE 'Y' TO EOF-BANK-PAID-SWITCH
005640             GO TO 3100-EXIT
005650     END-READ.
005660     ADD 1 TO CR-PAID-READ-COUNT.
005670     MOVE BP-CHECK-NUMBER TO PP-CHECK-NUMBER.
005680     PERFORM 2300-FIND-CHECK THRU 2300-EXIT.
005690     IF CW-FOUND-SUB = ZERO
005700         MOVE "PAID BUT NEVER ISSUED" TO CW-EXCEPTION-TEXT
005710         GO TO 3100-EXCEPTION
005720     END-IF.
005730     IF OC-IS-VOIDED(CW-FOUND-SUB)
005740         MOVE "PAID AFTER VOID" TO CW-EXCEPTION-TEXT
005750         GO TO 3100-EXCEPTION
005760     END-IF.
005770     IF OC-IS-PAID(CW-FOUND-SUB)
005780         MOVE "ALREADY PAID" TO CW-EXCEPTION-TEXT
005790         GO TO 3100-EXCEPTION
005800     END-IF.
005810     IF BP-AMOUNT NOT = OC-AMOUNT(CW-FOUND-SUB)
005820         MOVE "AMOUNT MISMATCH" TO CW-EXCEPTION-TEXT
005830         GO TO 3100-EXCEPTION
005840     END-IF.
005850     IF BP-PAID-DATE < OC-ISSUE-DATE(CW-FOUND-SUB)
005860         MOVE "PAID BEFORE ISSUE DATE" TO CW-EXCEPTION-TEXT
005870         GO TO 3100-EXCEPTION
005880     END-IF.
005890     MOVE 'P' TO OC-STATUS(CW-FOUND-SUB).
005900     MOVE BP-PAID-DATE TO OC-STATUS-DATE(CW-FOUND-SUB).
005910     ADD 1 TO CR-CLEARED-COUNT.
005920     ADD BP-AMOUNT TO CR-CLEARED-AMOUNT.
005930     GO TO 3100-EXIT.
005940 3100-EXCEPTION.
005950     ADD BP-AMOUNT TO CR-EXCEPTION-AMOUNT.
005960     PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT.
005970 3100-EXIT.
005980     EXIT.
005990*
006000*****************************************************************
006010*    4000-TIE-GL-POSTINGS - THE CHECKS ON THE PAYROLL RUN'S     *
006020*    EXPORT MUST EQUAL THE NET CREDIT TO CHECKS OUTSTANDING     *
006030*    (1105) ON THAT RUN'S LEDGER POSTINGS.  NO POSTINGS FILE    *
006040*    MEANS THERE IS NOTHING TO TIE.                             *
006050*****************************************************************
006060 4000-TIE-GL-POSTINGS.
006070     OPEN INPUT GL-POSTING-FILE.
006080     IF FS-GL-POSTING = "35"
006090         MOVE 'Y' TO EOF-GL-POSTING-SWITCH
006100         GO TO 4000-EXIT
006110     END-IF.
006120     IF FS-GL-POSTING = "05"
006130         CLOSE GL-POSTING-FILE
006140         MOVE 'Y' TO EOF-GL-POSTING-SWITCH
006150         GO TO 4000-EXIT
006160     END-IF.
006170     IF FS-GL-POSTING NOT = "00" AND FS-GL-POSTING NOT = "05"
006180         MOVE "GL-POSTING-FILE"      TO ABEND-FILE-NAME
006190         MOVE FS-GL-POSTING          TO ABEND-FILE-STATUS
006200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
006210     END-IF.
006220     MOVE 'Y' TO GL-ON-FILE-SWITCH.
006230     PERFORM 4100-READ-ONE-POSTING THRU 4100-EXIT
006240         UNTIL EOF-GL-POSTING.
006250     CLOSE GL-POSTING-FILE.
006260     COMPUTE CR-GL-DIFFERENCE =
006270         CR-RUN-ISSUE-AMOUNT - CR-GL-1105-AMOUNT.
006280 4000-EXIT.
006290     EXIT.
006300*
006310 4100-READ-ONE-POSTING.
006320     READ GL-POSTING-FILE
006330         AT END
006340             MOVE 'Y' TO EOF-GL-POSTING-SWITCH
006350             GO TO 4100-EXIT
006360     END-READ.
006370     IF GL-ACCOUNT-NUMBER NOT = "1105"
006380         GO TO 4100-EXIT
006390     END-IF.
006400     IF GL-CREDIT
006410         ADD GL-AMOUNT TO CR-GL-1105-AMOUNT
006420     ELSE
006430         SUBTRACT GL-AMOUNT FROM CR-GL-1105-AMOUNT
006440     END-IF.
006450 4100-EXIT.
006460     EXIT.
006470*
006480*****************************************************************
006490*    5000-WRITE-CHECK-FILE - WRITE THE NEW GENERATION OF THE    *
006500*    RUNNING FILE, AGEING EACH OUTSTANDING CHECK AS IT GOES.  A *
006510*    PAID OR VOIDED CHECK WHOSE STATUS DATE IS PAST THE STALE   *
006520*    AGE HAS NO MORE USE AND IS DROPPED.                        *
006530*****************************************************************
006540 5000-WRITE-CHECK-FILE.
006550     OPEN OUTPUT NEW-CHECK-OUT-FILE.
006560     IF FS-NEW-CHECK-OUT NOT = "00"
006570         MOVE "NEW-CHECK-OUT-FILE"   TO ABEND-FILE-NAME
006580         MOVE FS-NEW-CHECK-OUT       TO ABEND-FILE-STATUS
006590         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
006600     END-IF.
006610     PERFORM 5100-WRITE-ONE-CHECK THRU 5100-EXIT
006620         VARYING OC-SUB FROM 1 BY 1
006630         UNTIL OC-SUB > CHECK-COUNT.
006640     CLOSE NEW-CHECK-OUT-FILE.
006650 5000-EXIT.
006660     EXIT.
006670*
006680 5100-WRITE-ONE-CHECK.
006690     MOVE 'N' TO CW-PURGE-SWITCH.
006700     IF OC-IS-OUTSTANDING(OC-SUB)
006710         MOVE OC-ISSUE-DATE(OC-SUB) TO DN-DATE
006720     ELSE
006730         MOVE OC-STATUS-DATE(OC-SUB) TO DN-DATE
006740     END-IF.
006750     PERFORM 8500-COMPUTE-DAY-NUMBER THRU 8500-EXIT.
006760     MOVE DN-DAY-NUMBER TO CW-CHECK-DAY-NUMBER.
006770     COMPUTE CW-CHECK-AGE =
006780         CW-AS-OF-DAY-NUMBER - CW-CHECK-DAY-NUMBER.
006790     IF CW-CHECK-AGE < ZERO
006800         MOVE ZERO TO CW-CHECK-AGE
006810     END-IF.
006820     IF OC-IS-OUTSTANDING(OC-SUB)
006830         PERFORM 5200-AGE-OUTSTANDING-CHECK THRU 5200-EXIT
006840     ELSE
006850         IF CW-CHECK-AGE > CW-STALE-DAYS
006860             MOVE 'Y' TO CW-PURGE-SWITCH
006870         END-IF
006880     END-IF.
006890     IF CW-PURGE-ENTRY
006900         ADD 1 TO CR-PURGED-COUNT
006910         GO TO 5100-EXIT
006920     END-IF.
006930     MOVE SPACES TO OUTSTANDING-CHECK-RECORD.
006940     MOVE OC-CHECK-NUMBER(OC-SUB) TO CO-CHECK-NUMBER.
006950     MOVE OC-ISSUE-DATE(OC-SUB) TO CO-ISSUE-DATE.
006960     MOVE OC-AMOUNT(OC-SUB) TO CO-AMOUNT.
006970     MOVE OC-PAYEE-NAME(OC-SUB) TO CO-PAYEE-NAME.
006980     MOVE OC-STATUS(OC-SUB) TO CO-STATUS.
006990     MOVE OC-STATUS-DATE(OC-SUB) TO CO-STATUS-DATE.
007000     MOVE OUTSTANDING-CHECK-RECORD TO NEW-CHECK-OUT-RECORD.
007010     WRITE NEW-CHECK-OUT-RECORD.
007020     IF FS-NEW-CHECK-OUT NOT = "00"
007030         MOVE "NEW-CHECK-OUT-FILE"   TO ABEND-FILE-NAME
007040         MOVE FS-NEW-CHECK-OUT       TO ABEND-FILE-STATUS
007050         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
007060     END-IF.
007070 5100-EXIT.
007080     EXIT.
007090*
007100*****************************************************************
007110*    5200-AGE-OUTSTANDING-CHECK - ADD THE CHECK TO THE BALANCE  *
007120*    AND ITS AGE BUCKET.  ONE OUTSTANDING LONGER THAN THE STALE *
007130*    AGE GOES ON THE ESCHEAT LIST; IT STAYS OUTSTANDING UNTIL   *
007140*    IT IS VOIDED AND REMITTED TO THE STATE.                    *
007150*****************************************************************
007160 5200-AGE-OUTSTANDING-CHECK.
007170     ADD 1 TO CR-OUTSTANDING-COUNT.
007180     ADD OC-AMOUNT(OC-SUB) TO CR-OUTSTANDING-AMOUNT.
007190     EVALUATE TRUE
007200         WHEN CW-CHECK-AGE NOT > 30
007210             MOVE 1 TO AG-SUB
007220         WHEN CW-CHECK-AGE NOT > 60
007230             MOVE 2 TO AG-SUB
007240         WHEN CW-CHECK-AGE NOT > 90
007250             MOVE 3 TO AG-SUB
007260         WHEN OTHER
007270             MOVE 4 TO AG-SUB
007280     END-EVALUATE.
007290     ADD 1 TO AG-COUNT(AG-SUB).
007300     ADD OC-AMOUNT(OC-SUB) TO AG-AMOUNT(AG-SUB).
007310     IF CW-CHECK-AGE NOT > CW-STALE-DAYS
007320         GO TO 5200-EXIT
007330     END-IF.
007340     ADD 1 TO CR-STALE-COUNT.
007350     ADD OC-AMOUNT(OC-SUB) TO CR-STALE-AMOUNT.
007360     MOVE CW-CHECK-AGE TO ED-DAYS.
007370     MOVE OC-AMOUNT(OC-SUB) TO ED-AMOUNT.
007380     MOVE SPACES TO ESCHEAT-RECORD.
007390     STRING OC-CHECK-NUMBER(OC-SUB) "  " OC-ISSUE-DATE(OC-SUB)
007400         " " ED-DAYS "  " ED-AMOUNT "  " OC-PAYEE-NAME(OC-SUB)
007410         DELIMITED BY SIZE INTO ESCHEAT-RECORD
007420     WRITE ESCHEAT-RECORD.
007430     IF FS-ESCHEAT NOT = "00"
007440         MOVE "ESCHEAT-FILE"         TO ABEND-FILE-NAME
007450         MOVE FS-ESCHEAT             TO ABEND-FILE-STATUS
007460         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
007470     END-IF.
007480 5200-EXIT.
007490     EXIT.
007500*
007510*****************************************************************
007520*    6000-WRITE-GL-CLEARING - THE JOURNAL FOR THE CHECKS THAT   *
007530*    CLEARED: DEBIT CHECKS OUTSTANDING (1105) AND CREDIT THE    *
007540*    PAYROLL BANK ACCOUNT (1000).  AN EMPTY FILE MEANS NOTHING  *
007550*    CLEARED.                                                   *
007560*****************************************************************
007570 6000-WRITE-GL-CLEARING.
007580     OPEN OUTPUT GL-CLEARING-FILE.
007590     IF FS-GL-CLEARING NOT = "00"
007600         MOVE "GL-CLEARING-FILE"     TO ABEND-FILE-NAME
007610         MOVE FS-GL-CLEARING         TO ABEND-FILE-STATUS
007620         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
007630     END-IF.
007640     IF CR-CLEARED-AMOUNT = ZERO
007650         GO TO 6000-CLOSE
007660     END-IF.
007670     MOVE SPACES TO GL-POSTING-RECORD.
007680     MOVE CW-RUN-DATE TO GL-RUN-DATE.
007690     MOVE "1105" TO GL-ACCOUNT-NUMBER.
007700     MOVE 'D' TO GL-DEBIT-CREDIT.
007710     MOVE CR-CLEARED-AMOUNT TO GL-AMOUNT.
007720     MOVE "CHECKS CLEARED" TO GL-DESCRIPTION.
007730     MOVE ZERO TO GL-PERIOD-NUMBER.
007740     PERFORM 6100-WRITE-ONE-POSTING THRU 6100-EXIT.
007750     MOVE SPACES TO GL-POSTING-RECORD.
007760     MOVE CW-RUN-DATE TO GL-RUN-DATE.
007770     MOVE "1000" TO GL-ACCOUNT-NUMBER.
007780     MOVE 'C' TO GL-DEBIT-CREDIT.
007790     MOVE CR-CLEARED-AMOUNT TO GL-AMOUNT.
007800     MOVE "PAYROLL BANK ACCOUNT" TO GL-DESCRIPTION.
007810     MOVE ZERO TO GL-PERIOD-NUMBER.
007820     PERFORM 6100-WRITE-ONE-POSTING THRU 6100-EXIT.
007830 6000-CLOSE.
007840     CLOSE GL-CLEARING-FILE.
007850 6000-EXIT.
007860     EXIT.
007870*
007880 6100-WRITE-ONE-POSTING.
007890     MOVE GL-POSTING-RECORD TO GL-CLEARING-RECORD.
007900     WRITE GL-CLEARING-RECORD.
007910     IF FS-GL-CLEARING NOT = "00"
007920         MOVE "GL-CLEARING-FILE"     TO ABEND-FILE-NAME
007930         MOVE FS-GL-CLEARING         TO ABEND-FILE-STATUS
007940         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
007950     END-IF.
007960 6100-EXIT.
007970     EXIT.
007980*
007990*****************************************************************
008000*    7000-PRINT-EXCEPTION - ONE EXCEPTION LINE.  THE BANK ITEM  *
008010*    (OR THE VOID) IS IN THE PAID-ITEM RECORD AREA; THE ISSUED  *
008020*    AMOUNT IS SHOWN WHEN THE CHECK IS ON FILE.                 *
008030*****************************************************************
008040 7000-PRINT-EXCEPTION.
008050     ADD 1 TO CR-EXCEPTION-COUNT.
008060     MOVE BP-AMOUNT TO ED-AMOUNT.
008070     IF CW-FOUND-SUB = ZERO
008080         MOVE ZERO TO ED-AMOUNT-2
008090     ELSE
008100         MOVE OC-AMOUNT(CW-FOUND-SUB) TO ED-AMOUNT-2
008110     END-IF.
008120     MOVE SPACES TO REPORT-RECORD.
008130     STRING BP-CHECK-NUMBER "  " BP-PAID-DATE " " ED-AMOUNT
008140         "  " ED-AMOUNT-2 "  " CW-EXCEPTION-TEXT
008150         DELIMITED BY SIZE INTO REPORT-RECORD
008160     WRITE REPORT-RECORD.
008170 7000-EXIT.
008180     EXIT.
008190*
008200*****************************************************************
008210*    8000-PRINT-TOTALS - THE ROLL-FORWARD OF THE OUTSTANDING    *
008220*    BALANCE, PROVED AGAINST THE BALANCE OF THE NEW FILE, THE   *
008230*    TIE TO THE 1105 CREDITS, THE AGEING AND THE STALE TOTAL.   *
008240*****************************************************************
008250 8000-PRINT-TOTALS.
008260     IF CR-EXCEPTION-COUNT = ZERO
008270         MOVE "  NONE" TO REPORT-RECORD
008280         WRITE REPORT-RECORD
008290     END-IF.
008300     MOVE SPACES TO REPORT-RECORD.
008310     WRITE REPORT-RECORD.
008320     MOVE "Outstanding Check Balance" TO REPORT-RECORD.
008330     WRITE REPORT-RECORD.
008340     MOVE CR-PRIOR-COUNT TO ED-COUNT.
008350     MOVE CR-PRIOR-AMOUNT TO ED-TOTAL-AMOUNT.
008360     MOVE SPACES TO REPORT-RECORD.
008370     STRING "  Prior Outstanding:      " ED-COUNT
008380         "  $" ED-TOTAL-AMOUNT
008390         DELIMITED BY SIZE INTO REPORT-RECORD
008400     WRITE REPORT-RECORD.
008410     MOVE CR-ISSUED-COUNT TO ED-COUNT.
008420     MOVE CR-ISSUED-AMOUNT TO ED-TOTAL-AMOUNT.
008430     MOVE SPACES TO REPORT-RECORD.
008440     STRING "  Plus Checks Issued:     " ED-COUNT
008450         "  $" ED-TOTAL-AMOUNT
008460         DELIMITED BY SIZE INTO REPORT-RECORD
008470     WRITE REPORT-RECORD.
008480     MOVE CR-VOIDED-COUNT TO ED-COUNT.
008490     MOVE CR-VOIDED-AMOUNT TO ED-TOTAL-AMOUNT.
008500     MOVE SPACES TO REPORT-RECORD.
008510     STRING "  Less Checks Voided:     " ED-COUNT
008520         "  $" ED-TOTAL-AMOUNT
008530         DELIMITED BY SIZE INTO REPORT-RECORD
008540     WRITE REPORT-RECORD.
008550     MOVE CR-CLEARED-COUNT TO ED-COUNT.
008560     MOVE CR-CLEARED-AMOUNT TO ED-TOTAL-AMOUNT.
008570     MOVE SPACES TO REPORT-RECORD.
008580     STRING "  Less Checks Cleared:    " ED-COUNT
008590         "  $" ED-TOTAL-AMOUNT
008600         DELIMITED BY SIZE INTO REPORT-RECORD
008610     WRITE REPORT-RECORD.
008620     MOVE CR-OUTSTANDING-COUNT TO ED-COUNT.
008630     MOVE CR-OUTSTANDING-AMOUNT TO ED-TOTAL-AMOUNT.
008640     MOVE SPACES TO REPORT-RECORD.
008650     STRING "  Now Outstanding:        " ED-COUNT
008660         "  $" ED-TOTAL-AMOUNT
008670         DELIMITED BY SIZE INTO REPORT-RECORD
008680     WRITE REPORT-RECORD.
008690     COMPUTE CR-ROLLED-AMOUNT = CR-PRIOR-AMOUNT + CR-ISSUED-AMOUNT
008700         - CR-VOIDED-AMOUNT - CR-CLEARED-AMOUNT.
008710     IF CR-ROLLED-AMOUNT NOT = CR-OUTSTANDING-AMOUNT
008720         MOVE CR-ROLLED-AMOUNT TO ED-SIGNED-AMOUNT
008730         MOVE SPACES TO REPORT-RECORD
008740         STRING "  *** OUT OF BALANCE - ROLL-FORWARD GIVES $"
008750             ED-SIGNED-AMOUNT
008760             DELIMITED BY SIZE INTO REPORT-RECORD
008770         WRITE REPORT-RECORD
008780         ADD 1 TO CR-EXCEPTION-COUNT
008790     END-IF.
008800     MOVE CR-ALREADY-COUNT TO ED-COUNT.
008810     MOVE SPACES TO REPORT-RECORD.
008820     STRING "  Issues Already On File: " ED-COUNT
008830         DELIMITED BY SIZE INTO REPORT-RECORD
008840     WRITE REPORT-RECORD.
008850     MOVE CR-PURGED-COUNT TO ED-COUNT.
008860     MOVE SPACES TO REPORT-RECORD.
008870     STRING "  Paid/Voided Dropped:    " ED-COUNT
008880         DELIMITED BY SIZE INTO REPORT-RECORD
008890     WRITE REPORT-RECORD.
008900     MOVE SPACES TO REPORT-RECORD.
008910     WRITE REPORT-RECORD.
008920     MOVE "Tie To Checks Outstanding (1105)" TO REPORT-RECORD.
008930     WRITE REPORT-RECORD.
008940     IF NOT GL-POSTINGS-ON-FILE
008950         MOVE "  NO GLPOST.DAT - NOTHING TO TIE" TO REPORT-RECORD
008960         WRITE REPORT-RECORD
008970     ELSE
008980         MOVE CR-RUN-ISSUE-AMOUNT TO ED-SIGNED-AMOUNT
008990         MOVE SPACES TO REPORT-RECORD
009000         STRING "  Checks On POSPAY.TXT:    $" ED-SIGNED-AMOUNT
009010             DELIMITED BY SIZE INTO REPORT-RECORD
009020         WRITE REPORT-RECORD
009030         MOVE CR-GL-1105-AMOUNT TO ED-SIGNED-AMOUNT
009040         MOVE SPACES TO REPORT-RECORD
009050         STRING "  1105 Credits On GLPOST:  $" ED-SIGNED-AMOUNT
009060             DELIMITED BY SIZE INTO REPORT-RECORD
009070         WRITE REPORT-RECORD
009080         MOVE CR-GL-DIFFERENCE TO ED-SIGNED-AMOUNT
009090         MOVE SPACES TO REPORT-RECORD
009100         STRING "  Difference:              $" ED-SIGNED-AMOUNT
009110             DELIMITED BY SIZE INTO REPORT-RECORD
009120         WRITE REPORT-RECORD
009130         IF CR-GL-DIFFERENCE NOT = ZERO
009140             MOVE "  *** CHECKS DO NOT TIE TO THE 1105 POSTINGS"
009150                 TO REPORT-RECORD
009160             WRITE REPORT-RECORD
009170         END-IF
009180     END-IF.
009190     MOVE SPACES TO REPORT-RECORD.
009200     WRITE REPORT-RECORD.
009210     MOVE "Outstanding Checks By Age" TO REPORT-RECORD.
009220     WRITE REPORT-RECORD.
009230     PERFORM VARYING AG-SUB FROM 1 BY 1 UNTIL AG-SUB > 4
009240         MOVE AG-COUNT(AG-SUB) TO ED-COUNT
009250         MOVE AG-AMOUNT(AG-SUB) TO ED-TOTAL-AMOUNT
009260         MOVE SPACES TO REPORT-RECORD
009270         STRING "  " AG-LABEL(AG-SUB) ED-COUNT
009280             "  $" ED-TOTAL-AMOUNT
009290             DELIMITED BY SIZE INTO REPORT-RECORD
009300         WRITE REPORT-RECORD
009310     END-PERFORM.
009320     MOVE CW-STALE-DAYS TO ED-STALE-DAYS.
009330     MOVE CR-STALE-COUNT TO ED-COUNT.
009340     MOVE CR-STALE-AMOUNT TO ED-TOTAL-AMOUNT.
009350     MOVE SPACES TO REPORT-RECORD.
009360     STRING "  Stale (Over" ED-STALE-DAYS " Days):" ED-COUNT
009370         "  $" ED-TOTAL-AMOUNT "  - SEE ESCHLIST.TXT"
009380         DELIMITED BY SIZE INTO REPORT-RECORD
009390     WRITE REPORT-RECORD.
009400     MOVE SPACES TO ESCHEAT-RECORD.
009410     WRITE ESCHEAT-RECORD.
009420     MOVE SPACES TO ESCHEAT-RECORD.
009430     STRING "Candidates: " ED-COUNT "   Total: $" ED-TOTAL-AMOUNT
009440         DELIMITED BY SIZE INTO ESCHEAT-RECORD
009450     WRITE ESCHEAT-RECORD.
009460 8000-EXIT.
009470     EXIT.
009480*
009490*****************************************************************
009500*    8500-COMPUTE-DAY-NUMBER - TURN THE YYYYMMDD DATE IN DN-DATE*
009510*    INTO A DAY NUMBER, COUNTING MARCH AS THE FIRST MONTH SO THE*
009520*    LEAP DAY IS THE LAST DAY OF THE YEAR.  A DATE THAT IS NOT  *
009530*    NUMERIC TAKES THE AS-OF DATE'S NUMBER AND SO AGES TO ZERO. *
009540*****************************************************************
009550 8500-COMPUTE-DAY-NUMBER.
009560     IF DN-DATE IS NOT NUMERIC
009570         MOVE CW-AS-OF-DAY-NUMBER TO DN-DAY-NUMBER
009580         GO TO 8500-EXIT
009590     END-IF.
009600     MOVE DN-YEAR TO DN-CALC-YEAR.
009610     MOVE DN-MONTH TO DN-CALC-MONTH.
009620     IF DN-CALC-MONTH < 3
009630         SUBTRACT 1 FROM DN-CALC-YEAR
009640         ADD 12 TO DN-CALC-MONTH
009650     END-IF.
009660     COMPUTE DN-DAY-NUMBER = 365 * DN-CALC-YEAR + DN-DAY.
009670     DIVIDE DN-CALC-YEAR BY 4 GIVING DN-CALC-PART.
009680     ADD DN-CALC-PART TO DN-DAY-NUMBER.
009690     DIVIDE DN-CALC-YEAR BY 100 GIVING DN-CALC-PART.
009700     SUBTRACT DN-CALC-PART FROM DN-DAY-NUMBER.
009710     DIVIDE DN-CALC-YEAR BY 400 GIVING DN-CALC-PART.
009720     ADD DN-CALC-PART TO DN-DAY-NUMBER.
009730     COMPUTE DN-CALC-PART = (153 * (DN-CALC-MONTH - 3) + 2) / 5.
009740     ADD DN-CALC-PART TO DN-DAY-NUMBER.
009750 8500-EXIT.
009760     EXIT.
009770*
009780 9000-TERMINATE.
009790     CLOSE REPORT-FILE.
009800     CLOSE ESCHEAT-FILE.
009810     IF CR-EXCEPTION-COUNT = ZERO AND CR-GL-DIFFERENCE = ZERO
009820         DISPLAY "Check reconciliation complete - report in "
009830             "CHKRRPT.TXT"
009840     ELSE
009850         DISPLAY "CHECK RECONCILIATION - EXCEPTIONS - SEE "
009860             "CHKRRPT.TXT"
009870         MOVE 4 TO RETURN-CODE
009880     END-IF.
009890 9000-EXIT.
009900     EXIT.
009910*
009920*****************************************************************
009930*    9900-ABEND-FILE-ERROR - A FILE OPERATION CAME BACK WITH A  *
009940*    NON-ZERO STATUS.  DISPLAY WHAT FAILED AND STOP THE JOB.    *
009950*****************************************************************
009960 9900-ABEND-FILE-ERROR.
009970     DISPLAY "CHKREC ABEND - " ABEND-FILE-NAME
009980         " FILE STATUS " ABEND-FILE-STATUS.
009990     MOVE 16 TO RETURN-CODE.
010000     STOP RUN.
010010 9900-EXIT.
010020     EXIT.
010030*
010040*****************************************************************
010050*    9910-ABEND-TABLE-OVERFLOW - MORE CHECKS THAN THE TABLE     *
010060*    HOLDS.  STOP RATHER THAN DROP CHECKS SILENTLY.             *
010070*****************************************************************
010080 9910-ABEND-TABLE-OVERFLOW.
010090     DISPLAY "CHKREC ABEND - " ABEND-TABLE-NAME
010100         " TABLE IS FULL".
010110     MOVE 16 TO RETURN-CODE.
010120     STOP RUN.
010130 9910-EXIT.
010140     EXIT.
