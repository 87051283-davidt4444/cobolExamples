000010*****************************************************************
000020*                                                                *
000030*    PAYHINQ.COB                                                 *
000040*                                                                *
000050*    PAY HISTORY INQUIRY.  THE OPERATOR KEYS AN EMPLOYEE ID AND  *
000060*    A PAY-DATE RANGE AT THE CONSOLE AND GETS BACK EVERY PAY     *
000070*    HISTORY ENTRY FOR THE EMPLOYEE PAID, VOIDED OR REISSUED IN  *
000080*    THE RANGE, IN THE ORDER THEY WERE WRITTEN - PERIOD, GROSS,  *
000090*    EACH TAX, EACH DEDUCTION, NET, AND THE CHECK NUMBER OR ACH  *
000100*    - SO A VOID AND ITS REISSUE LIST IN LINE UNDER THE PAYMENT  *
000110*    THEY REPLACE.  CLOSED YEARS ARE READ FROM THEIR YEAR-END    *
000120*    ARCHIVES (PAYARCYYYY.DAT), THE OPEN YEAR FROM PAYHIST.DAT.  *
000130*                                                                *
000140*    FROM THE LIST THE OPERATOR MAY PICK ANY PAYMENT OR          *
000150*    REISSUE AND HAVE ITS EARNINGS STATEMENT REPRINTED,          *
000160*    MARKED DUPLICATE, IN THE PAYSTUBS LAYOUT ON DUPSTUB.TXT.    *
000170*    THE HISTORY KEEPS HOURS BUT NOT THE PAY PER HOUR TYPE,      *
000180*    THE SPLIT OF A DIRECT DEPOSIT OR THE LEAVE BALANCES, SO     *
000190*    THE DUPLICATE SHOWS THE HOURS, ONE DIRECT DEPOSIT LINE,     *
000200*    AND NO BALANCES; ITS YEAR-TO-DATE FIGURES ARE RE-ADDED      *
000210*    FROM THE HISTORY AS OF THAT ENTRY.  AT THE EMPLOYEE'S       *
000220*    REQUEST THE OPERATOR MAY ALSO PRODUCE AN EMPLOYMENT AND     *
000230*    EARNINGS VERIFICATION LETTER ON VERIFLTR.TXT WITH THE       *
000240*    YEAR-TO-DATE AND PRIOR-YEAR GROSS TAKEN FROM THE            *
000250*    HISTORY.                                                    *
000260*                                                                *
000270*    A RECORD BELONGS TO THE TAX YEAR OF ITS PERIOD END DATE,    *
000280*    AS THE YEAR-END CLOSE ASSIGNS IT.  PAYMENTS AND REISSUES    *
000290*    ADD TO THE YEAR, VOIDS SUBTRACT, AND ACH RETURNS AND        *
000300*    RETURN CHECKS ARE LEFT OUT, THE SAME RULE THE NIGHTLY       *
000310*    AUDIT PROVES THE MASTER YTD BY.  NOTHING HERE CHANGES       *
000320*    ANY FILE.                                                   *
000330*                                                                *
000340*    MODIFICATION HISTORY                                        *
000350*    DATE       INIT  DESCRIPTION                                *
000360*    ---------- ----  ------------------------------------------ *
000370*    2026-10-15  DLT  ORIGINAL PROGRAM.  OLD STUBS WERE          *
000380*                      PREVIOUSLY FOUND IN SAVED PAYSTUBS.TXT    *
000390*                      OUTPUT AND INCOME VERIFIED FROM A         *
000400*                      PAYHIST.DAT DUMP.                         *
000410*                                                                *
000420*****************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. PAYHINQ.
000450 AUTHOR. DATA PROCESSING.
000460 INSTALLATION. PAYROLL DEPARTMENT.
000470 DATE-WRITTEN. 2026-10-15.
000480 DATE-COMPILED.
000490*
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER. YOUR-COMPUTER.
000530 OBJECT-COMPUTER. YOUR-COMPUTER.
000540*
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.IDX"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS EM-EMPLOYEE-ID
000610         FILE STATUS IS FS-EMPLOYEE-MASTER.
000620*
000630     SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS FS-PAY-HISTORY.
000660*
000670*    THE ARCHIVE NAME CARRIES THE CLOSED YEAR, SO IT IS BUILT IN
000680*    WORKING STORAGE FOR EACH YEAR THE INQUIRY REACHES BACK TO.
000690     SELECT OPTIONAL YEAR-ARCHIVE-FILE
000700         ASSIGN USING YEAR-ARCHIVE-NAME
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS FS-YEAR-ARCHIVE.
000730*
000740     SELECT DUPLICATE-STUB-FILE ASSIGN TO "DUPSTUB.TXT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS FS-DUPLICATE-STUB.
000770*
000780     SELECT VERIFY-LETTER-FILE ASSIGN TO "VERIFLTR.TXT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS FS-VERIFY-LETTER.
000810*
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  EMPLOYEE-MASTER-FILE.
000850     COPY EMPMAST.
000860*
000870 FD  PAY-HISTORY-FILE.
000880 01  PAY-HISTORY-FILE-RECORD         PIC X(227).
000890*
000900 FD  YEAR-ARCHIVE-FILE.
000910     COPY YEARARC.
000920*
000930 FD  DUPLICATE-STUB-FILE.
000940 01  STUB-RECORD                     PIC X(80).
000950*
000960 FD  VERIFY-LETTER-FILE.
000970 01  LETTER-RECORD                   PIC X(80).
000980*
000990 WORKING-STORAGE SECTION.
001000*
001010 01  YEAR-ARCHIVE-NAME               PIC X(20) VALUE SPACES.
001020*
001030*    THE HISTORY RECORD BEING LOOKED AT - READ INTO HERE FROM
001040*    PAYHIST.DAT, OR MOVED HERE FROM AN ARCHIVE RECORD IMAGE.
001050     COPY PAYHIST.
001060*
001070*    RATE TABLES - FILLED BY THE RATELOAD SUBPROGRAM WITH THE
001080*    GENERATIONS IN FORCE TODAY.  ONLY THE DEDUCTION CODE
001090*    TABLE IS USED HERE, TO DECODE THE DEDUCTION CODES ON THE
001100*    HISTORY INTO THEIR DESCRIPTIONS.
001110     COPY TAXBRKT.
001120     COPY OTRULES.
001130     COPY DEDCODE.
001140     COPY EMPRTAX.
001150     COPY EMPETAX.
001160     COPY STATETAX.
001170     COPY W4ALLOW.
001180     COPY SUPPRATE.
001190*
001200 01  RATE-LOAD-CONTROL.
001210     05  RATE-AS-OF-DATE             PIC X(08).
001220     05  RATE-LOAD-STATUS            PIC X(02) VALUE "00".
001230*
001240*    WHAT THE OPERATOR KEYED FOR THE INQUIRY.  THE DATES ARE
001250*    PAY DATES (THE RUN DATE ON THE HISTORY) AND INCLUSIVE.
001260 01  INQUIRY-WORK-AREA.
001270     05  HQ-EMPLOYEE-ID              PIC X(06).
001280     05  HQ-FROM-DATE                PIC X(08).
001290     05  HQ-FROM-PARTS REDEFINES HQ-FROM-DATE.
001300         10  HQ-FROM-YEAR            PIC 9(04).
001310         10  HQ-FROM-MONTH           PIC 9(02).
001320         10  HQ-FROM-DAY             PIC 9(02).
001330     05  HQ-TO-DATE                  PIC X(08).
001340     05  HQ-TO-PARTS REDEFINES HQ-TO-DATE.
001350         10  HQ-TO-YEAR              PIC 9(04).
001360         10  HQ-TO-MONTH             PIC 9(02).
001370         10  HQ-TO-DAY               PIC 9(02).
001380     05  HQ-PICK-X                   PIC X(03).
001390     05  HQ-PICK REDEFINES HQ-PICK-X PIC 9(03).
001400     05  HQ-LETTER-ANSWER            PIC X(01).
001410     05  HQ-TODAY                    PIC X(08).
001420     05  HQ-TODAY-PARTS REDEFINES HQ-TODAY.
001430         10  HQ-TODAY-YEAR           PIC 9(04).
001440         10  FILLER                  PIC X(04).
001450     05  HQ-PRIOR-YEAR               PIC 9(04).
001460     05  HQ-TYPE-DESCRIPTION         PIC X(12).
001470     05  HQ-PAID-BY                  PIC X(14).
001480     05  HQ-DED-IDX                  PIC 9(01) COMP.
001490     05  HQ-DED-DESCRIPTION          PIC X(20).
001500     05  HQ-DED-TAX-TYPE             PIC X(01).
001510         88  HQ-DED-PRE-TAX                  VALUE 'B'.
001520*
001530*    THE SCAN COVERS THE TAX YEARS HQ-FIRST-YEAR THROUGH
001540*    HQ-LAST-YEAR - ONE YEAR BEFORE THE FROM DATE, SINCE A
001550*    LATE-DECEMBER PERIOD IS PAID IN JANUARY, THROUGH THE YEAR
001560*    OF THE TO DATE.  A RANGE MAY SPAN AT MOST TEN YEARS.
001570 01  SCAN-CONTROL.
001580     05  HQ-FIRST-YEAR               PIC 9(04).
001590     05  HQ-LAST-YEAR                PIC 9(04).
001600     05  HQ-SCAN-YEAR                PIC 9(04).
001610     05  HQ-YEAR-X                   PIC X(04).
001620     05  HQ-YEAR REDEFINES HQ-YEAR-X PIC 9(04).
001630     05  HQ-YEAR-SUB                 PIC 9(02) COMP VALUE ZERO.
001640*
001650*    GROSS, TAXES AND NET ADDED UP PER TAX YEAR AS THE HISTORY
001660*    IS READ, IN THE ORDER IT WAS WRITTEN.  SLOT 1 IS
001670*    HQ-FIRST-YEAR.  YT-SUPP-GROSS IS THE PART OF THE GROSS
001680*    PAID AS A BONUS OR COMMISSION - NOT SEVERANCE OR A MANUAL
001690*    CHECK, WHICH A LENDER MUST NOT TAKE FOR INCENTIVE PAY.
001700 01  YEAR-TOTAL-TABLE.
001710     05  YEAR-TOTAL-ENTRY OCCURS 12 TIMES.
001720         10  YT-GROSS-PAY            PIC S9(09)V99.
001730         10  YT-SUPP-GROSS           PIC S9(09)V99.
001740         10  YT-TAX-AMOUNT           PIC S9(09)V99.
001750         10  YT-SS-TAX               PIC S9(09)V99.
001760         10  YT-MEDICARE-TAX         PIC S9(09)V99.
001770         10  YT-STATE-TAX            PIC S9(09)V99.
001780         10  YT-NET-PAY              PIC S9(09)V99.
001790     05  YT-SUB                      PIC 9(02) COMP VALUE ZERO.
001800*
001810*    THE ENTRIES LISTED FOR THE INQUIRY, EACH WITH ITS YEAR'S
001820*    TOTALS AS THEY STOOD RIGHT AFTER IT - THE YEAR-TO-DATE
001830*    FIGURES OF A DUPLICATE STUB.
001840 01  HISTORY-ENTRY-TABLE.
001850     05  HISTORY-ENTRY-COUNT         PIC 9(03) COMP VALUE ZERO.
001860     05  HISTORY-ENTRY OCCURS 200 TIMES.
001870         10  HE-HISTORY-IMAGE        PIC X(227).
001880         10  HE-YTD-GROSS-PAY        PIC S9(09)V99.
001890         10  HE-YTD-TAX-AMOUNT       PIC S9(09)V99.
001900         10  HE-YTD-SS-TAX           PIC S9(09)V99.
001910         10  HE-YTD-MEDICARE-TAX     PIC S9(09)V99.
001920         10  HE-YTD-STATE-TAX        PIC S9(09)V99.
001930         10  HE-YTD-NET-PAY          PIC S9(09)V99.
001940     05  HE-SUB                      PIC 9(03) COMP VALUE ZERO.
001950*
001960 01  PROGRAM-SWITCHES.
001970     05  SESSION-DONE-SWITCH         PIC X(01) VALUE 'N'.
001980         88  SESSION-IS-DONE                 VALUE 'Y'.
001990     05  EOF-HISTORY-SWITCH          PIC X(01) VALUE 'N'.
002000         88  EOF-PAY-HISTORY                 VALUE 'Y'.
002010     05  EOF-ARCHIVE-SWITCH          PIC X(01) VALUE 'N'.
002020         88  EOF-YEAR-ARCHIVE                VALUE 'Y'.
002030     05  LISTING-SWITCH              PIC X(01) VALUE 'N'.
002040         88  LISTING-WANTED                  VALUE 'Y'.
002050     05  RANGE-VALID-SWITCH          PIC X(01) VALUE 'Y'.
002060         88  RANGE-IS-VALID                  VALUE 'Y'.
002070     05  PICKS-DONE-SWITCH           PIC X(01) VALUE 'N'.
002080         88  PICKS-ARE-DONE                  VALUE 'Y'.
002090     05  ENTRY-OVERFLOW-SWITCH       PIC X(01) VALUE 'N'.
002100         88  ENTRY-TABLE-OVERFLOWED          VALUE 'Y'.
002110*
002120 01  FILE-STATUS-AREA.
002130     05  FS-EMPLOYEE-MASTER          PIC X(02) VALUE '00'.
002140     05  FS-PAY-HISTORY              PIC X(02) VALUE '00'.
002150     05  FS-YEAR-ARCHIVE             PIC X(02) VALUE '00'.
002160     05  FS-DUPLICATE-STUB           PIC X(02) VALUE '00'.
002170     05  FS-VERIFY-LETTER            PIC X(02) VALUE '00'.
002180*
002190 01  ABEND-WORK-AREA.
002200     05  ABEND-FILE-NAME             PIC X(20).
002210     05  ABEND-FILE-STATUS           PIC X(02).
002220*
002230 01  EDIT-FIELDS.
002240     05  ED-ENTRY-NUMBER             PIC 9(03).
002250     05  ED-AMOUNT-A                 PIC Z,ZZZ,ZZ9.99.
002260     05  ED-AMOUNT-B                 PIC Z,ZZZ,ZZ9.99.
002270     05  ED-AMOUNT-C                 PIC Z,ZZZ,ZZ9.99.
002280     05  ED-RATE                     PIC ZZ9.99.
002290     05  ED-STUB-HOURS               PIC ZZZZ9.99.
002300     05  ED-TOTAL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
002310*
002320 PROCEDURE DIVISION.
002330*
002340 0000-MAINLINE.
002350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002360     PERFORM 2000-INQUIRE-ONE-EMPLOYEE THRU 2000-EXIT
002370         UNTIL SESSION-IS-DONE.
002380     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002390     STOP RUN.
002400*
002410 1000-INITIALIZE.
002420     ACCEPT HQ-TODAY FROM DATE YYYYMMDD.
002430     MOVE HQ-TODAY TO RATE-AS-OF-DATE.
002440     COMPUTE HQ-PRIOR-YEAR = HQ-TODAY-YEAR - 1.
002450     PERFORM 1050-LOAD-RATE-TABLES THRU 1050-EXIT.
002460     OPEN INPUT EMPLOYEE-MASTER-FILE.
002470     IF FS-EMPLOYEE-MASTER NOT = "00"
002480         MOVE "EMPLOYEE-MASTER-FILE" TO ABEND-FILE-NAME
002490         MOVE FS-EMPLOYEE-MASTER     TO ABEND-FILE-STATUS
002500         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002510     END-IF.
002520     OPEN OUTPUT DUPLICATE-STUB-FILE.
002530     IF FS-DUPLICATE-STUB NOT = "00"
002540         MOVE "DUPLICATE-STUB-FILE"  TO ABEND-FILE-NAME
002550         MOVE FS-DUPLICATE-STUB      TO ABEND-FILE-STATUS
002560         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002570     END-IF.
002580     OPEN OUTPUT VERIFY-LETTER-FILE.
002590     IF FS-VERIFY-LETTER NOT = "00"
002600         MOVE "VERIFY-LETTER-FILE"   TO ABEND-FILE-NAME
002610         MOVE FS-VERIFY-LETTER       TO ABEND-FILE-STATUS
002620         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002630     END-IF.
002640     DISPLAY "PAY HISTORY INQUIRY".
002650     DISPLAY "ENTER AN EMPLOYEE ID, OR END TO QUIT.".
002660 1000-EXIT.
002670     EXIT.
002680*
002690 1050-LOAD-RATE-TABLES.
002700     CALL 'RATELOAD' USING RATE-AS-OF-DATE
002710                           TAX-BRACKET-TABLE
002720                           OVERTIME-RULE-TABLE
002730                           DEDUCTION-CODE-TABLE
002740                           EMPLOYER-TAX-TABLE
002750                           EMPLOYEE-TAX-TABLE
002760                           STATE-TAX-TABLE
002770                           W4-ALLOWANCE-TABLE
002780                           SUPP-RATE-TABLE
002790                           RATE-LOAD-STATUS.
002800     IF RATE-LOAD-STATUS NOT = "00"
002810         MOVE "RATE-CONTROL-FILE"    TO ABEND-FILE-NAME
002820         MOVE RATE-LOAD-STATUS       TO ABEND-FILE-STATUS
002830         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002840     END-IF.
002850 1050-EXIT.
002860     EXIT.
002870*
002880*****************************************************************
002890*    2000-INQUIRE-ONE-EMPLOYEE - ONE EMPLOYEE PER PASS: THE ID, *
002900*    THE PAY-DATE RANGE, THE LIST, ANY DUPLICATE STUBS, AND THE *
002910*    VERIFICATION LETTER IF ONE IS WANTED.                      *
002920*****************************************************************
002930 2000-INQUIRE-ONE-EMPLOYEE.
002940     MOVE SPACES TO HQ-EMPLOYEE-ID.
002950     DISPLAY "EMPLOYEE ID: " WITH NO ADVANCING.
002960     ACCEPT HQ-EMPLOYEE-ID.
002970     IF HQ-EMPLOYEE-ID = SPACES OR HQ-EMPLOYEE-ID = "END"
002980         MOVE 'Y' TO SESSION-DONE-SWITCH
002990         GO TO 2000-EXIT
003000     END-IF.
003010     MOVE HQ-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
003020     READ EMPLOYEE-MASTER-FILE
003030         INVALID KEY
003040             DISPLAY "EMPLOYEE " HQ-EMPLOYEE-ID
003050                 " IS NOT ON THE MASTER"
003060             DISPLAY " "
003070             GO TO 2000-EXIT
003080     END-READ.
003090     DISPLAY "EMPLOYEE:     " EM-EMPLOYEE-ID " " EM-EMPLOYEE-NAME.
003100     PERFORM 2100-ACCEPT-DATE-RANGE THRU 2100-EXIT.
003110     IF NOT RANGE-IS-VALID
003120         DISPLAY " "
003130         GO TO 2000-EXIT
003140     END-IF.
003150     MOVE 'Y' TO LISTING-SWITCH.
003160     COMPUTE HQ-FIRST-YEAR = HQ-FROM-YEAR - 1.
003170     MOVE HQ-TO-YEAR TO HQ-LAST-YEAR.
003180     PERFORM 3000-SCAN-HISTORY THRU 3000-EXIT.
003190     PERFORM 2200-LIST-HISTORY THRU 2200-EXIT.
003200     IF HISTORY-ENTRY-COUNT > ZERO
003210         MOVE 'N' TO PICKS-DONE-SWITCH
003220         PERFORM 2400-PICK-STUB-ENTRY THRU 2400-EXIT
003230             UNTIL PICKS-ARE-DONE
003240     END-IF.
003250     MOVE SPACE TO HQ-LETTER-ANSWER.
003260     DISPLAY "LETTER REQUESTED BY THE EMPLOYEE (Y/N): "
003270         WITH NO ADVANCING.
003280     ACCEPT HQ-LETTER-ANSWER.
003290     IF HQ-LETTER-ANSWER = 'Y'
003300         PERFORM 2600-WRITE-VERIFY-LETTER THRU 2600-EXIT
003310     END-IF.
003320     DISPLAY " ".
003330 2000-EXIT.
003340     EXIT.
003350*
003360*****************************************************************
003370*    2100-ACCEPT-DATE-RANGE - FROM AND TO PAY DATES, YYYYMMDD.  *
003380*    A BLANK FROM DATE MEANS JANUARY 1 OF LAST YEAR AND A BLANK *
003390*    TO DATE MEANS TODAY.  A BAD DATE, A FROM DATE AFTER THE TO *
003400*    DATE, OR A RANGE OVER TEN YEARS ENDS THE INQUIRY.          *
003410*****************************************************************
003420 2100-ACCEPT-DATE-RANGE.
003430     MOVE 'Y' TO RANGE-VALID-SWITCH.
003440     MOVE SPACES TO HQ-FROM-DATE.
003450     DISPLAY "FROM PAY DATE (YYYYMMDD, BLANK = 1 JAN LAST YEAR): "
003460         WITH NO ADVANCING.
003470     ACCEPT HQ-FROM-DATE.
003480     IF HQ-FROM-DATE = SPACES
003490         MOVE HQ-PRIOR-YEAR TO HQ-FROM-YEAR
003500         MOVE 1 TO HQ-FROM-MONTH
003510         MOVE 1 TO HQ-FROM-DAY
003520     END-IF.
003530     MOVE SPACES TO HQ-TO-DATE.
003540     DISPLAY "TO PAY DATE   (YYYYMMDD, BLANK = TODAY): "
003550         WITH NO ADVANCING.
003560     ACCEPT HQ-TO-DATE.
003570     IF HQ-TO-DATE = SPACES
003580         MOVE HQ-TODAY TO HQ-TO-DATE
003590     END-IF.
003600     IF HQ-FROM-DATE IS NOT NUMERIC
003610         DISPLAY "FROM DATE " HQ-FROM-DATE " IS NOT A DATE"
003620         MOVE 'N' TO RANGE-VALID-SWITCH
003630         GO TO 2100-EXIT
003640     END-IF.
003650     IF HQ-FROM-MONTH < 1 OR HQ-FROM-MONTH > 12
003660             OR HQ-FROM-DAY < 1 OR HQ-FROM-DAY > 31
003670             OR HQ-FROM-YEAR = ZERO
003680         DISPLAY "FROM DATE " HQ-FROM-DATE " IS NOT A DATE"
003690         MOVE 'N' TO RANGE-VALID-SWITCH
003700         GO TO 2100-EXIT
003710     END-IF.
003720     IF HQ-TO-DATE IS NOT NUMERIC
003730         DISPLAY "TO DATE " HQ-TO-DATE " IS NOT A DATE"
003740         MOVE 'N' TO RANGE-VALID-SWITCH
003750         GO TO 2100-EXIT
003760     END-IF.
003770     IF HQ-TO-MONTH < 1 OR HQ-TO-MONTH > 12
003780             OR HQ-TO-DAY < 1 OR HQ-TO-DAY > 31
003790         DISPLAY "TO DATE " HQ-TO-DATE " IS NOT A DATE"
003800         MOVE 'N' TO RANGE-VALID-SWITCH
003810         GO TO 2100-EXIT
003820     END-IF.
003830     IF HQ-FROM-DATE > HQ-TO-DATE
003840         DISPLAY "FROM DATE IS AFTER THE TO DATE"
003850         MOVE 'N' TO RANGE-VALID-SWITCH
003860         GO TO 2100-EXIT
003870     END-IF.
003880     IF HQ-TO-YEAR - HQ-FROM-YEAR > 10
003890         DISPLAY "DATE RANGE MAY NOT SPAN MORE THAN TEN YEARS"
003900         MOVE 'N' TO RANGE-VALID-SWITCH
003910     END-IF.
003920 2100-EXIT.
003930     EXIT.
003940*
003950*****************************************************************
003960*    2200-LIST-HISTORY - ONE NUMBERED BLOCK PER ENTRY.  THE     *
003970*    NUMBER IS WHAT THE OPERATOR KEYS TO REPRINT ITS STUB.      *
003980*****************************************************************
003990 2200-LIST-HISTORY.
004000     DISPLAY "PAY HISTORY FROM " HQ-FROM-DATE " TO " HQ-TO-DATE.
004010     IF HISTORY-ENTRY-COUNT = ZERO
004020         DISPLAY "NO PAY HISTORY IN THE DATE RANGE"
004030         GO TO 2200-EXIT
004040     END-IF.
004050     PERFORM VARYING HE-SUB FROM 1 BY 1
004060             UNTIL HE-SUB > HISTORY-ENTRY-COUNT
004070         PERFORM 2210-LIST-ONE-ENTRY THRU 2210-EXIT
004080     END-PERFORM.
004090     IF ENTRY-TABLE-OVERFLOWED
004100         DISPLAY "ONLY THE FIRST 200 ENTRIES ARE LISTED - "
004110             "NARROW THE DATE RANGE"
004120     END-IF.
004130 2200-EXIT.
004140     EXIT.
004150*
004160 2210-LIST-ONE-ENTRY.
004170     MOVE HE-HISTORY-IMAGE(HE-SUB) TO PAY-HISTORY-RECORD.
004180     PERFORM 2220-DESCRIBE-ENTRY THRU 2220-EXIT.
004190     MOVE HE-SUB TO ED-ENTRY-NUMBER.
004200     DISPLAY ED-ENTRY-NUMBER " " HQ-TYPE-DESCRIPTION
004210         " PAID " PH-RUN-DATE
004220         " PERIOD " PH-PERIOD-NUMBER
004230         " END " PH-PERIOD-END-DATE
004240         " " HQ-PAID-BY.
004250     MOVE PH-GROSS-PAY TO ED-AMOUNT-A.
004260     MOVE PH-TAX-AMOUNT TO ED-AMOUNT-B.
004270     MOVE PH-SS-TAX TO ED-AMOUNT-C.
004280     DISPLAY "      GROSS $" ED-AMOUNT-A
004290         "  FED $" ED-AMOUNT-B
004300         "  SS $" ED-AMOUNT-C.
004310     MOVE PH-MEDICARE-TAX TO ED-AMOUNT-A.
004320     MOVE PH-STATE-TAX TO ED-AMOUNT-B.
004330     MOVE PH-NET-PAY TO ED-AMOUNT-C.
004340     DISPLAY "      MEDICARE $" ED-AMOUNT-A
004350         "  STATE (" PH-STATE-CODE ") $" ED-AMOUNT-B
004360         "  NET $" ED-AMOUNT-C.
004370     PERFORM VARYING HQ-DED-IDX FROM 1 BY 1 UNTIL HQ-DED-IDX > 3
004380         IF PH-DED-CODE(HQ-DED-IDX) NOT = SPACES
004390             PERFORM 2230-FIND-DEDUCTION THRU 2230-EXIT
004400             MOVE PH-DED-AMOUNT(HQ-DED-IDX) TO ED-AMOUNT-A
004410             DISPLAY "      DEDUCTION " PH-DED-CODE(HQ-DED-IDX)
004420                 " " HQ-DED-DESCRIPTION " $" ED-AMOUNT-A
004430         END-IF
004440     END-PERFORM.
004450 2210-EXIT.
004460     EXIT.
004470*
004480*****************************************************************
004490*    2220-DESCRIBE-ENTRY - WHAT KIND OF ENTRY THE HISTORY       *
004500*    RECORD IS, AND HOW ITS MONEY WENT OUT.                     *
004510*****************************************************************
004520 2220-DESCRIBE-ENTRY.
004530     EVALUATE TRUE
004540         WHEN PH-TYPE-PAYMENT AND PH-SUPP-BONUS
004550             MOVE "BONUS" TO HQ-TYPE-DESCRIPTION
004560         WHEN PH-TYPE-PAYMENT AND PH-SUPP-COMMISSION
004570             MOVE "COMMISSION" TO HQ-TYPE-DESCRIPTION
004580         WHEN PH-TYPE-PAYMENT AND PH-SUPP-SEVERANCE
004590             MOVE "SEVERANCE" TO HQ-TYPE-DESCRIPTION
004600         WHEN PH-TYPE-PAYMENT AND PH-SUPP-MANUAL-CHECK
004610             MOVE "MANUAL CHECK" TO HQ-TYPE-DESCRIPTION
004620         WHEN PH-TYPE-PAYMENT
004630             MOVE "PAYMENT" TO HQ-TYPE-DESCRIPTION
004640         WHEN PH-TYPE-VOID
004650             MOVE "VOID" TO HQ-TYPE-DESCRIPTION
004660         WHEN PH-TYPE-REISSUE
004670             MOVE "REISSUE" TO HQ-TYPE-DESCRIPTION
004680         WHEN PH-TYPE-ACH-RETURN
004690             MOVE "ACH RETURN" TO HQ-TYPE-DESCRIPTION
004700         WHEN PH-TYPE-RETURN-CHECK
004710             MOVE "RETURN CHECK" TO HQ-TYPE-DESCRIPTION
004720         WHEN OTHER
004730             MOVE "TYPE ?" TO HQ-TYPE-DESCRIPTION
004740             MOVE PH-RECORD-TYPE TO HQ-TYPE-DESCRIPTION(6:1)
004750     END-EVALUATE.
004760     MOVE SPACES TO HQ-PAID-BY.
004770     IF PH-CHECK-NUMBER = ZERO
004780         MOVE "ACH" TO HQ-PAID-BY
004790     ELSE
004800         STRING "CHECK " PH-CHECK-NUMBER
004810             DELIMITED BY SIZE INTO HQ-PAID-BY
004820     END-IF.
004830 2220-EXIT.
004840     EXIT.
004850*
004860 2230-FIND-DEDUCTION.
004870     MOVE SPACES TO HQ-DED-DESCRIPTION.
004880     MOVE SPACE TO HQ-DED-TAX-TYPE.
004890     SET DC-IDX TO 1.
004900     SEARCH DEDUCTION-CODE-ENTRY
004910         AT END
004920             MOVE "(UNRECOGNIZED CODE)"
004930                 TO HQ-DED-DESCRIPTION
004940         WHEN DC-CODE(DC-IDX) = PH-DED-CODE(HQ-DED-IDX)
004950             MOVE DC-DESCRIPTION(DC-IDX)
004960                 TO HQ-DED-DESCRIPTION
004970             MOVE DC-TAX-TYPE(DC-IDX) TO HQ-DED-TAX-TYPE
004980     END-SEARCH.
004990 2230-EXIT.
005000     EXIT.
005010*
005020*****************************************************************
005030*    2400-PICK-STUB-ENTRY - THE OPERATOR KEYS A LISTED ENTRY    *
005040*    NUMBER (THREE DIGITS) TO REPRINT ITS STUB, OR 000 / BLANK  *
005050*    TO MOVE ON.  ONLY A PAYMENT OR A REISSUE EVER HAD A STUB.  *
005060*****************************************************************
005070 2400-PICK-STUB-ENTRY.
005080     MOVE SPACES TO HQ-PICK-X.
005090     DISPLAY "ENTRY TO REPRINT AS DUPLICATE (NNN, 000 = DONE): "
005100         WITH NO ADVANCING.
005110     ACCEPT HQ-PICK-X.
005120     IF HQ-PICK-X = SPACES
005130         MOVE 'Y' TO PICKS-DONE-SWITCH
005140         GO TO 2400-EXIT
005150     END-IF.
005160     IF HQ-PICK-X IS NOT NUMERIC
005170         DISPLAY "KEY THE ENTRY NUMBER AS THREE DIGITS"
005180         GO TO 2400-EXIT
005190     END-IF.
005200     IF HQ-PICK = ZERO
005210         MOVE 'Y' TO PICKS-DONE-SWITCH
005220         GO TO 2400-EXIT
005230     END-IF.
005240     IF HQ-PICK > HISTORY-ENTRY-COUNT
005250         DISPLAY "ENTRY " HQ-PICK-X " IS NOT ON THE LIST"
005260         GO TO 2400-EXIT
005270     END-IF.
005280     MOVE HQ-PICK TO HE-SUB.
005290     MOVE HE-HISTORY-IMAGE(HE-SUB) TO PAY-HISTORY-RECORD.
005300     IF NOT PH-TYPE-PAYMENT AND NOT PH-TYPE-REISSUE
005310         DISPLAY "ENTRY " HQ-PICK-X
005320             " IS NOT A PAYMENT OR REISSUE - NO STUB"
005330         GO TO 2400-EXIT
005340     END-IF.
005350     PERFORM 2450-WRITE-DUPLICATE-STUB THRU 2450-EXIT.
005360     DISPLAY "DUPLICATE STUB WRITTEN TO DUPSTUB.TXT".
005370 2400-EXIT.
005380     EXIT.
005390*
005400*****************************************************************
005410*    2450-WRITE-DUPLICATE-STUB - THE EARNINGS STATEMENT FOR THE *
005420*    PICKED ENTRY IN THE PAYROLL RUN'S STUB LAYOUT, MARKED      *
005430*    DUPLICATE.  HOURS ARE SHOWN WITHOUT THE PAY PER HOUR TYPE, *
005440*    WHICH THE HISTORY DOES NOT KEEP; A SUPPLEMENTAL PAYMENT    *
005450*    SHOWS ITS EARNINGS TYPE INSTEAD OF HOURS.  THE YEAR-TO-    *
005460*    DATE FIGURES ARE THE HISTORY'S AS OF THIS ENTRY.           *
005470*****************************************************************
005480 2450-WRITE-DUPLICATE-STUB.
005490     PERFORM 2220-DESCRIBE-ENTRY THRU 2220-EXIT.
005500     MOVE ALL "=" TO STUB-RECORD.
005510     WRITE STUB-RECORD.
005520     MOVE "                     EARNINGS STATEMENT - DUPLICATE"
005530         TO STUB-RECORD.
005540     WRITE STUB-RECORD.
005550     MOVE SPACES TO STUB-RECORD.
005560     STRING "Pay Period Ending: " PH-PERIOD-END-DATE
005570         "  Pay Date: " PH-RUN-DATE
005580         DELIMITED BY SIZE INTO STUB-RECORD
005590     WRITE STUB-RECORD.
005600     MOVE SPACES TO STUB-RECORD.
005610     STRING "Employee: " EM-EMPLOYEE-ID " " EM-EMPLOYEE-NAME
005620         "  Dept: " PH-DEPT-CODE
005630         DELIMITED BY SIZE INTO STUB-RECORD
005640     WRITE STUB-RECORD.
005650     IF EM-STATUS-FINAL-PAID
005660             AND EM-FINAL-PAY-DATE = PH-RUN-DATE
005670             AND PH-REGULAR-PAY
005680         MOVE SPACES TO STUB-RECORD
005690         STRING "FINAL PAY - Employment Ended: " EM-TERM-DATE
005700             DELIMITED BY SIZE INTO STUB-RECORD
005710         WRITE STUB-RECORD
005720     END-IF.
005730     IF PH-TYPE-REISSUE
005740         MOVE "REISSUE of a voided payment for this period"
005750             TO STUB-RECORD
005760         WRITE STUB-RECORD
005770     END-IF.
005780     MOVE SPACES TO STUB-RECORD.
005790     STRING "DUPLICATE - Reprinted " HQ-TODAY
005800         " from pay history - not a check"
005810         DELIMITED BY SIZE INTO STUB-RECORD
005820     WRITE STUB-RECORD.
005830     MOVE SPACES TO STUB-RECORD.
005840     WRITE STUB-RECORD.
005850     MOVE "Hours and Earnings:" TO STUB-RECORD.
005860     WRITE STUB-RECORD.
005870     IF PH-SUPPLEMENTAL-PAY
005880         MOVE PH-GROSS-PAY TO ED-TOTAL-AMOUNT
005890         MOVE SPACES TO STUB-RECORD
005900         STRING "  " HQ-TYPE-DESCRIPTION
005910             " (Supplemental)  $" ED-TOTAL-AMOUNT
005920             DELIMITED BY SIZE INTO STUB-RECORD
005930         WRITE STUB-RECORD
005940     ELSE
005950         PERFORM 2460-STUB-HOURS-LINES THRU 2460-EXIT
005960     END-IF.
005970     MOVE PH-GROSS-PAY TO ED-TOTAL-AMOUNT.
005980     MOVE SPACES TO STUB-RECORD.
005990     STRING "  Gross Pay:               $" ED-TOTAL-AMOUNT
006000         DELIMITED BY SIZE INTO STUB-RECORD
006010     WRITE STUB-RECORD.
006020     MOVE SPACES TO STUB-RECORD.
006030     WRITE STUB-RECORD.
006040     MOVE "Deductions and Tax:" TO STUB-RECORD.
006050     WRITE STUB-RECORD.
006060     PERFORM VARYING HQ-DED-IDX FROM 1 BY 1 UNTIL HQ-DED-IDX > 3
006070         IF PH-DED-CODE(HQ-DED-IDX) NOT = SPACES
006080             PERFORM 2230-FIND-DEDUCTION THRU 2230-EXIT
006090             PERFORM 2470-STUB-DEDUCTION-LINE THRU 2470-EXIT
006100         END-IF
006110     END-PERFORM.
006120     MOVE PH-TAX-AMOUNT TO ED-TOTAL-AMOUNT.
006130     MOVE SPACES TO STUB-RECORD.
006140     STRING "  FEDERAL INCOME TAX            $" ED-TOTAL-AMOUNT
006150         DELIMITED BY SIZE INTO STUB-RECORD
006160     WRITE STUB-RECORD.
006170     MOVE PH-SS-TAX TO ED-TOTAL-AMOUNT.
006180     MOVE SPACES TO STUB-RECORD.
006190     STRING "  SOCIAL SECURITY               $" ED-TOTAL-AMOUNT
006200         DELIMITED BY SIZE INTO STUB-RECORD
006210     WRITE STUB-RECORD.
006220     MOVE PH-MEDICARE-TAX TO ED-TOTAL-AMOUNT.
006230     MOVE SPACES TO STUB-RECORD.
006240     STRING "  MEDICARE                      $" ED-TOTAL-AMOUNT
006250         DELIMITED BY SIZE INTO STUB-RECORD
006260     WRITE STUB-RECORD.
006270     MOVE PH-STATE-TAX TO ED-TOTAL-AMOUNT.
006280     MOVE SPACES TO STUB-RECORD.
006290     STRING "  STATE INCOME TAX (" PH-STATE-CODE
006300         ")         $" ED-TOTAL-AMOUNT
006310         DELIMITED BY SIZE INTO STUB-RECORD
006320     WRITE STUB-RECORD.
006330     MOVE SPACES TO STUB-RECORD.
006340     WRITE STUB-RECORD.
006350     MOVE PH-NET-PAY TO ED-TOTAL-AMOUNT.
006360     MOVE SPACES TO STUB-RECORD.
006370     STRING "Net Pay:                   $" ED-TOTAL-AMOUNT
006380         DELIMITED BY SIZE INTO STUB-RECORD
006390     WRITE STUB-RECORD.
006400     MOVE SPACES TO STUB-RECORD.
006410     WRITE STUB-RECORD.
006420     IF PH-CHECK-NUMBER NOT = ZERO
006430         MOVE SPACES TO STUB-RECORD
006440         STRING "Paid by Check Number " PH-CHECK-NUMBER
006450             DELIMITED BY SIZE INTO STUB-RECORD
006460         WRITE STUB-RECORD
006470     ELSE
006480         MOVE "Deposits:" TO STUB-RECORD
006490         WRITE STUB-RECORD
006500         MOVE PH-NET-PAY TO ED-TOTAL-AMOUNT
006510         MOVE SPACES TO STUB-RECORD
006520         STRING "  Direct Deposit           $" ED-TOTAL-AMOUNT
006530             DELIMITED BY SIZE INTO STUB-RECORD
006540         WRITE STUB-RECORD
006550     END-IF.
006560     MOVE SPACES TO STUB-RECORD.
006570     WRITE STUB-RECORD.
006580     MOVE "Year To Date:" TO STUB-RECORD.
006590     WRITE STUB-RECORD.
006600     MOVE HE-YTD-GROSS-PAY(HE-SUB) TO ED-TOTAL-AMOUNT.
006610     MOVE SPACES TO STUB-RECORD.
006620     STRING "  Gross: $" ED-TOTAL-AMOUNT
006630         DELIMITED BY SIZE INTO STUB-RECORD
006640     WRITE STUB-RECORD.
006650     MOVE HE-YTD-TAX-AMOUNT(HE-SUB) TO ED-TOTAL-AMOUNT.
006660     MOVE SPACES TO STUB-RECORD.
006670     STRING "  Fed:   $" ED-TOTAL-AMOUNT
006680         DELIMITED BY SIZE INTO STUB-RECORD
006690     WRITE STUB-RECORD.
006700     MOVE HE-YTD-SS-TAX(HE-SUB) TO ED-TOTAL-AMOUNT.
006710     MOVE SPACES TO STUB-RECORD.
006720     STRING "  SocSec:$" ED-TOTAL-AMOUNT
006730         DELIMITED BY SIZE INTO STUB-RECORD
006740     WRITE STUB-RECORD.
006750     MOVE HE-YTD-MEDICARE-TAX(HE-SUB) TO ED-TOTAL-AMOUNT.
006760     MOVE SPACES TO STUB-RECORD.
006770     STRING "  Medi:  $" ED-TOTAL-AMOUNT
006780         DELIMITED BY SIZE INTO STUB-RECORD
006790     WRITE STUB-RECORD.
006800     MOVE HE-YTD-STATE-TAX(HE-SUB) TO ED-TOTAL-AMOUNT.
006810     MOVE SPACES TO STUB-RECORD.
006820     STRING "  State: $" ED-TOTAL-AMOUNT
006830         DELIMITED BY SIZE INTO STUB-RECORD
006840     WRITE STUB-RECORD.
006850     MOVE HE-YTD-NET-PAY(HE-SUB) TO ED-TOTAL-AMOUNT.
006860     MOVE SPACES TO STUB-RECORD.
006870     STRING "  Net:   $" ED-TOTAL-AMOUNT
006880         DELIMITED BY SIZE INTO STUB-RECORD
006890     WRITE STUB-RECORD.
006900     MOVE ALL "=" TO STUB-RECORD.
006910     WRITE STUB-RECORD.
006920     MOVE SPACES TO STUB-RECORD.
006930     WRITE STUB-RECORD.
006940     IF FS-DUPLICATE-STUB NOT = "00"
006950         MOVE "DUPLICATE-STUB-FILE"  TO ABEND-FILE-NAME
006960         MOVE FS-DUPLICATE-STUB      TO ABEND-FILE-STATUS
006970         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
006980     END-IF.
006990 2450-EXIT.
007000     EXIT.
007010*
007020 2460-STUB-HOURS-LINES.
007030     MOVE PH-REGULAR-HOURS TO ED-STUB-HOURS.
007040     MOVE SPACES TO STUB-RECORD.
007050     STRING "  Regular:    " ED-STUB-HOURS " hrs"
007060         DELIMITED BY SIZE INTO STUB-RECORD
007070     WRITE STUB-RECORD.
007080     MOVE PH-OVERTIME-HOURS TO ED-STUB-HOURS.
007090     MOVE SPACES TO STUB-RECORD.
007100     STRING "  Overtime:   " ED-STUB-HOURS " hrs"
007110         DELIMITED BY SIZE INTO STUB-RECORD
007120     WRITE STUB-RECORD.
007130     MOVE PH-DOUBLETIME-HOURS TO ED-STUB-HOURS.
007140     MOVE SPACES TO STUB-RECORD.
007150     STRING "  Doubletime: " ED-STUB-HOURS " hrs"
007160         DELIMITED BY SIZE INTO STUB-RECORD
007170     WRITE STUB-RECORD.
007180     MOVE PH-VACATION-HOURS TO ED-STUB-HOURS.
007190     MOVE SPACES TO STUB-RECORD.
007200     STRING "  Vacation:   " ED-STUB-HOURS " hrs"
007210         DELIMITED BY SIZE INTO STUB-RECORD
007220     WRITE STUB-RECORD.
007230     MOVE PH-SICK-HOURS TO ED-STUB-HOURS.
007240     MOVE SPACES TO STUB-RECORD.
007250     STRING "  Sick:       " ED-STUB-HOURS " hrs"
007260         DELIMITED BY SIZE INTO STUB-RECORD
007270     WRITE STUB-RECORD.
007280     MOVE PH-HOLIDAY-HOURS TO ED-STUB-HOURS.
007290     MOVE SPACES TO STUB-RECORD.
007300     STRING "  Holiday:    " ED-STUB-HOURS " hrs"
007310         DELIMITED BY SIZE INTO STUB-RECORD
007320     WRITE STUB-RECORD.
007330     IF PH-VAC-PAYOUT-HOURS NOT = ZERO
007340         MOVE PH-VAC-PAYOUT-HOURS TO ED-STUB-HOURS
007350         MOVE SPACES TO STUB-RECORD
007360         STRING "  Vac Payout: " ED-STUB-HOURS " hrs"
007370             DELIMITED BY SIZE INTO STUB-RECORD
007380         WRITE STUB-RECORD
007390     END-IF.
007400 2460-EXIT.
007410     EXIT.
007420*
007430 2470-STUB-DEDUCTION-LINE.
007440     MOVE PH-DED-AMOUNT(HQ-DED-IDX) TO ED-TOTAL-AMOUNT.
007450     MOVE SPACES TO STUB-RECORD.
007460     IF HQ-DED-PRE-TAX
007470         STRING "  " HQ-DED-DESCRIPTION " (PRE-TAX)  $"
007480             ED-TOTAL-AMOUNT
007490             DELIMITED BY SIZE INTO STUB-RECORD
007500     ELSE
007510         STRING "  " HQ-DED-DESCRIPTION " (POST-TAX) $"
007520             ED-TOTAL-AMOUNT
007530             DELIMITED BY SIZE INTO STUB-RECORD
007540     END-IF
007550     WRITE STUB-RECORD.
007560 2470-EXIT.
007570     EXIT.
007580*
007590*****************************************************************
007600*    2600-WRITE-VERIFY-LETTER - THE EMPLOYMENT AND EARNINGS     *
007610*    VERIFICATION LETTER.  THE HISTORY IS SCANNED AGAIN FOR     *
007620*    LAST YEAR AND THIS YEAR WHATEVER DATE RANGE WAS LISTED,    *
007630*    SO THE LETTER ALWAYS CARRIES BOTH FULL FIGURES.            *
007640*    EMPLOYMENT AND PAY BASIS COME FROM THE MASTER AS IT        *
007650*    STANDS TODAY.                                              *
007660*****************************************************************
007670 2600-WRITE-VERIFY-LETTER.
007680     MOVE 'N' TO LISTING-SWITCH.
007690     MOVE HQ-PRIOR-YEAR TO HQ-FIRST-YEAR.
007700     MOVE HQ-TODAY-YEAR TO HQ-LAST-YEAR.
007710     PERFORM 3000-SCAN-HISTORY THRU 3000-EXIT.
007720     MOVE "                  EMPLOYMENT AND EARNINGS VERIFICATION"
007730         TO LETTER-RECORD.
007740     WRITE LETTER-RECORD.
007750     MOVE SPACES TO LETTER-RECORD.
007760     WRITE LETTER-RECORD.
007770     MOVE SPACES TO LETTER-RECORD.
007780     STRING "Date: " HQ-TODAY
007790         DELIMITED BY SIZE INTO LETTER-RECORD
007800     WRITE LETTER-RECORD.
007810     MOVE SPACES TO LETTER-RECORD.
007820     WRITE LETTER-RECORD.
007830     MOVE "To Whom It May Concern:" TO LETTER-RECORD.
007840     WRITE LETTER-RECORD.
007850     MOVE SPACES TO LETTER-RECORD.
007860     WRITE LETTER-RECORD.
007870     MOVE "At the request of the employee named below, this"
007880         TO LETTER-RECORD.
007890     WRITE LETTER-RECORD.
007900     MOVE "letter verifies employment and earnings as recorded by"
007910         TO LETTER-RECORD.
007920     WRITE LETTER-RECORD.
007930     MOVE "the payroll department." TO LETTER-RECORD.
007940     WRITE LETTER-RECORD.
007950     MOVE SPACES TO LETTER-RECORD.
007960     WRITE LETTER-RECORD.
007970     MOVE SPACES TO LETTER-RECORD.
007980     STRING "  Employee:    " EM-EMPLOYEE-NAME
007990         " (" EM-EMPLOYEE-ID ")"
008000         DELIMITED BY SIZE INTO LETTER-RECORD
008010     WRITE LETTER-RECORD.
008020     MOVE SPACES TO LETTER-RECORD.
008030     STRING "  Department:  " EM-DEPT-CODE
008040         DELIMITED BY SIZE INTO LETTER-RECORD
008050     WRITE LETTER-RECORD.
008060     MOVE SPACES TO LETTER-RECORD.
008070     IF EM-STATUS-ACTIVE
008080         MOVE "  Status:      Currently employed" TO LETTER-RECORD
008090     ELSE
008100         STRING "  Status:      Employment ended " EM-TERM-DATE
008110             DELIMITED BY SIZE INTO LETTER-RECORD
008120     END-IF.
008130     WRITE LETTER-RECORD.
008140     MOVE SPACES TO LETTER-RECORD.
008150     IF EM-TYPE-SALARIED
008160         MOVE EM-SALARY-AMOUNT TO ED-TOTAL-AMOUNT
008170         STRING "  Pay Basis:   Salaried, $" ED-TOTAL-AMOUNT
008180             " per pay period"
008190             DELIMITED BY SIZE INTO LETTER-RECORD
008200     ELSE
008210         MOVE EM-HOURLY-RATE TO ED-RATE
008220         STRING "  Pay Basis:   Hourly, $" ED-RATE " per hour"
008230             DELIMITED BY SIZE INTO LETTER-RECORD
008240     END-IF.
008250     WRITE LETTER-RECORD.
008260     MOVE SPACES TO LETTER-RECORD.
008270     WRITE LETTER-RECORD.
008280     MOVE 2 TO YT-SUB.
008290     MOVE YT-GROSS-PAY(YT-SUB) TO ED-TOTAL-AMOUNT.
008300     MOVE SPACES TO LETTER-RECORD.
008310     STRING "  " HQ-TODAY-YEAR " Gross Earnings Year To Date:  $"
008320         ED-TOTAL-AMOUNT
008330         DELIMITED BY SIZE INTO LETTER-RECORD
008340     WRITE LETTER-RECORD.
008350     MOVE YT-SUPP-GROSS(YT-SUB) TO ED-TOTAL-AMOUNT.
008360     MOVE SPACES TO LETTER-RECORD.
008370     STRING "    Including Bonus/Commission:      $"
008380         ED-TOTAL-AMOUNT
008390         DELIMITED BY SIZE INTO LETTER-RECORD
008400     WRITE LETTER-RECORD.
008410     MOVE 1 TO YT-SUB.
008420     MOVE YT-GROSS-PAY(YT-SUB) TO ED-TOTAL-AMOUNT.
008430     MOVE SPACES TO LETTER-RECORD.
008440     STRING "  " HQ-PRIOR-YEAR " Gross Earnings:               $"
008450         ED-TOTAL-AMOUNT
008460         DELIMITED BY SIZE INTO LETTER-RECORD
008470     WRITE LETTER-RECORD.
008480     MOVE YT-SUPP-GROSS(YT-SUB) TO ED-TOTAL-AMOUNT.
008490     MOVE SPACES TO LETTER-RECORD.
008500     STRING "    Including Bonus/Commission:      $"
008510         ED-TOTAL-AMOUNT
008520         DELIMITED BY SIZE INTO LETTER-RECORD
008530     WRITE LETTER-RECORD.
008540     MOVE SPACES TO LETTER-RECORD.
008550     WRITE LETTER-RECORD.
008560     MOVE "Earnings are gross pay before taxes and deductions, as"
008570         TO LETTER-RECORD.
008580     WRITE LETTER-RECORD.
008590     MOVE "recorded in the payroll history.  Voided payments are"
008600         TO LETTER-RECORD.
008610     WRITE LETTER-RECORD.
008620     MOVE "excluded." TO LETTER-RECORD.
008630     WRITE LETTER-RECORD.
008640     MOVE SPACES TO LETTER-RECORD.
008650     WRITE LETTER-RECORD.
008660     MOVE "PAYROLL DEPARTMENT" TO LETTER-RECORD.
008670     WRITE LETTER-RECORD.
008680     MOVE ALL "=" TO LETTER-RECORD.
008690     WRITE LETTER-RECORD.
008700     IF FS-VERIFY-LETTER NOT = "00"
008710         MOVE "VERIFY-LETTER-FILE"   TO ABEND-FILE-NAME
008720         MOVE FS-VERIFY-LETTER       TO ABEND-FILE-STATUS
008730         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
008740     END-IF.
008750     DISPLAY "VERIFICATION LETTER WRITTEN TO VERIFLTR.TXT".
008760 2600-EXIT.
008770     EXIT.
008780*
008790*****************************************************************
008800*    3000-SCAN-HISTORY - READ THE ARCHIVE OF EACH CLOSED YEAR   *
008810*    FROM HQ-FIRST-YEAR THROUGH HQ-LAST-YEAR, THEN THE LIVE PAY *
008820*    HISTORY, ADDING UP THE EMPLOYEE'S YEAR TOTALS AND - WHEN A *
008830*    LIST IS WANTED - KEEPING THE ENTRIES PAID IN THE DATE      *
008840*    RANGE.  AN ARCHIVE THAT IS NOT ON FILE IS A YEAR NOT YET   *
008850*    CLOSED, WHOSE DETAIL IS STILL ON PAYHIST.DAT.              *
008860*****************************************************************
008870 3000-SCAN-HISTORY.
008880     PERFORM VARYING YT-SUB FROM 1 BY 1 UNTIL YT-SUB > 12
008890         MOVE ZERO TO YT-GROSS-PAY(YT-SUB)
008900         MOVE ZERO TO YT-SUPP-GROSS(YT-SUB)
008910         MOVE ZERO TO YT-TAX-AMOUNT(YT-SUB)
008920         MOVE ZERO TO YT-SS-TAX(YT-SUB)
008930         MOVE ZERO TO YT-MEDICARE-TAX(YT-SUB)
008940         MOVE ZERO TO YT-STATE-TAX(YT-SUB)
008950         MOVE ZERO TO YT-NET-PAY(YT-SUB)
008960     END-PERFORM.
008970     MOVE ZERO TO HISTORY-ENTRY-COUNT.
008980     MOVE 'N' TO ENTRY-OVERFLOW-SWITCH.
008990     PERFORM 3100-SCAN-ONE-ARCHIVE THRU 3100-EXIT
009000         VARYING HQ-SCAN-YEAR FROM HQ-FIRST-YEAR BY 1
009010         UNTIL HQ-SCAN-YEAR > HQ-LAST-YEAR.
009020     MOVE 'N' TO EOF-HISTORY-SWITCH.
009030     OPEN INPUT PAY-HISTORY-FILE.
009040     IF FS-PAY-HISTORY NOT = "00" AND FS-PAY-HISTORY NOT = "05"
009050         MOVE "PAY-HISTORY-FILE"     TO ABEND-FILE-NAME
009060         MOVE FS-PAY-HISTORY         TO ABEND-FILE-STATUS
009070         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
009080     END-IF.
009090     PERFORM 3200-READ-ONE-HISTORY THRU 3200-EXIT
009100         UNTIL EOF-PAY-HISTORY.
009110     CLOSE PAY-HISTORY-FILE.
009120 3000-EXIT.
009130     EXIT.
009140*
009150 3100-SCAN-ONE-ARCHIVE.
009160     MOVE SPACES TO YEAR-ARCHIVE-NAME.
009170     STRING "PAYARC" HQ-SCAN-YEAR ".DAT"
009180         DELIMITED BY SIZE INTO YEAR-ARCHIVE-NAME.
009190     MOVE 'N' TO EOF-ARCHIVE-SWITCH.
009200     OPEN INPUT YEAR-ARCHIVE-FILE.
009210     IF FS-YEAR-ARCHIVE NOT = "00" AND FS-YEAR-ARCHIVE NOT = "05"
009220         MOVE "YEAR-ARCHIVE-FILE"    TO ABEND-FILE-NAME
009230         MOVE FS-YEAR-ARCHIVE        TO ABEND-FILE-STATUS
009240         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
009250     END-IF.
009260     PERFORM 3150-READ-ONE-ARCHIVE THRU 3150-EXIT
009270         UNTIL EOF-YEAR-ARCHIVE.
009280     CLOSE YEAR-ARCHIVE-FILE.
009290 3100-EXIT.
009300     EXIT.
009310*
009320 3150-READ-ONE-ARCHIVE.
009330     READ YEAR-ARCHIVE-FILE
009340         AT END
009350             MOVE 'Y' TO EOF-ARCHIVE-SWITCH
009360         NOT AT END
009370             IF YA-TYPE-HISTORY
009380                 MOVE YA-RECORD-IMAGE TO PAY-HISTORY-RECORD
009390                 PERFORM 3300-TAKE-ONE-HISTORY THRU 3300-EXIT
009400             END-IF
009410     END-READ.
009420 3150-EXIT.
009430     EXIT.
009440*
009450 3200-READ-ONE-HISTORY.
009460     READ PAY-HISTORY-FILE INTO PAY-HISTORY-RECORD
009470         AT END
009480             MOVE 'Y' TO EOF-HISTORY-SWITCH
009490         NOT AT END
009500             PERFORM 3300-TAKE-ONE-HISTORY THRU 3300-EXIT
009510     END-READ.
009520 3200-EXIT.
009530     EXIT.
009540*
009550*****************************************************************
009560*    3300-TAKE-ONE-HISTORY - ONE HISTORY RECORD OF THE          *
009570*    EMPLOYEE.  PAYMENTS AND REISSUES ADD TO THEIR TAX YEAR AND *
009580*    VOIDS SUBTRACT; ACH RETURNS AND RETURN CHECKS MOVE NO YEAR *
009590*    TOTAL.                                                     *
009600*    AN ENTRY KEPT FOR THE LIST CARRIES ITS YEAR'S TOTALS AS    *
009610*    THEY STAND AFTER IT.                                       *
009620*****************************************************************
009630 3300-TAKE-ONE-HISTORY.
009640     IF PH-EMPLOYEE-ID NOT = EM-EMPLOYEE-ID
009650         GO TO 3300-EXIT
009660     END-IF.
009670     MOVE ZERO TO YT-SUB.
009680     MOVE PH-PERIOD-END-DATE(1:4) TO HQ-YEAR-X.
009690     IF HQ-YEAR-X IS NUMERIC
009700         IF HQ-YEAR NOT < HQ-FIRST-YEAR
009710                 AND HQ-YEAR NOT > HQ-LAST-YEAR
009720             COMPUTE YT-SUB = HQ-YEAR - HQ-FIRST-YEAR + 1
009730         END-IF
009740     END-IF.
009750     IF YT-SUB NOT = ZERO
009760         PERFORM 3310-ADD-TO-YEAR-TOTAL THRU 3310-EXIT
009770     END-IF.
009780     IF NOT LISTING-WANTED
009790         GO TO 3300-EXIT
009800     END-IF.
009810     IF PH-RUN-DATE < HQ-FROM-DATE OR PH-RUN-DATE > HQ-TO-DATE
009820         GO TO 3300-EXIT
009830     END-IF.
009840     IF HISTORY-ENTRY-COUNT NOT < 200
009850         MOVE 'Y' TO ENTRY-OVERFLOW-SWITCH
009860         GO TO 3300-EXIT
009870     END-IF.
009880     ADD 1 TO HISTORY-ENTRY-COUNT.
009890     MOVE HISTORY-ENTRY-COUNT TO HE-SUB.
009900     MOVE PAY-HISTORY-RECORD TO HE-HISTORY-IMAGE(HE-SUB).
009910     IF YT-SUB = ZERO
009920         MOVE ZERO TO HE-YTD-GROSS-PAY(HE-SUB)
009930         MOVE ZERO TO HE-YTD-TAX-AMOUNT(HE-SUB)
009940         MOVE ZERO TO HE-YTD-SS-TAX(HE-SUB)
009950         MOVE ZERO TO HE-YTD-MEDICARE-TAX(HE-SUB)
009960         MOVE ZERO TO HE-YTD-STATE-TAX(HE-SUB)
009970         MOVE ZERO TO HE-YTD-NET-PAY(HE-SUB)
009980     ELSE
009990         MOVE YT-GROSS-PAY(YT-SUB) TO HE-YTD-GROSS-PAY(HE-SUB)
010000         MOVE YT-TAX-AMOUNT(YT-SUB) TO HE-YTD-TAX-AMOUNT(HE-SUB)
010010         MOVE YT-SS-TAX(YT-SUB) TO HE-YTD-SS-TAX(HE-SUB)
010020         MOVE YT-MEDICARE-TAX(YT-SUB)
010030             TO HE-YTD-MEDICARE-TAX(HE-SUB)
010040         MOVE YT-STATE-TAX(YT-SUB) TO HE-YTD-STATE-TAX(HE-SUB)
010050         MOVE YT-NET-PAY(YT-SUB) TO HE-YTD-NET-PAY(HE-SUB)
010060     END-IF.
010070 3300-EXIT.
010080     EXIT.
010090*
010100 3310-ADD-TO-YEAR-TOTAL.
010110     EVALUATE TRUE
010120         WHEN PH-TYPE-PAYMENT OR PH-TYPE-REISSUE
010130             ADD PH-GROSS-PAY TO YT-GROSS-PAY(YT-SUB)
010140             ADD PH-TAX-AMOUNT TO YT-TAX-AMOUNT(YT-SUB)
010150             ADD PH-SS-TAX TO YT-SS-TAX(YT-SUB)
010160             ADD PH-MEDICARE-TAX TO YT-MEDICARE-TAX(YT-SUB)
010170             ADD PH-STATE-TAX TO YT-STATE-TAX(YT-SUB)
010180             ADD PH-NET-PAY TO YT-NET-PAY(YT-SUB)
010190             IF PH-SUPP-BONUS OR PH-SUPP-COMMISSION
010200                 ADD PH-GROSS-PAY TO YT-SUPP-GROSS(YT-SUB)
010210             END-IF
010220         WHEN PH-TYPE-VOID
010230             SUBTRACT PH-GROSS-PAY FROM YT-GROSS-PAY(YT-SUB)
010240             SUBTRACT PH-TAX-AMOUNT FROM YT-TAX-AMOUNT(YT-SUB)
010250             SUBTRACT PH-SS-TAX FROM YT-SS-TAX(YT-SUB)
010260             SUBTRACT PH-MEDICARE-TAX FROM YT-MEDICARE-TAX(YT-SUB)
010270             SUBTRACT PH-STATE-TAX FROM YT-STATE-TAX(YT-SUB)
010280             SUBTRACT PH-NET-PAY FROM YT-NET-PAY(YT-SUB)
010290             IF PH-SUPP-BONUS OR PH-SUPP-COMMISSION
010300                 SUBTRACT PH-GROSS-PAY FROM YT-SUPP-GROSS(YT-SUB)
010310             END-IF
010320         WHEN OTHER
010330             CONTINUE
010340     END-EVALUATE.
010350 3310-EXIT.
010360     EXIT.
010370*
010380 9000-TERMINATE.
010390     CLOSE EMPLOYEE-MASTER-FILE.
010400     CLOSE DUPLICATE-STUB-FILE.
010410     CLOSE VERIFY-LETTER-FILE.
010420     DISPLAY "INQUIRY SESSION ENDED.".
010430 9000-EXIT.
010440     EXIT.
010450*
010460*****************************************************************
010470*    9900-ABEND-FILE-ERROR - A FILE COULD NOT BE OPENED, READ   *
010480*    OR WRITTEN.  DISPLAY THE STATUS AND STOP.                  *
010490*****************************************************************
010500 9900-ABEND-FILE-ERROR.
010510     DISPLAY "PAYHINQ ABEND - " ABEND-FILE-NAME
010520         " FILE STATUS " ABEND-FILE-STATUS.
010530     MOVE 16 TO RETURN-CODE.
010540     STOP RUN.
010550 9900-EXIT.
010560     EXIT.
