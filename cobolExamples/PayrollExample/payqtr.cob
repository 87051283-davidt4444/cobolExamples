000060*    EXTRACT.  READS THE CONTROL CARD (QTRPARM.DAT), THE         *
000070*    EMPLOYEE MASTER AND THE CUMULATIVE PAY-HISTORY FILE, AND    *
000080*    PRODUCES A QUARTERLY REPORT OF TAXABLE WAGES AND            *
000090*    WITHHOLDING BY EMPLOYEE (FEDERAL, SOCIAL SECURITY,          *
000095*    MEDICARE AND STATE) WITH GRAND TOTALS THAT TIE TO THE       *
000100*    SUM OF THE PAYROLL BATCH TRAILERS FOR THE QUARTER, PLUS A   *
000110*    W-2 EXTRACT RECORD PER EMPLOYEE ON THE MASTER.  PRE-TAX     *
000120*    DEDUCTIONS REDUCE REPORTED TAXABLE WAGES THE SAME WAY THE   *
000280*                      BY THE CALENDAR PERIOD'S END DATE;        *
000290*                      OLDER DETAIL WITHOUT A PERIOD NUMBER      *
000300*                      STILL FALLS BACK TO DATE ARITHMETIC.      *
000302*    2026-10-15  DLT  A TERMED EMPLOYEE NOW STAYS ON THE         *
000304*                      MASTER FOR THE REST OF THE YEAR, SO THE   *
000306*                      W-2 USES THE MASTER'S FINAL YTD FIGURES;  *
000308*                      THE HISTORY-ONLY PATH REMAINS FOR         *
000309*                      EMPLOYEES DELETED UNDER THE OLD TERM.     *
000310*    2026-10-15  DLT  THE EMPLOYEE'S SOCIAL SECURITY WAGES AND   *
000311*                      TAX, MEDICARE AND STATE TAX ARE NOW       *
000312*                      RECONCILED BESIDE THE FEDERAL WITHHOLDING *
000313*                      AND CARRIED TO THE W-2 EXTRACT BOXES.     *
000314*    2026-10-15  DLT  PASSES THE SUPPLEMENTAL WITHHOLDING RATE   *
000315*                      TABLE TO RATELOAD.                        *
000316*                                                                *
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. PAYQTR.
001050     COPY OTRULES.
001060     COPY DEDCODE.
001070     COPY EMPRTAX.
001072     COPY EMPETAX.
001074     COPY STATETAX.
001076     COPY W4ALLOW.
001078     COPY SUPPRATE.
001080*
001090 01  RATE-LOAD-CONTROL.
001100     05  RATE-AS-OF-DATE             PIC X(08).
001230*    ONE ENTRY PER EMPLOYEE SEEN ON THE MASTER OR THE HISTORY
001240*    FILE.  MASTER EMPLOYEES CARRY THEIR NAME AND FINAL YTD
001250*    FIGURES FOR THE W-2 EXTRACT; EMPLOYEES FOUND ONLY ON
001260*    HISTORY LOST THEIR MASTER RECORD WHEN A TERM STILL DELETED
001270*    IT (A TERM NOW LEAVES THE RECORD ON FILE), SO THEIR W-2
001280*    EXTRACT IS BUILT FROM THE YEAR'S HISTORY DETAIL ACCUMULATED.
001290 01  EMPLOYEE-TOTAL-TABLE.
001300     05  EMPLOYEE-TOTAL-COUNT        PIC 9(04) COMP VALUE ZERO.
001310     05  EMPLOYEE-TOTAL-ENTRY OCCURS 1000 TIMES
001420         10  ET-YEAR-PRETAX          PIC S9(09)V99.
001430         10  ET-YEAR-GROSS           PIC S9(09)V99.
001440         10  ET-YEAR-TAX             PIC S9(09)V99.
001441         10  ET-STATE-CODE           PIC X(02).
001442         10  ET-YTD-SS-WAGES         PIC 9(07)V99.
001443         10  ET-YTD-SS-TAX           PIC 9(07)V99.
001444         10  ET-YTD-MEDICARE-TAX     PIC 9(07)V99.
001445         10  ET-YTD-STATE-TAX        PIC 9(07)V99.
001446         10  ET-QTR-SS-WAGES         PIC S9(09)V99.
001447         10  ET-QTR-SS-TAX           PIC S9(09)V99.
001448         10  ET-QTR-MEDICARE-TAX     PIC S9(09)V99.
001449         10  ET-QTR-STATE-TAX        PIC S9(09)V99.
001450         10  ET-YEAR-SS-WAGES        PIC S9(09)V99.
001451         10  ET-YEAR-SS-TAX          PIC S9(09)V99.
001452         10  ET-YEAR-MEDICARE-TAX    PIC S9(09)V99.
001453         10  ET-YEAR-STATE-TAX       PIC S9(09)V99.
001454*
001460 01  QTR-WORK-AREA.
001470     05  QW-EMP-SUB                  PIC 9(04) COMP VALUE ZERO.
001480     05  QW-DED-IDX                  PIC 9(01) COMP.
001820     05  QT-W2-RECORDS               PIC 9(05) COMP VALUE ZERO.
001830     05  QT-TOTAL-TAXABLE            PIC S9(11)V99 VALUE ZERO.
001840     05  QT-TOTAL-TAX                PIC S9(11)V99 VALUE ZERO.
001841     05  QT-TOTAL-SS-WAGES           PIC S9(11)V99 VALUE ZERO.
001842     05  QT-TOTAL-SS-TAX             PIC S9(11)V99 VALUE ZERO.
001843     05  QT-TOTAL-MEDICARE-WAGES     PIC S9(11)V99 VALUE ZERO.
001844     05  QT-TOTAL-MEDICARE-TAX       PIC S9(11)V99 VALUE ZERO.
001845     05  QT-TOTAL-STATE-TAX          PIC S9(11)V99 VALUE ZERO.
001850*
001860 01  EDIT-FIELDS.
001870     05  ED-COUNT                    PIC ZZ,ZZ9.
002460                           OVERTIME-RULE-TABLE
002470                           DEDUCTION-CODE-TABLE
002480                           EMPLOYER-TAX-TABLE
002482                           EMPLOYEE-TAX-TABLE
002484                           STATE-TAX-TABLE
002486                           W4-ALLOWANCE-TABLE
002488                           SUPP-RATE-TABLE
002490                           RATE-LOAD-STATUS.
002500     IF RATE-LOAD-STATUS NOT = "00"
002510         MOVE "RATE-CONTROL-FILE"    TO ABEND-FILE-NAME
003250     MOVE ZERO TO ET-YEAR-PRETAX(QW-EMP-SUB).
003260     MOVE ZERO TO ET-YEAR-GROSS(QW-EMP-SUB).
003270     MOVE ZERO TO ET-YEAR-TAX(QW-EMP-SUB).
003271     MOVE EM-JURISDICTION-CODE TO ET-STATE-CODE(QW-EMP-SUB).
003272     MOVE EM-YTD-SS-WAGES TO ET-YTD-SS-WAGES(QW-EMP-SUB).
003273     MOVE EM-YTD-SS-TAX TO ET-YTD-SS-TAX(QW-EMP-SUB).
003274     MOVE EM-YTD-MEDICARE-TAX TO ET-YTD-MEDICARE-TAX(QW-EMP-SUB).
003275     MOVE EM-YTD-STATE-TAX TO ET-YTD-STATE-TAX(QW-EMP-SUB).
003276     PERFORM 1730-ZERO-EMPLOYEE-TAXES THRU 1730-EXIT.
003280 1720-EXIT.
003290     EXIT.
003291*
003292 1730-ZERO-EMPLOYEE-TAXES.
003293     MOVE ZERO TO ET-QTR-SS-WAGES(QW-EMP-SUB).
003294     MOVE ZERO TO ET-QTR-SS-TAX(QW-EMP-SUB).
003295     MOVE ZERO TO ET-QTR-MEDICARE-TAX(QW-EMP-SUB).
003296     MOVE ZERO TO ET-QTR-STATE-TAX(QW-EMP-SUB).
003297     MOVE ZERO TO ET-YEAR-SS-WAGES(QW-EMP-SUB).
003298     MOVE ZERO TO ET-YEAR-SS-TAX(QW-EMP-SUB).
003299     MOVE ZERO TO ET-YEAR-MEDICARE-TAX(QW-EMP-SUB).
003300     MOVE ZERO TO ET-YEAR-STATE-TAX(QW-EMP-SUB).
003301 1730-EXIT.
003302     EXIT.
003303*
003310*****************************************************************
003320*    1800-LOAD-PAY-CALENDAR - PULL THE PAY CALENDAR IN SO A     *
003330*    HISTORY DETAIL CAN BE PLACED IN ITS QUARTER BY PERIOD      *
004310     COMPUTE ET-YEAR-TAX(QW-EMP-SUB) =
004320         ET-YEAR-TAX(QW-EMP-SUB)
004330         + (PH-TAX-AMOUNT * QW-SIGN).
004331     COMPUTE ET-YEAR-SS-WAGES(QW-EMP-SUB) =
004332         ET-YEAR-SS-WAGES(QW-EMP-SUB)
004333         + (PH-SS-WAGES * QW-SIGN).
004334     COMPUTE ET-YEAR-SS-TAX(QW-EMP-SUB) =
004335         ET-YEAR-SS-TAX(QW-EMP-SUB)
004336         + (PH-SS-TAX * QW-SIGN).
004337     COMPUTE ET-YEAR-MEDICARE-TAX(QW-EMP-SUB) =
004338         ET-YEAR-MEDICARE-TAX(QW-EMP-SUB)
004339         + (PH-MEDICARE-TAX * QW-SIGN).
004340     COMPUTE ET-YEAR-STATE-TAX(QW-EMP-SUB) =
004341         ET-YEAR-STATE-TAX(QW-EMP-SUB)
004342         + (PH-STATE-TAX * QW-SIGN).
004343     IF NOT ET-IS-ON-MASTER(QW-EMP-SUB)
004344             AND PH-STATE-CODE NOT = SPACES
004345         MOVE PH-STATE-CODE TO ET-STATE-CODE(QW-EMP-SUB)
004346     END-IF.
004347     IF QW-PERIOD-QUARTER = QP-QUARTER
004350         COMPUTE ET-QTR-GROSS(QW-EMP-SUB) =
004360             ET-QTR-GROSS(QW-EMP-SUB)
004370             + (PH-GROSS-PAY * QW-SIGN)
004410         COMPUTE ET-QTR-TAX(QW-EMP-SUB) =
004420             ET-QTR-TAX(QW-EMP-SUB)
004430             + (PH-TAX-AMOUNT * QW-SIGN)
004431         COMPUTE ET-QTR-SS-WAGES(QW-EMP-SUB) =
004432             ET-QTR-SS-WAGES(QW-EMP-SUB)
004433             + (PH-SS-WAGES * QW-SIGN)
004434         COMPUTE ET-QTR-SS-TAX(QW-EMP-SUB) =
004435             ET-QTR-SS-TAX(QW-EMP-SUB)
004436             + (PH-SS-TAX * QW-SIGN)
004437         COMPUTE ET-QTR-MEDICARE-TAX(QW-EMP-SUB) =
004438             ET-QTR-MEDICARE-TAX(QW-EMP-SUB)
004439             + (PH-MEDICARE-TAX * QW-SIGN)
004440         COMPUTE ET-QTR-STATE-TAX(QW-EMP-SUB) =
004441             ET-QTR-STATE-TAX(QW-EMP-SUB)
004442             + (PH-STATE-TAX * QW-SIGN)
004443     END-IF.
004450 2200-EXIT.
004460     EXIT.
004470*
004650*****************************************************************
004660*    2220-FIND-EMPLOYEE-ENTRY - LOCATE (OR ADD) THE TABLE       *
004670*    ENTRY FOR THE HISTORY DETAIL'S EMPLOYEE.  AN EMPLOYEE ON   *
004680*    HISTORY BUT NOT ON THE CURRENT MASTER WAS DELETED UNDER    *
004690*    THE OLD TERM - THE QUARTERLY FIGURES STILL COUNT.          *
004700*****************************************************************
004710 2220-FIND-EMPLOYEE-ENTRY.
004720     SET ET-IDX TO 1.
005000     MOVE ZERO TO ET-YEAR-PRETAX(QW-EMP-SUB).
005010     MOVE ZERO TO ET-YEAR-GROSS(QW-EMP-SUB).
005020     MOVE ZERO TO ET-YEAR-TAX(QW-EMP-SUB).
005021     MOVE SPACES TO ET-STATE-CODE(QW-EMP-SUB).
005022     MOVE ZERO TO ET-YTD-SS-WAGES(QW-EMP-SUB).
005023     MOVE ZERO TO ET-YTD-SS-TAX(QW-EMP-SUB).
005024     MOVE ZERO TO ET-YTD-MEDICARE-TAX(QW-EMP-SUB).
005025     MOVE ZERO TO ET-YTD-STATE-TAX(QW-EMP-SUB).
005026     PERFORM 1730-ZERO-EMPLOYEE-TAXES THRU 1730-EXIT.
005030 2225-EXIT.
005040     EXIT.
005050*
005350             UNTIL QW-EMP-SUB > EMPLOYEE-TOTAL-COUNT
005360         IF ET-QTR-GROSS(QW-EMP-SUB) NOT = ZERO
005370                 OR ET-QTR-TAX(QW-EMP-SUB) NOT = ZERO
005372                 OR ET-QTR-SS-TAX(QW-EMP-SUB) NOT = ZERO
005374                 OR ET-QTR-MEDICARE-TAX(QW-EMP-SUB) NOT = ZERO
005376                 OR ET-QTR-STATE-TAX(QW-EMP-SUB) NOT = ZERO
005380             PERFORM 7100-PRINT-ONE-EMPLOYEE THRU 7100-EXIT
005390         END-IF
005400     END-PERFORM.
005530     WRITE REPORT-RECORD.
005540     MOVE QT-TOTAL-TAX TO ED-SIGNED-AMOUNT.
005550     MOVE SPACES TO REPORT-RECORD.
005560     STRING "  Total Federal Tax Withheld: $" ED-SIGNED-AMOUNT
005570         DELIMITED BY SIZE INTO REPORT-RECORD
005580     WRITE REPORT-RECORD.
005581     MOVE QT-TOTAL-SS-WAGES TO ED-SIGNED-AMOUNT.
005582     MOVE SPACES TO REPORT-RECORD.
005583     STRING "  Total Social Security Wages: $" ED-SIGNED-AMOUNT
005584         DELIMITED BY SIZE INTO REPORT-RECORD
005585     WRITE REPORT-RECORD.
005586     MOVE QT-TOTAL-SS-TAX TO ED-SIGNED-AMOUNT.
005587     MOVE SPACES TO REPORT-RECORD.
005588     STRING "  Total Social Security Tax: $" ED-SIGNED-AMOUNT
005589         DELIMITED BY SIZE INTO REPORT-RECORD
005590     WRITE REPORT-RECORD.
005591     MOVE QT-TOTAL-MEDICARE-WAGES TO ED-SIGNED-AMOUNT.
005592     MOVE SPACES TO REPORT-RECORD.
005593     STRING "  Total Medicare Wages: $" ED-SIGNED-AMOUNT
005594         DELIMITED BY SIZE INTO REPORT-RECORD
005595     WRITE REPORT-RECORD.
005596     MOVE QT-TOTAL-MEDICARE-TAX TO ED-SIGNED-AMOUNT.
005597     MOVE SPACES TO REPORT-RECORD.
005598     STRING "  Total Medicare Tax: $" ED-SIGNED-AMOUNT
005599         DELIMITED BY SIZE INTO REPORT-RECORD
005600     WRITE REPORT-RECORD.
005601     MOVE QT-TOTAL-STATE-TAX TO ED-SIGNED-AMOUNT.
005602     MOVE SPACES TO REPORT-RECORD.
005603     STRING "  Total State Tax Withheld: $" ED-SIGNED-AMOUNT
005604         DELIMITED BY SIZE INTO REPORT-RECORD
005605     WRITE REPORT-RECORD.
005606     MOVE SPACES TO REPORT-RECORD.
005607     WRITE REPORT-RECORD.
005610 7000-EXIT.
005620     EXIT.
005630*
005760     WRITE REPORT-RECORD.
005770     MOVE ET-QTR-TAX(QW-EMP-SUB) TO ED-SIGNED-AMOUNT.
005780     MOVE SPACES TO REPORT-RECORD.
005790     STRING "  Federal Tax Withheld: $" ED-SIGNED-AMOUNT
005800         DELIMITED BY SIZE INTO REPORT-RECORD
005810     WRITE REPORT-RECORD.
005811     MOVE ET-QTR-SS-WAGES(QW-EMP-SUB) TO ED-SIGNED-AMOUNT.
005812     MOVE SPACES TO REPORT-RECORD.
005813     STRING "  Social Security Wages: $" ED-SIGNED-AMOUNT
005814         DELIMITED BY SIZE INTO REPORT-RECORD
005815     WRITE REPORT-RECORD.
005816     MOVE ET-QTR-SS-TAX(QW-EMP-SUB) TO ED-SIGNED-AMOUNT.
005817     MOVE SPACES TO REPORT-RECORD.
005818     STRING "  Social Security Tax: $" ED-SIGNED-AMOUNT
005819         DELIMITED BY SIZE INTO REPORT-RECORD
005820     WRITE REPORT-RECORD.
005821     MOVE ET-QTR-GROSS(QW-EMP-SUB) TO ED-SIGNED-AMOUNT.
005822     MOVE SPACES TO REPORT-RECORD.
005823     STRING "  Medicare Wages: $" ED-SIGNED-AMOUNT
005824         DELIMITED BY SIZE INTO REPORT-RECORD
005825     WRITE REPORT-RECORD.
005826     MOVE ET-QTR-MEDICARE-TAX(QW-EMP-SUB) TO ED-SIGNED-AMOUNT.
005827     MOVE SPACES TO REPORT-RECORD.
005828     STRING "  Medicare Tax: $" ED-SIGNED-AMOUNT
005829         DELIMITED BY SIZE INTO REPORT-RECORD
005830     WRITE REPORT-RECORD.
005831     MOVE ET-QTR-STATE-TAX(QW-EMP-SUB) TO ED-SIGNED-AMOUNT.
005832     MOVE SPACES TO REPORT-RECORD.
005833     STRING "  State Tax Withheld (" ET-STATE-CODE(QW-EMP-SUB)
005834         "): $" ED-SIGNED-AMOUNT
005835         DELIMITED BY SIZE INTO REPORT-RECORD
005836     WRITE REPORT-RECORD.
005837     MOVE SPACES TO REPORT-RECORD.
005838     WRITE REPORT-RECORD.
005840     ADD 1 TO QT-EMPLOYEE-LINES.
005850     ADD QW-TAXABLE TO QT-TOTAL-TAXABLE.
005860     ADD ET-QTR-TAX(QW-EMP-SUB) TO QT-TOTAL-TAX.
005861     ADD ET-QTR-SS-WAGES(QW-EMP-SUB) TO QT-TOTAL-SS-WAGES.
005862     ADD ET-QTR-SS-TAX(QW-EMP-SUB) TO QT-TOTAL-SS-TAX.
005863     ADD ET-QTR-GROSS(QW-EMP-SUB) TO QT-TOTAL-MEDICARE-WAGES.
005864     ADD ET-QTR-MEDICARE-TAX(QW-EMP-SUB) TO QT-TOTAL-MEDICARE-TAX.
005865     ADD ET-QTR-STATE-TAX(QW-EMP-SUB) TO QT-TOTAL-STATE-TAX.
005870 7100-EXIT.
005880     EXIT.
005890*
005900*****************************************************************
005910*    7600-WRITE-W2-EXTRACT - ONE EXTRACT RECORD PER EMPLOYEE    *
005920*    PAID DURING THE YEAR.  EMPLOYEES ON THE MASTER, ACTIVE OR  *
005930*    TERMED, USE THE FINAL YTD FIGURES; EMPLOYEES WHOSE MASTER  *
005940*    RECORD WAS DELETED UNDER THE OLD TERM USE THE HISTORY      *
005950*    TOTALS.  EITHER WAY TAXABLE WAGES REDUCE THE GROSS BY THE  *
005960*    YEAR'S PRE-TAX DEDUCTIONS ACCUMULATED OFF THE HISTORY      *
005970*    FILE, EXACTLY AS EACH PERIOD'S WITHHOLDING WAS FIGURED.    *
006500             QW-W2-GROSS - W2-PRETAX-DEDUCTIONS
006510     END-IF.
006520     MOVE QW-W2-TAX TO W2-TAX-WITHHELD.
006521     MOVE QW-W2-GROSS TO W2-MEDICARE-WAGES.
006522     MOVE W2-TAXABLE-WAGES TO W2-STATE-WAGES.
006523     MOVE ET-STATE-CODE(QW-EMP-SUB) TO W2-STATE-CODE.
006524     IF ET-IS-ON-MASTER(QW-EMP-SUB)
006525         MOVE ET-YTD-SS-WAGES(QW-EMP-SUB) TO W2-SS-WAGES
006526         MOVE ET-YTD-SS-TAX(QW-EMP-SUB) TO W2-SS-TAX
006527         MOVE ET-YTD-MEDICARE-TAX(QW-EMP-SUB) TO W2-MEDICARE-TAX
006528         MOVE ET-YTD-STATE-TAX(QW-EMP-SUB) TO W2-STATE-TAX
006529     ELSE
006530         PERFORM 7620-HISTORY-TAX-BOXES THRU 7620-EXIT
006531     END-IF.
006532     WRITE W2-EXTRACT-RECORD.
006540     IF FS-W2-EXTRACT NOT = "00"
006550         MOVE "W2-EXTRACT-FILE"      TO ABEND-FILE-NAME
006560         MOVE FS-W2-EXTRACT          TO ABEND-FILE-STATUS
006590     ADD 1 TO QT-W2-RECORDS.
006600 7610-EXIT.
006610     EXIT.
006611*
006612*****************************************************************
006613*    7620-HISTORY-TAX-BOXES - THE SOCIAL SECURITY, MEDICARE AND *
006614*    STATE BOXES FOR AN EMPLOYEE KNOWN ONLY FROM HISTORY, FROM  *
006615*    THE YEAR'S DETAIL ACCUMULATED.  A NET-NEGATIVE FIGURE      *
006616*    (MORE VOIDED THAN PAID) IS REPORTED AS ZERO, THE SAME AS   *
006617*    GROSS AND FEDERAL TAX ARE.                                 *
006618*****************************************************************
006619 7620-HISTORY-TAX-BOXES.
006620     MOVE ZERO TO W2-SS-WAGES.
006621     MOVE ZERO TO W2-SS-TAX.
006622     MOVE ZERO TO W2-MEDICARE-TAX.
006623     MOVE ZERO TO W2-STATE-TAX.
006624     IF ET-YEAR-SS-WAGES(QW-EMP-SUB) > ZERO
006625         MOVE ET-YEAR-SS-WAGES(QW-EMP-SUB) TO W2-SS-WAGES
006626     END-IF.
006627     IF ET-YEAR-SS-TAX(QW-EMP-SUB) > ZERO
006628         MOVE ET-YEAR-SS-TAX(QW-EMP-SUB) TO W2-SS-TAX
006629     END-IF.
006630     IF ET-YEAR-MEDICARE-TAX(QW-EMP-SUB) > ZERO
006631         MOVE ET-YEAR-MEDICARE-TAX(QW-EMP-SUB) TO W2-MEDICARE-TAX
006632     END-IF.
006633     IF ET-YEAR-STATE-TAX(QW-EMP-SUB) > ZERO
006634         MOVE ET-YEAR-STATE-TAX(QW-EMP-SUB) TO W2-STATE-TAX
006635     END-IF.
006636 7620-EXIT.
006637     EXIT.
006638*
006639 9000-TERMINATE.
006640     CLOSE PAY-HISTORY-FILE.
006650     CLOSE QTR-REPORT-FILE.
006660     CLOSE W2-EXTRACT-FILE.
