000600*                      IS REJECTED - THE SINGLE-ACCOUNT DEBIT    *
000610*                      COULD HIT AN ACCOUNT THAT NEVER GOT THE   *
000620*                      MONEY.                                    *
000621*    2026-10-15  DLT  A VOID NOW ALSO BACKS OUT THE EMPLOYEE'S   *
000622*                      SOCIAL SECURITY WAGES AND TAX, MEDICARE   *
000623*                      AND STATE TAX, AND A REISSUE WITHHOLDS    *
000624*                      THEM UNDER THE W-4 ELECTIONS THE SAME WAY *
000625*                      THE PAYROLL RUN DOES.                     *
000626*    2026-10-15  DLT  A PAYMENT THE BANK RETURNED (AN 'N'        *
000627*                      RECORD ON THE HISTORY) IS REJECTED - IT   *
000628*                      HAS ALREADY BEEN REVERSED AND REPAID BY   *
000629*                      CHECK.                                    *
000630*    2026-10-15  DLT  EVERY VOID AND REISSUE IS JOURNALED TO     *
000631*                      VOIDGL.DAT IN THE LEDGER POSTING LAYOUT.  *
000632*                      A REISSUE POSTS LIKE THE PAYROLL RUN; A   *
000633*                      VOID POSTS THE SAME LINES THE OPPOSITE    *
000634*                      WAY, SO THE WITHHOLDING, DEDUCTION, ACH   *
000635*                      CLEARING AND CHECKS OUTSTANDING ACCOUNTS  *
000636*                      FOLLOW EVERY CORRECTED PAYMENT.           *
000637*    2026-10-15  DLT  PASSES THE SUPPLEMENTAL WITHHOLDING RATE   *
000638*                      TABLE TO RATELOAD.                        *
000639*    2026-10-15  DLT  THE REQUEST CARRIES THE EARNINGS TYPE      *
000640*                      OF THE PAYMENT - BLANK FOR REGULAR PAY,   *
000641*                      B/C/S/M FOR A SUPPLEMENTAL PAYMENT - AND  *
000642*                      THE HISTORY LOOKUP MATCHES ON IT.  A      *
000643*                      SUPPLEMENTAL PAYMENT MAY BE VOIDED BUT    *
000644*                      A REISSUE OF ONE IS REJECTED.             *
000645*    2026-10-15  DLT  A REISSUE, OR A VOID OF A DIRECT DEPOSIT,  *
000646*                      IS REJECTED WHILE THE EMPLOYEE'S ACH IS   *
000647*                      ON HOLD - THE BANK HAS ALREADY SENT THAT  *
000648*                      ACCOUNT BACK.  A REISSUE HISTORY RECORD   *
000649*                      NOW CARRIES ZERO VACATION PAYOUT HOURS.   *
000650*                                                                *
000651*****************************************************************
000652 IDENTIFICATION DIVISION.
000660 PROGRAM-ID. PAYVOID.
000670 AUTHOR. DATA PROCESSING.
000680 INSTALLATION. PAYROLL DEPARTMENT.
001130     SELECT POSPAY-VOID-FILE ASSIGN TO "POSPVOID.TXT"
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS FS-POSPAY-VOID.
001152*
001154     SELECT VOID-GL-FILE ASSIGN TO "VOIDGL.DAT"
001156         ORGANIZATION IS LINE SEQUENTIAL
001158         FILE STATUS IS FS-VOID-GL.
001160*
001170 DATA DIVISION.
001180 FILE SECTION.
001420*
001430 FD  POSPAY-VOID-FILE.
001440     COPY POSPAY.
001442*
001444 FD  VOID-GL-FILE.
001446     COPY GLPOST.
001450*
001460 WORKING-STORAGE SECTION.
001470*
001530     COPY OTRULES.
001540     COPY DEDCODE.
001550     COPY EMPRTAX.
001552     COPY EMPETAX.
001554     COPY STATETAX.
001556     COPY W4ALLOW.
001558     COPY SUPPRATE.
001560*
001570 01  RATE-LOAD-CONTROL.
001580     05  RATE-AS-OF-DATE             PIC X(08).
001730                 88  HT-TYPE-PAYMENT         VALUE 'P'.
001740                 88  HT-TYPE-VOID            VALUE 'V'.
001750                 88  HT-TYPE-REISSUE         VALUE 'R'.
001755                 88  HT-TYPE-ACH-RETURN      VALUE 'N'.
001760             15  FILLER              PIC X(203).
001762             15  HT-EARNINGS-TYPE    PIC X(01).
001770*
001780*    FIGURES FOR THE PAYMENT BEING REVERSED AND THE CORRECTED
001790*    PAYMENT BEING ISSUED IN ITS PLACE.
001940     05  DED-TAKEN-AMOUNT OCCURS 3 TIMES PIC 9(07)V99.
001950     05  REISSUE-HOURS               PIC 9(03)V99.
001960     05  REISSUE-RATE                PIC 9(03)V99.
001961*
001962*    EMPLOYEE-SIDE WITHHOLDING ON THE CORRECTED PAYMENT BEYOND
001963*    THE FEDERAL INCOME TAX IN TAX-AMOUNT, AND THE WORK FIELDS
001964*    THE W-4 ADJUSTMENTS AND BRACKET LOOKUPS USE.
001965 01  EMPLOYEE-TAX-DATA.
001966     05  SS-WAGES                    PIC 9(07)V99.
001967     05  SS-TAX-AMOUNT               PIC 9(07)V99.
001968     05  MEDICARE-TAX-AMOUNT         PIC 9(07)V99.
001969     05  STATE-TAX-AMOUNT            PIC 9(07)V99.
001970     05  TOTAL-WITHHOLDING           PIC 9(07)V99.
001971     05  WH-WAGES                    PIC S9(07)V99.
001972     05  WH-TAX                      PIC S9(07)V99.
001973     05  WH-CREDIT                   PIC 9(07)V99.
001974     05  WH-ROOM                     PIC 9(07)V99.
001975     05  WH-PRIOR-WAGES              PIC 9(09)V99.
001976     05  WH-SUBJECT-WAGES            PIC 9(09)V99.
001977     05  WH-OVER-THRESHOLD           PIC 9(09)V99.
001978     05  WH-ALLOWANCE-AMOUNT         PIC 9(05)V99.
001979     05  WH-PAY-PERIODS              PIC 9(02).
001980     05  WH-JURISDICTION             PIC X(02).
001981     05  WH-STATUS                   PIC X(01).
001982     05  WH-SUB                      PIC 9(02) COMP.
001983     05  WH-HIT-SUB                  PIC 9(02) COMP.
001984     05  WH-STATUS-SWITCH            PIC X(01).
001985         88  WH-STATUS-ON-TABLE              VALUE 'Y'.
001986     05  WH-COVER-SWITCH             PIC X(01).
001987         88  WH-BRACKET-COVERS               VALUE 'Y'.
001988*
001989 01  DEDUCTION-WORK-AREA.
001990     05  DW-DED-DESCRIPTION          PIC X(20).
002000     05  DW-DED-AMOUNT               PIC 9(07)V99.
002010     05  DW-DED-TAX-TYPE             PIC X(01).
002480     05  VW-RSN-IDX                  PIC 9(01) COMP.
002490     05  VW-DUP-SUB                  PIC 9(01) COMP.
002500     05  VW-RUN-DATE                 PIC X(08).
002501*
002502*    ONE LEDGER LINE BEING BUILT FOR VOIDGL.DAT, AND THE SIDES
002503*    THE WAGE AND LIABILITY LINES GO TO FOR THE PAYMENT BEING
002504*    JOURNALED - A VOID POSTS THEM THE OPPOSITE WAY TO A REISSUE.
002505 01  VOID-GL-WORK-AREA.
002506     05  VG-WAGE-SIDE                PIC X(01).
002507     05  VG-LIABILITY-SIDE           PIC X(01).
002508     05  VG-DESC-PREFIX              PIC X(08).
002509     05  VG-DESC-TEXT                PIC X(20).
002510     05  VG-ACCOUNT                  PIC X(06).
002511     05  VG-DEPT-CODE                PIC X(04).
002512     05  VG-SIDE                     PIC X(01).
002513     05  VG-AMOUNT                   PIC 9(07)V99.
002514     05  VG-DED-SUB                  PIC 9(01) COMP.
002515*
002520 01  PROGRAM-SWITCHES.
002530     05  EOF-HISTORY-SWITCH          PIC X(01) VALUE 'N'.
002540         88  EOF-PAY-HISTORY                 VALUE 'Y'.
002630         88  PAYMENT-IS-FOUND                VALUE 'Y'.
002640     05  ALREADY-VOIDED-SWITCH       PIC X(01) VALUE 'N'.
002650         88  PAYMENT-ALREADY-VOIDED          VALUE 'Y'.
002653     05  ACH-RETURNED-SWITCH         PIC X(01) VALUE 'N'.
002656         88  PAYMENT-ACH-RETURNED            VALUE 'Y'.
002660     05  DI-EOF-SWITCH               PIC X(01) VALUE 'N'.
002670         88  EOF-DEPOSIT-INSTR               VALUE 'Y'.
002680     05  SD-FOUND-SWITCH             PIC X(01) VALUE 'N'.
002820     05  FS-ACH-FILE                 PIC X(02) VALUE '00'.
002830     05  FS-VOID-REPORT              PIC X(02) VALUE '00'.
002840     05  FS-POSPAY-VOID              PIC X(02) VALUE '00'.
002845     05  FS-VOID-GL                  PIC X(02) VALUE '00'.
002850*
002860 01  ABEND-WORK-AREA.
002870     05  ABEND-FILE-NAME             PIC X(20).
003010     05  VC-REISSUE-COUNT            PIC 9(05) COMP VALUE ZERO.
003020     05  VC-TOTAL-NET-REVERSED       PIC 9(09)V99 VALUE ZERO.
003030     05  VC-TOTAL-NET-REISSUED       PIC 9(09)V99 VALUE ZERO.
003033     05  VC-GL-DEBIT-TOTAL           PIC 9(09)V99 VALUE ZERO.
003036     05  VC-GL-CREDIT-TOTAL          PIC 9(09)V99 VALUE ZERO.
003040*
003050 01  EDIT-FIELDS.
003060     05  ED-COUNT                    PIC ZZ,ZZ9.
003540         MOVE FS-POSPAY-VOID         TO ABEND-FILE-STATUS
003550         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003560     END-IF.
003561     OPEN OUTPUT VOID-GL-FILE.
003562     IF FS-VOID-GL NOT = "00"
003563         MOVE "VOID-GL-FILE"         TO ABEND-FILE-NAME
003564         MOVE FS-VOID-GL             TO ABEND-FILE-STATUS
003565         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003566     END-IF.
003570     MOVE "Void/Reissue Register" TO REPORT-RECORD.
003580     WRITE REPORT-RECORD.
003590     MOVE SPACES TO REPORT-RECORD.
003800                           OVERTIME-RULE-TABLE
003810                           DEDUCTION-CODE-TABLE
003820                           EMPLOYER-TAX-TABLE
003822                           EMPLOYEE-TAX-TABLE
003824                           STATE-TAX-TABLE
003826                           W4-ALLOWANCE-TABLE
003828                           SUPP-RATE-TABLE
003830                           RATE-LOAD-STATUS.
003840     IF RATE-LOAD-STATUS NOT = "00"
003850         MOVE "RATE-CONTROL-FILE"    TO ABEND-FILE-NAME
005630*    MASTER, THE PAYMENT MUST BE ON THE HISTORY FILE AND NOT    *
005640*    ALREADY VOIDED, THE YTD FIELDS MUST COVER THE BACK-OUT,    *
005650*    AND ANY CORRECTED HOURS/RATE SUPPLIED MUST PASS THE SAME   *
005660*    EDITS THE PAYROLL RUN APPLIES.  A SUPPLEMENTAL PAYMENT     *
005662*    MAY BE VOIDED BUT NOT REISSUED - THE REISSUE IS REBUILT    *
005664*    FROM HOURS AND RATE, WHICH A FLAT BONUS OR COMMISSION DOES *
005666*    NOT HAVE, SO IT IS REPAID THROUGH THE SUPPLEMENTAL RUN.    *
005667*    AN EMPLOYEE WHOSE DIRECT DEPOSIT IS ON HOLD CANNOT HAVE A  *
005668*    REISSUE, OR A VOID OF A DIRECT DEPOSIT, UNTIL THE BANK IS  *
005669*    CORRECTED THROUGH EMPLOYEE MAINTENANCE.                    *
005670*****************************************************************
005680 2200-VALIDATE-REQUEST.
005690     MOVE 'Y' TO REQUEST-VALID-SWITCH.
005950             PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
005960         END-IF
005970     END-IF.
005972     IF VR-EARNINGS-TYPE NOT = SPACE
005974             AND VR-EARNINGS-TYPE NOT = 'B'
005975             AND VR-EARNINGS-TYPE NOT = 'C'
005976             AND VR-EARNINGS-TYPE NOT = 'S'
005977             AND VR-EARNINGS-TYPE NOT = 'M'
005978         MOVE "EARNINGS TYPE MUST BE BLANK B C S OR M"
005979             TO REJECT-REASON-TEXT
005980         PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
005981     END-IF.
005982     IF VR-REISSUE-REQUESTED AND VR-EARNINGS-TYPE NOT = SPACE
005983         MOVE "SUPPLEMENTAL PAY - REISSUE VIA SUPP RUN"
005984             TO REJECT-REASON-TEXT
005985         PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
005986     END-IF.
005987     PERFORM 2230-FIND-PAYMENT THRU 2230-EXIT.
005990     IF NOT PAYMENT-IS-FOUND
006000         MOVE "PAYMENT NOT FOUND ON HISTORY"
006010             TO REJECT-REASON-TEXT
006060             TO REJECT-REASON-TEXT
006070         PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
006080     END-IF.
006081     IF PAYMENT-ACH-RETURNED
006082         MOVE "ACH RETURN ON FILE FOR PAYMENT"
006083             TO REJECT-REASON-TEXT
006084         PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
006085     END-IF.
006086*    A HELD ACCOUNT IS ONE THE BANK HAS ALREADY SENT BACK, SO
006087*    NEITHER A REISSUE CREDIT NOR THE REVERSAL DEBIT OF A DIRECT
006088*    DEPOSIT MAY GO TO IT UNTIL THE BANK IS CORRECTED.
006089     IF MASTER-IS-FOUND AND EM-ACH-ON-HOLD
006090         IF VR-REISSUE-REQUESTED
006091                 OR (PAYMENT-IS-FOUND AND PH-CHECK-NUMBER = ZERO)
006092             MOVE "ACH ON HOLD - CORRECT BANK VIA EMPMAINT"
006093                 TO REJECT-REASON-TEXT
006094             PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
006095         END-IF
006096     END-IF.
006097     IF MASTER-IS-FOUND AND PAYMENT-IS-FOUND
006100             AND NOT PAYMENT-ALREADY-VOIDED
006110         PERFORM 2235-CHECK-YTD-COVERAGE THRU 2235-EXIT
006120     END-IF.
007100*    LAST MATCHING PAYMENT WINS, SO A PAYMENT THAT WAS VOIDED   *
007110*    AND REISSUED CAN ITSELF BE REVERSED AGAIN ONLY THROUGH     *
007120*    THE REISSUE RECORD, NEVER DOUBLE-REVERSED.                 *
007123*    A BANK RETURN ('N') AGAINST THE PERIOD IS NOTED TOO - THAT *
007126*    DEPOSIT WAS ALREADY REVERSED AND REPAID BY CHECK.          *
007127*    THE EARNINGS TYPE MUST MATCH AS WELL, SO A SUPPLEMENTAL    *
007128*    PAYMENT DATED ON A PERIOD-END DATE IS NEVER TAKEN FOR THE  *
007129*    REGULAR PAYMENT OF THAT PERIOD, OR THE OTHER WAY ROUND.    *
007130*****************************************************************
007140 2230-FIND-PAYMENT.
007150     MOVE 'N' TO PAYMENT-FOUND-SWITCH.
007160     MOVE 'N' TO ALREADY-VOIDED-SWITCH.
007165     MOVE 'N' TO ACH-RETURNED-SWITCH.
007170     PERFORM VARYING VW-HISTORY-SUB FROM 1 BY 1
007180             UNTIL VW-HISTORY-SUB > HISTORY-COUNT
007190         IF HT-EMPLOYEE-ID(VW-HISTORY-SUB) = VR-EMPLOYEE-ID
007200                 AND HT-PERIOD-END-DATE(VW-HISTORY-SUB)
007210                     = VR-PERIOD-END-DATE
007212                 AND HT-EARNINGS-TYPE(VW-HISTORY-SUB)
007214                     = VR-EARNINGS-TYPE
007220             EVALUATE TRUE
007230                 WHEN HT-TYPE-VOID(VW-HISTORY-SUB)
007240                     MOVE 'Y' TO ALREADY-VOIDED-SWITCH
007310                     MOVE 'Y' TO PAYMENT-FOUND-SWITCH
007320                     MOVE HT-RECORD(VW-HISTORY-SUB)
007330                         TO PAY-HISTORY-RECORD
007333                 WHEN HT-TYPE-ACH-RETURN(VW-HISTORY-SUB)
007336                     MOVE 'Y' TO ACH-RETURNED-SWITCH
007340             END-EVALUATE
007350         END-IF
007360     END-PERFORM.
007460 2235-CHECK-YTD-COVERAGE.
007470     IF PH-GROSS-PAY > EM-YTD-GROSS-PAY
007480             OR PH-TAX-AMOUNT > EM-YTD-TAX-AMOUNT
007482             OR PH-SS-WAGES > EM-YTD-SS-WAGES
007484             OR PH-SS-TAX > EM-YTD-SS-TAX
007486             OR PH-MEDICARE-TAX > EM-YTD-MEDICARE-TAX
007488             OR PH-STATE-TAX > EM-YTD-STATE-TAX
007490             OR PH-NET-PAY > EM-YTD-NET-PAY
007500         MOVE "BACK-OUT EXCEEDS YTD ON MASTER"
007510             TO REJECT-REASON-TEXT
007920     PERFORM 3005-READ-MASTER-FOR-UPDATE THRU 3005-EXIT.
007930     SUBTRACT PH-GROSS-PAY FROM EM-YTD-GROSS-PAY.
007940     SUBTRACT PH-TAX-AMOUNT FROM EM-YTD-TAX-AMOUNT.
007942     SUBTRACT PH-SS-WAGES FROM EM-YTD-SS-WAGES.
007944     SUBTRACT PH-SS-TAX FROM EM-YTD-SS-TAX.
007946     SUBTRACT PH-MEDICARE-TAX FROM EM-YTD-MEDICARE-TAX.
007948     SUBTRACT PH-STATE-TAX FROM EM-YTD-STATE-TAX.
007950     SUBTRACT PH-NET-PAY FROM EM-YTD-NET-PAY.
007960     PERFORM 3007-REWRITE-MASTER THRU 3007-EXIT.
007970     PERFORM 3040-BACKOUT-GOAL-TAKEN THRU 3040-EXIT.
008030         PERFORM 3010-WRITE-VOID-ACH THRU 3010-EXIT
008040     END-IF.
008050     PERFORM 3020-WRITE-VOID-HISTORY THRU 3020-EXIT.
008055     PERFORM 3600-POST-PAYMENT-GL THRU 3600-EXIT.
008060     PERFORM 3030-PRINT-VOID-DETAIL THRU 3030-EXIT.
008070 3000-EXIT.
008080     EXIT.
009220     WRITE REPORT-RECORD.
009230     MOVE PH-TAX-AMOUNT TO ED-TOTAL-AMOUNT.
009240     MOVE SPACES TO REPORT-RECORD.
009250     STRING "    Federal Tax Reversed: $" ED-TOTAL-AMOUNT
009260         DELIMITED BY SIZE INTO REPORT-RECORD
009270     WRITE REPORT-RECORD.
009271     MOVE PH-SS-TAX TO ED-TOTAL-AMOUNT.
009272     MOVE SPACES TO REPORT-RECORD.
009273     STRING "    Social Security Reversed: $" ED-TOTAL-AMOUNT
009274         DELIMITED BY SIZE INTO REPORT-RECORD
009275     WRITE REPORT-RECORD.
009276     MOVE PH-MEDICARE-TAX TO ED-TOTAL-AMOUNT.
009277     MOVE SPACES TO REPORT-RECORD.
009278     STRING "    Medicare Reversed: $" ED-TOTAL-AMOUNT
009279         DELIMITED BY SIZE INTO REPORT-RECORD
009280     WRITE REPORT-RECORD.
009281     MOVE PH-STATE-TAX TO ED-TOTAL-AMOUNT.
009282     MOVE SPACES TO REPORT-RECORD.
009283     STRING "    State Tax (" PH-STATE-CODE ") Reversed: $"
009284         ED-TOTAL-AMOUNT DELIMITED BY SIZE INTO REPORT-RECORD
009285     WRITE REPORT-RECORD.
009286     MOVE PH-NET-PAY TO ED-TOTAL-AMOUNT.
009290     MOVE SPACES TO REPORT-RECORD.
009300     STRING "    Net Reversed (ACH Debit): $" ED-TOTAL-AMOUNT
009310         DELIMITED BY SIZE INTO REPORT-RECORD
009800*    THE SAME WAY THE PAYROLL RUN WOULD, FROM THE CORRECTED     *
009810*    HOURS/RATE WHEN SUPPLIED AND THE MASTER VALUES WHEN NOT.   *
009820*    DEDUCTIONS ARE SIZED AGAINST THE GOAL/ARREARS ENTRIES AND  *
009830*    TAKEN IN PRIORITY ORDER (TAXES, GARNISHMENT, THE REST) WITH*
009840*    ANY SHORTFALL CARRIED AS ARREARS, AS THE PAYROLL RUN DOES. *
009850*****************************************************************
009860 3400-COMPUTE-REISSUE-PAY.
010800     END-PERFORM.
010810     COMPUTE TAXABLE-PAY = GROSS-PAY - PRETAX-DEDUCTION-TOTAL.
010820     PERFORM 3430-COMPUTE-WITHHOLDING THRU 3430-EXIT.
010824     PERFORM 3434-COMPUTE-FICA-WITHHOLDING THRU 3434-EXIT.
010828     PERFORM 3437-COMPUTE-STATE-WITHHOLDING THRU 3437-EXIT.
010832     PERFORM 3439-LIMIT-WITHHOLDING THRU 3439-EXIT.
010836     COMPUTE DA-AVAILABLE = TAXABLE-PAY - TOTAL-WITHHOLDING.
010840     PERFORM VARYING EM-DED-IDX FROM 1 BY 1 UNTIL EM-DED-IDX > 3
010850         IF DA-TAX-TYPE(EM-DED-IDX) = 'A'
010860                 AND EM-DED-CODE(EM-DED-IDX) = "GN"
012450 3428-EXIT.
012460     EXIT.
012470*
012471*****************************************************************
012472*    3430-COMPUTE-WITHHOLDING - FEDERAL INCOME TAX UNDER THE    *
012473*    EMPLOYEE'S W-4.  EACH ALLOWANCE TAKES THE FEDERAL ('US')   *
012474*    ALLOWANCE AMOUNT OFF TAXABLE PAY, THE BRACKETS FOR THE     *
012475*    FILING STATUS ARE APPLIED, THE ANNUAL DEPENDENT CREDIT IS  *
012476*    TAKEN OFF PRORATED OVER THE PAY PERIODS, AND THE EXTRA     *
012477*    FLAT AMOUNT IS ADDED.  AN EXEMPT EMPLOYEE HAS NO INCOME    *
012478*    TAX WITHHELD (SOCIAL SECURITY AND MEDICARE STILL APPLY).   *
012479*****************************************************************
012480 3430-COMPUTE-WITHHOLDING.
012481     MOVE ZERO TO TAX-AMOUNT.
012482     IF EM-W4-IS-EXEMPT
012483         GO TO 3430-EXIT
012484     END-IF.
012485     MOVE "US" TO WH-JURISDICTION.
012486     PERFORM 3433-FIND-ALLOWANCE THRU 3433-EXIT.
012487     COMPUTE WH-WAGES = TAXABLE-PAY
012488         - (EM-W4-ALLOWANCES * WH-ALLOWANCE-AMOUNT).
012489     IF WH-WAGES < ZERO
012490         MOVE ZERO TO WH-WAGES
012491     END-IF.
012492     PERFORM 3431-FIND-FEDERAL-BRACKET THRU 3431-EXIT.
012493     IF WH-HIT-SUB = ZERO
012494         MOVE ZERO TO WH-TAX
012495     ELSE
012496         COMPUTE WH-TAX ROUNDED =
012497             TB-BASE-TAX(WH-HIT-SUB)
012498             + ((WH-WAGES - TB-LOW-AMOUNT(WH-HIT-SUB))
012499                 * TB-RATE(WH-HIT-SUB))
012500     END-IF.
012501     IF WH-PAY-PERIODS > ZERO
012502         COMPUTE WH-CREDIT ROUNDED =
012503             EM-W4-DEPENDENT-CREDIT / WH-PAY-PERIODS
012504         SUBTRACT WH-CREDIT FROM WH-TAX
012505     END-IF.
012506     IF WH-TAX < ZERO
012507         MOVE ZERO TO WH-TAX
012508     END-IF.
012509     COMPUTE TAX-AMOUNT = WH-TAX + EM-W4-EXTRA-WITHHOLDING.
012510 3430-EXIT.
012511     EXIT.
012512*
012513*****************************************************************
012514*    3431-FIND-FEDERAL-BRACKET - THE BRACKETS FOR THE FILING    *
012515*    STATUS (SINGLE WHEN NONE IS ELECTED), OR THE UNMARKED      *
012516*    BRACKETS WHEN THE TABLE HAS NONE FOR THAT STATUS.  THE     *
012517*    FIRST ONE WHOSE CEILING COVERS THE WAGES IS USED; ABOVE    *
012518*    THE LAST CEILING THE LAST BRACKET IS OPEN-ENDED.  WH-HIT-  *
012519*    SUB IS LEFT ZERO WHEN THERE ARE NO BRACKETS AT ALL.        *
012520*****************************************************************
012521 3431-FIND-FEDERAL-BRACKET.
012522     MOVE EM-W4-FILING-STATUS TO WH-STATUS.
012523     IF WH-STATUS = SPACE
012524         MOVE 'S' TO WH-STATUS
012525     END-IF.
012526     MOVE 'N' TO WH-STATUS-SWITCH.
012527     PERFORM VARYING WH-SUB FROM 1 BY 1
012528             UNTIL WH-SUB > TB-ENTRY-COUNT OR WH-STATUS-ON-TABLE
012529         IF TB-FILING-STATUS(WH-SUB) = WH-STATUS
012530             MOVE 'Y' TO WH-STATUS-SWITCH
012531         END-IF
012532     END-PERFORM.
012533     IF NOT WH-STATUS-ON-TABLE
012534         MOVE SPACE TO WH-STATUS
012535     END-IF.
012536     MOVE ZERO TO WH-HIT-SUB.
012537     MOVE 'N' TO WH-COVER-SWITCH.
012538     PERFORM VARYING WH-SUB FROM 1 BY 1
012539             UNTIL WH-SUB > TB-ENTRY-COUNT OR WH-BRACKET-COVERS
012540         IF TB-FILING-STATUS(WH-SUB) = WH-STATUS
012541             MOVE WH-SUB TO WH-HIT-SUB
012542             IF WH-WAGES NOT > TB-HIGH-AMOUNT(WH-SUB)
012543                 MOVE 'Y' TO WH-COVER-SWITCH
012544             END-IF
012545         END-IF
012546     END-PERFORM.
012547 3431-EXIT.
012548     EXIT.
012549*
012550*****************************************************************
012551*    3433-FIND-ALLOWANCE - THE PER-ALLOWANCE AMOUNT AND PAY     *
012552*    PERIODS A YEAR FOR WH-JURISDICTION.  A JURISDICTION WITH   *
012553*    NO ENTRY ALLOWS NOTHING.  THE PAY PERIODS ALWAYS COME      *
012554*    FROM THE FEDERAL ('US') ENTRY.                             *
012555*****************************************************************
012556 3433-FIND-ALLOWANCE.
012557     MOVE ZERO TO WH-ALLOWANCE-AMOUNT.
012558     MOVE ZERO TO WH-PAY-PERIODS.
012559     PERFORM VARYING WA-IDX FROM 1 BY 1 UNTIL WA-IDX > 10
012560         IF WA-JURISDICTION-CODE(WA-IDX) = WH-JURISDICTION
012561             MOVE WA-ALLOWANCE-AMOUNT(WA-IDX)
012562                 TO WH-ALLOWANCE-AMOUNT
012563         END-IF
012564         IF WA-JURISDICTION-CODE(WA-IDX) = "US"
012565             MOVE WA-PAY-PERIODS(WA-IDX) TO WH-PAY-PERIODS
012566         END-IF
012567     END-PERFORM.
012568 3433-EXIT.
012569     EXIT.
012570*
012571*****************************************************************
012572*    3434-COMPUTE-FICA-WITHHOLDING - THE EMPLOYEE'S OWN SOCIAL  *
012573*    SECURITY AND MEDICARE ON GROSS, ONE PER EMPLOYEE TAX CODE  *
012574*    ON THE RATE TABLE.  THE WAGE BASE AND THE ADDITIONAL-RATE  *
012575*    THRESHOLD ARE MEASURED AGAINST YTD GROSS BEFORE THIS       *
012576*    PERIOD (THE VOID HAS ALREADY BEEN BACKED OUT OF IT).       *
012577*****************************************************************
012578 3434-COMPUTE-FICA-WITHHOLDING.
012579     MOVE ZERO TO SS-WAGES.
012580     MOVE ZERO TO SS-TAX-AMOUNT.
012581     MOVE ZERO TO MEDICARE-TAX-AMOUNT.
012582     MOVE EM-YTD-GROSS-PAY TO WH-PRIOR-WAGES.
012583     PERFORM VARYING EE-IDX FROM 1 BY 1 UNTIL EE-IDX > 4
012584         IF EE-TAX-CODE(EE-IDX) NOT = SPACES
012585             PERFORM 3435-FIGURE-ONE-FICA-TAX THRU 3435-EXIT
012586         END-IF
012587     END-PERFORM.
012588 3434-EXIT.
012589     EXIT.
012590*
012591 3435-FIGURE-ONE-FICA-TAX.
012592     IF EE-WAGE-BASE(EE-IDX) = ZERO
012593         MOVE GROSS-PAY TO WH-SUBJECT-WAGES
012594     ELSE
012595         IF WH-PRIOR-WAGES NOT < EE-WAGE-BASE(EE-IDX)
012596             MOVE ZERO TO WH-SUBJECT-WAGES
012597         ELSE
012598             IF WH-PRIOR-WAGES + GROSS-PAY
012599                     > EE-WAGE-BASE(EE-IDX)
012600                 COMPUTE WH-SUBJECT-WAGES =
012601                     EE-WAGE-BASE(EE-IDX) - WH-PRIOR-WAGES
012602             ELSE
012603                 MOVE GROSS-PAY TO WH-SUBJECT-WAGES
012604             END-IF
012605         END-IF
012606     END-IF.
012607     COMPUTE WH-TAX ROUNDED =
012608         WH-SUBJECT-WAGES * EE-RATE(EE-IDX).
012609     IF EE-ADDL-RATE(EE-IDX) NOT = ZERO
012610             AND WH-PRIOR-WAGES + GROSS-PAY
012611                 > EE-ADDL-THRESHOLD(EE-IDX)
012612         IF WH-PRIOR-WAGES NOT < EE-ADDL-THRESHOLD(EE-IDX)
012613             MOVE GROSS-PAY TO WH-OVER-THRESHOLD
012614         ELSE
012615             COMPUTE WH-OVER-THRESHOLD = WH-PRIOR-WAGES
012616                 + GROSS-PAY - EE-ADDL-THRESHOLD(EE-IDX)
012617         END-IF
012618         COMPUTE WH-TAX ROUNDED = WH-TAX
012619             + (WH-OVER-THRESHOLD * EE-ADDL-RATE(EE-IDX))
012620     END-IF.
012621     EVALUATE EE-TAX-CODE(EE-IDX)
012622         WHEN "SS"
012623             ADD WH-SUBJECT-WAGES TO SS-WAGES
012624             ADD WH-TAX TO SS-TAX-AMOUNT
012625         WHEN "MC"
012626             ADD WH-TAX TO MEDICARE-TAX-AMOUNT
012627     END-EVALUATE.
012628 3435-EXIT.
012629     EXIT.
012630*
012631*****************************************************************
012632*    3437-COMPUTE-STATE-WITHHOLDING - STATE INCOME TAX FOR THE  *
012633*    EMPLOYEE'S JURISDICTION: TAXABLE PAY LESS THE STATE'S      *
012634*    ALLOWANCE AMOUNT FOR EACH W-4 ALLOWANCE, RUN THROUGH THE   *
012635*    STATE'S BRACKETS FOR THE FILING STATUS.  A JURISDICTION    *
012636*    WITH NO BRACKETS ON THE RATE TABLE HAS NO INCOME TAX.      *
012637*****************************************************************
012638 3437-COMPUTE-STATE-WITHHOLDING.
012639     MOVE ZERO TO STATE-TAX-AMOUNT.
012640     IF EM-W4-IS-EXEMPT
012641         GO TO 3437-EXIT
012642     END-IF.
012643     MOVE EM-JURISDICTION-CODE TO WH-JURISDICTION.
012644     PERFORM 3433-FIND-ALLOWANCE THRU 3433-EXIT.
012645     COMPUTE WH-WAGES = TAXABLE-PAY
012646         - (EM-W4-ALLOWANCES * WH-ALLOWANCE-AMOUNT).
012647     IF WH-WAGES < ZERO
012648         MOVE ZERO TO WH-WAGES
012649     END-IF.
012650     PERFORM 3438-FIND-STATE-BRACKET THRU 3438-EXIT.
012651     IF WH-HIT-SUB = ZERO
012652         GO TO 3437-EXIT
012653     END-IF.
012654     COMPUTE WH-TAX ROUNDED =
012655         ST-BASE-TAX(WH-HIT-SUB)
012656         + ((WH-WAGES - ST-LOW-AMOUNT(WH-HIT-SUB))
012657             * ST-RATE(WH-HIT-SUB)).
012658     IF WH-TAX > ZERO
012659         MOVE WH-TAX TO STATE-TAX-AMOUNT
012660     END-IF.
012661 3437-EXIT.
012662     EXIT.
012663*
012664*****************************************************************
012665*    3438-FIND-STATE-BRACKET - AS 3431-FIND-FEDERAL-BRACKET,    *
012666*    LIMITED TO THE BRACKETS FOR WH-JURISDICTION.               *
012667*****************************************************************
012668 3438-FIND-STATE-BRACKET.
012669     MOVE EM-W4-FILING-STATUS TO WH-STATUS.
012670     IF WH-STATUS = SPACE
012671         MOVE 'S' TO WH-STATUS
012672     END-IF.
012673     MOVE 'N' TO WH-STATUS-SWITCH.
012674     PERFORM VARYING WH-SUB FROM 1 BY 1
012675             UNTIL WH-SUB > ST-ENTRY-COUNT OR WH-STATUS-ON-TABLE
012676         IF ST-JURISDICTION-CODE(WH-SUB) = WH-JURISDICTION
012677                 AND ST-FILING-STATUS(WH-SUB) = WH-STATUS
012678             MOVE 'Y' TO WH-STATUS-SWITCH
012679         END-IF
012680     END-PERFORM.
012681     IF NOT WH-STATUS-ON-TABLE
012682         MOVE SPACE TO WH-STATUS
012683     END-IF.
012684     MOVE ZERO TO WH-HIT-SUB.
012685     MOVE 'N' TO WH-COVER-SWITCH.
012686     PERFORM VARYING WH-SUB FROM 1 BY 1
012687             UNTIL WH-SUB > ST-ENTRY-COUNT OR WH-BRACKET-COVERS
012688         IF ST-JURISDICTION-CODE(WH-SUB) = WH-JURISDICTION
012689                 AND ST-FILING-STATUS(WH-SUB) = WH-STATUS
012690             MOVE WH-SUB TO WH-HIT-SUB
012691             IF WH-WAGES NOT > ST-HIGH-AMOUNT(WH-SUB)
012692                 MOVE 'Y' TO WH-COVER-SWITCH
012693             END-IF
012694         END-IF
012695     END-PERFORM.
012696 3438-EXIT.
012697     EXIT.
012698*
012699*****************************************************************
012700*    3439-LIMIT-WITHHOLDING - TAXES CANNOT TAKE MORE THAN THE   *
012701*    TAXABLE PAY.  WHEN THEY WOULD, SOCIAL SECURITY AND         *
012702*    MEDICARE ARE TAKEN FIRST, THEN FEDERAL, THEN STATE, EACH   *
012703*    CUT TO WHAT IS LEFT.                                       *
012704*****************************************************************
012705 3439-LIMIT-WITHHOLDING.
012706     MOVE TAXABLE-PAY TO WH-ROOM.
012707     IF SS-TAX-AMOUNT > WH-ROOM
012708         MOVE WH-ROOM TO SS-TAX-AMOUNT
012709     END-IF.
012710     SUBTRACT SS-TAX-AMOUNT FROM WH-ROOM.
012711     IF MEDICARE-TAX-AMOUNT > WH-ROOM
012712         MOVE WH-ROOM TO MEDICARE-TAX-AMOUNT
012713     END-IF.
012714     SUBTRACT MEDICARE-TAX-AMOUNT FROM WH-ROOM.
012715     IF TAX-AMOUNT > WH-ROOM
012716         MOVE WH-ROOM TO TAX-AMOUNT
012717     END-IF.
012718     SUBTRACT TAX-AMOUNT FROM WH-ROOM.
012719     IF STATE-TAX-AMOUNT > WH-ROOM
012720         MOVE WH-ROOM TO STATE-TAX-AMOUNT
012721     END-IF.
012722     COMPUTE TOTAL-WITHHOLDING = TAX-AMOUNT + SS-TAX-AMOUNT
012723         + MEDICARE-TAX-AMOUNT + STATE-TAX-AMOUNT.
012724 3439-EXIT.
012725     EXIT.
012726*
012727*****************************************************************
012728*    3500-APPLY-REISSUE - PUT THE CORRECTED PAYMENT'S FIGURES   *
012729*    ON THE MASTER YTD FIELDS, HAND THE BANK A CREDIT FOR THE   *
012730*    CORRECTED NET, AND RECORD THE REISSUE ON THE HISTORY FILE  *
012731*    AGAINST THE ORIGINAL PERIOD.                               *
012732*****************************************************************
012733 3500-APPLY-REISSUE.
012734     PERFORM 3005-READ-MASTER-FOR-UPDATE THRU 3005-EXIT.
012735     ADD GROSS-PAY TO EM-YTD-GROSS-PAY.
012736     ADD TAX-AMOUNT TO EM-YTD-TAX-AMOUNT.
012737     ADD SS-WAGES TO EM-YTD-SS-WAGES.
012738     ADD SS-TAX-AMOUNT TO EM-YTD-SS-TAX.
012739     ADD MEDICARE-TAX-AMOUNT TO EM-YTD-MEDICARE-TAX.
012740     ADD STATE-TAX-AMOUNT TO EM-YTD-STATE-TAX.
012741     ADD NET-PAY TO EM-YTD-NET-PAY.
012742     PERFORM 3007-REWRITE-MASTER THRU 3007-EXIT.
012750     ADD NET-PAY TO VC-TOTAL-NET-REISSUED.
012760     ADD 1 TO VC-REISSUE-COUNT.
012770     PERFORM 3550-WRITE-REISSUE-ACH THRU 3550-EXIT.
012780     PERFORM 3560-WRITE-REISSUE-HISTORY THRU 3560-EXIT.
012785     PERFORM 3600-POST-PAYMENT-GL THRU 3600-EXIT.
012790     PERFORM 3570-PRINT-REISSUE-DETAIL THRU 3570-EXIT.
012800 3500-EXIT.
012810     EXIT.
013110     MOVE ZERO TO PH-VACATION-HOURS.
013120     MOVE ZERO TO PH-SICK-HOURS.
013130     MOVE ZERO TO PH-HOLIDAY-HOURS.
013135     MOVE ZERO TO PH-VAC-PAYOUT-HOURS.
013140     MOVE GROSS-PAY TO PH-GROSS-PAY.
013150     PERFORM VARYING EM-DED-IDX FROM 1 BY 1 UNTIL EM-DED-IDX > 3
013160         MOVE EM-DED-CODE(EM-DED-IDX)
013290         END-IF
013300     END-PERFORM.
013310     MOVE TAX-AMOUNT TO PH-TAX-AMOUNT.
013311     MOVE SS-WAGES TO PH-SS-WAGES.
013312     MOVE SS-TAX-AMOUNT TO PH-SS-TAX.
013313     MOVE MEDICARE-TAX-AMOUNT TO PH-MEDICARE-TAX.
013314     MOVE EM-JURISDICTION-CODE TO PH-STATE-CODE.
013315     MOVE STATE-TAX-AMOUNT TO PH-STATE-TAX.
013320     MOVE NET-PAY TO PH-NET-PAY.
013330     MOVE ZERO TO PH-CHECK-NUMBER.
013340     MOVE ZERO TO PH-PERIOD-NUMBER.
013590     WRITE REPORT-RECORD.
013600     MOVE TAX-AMOUNT TO ED-TOTAL-AMOUNT.
013610     MOVE SPACES TO REPORT-RECORD.
013620     STRING "    Corrected Federal Tax: $" ED-TOTAL-AMOUNT
013630         DELIMITED BY SIZE INTO REPORT-RECORD
013640     WRITE REPORT-RECORD.
013641     MOVE SS-TAX-AMOUNT TO ED-TOTAL-AMOUNT.
013642     MOVE SPACES TO REPORT-RECORD.
013643     STRING "    Corrected Social Security: $" ED-TOTAL-AMOUNT
013644         DELIMITED BY SIZE INTO REPORT-RECORD
013645     WRITE REPORT-RECORD.
013646     MOVE MEDICARE-TAX-AMOUNT TO ED-TOTAL-AMOUNT.
013647     MOVE SPACES TO REPORT-RECORD.
013648     STRING "    Corrected Medicare: $" ED-TOTAL-AMOUNT
013649         DELIMITED BY SIZE INTO REPORT-RECORD
013650     WRITE REPORT-RECORD.
013651     MOVE STATE-TAX-AMOUNT TO ED-TOTAL-AMOUNT.
013652     MOVE SPACES TO REPORT-RECORD.
013653     STRING "    Corrected State Tax (" EM-JURISDICTION-CODE
013654         "): $" ED-TOTAL-AMOUNT
013655         DELIMITED BY SIZE INTO REPORT-RECORD
013656     WRITE REPORT-RECORD.
013657     MOVE NET-PAY TO ED-TOTAL-AMOUNT.
013660     MOVE SPACES TO REPORT-RECORD.
013670     STRING "    Corrected Net (ACH Credit): $" ED-TOTAL-AMOUNT
013680         DELIMITED BY SIZE INTO REPORT-RECORD
013700     MOVE SPACES TO REPORT-RECORD.
013710     WRITE REPORT-RECORD.
013720 3570-EXIT.
013721     EXIT.
013722*
013723*****************************************************************
013724*    3600-POST-PAYMENT-GL - JOURNAL THE PAYMENT NOW IN THE      *
013725*    HISTORY RECORD AREA TO VOIDGL.DAT.  A REISSUE POSTS THE    *
013726*    WAY THE PAYROLL RUN DOES: WAGE EXPENSE (6100) DEBITED TO   *
013727*    THE HOME DEPARTMENT; FEDERAL INCOME TAX (2100), SOCIAL     *
013728*    SECURITY (2110), MEDICARE (2120), STATE INCOME TAX         *
013729*    (2130XX) AND EACH DEDUCTION CODE (2200XX) CREDITED; AND    *
013730*    THE NET CREDITED TO ACH CLEARING (1100).  A VOID POSTS     *
013731*    EVERY LINE THE OPPOSITE WAY, WITH THE NET DEBITED BACK TO  *
013732*    CHECKS OUTSTANDING (1105) WHEN THE PAYMENT WENT OUT AS A   *
013733*    CHECK.  GROSS IS THE TAXES PLUS DEDUCTIONS PLUS NET, SO    *
013734*    EACH PAYMENT BALANCES.  EMPLOYER TAX IS NOT RECOMPUTED BY  *
013735*    THIS RUN AND SO IS NOT POSTED.                             *
013736*****************************************************************
013737 3600-POST-PAYMENT-GL.
013738     IF PH-TYPE-VOID
013739         MOVE 'C' TO VG-WAGE-SIDE
013740         MOVE 'D' TO VG-LIABILITY-SIDE
013741         MOVE "VOID" TO VG-DESC-PREFIX
013742     ELSE
013743         MOVE 'D' TO VG-WAGE-SIDE
013744         MOVE 'C' TO VG-LIABILITY-SIDE
013745         MOVE "REISSUE" TO VG-DESC-PREFIX
013746     END-IF.
013747     MOVE "6100" TO VG-ACCOUNT.
013748     MOVE PH-DEPT-CODE TO VG-DEPT-CODE.
013749     MOVE VG-WAGE-SIDE TO VG-SIDE.
013750     MOVE PH-GROSS-PAY TO VG-AMOUNT.
013751     MOVE "WAGE EXPENSE" TO VG-DESC-TEXT.
013752     PERFORM 3610-WRITE-ONE-POSTING THRU 3610-EXIT.
013753     MOVE SPACES TO VG-DEPT-CODE.
013754     MOVE VG-LIABILITY-SIDE TO VG-SIDE.
013755     MOVE "2100" TO VG-ACCOUNT.
013756     MOVE PH-TAX-AMOUNT TO VG-AMOUNT.
013757     MOVE "FEDERAL W/H" TO VG-DESC-TEXT.
013758     PERFORM 3610-WRITE-ONE-POSTING THRU 3610-EXIT.
013759     MOVE "2110" TO VG-ACCOUNT.
013760     MOVE PH-SS-TAX TO VG-AMOUNT.
013761     MOVE "SOCIAL SECURITY W/H" TO VG-DESC-TEXT.
013762     PERFORM 3610-WRITE-ONE-POSTING THRU 3610-EXIT.
013763     MOVE "2120" TO VG-ACCOUNT.
013764     MOVE PH-MEDICARE-TAX TO VG-AMOUNT.
013765     MOVE "MEDICARE W/H" TO VG-DESC-TEXT.
013766     PERFORM 3610-WRITE-ONE-POSTING THRU 3610-EXIT.
013767     MOVE SPACES TO VG-ACCOUNT.
013768     STRING "2130" PH-STATE-CODE
013769         DELIMITED BY SIZE INTO VG-ACCOUNT.
013770     MOVE PH-STATE-TAX TO VG-AMOUNT.
013771     MOVE "STATE INCOME TAX W/H" TO VG-DESC-TEXT.
013772     PERFORM 3610-WRITE-ONE-POSTING THRU 3610-EXIT.
013773     PERFORM VARYING VG-DED-SUB FROM 1 BY 1 UNTIL VG-DED-SUB > 3
013774         IF PH-DED-CODE(VG-DED-SUB) NOT = SPACES
013775             MOVE SPACES TO VG-ACCOUNT
013776             STRING "2200" PH-DED-CODE(VG-DED-SUB)
013777                 DELIMITED BY SIZE INTO VG-ACCOUNT
013778             MOVE PH-DED-AMOUNT(VG-DED-SUB) TO VG-AMOUNT
013779             MOVE SPACES TO VG-DESC-TEXT
013780             STRING "DEDUCTION " PH-DED-CODE(VG-DED-SUB)
013781                 DELIMITED BY SIZE INTO VG-DESC-TEXT
013782             PERFORM 3610-WRITE-ONE-POSTING THRU 3610-EXIT
013783         END-IF
013784     END-PERFORM.
013785     IF PH-CHECK-NUMBER IS NUMERIC
013786             AND PH-CHECK-NUMBER NOT = ZERO
013787         MOVE "1105" TO VG-ACCOUNT
013788         MOVE "CHECKS OUTSTANDING" TO VG-DESC-TEXT
013789     ELSE
013790         MOVE "1100" TO VG-ACCOUNT
013791         MOVE "ACH CLEARING" TO VG-DESC-TEXT
013792     END-IF.
013793     MOVE PH-NET-PAY TO VG-AMOUNT.
013794     PERFORM 3610-WRITE-ONE-POSTING THRU 3610-EXIT.
013795 3600-EXIT.
013796     EXIT.
013797*
013798 3610-WRITE-ONE-POSTING.
013799     IF VG-AMOUNT = ZERO
013800         GO TO 3610-EXIT
013801     END-IF.
013802     MOVE SPACES TO GL-POSTING-RECORD.
013803     MOVE PH-RUN-DATE TO GL-RUN-DATE.
013804     MOVE VG-ACCOUNT TO GL-ACCOUNT-NUMBER.
013805     MOVE VG-DEPT-CODE TO GL-DEPT-CODE.
013806     MOVE VG-SIDE TO GL-DEBIT-CREDIT.
013807     MOVE VG-AMOUNT TO GL-AMOUNT.
013808     STRING VG-DESC-PREFIX DELIMITED BY SPACE
013809         " " VG-DESC-TEXT DELIMITED BY SIZE
013810         INTO GL-DESCRIPTION.
013811     MOVE PH-PERIOD-NUMBER TO GL-PERIOD-NUMBER.
013812     WRITE GL-POSTING-RECORD.
013813     IF FS-VOID-GL NOT = "00"
013814         MOVE "VOID-GL-FILE"         TO ABEND-FILE-NAME
013815         MOVE FS-VOID-GL             TO ABEND-FILE-STATUS
013816         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
013817     END-IF.
013818     IF GL-DEBIT
013819         ADD GL-AMOUNT TO VC-GL-DEBIT-TOTAL
013820     ELSE
013821         ADD GL-AMOUNT TO VC-GL-CREDIT-TOTAL
013822     END-IF.
013823 3610-EXIT.
013824     EXIT.
013825*
013826*****************************************************************
013827*    7800-WRITE-GOAL-ARREARS - ROLL THE UPDATED GOAL AND       *
013828*    ARREARS BALANCES OUT AS THE NEW GENERATION, THE SAME      *
013829*    GRANDFATHER CYCLE THE PAYROLL RUN USES.                   *
013830*****************************************************************
013831 7800-WRITE-GOAL-ARREARS.
013832     OPEN OUTPUT NEW-GOAL-ARREARS-FILE.
013833     IF FS-NEW-GOAL-ARREARS NOT = "00"
013834         MOVE "NEW-GOAL-ARREARS"     TO ABEND-FILE-NAME
013840         MOVE FS-NEW-GOAL-ARREARS    TO ABEND-FILE-STATUS
013850         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
013860     END-IF.
014440     STRING "  Total Net Reissued: $" ED-TOTAL-AMOUNT
014450         DELIMITED BY SIZE INTO REPORT-RECORD
014460     WRITE REPORT-RECORD.
014461     MOVE VC-GL-DEBIT-TOTAL TO ED-TOTAL-AMOUNT.
014462     MOVE SPACES TO REPORT-RECORD.
014463     STRING "  Ledger Debits (VOIDGL.DAT): $" ED-TOTAL-AMOUNT
014464         DELIMITED BY SIZE INTO REPORT-RECORD
014465     WRITE REPORT-RECORD.
014466     MOVE VC-GL-CREDIT-TOTAL TO ED-TOTAL-AMOUNT.
014467     MOVE SPACES TO REPORT-RECORD.
014468     STRING "  Ledger Credits (VOIDGL.DAT): $" ED-TOTAL-AMOUNT
014469         DELIMITED BY SIZE INTO REPORT-RECORD
014470     WRITE REPORT-RECORD.
014471 7500-EXIT.
014480     EXIT.
014490*
014500 9000-TERMINATE.
014540     CLOSE ACH-FILE.
014550     CLOSE VOID-REPORT-FILE.
014560     CLOSE POSPAY-VOID-FILE.
014565     CLOSE VOID-GL-FILE.
014570     DISPLAY "Void/reissue complete - register in VOIDRPT.TXT".
014580 9000-EXIT.
014590     EXIT.
