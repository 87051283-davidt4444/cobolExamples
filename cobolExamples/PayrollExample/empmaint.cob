000030*    EMPMAINT.COB                                                *
000040*                                                                *
000050*    EMPLOYEE MASTER MAINTENANCE.  READS A FILE OF ADD /         *
000060*    CHANGE / TERM / REHIRE TRANSACTIONS KEYED BY EMPLOYEE ID,   *
000070*    APPLIES THEM AGAINST THE INDEXED EMPLOYEE MASTER           *
000080*    (EMPMAST.IDX) IN PLACE WITH FIELD-LEVEL EDITS, AND PRINTS  *
000090*    A BEFORE/AFTER AUDIT REPORT OF EVERY FIELD CHANGED PLUS A  *
000100*    REJECT LISTING FOR BAD TRANSACTIONS TO MAINTRPT.TXT.       *
000110*                                                                *
000120*    MODIFICATION HISTORY                                        *
000460*                      AND ACCOUNT NUMBERS - AN EMPLOYEE WITH   *
000470*                      NO BANK ON FILE IS A VALID STATE THE     *
000480*                      PAYROLL RUN PAYS BY PHYSICAL CHECK.      *
000482*    2026-10-15  DLT  A TERM NO LONGER DELETES THE MASTER       *
000484*                      RECORD - IT SETS THE EMPLOYMENT STATUS   *
000486*                      AND TERM DATE (THE EFFECTIVE DATE, ELSE  *
000488*                      THE RUN DATE) SO THE PAYROLL RUN CAN PAY *
000490*                      A FINAL CHECK AND THE YEAR'S FIGURES     *
000492*                      STAY ON FILE.  ADDED THE REHIRE          *
000494*                      TRANSACTION TO REACTIVATE A TERMED       *
000496*                      EMPLOYEE UNDER THE SAME ID.              *
000498*    2026-10-15  DLT  MAINTAINS THE W-4 ELECTIONS (FILING       *
000500*                      STATUS, ALLOWANCES, DEPENDENT CREDIT,    *
000502*                      EXTRA WITHHOLDING, EXEMPT FLAG) WITH THE *
000504*                      USUAL EDITS AND BEFORE/AFTER AUDIT.      *
000505*    2026-10-15  DLT  A NEW ROUTING OR ACCOUNT NUMBER, OR THE   *
000506*                      ACH RELEASE FLAG, ON A CHANGE OR REHIRE  *
000507*                      CLEARS A BANK-RETURN ACH HOLD (AUDITED). *
000509*    2026-10-15  DLT  PASSES THE SUPPLEMENTAL WITHHOLDING RATE  *
000511*                      TABLE TO RATELOAD.                       *
000512*    2026-10-15  DLT  1300-LOAD-DEPARTMENT-CODES NOW CARRIES    *
000513*                      THE SAME BANNER AS PAYROLL'S COPY.       *
000514*                                                                *
000515*****************************************************************
000517 IDENTIFICATION DIVISION.
000520 PROGRAM-ID. EMPMAINT.
000530 AUTHOR. DATA PROCESSING.
000540 INSTALLATION. PAYROLL DEPARTMENT.
000960 01  REPORT-RECORD                   PIC X(80).
000970*
000980 FD  PENDING-TRAN-FILE.
000990 01  PENDING-TRAN-RECORD             PIC X(182).
001000*
001010 FD  NEW-PENDING-TRAN-FILE.
001020 01  NEW-PENDING-TRAN-RECORD         PIC X(182).
001030*
001040 WORKING-STORAGE SECTION.
001050*
001110     COPY OTRULES.
001120     COPY DEDCODE.
001130     COPY EMPRTAX.
001132     COPY EMPETAX.
001134     COPY STATETAX.
001136     COPY W4ALLOW.
001138     COPY SUPPRATE.
001140     COPY DEPTCODE.
001150*
001160 01  RATE-LOAD-CONTROL.
001170     05  RATE-AS-OF-DATE             PIC X(08).
001180     05  RATE-LOAD-STATUS            PIC X(02) VALUE "00".
001190*
001200*    BEFORE-IMAGE OF THE MASTER RECORD A CHANGE, TERM OR REHIRE IS
001210*    APPLIED TO, KEPT FOR THE FIELD-LEVEL AUDIT COMPARISON.
001220 01  PRIOR-MASTER-RECORD.
001230     05  PR-EMPLOYEE-ID              PIC X(06).
001390     05  PR-YTD-NET-PAY              PIC 9(07)V99.
001400     05  PR-VAC-BALANCE              PIC 9(03)V99.
001410     05  PR-SICK-BALANCE             PIC 9(03)V99.
001412     05  PR-EMPLOYMENT-STATUS        PIC X(01).
001414     05  PR-TERM-DATE                PIC X(08).
001416     05  PR-FINAL-PAY-DATE           PIC X(08).
001418     05  PR-VAC-PAYOUT-HOURS         PIC 9(03)V99.
001419     05  PR-W4-FILING-STATUS         PIC X(01).
001420     05  PR-W4-ALLOWANCES            PIC 9(02).
001421     05  PR-W4-DEPENDENT-CREDIT      PIC 9(05)V99.
001422     05  PR-W4-EXTRA-WITHHOLDING     PIC 9(05)V99.
001423     05  PR-W4-EXEMPT                PIC X(01).
001424     05  PR-YTD-SS-WAGES             PIC 9(07)V99.
001425     05  PR-YTD-SS-TAX               PIC 9(07)V99.
001426     05  PR-YTD-MEDICARE-TAX         PIC 9(07)V99.
001427     05  PR-YTD-STATE-TAX            PIC 9(07)V99.
001429     05  PR-ACH-HOLD-FLAG            PIC X(01).
001431     05  PR-ACH-HOLD-REASON          PIC X(03).
001433     05  PR-ACH-HOLD-DATE            PIC X(08).
001435*
001437 01  MAINT-WORK-AREA.
001440     05  MW-DED-IDX                  PIC 9(01) COMP.
001450     05  MW-DUP-SUB                  PIC 9(01) COMP.
001460     05  MW-RESULT-CODE OCCURS 3 TIMES PIC X(02).
001890     05  MC-ADD-COUNT                PIC 9(05) COMP VALUE ZERO.
001900     05  MC-CHANGE-COUNT             PIC 9(05) COMP VALUE ZERO.
001910     05  MC-TERM-COUNT               PIC 9(05) COMP VALUE ZERO.
001915     05  MC-REHIRE-COUNT             PIC 9(05) COMP VALUE ZERO.
001920     05  MC-TRANS-HELD               PIC 9(05) COMP VALUE ZERO.
001930*
001940 01  EDIT-FIELDS.
001970     05  ED-RATE                     PIC ZZ9.99.
001980     05  ED-DED-VALUE                PIC ZZ9.999.
001990     05  ED-DED-NBR                  PIC 9(01).
001995     05  ED-ALLOWANCES               PIC Z9.
002000     05  ED-SALARY                   PIC ZZZ,ZZ9.99.
002010     05  ED-YTD-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
002020*
002780                           OVERTIME-RULE-TABLE
002790                           DEDUCTION-CODE-TABLE
002800                           EMPLOYER-TAX-TABLE
002802                           EMPLOYEE-TAX-TABLE
002804                           STATE-TAX-TABLE
002806                           W4-ALLOWANCE-TABLE
002808                           SUPP-RATE-TABLE
002810                           RATE-LOAD-STATUS.
002820     IF RATE-LOAD-STATUS NOT = "00"
002830         MOVE "RATE-CONTROL-FILE"    TO ABEND-FILE-NAME
002870 1050-EXIT.
002880     EXIT.
002890*
002891*****************************************************************
002892*    1300-LOAD-DEPARTMENT-CODES - THE VALID DEPARTMENT CODES.   *
002893*    EMPMAINT EDITS THE HOME DEPARTMENT ON THE MASTER AGAINST   *
002894*    THIS TABLE AND PAYROLL EDITS THE DEPARTMENT A TIME CARD    *
002895*    CHARGES HOURS TO AGAINST IT, SO BOTH PROGRAMS CARRY THIS   *
002896*    PARAGRAPH.  KEEP THE TWO COPIES IDENTICAL.                 *
002897*****************************************************************
002900 1300-LOAD-DEPARTMENT-CODES.
002910     MOVE "ACCT"                 TO DP-DEPT-CODE(1)
002920     MOVE "ACCOUNTING"           TO DP-DEPT-NAME(1)
003320                 PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT
003330             WHEN MT-TRAN-TERM
003340                 PERFORM 3200-APPLY-TERM THRU 3200-EXIT
003342             WHEN MT-TRAN-REHIRE
003344                 PERFORM 3300-APPLY-REHIRE THRU 3300-EXIT
003350         END-EVALUATE
003360         ADD 1 TO MC-TRANS-APPLIED
003370     ELSE
004000*
004010*****************************************************************
004020*    2200-VALIDATE-TRANSACTION - THE TRANSACTION CODE MUST BE    *
004030*    ADD, CHANGE, TERM OR REHIRE; AN ADD MUST NOT MATCH A        *
004040*    MASTER ENTRY AND THE OTHERS MUST; A TERM NEEDS AN ACTIVE    *
004042*    EMPLOYEE AND A REHIRE A TERMED ONE; AND EVERY FIELD         *
004050*    SUPPLIED MUST PASS ITS EDIT BEFORE ANYTHING IS APPLIED.     *
004060*****************************************************************
004070 2200-VALIDATE-TRANSACTION.
004440                 MOVE "EMPLOYEE NOT ON MASTER"
004450                     TO REJECT-REASON-TEXT
004460                 PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
004462             ELSE
004464                 IF NOT EM-STATUS-ACTIVE
004466                     MOVE "EMPLOYEE ALREADY TERMINATED"
004468                         TO REJECT-REASON-TEXT
004470                     PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
004472                 END-IF
004474             END-IF
004476         WHEN MT-TRAN-REHIRE
004478             IF NOT MASTER-IS-FOUND
004480                 MOVE "EMPLOYEE NOT ON MASTER"
004482                     TO REJECT-REASON-TEXT
004484                 PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
004486             ELSE
004488                 IF EM-STATUS-ACTIVE
004490                     MOVE "EMPLOYEE IS NOT TERMINATED"
004492                         TO REJECT-REASON-TEXT
004494                     PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
004496                 END-IF
004497             END-IF
004498             PERFORM 2230-EDIT-TRAN-FIELDS THRU 2230-EXIT
004501         WHEN OTHER
004504             MOVE "UNRECOGNIZED TRANSACTION CODE"
004507                 TO REJECT-REASON-TEXT
004510             PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
004520     END-EVALUATE.
004530 2200-EXIT.
004570*    2220-FIND-MASTER-ENTRY - READ THE MASTER BY KEY FOR THE     *
004580*    TRANSACTION'S EMPLOYEE ID.  A FOUND RECORD IS LEFT IN THE   *
004590*    RECORD AREA AND ITS BEFORE-IMAGE SAVED FOR THE AUDIT        *
004600*    REPORT.  A TERMED EMPLOYEE STAYS ON THE FILE, SO COMING     *
004610*    BACK IS A REHIRE OF THE SAME ID, NEVER AN ADD.              *
004620*****************************************************************
004630 2220-FIND-MASTER-ENTRY.
004640     MOVE 'N' TO MASTER-FOUND-SWITCH.
004750     EXIT.
004760*
004770*****************************************************************
004780*    2230-EDIT-TRAN-FIELDS - FIELD-LEVEL EDITS FOR ADD, CHANGE   *
004790*    AND REHIRE.  ON A CHANGE OR REHIRE A BLANK FIELD MEANS      *
004795*    "NO CHANGE" AND IS NOT EDITED; ON AN ADD THE FIELDS A NEW   *
004800*    EMPLOYEE CANNOT DO WITHOUT ARE ALSO REQUIRED TO BE          *
004810*    PRESENT.                                                    *
004820*****************************************************************
004830 2230-EDIT-TRAN-FIELDS.
004840     IF MT-TRAN-ADD AND MT-EMPLOYEE-NAME = SPACES
006010*    PAYS AN EMPLOYEE WITH NO ROUTING NUMBER ON FILE BY
006020*    PHYSICAL CHECK, SO AN ADD NO LONGER REQUIRES THEM.
006030     PERFORM 2235-EDIT-DEDUCTION-ENTRIES THRU 2235-EXIT.
006035     PERFORM 2232-EDIT-W4-ELECTIONS THRU 2232-EXIT.
006040 2230-EXIT.
006050     EXIT.
006060*
006061*****************************************************************
006062*    2232-EDIT-W4-ELECTIONS - THE EMPLOYEE'S W-4 ELECTIONS.  A   *
006063*    BLANK FIELD IS "NO CHANGE" ON A CHANGE OR REHIRE AND TAKES  *
006064*    THE DEFAULT ON AN ADD (SINGLE, NO ALLOWANCES OR CREDIT,     *
006065*    NO EXTRA WITHHOLDING, NOT EXEMPT).                          *
006066*****************************************************************
006067 2232-EDIT-W4-ELECTIONS.
006068     IF MT-W4-FILING-STATUS NOT = SPACE
006069             AND NOT MT-W4-STATUS-VALID
006070         MOVE "W-4 FILING STATUS MUST BE S M OR H"
006071             TO REJECT-REASON-TEXT
006072         PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
006073     END-IF.
006074     IF MT-W4-ALLOWANCES-X NOT = SPACES
006075             AND MT-W4-ALLOWANCES-X IS NOT NUMERIC
006076         MOVE "W-4 ALLOWANCES IS NOT NUMERIC"
006077             TO REJECT-REASON-TEXT
006078         PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
006079     END-IF.
006080     IF MT-W4-DEPENDENT-CREDIT-X NOT = SPACES
006081             AND MT-W4-DEPENDENT-CREDIT-X IS NOT NUMERIC
006082         MOVE "W-4 DEPENDENT CREDIT IS NOT NUMERIC"
006083             TO REJECT-REASON-TEXT
006084         PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
006085     END-IF.
006086     IF MT-W4-EXTRA-WITHHOLDING-X NOT = SPACES
006087             AND MT-W4-EXTRA-WITHHOLDING-X IS NOT NUMERIC
006088         MOVE "W-4 EXTRA WITHHOLDING IS NOT NUMERIC"
006089             TO REJECT-REASON-TEXT
006090         PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
006091     END-IF.
006092     IF MT-W4-EXEMPT NOT = SPACE
006093             AND NOT MT-W4-EXEMPT-VALID
006094         MOVE "W-4 EXEMPT FLAG MUST BE Y OR N"
006095             TO REJECT-REASON-TEXT
006096         PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
006097     END-IF.
006098     IF MT-ACH-RELEASE NOT = SPACE
006099             AND NOT MT-ACH-RELEASE-HOLD
006100         MOVE "ACH RELEASE FLAG MUST BE Y OR BLANK"
006101             TO REJECT-REASON-TEXT
006102         PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
006103     END-IF.
006104 2232-EXIT.
006105     EXIT.
006106*
006107 2235-EDIT-DEDUCTION-ENTRIES.
006108     PERFORM VARYING MW-DED-IDX FROM 1 BY 1
006109             UNTIL MW-DED-IDX > 3
006110         IF MT-DED-CODE(MW-DED-IDX) NOT = SPACES
006111                 AND NOT MT-DED-CLEAR(MW-DED-IDX)
006120             SET DC-IDX TO 1
006130             SEARCH DEDUCTION-CODE-ENTRY
006140                 AT END
006390*****************************************************************
006400*    2237-CHECK-DUPLICATE-CODES - BUILD THE DEDUCTION CODES AS  *
006410*    THEY WOULD STAND AFTER THE TRANSACTION APPLIES (A CHANGE   *
006420*    OR REHIRE KEEPS A MASTER SLOT IT LEAVES BLANK, SO A NEW    *
006430*    CODE CAN COLLIDE WITH A KEPT ONE) AND REJECT ANY CODE      *
006435*    LANDING IN TWO SLOTS.  THE GOAL/ARREARS FILE KEEPS ONE     *
006440*    ENTRY PER EMPLOYEE AND CODE, SO A DUPLICATE WOULD COLLECT  *
006450*    THE ARREARS BALANCE TWICE AND LOSE ONE SLOT'S              *
006460*    SETTLEMENT.                                                *
006470*****************************************************************
006480 2237-CHECK-DUPLICATE-CODES.
006490     PERFORM VARYING MW-DED-IDX FROM 1 BY 1
006540             WHEN MT-DED-CODE(MW-DED-IDX) NOT = SPACES
006550                 MOVE MT-DED-CODE(MW-DED-IDX)
006560                     TO MW-RESULT-CODE(MW-DED-IDX)
006570             WHEN (MT-TRAN-CHANGE OR MT-TRAN-REHIRE)
006575                     AND MASTER-IS-FOUND
006580                 MOVE EM-DED-CODE(MW-DED-IDX)
006590                     TO MW-RESULT-CODE(MW-DED-IDX)
006600             WHEN OTHER
007580         MOVE MT-ROUTING-NUMBER TO EM-ROUTING-NUMBER
007590     END-IF.
007600     MOVE MT-ACCOUNT-NUMBER       TO EM-ACCOUNT-NUMBER.
007601     IF MT-W4-FILING-STATUS = SPACE
007602         MOVE 'S' TO EM-W4-FILING-STATUS
007603     ELSE
007604         MOVE MT-W4-FILING-STATUS TO EM-W4-FILING-STATUS
007605     END-IF.
007606     IF MT-W4-ALLOWANCES-X = SPACES
007607         MOVE ZERO TO EM-W4-ALLOWANCES
007608     ELSE
007609         MOVE MT-W4-ALLOWANCES TO EM-W4-ALLOWANCES
007610     END-IF.
007611     IF MT-W4-DEPENDENT-CREDIT-X = SPACES
007612         MOVE ZERO TO EM-W4-DEPENDENT-CREDIT
007613     ELSE
007614         MOVE MT-W4-DEPENDENT-CREDIT TO EM-W4-DEPENDENT-CREDIT
007615     END-IF.
007616     IF MT-W4-EXTRA-WITHHOLDING-X = SPACES
007617         MOVE ZERO TO EM-W4-EXTRA-WITHHOLDING
007618     ELSE
007619         MOVE MT-W4-EXTRA-WITHHOLDING
007620             TO EM-W4-EXTRA-WITHHOLDING
007621     END-IF.
007622     IF MT-W4-EXEMPT = SPACE
007623         MOVE 'N' TO EM-W4-EXEMPT
007624     ELSE
007625         MOVE MT-W4-EXEMPT TO EM-W4-EXEMPT
007626     END-IF.
007627     MOVE ZERO                    TO EM-YTD-GROSS-PAY.
007628     MOVE ZERO                    TO EM-YTD-TAX-AMOUNT.
007630     MOVE ZERO                    TO EM-YTD-NET-PAY.
007640     MOVE ZERO                    TO EM-VAC-BALANCE.
007650     MOVE ZERO                    TO EM-SICK-BALANCE.
007652     MOVE 'A'                     TO EM-EMPLOYMENT-STATUS.
007654     MOVE SPACES                  TO EM-TERM-DATE.
007656     MOVE SPACES                  TO EM-FINAL-PAY-DATE.
007658     MOVE ZERO                    TO EM-VAC-PAYOUT-HOURS.
007660     MOVE ZERO                    TO EM-YTD-SS-WAGES.
007662     MOVE ZERO                    TO EM-YTD-SS-TAX.
007664     MOVE ZERO                    TO EM-YTD-MEDICARE-TAX.
007666     MOVE ZERO                    TO EM-YTD-STATE-TAX.
007668     MOVE 'N'                     TO EM-ACH-HOLD-FLAG.
007670     MOVE SPACES                  TO EM-ACH-HOLD-REASON.
007672     MOVE SPACES                  TO EM-ACH-HOLD-DATE.
007674     WRITE EMPLOYEE-MASTER-RECORD
007676         INVALID KEY
007680             MOVE "EMPLOYEE-MASTER-FILE"  TO ABEND-FILE-NAME
007690             MOVE FS-EMPLOYEE-MASTER      TO ABEND-FILE-STATUS
007700             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
008190             WRITE REPORT-RECORD
008200         END-IF
008210     END-PERFORM.
008212     MOVE EM-W4-ALLOWANCES TO ED-ALLOWANCES.
008213     MOVE SPACES TO REPORT-RECORD.
008214     STRING "    W-4 Status: " EM-W4-FILING-STATUS
008215         "  Allowances: " ED-ALLOWANCES
008216         "  Exempt: " EM-W4-EXEMPT
008217         DELIMITED BY SIZE INTO REPORT-RECORD
008218     WRITE REPORT-RECORD.
008219     MOVE EM-W4-DEPENDENT-CREDIT TO ED-SALARY.
008220     MOVE SPACES TO REPORT-RECORD.
008221     STRING "    W-4 Dependent Credit: $" ED-SALARY
008222         DELIMITED BY SIZE INTO REPORT-RECORD
008223     WRITE REPORT-RECORD.
008224     MOVE EM-W4-EXTRA-WITHHOLDING TO ED-SALARY.
008225     MOVE SPACES TO REPORT-RECORD.
008226     STRING "    W-4 Extra Withholding: $" ED-SALARY
008227         DELIMITED BY SIZE INTO REPORT-RECORD
008228     WRITE REPORT-RECORD.
008229     MOVE SPACES TO REPORT-RECORD.
008230     WRITE REPORT-RECORD.
008240 3010-EXIT.
008250     EXIT.
008600*    TOUCHABLE FROM A MAINTENANCE TRANSACTION.                   *
008610*****************************************************************
008620 3100-APPLY-CHANGE.
008622     PERFORM 3105-OVERLAY-TRAN-FIELDS THRU 3105-EXIT.
008624     PERFORM 3140-REWRITE-MASTER THRU 3140-EXIT.
008626     ADD 1 TO MC-CHANGE-COUNT.
008628     MOVE SPACES TO REPORT-RECORD.
008630     STRING "CHANGED    " EM-EMPLOYEE-ID " " EM-EMPLOYEE-NAME
008632         DELIMITED BY SIZE INTO REPORT-RECORD
008634     WRITE REPORT-RECORD.
008636     PERFORM 3120-AUDIT-CHANGED-FIELDS THRU 3120-EXIT.
008638     MOVE SPACES TO REPORT-RECORD.
008640     WRITE REPORT-RECORD.
008642 3100-EXIT.
008644     EXIT.
008646*
008648*****************************************************************
008650*    3105-OVERLAY-TRAN-FIELDS - CARRY EVERY NON-BLANK FIELD OF   *
008652*    A CHANGE OR REHIRE ONTO THE MASTER RECORD AREA.             *
008654*****************************************************************
008656 3105-OVERLAY-TRAN-FIELDS.
008658     IF MT-EMPLOYEE-NAME NOT = SPACES
008661         MOVE MT-EMPLOYEE-NAME TO EM-EMPLOYEE-NAME
008664     END-IF.
008667     IF MT-DEPT-CODE NOT = SPACES
008670         MOVE MT-DEPT-CODE TO EM-DEPT-CODE
008680     END-IF.
008690     IF MT-JURISDICTION-CODE NOT = SPACES
008910     IF MT-ACCOUNT-NUMBER NOT = SPACES
008920         MOVE MT-ACCOUNT-NUMBER TO EM-ACCOUNT-NUMBER
008930     END-IF.
008931     IF MT-W4-FILING-STATUS NOT = SPACE
008932         MOVE MT-W4-FILING-STATUS TO EM-W4-FILING-STATUS
008933     END-IF.
008934     IF MT-W4-ALLOWANCES-X NOT = SPACES
008935         MOVE MT-W4-ALLOWANCES TO EM-W4-ALLOWANCES
008936     END-IF.
008937     IF MT-W4-DEPENDENT-CREDIT-X NOT = SPACES
008938         MOVE MT-W4-DEPENDENT-CREDIT TO EM-W4-DEPENDENT-CREDIT
008939     END-IF.
008940     IF MT-W4-EXTRA-WITHHOLDING-X NOT = SPACES
008941         MOVE MT-W4-EXTRA-WITHHOLDING
008942             TO EM-W4-EXTRA-WITHHOLDING
008943     END-IF.
008944     IF MT-W4-EXEMPT NOT = SPACE
008945         MOVE MT-W4-EXEMPT TO EM-W4-EXEMPT
008946     END-IF.
008947*    NEW BANK DETAILS, OR AN EXPLICIT RELEASE ONCE THE DEPOSIT
008948*    INSTRUCTIONS ARE CORRECTED, END A BANK-RETURN ACH HOLD.
008949     IF EM-ACH-ON-HOLD
008950             AND (MT-ROUTING-NUMBER-X NOT = SPACES
008951             OR MT-ACCOUNT-NUMBER NOT = SPACES
008952             OR MT-ACH-RELEASE-HOLD)
008953         MOVE 'N'    TO EM-ACH-HOLD-FLAG
008954         MOVE SPACES TO EM-ACH-HOLD-REASON
008955         MOVE SPACES TO EM-ACH-HOLD-DATE
008956     END-IF.
008957 3105-EXIT.
008958     EXIT.
008959*
008960 3140-REWRITE-MASTER.
008961     REWRITE EMPLOYEE-MASTER-RECORD
008962         INVALID KEY
008963             MOVE "EMPLOYEE-MASTER-FILE"  TO ABEND-FILE-NAME
008970             MOVE FS-EMPLOYEE-MASTER      TO ABEND-FILE-STATUS
008980             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
008990     END-REWRITE.
009020         MOVE FS-EMPLOYEE-MASTER      TO ABEND-FILE-STATUS
009030         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
009040     END-IF.
009130 3140-EXIT.
009140     EXIT.
009150*
009160*****************************************************************
009940         MOVE EM-ACCOUNT-NUMBER   TO AUD-AFTER
009950         PERFORM 3110-PRINT-AUDIT-FIELD THRU 3110-EXIT
009960     END-IF.
009962     IF PR-EMPLOYMENT-STATUS NOT = EM-EMPLOYMENT-STATUS
009964         MOVE "STATUS"            TO AUD-FIELD-NAME
009966         MOVE PR-EMPLOYMENT-STATUS TO AUD-BEFORE
009968         MOVE EM-EMPLOYMENT-STATUS TO AUD-AFTER
009970         PERFORM 3110-PRINT-AUDIT-FIELD THRU 3110-EXIT
009972     END-IF.
009974     IF PR-TERM-DATE NOT = EM-TERM-DATE
009976         MOVE "TERM DATE"         TO AUD-FIELD-NAME
009978         MOVE PR-TERM-DATE        TO AUD-BEFORE
009980         MOVE EM-TERM-DATE        TO AUD-AFTER
009982         PERFORM 3110-PRINT-AUDIT-FIELD THRU 3110-EXIT
009984     END-IF.
009985     IF PR-FINAL-PAY-DATE NOT = EM-FINAL-PAY-DATE
009986         MOVE "FINAL PAY DATE"    TO AUD-FIELD-NAME
009987         MOVE PR-FINAL-PAY-DATE   TO AUD-BEFORE
009988         MOVE EM-FINAL-PAY-DATE   TO AUD-AFTER
009989         PERFORM 3110-PRINT-AUDIT-FIELD THRU 3110-EXIT
009990     END-IF.
009991     IF PR-W4-FILING-STATUS NOT = EM-W4-FILING-STATUS
009992         MOVE "W-4 STATUS"        TO AUD-FIELD-NAME
009993         MOVE PR-W4-FILING-STATUS TO AUD-BEFORE
009994         MOVE EM-W4-FILING-STATUS TO AUD-AFTER
009995         PERFORM 3110-PRINT-AUDIT-FIELD THRU 3110-EXIT
009996     END-IF.
009997     IF PR-W4-ALLOWANCES NOT = EM-W4-ALLOWANCES
009998         MOVE "W-4 ALLOWANCES"    TO AUD-FIELD-NAME
009999         MOVE PR-W4-ALLOWANCES    TO ED-ALLOWANCES
010000         MOVE ED-ALLOWANCES       TO AUD-BEFORE
010001         MOVE EM-W4-ALLOWANCES    TO ED-ALLOWANCES
010002         MOVE ED-ALLOWANCES       TO AUD-AFTER
010003         PERFORM 3110-PRINT-AUDIT-FIELD THRU 3110-EXIT
010004     END-IF.
010005     IF PR-W4-DEPENDENT-CREDIT NOT = EM-W4-DEPENDENT-CREDIT
010006         MOVE "W-4 DEP CREDIT"    TO AUD-FIELD-NAME
010007         MOVE PR-W4-DEPENDENT-CREDIT TO ED-SALARY
010008         MOVE ED-SALARY           TO AUD-BEFORE
010009         MOVE EM-W4-DEPENDENT-CREDIT TO ED-SALARY
010010         MOVE ED-SALARY           TO AUD-AFTER
010011         PERFORM 3110-PRINT-AUDIT-FIELD THRU 3110-EXIT
010012     END-IF.
010013     IF PR-W4-EXTRA-WITHHOLDING NOT = EM-W4-EXTRA-WITHHOLDING
010014         MOVE "W-4 EXTRA W/H"     TO AUD-FIELD-NAME
010015         MOVE PR-W4-EXTRA-WITHHOLDING TO ED-SALARY
010016         MOVE ED-SALARY           TO AUD-BEFORE
010017         MOVE EM-W4-EXTRA-WITHHOLDING TO ED-SALARY
010018         MOVE ED-SALARY           TO AUD-AFTER
010019         PERFORM 3110-PRINT-AUDIT-FIELD THRU 3110-EXIT
010020     END-IF.
010021     IF PR-W4-EXEMPT NOT = EM-W4-EXEMPT
010022         MOVE "W-4 EXEMPT"        TO AUD-FIELD-NAME
010023         MOVE PR-W4-EXEMPT        TO AUD-BEFORE
010024         MOVE EM-W4-EXEMPT        TO AUD-AFTER
010025         PERFORM 3110-PRINT-AUDIT-FIELD THRU 3110-EXIT
010026     END-IF.
010027     IF PR-ACH-HOLD-FLAG NOT = EM-ACH-HOLD-FLAG
010028         MOVE "ACH HOLD"          TO AUD-FIELD-NAME
010029         MOVE SPACES              TO AUD-BEFORE
010030         STRING PR-ACH-HOLD-FLAG " " PR-ACH-HOLD-REASON
010031             " " PR-ACH-HOLD-DATE
010032             DELIMITED BY SIZE INTO AUD-BEFORE
010033         MOVE EM-ACH-HOLD-FLAG    TO AUD-AFTER
010034         PERFORM 3110-PRINT-AUDIT-FIELD THRU 3110-EXIT
010035     END-IF.
010036 3120-EXIT.
010037     EXIT.
010038*
010039 3130-AUDIT-ONE-DEDUCTION.
010040     IF PR-DED-CODE(MW-DED-IDX) = EM-DED-CODE(MW-DED-IDX)
010041             AND PR-DED-VALUE(MW-DED-IDX)
010042                 = EM-DED-VALUE(MW-DED-IDX)
010043             AND PR-DED-CASE-NBR(MW-DED-IDX)
010050                 = EM-DED-CASE-NBR(MW-DED-IDX)
010060         GO TO 3130-EXIT
010070     END-IF.
010240     EXIT.
010250*
010260*****************************************************************
010270*    3200-APPLY-TERM - MARK THE MASTER RECORD TERMINATED AS OF   *
010280*    THE EFFECTIVE DATE (THE RUN DATE IF NONE WAS GIVEN).  THE   *
010290*    RECORD STAYS ON FILE - THE NEXT PAYROLL RUN PAYS THE FINAL  *
010292*    CHECK AND THEN SKIPS IT, AND THE YEAR'S FIGURES REMAIN FOR  *
010294*    QUARTERLY REPORTING AND THE W-2 EXTRACT.                    *
010300*****************************************************************
010310 3200-APPLY-TERM.
010320     MOVE 'T' TO EM-EMPLOYMENT-STATUS.
010330     IF MT-EFFECTIVE-DATE = SPACES
010340         MOVE MW-RUN-DATE TO EM-TERM-DATE
010350     ELSE
010360         MOVE MT-EFFECTIVE-DATE TO EM-TERM-DATE
010370     END-IF.
010380     PERFORM 3140-REWRITE-MASTER THRU 3140-EXIT.
010430     ADD 1 TO MC-TERM-COUNT.
010440     MOVE SPACES TO REPORT-RECORD.
010450     STRING "TERMINATED " PR-EMPLOYEE-ID " " PR-EMPLOYEE-NAME
010480     MOVE SPACES TO REPORT-RECORD.
010490     STRING "    Dept: " PR-DEPT-CODE
010500         "  Jurisdiction: " PR-JURISDICTION-CODE
010505         "  Term Date: " EM-TERM-DATE
010510         DELIMITED BY SIZE INTO REPORT-RECORD
010520     WRITE REPORT-RECORD.
010530     MOVE PR-YTD-GROSS-PAY TO ED-YTD-AMOUNT.
010540     MOVE SPACES TO REPORT-RECORD.
010550     STRING "    YTD Gross at Term: $" ED-YTD-AMOUNT
010560         DELIMITED BY SIZE INTO REPORT-RECORD
010570     WRITE REPORT-RECORD.
010580     MOVE PR-YTD-TAX-AMOUNT TO ED-YTD-AMOUNT.
010590     MOVE SPACES TO REPORT-RECORD.
010600     STRING "    YTD Tax at Term: $" ED-YTD-AMOUNT
010610         DELIMITED BY SIZE INTO REPORT-RECORD
010620     WRITE REPORT-RECORD.
010621     MOVE PR-YTD-SS-TAX TO ED-YTD-AMOUNT.
010622     MOVE SPACES TO REPORT-RECORD.
010623     STRING "    YTD Soc Sec at Term: $" ED-YTD-AMOUNT
010624         DELIMITED BY SIZE INTO REPORT-RECORD
010625     WRITE REPORT-RECORD.
010626     MOVE PR-YTD-MEDICARE-TAX TO ED-YTD-AMOUNT.
010627     MOVE SPACES TO REPORT-RECORD.
010628     STRING "    YTD Medicare at Term: $" ED-YTD-AMOUNT
010629         DELIMITED BY SIZE INTO REPORT-RECORD
010630     WRITE REPORT-RECORD.
010631     MOVE PR-YTD-STATE-TAX TO ED-YTD-AMOUNT.
010632     MOVE SPACES TO REPORT-RECORD.
010633     STRING "    YTD State Tax at Term: $" ED-YTD-AMOUNT
010634         DELIMITED BY SIZE INTO REPORT-RECORD
010635     WRITE REPORT-RECORD.
010636     MOVE PR-YTD-NET-PAY TO ED-YTD-AMOUNT.
010640     MOVE SPACES TO REPORT-RECORD.
010650     STRING "    YTD Net at Term: $" ED-YTD-AMOUNT
010660         DELIMITED BY SIZE INTO REPORT-RECORD
010670     WRITE REPORT-RECORD.
010672     MOVE PR-VAC-BALANCE TO ED-HOURS.
010674     MOVE SPACES TO REPORT-RECORD.
010676     STRING "    Vacation Hours Owed: " ED-HOURS
010678         DELIMITED BY SIZE INTO REPORT-RECORD
010679     WRITE REPORT-RECORD.
010680     MOVE SPACES TO REPORT-RECORD.
010690     WRITE REPORT-RECORD.
010700 3200-EXIT.
010710     EXIT.
010712*
010714*****************************************************************
010716*    3300-APPLY-REHIRE - REACTIVATE A TERMED EMPLOYEE UNDER THE  *
010718*    SAME ID.  ANY FIELDS SUPPLIED OVERLAY THE MASTER AS ON A    *
010720*    CHANGE; YTD AMOUNTS AND LEAVE BALANCES CARRY ON FROM WHERE  *
010722*    THEY STOOD AT TERM.                                         *
010724*****************************************************************
010726 3300-APPLY-REHIRE.
010728     PERFORM 3105-OVERLAY-TRAN-FIELDS THRU 3105-EXIT.
010730     MOVE 'A'    TO EM-EMPLOYMENT-STATUS.
010732     MOVE SPACES TO EM-TERM-DATE.
010733     MOVE SPACES TO EM-FINAL-PAY-DATE.
010734     MOVE ZERO   TO EM-VAC-PAYOUT-HOURS.
010735     PERFORM 3140-REWRITE-MASTER THRU 3140-EXIT.
010736     ADD 1 TO MC-REHIRE-COUNT.
010738     MOVE SPACES TO REPORT-RECORD.
010740     STRING "REHIRED    " EM-EMPLOYEE-ID " " EM-EMPLOYEE-NAME
010742         DELIMITED BY SIZE INTO REPORT-RECORD
010744     WRITE REPORT-RECORD.
010746     PERFORM 3120-AUDIT-CHANGED-FIELDS THRU 3120-EXIT.
010748     MOVE SPACES TO REPORT-RECORD.
010750     WRITE REPORT-RECORD.
010752 3300-EXIT.
010754     EXIT.
010755*
010756*****************************************************************
010757*    7500-PRINT-MAINT-TRAILER - CONTROL TOTALS FOR THE RUN SO    *
010758*    THE OPERATOR CAN TIE TRANSACTIONS IN TO RECORDS OUT.        *
010760*****************************************************************
010770 7500-PRINT-MAINT-TRAILER.
010780     MOVE SPACES TO REPORT-RECORD.
011080     STRING "  Employees Terminated: " ED-COUNT
011090         DELIMITED BY SIZE INTO REPORT-RECORD
011100     WRITE REPORT-RECORD.
011102     MOVE MC-REHIRE-COUNT TO ED-COUNT.
011104     MOVE SPACES TO REPORT-RECORD.
011106     STRING "  Employees Rehired: " ED-COUNT
011108         DELIMITED BY SIZE INTO REPORT-RECORD
011109     WRITE REPORT-RECORD.
011110     MOVE MC-TRANS-HELD TO ED-COUNT.
011120     MOVE SPACES TO REPORT-RECORD.
011130     STRING "  Transactions Held Pending: " ED-COUNT
