000040*                                                                *
000050*    EMPLOYEE MASTER INQUIRY.  THE OPERATOR KEYS AN EMPLOYEE    *
000060*    ID AT THE CONSOLE AND GETS THE FORMATTED MASTER RECORD     *
000070*    BACK - RATE, JURISDICTION, BANK NUMBERS, W-4 ELECTIONS,    *
000080*    YTD FIGURES AND THE DEDUCTION ENTRIES DECODED AGAINST THE  *
000090*    DEDUCTION CODE TABLE - WITHOUT RUNNING A PAYROLL BATCH OR  *
000100*    COUNTING COLUMNS IN THE RAW FILE.  A BLANK ID (OR 'END')   *
000110*    ENDS THE SESSION.  THE MASTER IS OPENED FOR INPUT ONLY -   *
000120*    NOTHING HERE CAN CHANGE IT.                                *
000130*                                                                *
000140*    MODIFICATION HISTORY                                        *
000150*    DATE       INIT  DESCRIPTION                                *
000197*    2026-09-02  DLT  THE DEDUCTION CODE TABLE IS NOW LOADED    *
000198*                      FROM THE EFFECTIVE-DATED RATE CONTROL    *
000199*                      FILE THROUGH RATELOAD FOR TODAY'S DATE.  *
000201*    2026-10-15  DLT  DISPLAYED THE EMPLOYMENT STATUS AND, FOR  *
000202*                      A TERMED EMPLOYEE, THE TERM DATE.        *
000203*    2026-10-15  DLT  DISPLAYED THE W-4 ELECTIONS AND THE YTD    *
000204*                      SOCIAL SECURITY, MEDICARE AND STATE TAX.  *
000205*    2026-10-15  DLT  DISPLAYED THE ACH HOLD LEFT BY A BANK      *
000206*                      RETURN, WITH ITS REASON CODE AND DATE.    *
000207*    2026-10-15  DLT  PASSES THE SUPPLEMENTAL WITHHOLDING RATE   *
000208*                      TABLE TO RATELOAD.                        *
000209*                                                                *
000210*****************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. EMPINQ.
000516     COPY OTRULES.
000520     COPY DEDCODE.
000522     COPY EMPRTAX.
000523     COPY EMPETAX.
000524     COPY STATETAX.
000525     COPY W4ALLOW.
000527     COPY SUPPRATE.
000529*
000531 01  RATE-LOAD-CONTROL.
000533     05  RATE-AS-OF-DATE             PIC X(08).
000535     05  RATE-LOAD-STATUS            PIC X(02) VALUE "00".
000537*
000540 01  INQUIRY-WORK-AREA.
000550     05  INQ-EMPLOYEE-ID             PIC X(06).
000560     05  INQ-DED-IDX                 PIC 9(01) COMP.
001010                           OVERTIME-RULE-TABLE
001020                           DEDUCTION-CODE-TABLE
001030                           EMPLOYER-TAX-TABLE
001032                           EMPLOYEE-TAX-TABLE
001034                           STATE-TAX-TABLE
001036                           W4-ALLOWANCE-TABLE
001038                           SUPP-RATE-TABLE
001040                           RATE-LOAD-STATUS.
001050     IF RATE-LOAD-STATUS NOT = "00"
001060         MOVE "RATE-CONTROL-FILE"    TO ABEND-FILE-NAME
001530         EM-EMPLOYEE-NAME.
001540     DISPLAY "DEPT:         " EM-DEPT-CODE
001550         "   JURISDICTION: " EM-JURISDICTION-CODE.
001551     EVALUATE TRUE
001552         WHEN EM-STATUS-TERMINATED
001553             DISPLAY "STATUS:       TERMINATED - FINAL PAY DUE"
001554                 "   TERM DATE: " EM-TERM-DATE
001555         WHEN EM-STATUS-FINAL-PAID
001556             DISPLAY "STATUS:       TERMINATED - FINAL PAY ISSUED"
001557                 "   TERM DATE: " EM-TERM-DATE
001558             MOVE EM-VAC-PAYOUT-HOURS TO ED-HOURS
001559             DISPLAY "FINAL PAY:    " EM-FINAL-PAY-DATE
001560                 "   VAC HOURS PAID OUT: " ED-HOURS
001561         WHEN OTHER
001562             DISPLAY "STATUS:       ACTIVE"
001563     END-EVALUATE.
001564     IF EM-TYPE-SALARIED
001565         MOVE EM-SALARY-AMOUNT TO ED-SALARY
001566         DISPLAY "PAY TYPE:     SALARIED"
001567             "   SALARY: $" ED-SALARY
001568     ELSE
001569         DISPLAY "PAY TYPE:     HOURLY"
001570     END-IF.
001571     MOVE EM-HOURS-WORKED TO ED-HOURS.
001572     MOVE EM-HOURLY-RATE TO ED-RATE.
001580     DISPLAY "LAST HOURS:   " ED-HOURS
001590         "   HOURLY RATE: $" ED-RATE.
001592     MOVE EM-VAC-BALANCE TO ED-HOURS.
001598     DISPLAY "   SICK BALANCE: " ED-HOURS.
001600     DISPLAY "ROUTING:      " EM-ROUTING-NUMBER
001610         "   ACCOUNT: " EM-ACCOUNT-NUMBER.
001612     IF EM-ACH-ON-HOLD
001614         DISPLAY "ACH HOLD:     YES - REASON " EM-ACH-HOLD-REASON
001616             "   SINCE: " EM-ACH-HOLD-DATE
001618     END-IF.
001620     PERFORM VARYING INQ-DED-IDX FROM 1 BY 1
001630             UNTIL INQ-DED-IDX > 3
001640         IF EM-DED-CODE(INQ-DED-IDX) NOT = SPACES
001650             PERFORM 2200-DISPLAY-DEDUCTION THRU 2200-EXIT
001660         END-IF
001670     END-PERFORM.
001672     MOVE EM-W4-DEPENDENT-CREDIT TO ED-SALARY.
001673     DISPLAY "W-4 STATUS:   " EM-W4-FILING-STATUS
001674         "   ALLOWANCES: " EM-W4-ALLOWANCES
001675         "   DEP CREDIT: $" ED-SALARY.
001676     MOVE EM-W4-EXTRA-WITHHOLDING TO ED-SALARY.
001677     DISPLAY "W-4 EXTRA:    $" ED-SALARY
001678         "   EXEMPT: " EM-W4-EXEMPT.
001680     MOVE EM-YTD-GROSS-PAY TO ED-YTD-AMOUNT.
001690     DISPLAY "YTD GROSS:    $" ED-YTD-AMOUNT.
001700     MOVE EM-YTD-TAX-AMOUNT TO ED-YTD-AMOUNT.
001710     DISPLAY "YTD FED TAX:  $" ED-YTD-AMOUNT.
001720     MOVE EM-YTD-NET-PAY TO ED-YTD-AMOUNT.
001730     DISPLAY "YTD NET:      $" ED-YTD-AMOUNT.
001731     MOVE EM-YTD-SS-WAGES TO ED-YTD-AMOUNT.
001732     DISPLAY "YTD SS WAGES: $" ED-YTD-AMOUNT.
001733     MOVE EM-YTD-SS-TAX TO ED-YTD-AMOUNT.
001734     DISPLAY "YTD SS TAX:   $" ED-YTD-AMOUNT.
001735     MOVE EM-YTD-MEDICARE-TAX TO ED-YTD-AMOUNT.
001736     DISPLAY "YTD MEDICARE: $" ED-YTD-AMOUNT.
001737     MOVE EM-YTD-STATE-TAX TO ED-YTD-AMOUNT.
001738     DISPLAY "YTD ST TAX:   $" ED-YTD-AMOUNT.
001740 2100-EXIT.
001750     EXIT.
001760*
