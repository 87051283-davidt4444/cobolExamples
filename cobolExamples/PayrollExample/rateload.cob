000030*    RATELOAD.COB                                                *
000040*                                                                *
000050*    RATE TABLE LOADER SUBPROGRAM.  CALLED BY EVERY PROGRAM     *
000060*    THAT NEEDS THE TAX BRACKET, OVERTIME RULE, DEDUCTION CODE, *
000070*    EMPLOYER TAX, EMPLOYEE TAX, STATE TAX, W-4 ALLOWANCE OR    *
000075*    SUPPLEMENTAL RATE TABLES.  READS THE EFFECTIVE-DATED RATE  *
000080*    CONTROL FILE (RATECTL.DAT) AND FILLS ALL EIGHT CALLER      *
000090*    TABLES WITH THE GENERATION OF EACH TABLE WHOSE EFFECTIVE   *
000100*    DATE IS THE LATEST ON OR BEFORE THE CALLER'S AS-OF DATE.   *
000110*    ONE COPY OF THIS LOGIC REPLACES THE HAND-KEYED TABLE       *
000130*    DRIFTED APART.                                             *
000140*                                                                *
000150*    LS-LOAD-STATUS ON RETURN:                                  *
000160*      '00'  ALL TABLES LOADED                                  *
000170*      '35'  RATECTL.DAT IS MISSING                             *
000180*      'NG'  A TABLE HAS NO GENERATION IN FORCE FOR THE DATE    *
000185*            (THE STATE TAX, W-4 ALLOWANCE AND SUPPLEMENTAL     *
000186*            RATE TABLES MAY BE EMPTY - A PAYROLL IN STATES     *
000187*            WITHOUT AN INCOME TAX NEEDS NO STATE ENTRIES, AND  *
000188*            ONLY THE SUPPLEMENTAL RUN NEEDS THE LAST TABLE)    *
000190*      'OV'  A GENERATION HAS MORE ENTRIES THAN ITS TABLE       *
000200*      'DF'  THE OVERTIME GENERATION HAS NO 'DF' DEFAULT ENTRY  *
000210*      NN    ANY OTHER FILE STATUS FROM THE CONTROL FILE        *
000260*    DATE       INIT  DESCRIPTION                                *
000270*    ---------- ----  ------------------------------------------ *
000280*    2026-09-02  DLT  ORIGINAL PROGRAM.                          *
000282*    2026-10-15  DLT  LOADS THE FILING STATUS OF EACH TAX        *
000284*                      BRACKET, AND THE NEW EMPLOYEE TAX, STATE  *
000286*                      TAX AND W-4 ALLOWANCE TABLES.  UNUSED     *
000288*                      BRACKET SLOTS ARE NO LONGER PADDED - THE  *
000289*                      ENTRY COUNT SAYS HOW MANY ARE FILLED.     *
000291*    2026-10-15  DLT  LOADS THE SUPPLEMENTAL WITHHOLDING RATE    *
000293*                      TABLE AND THE DEDUCTION CODE'S            *
000295*                      SUPPLEMENTAL PAY FLAG.                    *
000296*    2026-10-15  DLT  BANNERS ADDED TO THE EMPLOYEE TAX, W-4     *
000297*                      ALLOWANCE AND SUPPLEMENTAL RATE LOADS.    *
000298*                                                                *
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. RATELOAD.
000680     05  BD-OT-DATE                  PIC X(08).
000690     05  BD-DC-DATE                  PIC X(08).
000700     05  BD-ER-DATE                  PIC X(08).
000702     05  BD-EE-DATE                  PIC X(08).
000704     05  BD-ST-DATE                  PIC X(08).
000706     05  BD-WA-DATE                  PIC X(08).
000708     05  BD-SR-DATE                  PIC X(08).
000710*
000720 01  LOAD-WORK-AREA.
000730     05  LW-SUB                      PIC 9(03) COMP.
000740     05  LW-FILL-SUB                 PIC 9(02) COMP.
000750     05  LW-TB-COUNT                 PIC 9(02) COMP.
000760     05  LW-OT-COUNT                 PIC 9(01) COMP.
000770     05  LW-DC-COUNT                 PIC 9(01) COMP.
000780     05  LW-ER-COUNT                 PIC 9(01) COMP.
000782     05  LW-EE-COUNT                 PIC 9(01) COMP.
000784     05  LW-ST-COUNT                 PIC 9(02) COMP.
000786     05  LW-WA-COUNT                 PIC 9(02) COMP.
000788     05  LW-SR-COUNT                 PIC 9(02) COMP.
000790*
000800 01  PROGRAM-SWITCHES.
000810     05  EOF-CONTROL-SWITCH          PIC X(01) VALUE 'N'.
000900     COPY OTRULES.
000910     COPY DEDCODE.
000920     COPY EMPRTAX.
000922     COPY EMPETAX.
000924     COPY STATETAX.
000926     COPY W4ALLOW.
000928     COPY SUPPRATE.
000930 01  LS-LOAD-STATUS                  PIC X(02).
000940*
000950 PROCEDURE DIVISION USING LS-AS-OF-DATE
000970                          OVERTIME-RULE-TABLE
000980                          DEDUCTION-CODE-TABLE
000990                          EMPLOYER-TAX-TABLE
000992                          EMPLOYEE-TAX-TABLE
000994                          STATE-TAX-TABLE
000996                          W4-ALLOWANCE-TABLE
000998                          SUPP-RATE-TABLE
001000                          LS-LOAD-STATUS.
001010*
001020 0000-MAINLINE.
001160     PERFORM 3200-BUILD-OVERTIME-RULES THRU 3200-EXIT.
001170     PERFORM 3300-BUILD-DEDUCTION-CODES THRU 3300-EXIT.
001180     PERFORM 3400-BUILD-EMPLOYER-TAXES THRU 3400-EXIT.
001182     PERFORM 3500-BUILD-EMPLOYEE-TAXES THRU 3500-EXIT.
001184     PERFORM 3600-BUILD-STATE-TAXES THRU 3600-EXIT.
001186     PERFORM 3700-BUILD-W4-ALLOWANCES THRU 3700-EXIT.
001188     PERFORM 3800-BUILD-SUPP-RATES THRU 3800-EXIT.
001190     GOBACK.
001200*
001210 1000-CLEAR-TABLES.
001220     PERFORM VARYING LW-FILL-SUB FROM 1 BY 1
001230             UNTIL LW-FILL-SUB > 15
001235         MOVE SPACES TO TB-FILING-STATUS(LW-FILL-SUB)
001240         MOVE ZERO TO TB-LOW-AMOUNT(LW-FILL-SUB)
001250         MOVE ZERO TO TB-HIGH-AMOUNT(LW-FILL-SUB)
001260         MOVE ZERO TO TB-RATE(LW-FILL-SUB)
001430         MOVE SPACES TO DC-AMOUNT-TYPE(LW-FILL-SUB)
001432         MOVE SPACES TO DC-PAYEE-NAME(LW-FILL-SUB)
001434         MOVE SPACES TO DC-REMIT-ACCOUNT(LW-FILL-SUB)
001436         MOVE SPACES TO DC-SUPP-FLAG(LW-FILL-SUB)
001440     END-PERFORM.
001450     PERFORM VARYING LW-FILL-SUB FROM 1 BY 1
001460             UNTIL LW-FILL-SUB > 4
001490         MOVE ZERO TO ER-RATE(LW-FILL-SUB)
001500         MOVE ZERO TO ER-WAGE-BASE(LW-FILL-SUB)
001510     END-PERFORM.
001511     PERFORM VARYING LW-FILL-SUB FROM 1 BY 1
001512             UNTIL LW-FILL-SUB > 4
001513         MOVE SPACES TO EE-TAX-CODE(LW-FILL-SUB)
001514         MOVE SPACES TO EE-DESCRIPTION(LW-FILL-SUB)
001515         MOVE ZERO TO EE-RATE(LW-FILL-SUB)
001516         MOVE ZERO TO EE-WAGE-BASE(LW-FILL-SUB)
001517         MOVE ZERO TO EE-ADDL-THRESHOLD(LW-FILL-SUB)
001518         MOVE ZERO TO EE-ADDL-RATE(LW-FILL-SUB)
001519     END-PERFORM.
001520     PERFORM VARYING LW-FILL-SUB FROM 1 BY 1
001521             UNTIL LW-FILL-SUB > 40
001522         MOVE SPACES TO ST-JURISDICTION-CODE(LW-FILL-SUB)
001523         MOVE SPACES TO ST-FILING-STATUS(LW-FILL-SUB)
001524         MOVE ZERO TO ST-LOW-AMOUNT(LW-FILL-SUB)
001525         MOVE ZERO TO ST-HIGH-AMOUNT(LW-FILL-SUB)
001526         MOVE ZERO TO ST-RATE(LW-FILL-SUB)
001527         MOVE ZERO TO ST-BASE-TAX(LW-FILL-SUB)
001528     END-PERFORM.
001529     PERFORM VARYING LW-FILL-SUB FROM 1 BY 1
001530             UNTIL LW-FILL-SUB > 10
001531         MOVE SPACES TO WA-JURISDICTION-CODE(LW-FILL-SUB)
001532         MOVE ZERO TO WA-ALLOWANCE-AMOUNT(LW-FILL-SUB)
001533         MOVE ZERO TO WA-PAY-PERIODS(LW-FILL-SUB)
001534     END-PERFORM.
001535     PERFORM VARYING LW-FILL-SUB FROM 1 BY 1
001536             UNTIL LW-FILL-SUB > 10
001537         MOVE SPACES TO SR-JURISDICTION-CODE(LW-FILL-SUB)
001538         MOVE ZERO TO SR-RATE(LW-FILL-SUB)
001539     END-PERFORM.
001540     MOVE ZERO TO TB-ENTRY-COUNT.
001541     MOVE ZERO TO ST-ENTRY-COUNT.
001542     MOVE ZERO TO LW-TB-COUNT.
001543     MOVE ZERO TO LW-OT-COUNT.
001544     MOVE ZERO TO LW-DC-COUNT.
001550     MOVE ZERO TO LW-ER-COUNT.
001552     MOVE ZERO TO LW-EE-COUNT.
001554     MOVE ZERO TO LW-ST-COUNT.
001556     MOVE ZERO TO LW-WA-COUNT.
001558     MOVE ZERO TO LW-SR-COUNT.
001560 1000-EXIT.
001570     EXIT.
001580*
002010*    FORCE IS THE ONE WITH THE LATEST EFFECTIVE DATE ON OR      *
002020*    BEFORE THE AS-OF DATE.  A TABLE WITH NO SUCH GENERATION    *
002030*    STOPS THE CALLER - RUNNING PAYROLL WITH AN EMPTY RATE      *
002040*    TABLE WOULD BE WORSE THAN NOT RUNNING AT ALL.  THE STATE   *
002042*    TAX AND W-4 ALLOWANCE TABLES ARE THE EXCEPTION: WITH NO    *
002044*    GENERATION THEY ARE LEFT EMPTY AND NO STATE TAX OR         *
002046*    ALLOWANCE APPLIES.  SO IS THE SUPPLEMENTAL RATE TABLE,     *
002047*    WHICH ONLY THE SUPPLEMENTAL RUN NEEDS AND CHECKS FOR.      *
002050*****************************************************************
002060 2500-FIND-BEST-DATES.
002070     MOVE LOW-VALUES TO BD-TB-DATE.
002080     MOVE LOW-VALUES TO BD-OT-DATE.
002090     MOVE LOW-VALUES TO BD-DC-DATE.
002100     MOVE LOW-VALUES TO BD-ER-DATE.
002102     MOVE LOW-VALUES TO BD-EE-DATE.
002104     MOVE LOW-VALUES TO BD-ST-DATE.
002106     MOVE LOW-VALUES TO BD-WA-DATE.
002108     MOVE LOW-VALUES TO BD-SR-DATE.
002110     PERFORM VARYING LW-SUB FROM 1 BY 1
002120             UNTIL LW-SUB > STAGING-COUNT
002130         IF SG-EFFECTIVE-DATE(LW-SUB) NOT > LS-AS-OF-DATE
002320                         MOVE SG-EFFECTIVE-DATE(LW-SUB)
002330                             TO BD-ER-DATE
002340                     END-IF
002341                 WHEN 'EE'
002342                     IF SG-EFFECTIVE-DATE(LW-SUB) > BD-EE-DATE
002343                         MOVE SG-EFFECTIVE-DATE(LW-SUB)
002344                             TO BD-EE-DATE
002345                     END-IF
002346                 WHEN 'ST'
002347                     IF SG-EFFECTIVE-DATE(LW-SUB) > BD-ST-DATE
002348                         MOVE SG-EFFECTIVE-DATE(LW-SUB)
002349                             TO BD-ST-DATE
002350                     END-IF
002351                 WHEN 'WA'
002352                     IF SG-EFFECTIVE-DATE(LW-SUB) > BD-WA-DATE
002353                         MOVE SG-EFFECTIVE-DATE(LW-SUB)
002354                             TO BD-WA-DATE
002355                     END-IF
002356                 WHEN 'SR'
002358                     IF SG-EFFECTIVE-DATE(LW-SUB) > BD-SR-DATE
002360                         MOVE SG-EFFECTIVE-DATE(LW-SUB)
002362                             TO BD-SR-DATE
002364                     END-IF
002366             END-EVALUATE
002368         END-IF
002370     END-PERFORM.
002380     IF BD-TB-DATE = LOW-VALUES
002390         DISPLAY "RATELOAD - NO TAX BRACKET GENERATION IN "
002550             "FORCE FOR " LS-AS-OF-DATE
002560         MOVE "NG" TO LS-LOAD-STATUS
002570     END-IF.
002572     IF BD-EE-DATE = LOW-VALUES
002574         DISPLAY "RATELOAD - NO EMPLOYEE TAX GENERATION IN "
002576             "FORCE FOR " LS-AS-OF-DATE
002578         MOVE "NG" TO LS-LOAD-STATUS
002579     END-IF.
002580 2500-EXIT.
002590     EXIT.
002600*
002610*****************************************************************
002620*    3100-BUILD-TAX-BRACKETS - FILL THE CALLER'S BRACKET TABLE  *
002630*    FROM THE IN-FORCE GENERATION IN FILE ORDER, SO EACH        *
002640*    FILING STATUS'S BRACKETS MUST BE KEYED IN ASCENDING        *
002650*    ORDER.  THE WITHHOLDING LOOKUP TREATS THE LAST BRACKET OF  *
002655*    A STATUS AS OPEN-TOPPED.                                   *
002660*****************************************************************
002670 3100-BUILD-TAX-BRACKETS.
002680     PERFORM VARYING LW-SUB FROM 1 BY 1
002700         IF SG-TABLE-ID(LW-SUB) = 'TB'
002710                 AND SG-EFFECTIVE-DATE(LW-SUB) = BD-TB-DATE
002720             MOVE SG-DETAIL(LW-SUB) TO RC-DETAIL
002730             IF LW-TB-COUNT NOT < 15
002740                 DISPLAY "RATELOAD - TAX BRACKET GENERATION "
002750                     BD-TB-DATE " HAS TOO MANY ENTRIES"
002760                 MOVE "OV" TO LS-LOAD-STATUS
002770             ELSE
002780                 ADD 1 TO LW-TB-COUNT
002785                 MOVE RC-TB-FILING-STATUS
002786                     TO TB-FILING-STATUS(LW-TB-COUNT)
002790                 MOVE RC-TB-LOW-AMOUNT
002800                     TO TB-LOW-AMOUNT(LW-TB-COUNT)
002810                 MOVE RC-TB-HIGH-AMOUNT
002860             END-IF
002870         END-IF
002880     END-PERFORM.
002890     MOVE LW-TB-COUNT TO TB-ENTRY-COUNT.
003010 3100-EXIT.
003020     EXIT.
003030*
003854                     TO DC-PAYEE-NAME(LW-DC-COUNT)
003856                 MOVE RC-DC-REMIT-ACCOUNT
003858                     TO DC-REMIT-ACCOUNT(LW-DC-COUNT)
003859                 MOVE RC-DC-SUPP-FLAG
003862                     TO DC-SUPP-FLAG(LW-DC-COUNT)
003865             END-IF
003870         END-IF
003880     END-PERFORM.
003890 3300-EXIT.
004130     END-PERFORM.
004140 3400-EXIT.
004150     EXIT.
004160*
004161*****************************************************************
004162*    3500-BUILD-EMPLOYEE-TAXES - THE EMPLOYEE'S OWN SOCIAL      *
004163*    SECURITY AND MEDICARE RATES FROM THE 'EE' RECORDS OF THE   *
004164*    IN-FORCE GENERATION.  WITHHOLDING CANNOT BE FIGURED        *
004165*    WITHOUT THEM, SO A MISSING GENERATION HAS ALREADY SET      *
004166*    'NG' IN 2500-FIND-BEST-DATES AND THE LOAD FAILS.           *
004167*****************************************************************
004170 3500-BUILD-EMPLOYEE-TAXES.
004180     PERFORM VARYING LW-SUB FROM 1 BY 1
004190             UNTIL LW-SUB > STAGING-COUNT
004200         IF SG-TABLE-ID(LW-SUB) = 'EE'
004210                 AND SG-EFFECTIVE-DATE(LW-SUB) = BD-EE-DATE
004220             MOVE SG-DETAIL(LW-SUB) TO RC-DETAIL
004230             IF LW-EE-COUNT NOT < 4
004240                 DISPLAY "RATELOAD - EMPLOYEE TAX GENERATION "
004250                     BD-EE-DATE " HAS TOO MANY ENTRIES"
004260                 MOVE "OV" TO LS-LOAD-STATUS
004270             ELSE
004280                 ADD 1 TO LW-EE-COUNT
004290                 MOVE RC-EE-TAX-CODE
004300                     TO EE-TAX-CODE(LW-EE-COUNT)
004310                 MOVE RC-EE-DESCRIPTION
004320                     TO EE-DESCRIPTION(LW-EE-COUNT)
004330                 MOVE RC-EE-RATE TO EE-RATE(LW-EE-COUNT)
004340                 MOVE RC-EE-WAGE-BASE
004350                     TO EE-WAGE-BASE(LW-EE-COUNT)
004360                 MOVE RC-EE-ADDL-THRESHOLD
004370                     TO EE-ADDL-THRESHOLD(LW-EE-COUNT)
004380                 MOVE RC-EE-ADDL-RATE
004390                     TO EE-ADDL-RATE(LW-EE-COUNT)
004400             END-IF
004410         END-IF
004420     END-PERFORM.
004430 3500-EXIT.
004440     EXIT.
004450*
004460*****************************************************************
004470*    3600-BUILD-STATE-TAXES - ALL JURISDICTIONS' BRACKETS       *
004480*    TRAVEL AS ONE GENERATION, SO A RATE CHANGE IN ONE STATE    *
004490*    IS KEYED AS A NEW GENERATION CARRYING EVERY STATE.  WITH   *
004500*    NO GENERATION IN FORCE THE TABLE STAYS EMPTY.              *
004510*****************************************************************
004520 3600-BUILD-STATE-TAXES.
004530     IF BD-ST-DATE = LOW-VALUES
004540         GO TO 3600-EXIT
004550     END-IF.
004560     PERFORM VARYING LW-SUB FROM 1 BY 1
004570             UNTIL LW-SUB > STAGING-COUNT
004580         IF SG-TABLE-ID(LW-SUB) = 'ST'
004590                 AND SG-EFFECTIVE-DATE(LW-SUB) = BD-ST-DATE
004600             MOVE SG-DETAIL(LW-SUB) TO RC-DETAIL
004610             IF LW-ST-COUNT NOT < 40
004620                 DISPLAY "RATELOAD - STATE TAX GENERATION "
004630                     BD-ST-DATE " HAS TOO MANY ENTRIES"
004640                 MOVE "OV" TO LS-LOAD-STATUS
004650             ELSE
004660                 ADD 1 TO LW-ST-COUNT
004670                 MOVE RC-ST-JURISDICTION
004680                     TO ST-JURISDICTION-CODE(LW-ST-COUNT)
004690                 MOVE RC-ST-FILING-STATUS
004700                     TO ST-FILING-STATUS(LW-ST-COUNT)
004710                 MOVE RC-ST-LOW-AMOUNT
004720                     TO ST-LOW-AMOUNT(LW-ST-COUNT)
004730                 MOVE RC-ST-HIGH-AMOUNT
004740                     TO ST-HIGH-AMOUNT(LW-ST-COUNT)
004750                 MOVE RC-ST-RATE TO ST-RATE(LW-ST-COUNT)
004760                 MOVE RC-ST-BASE-TAX
004770                     TO ST-BASE-TAX(LW-ST-COUNT)
004780             END-IF
004790         END-IF
004800     END-PERFORM.
004810     MOVE LW-ST-COUNT TO ST-ENTRY-COUNT.
004820 3600-EXIT.
004830     EXIT.
004840*
004841*****************************************************************
004842*    3700-BUILD-W4-ALLOWANCES - THE PER-ALLOWANCE AMOUNT AND    *
004843*    PAY PERIODS A YEAR FROM THE 'WA' RECORDS OF THE IN-FORCE   *
004844*    GENERATION.  WITH NO GENERATION IN FORCE THE TABLE STAYS   *
004845*    EMPTY, SO NO ALLOWANCE IS EXCLUDED FROM WITHHOLDING AND    *
004846*    NO DEPENDENT CREDIT IS SPREAD ACROSS THE PERIODS.          *
004847*****************************************************************
004850 3700-BUILD-W4-ALLOWANCES.
004860     IF BD-WA-DATE = LOW-VALUES
004870         GO TO 3700-EXIT
004880     END-IF.
004890     PERFORM VARYING LW-SUB FROM 1 BY 1
004900             UNTIL LW-SUB > STAGING-COUNT
004910         IF SG-TABLE-ID(LW-SUB) = 'WA'
004920                 AND SG-EFFECTIVE-DATE(LW-SUB) = BD-WA-DATE
004930             MOVE SG-DETAIL(LW-SUB) TO RC-DETAIL
004940             IF LW-WA-COUNT NOT < 10
004950                 DISPLAY "RATELOAD - W-4 ALLOWANCE GENERATION "
004960                     BD-WA-DATE " HAS TOO MANY ENTRIES"
004970                 MOVE "OV" TO LS-LOAD-STATUS
004980             ELSE
004990                 ADD 1 TO LW-WA-COUNT
005000                 MOVE RC-WA-JURISDICTION
005010                     TO WA-JURISDICTION-CODE(LW-WA-COUNT)
005020                 MOVE RC-WA-ALLOWANCE-AMOUNT
005030                     TO WA-ALLOWANCE-AMOUNT(LW-WA-COUNT)
005040                 MOVE RC-WA-PAY-PERIODS
005050                     TO WA-PAY-PERIODS(LW-WA-COUNT)
005060             END-IF
005070         END-IF
005080     END-PERFORM.
005090 3700-EXIT.
005100     EXIT.
005110*
005111*****************************************************************
005112*    3800-BUILD-SUPP-RATES - THE FLAT SUPPLEMENTAL WITHHOLDING  *
005113*    RATE PER JURISDICTION FROM THE 'SR' RECORDS OF THE         *
005114*    IN-FORCE GENERATION.  WITH NO GENERATION IN FORCE THE      *
005115*    TABLE STAYS EMPTY AND THE SUPPLEMENTAL RUN WITHHOLDS NO    *
005116*    INCOME TAX AT THE FLAT RATE.                               *
005117*****************************************************************
005120 3800-BUILD-SUPP-RATES.
005130     IF BD-SR-DATE = LOW-VALUES
005140         GO TO 3800-EXIT
005150     END-IF.
005160     PERFORM VARYING LW-SUB FROM 1 BY 1
005170             UNTIL LW-SUB > STAGING-COUNT
005180         IF SG-TABLE-ID(LW-SUB) = 'SR'
005190                 AND SG-EFFECTIVE-DATE(LW-SUB) = BD-SR-DATE
005200             MOVE SG-DETAIL(LW-SUB) TO RC-DETAIL
005210             IF LW-SR-COUNT NOT < 10
005220                 DISPLAY "RATELOAD - SUPPLEMENTAL RATE "
005225                     "GENERATION " BD-SR-DATE
005230                     " HAS TOO MANY ENTRIES"
005240                 MOVE "OV" TO LS-LOAD-STATUS
005250             ELSE
005260                 ADD 1 TO LW-SR-COUNT
005270                 MOVE RC-SR-JURISDICTION
005280                     TO SR-JURISDICTION-CODE(LW-SR-COUNT)
005290                 MOVE RC-SR-RATE TO SR-RATE(LW-SR-COUNT)
005300             END-IF
005310         END-IF
005320     END-PERFORM.
005330 3800-EXIT.
005340     EXIT.
