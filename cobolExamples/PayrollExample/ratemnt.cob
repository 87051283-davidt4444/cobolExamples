000190*    2026-09-02  DLT  ORIGINAL PROGRAM.  RATE CHANGES WERE       *
000200*                      PREVIOUSLY PROGRAM CHANGES IN FOUR        *
000210*                      PLACES, AND THE COPIES DRIFTED.           *
000212*    2026-10-15  DLT  EDITS AND LISTS THE TAX BRACKET FILING     *
000214*                      STATUS AND THE EMPLOYEE TAX (EE), STATE   *
000216*                      TAX (ST) AND W-4 ALLOWANCE (WA) TABLES.   *
000217*    2026-10-15  DLT  EDITS AND LISTS THE SUPPLEMENTAL RATE      *
000218*                      (SR) TABLE AND THE DEDUCTION CODE'S       *
000219*                      SUPPLEMENTAL PAY FLAG.                    *
000220*                                                                *
000230*****************************************************************
000240 IDENTIFICATION DIVISION.
000730*    RECORD IS PICKED APART THROUGH THE REDEFINES HERE.
000740     COPY RATECTL.
000750*
000760*    THE LIVE TABLES, FILLED BY RATELOAD FOR THE AS-OF
000770*    DATE SO THE IN-FORCE SECTION OF THE REPORT SHOWS EXACTLY
000780*    WHAT A RUN ON THAT DATE WOULD LOAD.
000790     COPY TAXBRKT.
000800     COPY OTRULES.
000810     COPY DEDCODE.
000820     COPY EMPRTAX.
000822     COPY EMPETAX.
000824     COPY STATETAX.
000826     COPY W4ALLOW.
000828     COPY SUPPRATE.
000830*
000840 01  RATE-LOAD-CONTROL.
000850     05  RATE-AS-OF-DATE             PIC X(08).
000880 01  MAINT-WORK-AREA.
000890     05  MW-RUN-DATE                 PIC X(08).
000900     05  MW-RSN-IDX                  PIC 9(01) COMP.
000910     05  MW-SLOT-SUB                 PIC 9(02) COMP.
000920*
000930 01  PROGRAM-SWITCHES.
000940     05  EOF-TRAN-SWITCH             PIC X(01) VALUE 'N'.
002510     MOVE SPACES TO REJECT-REASON-ENTRY(5).
002520     IF NOT RC-TAX-BRACKET AND NOT RC-OVERTIME-RULE
002530             AND NOT RC-DEDUCTION-CODE AND NOT RC-EMPLOYER-TAX
002532             AND NOT RC-EMPLOYEE-TAX AND NOT RC-STATE-TAX
002534             AND NOT RC-W4-ALLOWANCE AND NOT RC-SUPP-RATE
002540         MOVE "TABLE ID MUST BE TB OT DC ER EE ST WA SR"
002550             TO REJECT-REASON-TEXT
002560         PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
002570         GO TO 2200-EXIT
002700             PERFORM 2230-EDIT-DEDUCTION-CODE THRU 2230-EXIT
002710         WHEN RC-EMPLOYER-TAX
002720             PERFORM 2235-EDIT-EMPLOYER-TAX THRU 2235-EXIT
002722         WHEN RC-EMPLOYEE-TAX
002724             PERFORM 2236-EDIT-EMPLOYEE-TAX THRU 2236-EXIT
002726         WHEN RC-STATE-TAX
002727             PERFORM 2237-EDIT-STATE-TAX THRU 2237-EXIT
002728         WHEN RC-W4-ALLOWANCE
002729             PERFORM 2238-EDIT-W4-ALLOWANCE THRU 2238-EXIT
002731         WHEN RC-SUPP-RATE
002733             PERFORM 2239-EDIT-SUPP-RATE THRU 2239-EXIT
002735     END-EVALUATE.
002740 2200-EXIT.
002750     EXIT.
002760*
002890             TO REJECT-REASON-TEXT
002900         PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
002910     END-IF.
002912     IF RC-TB-FILING-STATUS NOT = SPACE
002913             AND RC-TB-FILING-STATUS NOT = 'S'
002914             AND RC-TB-FILING-STATUS NOT = 'M'
002915             AND RC-TB-FILING-STATUS NOT = 'H'
002916         MOVE "FILING STATUS MUST BE S M H OR BLANK"
002917             TO REJECT-REASON-TEXT
002918         PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
002919     END-IF.
002920 2210-EXIT.
002930     EXIT.
002940*
003260             TO REJECT-REASON-TEXT
003270         PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
003280     END-IF.
003281     IF RC-DC-SUPP-FLAG NOT = 'Y' AND RC-DC-SUPP-FLAG NOT = SPACE
003282         MOVE "SUPPLEMENTAL PAY FLAG MUST BE Y OR BLANK"
003283             TO REJECT-REASON-TEXT
003284         PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
003285     END-IF.
003290 2230-EXIT.
003300     EXIT.
003310*
003430     END-IF.
003440 2235-EXIT.
003450     EXIT.
003451*
003452 2236-EDIT-EMPLOYEE-TAX.
003453     IF RC-EE-TAX-CODE NOT = 'SS' AND RC-EE-TAX-CODE NOT = 'MC'
003454         MOVE "EMPLOYEE TAX CODE MUST BE SS OR MC"
003455             TO REJECT-REASON-TEXT
003456         PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
003457     END-IF.
003458     IF RC-EE-RATE IS NOT NUMERIC
003459             OR RC-EE-WAGE-BASE IS NOT NUMERIC
003460             OR RC-EE-ADDL-THRESHOLD IS NOT NUMERIC
003461             OR RC-EE-ADDL-RATE IS NOT NUMERIC
003462         MOVE "EMPLOYEE TAX FIGURES MUST BE NUMERIC"
003463             TO REJECT-REASON-TEXT
003464         PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
003465     END-IF.
003466 2236-EXIT.
003467     EXIT.
003468*
003469 2237-EDIT-STATE-TAX.
003470     IF RC-ST-JURISDICTION = SPACES
003471         MOVE "JURISDICTION CODE IS REQUIRED"
003472             TO REJECT-REASON-TEXT
003473         PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
003474     END-IF.
003475     IF RC-ST-FILING-STATUS NOT = SPACE
003476             AND RC-ST-FILING-STATUS NOT = 'S'
003477             AND RC-ST-FILING-STATUS NOT = 'M'
003478             AND RC-ST-FILING-STATUS NOT = 'H'
003479         MOVE "FILING STATUS MUST BE S M H OR BLANK"
003480             TO REJECT-REASON-TEXT
003481         PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
003482     END-IF.
003483     IF RC-ST-LOW-AMOUNT IS NOT NUMERIC
003484             OR RC-ST-HIGH-AMOUNT IS NOT NUMERIC
003485             OR RC-ST-RATE IS NOT NUMERIC
003486             OR RC-ST-BASE-TAX IS NOT NUMERIC
003487         MOVE "BRACKET AMOUNTS MUST BE NUMERIC"
003488             TO REJECT-REASON-TEXT
003489         PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
003490         GO TO 2237-EXIT
003491     END-IF.
003492     IF RC-ST-HIGH-AMOUNT NOT > RC-ST-LOW-AMOUNT
003493         MOVE "BRACKET HIGH NOT ABOVE BRACKET LOW"
003494             TO REJECT-REASON-TEXT
003495         PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
003496     END-IF.
003497 2237-EXIT.
003498     EXIT.
003499*
003500 2238-EDIT-W4-ALLOWANCE.
003501     IF RC-WA-JURISDICTION = SPACES
003502         MOVE "JURISDICTION CODE IS REQUIRED"
003503             TO REJECT-REASON-TEXT
003504         PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
003505     END-IF.
003506     IF RC-WA-ALLOWANCE-AMOUNT IS NOT NUMERIC
003507             OR RC-WA-PAY-PERIODS IS NOT NUMERIC
003508         MOVE "ALLOWANCE FIGURES MUST BE NUMERIC"
003509             TO REJECT-REASON-TEXT
003510         PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
003511     END-IF.
003512 2238-EXIT.
003513     EXIT.
003514*
003515 2239-EDIT-SUPP-RATE.
003516     IF RC-SR-JURISDICTION = SPACES
003517         MOVE "JURISDICTION CODE IS REQUIRED"
003518             TO REJECT-REASON-TEXT
003519         PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
003520     END-IF.
003521     IF RC-SR-RATE IS NOT NUMERIC
003522         MOVE "SUPPLEMENTAL RATE MUST BE NUMERIC"
003523             TO REJECT-REASON-TEXT
003524         PERFORM 2240-ADD-REJECT-REASON THRU 2240-EXIT
003525     END-IF.
003526 2239-EXIT.
003527     EXIT.
003528*
003529 2240-ADD-REJECT-REASON.
003530     MOVE 'N' TO TRAN-VALID-SWITCH.
003531     IF REJECT-REASON-COUNT < 5
003532         ADD 1 TO REJECT-REASON-COUNT
003533         MOVE REJECT-REASON-TEXT
003534             TO REJECT-REASON(REJECT-REASON-COUNT)
003535     END-IF.
003540 2240-EXIT.
003550     EXIT.
003560*
004350             MOVE RC-TB-LOW-AMOUNT TO ED-AMOUNT
004360             MOVE SPACES TO REPORT-RECORD
004370             STRING "  TB " RC-EFFECTIVE-DATE
004375                 " STATUS " RC-TB-FILING-STATUS
004380                 " LOW $" ED-AMOUNT
004390                 DELIMITED BY SIZE INTO REPORT-RECORD
004400             WRITE REPORT-RECORD
004580             STRING "  DC " RC-EFFECTIVE-DATE
004590                 " CODE " RC-DC-CODE
004600                 " " RC-DC-DESCRIPTION
004605                 " SUPP " RC-DC-SUPP-FLAG
004610                 DELIMITED BY SIZE INTO REPORT-RECORD
004620             WRITE REPORT-RECORD
004630         WHEN RC-EMPLOYER-TAX
004680                 " RATE " ED-RATE4
004690                 DELIMITED BY SIZE INTO REPORT-RECORD
004700             WRITE REPORT-RECORD
004701         WHEN RC-EMPLOYEE-TAX
004702             MOVE RC-EE-RATE TO ED-RATE4
004703             MOVE RC-EE-WAGE-BASE TO ED-AMOUNT
004704             MOVE SPACES TO REPORT-RECORD
004705             STRING "  EE " RC-EFFECTIVE-DATE
004706                 " CODE " RC-EE-TAX-CODE
004707                 " RATE " ED-RATE4
004708                 " BASE $" ED-AMOUNT
004709                 DELIMITED BY SIZE INTO REPORT-RECORD
004710             WRITE REPORT-RECORD
004711             MOVE RC-EE-ADDL-THRESHOLD TO ED-AMOUNT
004712             MOVE RC-EE-ADDL-RATE TO ED-RATE4
004713             MOVE SPACES TO REPORT-RECORD
004714             STRING "       OVER $" ED-AMOUNT
004715                 " ADDITIONAL " ED-RATE4
004716                 DELIMITED BY SIZE INTO REPORT-RECORD
004717             WRITE REPORT-RECORD
004718         WHEN RC-STATE-TAX
004719             MOVE RC-ST-LOW-AMOUNT TO ED-AMOUNT
004720             MOVE SPACES TO REPORT-RECORD
004721             STRING "  ST " RC-EFFECTIVE-DATE
004722                 " JURIS " RC-ST-JURISDICTION
004723                 " STATUS " RC-ST-FILING-STATUS
004724                 " LOW $" ED-AMOUNT
004725                 DELIMITED BY SIZE INTO REPORT-RECORD
004726             WRITE REPORT-RECORD
004727             MOVE RC-ST-HIGH-AMOUNT TO ED-AMOUNT
004728             MOVE RC-ST-RATE TO ED-RATE4
004729             MOVE SPACES TO REPORT-RECORD
004730             STRING "       HIGH $" ED-AMOUNT
004731                 " RATE " ED-RATE4
004732                 DELIMITED BY SIZE INTO REPORT-RECORD
004733             WRITE REPORT-RECORD
004734         WHEN RC-W4-ALLOWANCE
004735             MOVE RC-WA-ALLOWANCE-AMOUNT TO ED-AMOUNT
004736             MOVE SPACES TO REPORT-RECORD
004737             STRING "  WA " RC-EFFECTIVE-DATE
004738                 " JURIS " RC-WA-JURISDICTION
004739                 " ALLOWANCE $" ED-AMOUNT
004740                 " PERIODS " RC-WA-PAY-PERIODS
004741                 DELIMITED BY SIZE INTO REPORT-RECORD
004742             WRITE REPORT-RECORD
004743         WHEN RC-SUPP-RATE
004744             MOVE RC-SR-RATE TO ED-RATE4
004745             MOVE SPACES TO REPORT-RECORD
004746             STRING "  SR " RC-EFFECTIVE-DATE
004747                 " JURIS " RC-SR-JURISDICTION
004748                 " RATE " ED-RATE4
004749                 DELIMITED BY SIZE INTO REPORT-RECORD
004750             WRITE REPORT-RECORD
004751         WHEN OTHER
004752             MOVE SPACES TO REPORT-RECORD
004753             STRING "  ?? UNRECOGNIZED RECORD - TABLE ID "
004754                 RC-TABLE-ID
004755                 DELIMITED BY SIZE INTO REPORT-RECORD
004760             WRITE REPORT-RECORD
004770     END-EVALUATE.
004780 7110-EXIT.
004790     EXIT.
004800*
004810*****************************************************************
004820*    7200-LIST-IN-FORCE - LOAD THE TABLES THROUGH THE           *
004830*    SAME RATELOAD CALL EVERY BATCH PROGRAM USES AND PRINT      *
004840*    THEM, PROVING WHAT WAS (OR WILL BE) IN FORCE FOR THE       *
004850*    AS-OF DATE ON THE CONTROL CARD.                            *
004970                           OVERTIME-RULE-TABLE
004980                           DEDUCTION-CODE-TABLE
004990                           EMPLOYER-TAX-TABLE
004992                           EMPLOYEE-TAX-TABLE
004994                           STATE-TAX-TABLE
004996                           W4-ALLOWANCE-TABLE
004998                           SUPP-RATE-TABLE
005000                           RATE-LOAD-STATUS.
005010     IF RATE-LOAD-STATUS NOT = "00"
005020         MOVE SPACES TO REPORT-RECORD
005090     MOVE "  Tax Brackets:" TO REPORT-RECORD.
005100     WRITE REPORT-RECORD.
005110     PERFORM VARYING MW-SLOT-SUB FROM 1 BY 1
005120             UNTIL MW-SLOT-SUB > TB-ENTRY-COUNT
005130         MOVE TB-HIGH-AMOUNT(MW-SLOT-SUB) TO ED-AMOUNT
005140         MOVE TB-RATE(MW-SLOT-SUB) TO ED-RATE3
005150         MOVE SPACES TO REPORT-RECORD
005160         STRING "    " TB-FILING-STATUS(MW-SLOT-SUB)
005165             " UP TO $" ED-AMOUNT
005170             " AT " ED-RATE3
005180             DELIMITED BY SIZE INTO REPORT-RECORD
005190         WRITE REPORT-RECORD
005440                 " " DC-DESCRIPTION(MW-SLOT-SUB)
005450                 " " DC-TAX-TYPE(MW-SLOT-SUB)
005460                 "/" DC-AMOUNT-TYPE(MW-SLOT-SUB)
005465                 " SUPP " DC-SUPP-FLAG(MW-SLOT-SUB)
005470                 DELIMITED BY SIZE INTO REPORT-RECORD
005480             WRITE REPORT-RECORD
005490         END-IF
005630             WRITE REPORT-RECORD
005640         END-IF
005650     END-PERFORM.
005651     MOVE "  Employee Taxes:" TO REPORT-RECORD.
005652     WRITE REPORT-RECORD.
005653     PERFORM VARYING MW-SLOT-SUB FROM 1 BY 1
005654             UNTIL MW-SLOT-SUB > 4
005655         IF EE-TAX-CODE(MW-SLOT-SUB) NOT = SPACES
005656             MOVE EE-RATE(MW-SLOT-SUB) TO ED-RATE4
005657             MOVE EE-WAGE-BASE(MW-SLOT-SUB) TO ED-AMOUNT
005658             MOVE SPACES TO REPORT-RECORD
005659             STRING "    " EE-TAX-CODE(MW-SLOT-SUB)
005660                 " RATE " ED-RATE4
005661                 " BASE $" ED-AMOUNT
005662                 DELIMITED BY SIZE INTO REPORT-RECORD
005663             WRITE REPORT-RECORD
005664             IF EE-ADDL-RATE(MW-SLOT-SUB) NOT = ZERO
005665                 MOVE EE-ADDL-RATE(MW-SLOT-SUB) TO ED-RATE4
005666                 MOVE EE-ADDL-THRESHOLD(MW-SLOT-SUB) TO ED-AMOUNT
005667                 MOVE SPACES TO REPORT-RECORD
005668                 STRING "       ADDITIONAL " ED-RATE4
005669                     " OVER $" ED-AMOUNT
005670                     DELIMITED BY SIZE INTO REPORT-RECORD
005671                 WRITE REPORT-RECORD
005672             END-IF
005673         END-IF
005674     END-PERFORM.
005675     MOVE "  State Tax Brackets:" TO REPORT-RECORD.
005676     WRITE REPORT-RECORD.
005677     PERFORM VARYING MW-SLOT-SUB FROM 1 BY 1
005678             UNTIL MW-SLOT-SUB > ST-ENTRY-COUNT
005679         MOVE ST-HIGH-AMOUNT(MW-SLOT-SUB) TO ED-AMOUNT
005680         MOVE ST-RATE(MW-SLOT-SUB) TO ED-RATE4
005681         MOVE SPACES TO REPORT-RECORD
005682         STRING "    " ST-JURISDICTION-CODE(MW-SLOT-SUB)
005683             " " ST-FILING-STATUS(MW-SLOT-SUB)
005684             " UP TO $" ED-AMOUNT
005685             " AT " ED-RATE4
005686             DELIMITED BY SIZE INTO REPORT-RECORD
005687         WRITE REPORT-RECORD
005688     END-PERFORM.
005689     MOVE "  W-4 Allowances:" TO REPORT-RECORD.
005690     WRITE REPORT-RECORD.
005691     PERFORM VARYING MW-SLOT-SUB FROM 1 BY 1
005692             UNTIL MW-SLOT-SUB > 10
005693         IF WA-JURISDICTION-CODE(MW-SLOT-SUB) NOT = SPACES
005694             MOVE WA-ALLOWANCE-AMOUNT(MW-SLOT-SUB) TO ED-AMOUNT
005695             MOVE SPACES TO REPORT-RECORD
005696             STRING "    " WA-JURISDICTION-CODE(MW-SLOT-SUB)
005697                 " PER ALLOWANCE $" ED-AMOUNT
005698                 " PERIODS " WA-PAY-PERIODS(MW-SLOT-SUB)
005699                 DELIMITED BY SIZE INTO REPORT-RECORD
005700             WRITE REPORT-RECORD
005701         END-IF
005702     END-PERFORM.
005703     MOVE "  Supplemental Rates:" TO REPORT-RECORD.
005704     WRITE REPORT-RECORD.
005705     PERFORM VARYING MW-SLOT-SUB FROM 1 BY 1
005706             UNTIL MW-SLOT-SUB > 10
005707         IF SR-JURISDICTION-CODE(MW-SLOT-SUB) NOT = SPACES
005708             MOVE SR-RATE(MW-SLOT-SUB) TO ED-RATE4
005709             MOVE SPACES TO REPORT-RECORD
005710             STRING "    " SR-JURISDICTION-CODE(MW-SLOT-SUB)
005711                 " FLAT RATE " ED-RATE4
005712                 DELIMITED BY SIZE INTO REPORT-RECORD
005713             WRITE REPORT-RECORD
005714         END-IF
005715     END-PERFORM.
005716 7200-EXIT.
005717     EXIT.
005718*
005719 7500-PRINT-MAINT-TRAILER.
005720     MOVE SPACES TO REPORT-RECORD.
005721     WRITE REPORT-RECORD.
005722     MOVE "Rate Maintenance Control Totals" TO REPORT-RECORD.
005730     WRITE REPORT-RECORD.
005740     MOVE MC-TRANS-READ TO ED-COUNT.
005750     MOVE SPACES TO REPORT-RECORD.
