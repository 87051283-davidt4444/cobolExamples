000010*****************************************************************
000020*                                                                *
000030*    ACHRTN.COB                                                  *
000040*                                                                *
000050*    ACH RETURN AND NOTIFICATION-OF-CHANGE PROCESSING.  READS    *
000060*    THE RETURN FILE THE BANK SENDS BACK AFTER ACHFILE.TXT       *
000070*    (ACHRTN.DAT) AND MATCHES EACH ENTRY TO THE ACH CREDIT ON    *
000080*    ACHFILE.TXT AND TO THE ACH PAYMENT ON THE PAY HISTORY BY    *
000090*    EMPLOYEE, PERIOD AND AMOUNT.                                *
000100*      - A RETURN ('R') APPENDS A REVERSING 'N' RECORD TO THE    *
000110*        PAY HISTORY AND QUEUES THE AMOUNT ON RTNDUE.DAT FOR     *
000120*        THE NEXT PAYROLL RUN TO PAY BY PHYSICAL CHECK.          *
000130*      - A NOTIFICATION OF CHANGE ('N') CORRECTING THE MASTER    *
000140*        ACCOUNT QUEUES AN EMPLOYEE MAINTENANCE CHANGE ON THE    *
000150*        PENDING FILE (MNTPEND.DAT) SO THE FIX GOES THROUGH THE  *
000160*        MAINTENANCE AUDIT TRAIL.  ONE CORRECTING A DEPOSIT      *
000170*        INSTRUCTION IS APPLIED TO THE NEW INSTRUCTION           *
000180*        GENERATION (DEPINSTR.NEW) AND QUEUES A CHANGE THAT      *
000190*        RELEASES THE HOLD.                                      *
000200*    EITHER WAY THE EMPLOYEE'S MASTER IS PUT ON ACH HOLD, SO     *
000210*    THE PAYROLL RUN PAYS BY CHECK UNTIL THE BANK DETAILS ARE    *
000220*    CORRECTED.  EVERY ENTRY RECEIVED IS LISTED ON RTNRPT.TXT    *
000230*    WITH WHAT WAS DONE; AN ENTRY THAT DOES NOT MATCH IS LEFT    *
000240*    FOR MANUAL REVIEW AND THE JOB ENDS WITH RETURN CODE 4.      *
000250*    RUN AHEAD OF THE EMPLOYEE MAINTENANCE RUN AND BEFORE THE    *
000260*    NEXT PAYROLL RUN REPLACES ACHFILE.TXT.                      *
000270*                                                                *
000280*    MODIFICATION HISTORY                                        *
000290*    DATE       INIT  DESCRIPTION                                *
000300*    ---------- ----  ------------------------------------------ *
000310*    2026-10-15  DLT  ORIGINAL PROGRAM.  RETURNS WERE PREVIOUSLY *
000320*                      HAND-FIXED ON THE MASTER AND PAID BY A    *
000330*                      MANUAL CHECK.                             *
000331*    2026-10-15  DLT  A RETURN OF A PERIOD 0 PAYMENT - A         *
000332*                      SUPPLEMENTAL PAYMENT OR A REISSUE - IS    *
000333*                      ALSO MATCHED ON THE ENTRY DATE THE BANK   *
000334*                      SENDS BACK, AND THE 'N' RECORD CARRIES    *
000335*                      THE PAYMENT'S EARNINGS TYPE.              *
000340*                                                                *
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. ACHRTN.
000380 AUTHOR. DATA PROCESSING.
000390 INSTALLATION. PAYROLL DEPARTMENT.
000400 DATE-WRITTEN. 2026-10-15.
000410 DATE-COMPILED.
000420*
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. YOUR-COMPUTER.
000460 OBJECT-COMPUTER. YOUR-COMPUTER.
000470*
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT ACH-RETURN-FILE ASSIGN TO "ACHRTN.DAT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS FS-ACH-RETURN.
000530*
000540     SELECT OPTIONAL ACH-FILE ASSIGN TO "ACHFILE.TXT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FS-ACH-FILE.
000570*
000580     SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS FS-PAY-HISTORY.
000610*
000620     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.IDX"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS EM-EMPLOYEE-ID
000660         FILE STATUS IS FS-EMPLOYEE-MASTER.
000670*
000680     SELECT OPTIONAL DEPOSIT-INSTR-FILE ASSIGN TO "DEPINSTR.DAT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS FS-DEPOSIT-INSTR.
000710*
000720     SELECT NEW-DEPOSIT-INSTR-FILE ASSIGN TO "DEPINSTR.NEW"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS FS-NEW-DEPOSIT-INSTR.
000750*
000760     SELECT OPTIONAL RETURN-DUE-FILE ASSIGN TO "RTNDUE.DAT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS FS-RETURN-DUE.
000790*
000800     SELECT OPTIONAL PENDING-TRAN-FILE ASSIGN TO "MNTPEND.DAT"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS FS-PENDING-TRAN.
000830*
000840     SELECT REPORT-FILE ASSIGN TO "RTNRPT.TXT"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS FS-REPORT.
000870*
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  ACH-RETURN-FILE.
000910 01  ACH-RETURN-FILE-RECORD          PIC X(90).
000920*
000930 FD  ACH-FILE.
000940     COPY ACHREC.
000950*
000960 FD  PAY-HISTORY-FILE.
000970     COPY PAYHIST.
000980*
000990 FD  EMPLOYEE-MASTER-FILE.
001000     COPY EMPMAST.
001010*
001020 FD  DEPOSIT-INSTR-FILE.
001030     COPY DEPINSTR.
001040*
001050 FD  NEW-DEPOSIT-INSTR-FILE.
001060 01  NEW-DEPOSIT-INSTR-RECORD        PIC X(50).
001070*
001080 FD  RETURN-DUE-FILE.
001090     COPY RTNDUE.
001100*
001110 FD  PENDING-TRAN-FILE.
001120     COPY MNTTRAN.
001130*
001140 FD  REPORT-FILE.
001150 01  REPORT-RECORD                   PIC X(80).
001160*
001170 WORKING-STORAGE SECTION.
001180*
001190*    WORKING COPY OF THE BANK ENTRY BEING PROCESSED.
001200     COPY ACHRTN.
001210*
001220*    EVERY ENTRY ON THE BANK FILE, LOADED AT INITIALIZATION
001230*    AND FILLED IN FROM ONE PASS OF THE PAY HISTORY WITH THE
001240*    ACH PAYMENT IT BELONGS TO AND WHAT HAS ALREADY BEEN
001250*    RETURNED AGAINST THAT PAYMENT.
001260 01  RETURN-ENTRY-TABLE.
001270     05  RETURN-ENTRY-COUNT          PIC 9(04) COMP VALUE ZERO.
001280     05  RETURN-ENTRY OCCURS 500 TIMES.
001290         10  RE-RETURN-RECORD        PIC X(90).
001300         10  RE-EMPLOYEE-ID          PIC X(06).
001310         10  RE-PERIOD-NUMBER        PIC 9(04).
001320         10  RE-AMOUNT               PIC 9(07)V99.
001325         10  RE-ENTRY-DATE           PIC X(08).
001330         10  RE-PAYMENT-SWITCH       PIC X(01).
001340             88  RE-PAYMENT-FOUND            VALUE 'Y'.
001350         10  RE-PAYMENT-NET          PIC 9(07)V99.
001360         10  RE-PAYMENT-DEPT         PIC X(04).
001370         10  RE-PERIOD-END-DATE      PIC X(08).
001375         10  RE-EARNINGS-TYPE        PIC X(01).
001380         10  RE-PRIOR-RETURNED       PIC 9(07)V99.
001390         10  RE-DUPLICATE-SWITCH     PIC X(01).
001400             88  RE-ALREADY-RETURNED         VALUE 'Y'.
001410     05  RE-SUB                      PIC 9(04) COMP VALUE ZERO.
001420*
001430*    THE CREDITS ON THE ACH FILE LAST SENT TO THE BANK.  EACH
001440*    CAN BE MATCHED TO ONE BANK ENTRY ONLY.
001450 01  ACH-CREDIT-TABLE.
001460     05  ACH-CREDIT-COUNT            PIC 9(04) COMP VALUE ZERO.
001470     05  ACH-CREDIT-ENTRY OCCURS 2000 TIMES.
001480         10  AC-EMPLOYEE-ID          PIC X(06).
001490         10  AC-PERIOD-NUMBER        PIC 9(04).
001500         10  AC-ROUTING-NUMBER       PIC 9(09).
001510         10  AC-ACCOUNT-NUMBER       PIC X(17).
001520         10  AC-NET-AMOUNT           PIC 9(07)V99.
001530         10  AC-MATCHED-SWITCH       PIC X(01).
001540             88  AC-IS-MATCHED               VALUE 'Y'.
001550     05  AC-SUB                      PIC 9(04) COMP VALUE ZERO.
001560*
001570*    DEPOSIT INSTRUCTIONS, LOADED FROM DEPINSTR.DAT, CORRECTED
001580*    IN PLACE BY A NOTIFICATION OF CHANGE AND WRITTEN BACK OUT
001590*    WHOLE AS THE DEPINSTR.NEW GENERATION.
001600 01  DEPOSIT-INSTR-TABLE.
001610     05  DEPOSIT-INSTR-COUNT         PIC 9(04) COMP VALUE ZERO.
001620     05  DEPOSIT-INSTR-ENTRY OCCURS 500 TIMES.
001630         10  SD-EMPLOYEE-ID          PIC X(06).
001640         10  SD-PRIORITY-X           PIC X(02).
001650         10  SD-AMOUNT-TYPE          PIC X(01).
001660         10  SD-AMOUNT-X             PIC X(09).
001670         10  SD-ROUTING-X            PIC X(09).
001680         10  SD-ROUTING REDEFINES SD-ROUTING-X
001690                                     PIC 9(09).
001700         10  SD-ACCOUNT-NUMBER       PIC X(17).
001710     05  SD-SUB                      PIC 9(04) COMP VALUE ZERO.
001720*
001730 01  RETURN-WORK-AREA.
001740     05  AW-RUN-DATE                 PIC X(08).
001750     05  AW-DISPOSITION              PIC X(36).
001760     05  AW-RETURN-TOTAL             PIC 9(07)V99.
001770     05  AW-INSTR-SUB                PIC 9(04) COMP VALUE ZERO.
001780     05  AW-DED-IDX                  PIC 9(01) COMP.
001790     05  AW-CREDIT-SWITCH            PIC X(01).
001800         88  AW-CREDIT-FOUND                 VALUE 'Y'.
001810     05  AW-ACCOUNT-SWITCH           PIC X(01).
001820         88  AW-ACCOUNT-ON-MASTER            VALUE 'M'.
001830         88  AW-ACCOUNT-ON-INSTR             VALUE 'I'.
001833     05  AW-HISTORY-SWITCH           PIC X(01).
001836         88  AW-HISTORY-MATCHES              VALUE 'Y'.
001840*
001850 01  RETURN-TOTALS.
001860     05  AT-ENTRIES-READ             PIC 9(05) COMP VALUE ZERO.
001870     05  AT-RETURNS-MATCHED          PIC 9(05) COMP VALUE ZERO.
001880     05  AT-RETURN-AMOUNT            PIC 9(09)V99 VALUE ZERO.
001890     05  AT-CHANGES-MATCHED          PIC 9(05) COMP VALUE ZERO.
001900     05  AT-INSTR-CORRECTED          PIC 9(05) COMP VALUE ZERO.
001910     05  AT-UNMATCHED-COUNT          PIC 9(05) COMP VALUE ZERO.
001920     05  AT-UNMATCHED-AMOUNT         PIC 9(09)V99 VALUE ZERO.
001930*
001940 01  PROGRAM-SWITCHES.
001950     05  EOF-RETURN-SWITCH           PIC X(01) VALUE 'N'.
001960         88  EOF-ACH-RETURN                  VALUE 'Y'.
001970     05  EOF-ACH-SWITCH              PIC X(01) VALUE 'N'.
001980         88  EOF-ACH-FILE                    VALUE 'Y'.
001990     05  EOF-HISTORY-SWITCH          PIC X(01) VALUE 'N'.
002000         88  EOF-PAY-HISTORY                 VALUE 'Y'.
002010     05  EOF-INSTR-SWITCH            PIC X(01) VALUE 'N'.
002020         88  EOF-DEPOSIT-INSTR               VALUE 'Y'.
002030*
002040 01  FILE-STATUS-AREA.
002050     05  FS-ACH-RETURN               PIC X(02) VALUE '00'.
002060     05  FS-ACH-FILE                 PIC X(02) VALUE '00'.
002070     05  FS-PAY-HISTORY              PIC X(02) VALUE '00'.
002080     05  FS-EMPLOYEE-MASTER          PIC X(02) VALUE '00'.
002090     05  FS-DEPOSIT-INSTR            PIC X(02) VALUE '00'.
002100     05  FS-NEW-DEPOSIT-INSTR        PIC X(02) VALUE '00'.
002110     05  FS-RETURN-DUE               PIC X(02) VALUE '00'.
002120     05  FS-PENDING-TRAN             PIC X(02) VALUE '00'.
002130     05  FS-REPORT                   PIC X(02) VALUE '00'.
002140*
002150 01  ABEND-WORK-AREA.
002160     05  ABEND-FILE-NAME             PIC X(20).
002170     05  ABEND-FILE-STATUS           PIC X(02).
002180     05  ABEND-TABLE-NAME            PIC X(20).
002190*
002200 01  EDIT-FIELDS.
002210     05  ED-COUNT                    PIC ZZ,ZZ9.
002220     05  ED-AMOUNT                   PIC ZZZ,ZZ9.99.
002230     05  ED-TOTAL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
002240*
002250 PROCEDURE DIVISION.
002260*
002270 0000-MAINLINE.
002280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002290     PERFORM 2000-PROCESS-RETURNS THRU 2000-EXIT.
002300     PERFORM 3000-WRITE-DEPOSIT-INSTRS THRU 3000-EXIT.
002310     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002320     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002330     STOP RUN.
002340*
002350*****************************************************************
002360*    1000-INITIALIZE - LOAD THE BANK FILE, THE ACH CREDITS AND  *
002370*    THE DEPOSIT INSTRUCTIONS, FIND EACH ENTRY'S PAYMENT ON THE *
002380*    PAY HISTORY, THEN OPEN THE FILES THE RUN UPDATES.  THE     *
002390*    PAY HISTORY IS READ THROUGH ONCE BEFORE IT IS REOPENED TO  *
002400*    APPEND THE REVERSING RECORDS.                              *
002410*****************************************************************
002420 1000-INITIALIZE.
002430     ACCEPT AW-RUN-DATE FROM DATE YYYYMMDD.
002440     OPEN OUTPUT REPORT-FILE.
002450     IF FS-REPORT NOT = "00"
002460         MOVE "REPORT-FILE"          TO ABEND-FILE-NAME
002470         MOVE FS-REPORT              TO ABEND-FILE-STATUS
002480         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002490     END-IF.
002500     MOVE "ACH Return and Notification of Change Processing"
002510         TO REPORT-RECORD.
002520     WRITE REPORT-RECORD.
002530     MOVE SPACES TO REPORT-RECORD.
002540     STRING "Run Date: " AW-RUN-DATE
002550         DELIMITED BY SIZE INTO REPORT-RECORD
002560     WRITE REPORT-RECORD.
002570     MOVE SPACES TO REPORT-RECORD.
002580     WRITE REPORT-RECORD.
002590     MOVE "T RSN EMP ID PERIOD        AMOUNT  DISPOSITION"
002600         TO REPORT-RECORD.
002610     WRITE REPORT-RECORD.
002620     PERFORM 1100-LOAD-RETURNS THRU 1100-EXIT.
002630     PERFORM 1200-LOAD-ACH-CREDITS THRU 1200-EXIT.
002640     PERFORM 1300-LOAD-DEPOSIT-INSTRS THRU 1300-EXIT.
002650     PERFORM 1400-SCAN-PAY-HISTORY THRU 1400-EXIT.
002660     OPEN I-O EMPLOYEE-MASTER-FILE.
002670     IF FS-EMPLOYEE-MASTER NOT = "00"
002680         MOVE "EMPLOYEE-MASTER-FILE" TO ABEND-FILE-NAME
002690         MOVE FS-EMPLOYEE-MASTER     TO ABEND-FILE-STATUS
002700         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002710     END-IF.
002720     OPEN EXTEND PAY-HISTORY-FILE.
002730     IF FS-PAY-HISTORY NOT = "00" AND FS-PAY-HISTORY NOT = "05"
002740         MOVE "PAY-HISTORY-FILE"     TO ABEND-FILE-NAME
002750         MOVE FS-PAY-HISTORY         TO ABEND-FILE-STATUS
002760         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002770     END-IF.
002780     OPEN EXTEND RETURN-DUE-FILE.
002790     IF FS-RETURN-DUE NOT = "00" AND FS-RETURN-DUE NOT = "05"
002800         MOVE "RETURN-DUE-FILE"      TO ABEND-FILE-NAME
002810         MOVE FS-RETURN-DUE          TO ABEND-FILE-STATUS
002820         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002830     END-IF.
002840     OPEN EXTEND PENDING-TRAN-FILE.
002850     IF FS-PENDING-TRAN NOT = "00" AND FS-PENDING-TRAN NOT = "05"
002860         MOVE "PENDING-TRAN-FILE"    TO ABEND-FILE-NAME
002870         MOVE FS-PENDING-TRAN        TO ABEND-FILE-STATUS
002880         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002890     END-IF.
002900 1000-EXIT.
002910     EXIT.
002920*
002930 1100-LOAD-RETURNS.
002940     OPEN INPUT ACH-RETURN-FILE.
002950     IF FS-ACH-RETURN NOT = "00"
002960         MOVE "ACH-RETURN-FILE"      TO ABEND-FILE-NAME
002970         MOVE FS-ACH-RETURN          TO ABEND-FILE-STATUS
002980         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002990     END-IF.
003000     PERFORM 1110-LOAD-ONE-RETURN THRU 1110-EXIT
003010         UNTIL EOF-ACH-RETURN.
003020     CLOSE ACH-RETURN-FILE.
003030 1100-EXIT.
003040     EXIT.
003050*
003060 1110-LOAD-ONE-RETURN.
003070     READ ACH-RETURN-FILE INTO ACH-RETURN-RECORD
003080         AT END
003090             MOVE 'Y' TO EOF-RETURN-SWITCH
003100         NOT AT END
003110             IF RETURN-ENTRY-COUNT NOT < 500
003120                 MOVE "RETURN-ENTRY"  TO ABEND-TABLE-NAME
003130                 PERFORM 9910-ABEND-TABLE-OVERFLOW THRU 9910-EXIT
003140             END-IF
003150             ADD 1 TO RETURN-ENTRY-COUNT
003160             MOVE ACH-RETURN-RECORD
003170                 TO RE-RETURN-RECORD(RETURN-ENTRY-COUNT)
003180             MOVE AR-EMPLOYEE-ID
003190                 TO RE-EMPLOYEE-ID(RETURN-ENTRY-COUNT)
003200             MOVE AR-PERIOD-NUMBER
003210                 TO RE-PERIOD-NUMBER(RETURN-ENTRY-COUNT)
003220             MOVE AR-AMOUNT TO RE-AMOUNT(RETURN-ENTRY-COUNT)
003223             MOVE AR-ENTRY-DATE
003226                 TO RE-ENTRY-DATE(RETURN-ENTRY-COUNT)
003230             MOVE 'N' TO RE-PAYMENT-SWITCH(RETURN-ENTRY-COUNT)
003240             MOVE ZERO TO RE-PAYMENT-NET(RETURN-ENTRY-COUNT)
003250             MOVE SPACES TO RE-PAYMENT-DEPT(RETURN-ENTRY-COUNT)
003260             MOVE SPACES TO RE-PERIOD-END-DATE(RETURN-ENTRY-COUNT)
003265             MOVE SPACE TO RE-EARNINGS-TYPE(RETURN-ENTRY-COUNT)
003270             MOVE ZERO TO RE-PRIOR-RETURNED(RETURN-ENTRY-COUNT)
003280             MOVE 'N' TO RE-DUPLICATE-SWITCH(RETURN-ENTRY-COUNT)
003290     END-READ.
003300 1110-EXIT.
003310     EXIT.
003320*
003330*****************************************************************
003340*    1200-LOAD-ACH-CREDITS - THE CREDITS ON THE ACH FILE THE    *
003350*    LAST PAYROLL RUN WROTE.  A MISSING FILE LOADS NOTHING AND  *
003360*    EVERY BANK ENTRY THEN FAILS TO MATCH.                      *
003370*****************************************************************
003380 1200-LOAD-ACH-CREDITS.
003390     OPEN INPUT ACH-FILE.
003400     IF FS-ACH-FILE = "35"
003410         MOVE 'Y' TO EOF-ACH-SWITCH
003420         GO TO 1200-EXIT
003430     END-IF.
003440     IF FS-ACH-FILE NOT = "00" AND FS-ACH-FILE NOT = "05"
003450         MOVE "ACH-FILE"             TO ABEND-FILE-NAME
003460         MOVE FS-ACH-FILE            TO ABEND-FILE-STATUS
003470         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003480     END-IF.
003490     PERFORM 1210-LOAD-ONE-ACH-CREDIT THRU 1210-EXIT
003500         UNTIL EOF-ACH-FILE.
003510     CLOSE ACH-FILE.
003520 1200-EXIT.
003530     EXIT.
003540*
003550 1210-LOAD-ONE-ACH-CREDIT.
003560     READ ACH-FILE
003570         AT END
003580             MOVE 'Y' TO EOF-ACH-SWITCH
003590         NOT AT END
003600             IF ACH-TYPE-CREDIT
003610                 IF ACH-CREDIT-COUNT NOT < 2000
003620                     MOVE "ACH-CREDIT"    TO ABEND-TABLE-NAME
003630                     PERFORM 9910-ABEND-TABLE-OVERFLOW
003640                         THRU 9910-EXIT
003650                 END-IF
003660                 ADD 1 TO ACH-CREDIT-COUNT
003670                 MOVE ACH-EMPLOYEE-ID
003680                     TO AC-EMPLOYEE-ID(ACH-CREDIT-COUNT)
003690                 MOVE ACH-PERIOD-NUMBER
003700                     TO AC-PERIOD-NUMBER(ACH-CREDIT-COUNT)
003710                 MOVE ACH-ROUTING-NUMBER
003720                     TO AC-ROUTING-NUMBER(ACH-CREDIT-COUNT)
003730                 MOVE ACH-ACCOUNT-NUMBER
003740                     TO AC-ACCOUNT-NUMBER(ACH-CREDIT-COUNT)
003750                 MOVE ACH-NET-AMOUNT
003760                     TO AC-NET-AMOUNT(ACH-CREDIT-COUNT)
003770                 MOVE 'N' TO AC-MATCHED-SWITCH(ACH-CREDIT-COUNT)
003780             END-IF
003790     END-READ.
003800 1210-EXIT.
003810     EXIT.
003820*
003830 1300-LOAD-DEPOSIT-INSTRS.
003840     OPEN INPUT DEPOSIT-INSTR-FILE.
003850     IF FS-DEPOSIT-INSTR = "35"
003860         MOVE 'Y' TO EOF-INSTR-SWITCH
003870         GO TO 1300-EXIT
003880     END-IF.
003890     IF FS-DEPOSIT-INSTR NOT = "00"
003900             AND FS-DEPOSIT-INSTR NOT = "05"
003910         MOVE "DEPOSIT-INSTR-FILE"   TO ABEND-FILE-NAME
003920         MOVE FS-DEPOSIT-INSTR       TO ABEND-FILE-STATUS
003930         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003940     END-IF.
003950     PERFORM 1310-LOAD-ONE-DEPOSIT-INSTR THRU 1310-EXIT
003960         UNTIL EOF-DEPOSIT-INSTR.
003970     CLOSE DEPOSIT-INSTR-FILE.
003980 1300-EXIT.
003990     EXIT.
004000*
004010 1310-LOAD-ONE-DEPOSIT-INSTR.
004020     READ DEPOSIT-INSTR-FILE
004030         AT END
004040             MOVE 'Y' TO EOF-INSTR-SWITCH
004050         NOT AT END
004060             IF DEPOSIT-INSTR-COUNT NOT < 500
004070                 MOVE "DEPOSIT-INSTR"  TO ABEND-TABLE-NAME
004080                 PERFORM 9910-ABEND-TABLE-OVERFLOW THRU 9910-EXIT
004090             END-IF
004100             ADD 1 TO DEPOSIT-INSTR-COUNT
004110             MOVE DI-EMPLOYEE-ID
004120                 TO SD-EMPLOYEE-ID(DEPOSIT-INSTR-COUNT)
004130             MOVE DI-PRIORITY-X
004140                 TO SD-PRIORITY-X(DEPOSIT-INSTR-COUNT)
004150             MOVE DI-AMOUNT-TYPE
004160                 TO SD-AMOUNT-TYPE(DEPOSIT-INSTR-COUNT)
004170             MOVE DI-AMOUNT-X
004180                 TO SD-AMOUNT-X(DEPOSIT-INSTR-COUNT)
004190             MOVE DI-ROUTING-NUMBER-X
004200                 TO SD-ROUTING-X(DEPOSIT-INSTR-COUNT)
004210             MOVE DI-ACCOUNT-NUMBER
004220                 TO SD-ACCOUNT-NUMBER(DEPOSIT-INSTR-COUNT)
004230     END-READ.
004240 1310-EXIT.
004250     EXIT.
004260*
004270*****************************************************************
004280*    1400-SCAN-PAY-HISTORY - ONE PASS OF THE PAY HISTORY.  FOR  *
004290*    EACH BANK ENTRY, THE LAST ACH PAYMENT OR REISSUE FOR ITS   *
004300*    EMPLOYEE AND PERIOD IS THE ONE THE CREDIT PAID; A LATER    *
004310*    VOID, OR A REISSUE CUT AS A CHECK, LEAVES NO ACH PAYMENT   *
004320*    TO RETURN.  RETURNS ALREADY POSTED AGAINST THE PERIOD ARE  *
004330*    TOTALLED SO THE SAME MONEY CANNOT COME BACK TWICE.         *
004331*    EVERY SUPPLEMENTAL PAYMENT AND EVERY REISSUE IS PERIOD 0,  *
004332*    SO FOR PERIOD 0 THE PAYMENT MUST ALSO HAVE BEEN PAID ON    *
004333*    THE ENTRY DATE THE BANK SENDS BACK, AND A VOID OR EARLIER  *
004334*    RETURN MUST CARRY THAT PAYMENT'S PERIOD END DATE AND       *
004335*    EARNINGS TYPE.                                             *
004340*****************************************************************
004350 1400-SCAN-PAY-HISTORY.
004360     OPEN INPUT PAY-HISTORY-FILE.
004370     IF FS-PAY-HISTORY = "35"
004380         MOVE 'Y' TO EOF-HISTORY-SWITCH
004390         GO TO 1400-EXIT
004400     END-IF.
004410     IF FS-PAY-HISTORY NOT = "00" AND FS-PAY-HISTORY NOT = "05"
004420         MOVE "PAY-HISTORY-FILE"     TO ABEND-FILE-NAME
004430         MOVE FS-PAY-HISTORY         TO ABEND-FILE-STATUS
004440         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
004450     END-IF.
004460     PERFORM 1410-SCAN-ONE-HISTORY THRU 1410-EXIT
004470         UNTIL EOF-PAY-HISTORY.
004480     CLOSE PAY-HISTORY-FILE.
004490 1400-EXIT.
004500     EXIT.
004510*
004520 1410-SCAN-ONE-HISTORY.
004530     READ PAY-HISTORY-FILE
004540         AT END
004550             MOVE 'Y' TO EOF-HISTORY-SWITCH
004560             GO TO 1410-EXIT
004570     END-READ.
004580     PERFORM VARYING RE-SUB FROM 1 BY 1
004590             UNTIL RE-SUB > RETURN-ENTRY-COUNT
004600         IF RE-EMPLOYEE-ID(RE-SUB) = PH-EMPLOYEE-ID
004610                 AND RE-PERIOD-NUMBER(RE-SUB) = PH-PERIOD-NUMBER
004614             PERFORM 1415-CHECK-OFF-CYCLE THRU 1415-EXIT
004618             IF AW-HISTORY-MATCHES
004622                 PERFORM 1420-APPLY-HISTORY-TO-ENTRY
004624                     THRU 1420-EXIT
004626             END-IF
004630         END-IF
004640     END-PERFORM.
004650 1410-EXIT.
004660     EXIT.
004670*
004671 1415-CHECK-OFF-CYCLE.
004672     MOVE 'Y' TO AW-HISTORY-SWITCH.
004673     IF PH-PERIOD-NUMBER NOT = ZERO
004674         GO TO 1415-EXIT
004675     END-IF.
004676     IF PH-TYPE-PAYMENT OR PH-TYPE-REISSUE
004677         IF PH-RUN-DATE NOT = RE-ENTRY-DATE(RE-SUB)
004678             MOVE 'N' TO AW-HISTORY-SWITCH
004679         END-IF
004680     ELSE
004681         IF PH-PERIOD-END-DATE NOT = RE-PERIOD-END-DATE(RE-SUB)
004682                 OR PH-EARNINGS-TYPE
004683                     NOT = RE-EARNINGS-TYPE(RE-SUB)
004684             MOVE 'N' TO AW-HISTORY-SWITCH
004685         END-IF
004686     END-IF.
004687 1415-EXIT.
004688     EXIT.
004689*
004690 1420-APPLY-HISTORY-TO-ENTRY.
004691     EVALUATE TRUE
004700         WHEN PH-TYPE-PAYMENT OR PH-TYPE-REISSUE
004710             IF PH-CHECK-NUMBER = ZERO
004720                 MOVE 'Y' TO RE-PAYMENT-SWITCH(RE-SUB)
004730                 MOVE PH-NET-PAY TO RE-PAYMENT-NET(RE-SUB)
004740                 MOVE PH-DEPT-CODE TO RE-PAYMENT-DEPT(RE-SUB)
004750                 MOVE PH-PERIOD-END-DATE
004760                     TO RE-PERIOD-END-DATE(RE-SUB)
004765                 MOVE PH-EARNINGS-TYPE TO RE-EARNINGS-TYPE(RE-SUB)
004770             ELSE
004780                 MOVE 'N' TO RE-PAYMENT-SWITCH(RE-SUB)
004790             END-IF
004800         WHEN PH-TYPE-VOID
004810             MOVE 'N' TO RE-PAYMENT-SWITCH(RE-SUB)
004820         WHEN PH-TYPE-ACH-RETURN
004830             ADD PH-NET-PAY TO RE-PRIOR-RETURNED(RE-SUB)
004840             IF PH-NET-PAY = RE-AMOUNT(RE-SUB)
004850                 MOVE 'Y' TO RE-DUPLICATE-SWITCH(RE-SUB)
004860             END-IF
004870     END-EVALUATE.
004880 1420-EXIT.
004890     EXIT.
004900*
004910*****************************************************************
004920*    2000-PROCESS-RETURNS - EACH BANK ENTRY IN FILE ORDER.      *
004930*****************************************************************
004940 2000-PROCESS-RETURNS.
004950     PERFORM 2100-PROCESS-ONE-ENTRY THRU 2100-EXIT
004960         VARYING RE-SUB FROM 1 BY 1
004970         UNTIL RE-SUB > RETURN-ENTRY-COUNT.
004980 2000-EXIT.
004990     EXIT.
005000*
005010*****************************************************************
005020*    2100-PROCESS-ONE-ENTRY - EDIT AND MATCH ONE BANK ENTRY.    *
005030*    THE EMPLOYEE MUST BE ON THE MASTER, THE PERIOD MUST HAVE   *
005040*    AN ACH PAYMENT ON THE HISTORY THE AMOUNT FITS INSIDE, AND  *
005050*    THE ENTRY MUST MATCH AN UNMATCHED CREDIT ON THE ACH FILE   *
005060*    BY EMPLOYEE, PERIOD, AMOUNT, ROUTING AND ACCOUNT.  A       *
005070*    NOTIFICATION MUST ALSO CARRY A CORRECTION AND NAME AN      *
005080*    ACCOUNT STILL ON THE MASTER OR THE DEPOSIT INSTRUCTIONS.   *
005090*    THE CREDIT IS MATCHED LAST SO A FAILED ENTRY NEVER USES    *
005100*    ONE UP.  ANYTHING THAT FAILS IS LISTED AND LEFT ALONE.     *
005110*****************************************************************
005120 2100-PROCESS-ONE-ENTRY.
005130     MOVE RE-RETURN-RECORD(RE-SUB) TO ACH-RETURN-RECORD.
005140     ADD 1 TO AT-ENTRIES-READ.
005150     MOVE SPACES TO AW-DISPOSITION.
005160     IF NOT AR-TYPE-RETURN AND NOT AR-TYPE-CHANGE
005170         MOVE "*** UNKNOWN ENTRY TYPE" TO AW-DISPOSITION
005180         GO TO 2100-UNMATCHED
005190     END-IF.
005200     MOVE AR-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
005210     READ EMPLOYEE-MASTER-FILE
005220         INVALID KEY
005230             MOVE "*** EMPLOYEE NOT ON MASTER" TO AW-DISPOSITION
005240     END-READ.
005250     IF FS-EMPLOYEE-MASTER NOT = "00"
005260             AND FS-EMPLOYEE-MASTER NOT = "23"
005270         MOVE "EMPLOYEE-MASTER-FILE" TO ABEND-FILE-NAME
005280         MOVE FS-EMPLOYEE-MASTER     TO ABEND-FILE-STATUS
005290         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
005300     END-IF.
005310     IF AW-DISPOSITION NOT = SPACES
005320         GO TO 2100-UNMATCHED
005330     END-IF.
005340     IF NOT RE-PAYMENT-FOUND(RE-SUB)
005350         MOVE "*** NO ACH PAYMENT ON HISTORY" TO AW-DISPOSITION
005360         GO TO 2100-UNMATCHED
005370     END-IF.
005380     IF AR-AMOUNT > RE-PAYMENT-NET(RE-SUB)
005390         MOVE "*** AMOUNT EXCEEDS PAYMENT NET" TO AW-DISPOSITION
005400         GO TO 2100-UNMATCHED
005410     END-IF.
005420     IF AR-TYPE-RETURN
005430         IF RE-ALREADY-RETURNED(RE-SUB)
005440             MOVE "*** RETURN ALREADY ON HISTORY"
005450                 TO AW-DISPOSITION
005460             GO TO 2100-UNMATCHED
005470         END-IF
005480         COMPUTE AW-RETURN-TOTAL =
005490             RE-PRIOR-RETURNED(RE-SUB) + AR-AMOUNT
005500         IF AW-RETURN-TOTAL > RE-PAYMENT-NET(RE-SUB)
005510             MOVE "*** RETURNS EXCEED PAYMENT NET"
005520                 TO AW-DISPOSITION
005530             GO TO 2100-UNMATCHED
005540         END-IF
005550     ELSE
005560         PERFORM 2120-LOCATE-ACCOUNT THRU 2120-EXIT
005570         IF AW-DISPOSITION NOT = SPACES
005580             GO TO 2100-UNMATCHED
005590         END-IF
005600     END-IF.
005610     PERFORM 2110-MATCH-ACH-CREDIT THRU 2110-EXIT.
005620     IF NOT AW-CREDIT-FOUND
005630         MOVE "*** NO MATCHING ACH CREDIT" TO AW-DISPOSITION
005640         GO TO 2100-UNMATCHED
005650     END-IF.
005660     IF AR-TYPE-RETURN
005670         PERFORM 2200-APPLY-RETURN THRU 2200-EXIT
005680     ELSE
005690         PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
005700     END-IF.
005710     PERFORM 2400-HOLD-ACH THRU 2400-EXIT.
005720     PERFORM 2500-PRINT-ENTRY THRU 2500-EXIT.
005730     GO TO 2100-EXIT.
005740 2100-UNMATCHED.
005750     ADD 1 TO AT-UNMATCHED-COUNT.
005760     ADD AR-AMOUNT TO AT-UNMATCHED-AMOUNT.
005770     PERFORM 2500-PRINT-ENTRY THRU 2500-EXIT.
005780 2100-EXIT.
005790     EXIT.
005800*
005810 2110-MATCH-ACH-CREDIT.
005820     MOVE 'N' TO AW-CREDIT-SWITCH.
005830     PERFORM VARYING AC-SUB FROM 1 BY 1
005840             UNTIL AC-SUB > ACH-CREDIT-COUNT
005850                 OR AW-CREDIT-FOUND
005860         IF AC-EMPLOYEE-ID(AC-SUB) = AR-EMPLOYEE-ID
005870                 AND AC-PERIOD-NUMBER(AC-SUB) = AR-PERIOD-NUMBER
005880                 AND AC-NET-AMOUNT(AC-SUB) = AR-AMOUNT
005890                 AND AC-ROUTING-NUMBER(AC-SUB) = AR-ROUTING-NUMBER
005900                 AND AC-ACCOUNT-NUMBER(AC-SUB) = AR-ACCOUNT-NUMBER
005910                 AND NOT AC-IS-MATCHED(AC-SUB)
005920             MOVE 'Y' TO AC-MATCHED-SWITCH(AC-SUB)
005930             MOVE 'Y' TO AW-CREDIT-SWITCH
005940         END-IF
005950     END-PERFORM.
005960 2110-EXIT.
005970     EXIT.
005980*
005990*****************************************************************
006000*    2120-LOCATE-ACCOUNT - A NOTIFICATION OF CHANGE NAMES THE   *
006010*    ACCOUNT THE CREDIT WENT TO.  A DEPOSIT INSTRUCTION OF THE  *
006020*    EMPLOYEE'S WITH THAT ROUTING AND ACCOUNT IS CORRECTED;     *
006030*    OTHERWISE IT MUST STILL BE THE ACCOUNT ON THE MASTER.      *
006040*****************************************************************
006050 2120-LOCATE-ACCOUNT.
006060     IF AR-CORRECTED-ROUTING-X = SPACES
006070             AND AR-CORRECTED-ACCOUNT = SPACES
006080         MOVE "*** NO CORRECTED ROUTING/ACCOUNT" TO AW-DISPOSITION
006090         GO TO 2120-EXIT
006100     END-IF.
006110     IF AR-CORRECTED-ROUTING-X NOT = SPACES
006120             AND AR-CORRECTED-ROUTING-X IS NOT NUMERIC
006130         MOVE "*** CORRECTED ROUTING NOT NUMERIC"
006140             TO AW-DISPOSITION
006150         GO TO 2120-EXIT
006160     END-IF.
006170     MOVE SPACE TO AW-ACCOUNT-SWITCH.
006180     MOVE ZERO TO AW-INSTR-SUB.
006190     PERFORM VARYING SD-SUB FROM 1 BY 1
006200             UNTIL SD-SUB > DEPOSIT-INSTR-COUNT
006210                 OR AW-ACCOUNT-ON-INSTR
006220         IF SD-EMPLOYEE-ID(SD-SUB) = AR-EMPLOYEE-ID
006230                 AND SD-ROUTING-X(SD-SUB) IS NUMERIC
006240                 AND SD-ROUTING(SD-SUB) = AR-ROUTING-NUMBER
006250                 AND SD-ACCOUNT-NUMBER(SD-SUB) = AR-ACCOUNT-NUMBER
006260             MOVE 'I' TO AW-ACCOUNT-SWITCH
006270             MOVE SD-SUB TO AW-INSTR-SUB
006280         END-IF
006290     END-PERFORM.
006300     IF AW-ACCOUNT-ON-INSTR
006310         GO TO 2120-EXIT
006320     END-IF.
006330     IF EM-ROUTING-NUMBER = AR-ROUTING-NUMBER
006340             AND EM-ACCOUNT-NUMBER = AR-ACCOUNT-NUMBER
006350         MOVE 'M' TO AW-ACCOUNT-SWITCH
006360     ELSE
006370         MOVE "*** ACCOUNT NOT ON MASTER/DEPINSTR"
006380             TO AW-DISPOSITION
006390     END-IF.
006400 2120-EXIT.
006410     EXIT.
006420*
006430*****************************************************************
006440*    2200-APPLY-RETURN - THE CREDIT NEVER REACHED THE EMPLOYEE. *
006450*    APPEND A REVERSING 'N' RECORD TO THE PAY HISTORY UNDER THE *
006460*    ORIGINAL PERIOD - ONLY THE NET RETURNED, SINCE THE         *
006470*    EARNINGS, TAXES AND DEDUCTIONS STAND - AND QUEUE THE       *
006475*    AMOUNT FOR THE NEXT PAYROLL RUN TO PAY BY CHECK.  THE      *
006480*    RECORD KEEPS THE PAYMENT'S EARNINGS TYPE, SO A RETURNED    *
006485*    BONUS IS NOT TAKEN FOR REGULAR PAY.                        *
006490*****************************************************************
006500 2200-APPLY-RETURN.
006510     MOVE SPACES TO PAY-HISTORY-RECORD.
006520     MOVE AW-RUN-DATE TO PH-RUN-DATE.
006530     MOVE RE-PERIOD-END-DATE(RE-SUB) TO PH-PERIOD-END-DATE.
006540     MOVE AR-EMPLOYEE-ID TO PH-EMPLOYEE-ID.
006550     MOVE 'N' TO PH-RECORD-TYPE.
006555     MOVE RE-EARNINGS-TYPE(RE-SUB) TO PH-EARNINGS-TYPE.
006560     MOVE RE-PAYMENT-DEPT(RE-SUB) TO PH-DEPT-CODE.
006570     MOVE ZERO TO PH-REGULAR-HOURS.
006580     MOVE ZERO TO PH-OVERTIME-HOURS.
006590     MOVE ZERO TO PH-DOUBLETIME-HOURS.
006600     MOVE ZERO TO PH-VACATION-HOURS.
006610     MOVE ZERO TO PH-SICK-HOURS.
006620     MOVE ZERO TO PH-HOLIDAY-HOURS.
006630     MOVE ZERO TO PH-GROSS-PAY.
006640     PERFORM VARYING AW-DED-IDX FROM 1 BY 1 UNTIL AW-DED-IDX > 3
006650         MOVE ZERO TO PH-DED-AMOUNT(AW-DED-IDX)
006660         MOVE ZERO TO PH-DED-ARREARS-ADDED(AW-DED-IDX)
006670         MOVE ZERO TO PH-DED-ARREARS-COLL(AW-DED-IDX)
006680     END-PERFORM.
006690     MOVE ZERO TO PH-TAX-AMOUNT.
006700     MOVE AR-AMOUNT TO PH-NET-PAY.
006710     MOVE ZERO TO PH-CHECK-NUMBER.
006720     MOVE AR-PERIOD-NUMBER TO PH-PERIOD-NUMBER.
006730     MOVE ZERO TO PH-VAC-PAYOUT-HOURS.
006740     MOVE ZERO TO PH-SS-WAGES.
006750     MOVE ZERO TO PH-SS-TAX.
006760     MOVE ZERO TO PH-MEDICARE-TAX.
006770     MOVE ZERO TO PH-STATE-TAX.
006780     WRITE PAY-HISTORY-RECORD.
006790     IF FS-PAY-HISTORY NOT = "00"
006800         MOVE "PAY-HISTORY-FILE"     TO ABEND-FILE-NAME
006810         MOVE FS-PAY-HISTORY         TO ABEND-FILE-STATUS
006820         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
006830     END-IF.
006840     MOVE SPACES TO RETURN-DUE-RECORD.
006850     MOVE AR-EMPLOYEE-ID TO RN-EMPLOYEE-ID.
006860     MOVE EM-EMPLOYEE-NAME TO RN-EMPLOYEE-NAME.
006870     MOVE AR-PERIOD-NUMBER TO RN-PERIOD-NUMBER.
006880     MOVE RE-PERIOD-END-DATE(RE-SUB) TO RN-PERIOD-END-DATE.
006890     MOVE AW-RUN-DATE TO RN-RETURN-DATE.
006900     MOVE AR-REASON-CODE TO RN-REASON-CODE.
006910     MOVE AR-AMOUNT TO RN-AMOUNT.
006920     WRITE RETURN-DUE-RECORD.
006930     IF FS-RETURN-DUE NOT = "00"
006940         MOVE "RETURN-DUE-FILE"      TO ABEND-FILE-NAME
006950         MOVE FS-RETURN-DUE          TO ABEND-FILE-STATUS
006960         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
006970     END-IF.
006980     ADD 1 TO AT-RETURNS-MATCHED.
006990     ADD AR-AMOUNT TO AT-RETURN-AMOUNT.
007000     MOVE "RETURNED - CHECK QUEUED, ACH HELD" TO AW-DISPOSITION.
007010 2200-EXIT.
007020     EXIT.
007030*
007040*****************************************************************
007050*    2300-APPLY-CHANGE - THE CREDIT POSTED BUT THE BANK HAS     *
007060*    CORRECTED THE ACCOUNT.  A MASTER ACCOUNT IS FIXED BY A     *
007070*    CHANGE TRANSACTION CARRYING THE CORRECTED FIELDS, WHICH    *
007080*    ALSO CLEARS THE HOLD WHEN THE MAINTENANCE RUN APPLIES IT.  *
007090*    A DEPOSIT INSTRUCTION IS FIXED ON THE NEW INSTRUCTION      *
007100*    GENERATION AND THE CHANGE TRANSACTION ONLY RELEASES THE    *
007110*    HOLD, SO THE MAINTENANCE AUDIT STILL SHOWS THE EVENT.      *
007120*****************************************************************
007130 2300-APPLY-CHANGE.
007140     MOVE SPACES TO MAINT-TRAN-RECORD.
007150     MOVE "CHANGE" TO MT-TRAN-CODE.
007160     MOVE AR-EMPLOYEE-ID TO MT-EMPLOYEE-ID.
007170     IF AW-ACCOUNT-ON-MASTER
007180         IF AR-CORRECTED-ROUTING-X NOT = SPACES
007190             MOVE AR-CORRECTED-ROUTING-X TO MT-ROUTING-NUMBER-X
007200         END-IF
007210         IF AR-CORRECTED-ACCOUNT NOT = SPACES
007220             MOVE AR-CORRECTED-ACCOUNT TO MT-ACCOUNT-NUMBER
007230         END-IF
007240         MOVE "NOC - MASTER CHANGE QUEUED, ACH HELD"
007250             TO AW-DISPOSITION
007260     ELSE
007270         IF AR-CORRECTED-ROUTING-X NOT = SPACES
007280             MOVE AR-CORRECTED-ROUTING-X
007290                 TO SD-ROUTING-X(AW-INSTR-SUB)
007300         END-IF
007310         IF AR-CORRECTED-ACCOUNT NOT = SPACES
007320             MOVE AR-CORRECTED-ACCOUNT
007330                 TO SD-ACCOUNT-NUMBER(AW-INSTR-SUB)
007340         END-IF
007350         MOVE 'Y' TO MT-ACH-RELEASE
007360         ADD 1 TO AT-INSTR-CORRECTED
007370         MOVE "NOC - INSTRUCTION FIXED, ACH HELD"
007380             TO AW-DISPOSITION
007390     END-IF.
007400     WRITE MAINT-TRAN-RECORD.
007410     IF FS-PENDING-TRAN NOT = "00"
007420         MOVE "PENDING-TRAN-FILE"    TO ABEND-FILE-NAME
007430         MOVE FS-PENDING-TRAN        TO ABEND-FILE-STATUS
007440         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
007450     END-IF.
007460     ADD 1 TO AT-CHANGES-MATCHED.
007470 2300-EXIT.
007480     EXIT.
007490*
007500*****************************************************************
007510*    2400-HOLD-ACH - STOP DIRECT DEPOSIT FOR THE EMPLOYEE UNTIL *
007520*    THE BANK DETAILS ARE CORRECTED THROUGH MAINTENANCE.  THE   *
007530*    BANK'S REASON CODE AND THE RUN DATE ARE KEPT WITH THE HOLD.*
007540*****************************************************************
007550 2400-HOLD-ACH.
007560     MOVE 'Y' TO EM-ACH-HOLD-FLAG.
007570     MOVE AR-REASON-CODE TO EM-ACH-HOLD-REASON.
007580     MOVE AW-RUN-DATE TO EM-ACH-HOLD-DATE.
007590     REWRITE EMPLOYEE-MASTER-RECORD
007600         INVALID KEY
007610             MOVE "EMPLOYEE-MASTER-FILE" TO ABEND-FILE-NAME
007620             MOVE FS-EMPLOYEE-MASTER     TO ABEND-FILE-STATUS
007630             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
007640     END-REWRITE.
007650 2400-EXIT.
007660     EXIT.
007670*
007680 2500-PRINT-ENTRY.
007690     MOVE AR-AMOUNT TO ED-AMOUNT.
007700     MOVE SPACES TO REPORT-RECORD.
007710     STRING AR-ENTRY-TYPE " " AR-REASON-CODE " " AR-EMPLOYEE-ID
007720         " " AR-PERIOD-NUMBER "   $" ED-AMOUNT "  " AW-DISPOSITION
007730         DELIMITED BY SIZE INTO REPORT-RECORD
007740     WRITE REPORT-RECORD.
007750     IF AR-TYPE-CHANGE
007760         MOVE SPACES TO REPORT-RECORD
007770         STRING "      CORRECTED ROUTING: " AR-CORRECTED-ROUTING-X
007780             "  ACCOUNT: " AR-CORRECTED-ACCOUNT
007790             DELIMITED BY SIZE INTO REPORT-RECORD
007800         WRITE REPORT-RECORD
007810     END-IF.
007820 2500-EXIT.
007830     EXIT.
007840*
007850*****************************************************************
007860*    3000-WRITE-DEPOSIT-INSTRS - THE WHOLE INSTRUCTION FILE,    *
007870*    WITH ANY CORRECTIONS, AS THE NEW GENERATION FOR THE        *
007880*    OPERATOR TO PROMOTE AHEAD OF THE NEXT PAYROLL RUN.         *
007890*****************************************************************
007900 3000-WRITE-DEPOSIT-INSTRS.
007910     OPEN OUTPUT NEW-DEPOSIT-INSTR-FILE.
007920     IF FS-NEW-DEPOSIT-INSTR NOT = "00"
007930         MOVE "NEW-DEPOSIT-INSTR"    TO ABEND-FILE-NAME
007940         MOVE FS-NEW-DEPOSIT-INSTR   TO ABEND-FILE-STATUS
007950         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
007960     END-IF.
007970     PERFORM 3100-WRITE-ONE-DEPOSIT-INSTR THRU 3100-EXIT
007980         VARYING SD-SUB FROM 1 BY 1
007990         UNTIL SD-SUB > DEPOSIT-INSTR-COUNT.
008000     CLOSE NEW-DEPOSIT-INSTR-FILE.
008010 3000-EXIT.
008020     EXIT.
008030*
008040 3100-WRITE-ONE-DEPOSIT-INSTR.
008050     MOVE SPACES TO DEPOSIT-INSTRUCTION-RECORD.
008060     MOVE SD-EMPLOYEE-ID(SD-SUB) TO DI-EMPLOYEE-ID.
008070     MOVE SD-PRIORITY-X(SD-SUB) TO DI-PRIORITY-X.
008080     MOVE SD-AMOUNT-TYPE(SD-SUB) TO DI-AMOUNT-TYPE.
008090     MOVE SD-AMOUNT-X(SD-SUB) TO DI-AMOUNT-X.
008100     MOVE SD-ROUTING-X(SD-SUB) TO DI-ROUTING-NUMBER-X.
008110     MOVE SD-ACCOUNT-NUMBER(SD-SUB) TO DI-ACCOUNT-NUMBER.
008120     MOVE DEPOSIT-INSTRUCTION-RECORD TO NEW-DEPOSIT-INSTR-RECORD.
008130     WRITE NEW-DEPOSIT-INSTR-RECORD.
008140     IF FS-NEW-DEPOSIT-INSTR NOT = "00"
008150         MOVE "NEW-DEPOSIT-INSTR"    TO ABEND-FILE-NAME
008160         MOVE FS-NEW-DEPOSIT-INSTR   TO ABEND-FILE-STATUS
008170         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
008180     END-IF.
008190 3100-EXIT.
008200     EXIT.
008210*
008220 8000-PRINT-TOTALS.
008230     MOVE SPACES TO REPORT-RECORD.
008240     WRITE REPORT-RECORD.
008250     MOVE "Control Totals" TO REPORT-RECORD.
008260     WRITE REPORT-RECORD.
008270     MOVE AT-ENTRIES-READ TO ED-COUNT.
008280     MOVE SPACES TO REPORT-RECORD.
008290     STRING "  Bank Entries Received: " ED-COUNT
008300         DELIMITED BY SIZE INTO REPORT-RECORD
008310     WRITE REPORT-RECORD.
008320     MOVE AT-RETURNS-MATCHED TO ED-COUNT.
008330     MOVE SPACES TO REPORT-RECORD.
008340     STRING "  Returns Matched: " ED-COUNT
008350         DELIMITED BY SIZE INTO REPORT-RECORD
008360     WRITE REPORT-RECORD.
008370     MOVE AT-RETURN-AMOUNT TO ED-TOTAL-AMOUNT.
008380     MOVE SPACES TO REPORT-RECORD.
008390     STRING "  Returned Amount Queued for Check: $"
008400         ED-TOTAL-AMOUNT
008410         DELIMITED BY SIZE INTO REPORT-RECORD
008420     WRITE REPORT-RECORD.
008430     MOVE AT-CHANGES-MATCHED TO ED-COUNT.
008440     MOVE SPACES TO REPORT-RECORD.
008450     STRING "  Notifications of Change Matched: " ED-COUNT
008460         DELIMITED BY SIZE INTO REPORT-RECORD
008470     WRITE REPORT-RECORD.
008480     MOVE AT-INSTR-CORRECTED TO ED-COUNT.
008490     MOVE SPACES TO REPORT-RECORD.
008500     STRING "  Deposit Instructions Corrected: " ED-COUNT
008510         DELIMITED BY SIZE INTO REPORT-RECORD
008520     WRITE REPORT-RECORD.
008530     MOVE AT-UNMATCHED-COUNT TO ED-COUNT.
008540     MOVE SPACES TO REPORT-RECORD.
008550     STRING "  Entries Unmatched: " ED-COUNT
008560         DELIMITED BY SIZE INTO REPORT-RECORD
008570     WRITE REPORT-RECORD.
008580     MOVE AT-UNMATCHED-AMOUNT TO ED-TOTAL-AMOUNT.
008590     MOVE SPACES TO REPORT-RECORD.
008600     STRING "  Unmatched Amount: $" ED-TOTAL-AMOUNT
008610         DELIMITED BY SIZE INTO REPORT-RECORD
008620     WRITE REPORT-RECORD.
008630     IF AT-UNMATCHED-COUNT NOT = ZERO
008640         MOVE SPACES TO REPORT-RECORD
008650         WRITE REPORT-RECORD
008660         MOVE "*** UNMATCHED ENTRIES NEED MANUAL REVIEW"
008670             TO REPORT-RECORD
008680         WRITE REPORT-RECORD
008690     END-IF.
008700 8000-EXIT.
008710     EXIT.
008720*
008730 9000-TERMINATE.
008740     CLOSE EMPLOYEE-MASTER-FILE.
008750     CLOSE PAY-HISTORY-FILE.
008760     CLOSE RETURN-DUE-FILE.
008770     CLOSE PENDING-TRAN-FILE.
008780     CLOSE REPORT-FILE.
008790     IF AT-UNMATCHED-COUNT = ZERO
008800         DISPLAY "ACH returns processed - report in RTNRPT.TXT"
008810     ELSE
008820         DISPLAY "ACH RETURNS - UNMATCHED ENTRIES - SEE "
008830             "RTNRPT.TXT"
008840         MOVE 4 TO RETURN-CODE
008850     END-IF.
008860 9000-EXIT.
008870     EXIT.
008880*
008890*****************************************************************
008900*    9900-ABEND-FILE-ERROR - A FILE OPERATION CAME BACK WITH A  *
008910*    NON-ZERO STATUS.  DISPLAY WHAT FAILED AND STOP THE JOB.    *
008920*****************************************************************
008930 9900-ABEND-FILE-ERROR.
008940     DISPLAY "ACHRTN ABEND - " ABEND-FILE-NAME
008950         " FILE STATUS " ABEND-FILE-STATUS.
008960     MOVE 16 TO RETURN-CODE.
008970     STOP RUN.
008980 9900-EXIT.
008990     EXIT.
009000*
009010*****************************************************************
009020*    9910-ABEND-TABLE-OVERFLOW - MORE ENTRIES THAN A TABLE      *
009030*    HOLDS.  STOP RATHER THAN DROP ENTRIES SILENTLY.            *
009040*****************************************************************
009050 9910-ABEND-TABLE-OVERFLOW.
009060     DISPLAY "ACHRTN ABEND - " ABEND-TABLE-NAME
009070         " TABLE IS FULL".
009080     MOVE 16 TO RETURN-CODE.
009090     STOP RUN.
009100 9910-EXIT.
009110     EXIT.
