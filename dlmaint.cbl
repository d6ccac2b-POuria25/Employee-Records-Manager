000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DED-LEAVE-MAINTAIN.
000120 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000130 INSTALLATION. CORPORATE-PAYROLL.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*****************************************************************
000170* MODIFICATION HISTORY
000180*------------------------------------------------------------
000190* DATE       INIT  DESCRIPTION
000200* 2026-10-15 RLS   ORIGINAL VERSION - APPLIES ADD/CHANGE/STOP
000210*                  MAINTENANCE TRANSACTIONS (DLTRAN COPYBOOK)
000220*                  AGAINST THE DEDUCTION MASTER (DEDMAST) AND
000230*                  ADD/CHANGE TRANSACTIONS AGAINST THE LEAVE
000240*                  BALANCE MASTER (LEAVEMAST), WITH THE SAME KIND
000250*                  OF EDITS EMP-MAINTAIN APPLIES: THE EMPLOYEE
000260*                  MUST BE ON EMPMAST AND THE DEDUCTION TYPE AND
000270*                  METHOD MUST BE VALID. EVERY RECORD ADDED,
000280*                  CHANGED, OR STOPPED IS LOGGED BEFORE AND AFTER
000290*                  TO THE DLAUDIT FILE. PRINTS A MAINTENANCE
000300*                  REPORT (DLRPT) AND A LISTING OF EVERY
000310*                  EMPLOYEE'S ACTIVE DEDUCTIONS AND LEAVE
000320*                  BALANCES AFTER THE RUN (DLLIST).
000321* 2026-10-15 RLS   A DEDUCTION NOW NAMES THE PAYEE IT IS REMITTED
000322*                  TO (SEE PAYEETBL), WHICH MUST BE ONE THAT TAKES
000324*                  ITS TYPE, AND A GARNISHMENT MUST NAME ITS
000325*                  AGENCY AND CARRY THE ORDER'S CASE NUMBER. THE
000327*                  LISTING SHOWS EACH DEDUCTION'S PAYEE AND CASE
000328*                  NUMBER.
000330*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT TRANSACTION-FILE ASSIGN TO "DLTRAN"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-TRANFILE-STATUS.
000400     SELECT EMPLOYEE-FILE ASSIGN TO "EMPMAST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS EMP-ID
000440         FILE STATUS IS WS-EMPFILE-STATUS.
000450     SELECT DEDUCTION-FILE ASSIGN TO "DEDMAST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS DED-KEY
000490         FILE STATUS IS WS-DEDFILE-STATUS.
000500     SELECT LEAVE-FILE ASSIGN TO "LEAVEMAST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS LVE-EMP-ID
000540         FILE STATUS IS WS-LVEFILE-STATUS.
000550     SELECT MAINT-REPORT ASSIGN TO "DLRPT"
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570     SELECT LISTING-REPORT ASSIGN TO "DLLIST"
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590     SELECT AUDIT-FILE ASSIGN TO "DLAUDIT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-AUDIT-STATUS.

000620 DATA DIVISION.
000630 FILE SECTION.
000640*****************************************************************
000650* TRANSACTION-FILE - DEDUCTION AND LEAVE MAINTENANCE INPUT
000660*****************************************************************
000670 FD  TRANSACTION-FILE.
000680     COPY DLTRAN.

000690*****************************************************************
000700* EMPLOYEE-FILE - INDEXED EMPLOYEE MASTER, READ BY KEY TO EDIT
000710*                 EACH TRANSACTION'S EMP-ID AND IN KEY SEQUENCE
000720*                 FOR THE LISTING
000730*****************************************************************
000740 FD  EMPLOYEE-FILE.
000750     COPY EMPMREC.

000760*****************************************************************
000770* DEDUCTION-FILE - VOLUNTARY DEDUCTION / GARNISHMENT MASTER,
000780*                  KEYED ON EMP-ID PLUS SEQUENCE NUMBER
000790*****************************************************************
000800 FD  DEDUCTION-FILE.
000810     COPY DEDMREC.

000820*****************************************************************
000830* LEAVE-FILE - LEAVE BALANCE MASTER, KEYED ON LVE-EMP-ID
000840*****************************************************************
000850 FD  LEAVE-FILE.
000860     COPY LVEMREC.

000870*****************************************************************
000880* MAINT-REPORT - ONE LINE PER TRANSACTION, ACCEPTED OR REJECTED
000890*****************************************************************
000900 FD  MAINT-REPORT.
000910 01  MAINT-REPORT-LINE           PIC X(80).

000920*****************************************************************
000930* LISTING-REPORT - EVERY EMPLOYEE'S ACTIVE DEDUCTIONS AND LEAVE
000940*                  BALANCES AS THEY STAND AFTER THE RUN
000950*****************************************************************
000960 FD  LISTING-REPORT.
000970 01  LISTING-LINE                PIC X(80).

000980*****************************************************************
000990* AUDIT-FILE - A BEFORE AND AN AFTER IMAGE OF EVERY MASTER
001000*              RECORD ADDED, CHANGED, OR STOPPED, WITH THE RUN
001010*              DATE AND TIME. THE BEFORE IMAGE OF AN ADD IS
001020*              BLANK. EXTENDED ON EVERY RUN.
001030*****************************************************************
001040 FD  AUDIT-FILE.
001050 01  AUDIT-RECORD.
001060     05  AUD-RUN-DATE            PIC 9(06).
001070     05  FILLER                  PIC X(01).
001080     05  AUD-RUN-TIME            PIC 9(08).
001090     05  FILLER                  PIC X(01).
001100     05  AUD-FILE-CODE           PIC X(01).
001110     05  FILLER                  PIC X(01).
001120     05  AUD-ACTION-CODE         PIC X(01).
001130     05  FILLER                  PIC X(01).
001140     05  AUD-EMP-ID              PIC X(03).
001150     05  FILLER                  PIC X(01).
001160     05  AUD-DED-SEQ-NO          PIC X(02).
001170     05  FILLER                  PIC X(01).
001180     05  AUD-IMAGE-TYPE          PIC X(06).
001190     05  FILLER                  PIC X(01).
001200     05  AUD-RECORD-IMAGE        PIC X(80).

001210 WORKING-STORAGE SECTION.
001220 77  WS-TRANFILE-STATUS          PIC X(02).
001230 77  WS-EMPFILE-STATUS           PIC X(02).
001240 77  WS-DEDFILE-STATUS           PIC X(02).
001250 77  WS-LVEFILE-STATUS           PIC X(02).
001260 77  WS-AUDIT-STATUS             PIC X(02).
001270 77  WS-RUN-DATE                 PIC 9(06).
001280 77  WS-RUN-TIME                 PIC 9(08).
001290 77  WS-RUN-CCYYMMDD             PIC 9(08).
001300 77  WS-DL-EMP-NAME              PIC X(15).
001310 77  WS-BEFORE-IMAGE             PIC X(80).
001320 77  WS-AFTER-IMAGE              PIC X(80).
001330 77  WS-PERCENT-DISPLAY          PIC 9(03)V9.
001340 77  WS-AVAILABLE-HOURS          PIC S9(05)V99.

001350 01  WS-FLAGS.
001360     05  EOF-FLAG            PIC X(01) VALUE "N".
001370         88  END-OF-TRANSACTIONS     VALUE "Y".
001380     05  WS-EMP-EOF-SWITCH   PIC X(01) VALUE "N".
001390         88  END-OF-EMPLOYEES        VALUE "Y".
001400     05  WS-DED-EOF-SWITCH   PIC X(01) VALUE "N".
001410         88  END-OF-DEDUCTIONS       VALUE "Y".
001420     05  WS-EDIT-SWITCH      PIC X(01) VALUE "Y".
001430         88  TRANSACTION-IS-VALID    VALUE "Y".
001440     05  WS-ABORT-SWITCH     PIC X(01) VALUE "N".
001450         88  RUN-WAS-REFUSED         VALUE "Y".
001460     05  WS-TRAN-OPEN-SWITCH PIC X(01) VALUE "N".
001470         88  TRANSACTION-FILE-IS-OPEN VALUE "Y".

001480 01  WS-COUNTERS.
001490     05  WS-ADD-COUNT        PIC 9(05) VALUE ZERO.
001500     05  WS-CHANGE-COUNT     PIC 9(05) VALUE ZERO.
001510     05  WS-STOP-COUNT       PIC 9(05) VALUE ZERO.
001520     05  WS-REJECT-COUNT     PIC 9(05) VALUE ZERO.
001530     05  WS-LISTED-EMP-COUNT PIC 9(05) VALUE ZERO.
001540     05  WS-LISTED-DED-COUNT PIC 9(05) VALUE ZERO.
001542*****************************************************************
001544* THIRD-PARTY DEDUCTION PAYEES A DEDUCTION MAY BE REMITTED TO
001546*****************************************************************
001548     COPY PAYEETBL.

001550*****************************************************************
001560* MAINTENANCE REPORT LINES
001570*****************************************************************
001580 01  WS-REPORT-HEADING.
001590     05  FILLER              PIC X(40) VALUE
001600         "DEDUCTION / LEAVE MASTER MAINTENANCE".
001610     05  FILLER              PIC X(09) VALUE "RUN DATE".
001620     05  RH-RUN-DATE         PIC 99/99/99.
001630     05  FILLER              PIC X(23) VALUE SPACES.

001640 01  WS-REPORT-DETAIL-LINE.
001650     05  RD-FILE-CODE        PIC X(01).
001660     05  FILLER              PIC X(02) VALUE SPACES.
001670     05  RD-ACTION-CODE      PIC X(01).
001680     05  FILLER              PIC X(02) VALUE SPACES.
001690     05  RD-EMP-ID           PIC X(03).
001700     05  FILLER              PIC X(01) VALUE SPACES.
001710     05  RD-DED-SEQ-NO       PIC X(02).
001720     05  FILLER              PIC X(02) VALUE SPACES.
001730     05  RD-EMP-NAME         PIC X(15).
001740     05  FILLER              PIC X(02) VALUE SPACES.
001750     05  RD-RESULT           PIC X(10).
001760     05  FILLER              PIC X(02) VALUE SPACES.
001770     05  RD-REASON           PIC X(30).
001780     05  FILLER              PIC X(07) VALUE SPACES.

001790 01  WS-REPORT-TOTAL-LINE.
001800     05  FILLER              PIC X(08) VALUE "ADDS:".
001810     05  RT-ADD-COUNT        PIC ZZ,ZZ9.
001820     05  FILLER              PIC X(04) VALUE SPACES.
001830     05  FILLER              PIC X(10) VALUE "CHANGES:".
001840     05  RT-CHANGE-COUNT     PIC ZZ,ZZ9.
001850     05  FILLER              PIC X(04) VALUE SPACES.
001860     05  FILLER              PIC X(10) VALUE "STOPS:".
001870     05  RT-STOP-COUNT       PIC ZZ,ZZ9.
001880     05  FILLER              PIC X(04) VALUE SPACES.
001890     05  FILLER              PIC X(10) VALUE "REJECTED:".
001900     05  RT-REJECT-COUNT     PIC ZZ,ZZ9.
001910     05  FILLER              PIC X(06) VALUE SPACES.

001920*****************************************************************
001930* LISTING LINES - ONE EMPLOYEE LINE, THEN ONE LINE PER ACTIVE
001940* DEDUCTION AND ONE PER LEAVE BALANCE
001950*****************************************************************
001960 01  WS-LISTING-HEADING.
001970     05  FILLER              PIC X(40) VALUE
001980         "DEDUCTION AND LEAVE BALANCE LISTING".
001990     05  FILLER              PIC X(09) VALUE "RUN DATE".
002000     05  LH-RUN-DATE         PIC 99/99/99.
002010     05  FILLER              PIC X(23) VALUE SPACES.

002020 01  WS-LISTING-EMPLOYEE-LINE.
002030     05  LE-EMP-ID           PIC X(03).
002040     05  FILLER              PIC X(02) VALUE SPACES.
002050     05  LE-EMP-NAME         PIC X(15).
002060     05  FILLER              PIC X(02) VALUE SPACES.
002070     05  FILLER              PIC X(05) VALUE "DEPT".
002080     05  LE-EMP-DEPT         PIC X(04).
002090     05  FILLER              PIC X(02) VALUE SPACES.
002100     05  LE-EMP-STATUS       PIC X(20).
002110     05  FILLER              PIC X(27) VALUE SPACES.

002120 01  WS-LISTING-DEDUCTION-LINE.
002130     05  FILLER              PIC X(04) VALUE SPACES.
002140     05  FILLER              PIC X(04) VALUE "DED".
002150     05  LD-DED-SEQ-NO       PIC X(02).
002160     05  FILLER              PIC X(02) VALUE SPACES.
002170     05  LD-TYPE-DESC        PIC X(11).
002180     05  FILLER              PIC X(01) VALUE SPACES.
002190     05  LD-FLAT-AMOUNT      PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
002200     05  LD-PERCENT          PIC ZZ9.9 BLANK WHEN ZERO.
002210     05  LD-PERCENT-SIGN     PIC X(01).
002220     05  FILLER              PIC X(02) VALUE SPACES.
002230     05  LD-BALANCE-LABEL    PIC X(08).
002240     05  LD-BALANCE          PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
002250     05  FILLER              PIC X(02) VALUE SPACES.
002260     05  LD-NOTE             PIC X(14).
002270     05  FILLER              PIC X(05) VALUE SPACES.

002271 01  WS-LISTING-PAYEE-LINE.
002273     05  FILLER              PIC X(12) VALUE SPACES.
002275     05  FILLER              PIC X(06) VALUE "PAYEE".
002276     05  LP-PAYEE-CODE       PIC X(06).
002278     05  FILLER              PIC X(02) VALUE SPACES.
002280     05  LP-PAYEE-NAME       PIC X(24).
002281     05  FILLER              PIC X(02) VALUE SPACES.
002283     05  LP-CASE-LABEL       PIC X(05).
002285     05  LP-CASE-NUMBER      PIC X(15).
002286     05  FILLER              PIC X(08) VALUE SPACES.

002288 01  WS-LISTING-LEAVE-LINE.
002290     05  FILLER              PIC X(04) VALUE SPACES.
002300     05  LV-LEAVE-TYPE       PIC X(10).
002310     05  FILLER              PIC X(08) VALUE "ACCRUED".
002320     05  LV-ACCRUED          PIC ZZ,ZZ9.99.
002330     05  FILLER              PIC X(02) VALUE SPACES.
002340     05  FILLER              PIC X(06) VALUE "TAKEN".
002350     05  LV-TAKEN            PIC ZZ,ZZ9.99.
002360     05  FILLER              PIC X(02) VALUE SPACES.
002370     05  FILLER              PIC X(10) VALUE "AVAILABLE".
002380     05  LV-AVAILABLE        PIC -ZZ,ZZ9.99.
002390     05  FILLER              PIC X(10) VALUE SPACES.

002400 01  WS-LISTING-MESSAGE-LINE.
002410     05  FILLER              PIC X(04) VALUE SPACES.
002420     05  LM-MESSAGE          PIC X(40).
002430     05  FILLER              PIC X(36) VALUE SPACES.

002440 01  WS-LISTING-TOTAL-LINE.
002450     05  FILLER              PIC X(18) VALUE "EMPLOYEES LISTED:".
002460     05  LT-EMP-COUNT        PIC ZZ,ZZ9.
002470     05  FILLER              PIC X(04) VALUE SPACES.
002480     05  FILLER              PIC X(19) VALUE
002490         "ACTIVE DEDUCTIONS:".
002500     05  LT-DED-COUNT        PIC ZZ,ZZ9.
002510     05  FILLER              PIC X(27) VALUE SPACES.

002520 PROCEDURE DIVISION.
002530*****************************************************************
002540* 0000-MAINLINE - APPLY THE DEDUCTION AND LEAVE TRANSACTIONS,
002550*                 THEN LIST THE MASTERS AS THEY NOW STAND
002560*****************************************************************
002570 0000-MAINLINE.
002580     PERFORM 1000-INITIALIZE
002590         THRU 1000-INITIALIZE-EXIT
002600     IF RUN-WAS-REFUSED
002610         MOVE 8 TO RETURN-CODE
002620     ELSE
002630         PERFORM 2000-PROCESS-TRANSACTIONS
002640             THRU 2000-PROCESS-TRANSACTIONS-EXIT
002650         PERFORM 3000-PRINT-LISTING
002660             THRU 3000-PRINT-LISTING-EXIT
002670         PERFORM 3500-TERMINATE
002680             THRU 3500-TERMINATE-EXIT
002690     END-IF
002700     STOP RUN.

002710*****************************************************************
002720* 1000-INITIALIZE - OPEN FILES AND PRINT THE REPORT HEADINGS.
002730*                   WITH NO EMPLOYEE MASTER NOTHING CAN BE
002740*                   EDITED, SO THE RUN IS REFUSED. WITH NO
002750*                   TRANSACTION FILE THE RUN ONLY PRINTS THE
002760*                   LISTING.
002770*****************************************************************
002780 1000-INITIALIZE.
002790     ACCEPT WS-RUN-DATE FROM DATE
002800     ACCEPT WS-RUN-TIME FROM TIME
002810     ACCEPT WS-RUN-CCYYMMDD FROM DATE YYYYMMDD
002820     OPEN INPUT EMPLOYEE-FILE
002830     IF WS-EMPFILE-STATUS = "35"
002840         DISPLAY "MAINTENANCE REFUSED - NO EMPLOYEE MASTER FOUND"
002850         SET RUN-WAS-REFUSED TO TRUE
002860         GO TO 1000-INITIALIZE-EXIT
002870     END-IF
002880     PERFORM 1100-OPEN-DEDUCTION-MASTER
002890         THRU 1100-OPEN-DEDUCTION-MASTER-EXIT
002900     PERFORM 1200-OPEN-LEAVE-MASTER
002910         THRU 1200-OPEN-LEAVE-MASTER-EXIT
002920     OPEN INPUT TRANSACTION-FILE
002930     IF WS-TRANFILE-STATUS = "35"
002940         DISPLAY "NO DLTRAN TRANSACTIONS - LISTING ONLY"
002950         SET END-OF-TRANSACTIONS TO TRUE
002960     ELSE
002970         SET TRANSACTION-FILE-IS-OPEN TO TRUE
002980     END-IF
002990     OPEN OUTPUT MAINT-REPORT
003000     OPEN OUTPUT LISTING-REPORT
003010     OPEN EXTEND AUDIT-FILE
003020     IF WS-AUDIT-STATUS = "35"
003030         OPEN OUTPUT AUDIT-FILE
003040     END-IF
003050     MOVE WS-RUN-DATE TO RH-RUN-DATE
003060     MOVE WS-RUN-DATE TO LH-RUN-DATE
003070     WRITE MAINT-REPORT-LINE FROM WS-REPORT-HEADING
003080     WRITE LISTING-LINE FROM WS-LISTING-HEADING.
003090 1000-INITIALIZE-EXIT.
003100     EXIT.

003110*****************************************************************
003120* 1100-OPEN-DEDUCTION-MASTER - OPEN DEDMAST FOR UPDATE, CREATING
003130*                              IT EMPTY FIRST IF IT DOES NOT YET
003140*                              EXIST (SO THE FIRST DEDUCTION CAN
003150*                              BE LOADED BEFORE ANY PAYROLL RUN)
003160*****************************************************************
003170 1100-OPEN-DEDUCTION-MASTER.
003180     OPEN I-O DEDUCTION-FILE
003190     IF WS-DEDFILE-STATUS = "35"
003200         OPEN OUTPUT DEDUCTION-FILE
003210         CLOSE DEDUCTION-FILE
003220         OPEN I-O DEDUCTION-FILE
003230     END-IF.
003240 1100-OPEN-DEDUCTION-MASTER-EXIT.
003250     EXIT.

003260*****************************************************************
003270* 1200-OPEN-LEAVE-MASTER - OPEN LEAVEMAST FOR UPDATE, CREATING IT
003280*                          EMPTY FIRST IF IT DOES NOT YET EXIST
003290*****************************************************************
003300 1200-OPEN-LEAVE-MASTER.
003310     OPEN I-O LEAVE-FILE
003320     IF WS-LVEFILE-STATUS = "35"
003330         OPEN OUTPUT LEAVE-FILE
003340         CLOSE LEAVE-FILE
003350         OPEN I-O LEAVE-FILE
003360     END-IF.
003370 1200-OPEN-LEAVE-MASTER-EXIT.
003380     EXIT.

003390*****************************************************************
003400* 2000-PROCESS-TRANSACTIONS - READ/APPLY/REPORT LOOP
003410*****************************************************************
003420 2000-PROCESS-TRANSACTIONS.
003430     IF TRANSACTION-FILE-IS-OPEN
003440         PERFORM 2100-READ-TRANSACTION
003450             THRU 2100-READ-TRANSACTION-EXIT
003460     END-IF
003470     PERFORM 2050-PROCESS-ONE-TRANSACTION
003480         THRU 2050-PROCESS-ONE-TRANSACTION-EXIT
003490         UNTIL END-OF-TRANSACTIONS.
003500 2000-PROCESS-TRANSACTIONS-EXIT.
003510     EXIT.

003520 2050-PROCESS-ONE-TRANSACTION.
003530     PERFORM 2200-APPLY-TRANSACTION
003540         THRU 2200-APPLY-TRANSACTION-EXIT
003550     PERFORM 2100-READ-TRANSACTION
003560         THRU 2100-READ-TRANSACTION-EXIT.
003570 2050-PROCESS-ONE-TRANSACTION-EXIT.
003580     EXIT.

003590 2100-READ-TRANSACTION.
003600     READ TRANSACTION-FILE
003610         AT END
003620             SET END-OF-TRANSACTIONS TO TRUE
003630     END-READ.
003640 2100-READ-TRANSACTION-EXIT.
003650     EXIT.

003660*****************************************************************
003670* 2200-APPLY-TRANSACTION - DISPATCH ON THE FILE CODE AND ACTION
003680*                          CODE, THEN REPORT THE RESULT. STOP
003690*                          APPLIES TO DEDUCTIONS ONLY - A LEAVE
003700*                          BALANCE IS CORRECTED WITH A CHANGE.
003710*****************************************************************
003720 2200-APPLY-TRANSACTION.
003730     MOVE SPACES TO WS-DL-EMP-NAME
003740     MOVE SPACES TO RD-RESULT
003750     MOVE SPACES TO RD-REASON
003760     EVALUATE TRUE
003770         WHEN DEDUCTION-TRANSACTION
003780             EVALUATE DT-ACTION-CODE
003790                 WHEN "A"
003800                     PERFORM 2300-ADD-DEDUCTION
003810                         THRU 2300-ADD-DEDUCTION-EXIT
003820                 WHEN "C"
003830                     PERFORM 2400-CHANGE-DEDUCTION
003840                         THRU 2400-CHANGE-DEDUCTION-EXIT
003850                 WHEN "S"
003860                     PERFORM 2500-STOP-DEDUCTION
003870                         THRU 2500-STOP-DEDUCTION-EXIT
003880                 WHEN OTHER
003890                     MOVE "UNKNOWN ACTION CODE" TO RD-REASON
003900                     PERFORM 2890-REJECT-TRANSACTION
003910                         THRU 2890-REJECT-TRANSACTION-EXIT
003920             END-EVALUATE
003930         WHEN LEAVE-TRANSACTION
003940             EVALUATE DT-ACTION-CODE
003950                 WHEN "A"
003960                     PERFORM 2600-ADD-LEAVE
003970                         THRU 2600-ADD-LEAVE-EXIT
003980                 WHEN "C"
003990                     PERFORM 2700-CHANGE-LEAVE
004000                         THRU 2700-CHANGE-LEAVE-EXIT
004010                 WHEN "S"
004020                     MOVE "STOP IS FOR DEDUCTIONS ONLY"
004030                         TO RD-REASON
004040                     PERFORM 2890-REJECT-TRANSACTION
004050                         THRU 2890-REJECT-TRANSACTION-EXIT
004060                 WHEN OTHER
004070                     MOVE "UNKNOWN ACTION CODE" TO RD-REASON
004080                     PERFORM 2890-REJECT-TRANSACTION
004090                         THRU 2890-REJECT-TRANSACTION-EXIT
004100             END-EVALUATE
004110         WHEN OTHER
004120             MOVE "UNKNOWN FILE CODE" TO RD-REASON
004130             PERFORM 2890-REJECT-TRANSACTION
004140                 THRU 2890-REJECT-TRANSACTION-EXIT
004150     END-EVALUATE
004160     PERFORM 2900-WRITE-REPORT-LINE
004170         THRU 2900-WRITE-REPORT-LINE-EXIT.
004180 2200-APPLY-TRANSACTION-EXIT.
004190     EXIT.

004200*****************************************************************
004210* 2240-EDIT-DEDUCTION-KEY - THE SEQUENCE NUMBER MUST BE 01-99
004220*****************************************************************
004230 2240-EDIT-DEDUCTION-KEY.
004240     MOVE "N" TO WS-EDIT-SWITCH
004250     IF DT-DED-SEQ-NO NOT NUMERIC
004260     OR DT-DED-SEQ-NO = ZERO
004270         MOVE "INVALID DEDUCTION SEQUENCE NO" TO RD-REASON
004280         GO TO 2240-EDIT-DEDUCTION-KEY-EXIT
004290     END-IF
004300     MOVE "Y" TO WS-EDIT-SWITCH.
004310 2240-EDIT-DEDUCTION-KEY-EXIT.
004320     EXIT.

004330*****************************************************************
004340* 2250-EDIT-EMPLOYEE - THE TRANSACTION'S EMPLOYEE MUST BE ON THE
004350*                      EMPLOYEE MASTER. THE NAME IS PICKED UP
004360*                      FOR THE REPORT WHEN IT IS.
004370*****************************************************************
004380 2250-EDIT-EMPLOYEE.
004390     MOVE "Y" TO WS-EDIT-SWITCH
004400     MOVE DT-EMP-ID TO EMP-ID
004410     READ EMPLOYEE-FILE
004420         INVALID KEY
004430             MOVE "N" TO WS-EDIT-SWITCH
004440             MOVE "EMPLOYEE ID NOT FOUND" TO RD-REASON
004450         NOT INVALID KEY
004460             MOVE EMP-NAME TO WS-DL-EMP-NAME
004470     END-READ.
004480 2250-EDIT-EMPLOYEE-EXIT.
004490     EXIT.

004500*****************************************************************
004510* 2260-EDIT-DEDUCTION-FIELDS - AN ADD OR CHANGE MUST CARRY A
004520*                              VALID TYPE (HL/RT/GA) AND METHOD
004530*                              (F/P), THE AMOUNT OR PERCENT THE
004540*                              METHOD CALLS FOR, AND - FOR A
004550*                              GARNISHMENT - THE BALANCE STILL
004558*                              OWED ON THE ORDER AND ITS CASE
004562*                              NUMBER. THE PAYEE IS EDITED BY
004566*                              2270-EDIT-DEDUCTION-PAYEE.
004570*****************************************************************
004580 2260-EDIT-DEDUCTION-FIELDS.
004590     MOVE "N" TO WS-EDIT-SWITCH
004600     IF DT-DED-TYPE-CODE NOT = "HL"
004610     AND DT-DED-TYPE-CODE NOT = "RT"
004620     AND DT-DED-TYPE-CODE NOT = "GA"
004630         MOVE "INVALID DEDUCTION TYPE" TO RD-REASON
004640         GO TO 2260-EDIT-DEDUCTION-FIELDS-EXIT
004650     END-IF
004660     IF DT-DED-METHOD NOT = "F"
004670     AND DT-DED-METHOD NOT = "P"
004680         MOVE "INVALID DEDUCTION METHOD" TO RD-REASON
004690         GO TO 2260-EDIT-DEDUCTION-FIELDS-EXIT
004700     END-IF
004710     IF DT-DED-FLAT-AMOUNT NOT NUMERIC
004720     OR DT-DED-PERCENT NOT NUMERIC
004730     OR DT-DED-REMAINING-BALANCE NOT NUMERIC
004740         MOVE "AMOUNT NOT NUMERIC" TO RD-REASON
004750         GO TO 2260-EDIT-DEDUCTION-FIELDS-EXIT
004760     END-IF
004770     IF DT-DED-METHOD = "F"
004780     AND DT-DED-FLAT-AMOUNT = ZERO
004790         MOVE "FLAT AMOUNT MISSING" TO RD-REASON
004800         GO TO 2260-EDIT-DEDUCTION-FIELDS-EXIT
004810     END-IF
004820     IF DT-DED-METHOD = "P"
004830     AND DT-DED-PERCENT = ZERO
004840         MOVE "PERCENT OF GROSS MISSING" TO RD-REASON
004850         GO TO 2260-EDIT-DEDUCTION-FIELDS-EXIT
004860     END-IF
004870     IF DT-DED-TYPE-CODE = "GA"
004880     AND DT-DED-REMAINING-BALANCE = ZERO
004890         MOVE "GARNISHMENT BALANCE MISSING" TO RD-REASON
004900         GO TO 2260-EDIT-DEDUCTION-FIELDS-EXIT
004910     END-IF
004911     IF DT-DED-TYPE-CODE = "GA"
004913     AND DT-DED-CASE-NUMBER = SPACES
004915         MOVE "GARNISHMENT CASE NO. MISSING" TO RD-REASON
004916         GO TO 2260-EDIT-DEDUCTION-FIELDS-EXIT
004918     END-IF
004920     PERFORM 2270-EDIT-DEDUCTION-PAYEE
004921         THRU 2270-EDIT-DEDUCTION-PAYEE-EXIT
004923     IF NOT TRANSACTION-IS-VALID
004925         GO TO 2260-EDIT-DEDUCTION-FIELDS-EXIT
004926     END-IF
004928     MOVE "Y" TO WS-EDIT-SWITCH.
004930 2260-EDIT-DEDUCTION-FIELDS-EXIT.
004940     EXIT.

004941*****************************************************************
004942* 2270-EDIT-DEDUCTION-PAYEE - A PAYEE CODE MUST BE ON THE PAYEE
004943*                             TABLE FOR THE DEDUCTION'S TYPE. A
004944*                             BLANK PAYEE TAKES THE TYPE'S DEFAULT
004945*                             (ITS FIRST TABLE ENTRY), EXCEPT THAT
004946*                             A GARNISHMENT MUST NAME THE AGENCY
004947*                             THAT ISSUED THE ORDER - ITS DEFAULT
004948*                             ONLY COVERS ORDERS SET UP BEFORE
004949*                             AGENCIES WERE CARRIED.
004950*****************************************************************
004952 2270-EDIT-DEDUCTION-PAYEE.
004953     MOVE "N" TO WS-EDIT-SWITCH
004955     IF DT-DED-PAYEE-CODE NOT = SPACES
004956         SET WS-PAYEE-IDX TO 1
004957         SEARCH WS-PAYEE-ENTRY
004958             AT END
004959                 MOVE "PAYEE NOT ON PAYEE TABLE" TO RD-REASON
004960                 GO TO 2270-EDIT-DEDUCTION-PAYEE-EXIT
004961             WHEN WS-PAYEE-CODE(WS-PAYEE-IDX) = DT-DED-PAYEE-CODE
004963                 CONTINUE
004964         END-SEARCH
004965         IF WS-PAYEE-DED-TYPE(WS-PAYEE-IDX) NOT = DT-DED-TYPE-CODE
004966             MOVE "PAYEE DOES NOT TAKE THIS TYPE" TO RD-REASON
004967             GO TO 2270-EDIT-DEDUCTION-PAYEE-EXIT
004968         END-IF
004970     END-IF
004971     IF DT-DED-TYPE-CODE = "GA"
004972         IF DT-DED-PAYEE-CODE = SPACES
004973             MOVE "GARNISHMENT AGENCY MISSING" TO RD-REASON
004974             GO TO 2270-EDIT-DEDUCTION-PAYEE-EXIT
004975         END-IF
004976         SET WS-PAYEE-IDX TO 1
004978         SEARCH WS-PAYEE-ENTRY
004979             AT END
004980                 CONTINUE
004981             WHEN WS-PAYEE-DED-TYPE(WS-PAYEE-IDX) = "GA"
004982                 IF WS-PAYEE-CODE(WS-PAYEE-IDX)
004983                         = DT-DED-PAYEE-CODE
004984                     MOVE "GARNISHMENT AGENCY MISSING"
004985                         TO RD-REASON
004986                     GO TO 2270-EDIT-DEDUCTION-PAYEE-EXIT
004987                 END-IF
004988         END-SEARCH
004989     END-IF
004990     MOVE "Y" TO WS-EDIT-SWITCH.
004991 2270-EDIT-DEDUCTION-PAYEE-EXIT.
004992     EXIT.

004993*****************************************************************
004994* 2280-MOVE-DEDUCTION-FIELDS - BUILD THE MASTER RECORD FROM AN
004995*                              ADD OR CHANGE. ONLY THE METHOD'S
004996*                              OWN AMOUNT IS KEPT, AND ONLY A
004997*                              GARNISHMENT CARRIES A BALANCE
004998*                              AND A CASE NUMBER.
005000*****************************************************************
005010 2280-MOVE-DEDUCTION-FIELDS.
005020     MOVE DT-EMP-ID           TO DED-EMP-ID
005030     MOVE DT-DED-SEQ-NO       TO DED-SEQ-NO
005040     MOVE DT-DED-TYPE-CODE    TO DED-TYPE-CODE
005050     MOVE DT-DED-METHOD       TO DED-METHOD
005060     MOVE ZERO                TO DED-FLAT-AMOUNT
005070     MOVE ZERO                TO DED-PERCENT
005080     IF FLAT-AMOUNT-METHOD
005090         MOVE DT-DED-FLAT-AMOUNT TO DED-FLAT-AMOUNT
005100     ELSE
005110         MOVE DT-DED-PERCENT     TO DED-PERCENT
005120     END-IF
005130     IF GARNISHMENT-DEDUCTION
005140         MOVE DT-DED-REMAINING-BALANCE TO DED-REMAINING-BALANCE
005150     ELSE
005160         MOVE ZERO TO DED-REMAINING-BALANCE
005170     END-IF
005180     MOVE "A"                 TO DED-STATUS
005182     MOVE ZERO                TO DED-STOP-DATE
005185     MOVE DT-DED-PAYEE-CODE   TO DED-PAYEE-CODE
005187     IF GARNISHMENT-DEDUCTION
005190         MOVE DT-DED-CASE-NUMBER TO DED-CASE-NUMBER
005192     ELSE
005195         MOVE SPACES TO DED-CASE-NUMBER
005197     END-IF.
005200 2280-MOVE-DEDUCTION-FIELDS-EXIT.
005210     EXIT.

005220*****************************************************************
005230* 2300-ADD-DEDUCTION - CREATE A NEW DEDUCTION MASTER RECORD. A
005240*                      TERMINATED EMPLOYEE CANNOT TAKE ON A NEW
005250*                      DEDUCTION.
005260*****************************************************************
005270 2300-ADD-DEDUCTION.
005280     PERFORM 2240-EDIT-DEDUCTION-KEY
005290         THRU 2240-EDIT-DEDUCTION-KEY-EXIT
005300     IF NOT TRANSACTION-IS-VALID
005310         GO TO 2300-ADD-DEDUCTION-REJECT
005320     END-IF
005330     PERFORM 2250-EDIT-EMPLOYEE
005340         THRU 2250-EDIT-EMPLOYEE-EXIT
005350     IF NOT TRANSACTION-IS-VALID
005360         GO TO 2300-ADD-DEDUCTION-REJECT
005370     END-IF
005380     IF TERMINATED-EMPLOYEE
005390         MOVE "EMPLOYEE IS TERMINATED" TO RD-REASON
005400         GO TO 2300-ADD-DEDUCTION-REJECT
005410     END-IF
005420     PERFORM 2260-EDIT-DEDUCTION-FIELDS
005430         THRU 2260-EDIT-DEDUCTION-FIELDS-EXIT
005440     IF NOT TRANSACTION-IS-VALID
005450         GO TO 2300-ADD-DEDUCTION-REJECT
005460     END-IF
005470     PERFORM 2280-MOVE-DEDUCTION-FIELDS
005480         THRU 2280-MOVE-DEDUCTION-FIELDS-EXIT
005490     WRITE DEDUCTION-MASTER-RECORD
005500         INVALID KEY
005510             MOVE "DEDUCTION ALREADY ON FILE" TO RD-REASON
005520             GO TO 2300-ADD-DEDUCTION-REJECT
005530     END-WRITE
005540     MOVE "ADDED" TO RD-RESULT
005550     ADD 1 TO WS-ADD-COUNT
005560     MOVE SPACES                  TO WS-BEFORE-IMAGE
005570     MOVE DEDUCTION-MASTER-RECORD TO WS-AFTER-IMAGE
005580     PERFORM 2800-WRITE-AUDIT-RECORDS
005590         THRU 2800-WRITE-AUDIT-RECORDS-EXIT
005600     GO TO 2300-ADD-DEDUCTION-EXIT.
005610 2300-ADD-DEDUCTION-REJECT.
005620     PERFORM 2890-REJECT-TRANSACTION
005630         THRU 2890-REJECT-TRANSACTION-EXIT.
005640 2300-ADD-DEDUCTION-EXIT.
005650     EXIT.

005660*****************************************************************
005670* 2400-CHANGE-DEDUCTION - REPLACE AN ACTIVE DEDUCTION'S TYPE,
005680*                         METHOD, AMOUNT, AND GARNISHMENT
005690*                         BALANCE. A STOPPED DEDUCTION IS NOT
005700*                         CHANGED - ADD A NEW ONE INSTEAD.
005710*****************************************************************
005720 2400-CHANGE-DEDUCTION.
005730     PERFORM 2240-EDIT-DEDUCTION-KEY
005740         THRU 2240-EDIT-DEDUCTION-KEY-EXIT
005750     IF NOT TRANSACTION-IS-VALID
005760         GO TO 2400-CHANGE-DEDUCTION-REJECT
005770     END-IF
005780     PERFORM 2250-EDIT-EMPLOYEE
005790         THRU 2250-EDIT-EMPLOYEE-EXIT
005800     IF NOT TRANSACTION-IS-VALID
005810         GO TO 2400-CHANGE-DEDUCTION-REJECT
005820     END-IF
005830     PERFORM 2260-EDIT-DEDUCTION-FIELDS
005840         THRU 2260-EDIT-DEDUCTION-FIELDS-EXIT
005850     IF NOT TRANSACTION-IS-VALID
005860         GO TO 2400-CHANGE-DEDUCTION-REJECT
005870     END-IF
005880     MOVE DT-EMP-ID     TO DED-EMP-ID
005890     MOVE DT-DED-SEQ-NO TO DED-SEQ-NO
005900     READ DEDUCTION-FILE
005910         INVALID KEY
005920             MOVE "DEDUCTION NOT ON FILE" TO RD-REASON
005930             GO TO 2400-CHANGE-DEDUCTION-REJECT
005940     END-READ
005950     IF STOPPED-DEDUCTION
005960         MOVE "DEDUCTION IS STOPPED" TO RD-REASON
005970         GO TO 2400-CHANGE-DEDUCTION-REJECT
005980     END-IF
005990     MOVE DEDUCTION-MASTER-RECORD TO WS-BEFORE-IMAGE
006000     PERFORM 2280-MOVE-DEDUCTION-FIELDS
006010         THRU 2280-MOVE-DEDUCTION-FIELDS-EXIT
006020     REWRITE DEDUCTION-MASTER-RECORD
006030         INVALID KEY
006040             MOVE "REWRITE FAILED" TO RD-REASON
006050             GO TO 2400-CHANGE-DEDUCTION-REJECT
006060     END-REWRITE
006070     MOVE "CHANGED" TO RD-RESULT
006080     ADD 1 TO WS-CHANGE-COUNT
006090     MOVE DEDUCTION-MASTER-RECORD TO WS-AFTER-IMAGE
006100     PERFORM 2800-WRITE-AUDIT-RECORDS
006110         THRU 2800-WRITE-AUDIT-RECORDS-EXIT
006120     GO TO 2400-CHANGE-DEDUCTION-EXIT.
006130 2400-CHANGE-DEDUCTION-REJECT.
006140     PERFORM 2890-REJECT-TRANSACTION
006150         THRU 2890-REJECT-TRANSACTION-EXIT.
006160 2400-CHANGE-DEDUCTION-EXIT.
006170     EXIT.

006180*****************************************************************
006190* 2500-STOP-DEDUCTION - MARK A DEDUCTION STOPPED AS OF THE
006200*                       TRANSACTION'S STOP DATE (THE RUN DATE
006210*                       WHEN NONE IS GIVEN). THE RECORD STAYS ON
006220*                       FILE; MODIFY-RECORDS TAKES NOTHING FOR IT
006230*                       IN A PERIOD ENDING ON OR AFTER THE DATE.
006240*                       AN EMPLOYEE NO LONGER ON THE MASTER CAN
006250*                       STILL HAVE A DEDUCTION STOPPED.
006260*****************************************************************
006270 2500-STOP-DEDUCTION.
006280     PERFORM 2240-EDIT-DEDUCTION-KEY
006290         THRU 2240-EDIT-DEDUCTION-KEY-EXIT
006300     IF NOT TRANSACTION-IS-VALID
006310         GO TO 2500-STOP-DEDUCTION-REJECT
006320     END-IF
006330     PERFORM 2250-EDIT-EMPLOYEE
006340         THRU 2250-EDIT-EMPLOYEE-EXIT
006350     MOVE SPACES TO RD-REASON
006360     IF DT-DED-STOP-DATE NOT NUMERIC
006370         MOVE "STOP DATE NOT NUMERIC" TO RD-REASON
006380         GO TO 2500-STOP-DEDUCTION-REJECT
006390     END-IF
006400     MOVE DT-EMP-ID     TO DED-EMP-ID
006410     MOVE DT-DED-SEQ-NO TO DED-SEQ-NO
006420     READ DEDUCTION-FILE
006430         INVALID KEY
006440             MOVE "DEDUCTION NOT ON FILE" TO RD-REASON
006450             GO TO 2500-STOP-DEDUCTION-REJECT
006460     END-READ
006470     IF STOPPED-DEDUCTION
006480         MOVE "DEDUCTION ALREADY STOPPED" TO RD-REASON
006490         GO TO 2500-STOP-DEDUCTION-REJECT
006500     END-IF
006510     MOVE DEDUCTION-MASTER-RECORD TO WS-BEFORE-IMAGE
006520     MOVE "S" TO DED-STATUS
006530     IF DT-DED-STOP-DATE = ZERO
006540         MOVE WS-RUN-CCYYMMDD  TO DED-STOP-DATE
006550     ELSE
006560         MOVE DT-DED-STOP-DATE TO DED-STOP-DATE
006570     END-IF
006580     REWRITE DEDUCTION-MASTER-RECORD
006590         INVALID KEY
006600             MOVE "REWRITE FAILED" TO RD-REASON
006610             GO TO 2500-STOP-DEDUCTION-REJECT
006620     END-REWRITE
006630     MOVE "STOPPED" TO RD-RESULT
006640     ADD 1 TO WS-STOP-COUNT
006650     MOVE DEDUCTION-MASTER-RECORD TO WS-AFTER-IMAGE
006660     PERFORM 2800-WRITE-AUDIT-RECORDS
006670         THRU 2800-WRITE-AUDIT-RECORDS-EXIT
006680     GO TO 2500-STOP-DEDUCTION-EXIT.
006690 2500-STOP-DEDUCTION-REJECT.
006700     PERFORM 2890-REJECT-TRANSACTION
006710         THRU 2890-REJECT-TRANSACTION-EXIT.
006720 2500-STOP-DEDUCTION-EXIT.
006730     EXIT.

006740*****************************************************************
006750* 2600-ADD-LEAVE - LOAD A LEAVE BALANCE RECORD FOR AN EMPLOYEE
006760*                  WHO DOES NOT YET HAVE ONE (MODIFY-RECORDS
006770*                  OTHERWISE STARTS IT AT ZERO ON FIRST PAY)
006780*****************************************************************
006790 2600-ADD-LEAVE.
006800     PERFORM 2250-EDIT-EMPLOYEE
006810         THRU 2250-EDIT-EMPLOYEE-EXIT
006820     IF NOT TRANSACTION-IS-VALID
006830         GO TO 2600-ADD-LEAVE-REJECT
006840     END-IF
006850     PERFORM 2650-EDIT-LEAVE-FIELDS
006860         THRU 2650-EDIT-LEAVE-FIELDS-EXIT
006870     IF NOT TRANSACTION-IS-VALID
006880         GO TO 2600-ADD-LEAVE-REJECT
006890     END-IF
006900     MOVE DT-EMP-ID           TO LVE-EMP-ID
006910     MOVE DT-LVE-VAC-ACCRUED  TO LVE-VAC-ACCRUED
006920     MOVE DT-LVE-VAC-TAKEN    TO LVE-VAC-TAKEN
006930     MOVE DT-LVE-SICK-ACCRUED TO LVE-SICK-ACCRUED
006940     MOVE DT-LVE-SICK-TAKEN   TO LVE-SICK-TAKEN
006950     WRITE LEAVE-MASTER-RECORD
006960         INVALID KEY
006970             MOVE "LEAVE RECORD ALREADY ON FILE" TO RD-REASON
006980             GO TO 2600-ADD-LEAVE-REJECT
006990     END-WRITE
007000     MOVE "ADDED" TO RD-RESULT
007010     ADD 1 TO WS-ADD-COUNT
007020     MOVE SPACES              TO WS-BEFORE-IMAGE
007030     MOVE LEAVE-MASTER-RECORD TO WS-AFTER-IMAGE
007040     PERFORM 2800-WRITE-AUDIT-RECORDS
007050         THRU 2800-WRITE-AUDIT-RECORDS-EXIT
007060     GO TO 2600-ADD-LEAVE-EXIT.
007070 2600-ADD-LEAVE-REJECT.
007080     PERFORM 2890-REJECT-TRANSACTION
007090         THRU 2890-REJECT-TRANSACTION-EXIT.
007100 2600-ADD-LEAVE-EXIT.
007110     EXIT.

007120*****************************************************************
007130* 2650-EDIT-LEAVE-FIELDS - THE FOUR BALANCES MUST BE NUMERIC, AND
007140*                          NEITHER KIND OF LEAVE MAY SHOW MORE
007150*                          TAKEN THAN ACCRUED
007160*****************************************************************
007170 2650-EDIT-LEAVE-FIELDS.
007180     MOVE "N" TO WS-EDIT-SWITCH
007190     IF DT-LVE-VAC-ACCRUED NOT NUMERIC
007200     OR DT-LVE-VAC-TAKEN NOT NUMERIC
007210     OR DT-LVE-SICK-ACCRUED NOT NUMERIC
007220     OR DT-LVE-SICK-TAKEN NOT NUMERIC
007230         MOVE "LEAVE HOURS NOT NUMERIC" TO RD-REASON
007240         GO TO 2650-EDIT-LEAVE-FIELDS-EXIT
007250     END-IF
007260     IF DT-LVE-VAC-TAKEN > DT-LVE-VAC-ACCRUED
007270         MOVE "VACATION TAKEN EXCEEDS ACCRUED" TO RD-REASON
007280         GO TO 2650-EDIT-LEAVE-FIELDS-EXIT
007290     END-IF
007300     IF DT-LVE-SICK-TAKEN > DT-LVE-SICK-ACCRUED
007310         MOVE "SICK TAKEN EXCEEDS ACCRUED" TO RD-REASON
007320         GO TO 2650-EDIT-LEAVE-FIELDS-EXIT
007330     END-IF
007340     MOVE "Y" TO WS-EDIT-SWITCH.
007350 2650-EDIT-LEAVE-FIELDS-EXIT.
007360     EXIT.

007370*****************************************************************
007380* 2700-CHANGE-LEAVE - CORRECT AN EMPLOYEE'S LEAVE BALANCES. THE
007390*                     TRANSACTION'S FOUR FIGURES REPLACE THE
007400*                     MASTER'S OUTRIGHT.
007410*****************************************************************
007420 2700-CHANGE-LEAVE.
007430     PERFORM 2250-EDIT-EMPLOYEE
007440         THRU 2250-EDIT-EMPLOYEE-EXIT
007450     IF NOT TRANSACTION-IS-VALID
007460         GO TO 2700-CHANGE-LEAVE-REJECT
007470     END-IF
007480     PERFORM 2650-EDIT-LEAVE-FIELDS
007490         THRU 2650-EDIT-LEAVE-FIELDS-EXIT
007500     IF NOT TRANSACTION-IS-VALID
007510         GO TO 2700-CHANGE-LEAVE-REJECT
007520     END-IF
007530     MOVE DT-EMP-ID TO LVE-EMP-ID
007540     READ LEAVE-FILE
007550         INVALID KEY
007560             MOVE "LEAVE RECORD NOT ON FILE" TO RD-REASON
007570             GO TO 2700-CHANGE-LEAVE-REJECT
007580     END-READ
007590     MOVE LEAVE-MASTER-RECORD TO WS-BEFORE-IMAGE
007600     MOVE DT-LVE-VAC-ACCRUED  TO LVE-VAC-ACCRUED
007610     MOVE DT-LVE-VAC-TAKEN    TO LVE-VAC-TAKEN
007620     MOVE DT-LVE-SICK-ACCRUED TO LVE-SICK-ACCRUED
007630     MOVE DT-LVE-SICK-TAKEN   TO LVE-SICK-TAKEN
007640     REWRITE LEAVE-MASTER-RECORD
007650         INVALID KEY
007660             MOVE "REWRITE FAILED" TO RD-REASON
007670             GO TO 2700-CHANGE-LEAVE-REJECT
007680     END-REWRITE
007690     MOVE "CHANGED" TO RD-RESULT
007700     ADD 1 TO WS-CHANGE-COUNT
007710     MOVE LEAVE-MASTER-RECORD TO WS-AFTER-IMAGE
007720     PERFORM 2800-WRITE-AUDIT-RECORDS
007730         THRU 2800-WRITE-AUDIT-RECORDS-EXIT
007740     GO TO 2700-CHANGE-LEAVE-EXIT.
007750 2700-CHANGE-LEAVE-REJECT.
007760     PERFORM 2890-REJECT-TRANSACTION
007770         THRU 2890-REJECT-TRANSACTION-EXIT.
007780 2700-CHANGE-LEAVE-EXIT.
007790     EXIT.

007800*****************************************************************
007810* 2800-WRITE-AUDIT-RECORDS - LOG THE BEFORE AND AFTER IMAGES OF
007820*                            THE MASTER RECORD JUST UPDATED
007830*****************************************************************
007840 2800-WRITE-AUDIT-RECORDS.
007850     MOVE SPACES          TO AUDIT-RECORD
007860     MOVE WS-RUN-DATE     TO AUD-RUN-DATE
007870     MOVE WS-RUN-TIME     TO AUD-RUN-TIME
007880     MOVE DT-FILE-CODE    TO AUD-FILE-CODE
007890     MOVE DT-ACTION-CODE  TO AUD-ACTION-CODE
007900     MOVE DT-EMP-ID       TO AUD-EMP-ID
007910     IF DEDUCTION-TRANSACTION
007920         MOVE DT-DED-SEQ-NO TO AUD-DED-SEQ-NO
007930     END-IF
007940     MOVE "BEFORE"        TO AUD-IMAGE-TYPE
007950     MOVE WS-BEFORE-IMAGE TO AUD-RECORD-IMAGE
007960     WRITE AUDIT-RECORD
007970     MOVE "AFTER"         TO AUD-IMAGE-TYPE
007980     MOVE WS-AFTER-IMAGE  TO AUD-RECORD-IMAGE
007990     WRITE AUDIT-RECORD.
008000 2800-WRITE-AUDIT-RECORDS-EXIT.
008010     EXIT.

008020 2890-REJECT-TRANSACTION.
008030     MOVE "REJECTED" TO RD-RESULT
008040     ADD 1 TO WS-REJECT-COUNT.
008050 2890-REJECT-TRANSACTION-EXIT.
008060     EXIT.

008070 2900-WRITE-REPORT-LINE.
008080     MOVE DT-FILE-CODE   TO RD-FILE-CODE
008090     MOVE DT-ACTION-CODE TO RD-ACTION-CODE
008100     MOVE DT-EMP-ID      TO RD-EMP-ID
008110     IF DEDUCTION-TRANSACTION
008120         MOVE DT-DED-SEQ-NO TO RD-DED-SEQ-NO
008130     ELSE
008140         MOVE SPACES        TO RD-DED-SEQ-NO
008150     END-IF
008160     MOVE WS-DL-EMP-NAME TO RD-EMP-NAME
008170     WRITE MAINT-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.
008180 2900-WRITE-REPORT-LINE-EXIT.
008190     EXIT.

008200*****************************************************************
008210* 3000-PRINT-LISTING - WALK THE EMPLOYEE MASTER IN KEY SEQUENCE
008220*                      AND LIST EACH EMPLOYEE'S ACTIVE DEDUCTIONS
008230*                      AND LEAVE BALANCES AS THEY NOW STAND
008240*****************************************************************
008250 3000-PRINT-LISTING.
008260     MOVE LOW-VALUES TO EMP-ID
008270     START EMPLOYEE-FILE KEY NOT LESS THAN EMP-ID
008280         INVALID KEY
008290             SET END-OF-EMPLOYEES TO TRUE
008300     END-START
008310     IF NOT END-OF-EMPLOYEES
008320         PERFORM 3100-READ-NEXT-EMPLOYEE
008330             THRU 3100-READ-NEXT-EMPLOYEE-EXIT
008340     END-IF
008350     PERFORM 3200-LIST-ONE-EMPLOYEE
008360         THRU 3200-LIST-ONE-EMPLOYEE-EXIT
008370         UNTIL END-OF-EMPLOYEES
008380     MOVE WS-LISTED-EMP-COUNT TO LT-EMP-COUNT
008390     MOVE WS-LISTED-DED-COUNT TO LT-DED-COUNT
008400     MOVE SPACES TO LISTING-LINE
008410     WRITE LISTING-LINE
008420     WRITE LISTING-LINE FROM WS-LISTING-TOTAL-LINE.
008430 3000-PRINT-LISTING-EXIT.
008440     EXIT.

008450 3100-READ-NEXT-EMPLOYEE.
008460     READ EMPLOYEE-FILE NEXT RECORD
008470         AT END
008480             SET END-OF-EMPLOYEES TO TRUE
008490     END-READ.
008500 3100-READ-NEXT-EMPLOYEE-EXIT.
008510     EXIT.

008520*****************************************************************
008530* 3200-LIST-ONE-EMPLOYEE - THE EMPLOYEE LINE, THE DEDUCTION
008540*                          LINES, AND THE LEAVE LINES, THEN ON TO
008550*                          THE NEXT EMPLOYEE
008560*****************************************************************
008570 3200-LIST-ONE-EMPLOYEE.
008580     MOVE SPACES TO LISTING-LINE
008590     WRITE LISTING-LINE
008600     MOVE EMP-ID   TO LE-EMP-ID
008610     MOVE EMP-NAME TO LE-EMP-NAME
008620     MOVE EMP-DEPT TO LE-EMP-DEPT
008630     EVALUATE TRUE
008640         WHEN TERMINATED-EMPLOYEE
008650             MOVE "TERMINATED"       TO LE-EMP-STATUS
008660         WHEN EMP-STATUS = "L"
008670             MOVE "LEAVE OF ABSENCE" TO LE-EMP-STATUS
008680         WHEN OTHER
008690             MOVE "ACTIVE"           TO LE-EMP-STATUS
008700     END-EVALUATE
008710     WRITE LISTING-LINE FROM WS-LISTING-EMPLOYEE-LINE
008720     ADD 1 TO WS-LISTED-EMP-COUNT
008730     PERFORM 3300-LIST-DEDUCTIONS
008740         THRU 3300-LIST-DEDUCTIONS-EXIT
008750     PERFORM 3400-LIST-LEAVE
008760         THRU 3400-LIST-LEAVE-EXIT
008770     PERFORM 3100-READ-NEXT-EMPLOYEE
008780         THRU 3100-READ-NEXT-EMPLOYEE-EXIT.
008790 3200-LIST-ONE-EMPLOYEE-EXIT.
008800     EXIT.

008810*****************************************************************
008820* 3300-LIST-DEDUCTIONS - POSITION ON THE EMPLOYEE'S FIRST
008830*                        DEDUCTION AND WALK THE KEY SEQUENCE
008840*                        UNTIL THE EMPLOYEE CHANGES
008850*****************************************************************
008860 3300-LIST-DEDUCTIONS.
008870     MOVE "N" TO WS-DED-EOF-SWITCH
008880     MOVE EMP-ID TO DED-EMP-ID
008890     MOVE ZERO   TO DED-SEQ-NO
008900     START DEDUCTION-FILE KEY NOT LESS THAN DED-KEY
008910         INVALID KEY
008920             SET END-OF-DEDUCTIONS TO TRUE
008930     END-START
008940     PERFORM 3350-LIST-NEXT-DEDUCTION
008950         THRU 3350-LIST-NEXT-DEDUCTION-EXIT
008960         UNTIL END-OF-DEDUCTIONS.
008970 3300-LIST-DEDUCTIONS-EXIT.
008980     EXIT.

008990 3350-LIST-NEXT-DEDUCTION.
009000     READ DEDUCTION-FILE NEXT RECORD
009010         AT END
009020             SET END-OF-DEDUCTIONS TO TRUE
009030         NOT AT END
009040             IF DED-EMP-ID NOT = EMP-ID
009050                 SET END-OF-DEDUCTIONS TO TRUE
009060             ELSE
009070                 PERFORM 3360-LIST-ONE-DEDUCTION
009080                     THRU 3360-LIST-ONE-DEDUCTION-EXIT
009090             END-IF
009100     END-READ.
009110 3350-LIST-NEXT-DEDUCTION-EXIT.
009120     EXIT.

009130*****************************************************************
009140* 3360-LIST-ONE-DEDUCTION - A DEDUCTION IS ACTIVE UNLESS IT HAS
009150*                           BEEN STOPPED AS OF TODAY OR IS A
009160*                           GARNISHMENT ALREADY PAID OFF. ONE
009170*                           STOPPED FOR A LATER DATE IS LISTED
009180*                           WITH THAT DATE.
009183*                           EACH IS FOLLOWED BY ITS PAYEE
009186*                           AND ANY GARNISHMENT CASE NUMBER.
009190*****************************************************************
009200 3360-LIST-ONE-DEDUCTION.
009210     MOVE SPACES TO LD-NOTE
009220     IF STOPPED-DEDUCTION
009230         IF DED-STOP-DATE NOT NUMERIC
009240         OR DED-STOP-DATE NOT > WS-RUN-CCYYMMDD
009250             GO TO 3360-LIST-ONE-DEDUCTION-EXIT
009260         END-IF
009270         STRING "STOPS " DED-STOP-DATE DELIMITED BY SIZE
009280             INTO LD-NOTE
009290     END-IF
009300     IF GARNISHMENT-DEDUCTION
009310     AND DED-REMAINING-BALANCE = ZERO
009320         GO TO 3360-LIST-ONE-DEDUCTION-EXIT
009330     END-IF
009340     MOVE DED-SEQ-NO TO LD-DED-SEQ-NO
009350     EVALUATE DED-TYPE-CODE
009360         WHEN "HL"
009370             MOVE "HEALTH"      TO LD-TYPE-DESC
009380         WHEN "RT"
009390             MOVE "RETIREMENT"  TO LD-TYPE-DESC
009400         WHEN "GA"
009410             MOVE "GARNISHMENT" TO LD-TYPE-DESC
009420         WHEN OTHER
009430             MOVE DED-TYPE-CODE TO LD-TYPE-DESC
009440     END-EVALUATE
009450     IF PERCENT-OF-GROSS-METHOD
009460         MOVE ZERO TO LD-FLAT-AMOUNT
009470         COMPUTE WS-PERCENT-DISPLAY = DED-PERCENT * 100
009480         MOVE WS-PERCENT-DISPLAY TO LD-PERCENT
009490         MOVE "%"  TO LD-PERCENT-SIGN
009500     ELSE
009510         MOVE DED-FLAT-AMOUNT TO LD-FLAT-AMOUNT
009520         MOVE ZERO  TO LD-PERCENT
009530         MOVE SPACE TO LD-PERCENT-SIGN
009540     END-IF
009550     IF GARNISHMENT-DEDUCTION
009560         MOVE "BALANCE"             TO LD-BALANCE-LABEL
009570         MOVE DED-REMAINING-BALANCE TO LD-BALANCE
009580     ELSE
009590         MOVE SPACES                TO LD-BALANCE-LABEL
009600         MOVE ZERO                  TO LD-BALANCE
009610     END-IF
009620     WRITE LISTING-LINE FROM WS-LISTING-DEDUCTION-LINE
009625     ADD 1 TO WS-LISTED-DED-COUNT
009630     PERFORM 3370-LIST-DEDUCTION-PAYEE
009635         THRU 3370-LIST-DEDUCTION-PAYEE-EXIT.
009640 3360-LIST-ONE-DEDUCTION-EXIT.
009650     EXIT.

009651*****************************************************************
009652* 3370-LIST-DEDUCTION-PAYEE - THE PAYEE THE DEDUCTION IS REMITTED
009653*                             TO (THE TYPE'S DEFAULT WHEN THE
009654*                             MASTER'S IS BLANK) AND, FOR A
009655*                             GARNISHMENT, THE CASE NUMBER
009657*****************************************************************
009658 3370-LIST-DEDUCTION-PAYEE.
009659     MOVE SPACES TO LP-PAYEE-CODE
009660     MOVE SPACES TO LP-PAYEE-NAME
009661     SET WS-PAYEE-IDX TO 1
009663     IF DED-PAYEE-CODE = SPACES
009664         SEARCH WS-PAYEE-ENTRY
009665             AT END
009666                 MOVE "** NO PAYEE **" TO LP-PAYEE-NAME
009667             WHEN WS-PAYEE-DED-TYPE(WS-PAYEE-IDX) = DED-TYPE-CODE
009669                 MOVE WS-PAYEE-CODE(WS-PAYEE-IDX) TO LP-PAYEE-CODE
009670                 MOVE WS-PAYEE-NAME(WS-PAYEE-IDX) TO LP-PAYEE-NAME
009671         END-SEARCH
009672     ELSE
009673         MOVE DED-PAYEE-CODE TO LP-PAYEE-CODE
009675         SEARCH WS-PAYEE-ENTRY
009676             AT END
009677                 MOVE "** NOT ON PAYEE TABLE **" TO LP-PAYEE-NAME
009678             WHEN WS-PAYEE-CODE(WS-PAYEE-IDX) = DED-PAYEE-CODE
009679                 MOVE WS-PAYEE-NAME(WS-PAYEE-IDX) TO LP-PAYEE-NAME
009680         END-SEARCH
009682     END-IF
009683     IF GARNISHMENT-DEDUCTION
009684         MOVE "CASE"          TO LP-CASE-LABEL
009685         MOVE DED-CASE-NUMBER TO LP-CASE-NUMBER
009686     ELSE
009688         MOVE SPACES          TO LP-CASE-LABEL
009689         MOVE SPACES          TO LP-CASE-NUMBER
009690     END-IF
009691     WRITE LISTING-LINE FROM WS-LISTING-PAYEE-LINE.
009692 3370-LIST-DEDUCTION-PAYEE-EXIT.
009694     EXIT.

009695*****************************************************************
009696* 3400-LIST-LEAVE - THE VACATION AND SICK BALANCES: ACCRUED,
009697*                   TAKEN, AND AVAILABLE (ACCRUED LESS TAKEN)
009698*****************************************************************
009700 3400-LIST-LEAVE.
009710     MOVE EMP-ID TO LVE-EMP-ID
009720     READ LEAVE-FILE
009730         INVALID KEY
009740             MOVE "NO LEAVE BALANCE RECORD" TO LM-MESSAGE
009750             WRITE LISTING-LINE FROM WS-LISTING-MESSAGE-LINE
009760             GO TO 3400-LIST-LEAVE-EXIT
009770     END-READ
009780     MOVE "VACATION"      TO LV-LEAVE-TYPE
009790     MOVE LVE-VAC-ACCRUED TO LV-ACCRUED
009800     MOVE LVE-VAC-TAKEN   TO LV-TAKEN
009810     COMPUTE WS-AVAILABLE-HOURS =
009820         LVE-VAC-ACCRUED - LVE-VAC-TAKEN
009830     MOVE WS-AVAILABLE-HOURS TO LV-AVAILABLE
009840     WRITE LISTING-LINE FROM WS-LISTING-LEAVE-LINE
009850     MOVE "SICK"           TO LV-LEAVE-TYPE
009860     MOVE LVE-SICK-ACCRUED TO LV-ACCRUED
009870     MOVE LVE-SICK-TAKEN   TO LV-TAKEN
009880     COMPUTE WS-AVAILABLE-HOURS =
009890         LVE-SICK-ACCRUED - LVE-SICK-TAKEN
009900     MOVE WS-AVAILABLE-HOURS TO LV-AVAILABLE
009910     WRITE LISTING-LINE FROM WS-LISTING-LEAVE-LINE.
009920 3400-LIST-LEAVE-EXIT.
009930     EXIT.

009940*****************************************************************
009950* 3500-TERMINATE - PRINT TOTALS AND CLOSE FILES
009960*****************************************************************
009970 3500-TERMINATE.
009980     MOVE WS-ADD-COUNT    TO RT-ADD-COUNT
009990     MOVE WS-CHANGE-COUNT TO RT-CHANGE-COUNT
010000     MOVE WS-STOP-COUNT   TO RT-STOP-COUNT
010010     MOVE WS-REJECT-COUNT TO RT-REJECT-COUNT
010020     WRITE MAINT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
010030     CLOSE EMPLOYEE-FILE
010040     CLOSE DEDUCTION-FILE
010050     CLOSE LEAVE-FILE
010060     IF TRANSACTION-FILE-IS-OPEN
010070         CLOSE TRANSACTION-FILE
010080     END-IF
010090     CLOSE MAINT-REPORT
010100     CLOSE LISTING-REPORT
010110     CLOSE AUDIT-FILE.
010120 3500-TERMINATE-EXIT.
010130     EXIT.
