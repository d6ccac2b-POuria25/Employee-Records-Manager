000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DEDUCTION-REMITTANCE.
000120 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000130 INSTALLATION. CORPORATE-PAYROLL.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*****************************************************************
000170* MODIFICATION HISTORY
000180*------------------------------------------------------------
000190* DATE       INIT  DESCRIPTION
000200* 2026-10-15 RLS   ORIGINAL VERSION - REMITS THE PERIOD'S
000210*                  VOLUNTARY DEDUCTIONS AND GARNISHMENTS TO THE
000220*                  THIRD PARTIES THEY ARE OWED TO. READS THE
000230*                  PER-DEDUCTION DETAIL MODIFY-RECORDS WRITES
000240*                  (DEDDTL, SEE DEDDREC) AND, FOR EACH PAYEE ON
000250*                  THE PAYEE TABLE (SEE PAYEETBL) OWED ANYTHING
000260*                  THIS PERIOD, WRITES A BATCH ON THE OUTBOUND
000270*                  REMITTANCE FILE (REMITOUT) - HEADER, ONE
000280*                  DETAIL PER DEDUCTION, TRAILER WITH COUNT AND
000290*                  TOTAL - AND A SECTION OF THE
000300*                  REMITTANCE REGISTER (REMITREG) SHOWING EACH
000310*                  EMPLOYEE'S AMOUNT, THE CASE NUMBER OF A
000320*                  GARNISHMENT, AND THE PAYEE TOTAL THAT CLEARS
000330*                  THE PAYEE'S GL LIABILITY ACCOUNT. THE RUN IS
000340*                  CHECKED AGAINST AND STAMPED ON THE PERIOD'S
000350*                  JOB-STEP STATUS RECORD (RUNCTL, SEE RUNCTREC).
000360*****************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT DEDUCTION-DETAIL-FILE ASSIGN TO "DEDDTL"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-DEDDTL-STATUS.
000430     SELECT REMITTANCE-FILE ASSIGN TO "REMITOUT"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000460     SELECT REMIT-REGISTER ASSIGN TO "REMITREG"
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RUNCTL-STATUS.

000510 DATA DIVISION.
000520 FILE SECTION.
000530*****************************************************************
000540* DEDUCTION-DETAIL-FILE - THE PERIOD'S DEDUCTIONS ONE BY ONE, WITH
000550*                         THE PAYEE EACH IS OWED TO, WRITTEN BY
000560*                         MODIFY-RECORDS (SEE DEDDREC)
000570*****************************************************************
000580 FD  DEDUCTION-DETAIL-FILE.
000590     COPY DEDDREC.

000600*****************************************************************
000610* REMITTANCE-FILE - THE PERIOD'S OUTBOUND REMITTANCES, ONE
000620*                   HEADER/DETAIL/TRAILER BATCH PER PAYEE.
000630*                   EVERY RECORD IS A FIXED 80-BYTE LINE.
000640*****************************************************************
000650 FD  REMITTANCE-FILE.
000660 01  REMITTANCE-RECORD           PIC X(80).

000670*****************************************************************
000680* REMIT-REGISTER - THE REMITTANCE REGISTER, PAYEE BY PAYEE, SENT
000690*                  TO ACCOUNTS PAYABLE WITH THE OUTBOUND FILE
000700*****************************************************************
000710 FD  REMIT-REGISTER.
000720 01  REMIT-REGISTER-LINE         PIC X(80).

000730*****************************************************************
000740* RUN-CONTROL-FILE - THE PERIOD'S JOB-STEP STATUS RECORD,
000750*                    SEEDED BY MODIFY-RECORDS. CHECKED BEFORE
000760*                    ANY REMITTANCE IS WRITTEN AND STAMPED AT
000770*                    THE END.
000780*****************************************************************
000790 FD  RUN-CONTROL-FILE.
000800     COPY RUNCTREC.

000810 WORKING-STORAGE SECTION.
000820 77  WS-DEDDTL-STATUS            PIC X(02).
000840 77  WS-RUNCTL-STATUS            PIC X(02).
000850 77  WS-RUN-DATE                 PIC 9(06).
000860 77  WS-RC-PERIOD                PIC 9(04) VALUE ZERO.
000870 77  WS-OVERRIDE-TALLY           PIC 9(02) VALUE ZERO.
000880 77  WS-RUNCTL-HOLD              PIC X(22).

000890 01  WS-FLAGS.
000900     05  WS-DEDDTL-EOF-SWITCH PIC X(01) VALUE "N".
000910         88  END-OF-DEDUCTION-DETAIL VALUE "Y".
000920     05  WS-ABORT-SWITCH     PIC X(01) VALUE "N".
000930         88  RUN-WAS-CANCELLED       VALUE "Y".
000940     05  WS-OVERRIDE-SWITCH  PIC X(01) VALUE "N".
000950         88  OVERRIDE-GIVEN          VALUE "Y".

000960 01  WS-COMMAND-LINE             PIC X(80).

001030*****************************************************************
001040* THIRD-PARTY DEDUCTION PAYEES, WITH THE PERIOD'S DEDUCTIONS
001050* COUNTED AND TOTALED BY PAYEE ALONGSIDE. AN ENTRY IN
001060* WS-PAYEE-REMIT-ENTRY LINES UP WITH THE SAME ENTRY IN PAYEETBL.
001070*****************************************************************
001080     COPY PAYEETBL.

001090 01  WS-PAYEE-REMIT-TABLE.
001100     05  WS-PAYEE-REMIT-ENTRY OCCURS 20 TIMES.
001110         10  WS-PAYEE-REMIT-COUNT PIC 9(05).
001120         10  WS-PAYEE-REMIT-TOTAL PIC 9(08)V99.

001130 01  WS-REMIT-TOTALS.
001140     05  WS-DETAIL-COUNT         PIC 9(05)     VALUE ZERO.
001150     05  WS-DETAIL-TOTAL         PIC 9(08)V99  VALUE ZERO.
001160     05  WS-UNKNOWN-COUNT        PIC 9(05)     VALUE ZERO.
001170     05  WS-UNKNOWN-TOTAL        PIC 9(08)V99  VALUE ZERO.
001180     05  WS-PAYEE-FILE-COUNT     PIC 9(05)     VALUE ZERO.
001190     05  WS-PAYEE-FILE-TOTAL     PIC 9(08)V99  VALUE ZERO.
001200     05  WS-REMITTED-COUNT       PIC 9(05)     VALUE ZERO.
001210     05  WS-REMITTED-TOTAL       PIC 9(08)V99  VALUE ZERO.
001220     05  WS-PAYEES-REMITTED      PIC 9(03)     VALUE ZERO.

001230*****************************************************************
001240* REMIT-HEADER-RECORD - FIRST RECORD OF A PAYEE'S BATCH,
001250*                       IDENTIFIES THE PAYER, PAYEE, PERIOD AND
001255*                       BATCH NUMBER WITHIN THE FILE
001260*****************************************************************
001270 01  REMIT-HEADER-RECORD.
001280     05  RH-RECORD-TYPE          PIC X(01) VALUE "H".
001290     05  RH-PAYER-NAME           PIC X(17) VALUE
001300         "CORPORATE PAYROLL".
001310     05  RH-PAYEE-CODE           PIC X(06).
001320     05  RH-PAYEE-NAME           PIC X(24).
001330     05  RH-PERIOD-NUMBER        PIC 9(04).
001340     05  RH-PERIOD-END-DATE      PIC 9(08).
001350     05  RH-FILE-DATE            PIC 9(06).
001355     05  RH-BATCH-NUMBER         PIC 9(03).
001360     05  FILLER                  PIC X(11) VALUE SPACES.

001370*****************************************************************
001380* REMIT-DETAIL-RECORD - ONE PER DEDUCTION TAKEN FOR THE PAYEE.
001390*                       THE CASE NUMBER IS FILLED IN FOR A
001400*                       GARNISHMENT ONLY.
001410*****************************************************************
001420 01  REMIT-DETAIL-RECORD.
001430     05  RD-RECORD-TYPE          PIC X(01) VALUE "D".
001440     05  RD-EMP-ID               PIC X(03).
001450     05  RD-EMP-NAME             PIC X(15).
001460     05  RD-DED-SEQ-NO           PIC 9(02).
001470     05  RD-TYPE-CODE            PIC X(02).
001480     05  RD-CASE-NUMBER          PIC X(15).
001490     05  RD-AMOUNT               PIC 9(05)V99.
001500     05  FILLER                  PIC X(35) VALUE SPACES.

001510*****************************************************************
001520* REMIT-TRAILER-RECORD - LAST RECORD OF A PAYEE'S BATCH, CARRIES
001530*                        THE DETAIL COUNT AND REMITTANCE TOTAL
001540*****************************************************************
001550 01  REMIT-TRAILER-RECORD.
001560     05  RT-RECORD-TYPE          PIC X(01) VALUE "T".
001570     05  RT-PAYEE-CODE           PIC X(06).
001580     05  RT-DETAIL-COUNT         PIC 9(06).
001590     05  RT-REMIT-TOTAL          PIC 9(10)V99.
001600     05  FILLER                  PIC X(55) VALUE SPACES.

001610 01  WS-REGISTER-HEADING-1.
001620     05  FILLER              PIC X(30) VALUE
001630         "DEDUCTION REMITTANCE REGISTER".
001640     05  FILLER              PIC X(07) VALUE "PERIOD".
001650     05  GH-PERIOD           PIC 9(04).
001660     05  FILLER              PIC X(04) VALUE SPACES.
001670     05  FILLER              PIC X(09) VALUE "RUN DATE".
001680     05  GH-RUN-DATE         PIC 99/99/99.
001690     05  FILLER              PIC X(18) VALUE SPACES.

001700 01  WS-PAYEE-HEADING.
001710     05  FILLER              PIC X(06) VALUE "PAYEE".
001720     05  PH-PAYEE-CODE       PIC X(06).
001730     05  FILLER              PIC X(02) VALUE SPACES.
001740     05  PH-PAYEE-NAME       PIC X(24).
001750     05  FILLER              PIC X(09) VALUE "GL ACCT".
001760     05  PH-GL-ACCOUNT       PIC X(04).
001770     05  FILLER              PIC X(02) VALUE SPACES.
001780     05  FILLER              PIC X(06) VALUE "BATCH".
001790     05  PH-BATCH-NUMBER     PIC ZZ9.
001800     05  FILLER              PIC X(18) VALUE SPACES.

001810 01  WS-COLUMN-HEADING.
001820     05  FILLER              PIC X(07) VALUE "  EMP".
001830     05  FILLER              PIC X(16) VALUE "NAME".
001840     05  FILLER              PIC X(05) VALUE "SEQ".
001850     05  FILLER              PIC X(04) VALUE "TYPE".
001860     05  FILLER              PIC X(15) VALUE "CASE NUMBER".
001870     05  FILLER              PIC X(11) VALUE "     AMOUNT".
001880     05  FILLER              PIC X(21) VALUE SPACES.

001890 01  WS-REGISTER-DETAIL-LINE.
001900     05  FILLER              PIC X(02) VALUE SPACES.
001910     05  GD-EMP-ID           PIC X(03).
001920     05  FILLER              PIC X(02) VALUE SPACES.
001930     05  GD-EMP-NAME         PIC X(15).
001940     05  FILLER              PIC X(01) VALUE SPACES.
001950     05  GD-DED-SEQ-NO       PIC 9(02).
001960     05  FILLER              PIC X(03) VALUE SPACES.
001970     05  GD-TYPE-CODE        PIC X(02).
001980     05  FILLER              PIC X(02) VALUE SPACES.
001990     05  GD-CASE-NUMBER      PIC X(15).
002000     05  FILLER              PIC X(02) VALUE SPACES.
002010     05  GD-AMOUNT           PIC ZZ,ZZ9.99.
002020     05  FILLER              PIC X(22) VALUE SPACES.

002030 01  WS-PAYEE-TOTAL-LINE.
002040     05  FILLER              PIC X(14) VALUE "  PAYEE TOTAL".
002050     05  PT-ITEM-COUNT       PIC ZZ,ZZ9.
002060     05  FILLER              PIC X(08) VALUE " ITEMS".
002070     05  FILLER              PIC X(16) VALUE SPACES.
002080     05  PT-PAYEE-TOTAL      PIC ZZ,ZZZ,ZZ9.99.
002090     05  FILLER              PIC X(23) VALUE SPACES.

002100 01  WS-GRAND-TOTAL-LINE.
002110     05  GT-LABEL            PIC X(17).
002120     05  GT-ITEM-COUNT       PIC ZZ,ZZ9.
002130     05  FILLER              PIC X(08) VALUE " ITEMS".
002140     05  GT-PAYEE-COUNT      PIC ZZ9.
002150     05  GT-PAYEE-LABEL      PIC X(10).
002160     05  GT-TOTAL            PIC ZZ,ZZZ,ZZ9.99.
002170     05  FILLER              PIC X(02) VALUE SPACES.
002180     05  GT-NOTE             PIC X(21).

002190 PROCEDURE DIVISION.
002200*****************************************************************
002210* 0000-MAINLINE - PROVE THE PERIOD'S DEDUCTION DETAIL, THEN
002220*                 REMIT IT PAYEE BY PAYEE
002230*****************************************************************
002240 0000-MAINLINE.
002250     PERFORM 1100-CHECK-RUN-CONTROL
002260         THRU 1100-CHECK-RUN-CONTROL-EXIT
002270     IF NOT RUN-WAS-CANCELLED
002280         PERFORM 1200-TOTAL-DEDUCTION-DETAIL
002290             THRU 1200-TOTAL-DEDUCTION-DETAIL-EXIT
002300     END-IF
002310     IF RUN-WAS-CANCELLED
002320         MOVE 8 TO RETURN-CODE
002330     ELSE
002340         PERFORM 1000-INITIALIZE
002350             THRU 1000-INITIALIZE-EXIT
002360         PERFORM 2000-REMIT-ONE-PAYEE
002370             THRU 2000-REMIT-ONE-PAYEE-EXIT
002380             VARYING WS-PAYEE-IDX FROM 1 BY 1
002390             UNTIL WS-PAYEE-IDX > WS-PAYEE-COUNT
002400         PERFORM 3500-TERMINATE
002410             THRU 3500-TERMINATE-EXIT
002420         IF RETURN-CODE < 8
002430             PERFORM 3400-STAMP-RUN-CONTROL
002440                 THRU 3400-STAMP-RUN-CONTROL-EXIT
002450         END-IF
002460     END-IF
002470     STOP RUN.

002480*****************************************************************
002490* 1000-INITIALIZE - OPEN THE OUTBOUND FILE AND THE REGISTER AND
002495*                   PRINT THE REGISTER HEADING
002500*****************************************************************
002510 1000-INITIALIZE.
002520     ACCEPT WS-RUN-DATE FROM DATE
002525     OPEN OUTPUT REMITTANCE-FILE
002530     OPEN OUTPUT REMIT-REGISTER
002540     MOVE WS-RC-PERIOD TO GH-PERIOD
002550     MOVE WS-RUN-DATE  TO GH-RUN-DATE
002560     WRITE REMIT-REGISTER-LINE FROM WS-REGISTER-HEADING-1.
002570 1000-INITIALIZE-EXIT.
002580     EXIT.

002590*****************************************************************
002600* 1100-CHECK-RUN-CONTROL - REFUSE TO REMIT UNTIL THE PERIOD'S
002610*                          PAYROLL HAS BEEN PROVEN BY
002620*                          PAYROLL-BALANCE, AND REFUSE A SECOND
002630*                          REMITTANCE RUN (WHICH WOULD PAY EVERY
002640*                          PAYEE TWICE) WITHOUT THE "OVERRIDE"
002650*                          COMMAND-LINE OPTION
002660*****************************************************************
002670 1100-CHECK-RUN-CONTROL.
002680     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
002690     MOVE ZERO TO WS-OVERRIDE-TALLY
002700     INSPECT WS-COMMAND-LINE
002710         TALLYING WS-OVERRIDE-TALLY FOR ALL "OVERRIDE"
002720     IF WS-OVERRIDE-TALLY > ZERO
002730         SET OVERRIDE-GIVEN TO TRUE
002740     END-IF
002750     OPEN INPUT RUN-CONTROL-FILE
002760     IF WS-RUNCTL-STATUS = "35"
002770         DISPLAY "RUN CONTROL NOT FOUND - RUN THE EARLIER "
002780             "PAYROLL STEPS FIRST"
002790         SET RUN-WAS-CANCELLED TO TRUE
002800         GO TO 1100-CHECK-RUN-CONTROL-EXIT
002810     END-IF
002820     READ RUN-CONTROL-FILE
002830         AT END
002840             DISPLAY "RUN CONTROL EMPTY - RUN THE EARLIER "
002850                 "PAYROLL STEPS FIRST"
002860             SET RUN-WAS-CANCELLED TO TRUE
002870     END-READ
002880     CLOSE RUN-CONTROL-FILE
002890     IF RUN-WAS-CANCELLED
002900         GO TO 1100-CHECK-RUN-CONTROL-EXIT
002910     END-IF
002920     MOVE RC-PERIOD-NUMBER TO WS-RC-PERIOD
002930     IF NOT PAYROLL-STEP-DONE OR NOT BALANCE-STEP-DONE
002940         DISPLAY "PAYROLL-BALANCE STEP NOT COMPLETED - "
002950             "REMITTANCE REFUSED"
002960         SET RUN-WAS-CANCELLED TO TRUE
002970     END-IF
002980     IF REMIT-STEP-DONE AND NOT OVERRIDE-GIVEN
002990         DISPLAY "DEDUCTIONS ALREADY REMITTED FOR PERIOD "
003000             WS-RC-PERIOD
003010         DISPLAY "GIVE THE OVERRIDE OPTION TO RERUN"
003020         SET RUN-WAS-CANCELLED TO TRUE
003030     END-IF.
003040 1100-CHECK-RUN-CONTROL-EXIT.
003050     EXIT.

003060*****************************************************************
003070* 1200-TOTAL-DEDUCTION-DETAIL - ONE PASS OF THE DETAIL BEFORE
003080*                               ANYTHING IS WRITTEN: EVERY RECORD
003090*                               MUST BE FOR THE RUN CONTROL'S
003100*                               PERIOD (A LEFTOVER DEDDTL FROM A
003110*                               PRIOR PERIOD IS REFUSED), AND THE
003120*                               COUNT AND TOTAL OWED EACH PAYEE
003130*                               ARE ACCUMULATED FOR THE PROOF
003140*****************************************************************
003150 1200-TOTAL-DEDUCTION-DETAIL.
003160     MOVE ZERO TO WS-PAYEE-REMIT-TABLE
003170     OPEN INPUT DEDUCTION-DETAIL-FILE
003180     IF WS-DEDDTL-STATUS = "35"
003190         DISPLAY "DEDUCTION DETAIL NOT FOUND - RUN "
003200             "MODIFY-RECORDS FIRST"
003210         SET RUN-WAS-CANCELLED TO TRUE
003220         GO TO 1200-TOTAL-DEDUCTION-DETAIL-EXIT
003230     END-IF
003240     MOVE "N" TO WS-DEDDTL-EOF-SWITCH
003250     PERFORM 1250-TOTAL-ONE-DETAIL
003260         THRU 1250-TOTAL-ONE-DETAIL-EXIT
003270         UNTIL END-OF-DEDUCTION-DETAIL
003280     CLOSE DEDUCTION-DETAIL-FILE.
003290 1200-TOTAL-DEDUCTION-DETAIL-EXIT.
003300     EXIT.

003310 1250-TOTAL-ONE-DETAIL.
003320     READ DEDUCTION-DETAIL-FILE
003330         AT END
003340             SET END-OF-DEDUCTION-DETAIL TO TRUE
003350             GO TO 1250-TOTAL-ONE-DETAIL-EXIT
003360     END-READ
003370     IF DD-PERIOD NOT = WS-RC-PERIOD
003380         DISPLAY "DEDUCTION DETAIL IS FOR PERIOD " DD-PERIOD
003390             " NOT " WS-RC-PERIOD " - STALE DEDDTL, RUN REFUSED"
003400         SET RUN-WAS-CANCELLED TO TRUE
003410         SET END-OF-DEDUCTION-DETAIL TO TRUE
003420         GO TO 1250-TOTAL-ONE-DETAIL-EXIT
003430     END-IF
003440     ADD 1         TO WS-DETAIL-COUNT
003450     ADD DD-AMOUNT TO WS-DETAIL-TOTAL
003460     SET WS-PAYEE-IDX TO 1
003470     SEARCH WS-PAYEE-ENTRY
003480         AT END
003490             DISPLAY "DEDUCTION " DD-EMP-ID "/" DD-DED-SEQ-NO
003500                 " PAYEE " DD-PAYEE-CODE " NOT ON PAYEE TABLE"
003510                 " - NOT REMITTED"
003520             ADD 1         TO WS-UNKNOWN-COUNT
003530             ADD DD-AMOUNT TO WS-UNKNOWN-TOTAL
003540         WHEN WS-PAYEE-CODE(WS-PAYEE-IDX) = DD-PAYEE-CODE
003550             ADD 1 TO WS-PAYEE-REMIT-COUNT(WS-PAYEE-IDX)
003560             ADD DD-AMOUNT
003570                 TO WS-PAYEE-REMIT-TOTAL(WS-PAYEE-IDX)
003580     END-SEARCH.
003590 1250-TOTAL-ONE-DETAIL-EXIT.
003600     EXIT.

003610*****************************************************************
003620* 2000-REMIT-ONE-PAYEE - FOR A PAYEE OWED ANYTHING THIS PERIOD,
003630*                        READ THE DETAIL THROUGH AGAIN AND WRITE
003640*                        THE PAYEE'S BATCH ON THE OUTBOUND FILE
003650*                        AND ITS SECTION OF THE REGISTER. THE
003660*                        BATCH TRAILER MUST AGREE WITH THE FIRST
003665*                        PASS.
003670*****************************************************************
003680 2000-REMIT-ONE-PAYEE.
003690     IF WS-PAYEE-REMIT-COUNT(WS-PAYEE-IDX) = ZERO
003700         GO TO 2000-REMIT-ONE-PAYEE-EXIT
003710     END-IF
003720     ADD 1 TO WS-PAYEES-REMITTED
003800     MOVE ZERO TO WS-PAYEE-FILE-COUNT
003810     MOVE ZERO TO WS-PAYEE-FILE-TOTAL
003820     MOVE WS-PAYEE-CODE(WS-PAYEE-IDX) TO RH-PAYEE-CODE
003830     MOVE WS-PAYEE-NAME(WS-PAYEE-IDX) TO RH-PAYEE-NAME
003840     MOVE WS-RC-PERIOD               TO RH-PERIOD-NUMBER
003850     MOVE ZERO                       TO RH-PERIOD-END-DATE
003860     MOVE WS-RUN-DATE                TO RH-FILE-DATE
003865     MOVE WS-PAYEES-REMITTED         TO RH-BATCH-NUMBER
003870     MOVE WS-PAYEE-CODE(WS-PAYEE-IDX) TO PH-PAYEE-CODE
003880     MOVE WS-PAYEE-NAME(WS-PAYEE-IDX) TO PH-PAYEE-NAME
003890     MOVE WS-PAYEE-GL-ACCOUNT(WS-PAYEE-IDX) TO PH-GL-ACCOUNT
003900     MOVE WS-PAYEES-REMITTED         TO PH-BATCH-NUMBER
003910     MOVE SPACES TO REMIT-REGISTER-LINE
003920     WRITE REMIT-REGISTER-LINE
003930     WRITE REMIT-REGISTER-LINE FROM WS-PAYEE-HEADING
003940     WRITE REMIT-REGISTER-LINE FROM WS-COLUMN-HEADING
003950     OPEN INPUT DEDUCTION-DETAIL-FILE
003960     MOVE "N" TO WS-DEDDTL-EOF-SWITCH
003970     PERFORM 2100-REMIT-ONE-DETAIL
003980         THRU 2100-REMIT-ONE-DETAIL-EXIT
003990         UNTIL END-OF-DEDUCTION-DETAIL
004000     CLOSE DEDUCTION-DETAIL-FILE
004010     MOVE WS-PAYEE-CODE(WS-PAYEE-IDX) TO RT-PAYEE-CODE
004020     MOVE WS-PAYEE-FILE-COUNT        TO RT-DETAIL-COUNT
004030     MOVE WS-PAYEE-FILE-TOTAL        TO RT-REMIT-TOTAL
004040     WRITE REMITTANCE-RECORD FROM REMIT-TRAILER-RECORD
004060     MOVE WS-PAYEE-FILE-COUNT TO PT-ITEM-COUNT
004070     MOVE WS-PAYEE-FILE-TOTAL TO PT-PAYEE-TOTAL
004080     WRITE REMIT-REGISTER-LINE FROM WS-PAYEE-TOTAL-LINE
004090     IF WS-PAYEE-FILE-COUNT NOT =
004100             WS-PAYEE-REMIT-COUNT(WS-PAYEE-IDX)
004110         OR WS-PAYEE-FILE-TOTAL NOT =
004120             WS-PAYEE-REMIT-TOTAL(WS-PAYEE-IDX)
004130         DISPLAY "REMITTANCE BATCH FOR PAYEE "
004140             WS-PAYEE-CODE(WS-PAYEE-IDX)
004145             " DOES NOT AGREE WITH DEDUCTION DETAIL"
004150         MOVE 8 TO RETURN-CODE
004160     END-IF
004180     ADD WS-PAYEE-FILE-COUNT TO WS-REMITTED-COUNT
004190     ADD WS-PAYEE-FILE-TOTAL TO WS-REMITTED-TOTAL.
004200 2000-REMIT-ONE-PAYEE-EXIT.
004210     EXIT.

004220*****************************************************************
004230* 2100-REMIT-ONE-DETAIL - ONE DEDUCTION OWED TO THE CURRENT
004240*                         PAYEE: A DETAIL RECORD IN THE PAYEE'S
004250*                         BATCH AND A LINE ON THE REGISTER. THE
004260*                         BATCH HEADER GOES OUT WITH THE FIRST,
004270*                         CARRYING THE PERIOD END DATE.
004280*****************************************************************
004290 2100-REMIT-ONE-DETAIL.
004300     READ DEDUCTION-DETAIL-FILE
004310         AT END
004320             SET END-OF-DEDUCTION-DETAIL TO TRUE
004330             GO TO 2100-REMIT-ONE-DETAIL-EXIT
004340     END-READ
004350     IF DD-PAYEE-CODE NOT = WS-PAYEE-CODE(WS-PAYEE-IDX)
004360         GO TO 2100-REMIT-ONE-DETAIL-EXIT
004370     END-IF
004380     IF WS-PAYEE-FILE-COUNT = ZERO
004390         MOVE DD-PERIOD-END-DATE TO RH-PERIOD-END-DATE
004400         WRITE REMITTANCE-RECORD FROM REMIT-HEADER-RECORD
004410     END-IF
004420     MOVE DD-EMP-ID      TO RD-EMP-ID
004430     MOVE DD-EMP-NAME    TO RD-EMP-NAME
004440     MOVE DD-DED-SEQ-NO  TO RD-DED-SEQ-NO
004450     MOVE DD-TYPE-CODE   TO RD-TYPE-CODE
004460     MOVE DD-CASE-NUMBER TO RD-CASE-NUMBER
004470     MOVE DD-AMOUNT      TO RD-AMOUNT
004480     WRITE REMITTANCE-RECORD FROM REMIT-DETAIL-RECORD
004490     MOVE DD-EMP-ID      TO GD-EMP-ID
004500     MOVE DD-EMP-NAME    TO GD-EMP-NAME
004510     MOVE DD-DED-SEQ-NO  TO GD-DED-SEQ-NO
004520     MOVE DD-TYPE-CODE   TO GD-TYPE-CODE
004530     MOVE DD-CASE-NUMBER TO GD-CASE-NUMBER
004540     MOVE DD-AMOUNT      TO GD-AMOUNT
004550     WRITE REMIT-REGISTER-LINE FROM WS-REGISTER-DETAIL-LINE
004560     ADD 1         TO WS-PAYEE-FILE-COUNT
004570     ADD DD-AMOUNT TO WS-PAYEE-FILE-TOTAL.
004580 2100-REMIT-ONE-DETAIL-EXIT.
004590     EXIT.

004600*****************************************************************
004610* 3400-STAMP-RUN-CONTROL - MARK THE REMITTANCE STEP DONE FOR THE
004620*                          PERIOD SO A SECOND REMITTANCE IS
004630*                          REFUSED WITHOUT THE OVERRIDE. A RUN
004640*                          THAT LEFT DEDUCTIONS FOR A MANUAL
004643*                          REMITTANCE (RETURN CODE 4) HAS STILL
004646*                          REMITTED EVERY KNOWN PAYEE AND IS
004649*                          STAMPED; ONLY RETURN CODE 8 IS NOT.
004650*****************************************************************
004660 3400-STAMP-RUN-CONTROL.
004670     OPEN INPUT RUN-CONTROL-FILE
004680     IF WS-RUNCTL-STATUS = "35"
004690         GO TO 3400-STAMP-RUN-CONTROL-EXIT
004700     END-IF
004710     READ RUN-CONTROL-FILE
004720         AT END
004730             CLOSE RUN-CONTROL-FILE
004740             GO TO 3400-STAMP-RUN-CONTROL-EXIT
004750     END-READ
004760     MOVE RUN-CONTROL-RECORD TO WS-RUNCTL-HOLD
004770     CLOSE RUN-CONTROL-FILE
004780     OPEN OUTPUT RUN-CONTROL-FILE
004790     MOVE WS-RUNCTL-HOLD TO RUN-CONTROL-RECORD
004800     MOVE "C" TO RC-REMIT-STATUS
004810     WRITE RUN-CONTROL-RECORD
004820     CLOSE RUN-CONTROL-FILE.
004830 3400-STAMP-RUN-CONTROL-EXIT.
004840     EXIT.

004850*****************************************************************
004860* 3500-TERMINATE - PRINT THE GRAND TOTAL, PROVE EVERY DEDUCTION
004870*                  ON THE DETAIL WAS REMITTED, AND CLOSE THE
004880*                  FILES. DEDUCTIONS WHOSE PAYEE IS NOT ON
004890*                  THE TABLE ARE LISTED SEPARATELY AND LEFT FOR
004900*                  A MANUAL REMITTANCE (RETURN CODE 4).
004910*****************************************************************
004920 3500-TERMINATE.
004930     MOVE SPACES TO REMIT-REGISTER-LINE
004940     WRITE REMIT-REGISTER-LINE
004950     MOVE "GRAND TOTAL"       TO GT-LABEL
004960     MOVE WS-REMITTED-COUNT   TO GT-ITEM-COUNT
004970     MOVE WS-PAYEES-REMITTED  TO GT-PAYEE-COUNT
004980     MOVE " PAYEES"           TO GT-PAYEE-LABEL
004990     MOVE WS-REMITTED-TOTAL   TO GT-TOTAL
005000     MOVE SPACES              TO GT-NOTE
005010     WRITE REMIT-REGISTER-LINE FROM WS-GRAND-TOTAL-LINE
005020     IF WS-UNKNOWN-COUNT > ZERO
005030         MOVE "NOT REMITTED"      TO GT-LABEL
005040         MOVE WS-UNKNOWN-COUNT    TO GT-ITEM-COUNT
005050         MOVE ZERO                TO GT-PAYEE-COUNT
005060         MOVE SPACES              TO GT-PAYEE-LABEL
005070         MOVE WS-UNKNOWN-TOTAL    TO GT-TOTAL
005080         MOVE "PAYEE NOT ON TABLE" TO GT-NOTE
005090         WRITE REMIT-REGISTER-LINE FROM WS-GRAND-TOTAL-LINE
005100         DISPLAY WS-UNKNOWN-COUNT " DEDUCTIONS NOT REMITTED - "
005110             "PAYEE NOT ON PAYEE TABLE"
005120         IF RETURN-CODE < 4
005130             MOVE 4 TO RETURN-CODE
005140         END-IF
005150     END-IF
005160     MOVE "DEDUCTION DETAIL" TO GT-LABEL
005170     MOVE WS-DETAIL-COUNT    TO GT-ITEM-COUNT
005180     MOVE ZERO               TO GT-PAYEE-COUNT
005190     MOVE SPACES             TO GT-PAYEE-LABEL
005200     MOVE WS-DETAIL-TOTAL    TO GT-TOTAL
005210     IF WS-REMITTED-TOTAL + WS-UNKNOWN-TOTAL = WS-DETAIL-TOTAL
005220         MOVE "TIES TO DETAIL" TO GT-NOTE
005230     ELSE
005240         MOVE "*** DOES NOT TIE ***" TO GT-NOTE
005250         DISPLAY "REMITTANCE DOES NOT TIE TO DEDUCTION DETAIL"
005260         MOVE 8 TO RETURN-CODE
005270     END-IF
005280     WRITE REMIT-REGISTER-LINE FROM WS-GRAND-TOTAL-LINE
005285     CLOSE REMITTANCE-FILE
005290     CLOSE REMIT-REGISTER.
005300 3500-TERMINATE-EXIT.
005310     EXIT.
