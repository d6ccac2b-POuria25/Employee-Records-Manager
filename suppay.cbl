000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SUPPLEMENTAL-PAY.
000120 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000130 INSTALLATION. CORPORATE-PAYROLL.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*****************************************************************
000170* MODIFICATION HISTORY
000180*------------------------------------------------------------
000190* DATE       INIT  DESCRIPTION
000200* 2026-10-15 RLS   ORIGINAL VERSION - OFF-CYCLE SUPPLEMENTAL
000210*                  PAYROLL RUN FOR BONUSES, COMMISSIONS, AND
000220*                  MANUAL CHECKS PAID BETWEEN REGULAR PERIODS.
000230*                  READS THE SUPPLEMENTAL EARNINGS FILE (SUPPERN,
000240*                  SEE SUPPREC COPYBOOK), SUMS IT BY EMP-ID, AND
000250*                  PAYS EACH EMPLOYEE ONE CHECK WITHHELD AT THE
000260*                  FLAT SUPPLEMENTAL RATE (NOT THE WS-TAX-TABLE
000270*                  BRACKETS MODIFY-RECORDS USES). THE PAYMENTS
000280*                  GO TO SUPPOUT IN THE NORMAL PAYOUTREC LAYOUT
000290*                  UNDER AN OFF-CYCLE RUN NUMBER (9001 UP), SO
000300*                  THEY NEVER COLLIDE WITH A REGULAR PERIOD, AND
000310*                  ARE POSTED TO YTDMAST (INCLUDING THE QUARTER
000320*                  BUCKET THE PAY DATE FALLS IN) AND PAYHIST.
000330*                  THE RUN HAS ITS OWN JOB-STEP STATUS RECORD,
000340*                  SUPPCTL (RUNCTREC LAYOUT), AND ITS OWN
000350*                  REGISTER, SUPPREG; ACH-GENERATOR, CHECK-PRINT,
000360*                  AND GL-POSTING PAY AND POST IT WHEN GIVEN THE
000370*                  "OFFCYCLE" OPTION, LEAVING THE REGULAR
000380*                  PERIOD'S RUNCTL UNTOUCHED. THE OUTPUT IS
000390*                  RE-ADDED AND CROSS-FOOTED HERE AT END OF RUN
000400*                  (THE PROOF PAYROLL-BALANCE MAKES FOR A
000410*                  REGULAR PERIOD) AND THE RESULT STAMPED ON
000420*                  SUPPCTL.
000423* 2026-10-15 RLS   REGULAR RUN CONTROL OVERLAY WIDENED FOR THE
000426*                  NEW DEDUCTION-REMITTANCE STATUS (SEE RUNCTREC).
000430*****************************************************************
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT EARNINGS-FILE ASSIGN TO "SUPPERN"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-ERNFILE-STATUS.
000500     SELECT EMPLOYEE-FILE ASSIGN TO "EMPMAST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS EMP-ID
000540         FILE STATUS IS WS-EMPFILE-STATUS.
000550     SELECT SUPP-OUTPUT-FILE ASSIGN TO "SUPPOUT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-SUPPOUT-STATUS.
000580     SELECT SUPP-REGISTER ASSIGN TO "SUPPREG"
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600     SELECT EXCEPTION-FILE ASSIGN TO "SUPPEXC"
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS PH-KEY
000660         FILE STATUS IS WS-PAYHIST-STATUS.
000670     SELECT YTD-FILE ASSIGN TO "YTDMAST"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS YTD-EMP-ID
000710         FILE STATUS IS WS-YTDFILE-STATUS.
000720     SELECT QUARTER-CONTROL-FILE ASSIGN TO "QTRCTL"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-QTRCTL-STATUS.
000750     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-RUNCTL-STATUS.
000780     SELECT SUPP-CONTROL-FILE ASSIGN TO "SUPPCTL"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-SUPPCTL-STATUS.

000810 DATA DIVISION.
000820 FILE SECTION.
000830*****************************************************************
000840* EARNINGS-FILE - THE ONE-TIME EARNINGS TO BE PAID THIS RUN
000850*****************************************************************
000860 FD  EARNINGS-FILE.
000870     COPY SUPPREC.

000880*****************************************************************
000890* EMPLOYEE-FILE - INDEXED EMPLOYEE MASTER, READ RANDOMLY BY
000900*                 EMP-ID FOR THE NAME, PAY TYPE, AND BANK DATA
000910*****************************************************************
000920 FD  EMPLOYEE-FILE.
000930     COPY EMPMREC.

000940*****************************************************************
000950* SUPP-OUTPUT-FILE - THE RUN'S PAYMENTS IN THE PAYROLL OUTPUT
000960*                    LAYOUT, READ BY ACH-GENERATOR, CHECK-PRINT,
000970*                    AND GL-POSTING UNDER THE OFFCYCLE OPTION
000980*****************************************************************
000990 FD  SUPP-OUTPUT-FILE.
001000     COPY PAYOUTREC.

001010*****************************************************************
001020* SUPP-REGISTER - THE PRINTED SUPPLEMENTAL PAY REGISTER. ITS
001030*                 GRAND TOTAL LINE HAS THE SAME LAYOUT AS THE
001040*                 REGULAR PAYROLL REGISTER'S SO GL-POSTING CAN
001050*                 TIE TO IT.
001060*****************************************************************
001070 FD  SUPP-REGISTER.
001080 01  SUPP-REGISTER-LINE          PIC X(94).

001090*****************************************************************
001100* EXCEPTION-FILE - EARNINGS RECORDS THAT COULD NOT BE PAID
001110*****************************************************************
001120 FD  EXCEPTION-FILE.
001130 01  EXCEPTION-RECORD.
001140     05  EXC-EMP-ID          PIC X(03).
001150     05  FILLER              PIC X(02) VALUE SPACES.
001160     05  EXC-EMP-NAME        PIC X(15).
001170     05  FILLER              PIC X(02) VALUE SPACES.
001180     05  EXC-REASON-CODE     PIC X(03).
001190     05  FILLER              PIC X(02) VALUE SPACES.
001200     05  EXC-REASON-TEXT     PIC X(30).

001210*****************************************************************
001220* PAY-HISTORY-FILE - INDEXED PAY HISTORY (SEE PAYHREC). EACH
001230*                    PAYMENT IS ADDED UNDER THE OFF-CYCLE RUN
001240*                    NUMBER AS ITS PERIOD.
001250*****************************************************************
001260 FD  PAY-HISTORY-FILE.
001270     COPY PAYHREC.

001280*****************************************************************
001290* YTD-FILE - INDEXED YEAR-TO-DATE MASTER (SEE YTDMREC)
001300*****************************************************************
001310 FD  YTD-FILE.
001320     COPY YTDMREC.

001330*****************************************************************
001340* QUARTER-CONTROL-FILE - THE LAST QUARTER FILED FOR THE YEAR. A
001350*                        PAY DATE IN A QUARTER ALREADY FILED IS
001360*                        REFUSED, AS IN MODIFY-RECORDS.
001370*****************************************************************
001380 FD  QUARTER-CONTROL-FILE.
001390 01  QUARTER-CONTROL-RECORD.
001400     05  QC-YEAR                 PIC 9(04).
001410     05  FILLER                  PIC X(01) VALUE SPACES.
001420     05  QC-LAST-FILED-QUARTER   PIC 9(01).

001430*****************************************************************
001440* RUN-CONTROL-FILE - THE REGULAR PERIOD'S JOB-STEP STATUS
001450*                    RECORD (RUNCTREC LAYOUT). ONLY READ HERE,
001460*                    TO SEE WHETHER THE REGULAR PERIOD IS STILL
001470*                    PART WAY THROUGH ITS STEPS; THE OVERLAY
001480*                    NAMES JUST THE FIELDS THAT ARE NEEDED.
001490*****************************************************************
001500 FD  RUN-CONTROL-FILE.
001510 01  REGULAR-RUN-CONTROL.
001520     05  RRC-PERIOD-NUMBER       PIC 9(04).
001530     05  FILLER                  PIC X(01).
001540     05  RRC-PAYROLL-STATUS      PIC X(01).
001550     05  FILLER                  PIC X(11).
001560     05  RRC-GL-STATUS           PIC X(01).
001570     05  FILLER                  PIC X(04).

001580*****************************************************************
001590* SUPP-CONTROL-FILE - THE OFF-CYCLE RUN'S OWN JOB-STEP STATUS
001600*                     RECORD (SEE RUNCTREC), SEEDED HERE AND
001610*                     STAMPED BY EACH DOWNSTREAM STEP RUN WITH
001620*                     THE OFFCYCLE OPTION. RC-PERIOD-NUMBER
001630*                     CARRIES THE OFF-CYCLE RUN NUMBER.
001640*****************************************************************
001650 FD  SUPP-CONTROL-FILE.
001660     COPY RUNCTREC.

001670 WORKING-STORAGE SECTION.
001680 77  WS-ERNFILE-STATUS        PIC X(02).
001690 77  WS-EMPFILE-STATUS        PIC X(02).
001700 77  WS-SUPPOUT-STATUS        PIC X(02).
001710 77  WS-PAYHIST-STATUS        PIC X(02).
001720 77  WS-YTDFILE-STATUS        PIC X(02).
001730 77  WS-QTRCTL-STATUS         PIC X(02).
001740 77  WS-RUNCTL-STATUS         PIC X(02).
001750 77  WS-SUPPCTL-STATUS        PIC X(02).
001760 77  WS-RUN-DATE              PIC 9(06).
001770 77  WS-PAY-DATE              PIC 9(08).
001780 77  WS-SUPP-RUN-NUMBER       PIC 9(04)   VALUE ZERO.
001790 77  WS-FIRST-SUPP-RUN        PIC 9(04)   VALUE 9001.
001800 77  WS-OVERRIDE-TALLY        PIC 9(02)   VALUE ZERO.
001810 77  WS-PERIOD-QUARTER        PIC 9(01)   VALUE ZERO.
001820 77  WS-QTR-SUB               PIC 9(01)   VALUE ZERO.
001830 77  WS-PH-SEQ                PIC 9(02)   VALUE ZERO.
001840 77  WS-EARNINGS-COUNT        PIC 9(03)   VALUE ZERO.
001850 77  WS-EARNINGS-LIMIT        PIC 9(03)   VALUE 500.
001860 77  WS-PAID-COUNT            PIC 9(05)   VALUE ZERO.
001870 77  WS-REJECT-COUNT          PIC 9(05)   VALUE ZERO.
001880 77  WS-OOB-COUNT             PIC 9(03)   VALUE ZERO.
001890 77  WS-REJECT-CODE           PIC X(03).
001900 77  WS-REJECT-TEXT           PIC X(30).
001903 77  WS-EXC-EMP-ID            PIC X(03).
001906 77  WS-EXC-EMP-NAME          PIC X(15).
001910*****************************************************************
001920* SUPPLEMENTAL WAGES ARE WITHHELD AT ONE FLAT RATE RATHER THAN
001930* THROUGH THE WEEKLY BRACKETS. THE GROSS LIMIT KEEPS A SINGLE
001940* PAYMENT'S WITHHOLDING AND EMPLOYER TAXES WITHIN THE PAYOUTREC
001950* FIELDS; ANYTHING LARGER MUST BE SPLIT ACROSS TWO RUNS.
001960*****************************************************************
001970 77  WS-SUPP-WITHHOLD-RATE    PIC V9999   VALUE .2200.
001980 77  WS-SUPP-GROSS-LIMIT      PIC 9(05)V99 VALUE 40000.00.
001990 77  WS-ER-SOC-SEC-RATE       PIC V9999   VALUE .0620.
002000 77  WS-ER-UNEMP-RATE         PIC V9999   VALUE .0060.
002010 77  WS-ER-UNEMP-WAGE-BASE    PIC 9(05)V99 VALUE 07000.00.

002020 01  WS-COMMAND-LINE             PIC X(80).

002030 01  WS-FLAGS.
002040     05  WS-ABORT-SWITCH     PIC X(01) VALUE "N".
002050         88  RUN-WAS-CANCELLED       VALUE "Y".
002060     05  WS-OVERRIDE-SWITCH  PIC X(01) VALUE "N".
002070         88  OVERRIDE-GIVEN          VALUE "Y".
002080     05  WS-ERN-EOF-SWITCH   PIC X(01) VALUE "N".
002090         88  EARNINGS-FILE-AT-END    VALUE "Y".
002100     05  WS-OUT-EOF-SWITCH   PIC X(01) VALUE "N".
002110         88  SUPP-OUTPUT-AT-END      VALUE "Y".
002120     05  WS-YTD-FOUND-SWITCH PIC X(01) VALUE "N".
002130         88  YTD-RECORD-WAS-FOUND    VALUE "Y".
002140     05  WS-PH-WRITE-SWITCH  PIC X(01) VALUE "N".
002150         88  HISTORY-WRITE-DONE      VALUE "Y".

002160 01  WS-PAY-DATE-PARTS.
002170     05  WS-PAY-YEAR         PIC 9(04).
002180     05  WS-PAY-MONTH        PIC 9(02).
002190     05  WS-PAY-DAY          PIC 9(02).

002200*****************************************************************
002210* WS-EARNINGS-TABLE - THE RUN'S EARNINGS, LOADED AND SUMMED BY
002220*                     EMP-ID AT INITIALIZATION. THE EARNINGS
002230*                     TYPE IS THE ONE KEYED, OR "*" WHEN ONE
002240*                     EMPLOYEE HAS RECORDS OF MORE THAN ONE TYPE.
002250*****************************************************************
002260 01  WS-EARNINGS-TABLE.
002270     05  WS-EARNINGS-ENTRY OCCURS 500 TIMES
002280             INDEXED BY WS-SE-IDX.
002290         10  WS-SE-EMP-ID        PIC X(03).
002300         10  WS-SE-EARN-TYPE     PIC X(01).
002310         10  WS-SE-AMOUNT        PIC 9(07)V99.
002320         10  WS-SE-HOURS         PIC 9(03).

002330 01  WS-PAY-FIGURES.
002340     05  WS-GROSS-PAY        PIC 9(05)V99.
002350     05  WS-TAX-WITHHOLDING  PIC 9(04)V99.
002360     05  WS-NET-PAY          PIC S9(05)V99.
002370     05  WS-PAY-HOURS        PIC 9(02).
002380     05  WS-ER-SOC-SEC       PIC 9(04)V99.
002390     05  WS-ER-UNEMP         PIC 9(04)V99.
002400     05  WS-UNEMP-TAXABLE    PIC 9(05)V99.
002410     05  WS-PRIOR-YTD-GROSS  PIC 9(08)V99.

002420 01  WS-RUN-TOTALS.
002430     05  WS-TOTAL-GROSS-PAY      PIC 9(08)V99  VALUE ZERO.
002440     05  WS-TOTAL-WITHHOLDING    PIC 9(08)V99  VALUE ZERO.
002450     05  WS-TOTAL-NET-PAY        PIC S9(08)V99 VALUE ZERO.

002460*****************************************************************
002470* WS-PROOF-TOTALS - SUPPOUT RE-ADDED AFTER IT IS CLOSED, FOR THE
002480*                   END-OF-RUN PROOF AGAINST WS-RUN-TOTALS
002490*****************************************************************
002500 01  WS-PROOF-TOTALS.
002510     05  WS-PROOF-COUNT          PIC 9(05)     VALUE ZERO.
002520     05  WS-PROOF-GROSS          PIC 9(08)V99  VALUE ZERO.
002530     05  WS-PROOF-WITHHOLDING    PIC 9(08)V99  VALUE ZERO.
002540     05  WS-PROOF-NET            PIC S9(08)V99 VALUE ZERO.
002550     05  WS-PROOF-CROSS-FOOT     PIC S9(06)V99 VALUE ZERO.

002560 01  WS-REPORT-HEADING-1.
002570     05  FILLER              PIC X(28) VALUE
002580         "SUPPLEMENTAL PAY REGISTER".
002590     05  FILLER              PIC X(08) VALUE "RUN NO".
002600     05  RH-RUN-NUMBER       PIC 9(04).
002610     05  FILLER              PIC X(04) VALUE SPACES.
002620     05  FILLER              PIC X(09) VALUE "PAY DATE".
002630     05  RH-PAY-DATE         PIC 9(08).
002640     05  FILLER              PIC X(33) VALUE SPACES.

002650 01  WS-REPORT-HEADING-2.
002660     05  FILLER              PIC X(03) VALUE "ID".
002670     05  FILLER              PIC X(03) VALUE SPACES.
002680     05  FILLER              PIC X(15) VALUE "NAME".
002690     05  FILLER              PIC X(03) VALUE "HRS".
002700     05  FILLER              PIC X(03) VALUE SPACES.
002710     05  FILLER              PIC X(12) VALUE "EARNINGS".
002720     05  FILLER              PIC X(10) VALUE "  WITHHOLD".
002730     05  FILLER              PIC X(02) VALUE SPACES.
002740     05  FILLER              PIC X(09) VALUE "GROSS PAY".
002750     05  FILLER              PIC X(02) VALUE SPACES.
002760     05  FILLER              PIC X(10) VALUE "   NET PAY".
002770     05  FILLER              PIC X(02) VALUE SPACES.
002780     05  FILLER              PIC X(02) VALUE "TY".
002790     05  FILLER              PIC X(18) VALUE SPACES.

002800 01  WS-REPORT-DETAIL-LINE.
002810     05  RD-EMP-ID           PIC X(03).
002820     05  FILLER              PIC X(03) VALUE SPACES.
002830     05  RD-EMP-NAME         PIC X(15).
002840     05  RD-HOURS            PIC ZZ9.
002850     05  FILLER              PIC X(03) VALUE SPACES.
002860     05  RD-EARN-DESC        PIC X(12).
002870     05  RD-TAX-WITHHOLDING  PIC ZZ,ZZ9.99.
002880     05  FILLER              PIC X(03) VALUE SPACES.
002890     05  RD-GROSS-PAY        PIC ZZ,ZZ9.99.
002900     05  FILLER              PIC X(02) VALUE SPACES.
002910     05  RD-NET-PAY          PIC -ZZ,ZZ9.99.
002920     05  FILLER              PIC X(03) VALUE SPACES.
002930     05  RD-PAY-TYPE         PIC X(01).
002940     05  FILLER              PIC X(18) VALUE SPACES.

002950*****************************************************************
002960* WS-REPORT-TOTAL-LINE - SAME FIELD POSITIONS AS THE REGULAR
002970*                        REGISTER'S GRAND TOTAL LINE, WHICH
002980*                        GL-POSTING DE-EDITS FOR ITS TIE
002990*****************************************************************
003000 01  WS-REPORT-TOTAL-LINE.
003010     05  FILLER              PIC X(21) VALUE "GRAND TOTAL".
003020     05  FILLER              PIC X(20) VALUE SPACES.
003030     05  FILLER              PIC X(08) VALUE "GROSS:".
003040     05  RT-TOTAL-GROSS-PAY  PIC ZZZ,ZZ9.99.
003050     05  FILLER              PIC X(04) VALUE SPACES.
003060     05  FILLER              PIC X(06) VALUE "NET:".
003070     05  RT-TOTAL-NET-PAY    PIC -ZZZ,ZZ9.99.

003080 01  WS-REPORT-COUNT-LINE.
003090     05  FILLER              PIC X(21) VALUE "PAYMENTS".
003100     05  RP-PAID-COUNT       PIC ZZ,ZZ9.
003110     05  FILLER              PIC X(04) VALUE SPACES.
003120     05  FILLER              PIC X(10) VALUE "REJECTED".
003130     05  RP-REJECT-COUNT     PIC ZZ,ZZ9.
003140     05  FILLER              PIC X(47) VALUE SPACES.

003150 PROCEDURE DIVISION.
003160*****************************************************************
003170* 0000-MAINLINE - PAY THE RUN'S SUPPLEMENTAL EARNINGS, PROVE THE
003180*                 OUTPUT, AND SEED THE OFF-CYCLE RUN CONTROL
003190*****************************************************************
003200 0000-MAINLINE.
003210     PERFORM 1000-INITIALIZE
003220         THRU 1000-INITIALIZE-EXIT
003230     IF RUN-WAS-CANCELLED
003240         MOVE 8 TO RETURN-CODE
003250     ELSE
003260         PERFORM 2000-PROCESS-EARNINGS
003270             THRU 2000-PROCESS-EARNINGS-EXIT
003280         PERFORM 3000-TERMINATE
003290             THRU 3000-TERMINATE-EXIT
003300     END-IF
003310     STOP RUN.

003320*****************************************************************
003330* 1000-INITIALIZE - CHECK THE RUN CONTROLS, LOAD THE EARNINGS,
003340*                   AND OPEN FILES. EVERY REASON TO REFUSE THE
003350*                   RUN IS FOUND BEFORE ANY MASTER IS OPENED FOR
003360*                   UPDATE OR ANY OUTPUT IS WRITTEN.
003370*****************************************************************
003380 1000-INITIALIZE.
003390     ACCEPT WS-RUN-DATE FROM DATE
003400     ACCEPT WS-PAY-DATE FROM DATE YYYYMMDD
003410     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
003420     MOVE ZERO TO WS-OVERRIDE-TALLY
003430     INSPECT WS-COMMAND-LINE
003440         TALLYING WS-OVERRIDE-TALLY FOR ALL "OVERRIDE"
003450     IF WS-OVERRIDE-TALLY > ZERO
003460         SET OVERRIDE-GIVEN TO TRUE
003470     END-IF
003480     PERFORM 1100-CHECK-REGULAR-RUN
003490         THRU 1100-CHECK-REGULAR-RUN-EXIT
003500     IF RUN-WAS-CANCELLED
003510         GO TO 1000-INITIALIZE-EXIT
003520     END-IF
003530     PERFORM 1150-ASSIGN-RUN-NUMBER
003540         THRU 1150-ASSIGN-RUN-NUMBER-EXIT
003550     IF RUN-WAS-CANCELLED
003560         GO TO 1000-INITIALIZE-EXIT
003570     END-IF
003580     PERFORM 1200-CHECK-QUARTER-CONTROL
003590         THRU 1200-CHECK-QUARTER-CONTROL-EXIT
003600     IF RUN-WAS-CANCELLED
003610         GO TO 1000-INITIALIZE-EXIT
003620     END-IF
003630     OPEN INPUT EMPLOYEE-FILE
003640     IF WS-EMPFILE-STATUS = "35"
003650         DISPLAY "EMPLOYEE MASTER NOT FOUND - SUPPLEMENTAL RUN "
003660             "CANCELLED"
003670         SET RUN-WAS-CANCELLED TO TRUE
003680         GO TO 1000-INITIALIZE-EXIT
003690     END-IF
003700     OPEN OUTPUT EXCEPTION-FILE
003710     PERFORM 1300-LOAD-EARNINGS
003720         THRU 1300-LOAD-EARNINGS-EXIT
003730     IF RUN-WAS-CANCELLED
003740         CLOSE EMPLOYEE-FILE
003750         CLOSE EXCEPTION-FILE
003760         GO TO 1000-INITIALIZE-EXIT
003770     END-IF
003780     PERFORM 1400-OPEN-YTD-MASTER
003790         THRU 1400-OPEN-YTD-MASTER-EXIT
003800     PERFORM 1450-OPEN-PAY-HISTORY
003810         THRU 1450-OPEN-PAY-HISTORY-EXIT
003820     OPEN OUTPUT SUPP-OUTPUT-FILE
003830     OPEN OUTPUT SUPP-REGISTER
003840     MOVE WS-SUPP-RUN-NUMBER TO RH-RUN-NUMBER
003850     MOVE WS-PAY-DATE        TO RH-PAY-DATE
003860     WRITE SUPP-REGISTER-LINE FROM WS-REPORT-HEADING-1
003870     WRITE SUPP-REGISTER-LINE FROM WS-REPORT-HEADING-2.
003880 1000-INITIALIZE-EXIT.
003890     EXIT.

003900*****************************************************************
003910* 1100-CHECK-REGULAR-RUN - THE DOWNSTREAM STEPS REWRITE THEIR
003920*                          OWN OUTPUT FILES (ACHFILE, CHECKS,
003930*                          GLFILE) ON AN OFF-CYCLE RUN TOO, SO A
003940*                          SUPPLEMENTAL RUN IS REFUSED WHILE THE
003950*                          REGULAR PERIOD HAS BEEN PAID BUT NOT
003960*                          YET POSTED TO THE GL, UNLESS THE
003970*                          "OVERRIDE" OPTION IS GIVEN. NO RUNCTL
003980*                          FILE MEANS NO REGULAR RUN IS OPEN.
003990*****************************************************************
004000 1100-CHECK-REGULAR-RUN.
004010     OPEN INPUT RUN-CONTROL-FILE
004020     IF WS-RUNCTL-STATUS = "35"
004030         GO TO 1100-CHECK-REGULAR-RUN-EXIT
004040     END-IF
004050     READ RUN-CONTROL-FILE
004060         AT END
004070             CLOSE RUN-CONTROL-FILE
004080             GO TO 1100-CHECK-REGULAR-RUN-EXIT
004090     END-READ
004100     CLOSE RUN-CONTROL-FILE
004110     IF RRC-PAYROLL-STATUS = "C"
004120             AND RRC-GL-STATUS NOT = "C"
004130             AND NOT OVERRIDE-GIVEN
004140         DISPLAY "REGULAR PERIOD " RRC-PERIOD-NUMBER
004150             " NOT YET POSTED TO THE GL - SUPPLEMENTAL RUN "
004160             "REFUSED"
004170         DISPLAY "GIVE THE OVERRIDE OPTION TO RUN ANYWAY"
004180         SET RUN-WAS-CANCELLED TO TRUE
004190     END-IF.
004200 1100-CHECK-REGULAR-RUN-EXIT.
004210     EXIT.

004220*****************************************************************
004230* 1150-ASSIGN-RUN-NUMBER - THE NEXT OFF-CYCLE RUN NUMBER IS ONE
004240*                          MORE THAN THE LAST ON SUPPCTL, OR
004250*                          WS-FIRST-SUPP-RUN ON THE FIRST RUN
004260*                          EVER. A LAST RUN THAT WAS PAID BUT
004270*                          NEVER POSTED TO THE GL IS STILL IN
004280*                          FLIGHT - ITS SUPPOUT WOULD BE LOST -
004290*                          SO THE NEW RUN IS REFUSED WITHOUT THE
004300*                          "OVERRIDE" OPTION.
004310*****************************************************************
004320 1150-ASSIGN-RUN-NUMBER.
004330     MOVE WS-FIRST-SUPP-RUN TO WS-SUPP-RUN-NUMBER
004340     OPEN INPUT SUPP-CONTROL-FILE
004350     IF WS-SUPPCTL-STATUS = "35"
004360         GO TO 1150-ASSIGN-RUN-NUMBER-EXIT
004370     END-IF
004380     READ SUPP-CONTROL-FILE
004390         AT END
004400             CLOSE SUPP-CONTROL-FILE
004410             GO TO 1150-ASSIGN-RUN-NUMBER-EXIT
004420     END-READ
004430     CLOSE SUPP-CONTROL-FILE
004440     IF RC-PERIOD-NUMBER NOT NUMERIC
004450             OR RC-PERIOD-NUMBER < WS-FIRST-SUPP-RUN
004460         GO TO 1150-ASSIGN-RUN-NUMBER-EXIT
004470     END-IF
004480     IF PAYROLL-STEP-DONE AND NOT GL-STEP-DONE
004490             AND NOT OVERRIDE-GIVEN
004500         DISPLAY "SUPPLEMENTAL RUN " RC-PERIOD-NUMBER
004510             " NOT YET POSTED TO THE GL - NEW RUN REFUSED"
004520         DISPLAY "GIVE THE OVERRIDE OPTION TO RUN ANYWAY"
004530         SET RUN-WAS-CANCELLED TO TRUE
004540         GO TO 1150-ASSIGN-RUN-NUMBER-EXIT
004550     END-IF
004560     IF RC-PERIOD-NUMBER = 9999
004570         DISPLAY "OFF-CYCLE RUN NUMBERS EXHAUSTED - "
004580             "SUPPLEMENTAL RUN CANCELLED"
004590         SET RUN-WAS-CANCELLED TO TRUE
004600         GO TO 1150-ASSIGN-RUN-NUMBER-EXIT
004610     END-IF
004620     COMPUTE WS-SUPP-RUN-NUMBER = RC-PERIOD-NUMBER + 1.
004630 1150-ASSIGN-RUN-NUMBER-EXIT.
004640     EXIT.

004650*****************************************************************
004660* 1200-CHECK-QUARTER-CONTROL - THE PAYMENTS ARE POSTED TO THE
004670*                              QUARTER THE PAY DATE FALLS IN;
004680*                              REFUSE THE RUN IF THAT QUARTER
004690*                              HAS ALREADY BEEN FILED FOR THE
004700*                              SAME YEAR
004710*****************************************************************
004720 1200-CHECK-QUARTER-CONTROL.
004730     MOVE WS-PAY-DATE TO WS-PAY-DATE-PARTS
004740     COMPUTE WS-PERIOD-QUARTER =
004750         (WS-PAY-MONTH + 2) / 3
004760     OPEN INPUT QUARTER-CONTROL-FILE
004770     IF WS-QTRCTL-STATUS = "35"
004780         GO TO 1200-CHECK-QUARTER-CONTROL-EXIT
004790     END-IF
004800     READ QUARTER-CONTROL-FILE
004810         AT END
004820             CLOSE QUARTER-CONTROL-FILE
004830             GO TO 1200-CHECK-QUARTER-CONTROL-EXIT
004840     END-READ
004850     CLOSE QUARTER-CONTROL-FILE
004860     IF QC-YEAR = WS-PAY-YEAR
004870             AND WS-PERIOD-QUARTER NOT > QC-LAST-FILED-QUARTER
004880         DISPLAY "QUARTER " WS-PERIOD-QUARTER " OF " WS-PAY-YEAR
004890             " ALREADY FILED - SUPPLEMENTAL RUN CANCELLED"
004900         SET RUN-WAS-CANCELLED TO TRUE
004910     END-IF.
004920 1200-CHECK-QUARTER-CONTROL-EXIT.
004930     EXIT.

004940*****************************************************************
004950* 1300-LOAD-EARNINGS - LOAD THE EARNINGS FILE INTO WS-EARNINGS-
004960*                      TABLE, SUMMED BY EMP-ID. NO FILE, OR ONE
004970*                      WITH NOTHING PAYABLE IN IT, CANCELS THE
004980*                      RUN.
004990*****************************************************************
005000 1300-LOAD-EARNINGS.
005010     OPEN INPUT EARNINGS-FILE
005020     IF WS-ERNFILE-STATUS = "35"
005030         DISPLAY "SUPPLEMENTAL EARNINGS FILE NOT FOUND - RUN "
005040             "CANCELLED"
005050         SET RUN-WAS-CANCELLED TO TRUE
005060         GO TO 1300-LOAD-EARNINGS-EXIT
005070     END-IF
005080     PERFORM 1350-LOAD-ONE-EARNINGS
005090         THRU 1350-LOAD-ONE-EARNINGS-EXIT
005100         UNTIL EARNINGS-FILE-AT-END OR RUN-WAS-CANCELLED
005110     CLOSE EARNINGS-FILE
005120     IF WS-EARNINGS-COUNT = ZERO AND NOT RUN-WAS-CANCELLED
005130         DISPLAY "NO PAYABLE SUPPLEMENTAL EARNINGS - RUN "
005140             "CANCELLED"
005150         SET RUN-WAS-CANCELLED TO TRUE
005160     END-IF.
005170 1300-LOAD-EARNINGS-EXIT.
005180     EXIT.

005190 1350-LOAD-ONE-EARNINGS.
005200     READ EARNINGS-FILE
005210         AT END
005220             SET EARNINGS-FILE-AT-END TO TRUE
005230         NOT AT END
005240             PERFORM 1360-ADD-EARNINGS-TO-TABLE
005250                 THRU 1360-ADD-EARNINGS-TO-TABLE-EXIT
005260     END-READ.
005270 1350-LOAD-ONE-EARNINGS-EXIT.
005280     EXIT.

005290*****************************************************************
005300* 1360-ADD-EARNINGS-TO-TABLE - EDIT ONE EARNINGS RECORD AND SUM
005310*                              IT INTO ITS EMPLOYEE'S ENTRY,
005320*                              CREATING THE ENTRY ON FIRST SIGHT
005330*****************************************************************
005340 1360-ADD-EARNINGS-TO-TABLE.
005350     MOVE SE-EMP-ID TO WS-EXC-EMP-ID
005360     MOVE SPACES    TO WS-EXC-EMP-NAME
005370     IF NOT BONUS-EARNINGS AND NOT COMMISSION-EARNINGS
005380             AND NOT MANUAL-CHECK-EARNINGS
005390         MOVE "S01" TO WS-REJECT-CODE
005400         MOVE "UNKNOWN SUPPLEMENTAL EARN TYPE" TO WS-REJECT-TEXT
005410         PERFORM 2500-WRITE-EXCEPTION-RECORD
005420             THRU 2500-WRITE-EXCEPTION-RECORD-EXIT
005430         GO TO 1360-ADD-EARNINGS-TO-TABLE-EXIT
005440     END-IF
005450     IF SE-AMOUNT NOT NUMERIC OR SE-AMOUNT = ZERO
005460         MOVE "S02" TO WS-REJECT-CODE
005470         MOVE "EARNINGS AMOUNT MISSING/INVALID" TO WS-REJECT-TEXT
005480         PERFORM 2500-WRITE-EXCEPTION-RECORD
005490             THRU 2500-WRITE-EXCEPTION-RECORD-EXIT
005500         GO TO 1360-ADD-EARNINGS-TO-TABLE-EXIT
005510     END-IF
005520     IF SE-HOURS = SPACES
005530         MOVE ZERO TO SE-HOURS
005540     END-IF
005550     IF SE-HOURS NOT NUMERIC
005560         MOVE "S03" TO WS-REJECT-CODE
005570         MOVE "EARNINGS HOURS NOT NUMERIC" TO WS-REJECT-TEXT
005580         PERFORM 2500-WRITE-EXCEPTION-RECORD
005590             THRU 2500-WRITE-EXCEPTION-RECORD-EXIT
005600         GO TO 1360-ADD-EARNINGS-TO-TABLE-EXIT
005610     END-IF
005620     PERFORM VARYING WS-SE-IDX FROM 1 BY 1
005630         UNTIL WS-SE-IDX > WS-EARNINGS-COUNT
005640         OR WS-SE-EMP-ID(WS-SE-IDX) = SE-EMP-ID
005650         CONTINUE
005660     END-PERFORM
005670     IF WS-SE-IDX > WS-EARNINGS-COUNT
005680         IF WS-EARNINGS-COUNT NOT < WS-EARNINGS-LIMIT
005690             DISPLAY "EARNINGS TABLE FULL - SUPPLEMENTAL RUN "
005700                 "CANCELLED"
005710             SET RUN-WAS-CANCELLED TO TRUE
005720             GO TO 1360-ADD-EARNINGS-TO-TABLE-EXIT
005730         END-IF
005740         ADD 1 TO WS-EARNINGS-COUNT
005750         SET WS-SE-IDX TO WS-EARNINGS-COUNT
005760         MOVE SE-EMP-ID    TO WS-SE-EMP-ID(WS-SE-IDX)
005770         MOVE SE-EARN-TYPE TO WS-SE-EARN-TYPE(WS-SE-IDX)
005780         MOVE ZERO TO WS-SE-AMOUNT(WS-SE-IDX)
005790         MOVE ZERO TO WS-SE-HOURS(WS-SE-IDX)
005800     END-IF
005810     IF WS-SE-EARN-TYPE(WS-SE-IDX) NOT = SE-EARN-TYPE
005820         MOVE "*" TO WS-SE-EARN-TYPE(WS-SE-IDX)
005830     END-IF
005840     ADD SE-AMOUNT TO WS-SE-AMOUNT(WS-SE-IDX)
005850     ADD SE-HOURS  TO WS-SE-HOURS(WS-SE-IDX).
005860 1360-ADD-EARNINGS-TO-TABLE-EXIT.
005870     EXIT.

005880*****************************************************************
005890* 1400-OPEN-YTD-MASTER - OPEN THE YTD MASTER FOR UPDATE,
005900*                        CREATING IT EMPTY ON THE FIRST RUN EVER
005910*****************************************************************
005920 1400-OPEN-YTD-MASTER.
005930     OPEN I-O YTD-FILE
005940     IF WS-YTDFILE-STATUS = "35"
005950         OPEN OUTPUT YTD-FILE
005960         CLOSE YTD-FILE
005970         OPEN I-O YTD-FILE
005980     END-IF.
005990 1400-OPEN-YTD-MASTER-EXIT.
006000     EXIT.

006010*****************************************************************
006020* 1450-OPEN-PAY-HISTORY - OPEN THE INDEXED PAY HISTORY FOR
006030*                         UPDATE, CREATING IT EMPTY ON THE FIRST
006040*                         RUN EVER
006050*****************************************************************
006060 1450-OPEN-PAY-HISTORY.
006070     OPEN I-O PAY-HISTORY-FILE
006080     IF WS-PAYHIST-STATUS = "35"
006090         OPEN OUTPUT PAY-HISTORY-FILE
006100         CLOSE PAY-HISTORY-FILE
006110         OPEN I-O PAY-HISTORY-FILE
006120     END-IF.
006130 1450-OPEN-PAY-HISTORY-EXIT.
006140     EXIT.

006150*****************************************************************
006160* 2000-PROCESS-EARNINGS - PAY EACH EMPLOYEE IN THE TABLE ONCE
006170*****************************************************************
006180 2000-PROCESS-EARNINGS.
006190     PERFORM 2100-PAY-ONE-EMPLOYEE
006200         THRU 2100-PAY-ONE-EMPLOYEE-EXIT
006210         VARYING WS-SE-IDX FROM 1 BY 1
006220         UNTIL WS-SE-IDX > WS-EARNINGS-COUNT.
006230 2000-PROCESS-EARNINGS-EXIT.
006240     EXIT.

006250*****************************************************************
006260* 2100-PAY-ONE-EMPLOYEE - LOOK UP THE EMPLOYEE, COMPUTE THE
006270*                         PAYMENT, AND WRITE IT TO SUPPOUT,
006280*                         PAYHIST, THE REGISTER, AND YTDMAST.
006290*                         A TERMINATED EMPLOYEE STILL ON THE
006300*                         MASTER CAN BE PAID (A COMMISSION
006310*                         EARNED BEFORE LEAVING); ONE ALREADY
006320*                         PURGED CANNOT.
006330*****************************************************************
006340 2100-PAY-ONE-EMPLOYEE.
006350     MOVE WS-SE-EMP-ID(WS-SE-IDX) TO EMP-ID
006360     READ EMPLOYEE-FILE
006370         INVALID KEY
006380             MOVE EMP-ID  TO WS-EXC-EMP-ID
006390             MOVE SPACES  TO WS-EXC-EMP-NAME
006400             MOVE "S04" TO WS-REJECT-CODE
006410             MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-TEXT
006420             PERFORM 2500-WRITE-EXCEPTION-RECORD
006430                 THRU 2500-WRITE-EXCEPTION-RECORD-EXIT
006440             GO TO 2100-PAY-ONE-EMPLOYEE-EXIT
006450     END-READ
006460     MOVE EMP-ID   TO WS-EXC-EMP-ID
006470     MOVE EMP-NAME TO WS-EXC-EMP-NAME
006480     IF WS-SE-AMOUNT(WS-SE-IDX) > WS-SUPP-GROSS-LIMIT
006490         MOVE "S05" TO WS-REJECT-CODE
006500         MOVE "PAYMENT OVER SUPPLEMENTAL LIMIT" TO WS-REJECT-TEXT
006510         PERFORM 2500-WRITE-EXCEPTION-RECORD
006520             THRU 2500-WRITE-EXCEPTION-RECORD-EXIT
006530         GO TO 2100-PAY-ONE-EMPLOYEE-EXIT
006540     END-IF
006550     IF WS-SE-HOURS(WS-SE-IDX) > 99
006560         MOVE "S06" TO WS-REJECT-CODE
006570         MOVE "MANUAL CHECK HOURS OVER 99" TO WS-REJECT-TEXT
006580         PERFORM 2500-WRITE-EXCEPTION-RECORD
006590             THRU 2500-WRITE-EXCEPTION-RECORD-EXIT
006600         GO TO 2100-PAY-ONE-EMPLOYEE-EXIT
006610     END-IF
006620     MOVE WS-SE-AMOUNT(WS-SE-IDX) TO WS-GROSS-PAY
006630     MOVE WS-SE-HOURS(WS-SE-IDX)  TO WS-PAY-HOURS
006640     COMPUTE WS-TAX-WITHHOLDING ROUNDED =
006650         WS-GROSS-PAY * WS-SUPP-WITHHOLD-RATE
006660     COMPUTE WS-NET-PAY = WS-GROSS-PAY - WS-TAX-WITHHOLDING
006670     PERFORM 2230-COMPUTE-EMPLOYER-TAXES
006680         THRU 2230-COMPUTE-EMPLOYER-TAXES-EXIT
006690     PERFORM 2300-WRITE-OUTPUT-RECORD
006700         THRU 2300-WRITE-OUTPUT-RECORD-EXIT
006710     PERFORM 2400-WRITE-REPORT-LINE
006720         THRU 2400-WRITE-REPORT-LINE-EXIT
006730     PERFORM 2600-UPDATE-YTD-MASTER
006740         THRU 2600-UPDATE-YTD-MASTER-EXIT
006750     ADD 1                  TO WS-PAID-COUNT
006760     ADD WS-GROSS-PAY       TO WS-TOTAL-GROSS-PAY
006770     ADD WS-TAX-WITHHOLDING TO WS-TOTAL-WITHHOLDING
006780     ADD WS-NET-PAY         TO WS-TOTAL-NET-PAY.
006790 2100-PAY-ONE-EMPLOYEE-EXIT.
006800     EXIT.

006810*****************************************************************
006820* 2230-COMPUTE-EMPLOYER-TAXES - THE EMPLOYER'S SOCIAL SECURITY
006830*                               MATCH ON THE PAYMENT, AND THE
006840*                               UNEMPLOYMENT CONTRIBUTION ON
006850*                               WHATEVER PART OF IT STILL FALLS
006860*                               UNDER THE ANNUAL WAGE BASE, AS
006870*                               MODIFY-RECORDS COMPUTES THEM
006880*****************************************************************
006890 2230-COMPUTE-EMPLOYER-TAXES.
006900     COMPUTE WS-ER-SOC-SEC ROUNDED =
006910         WS-GROSS-PAY * WS-ER-SOC-SEC-RATE
006920     MOVE ZERO TO WS-PRIOR-YTD-GROSS
006930     MOVE EMP-ID TO YTD-EMP-ID
006940     READ YTD-FILE
006950         INVALID KEY
006960             CONTINUE
006970         NOT INVALID KEY
006980             MOVE YTD-GROSS-PAY TO WS-PRIOR-YTD-GROSS
006990     END-READ
007000     IF WS-PRIOR-YTD-GROSS NOT < WS-ER-UNEMP-WAGE-BASE
007010         MOVE ZERO TO WS-UNEMP-TAXABLE
007020     ELSE
007030         COMPUTE WS-UNEMP-TAXABLE =
007040             WS-ER-UNEMP-WAGE-BASE - WS-PRIOR-YTD-GROSS
007050         IF WS-UNEMP-TAXABLE > WS-GROSS-PAY
007060             MOVE WS-GROSS-PAY TO WS-UNEMP-TAXABLE
007070         END-IF
007080     END-IF
007090     COMPUTE WS-ER-UNEMP ROUNDED =
007100         WS-UNEMP-TAXABLE * WS-ER-UNEMP-RATE.
007110 2230-COMPUTE-EMPLOYER-TAXES-EXIT.
007120     EXIT.

007130*****************************************************************
007140* 2300-WRITE-OUTPUT-RECORD - THE PAYMENT IN THE NORMAL PAYOUTREC
007150*                            LAYOUT: THE WHOLE AMOUNT IS STRAIGHT
007160*                            PAY, NOTHING IS OVERTIME, LEAVE, OR
007170*                            RETRO, NO VOLUNTARY DEDUCTIONS ARE
007180*                            TAKEN, AND THE PERIOD FIELDS CARRY
007190*                            THE OFF-CYCLE RUN NUMBER AND THE
007200*                            PAY DATE
007210*****************************************************************
007220 2300-WRITE-OUTPUT-RECORD.
007230     MOVE EMP-ID             TO EMP-ID-OUT
007240     MOVE EMP-NAME           TO EMP-NAME-OUT
007250     MOVE WS-PAY-HOURS       TO EMP-HOURS-OUT
007260     MOVE EMP-RATE           TO EMP-RATE-OUT
007270     MOVE WS-TAX-WITHHOLDING TO EMP-DEDUCTION-OUT
007280     MOVE ZERO               TO OTHER-DEDS-OUT
007290     MOVE WS-PAY-HOURS       TO STRAIGHT-HOURS-OUT
007300     MOVE ZERO               TO OT-HOURS-OUT
007310     MOVE WS-GROSS-PAY       TO STRAIGHT-PAY-OUT
007320     MOVE ZERO               TO OT-PAY-OUT
007330     MOVE WS-GROSS-PAY       TO GROSS-PAY-OUT
007340     MOVE WS-NET-PAY         TO NET-PAY-OUT
007350     MOVE EMP-BANK-ROUTING   TO EMP-BANK-ROUTING-OUT
007360     MOVE EMP-BANK-ACCOUNT   TO EMP-BANK-ACCOUNT-OUT
007370     MOVE WS-SUPP-RUN-NUMBER TO PERIOD-NUMBER-OUT
007380     IF SALARIED-EMPLOYEE
007390         MOVE "S" TO PAY-TYPE-OUT
007400     ELSE
007410         MOVE "H" TO PAY-TYPE-OUT
007420     END-IF
007430     MOVE WS-ER-SOC-SEC      TO ER-SOC-SEC-OUT
007440     MOVE WS-ER-UNEMP        TO ER-UNEMP-OUT
007450     MOVE ZERO               TO VAC-HOURS-OUT
007460     MOVE ZERO               TO SICK-HOURS-OUT
007470     MOVE ZERO               TO HOL-HOURS-OUT
007480     MOVE ZERO               TO RETRO-PAY-OUT
007490     MOVE WS-PAY-DATE        TO PERIOD-END-DATE-OUT
007500     WRITE PAYROLL-OUTPUT-RECORD
007510     PERFORM 2380-WRITE-PAY-HISTORY
007520         THRU 2380-WRITE-PAY-HISTORY-EXIT.
007530 2300-WRITE-OUTPUT-RECORD-EXIT.
007540     EXIT.

007550*****************************************************************
007560* 2380-WRITE-PAY-HISTORY - ADD THE PAYMENT IMAGE TO THE INDEXED
007570*                          PAY HISTORY UNDER THE OFF-CYCLE RUN
007580*                          NUMBER AND THE NEXT FREE SEQUENCE
007590*                          NUMBER, SO PAYROLL-REVERSAL AND
007600*                          ACH-RETURNS FIND IT LIKE ANY OTHER
007610*                          PAYCHECK
007620*****************************************************************
007630 2380-WRITE-PAY-HISTORY.
007640     MOVE "N" TO WS-PH-WRITE-SWITCH
007650     MOVE EMP-ID             TO PH-EMP-ID
007660     MOVE WS-SUPP-RUN-NUMBER TO PH-PERIOD
007670     MOVE 1 TO WS-PH-SEQ
007680     PERFORM 2385-TRY-ONE-HISTORY-WRITE
007690         THRU 2385-TRY-ONE-HISTORY-WRITE-EXIT
007700         UNTIL HISTORY-WRITE-DONE OR WS-PH-SEQ > 99
007710     IF NOT HISTORY-WRITE-DONE
007720         DISPLAY "PAY HISTORY SEQUENCE EXHAUSTED FOR " EMP-ID
007730             " RUN " WS-SUPP-RUN-NUMBER
007740     END-IF.
007750 2380-WRITE-PAY-HISTORY-EXIT.
007760     EXIT.

007770 2385-TRY-ONE-HISTORY-WRITE.
007780     MOVE WS-PH-SEQ TO PH-SEQ-NO
007790     MOVE PAYROLL-OUTPUT-RECORD TO PH-DETAIL
007800     WRITE PAY-HISTORY-RECORD
007810         INVALID KEY
007820             ADD 1 TO WS-PH-SEQ
007830         NOT INVALID KEY
007840             SET HISTORY-WRITE-DONE TO TRUE
007850     END-WRITE.
007860 2385-TRY-ONE-HISTORY-WRITE-EXIT.
007870     EXIT.

007880 2400-WRITE-REPORT-LINE.
007890     MOVE EMP-ID             TO RD-EMP-ID
007900     MOVE EMP-NAME           TO RD-EMP-NAME
007910     MOVE WS-PAY-HOURS       TO RD-HOURS
007920     EVALUATE WS-SE-EARN-TYPE(WS-SE-IDX)
007930         WHEN "B"
007940             MOVE "BONUS"        TO RD-EARN-DESC
007950         WHEN "C"
007960             MOVE "COMMISSION"   TO RD-EARN-DESC
007970         WHEN "M"
007980             MOVE "MANUAL CHECK" TO RD-EARN-DESC
007990         WHEN OTHER
008000             MOVE "COMBINED"     TO RD-EARN-DESC
008010     END-EVALUATE
008020     MOVE WS-TAX-WITHHOLDING TO RD-TAX-WITHHOLDING
008030     MOVE WS-GROSS-PAY       TO RD-GROSS-PAY
008040     MOVE WS-NET-PAY         TO RD-NET-PAY
008050     MOVE PAY-TYPE-OUT       TO RD-PAY-TYPE
008060     WRITE SUPP-REGISTER-LINE FROM WS-REPORT-DETAIL-LINE.
008070 2400-WRITE-REPORT-LINE-EXIT.
008080     EXIT.

008090*****************************************************************
008100* 2500-WRITE-EXCEPTION-RECORD - LOG AN EARNINGS RECORD OR
008110*                               EMPLOYEE THAT WAS NOT PAID.
008120*                               WS-EXC-EMP-ID AND
008130*                               WS-EXC-EMP-NAME ARE SET BY THE
008135*                               CALLER.
008140*****************************************************************
008150 2500-WRITE-EXCEPTION-RECORD.
008153     MOVE SPACES          TO EXCEPTION-RECORD
008155     MOVE WS-EXC-EMP-ID   TO EXC-EMP-ID
008157     MOVE WS-EXC-EMP-NAME TO EXC-EMP-NAME
008160     MOVE WS-REJECT-CODE  TO EXC-REASON-CODE
008170     MOVE WS-REJECT-TEXT  TO EXC-REASON-TEXT
008180     WRITE EXCEPTION-RECORD
008190     ADD 1 TO WS-REJECT-COUNT.
008200 2500-WRITE-EXCEPTION-RECORD-EXIT.
008210     EXIT.

008220*****************************************************************
008230* 2600-UPDATE-YTD-MASTER - ADD THE PAYMENT INTO THE EMPLOYEE'S
008240*                          YTD RECORD AND THE PAY DATE'S QUARTER
008250*                          BUCKET. AN OFF-CYCLE PAYMENT IS NOT A
008260*                          PAY PERIOD, SO YTD-PAY-PERIODS IS
008270*                          LEFT ALONE.
008280*****************************************************************
008290 2600-UPDATE-YTD-MASTER.
008300     MOVE "N" TO WS-YTD-FOUND-SWITCH
008310     MOVE EMP-ID TO YTD-EMP-ID
008320     READ YTD-FILE
008330         INVALID KEY
008340             MOVE ZERO TO YTD-HOURS
008350             MOVE ZERO TO YTD-GROSS-PAY
008360             MOVE ZERO TO YTD-DEDUCTION
008370             MOVE ZERO TO YTD-NET-PAY
008380             MOVE ZERO TO YTD-PAY-PERIODS
008390             MOVE ZERO TO YTD-ER-SOC-SEC
008400             MOVE ZERO TO YTD-ER-UNEMP
008410             PERFORM 2650-ZERO-ONE-QUARTER
008420                 THRU 2650-ZERO-ONE-QUARTER-EXIT
008430                 VARYING WS-QTR-SUB FROM 1 BY 1
008440                 UNTIL WS-QTR-SUB > 4
008450         NOT INVALID KEY
008460             SET YTD-RECORD-WAS-FOUND TO TRUE
008470     END-READ
008480     MOVE EMP-ID             TO YTD-EMP-ID
008490     ADD WS-PAY-HOURS        TO YTD-HOURS
008500     ADD WS-GROSS-PAY        TO YTD-GROSS-PAY
008510     ADD WS-TAX-WITHHOLDING  TO YTD-DEDUCTION
008520     ADD WS-NET-PAY          TO YTD-NET-PAY
008530     ADD WS-ER-SOC-SEC       TO YTD-ER-SOC-SEC
008540     ADD WS-ER-UNEMP         TO YTD-ER-UNEMP
008550     ADD WS-PAY-HOURS
008560         TO YTD-QTR-HOURS(WS-PERIOD-QUARTER)
008570     ADD WS-GROSS-PAY
008580         TO YTD-QTR-GROSS(WS-PERIOD-QUARTER)
008590     ADD WS-TAX-WITHHOLDING
008600         TO YTD-QTR-WITHHOLDING(WS-PERIOD-QUARTER)
008610     IF YTD-RECORD-WAS-FOUND
008620         REWRITE YTD-MASTER-RECORD
008630     ELSE
008640         WRITE YTD-MASTER-RECORD
008650     END-IF.
008660 2600-UPDATE-YTD-MASTER-EXIT.
008670     EXIT.

008680*****************************************************************
008690* 2650-ZERO-ONE-QUARTER - CLEAR ONE QUARTER BUCKET OF A NEW
008700*                         EMPLOYEE'S YTD RECORD
008710*****************************************************************
008720 2650-ZERO-ONE-QUARTER.
008730     MOVE ZERO TO YTD-QTR-HOURS(WS-QTR-SUB)
008740     MOVE ZERO TO YTD-QTR-GROSS(WS-QTR-SUB)
008750     MOVE ZERO TO YTD-QTR-WITHHOLDING(WS-QTR-SUB).
008760 2650-ZERO-ONE-QUARTER-EXIT.
008770     EXIT.

008780*****************************************************************
008790* 3000-TERMINATE - PRINT THE TOTALS, CLOSE FILES, PROVE THE
008800*                  OUTPUT, AND SEED THE OFF-CYCLE RUN CONTROL
008810*****************************************************************
008820 3000-TERMINATE.
008830     MOVE WS-TOTAL-GROSS-PAY TO RT-TOTAL-GROSS-PAY
008840     MOVE WS-TOTAL-NET-PAY   TO RT-TOTAL-NET-PAY
008850     WRITE SUPP-REGISTER-LINE FROM WS-REPORT-TOTAL-LINE
008860     MOVE WS-PAID-COUNT      TO RP-PAID-COUNT
008870     MOVE WS-REJECT-COUNT    TO RP-REJECT-COUNT
008880     WRITE SUPP-REGISTER-LINE FROM WS-REPORT-COUNT-LINE
008890     CLOSE EMPLOYEE-FILE
008900     CLOSE SUPP-OUTPUT-FILE
008910     CLOSE SUPP-REGISTER
008920     CLOSE EXCEPTION-FILE
008930     CLOSE YTD-FILE
008940     CLOSE PAY-HISTORY-FILE
008950     PERFORM 3100-PROVE-SUPP-OUTPUT
008960         THRU 3100-PROVE-SUPP-OUTPUT-EXIT
008970     PERFORM 3200-SEED-SUPP-CONTROL
008980         THRU 3200-SEED-SUPP-CONTROL-EXIT
008990     DISPLAY "SUPPLEMENTAL RUN " WS-SUPP-RUN-NUMBER
009000         " PAID " WS-PAID-COUNT " REJECTED " WS-REJECT-COUNT
009010     IF WS-OOB-COUNT > ZERO
009020         DISPLAY "SUPPLEMENTAL OUTPUT OUT OF BALANCE - "
009030             WS-OOB-COUNT " ITEM(S) - DO NOT RELEASE"
009040         MOVE 8 TO RETURN-CODE
009050     END-IF.
009060 3000-TERMINATE-EXIT.
009070     EXIT.

009080*****************************************************************
009090* 3100-PROVE-SUPP-OUTPUT - RE-ADD SUPPOUT AS WRITTEN, CROSS-
009100*                          FOOT EVERY RECORD (GROSS LESS
009110*                          WITHHOLDING LESS OTHER DEDUCTIONS
009120*                          EQUALS NET), AND COMPARE THE COUNT
009130*                          AND TOTALS WITH THE RUN'S OWN. EACH
009140*                          DISAGREEMENT IS AN OUT-OF-BALANCE
009150*                          ITEM.
009160*****************************************************************
009170 3100-PROVE-SUPP-OUTPUT.
009180     OPEN INPUT SUPP-OUTPUT-FILE
009190     PERFORM 3150-PROVE-ONE-RECORD
009200         THRU 3150-PROVE-ONE-RECORD-EXIT
009210         UNTIL SUPP-OUTPUT-AT-END
009220     CLOSE SUPP-OUTPUT-FILE
009230     IF WS-PROOF-COUNT NOT = WS-PAID-COUNT
009240         ADD 1 TO WS-OOB-COUNT
009250     END-IF
009260     IF WS-PROOF-GROSS NOT = WS-TOTAL-GROSS-PAY
009270         ADD 1 TO WS-OOB-COUNT
009280     END-IF
009290     IF WS-PROOF-WITHHOLDING NOT = WS-TOTAL-WITHHOLDING
009300         ADD 1 TO WS-OOB-COUNT
009310     END-IF
009320     IF WS-PROOF-NET NOT = WS-TOTAL-NET-PAY
009330         ADD 1 TO WS-OOB-COUNT
009340     END-IF.
009350 3100-PROVE-SUPP-OUTPUT-EXIT.
009360     EXIT.

009370 3150-PROVE-ONE-RECORD.
009380     READ SUPP-OUTPUT-FILE
009390         AT END
009400             SET SUPP-OUTPUT-AT-END TO TRUE
009410             GO TO 3150-PROVE-ONE-RECORD-EXIT
009420     END-READ
009430     ADD 1                 TO WS-PROOF-COUNT
009440     ADD GROSS-PAY-OUT     TO WS-PROOF-GROSS
009450     ADD EMP-DEDUCTION-OUT TO WS-PROOF-WITHHOLDING
009460     ADD NET-PAY-OUT       TO WS-PROOF-NET
009470     COMPUTE WS-PROOF-CROSS-FOOT = GROSS-PAY-OUT
009480         - EMP-DEDUCTION-OUT - OTHER-DEDS-OUT
009490     IF WS-PROOF-CROSS-FOOT NOT = NET-PAY-OUT
009500         DISPLAY "SUPPOUT RECORD FOR " EMP-ID-OUT
009510             " DOES NOT CROSS-FOOT"
009520         ADD 1 TO WS-OOB-COUNT
009530     END-IF.
009540 3150-PROVE-ONE-RECORD-EXIT.
009550     EXIT.

009560*****************************************************************
009570* 3200-SEED-SUPP-CONTROL - WRITE THE OFF-CYCLE RUN'S JOB-STEP
009580*                          STATUS RECORD: PAYROLL DONE, AND THE
009590*                          BALANCE STEP DONE WITH THE PROOF'S
009600*                          OUT-OF-BALANCE COUNT (ACH-GENERATOR
009610*                          REFUSES ANYTHING BUT ZERO). EVERY
009620*                          LATER STEP IS PENDING.
009630*****************************************************************
009640 3200-SEED-SUPP-CONTROL.
009650     OPEN OUTPUT SUPP-CONTROL-FILE
009660     MOVE SPACES TO RUN-CONTROL-RECORD
009670     MOVE WS-SUPP-RUN-NUMBER TO RC-PERIOD-NUMBER
009680     MOVE "C"                TO RC-PAYROLL-STATUS
009690     MOVE "C"                TO RC-BALANCE-STATUS
009700     MOVE WS-OOB-COUNT       TO RC-BALANCE-OOB
009710     WRITE RUN-CONTROL-RECORD
009720     CLOSE SUPP-CONTROL-FILE.
009730 3200-SEED-SUPP-CONTROL-EXIT.
009740     EXIT.
