000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. WAGE-ACCRUAL.
000120 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000130 INSTALLATION. CORPORATE-PAYROLL.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*****************************************************************
000170* MODIFICATION HISTORY
000180*------------------------------------------------------------
000190* DATE       INIT  DESCRIPTION
000200* 2026-10-15 RLS   ORIGINAL VERSION - MONTH-END ACCRUAL OF WAGES
000210*                  EARNED BUT NOT YET PAID. GL-POSTING BOOKS A
000220*                  PERIOD'S WAGES ONLY WHEN THE PERIOD IS PAID, SO
000230*                  THE DAYS BETWEEN THE LAST PERIOD END DATE PAID
000240*                  AND MONTH END ARE MISSING FROM THE MONTH'S WAGE
000250*                  EXPENSE. FOR EACH EMPLOYEE THIS RUN ESTIMATES
000260*                  THOSE DAYS' WAGES - A SALARIED EMPLOYEE FROM
000270*                  EMP-SALARY, AN HOURLY EMPLOYEE FROM THE AVERAGE
000280*                  OF THE LAST FOUR LIVE REGULAR PAYCHECKS ON
000290*                  PAYHIST - AND THE MATCHING EMPLOYER SOCIAL
000300*                  SECURITY AND UNEMPLOYMENT, TOTALED BY HOME
000310*                  DEPARTMENT. THE RESULT IS WRITTEN AS ONE
000320*                  BALANCED JOURNAL ENTRY IN THE GLFILE FORMAT
000330*                  (GLACCR, SEE GLPREC), DATED MONTH END AND
000340*                  FLAGGED TO AUTO-REVERSE ON THE FIRST OF THE
000350*                  NEXT MONTH, WITH A SUMMARY REPORT (ACCRRPT) BY
000360*                  EMPLOYEE AND DEPARTMENT THAT TIES TO THE ENTRY.
000370*                  THE MONTH ACCRUED IS STAMPED ON ACCRCTL; A
000380*                  SECOND RUN FOR THE SAME MONTH NEEDS THE
000390*                  "OVERRIDE" OPTION.
000400*****************************************************************
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT EMPLOYEE-FILE ASSIGN TO "EMPMAST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS EMP-ID
000480         FILE STATUS IS WS-EMPFILE-STATUS.
000490     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS PH-KEY
000530         FILE STATUS IS WS-PAYHIST-STATUS.
000540     SELECT YTD-FILE ASSIGN TO "YTDMAST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS YTD-EMP-ID
000580         FILE STATUS IS WS-YTDFILE-STATUS.
000590     SELECT GL-ACCRUAL-FILE ASSIGN TO "GLACCR"
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610     SELECT ACCRUAL-REPORT ASSIGN TO "ACCRRPT"
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630     SELECT ACCRUAL-CONTROL-FILE ASSIGN TO "ACCRCTL"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-ACCRCTL-STATUS.

000660 DATA DIVISION.
000670 FILE SECTION.
000680*****************************************************************
000690* EMPLOYEE-FILE - INDEXED EMPLOYEE MASTER, READ IN EMP-ID ORDER
000700*****************************************************************
000710 FD  EMPLOYEE-FILE.
000720     COPY EMPMREC.

000730*****************************************************************
000740* PAY-HISTORY-FILE - EVERY PAYCHECK AND REVERSING ENTRY EVER
000750*                    WRITTEN (SEE PAYHREC). READ ONCE END TO END
000760*                    FOR THE LAST PERIOD PAID, THEN BY EMPLOYEE
000770*                    FOR THE HOURLY RUN RATES.
000780*****************************************************************
000790 FD  PAY-HISTORY-FILE.
000800     COPY PAYHREC.

000810*****************************************************************
000820* YTD-FILE - YEAR-TO-DATE MASTER. YTD-GROSS-PAY IS THE PRIOR-WAGES
000830*            TEST AGAINST THE UNEMPLOYMENT WAGE BASE.
000840*****************************************************************
000850 FD  YTD-FILE.
000860     COPY YTDMREC.

000870*****************************************************************
000880* GL-ACCRUAL-FILE - THE ACCRUAL JOURNAL ENTRY IN GLFILE FORMAT.
000890*                   ONE BALANCED, AUTO-REVERSING ENTRY PER RUN.
000900*****************************************************************
000910 FD  GL-ACCRUAL-FILE.
000920     COPY GLPREC.

000930*****************************************************************
000940* ACCRUAL-REPORT - THE ACCRUAL SUMMARY HANDED TO ACCOUNTING WITH
000950*                  THE ENTRY
000960*****************************************************************
000970 FD  ACCRUAL-REPORT.
000980 01  ACCRUAL-REPORT-LINE         PIC X(80).

000990*****************************************************************
001000* ACCRUAL-CONTROL-FILE - ONE RECORD: THE LAST MONTH END ACCRUED,
001010*                        WHEN, AND FOR HOW MUCH
001020*****************************************************************
001030 FD  ACCRUAL-CONTROL-FILE.
001040 01  ACCRUAL-CONTROL-RECORD.
001050     05  ACC-MONTH-END           PIC 9(08).
001060     05  FILLER                  PIC X(01) VALUE SPACES.
001070     05  ACC-RUN-DATE            PIC 9(06).
001080     05  FILLER                  PIC X(01) VALUE SPACES.
001090     05  ACC-REVERSAL-DATE       PIC 9(08).
001100     05  FILLER                  PIC X(01) VALUE SPACES.
001110     05  ACC-TOTAL-WAGES         PIC 9(08)V99.
001120     05  FILLER                  PIC X(01) VALUE SPACES.
001130     05  ACC-TOTAL-ER-TAXES      PIC 9(08)V99.

001140 WORKING-STORAGE SECTION.
001150 77  WS-EMPFILE-STATUS           PIC X(02).
001160 77  WS-PAYHIST-STATUS           PIC X(02).
001170 77  WS-YTDFILE-STATUS           PIC X(02).
001180 77  WS-ACCRCTL-STATUS           PIC X(02).
001190 77  WS-RUN-DATE                 PIC 9(06).
001200 77  WS-RUN-CCYYMMDD             PIC 9(08).
001210 77  WS-OVERRIDE-TALLY           PIC 9(02) VALUE ZERO.
001220 77  WS-CURRENT-TALLY            PIC 9(02) VALUE ZERO.
001230 77  WS-MONTH-END-DATE           PIC 9(08) VALUE ZERO.
001240 77  WS-REVERSAL-DATE            PIC 9(08) VALUE ZERO.
001250 77  WS-LAST-PAID-END            PIC 9(08) VALUE ZERO.
001260 77  WS-MONTH-END-DAY-NUMBER     PIC 9(07) VALUE ZERO.
001270 77  WS-LAST-PAID-DAY-NUMBER     PIC 9(07) VALUE ZERO.
001280 77  WS-DATE-DAY-NUMBER          PIC 9(07) VALUE ZERO.
001290 77  WS-ACCRUAL-DAYS             PIC S9(03) VALUE ZERO.
001300 77  WS-EMP-DAYS                 PIC S9(03) VALUE ZERO.
001310 77  WS-LEAP-QUOTIENT            PIC 9(04) VALUE ZERO.
001320 77  WS-LEAP-REMAINDER           PIC 9(01) VALUE ZERO.
001330 77  WS-HOLD-EMP-ID              PIC X(03) VALUE SPACES.
001340 77  WS-HOLD-PERIOD              PIC 9(04) VALUE ZERO.
001350 77  WS-HOLD-IMAGE               PIC X(132).
001360 77  WS-REGULAR-COUNT            PIC 9(04) VALUE ZERO.
001370 77  WS-SLOTS-USED               PIC 9(01) VALUE ZERO.
001380 77  WS-SLOT                     PIC 9(01) VALUE ZERO.
001390 77  WS-SLOT-QUOTIENT            PIC 9(04) VALUE ZERO.
001400 77  WS-SUM-EARNINGS             PIC 9(07)V99 VALUE ZERO.
001410 77  WS-RUN-RATE                 PIC 9(05)V99 VALUE ZERO.
001420 77  WS-WAGE-ACCRUAL             PIC 9(07)V99 VALUE ZERO.
001430 77  WS-ER-SS-ACCRUAL            PIC 9(06)V99 VALUE ZERO.
001440 77  WS-ER-UC-ACCRUAL            PIC 9(06)V99 VALUE ZERO.
001450 77  WS-UC-TAXABLE               PIC 9(07)V99 VALUE ZERO.
001460 77  WS-YTD-GROSS                PIC 9(08)V99 VALUE ZERO.
001470 77  WS-DEPT-COUNT               PIC 9(03) VALUE ZERO.

001480*****************************************************************
001490* WS-DEPT-LIMIT IS ONE LESS THAN THE TABLE SIZE SO THE LAST SLOT
001500* IS ALWAYS FREE FOR THE "****" CATCH-ALL DEPARTMENT
001510*****************************************************************
001520 77  WS-DEPT-LIMIT               PIC 9(03) VALUE 049.

001530*****************************************************************
001540* ACCRUAL BASIS. PAY PERIODS ARE WEEKLY (WS-PERIOD-DAYS, AS IN
001550* MODIFY-RECORDS), SO A DAY'S WAGES ARE ONE SEVENTH OF A PERIOD'S.
001560* AN HOURLY EMPLOYEE'S PERIOD WAGES ARE THE AVERAGE OF THE LAST
001570* WS-HISTORY-DEPTH LIVE REGULAR PAYCHECKS, LESS RETRO PAY; OFF-
001580* CYCLE RUNS (9001 UP) ARE LEFT OUT. THE EMPLOYER TAX RATES AND
001590* WAGE BASE ARE THE ONES MODIFY-RECORDS CHARGES.
001600*****************************************************************
001610 77  WS-PERIOD-DAYS              PIC 9(02) VALUE 07.
001620 77  WS-HISTORY-DEPTH            PIC 9(01) VALUE 4.
001630 77  WS-FIRST-OFFCYCLE-RUN       PIC 9(04) VALUE 9001.
001640 77  WS-ER-SOC-SEC-RATE          PIC V9999 VALUE .0620.
001650 77  WS-ER-UNEMP-RATE            PIC V9999 VALUE .0060.
001660 77  WS-ER-UNEMP-WAGE-BASE       PIC 9(05)V99 VALUE 07000.00.

001670*****************************************************************
001680* GL ACCOUNTS. THE EXPENSE AND EMPLOYER TAX LIABILITY ACCOUNTS ARE
001690* THE ONES GL-POSTING USES; ACCRUED WAGES PAYABLE IS CREDITED
001700* ONLY BY THIS ENTRY AND CLEARS WHEN IT REVERSES.
001710*****************************************************************
001720 77  WS-WAGE-EXPENSE-ACCOUNT     PIC X(04) VALUE "6100".
001730 77  WS-ER-TAX-EXPENSE-ACCOUNT   PIC X(04) VALUE "6150".
001740 77  WS-ER-SS-LIABILITY-ACCOUNT  PIC X(04) VALUE "2110".
001750 77  WS-ER-UC-LIABILITY-ACCOUNT  PIC X(04) VALUE "2120".
001760 77  WS-ACCRUED-WAGES-ACCOUNT    PIC X(04) VALUE "2150".

001770 01  WS-FLAGS.
001780     05  WS-ABORT-SWITCH     PIC X(01) VALUE "N".
001790         88  RUN-WAS-CANCELLED       VALUE "Y".
001800     05  WS-OVERRIDE-SWITCH  PIC X(01) VALUE "N".
001810         88  OVERRIDE-GIVEN          VALUE "Y".
001820     05  WS-CURRENT-SWITCH   PIC X(01) VALUE "N".
001830         88  CURRENT-MONTH-GIVEN     VALUE "Y".
001840     05  WS-EMP-EOF-SWITCH   PIC X(01) VALUE "N".
001850         88  END-OF-EMPLOYEES        VALUE "Y".
001860     05  WS-HIST-EOF-SWITCH  PIC X(01) VALUE "N".
001870         88  END-OF-HISTORY          VALUE "Y".
001880     05  WS-HOLD-SWITCH      PIC X(01) VALUE "N".
001890         88  HISTORY-HELD            VALUE "Y".
001900     05  WS-YTD-OPEN-SWITCH  PIC X(01) VALUE "N".
001910         88  YTD-FILE-OPEN           VALUE "Y".

001920 01  WS-COMMAND-LINE             PIC X(80).

001930*****************************************************************
001940* WS-DATE-PARTS - A CCYYMMDD DATE BROKEN UP FOR THE MONTH-END
001950*                 ARITHMETIC AND THE DAY-NUMBER APPROXIMATION
001960*                 (CCYY*365 + MM*30 + DD)
001970*****************************************************************
001980 01  WS-DATE-PARTS.
001990     05  WS-DATE-CCYY        PIC 9(04).
002000     05  WS-DATE-MM          PIC 9(02).
002010     05  WS-DATE-DD          PIC 9(02).

002020 01  WS-MONTH-LENGTH-VALUES.
002030     05  FILLER              PIC X(24) VALUE
002040         "312831303130313130313031".
002050 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
002060     05  WS-MONTH-LENGTH     PIC 9(02) OCCURS 12 TIMES.

002070*****************************************************************
002080* WS-HISTORY-WORK - ONE PAY-HISTORY IMAGE IN PAYOUTREC FORM
002090*****************************************************************
002100     COPY PAYOUTREC REPLACING
002110         ==PAYROLL-OUTPUT-RECORD== BY ==WS-HISTORY-WORK==
002120         TRAILING ==OUT== BY ==HST==.

002130*****************************************************************
002140* WS-RECENT-TABLE - THE EMPLOYEE'S LAST FOUR LIVE REGULAR PERIOD
002150*                   EARNINGS (GROSS LESS RETRO), FILLED IN
002160*                   ROTATION AS THE HISTORY IS READ IN
002170*                   ASCENDING PERIOD ORDER, SO THE OLDEST IS
002180*                   OVERWRITTEN
002190*****************************************************************
002200 01  WS-RECENT-TABLE.
002210     05  WS-RECENT-EARNINGS  PIC 9(05)V99 OCCURS 4 TIMES.

002220*****************************************************************
002230* WS-DEPT-TABLE - THE ACCRUAL ACCUMULATED BY HOME DEPARTMENT
002240*****************************************************************
002250 01  WS-DEPT-TABLE.
002260     05  WS-DEPT-ENTRY OCCURS 50 TIMES
002270             INDEXED BY WS-DEPT-IDX.
002280         10  WS-DEPT-CODE        PIC X(04).
002290         10  WS-DEPT-EMPLOYEES   PIC 9(05).
002300         10  WS-DEPT-WAGES       PIC 9(08)V99.
002310         10  WS-DEPT-ER-SS       PIC 9(07)V99.
002320         10  WS-DEPT-ER-UC       PIC 9(07)V99.

002330 01  WS-ACCRUAL-TOTALS.
002340     05  WS-TOTAL-WAGES          PIC 9(08)V99  VALUE ZERO.
002350     05  WS-TOTAL-ER-SS          PIC 9(08)V99  VALUE ZERO.
002360     05  WS-TOTAL-ER-UC          PIC 9(08)V99  VALUE ZERO.
002370     05  WS-TOTAL-ER-TAXES       PIC 9(08)V99  VALUE ZERO.
002380     05  WS-TOTAL-DEBITS         PIC 9(09)V99  VALUE ZERO.
002390     05  WS-TOTAL-CREDITS        PIC 9(09)V99  VALUE ZERO.
002400     05  WS-DEPT-WAGE-TOTAL      PIC 9(09)V99  VALUE ZERO.

002410 01  WS-COUNTERS.
002420     05  WS-EMPLOYEES-READ       PIC 9(05) VALUE ZERO.
002430     05  WS-EMPLOYEES-ACCRUED    PIC 9(05) VALUE ZERO.
002440     05  WS-EMPLOYEES-ON-LEAVE   PIC 9(05) VALUE ZERO.
002450     05  WS-EMPLOYEES-NOT-ACTIVE PIC 9(05) VALUE ZERO.
002460     05  WS-EMPLOYEES-NO-HISTORY PIC 9(05) VALUE ZERO.

002470 01  WS-REPORT-HEADING-1.
002480     05  FILLER              PIC X(28) VALUE
002490         "MONTH-END WAGE ACCRUAL".
002500     05  FILLER              PIC X(09) VALUE "RUN DATE".
002510     05  RH-RUN-DATE         PIC 99/99/99.
002520     05  FILLER              PIC X(35) VALUE SPACES.

002530 01  WS-REPORT-HEADING-2.
002540     05  FILLER              PIC X(11) VALUE "MONTH END".
002550     05  RH-MONTH-END        PIC 9999/99/99.
002560     05  FILLER              PIC X(04) VALUE SPACES.
002570     05  FILLER              PIC X(22) VALUE
002580         "LAST PERIOD END PAID".
002590     05  RH-LAST-PAID-END    PIC 9999/99/99.
002600     05  FILLER              PIC X(04) VALUE SPACES.
002610     05  FILLER              PIC X(06) VALUE "DAYS".
002620     05  RH-ACCRUAL-DAYS     PIC ZZ9.
002630     05  FILLER              PIC X(10) VALUE SPACES.

002640 01  WS-REPORT-HEADING-3.
002650     05  FILLER              PIC X(47) VALUE
002660         "ENTRY DATED MONTH END, AUTO-REVERSES ON".
002670     05  RH-REVERSAL-DATE    PIC 9999/99/99.
002680     05  FILLER              PIC X(23) VALUE SPACES.

002690 01  WS-EMPLOYEE-COLUMN-HEADING.
002700     05  FILLER              PIC X(04) VALUE "EMP".
002710     05  FILLER              PIC X(16) VALUE "NAME".
002720     05  FILLER              PIC X(05) VALUE "DEPT".
002730     05  FILLER              PIC X(02) VALUE "T".
002740     05  FILLER              PIC X(03) VALUE "DY".
002750     05  FILLER              PIC X(10) VALUE " RUN RATE".
002760     05  FILLER              PIC X(10) VALUE "    WAGES".
002770     05  FILLER              PIC X(09) VALUE "   ER SS".
002780     05  FILLER              PIC X(07) VALUE " ER UC".
002790     05  FILLER              PIC X(14) VALUE "BASIS".

002800 01  WS-EMPLOYEE-DETAIL-LINE.
002810     05  ED-EMP-ID           PIC X(03).
002820     05  FILLER              PIC X(01) VALUE SPACES.
002830     05  ED-EMP-NAME         PIC X(15).
002840     05  FILLER              PIC X(01) VALUE SPACES.
002850     05  ED-DEPT             PIC X(04).
002860     05  FILLER              PIC X(01) VALUE SPACES.
002870     05  ED-PAY-TYPE         PIC X(01).
002880     05  FILLER              PIC X(01) VALUE SPACES.
002890     05  ED-DAYS             PIC Z9.
002900     05  FILLER              PIC X(01) VALUE SPACES.
002910     05  ED-RUN-RATE         PIC ZZ,ZZ9.99.
002920     05  FILLER              PIC X(01) VALUE SPACES.
002930     05  ED-WAGES            PIC ZZ,ZZ9.99.
002940     05  FILLER              PIC X(01) VALUE SPACES.
002950     05  ED-ER-SS            PIC Z,ZZ9.99.
002960     05  FILLER              PIC X(01) VALUE SPACES.
002970     05  ED-ER-UC            PIC ZZ9.99.
002980     05  FILLER              PIC X(01) VALUE SPACES.
002990     05  ED-BASIS            PIC X(14).

003000 01  WS-BASIS-PERIODS.
003010     05  FILLER              PIC X(04) VALUE "AVG".
003020     05  BP-PERIODS          PIC 9(01).
003030     05  FILLER              PIC X(08) VALUE " PERIODS".

003040 01  WS-DEPT-COLUMN-HEADING.
003050     05  FILLER              PIC X(06) VALUE "DEPT".
003060     05  FILLER              PIC X(10) VALUE "EMPLOYEES".
003070     05  FILLER              PIC X(14) VALUE "         WAGES".
003080     05  FILLER              PIC X(14) VALUE "    ER SOC SEC".
003090     05  FILLER              PIC X(14) VALUE "      ER UNEMP".
003100     05  FILLER              PIC X(14) VALUE "         TOTAL".
003110     05  FILLER              PIC X(08) VALUE SPACES.

003120 01  WS-DEPT-DETAIL-LINE.
003130     05  DS-DEPT             PIC X(04).
003140     05  FILLER              PIC X(02) VALUE SPACES.
003150     05  DS-EMPLOYEES        PIC ZZ,ZZ9.
003160     05  FILLER              PIC X(04) VALUE SPACES.
003170     05  DS-WAGES            PIC ZZ,ZZZ,ZZ9.99.
003180     05  FILLER              PIC X(01) VALUE SPACES.
003190     05  DS-ER-SS            PIC ZZ,ZZZ,ZZ9.99.
003200     05  FILLER              PIC X(01) VALUE SPACES.
003210     05  DS-ER-UC            PIC ZZ,ZZZ,ZZ9.99.
003220     05  FILLER              PIC X(01) VALUE SPACES.
003230     05  DS-TOTAL            PIC ZZ,ZZZ,ZZ9.99.
003240     05  FILLER              PIC X(09) VALUE SPACES.

003250 01  WS-ENTRY-COLUMN-HEADING.
003260     05  FILLER              PIC X(05) VALUE "ACCT".
003270     05  FILLER              PIC X(05) VALUE "DEPT".
003280     05  FILLER              PIC X(13) VALUE "        DEBIT".
003290     05  FILLER              PIC X(02) VALUE SPACES.
003300     05  FILLER              PIC X(13) VALUE "       CREDIT".
003310     05  FILLER              PIC X(02) VALUE SPACES.
003320     05  FILLER              PIC X(24) VALUE "DESCRIPTION".
003330     05  FILLER              PIC X(16) VALUE SPACES.

003340 01  WS-ENTRY-DETAIL-LINE.
003350     05  RD-ACCOUNT          PIC X(04).
003360     05  FILLER              PIC X(01) VALUE SPACES.
003370     05  RD-DEPT             PIC X(04).
003380     05  FILLER              PIC X(01) VALUE SPACES.
003390     05  RD-DEBIT            PIC ZZ,ZZZ,ZZ9.99.
003400     05  FILLER              PIC X(02) VALUE SPACES.
003410     05  RD-CREDIT           PIC ZZ,ZZZ,ZZ9.99.
003420     05  FILLER              PIC X(02) VALUE SPACES.
003430     05  RD-DESCRIPTION      PIC X(24).
003440     05  FILLER              PIC X(12) VALUE SPACES.

003450 01  WS-REPORT-TOTAL-LINE.
003460     05  RT-LABEL            PIC X(10).
003470     05  RT-TOTAL-DEBITS     PIC ZZ,ZZZ,ZZ9.99.
003480     05  FILLER              PIC X(02) VALUE SPACES.
003490     05  RT-TOTAL-CREDITS    PIC ZZ,ZZZ,ZZ9.99.
003500     05  FILLER              PIC X(02) VALUE SPACES.
003510     05  RT-NOTE             PIC X(24).
003520     05  FILLER              PIC X(16) VALUE SPACES.

003530 01  WS-COUNT-LINE.
003540     05  CL-LABEL            PIC X(36).
003550     05  CL-COUNT            PIC ZZ,ZZ9.
003560     05  FILLER              PIC X(38) VALUE SPACES.

003570 PROCEDURE DIVISION.
003580*****************************************************************
003590* 0000-MAINLINE - FIX THE MONTH END AND THE LAST PERIOD PAID,
003600*                 ACCRUE EACH EMPLOYEE, THEN WRITE THE BALANCED
003610*                 AUTO-REVERSING ENTRY AND THE SUMMARY
003620*****************************************************************
003630 0000-MAINLINE.
003640     PERFORM 1100-SET-ACCRUAL-DATES
003650         THRU 1100-SET-ACCRUAL-DATES-EXIT
003660     PERFORM 1150-CHECK-ACCRUAL-CONTROL
003670         THRU 1150-CHECK-ACCRUAL-CONTROL-EXIT
003680     IF NOT RUN-WAS-CANCELLED
003690         PERFORM 1200-FIND-LAST-PAID-PERIOD
003700             THRU 1200-FIND-LAST-PAID-PERIOD-EXIT
003710     END-IF
003720     IF NOT RUN-WAS-CANCELLED
003730         PERFORM 1000-INITIALIZE
003740             THRU 1000-INITIALIZE-EXIT
003750     END-IF
003760     IF RUN-WAS-CANCELLED
003770         MOVE 8 TO RETURN-CODE
003780     ELSE
003790         PERFORM 2000-ACCRUE-EMPLOYEES
003800             THRU 2000-ACCRUE-EMPLOYEES-EXIT
003810         PERFORM 3000-WRITE-ACCRUAL-ENTRY
003820             THRU 3000-WRITE-ACCRUAL-ENTRY-EXIT
003830         PERFORM 3500-TERMINATE
003840             THRU 3500-TERMINATE-EXIT
003850         IF RETURN-CODE < 8
003860             PERFORM 3400-STAMP-ACCRUAL-CONTROL
003870                 THRU 3400-STAMP-ACCRUAL-CONTROL-EXIT
003880         END-IF
003890     END-IF
003900     STOP RUN.

003910*****************************************************************
003920* 1000-INITIALIZE - OPEN THE MASTERS, THE ENTRY AND THE REPORT AND
003930*                   PRINT THE HEADINGS. WITH NO EMPLOYEE MASTER
003940*                   THERE IS NOTHING TO ACCRUE, SO THE RUN IS
003950*                   REFUSED; WITH NO YTD MASTER EVERY EMPLOYEE IS
003960*                   TAKEN AS UNDER THE UNEMPLOYMENT WAGE BASE.
003970*****************************************************************
003980 1000-INITIALIZE.
003990     OPEN INPUT EMPLOYEE-FILE
004000     IF WS-EMPFILE-STATUS = "35"
004010         DISPLAY "EMPLOYEE MASTER NOT FOUND - WAGE ACCRUAL "
004020             "CANCELLED"
004030         SET RUN-WAS-CANCELLED TO TRUE
004040         CLOSE PAY-HISTORY-FILE
004050         GO TO 1000-INITIALIZE-EXIT
004060     END-IF
004070     OPEN INPUT YTD-FILE
004080     IF WS-YTDFILE-STATUS = "35"
004090         DISPLAY "YTD MASTER NOT FOUND - UNEMPLOYMENT ACCRUED "
004100             "ON ALL WAGES"
004110     ELSE
004120         SET YTD-FILE-OPEN TO TRUE
004130     END-IF
004140     OPEN OUTPUT GL-ACCRUAL-FILE
004150     OPEN OUTPUT ACCRUAL-REPORT
004160     MOVE WS-RUN-DATE        TO RH-RUN-DATE
004170     MOVE WS-MONTH-END-DATE  TO RH-MONTH-END
004180     MOVE WS-LAST-PAID-END   TO RH-LAST-PAID-END
004190     MOVE WS-ACCRUAL-DAYS    TO RH-ACCRUAL-DAYS
004200     MOVE WS-REVERSAL-DATE   TO RH-REVERSAL-DATE
004210     WRITE ACCRUAL-REPORT-LINE FROM WS-REPORT-HEADING-1
004220     WRITE ACCRUAL-REPORT-LINE FROM WS-REPORT-HEADING-2
004230     WRITE ACCRUAL-REPORT-LINE FROM WS-REPORT-HEADING-3
004240     MOVE SPACES TO ACCRUAL-REPORT-LINE
004250     WRITE ACCRUAL-REPORT-LINE
004260     WRITE ACCRUAL-REPORT-LINE FROM WS-EMPLOYEE-COLUMN-HEADING.
004270 1000-INITIALIZE-EXIT.
004280     EXIT.

004290*****************************************************************
004300* 1100-SET-ACCRUAL-DATES - THE MONTH ACCRUED IS THE ONE BEFORE
004310*                          THE RUN DATE (THE JOB RUNS AT CLOSE,
004320*                          AFTER MONTH END), OR THE RUN DATE'S OWN
004330*                          MONTH WITH THE "CURRENT" OPTION (RUN ON
004340*                          ITS LAST DAY). THE ENTRY IS DATED THE
004350*                          LAST DAY OF THAT MONTH AND REVERSES ON
004360*                          THE FIRST DAY OF THE NEXT.
004370*****************************************************************
004380 1100-SET-ACCRUAL-DATES.
004390     ACCEPT WS-RUN-DATE FROM DATE
004400     ACCEPT WS-RUN-CCYYMMDD FROM DATE YYYYMMDD
004410     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
004420     MOVE ZERO TO WS-OVERRIDE-TALLY
004430     INSPECT WS-COMMAND-LINE
004440         TALLYING WS-OVERRIDE-TALLY FOR ALL "OVERRIDE"
004450     IF WS-OVERRIDE-TALLY > ZERO
004460         SET OVERRIDE-GIVEN TO TRUE
004470     END-IF
004480     MOVE ZERO TO WS-CURRENT-TALLY
004490     INSPECT WS-COMMAND-LINE
004500         TALLYING WS-CURRENT-TALLY FOR ALL "CURRENT"
004510     IF WS-CURRENT-TALLY > ZERO
004520         SET CURRENT-MONTH-GIVEN TO TRUE
004530     END-IF
004540     MOVE WS-RUN-CCYYMMDD TO WS-DATE-PARTS
004550     IF NOT CURRENT-MONTH-GIVEN
004560         IF WS-DATE-MM = 01
004570             MOVE 12 TO WS-DATE-MM
004580             SUBTRACT 1 FROM WS-DATE-CCYY
004590         ELSE
004600             SUBTRACT 1 FROM WS-DATE-MM
004610         END-IF
004620     END-IF
004630     MOVE WS-MONTH-LENGTH(WS-DATE-MM) TO WS-DATE-DD
004640     IF WS-DATE-MM = 02
004650         DIVIDE WS-DATE-CCYY BY 4
004660             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER
004670         IF WS-LEAP-REMAINDER = ZERO
004680             MOVE 29 TO WS-DATE-DD
004690         END-IF
004700     END-IF
004710     MOVE WS-DATE-PARTS TO WS-MONTH-END-DATE
004720     COMPUTE WS-MONTH-END-DAY-NUMBER =
004730         WS-DATE-CCYY * 365 + WS-DATE-MM * 30 + WS-DATE-DD
004740     IF WS-DATE-MM = 12
004750         MOVE 01 TO WS-DATE-MM
004760         ADD 1 TO WS-DATE-CCYY
004770     ELSE
004780         ADD 1 TO WS-DATE-MM
004790     END-IF
004800     MOVE 01 TO WS-DATE-DD
004810     MOVE WS-DATE-PARTS TO WS-REVERSAL-DATE.
004820 1100-SET-ACCRUAL-DATES-EXIT.
004830     EXIT.

004840*****************************************************************
004850* 1150-CHECK-ACCRUAL-CONTROL - REFUSE A SECOND ACCRUAL FOR A MONTH
004860*                              ALREADY ACCRUED (IT WOULD BOOK THE
004870*                              ACCRUAL TWICE) UNLESS THE
004880*                              "OVERRIDE" OPTION IS GIVEN. NO
004890*                              ACCRCTL MEANS NO MONTH HAS BEEN
004900*                              ACCRUED YET.
004910*****************************************************************
004920 1150-CHECK-ACCRUAL-CONTROL.
004930     OPEN INPUT ACCRUAL-CONTROL-FILE
004940     IF WS-ACCRCTL-STATUS = "35"
004950         GO TO 1150-CHECK-ACCRUAL-CONTROL-EXIT
004960     END-IF
004970     READ ACCRUAL-CONTROL-FILE
004980         AT END
004990             MOVE ZERO TO ACC-MONTH-END
005000     END-READ
005010     CLOSE ACCRUAL-CONTROL-FILE
005020     IF ACC-MONTH-END = WS-MONTH-END-DATE AND NOT OVERRIDE-GIVEN
005030         DISPLAY "WAGES ALREADY ACCRUED FOR MONTH END "
005040             WS-MONTH-END-DATE
005050         DISPLAY "GIVE THE OVERRIDE OPTION TO RERUN"
005060         SET RUN-WAS-CANCELLED TO TRUE
005070     END-IF.
005080 1150-CHECK-ACCRUAL-CONTROL-EXIT.
005090     EXIT.

005100*****************************************************************
005110* 1200-FIND-LAST-PAID-PERIOD - READ THE WHOLE PAY HISTORY FOR THE
005120*                              LATEST PERIOD END DATE PAID ON OR
005130*                              BEFORE MONTH END BY A LIVE REGULAR
005140*                              PAYCHECK. THE DAYS FROM THERE TO
005150*                              MONTH END ARE THE DAYS ACCRUED. NO
005160*                              PAY HISTORY, OR NO PERIOD PAID, IS
005170*                              NOTHING TO ACCRUE FROM, AND A
005180*                              PERIOD PAID THROUGH MONTH END
005190*                              LEAVES NOTHING TO ACCRUE.
005200*****************************************************************
005210 1200-FIND-LAST-PAID-PERIOD.
005220     OPEN INPUT PAY-HISTORY-FILE
005230     IF WS-PAYHIST-STATUS = "35"
005240         DISPLAY "PAY HISTORY NOT FOUND - WAGE ACCRUAL CANCELLED"
005250         SET RUN-WAS-CANCELLED TO TRUE
005260         GO TO 1200-FIND-LAST-PAID-PERIOD-EXIT
005270     END-IF
005280     MOVE "N" TO WS-HOLD-SWITCH
005290     MOVE "N" TO WS-HIST-EOF-SWITCH
005300     MOVE LOW-VALUES TO PH-KEY
005310     START PAY-HISTORY-FILE KEY NOT LESS THAN PH-KEY
005320         INVALID KEY
005330             SET END-OF-HISTORY TO TRUE
005340     END-START
005350     PERFORM 1250-READ-ALL-HISTORY
005360         THRU 1250-READ-ALL-HISTORY-EXIT
005370         UNTIL END-OF-HISTORY
005380     IF HISTORY-HELD
005390         PERFORM 1300-TAKE-PAID-PERIOD
005400             THRU 1300-TAKE-PAID-PERIOD-EXIT
005410     END-IF
005420     IF WS-LAST-PAID-END = ZERO
005430         DISPLAY "NO PERIOD PAID ON OR BEFORE MONTH END "
005440             WS-MONTH-END-DATE " - WAGE ACCRUAL CANCELLED"
005450         SET RUN-WAS-CANCELLED TO TRUE
005460         CLOSE PAY-HISTORY-FILE
005470         GO TO 1200-FIND-LAST-PAID-PERIOD-EXIT
005480     END-IF
005490     MOVE WS-LAST-PAID-END TO WS-DATE-PARTS
005500     COMPUTE WS-LAST-PAID-DAY-NUMBER =
005510         WS-DATE-CCYY * 365 + WS-DATE-MM * 30 + WS-DATE-DD
005520     COMPUTE WS-ACCRUAL-DAYS =
005530         WS-MONTH-END-DAY-NUMBER - WS-LAST-PAID-DAY-NUMBER
005540     IF WS-ACCRUAL-DAYS NOT > ZERO
005550         DISPLAY "PERIOD ENDING " WS-LAST-PAID-END
005560             " WAS PAID THROUGH MONTH END - NOTHING TO ACCRUE"
005570         SET RUN-WAS-CANCELLED TO TRUE
005580         CLOSE PAY-HISTORY-FILE
005590     END-IF.
005600 1200-FIND-LAST-PAID-PERIOD-EXIT.
005610     EXIT.

005620*****************************************************************
005630* 1250-READ-ALL-HISTORY - EACH EMPLOYEE/PERIOD'S RECORDS COME BACK
005640*                         IN ASCENDING SEQUENCE, SO THE LAST ONE
005650*                         READ IS THE PAYCHECK'S DISPOSITION;
005660*                         IT IS HELD UNTIL THE KEY CHANGES AND
005670*                         THEN TAKEN
005680*****************************************************************
005690 1250-READ-ALL-HISTORY.
005700     READ PAY-HISTORY-FILE NEXT RECORD
005710         AT END
005720             SET END-OF-HISTORY TO TRUE
005730             GO TO 1250-READ-ALL-HISTORY-EXIT
005740     END-READ
005750     IF HISTORY-HELD
005760             AND (PH-EMP-ID NOT = WS-HOLD-EMP-ID
005770                 OR PH-PERIOD NOT = WS-HOLD-PERIOD)
005780         PERFORM 1300-TAKE-PAID-PERIOD
005790             THRU 1300-TAKE-PAID-PERIOD-EXIT
005800     END-IF
005810     MOVE PH-EMP-ID TO WS-HOLD-EMP-ID
005820     MOVE PH-PERIOD TO WS-HOLD-PERIOD
005830     MOVE PH-DETAIL TO WS-HOLD-IMAGE
005840     SET HISTORY-HELD TO TRUE.
005850 1250-READ-ALL-HISTORY-EXIT.
005860     EXIT.

005870*****************************************************************
005880* 1300-TAKE-PAID-PERIOD - A LIVE (NOT REVERSED) REGULAR PAYCHECK
005890*                         FOR A PERIOD ENDING ON OR BEFORE MONTH
005900*                         END MOVES THE LAST PERIOD END PAID UP
005910*****************************************************************
005920 1300-TAKE-PAID-PERIOD.
005930     MOVE "N" TO WS-HOLD-SWITCH
005940     MOVE WS-HOLD-IMAGE TO WS-HISTORY-WORK
005950     IF NET-PAY-HST < ZERO
005960             OR WS-HOLD-PERIOD NOT < WS-FIRST-OFFCYCLE-RUN
005970             OR PERIOD-END-DATE-HST NOT NUMERIC
005980         GO TO 1300-TAKE-PAID-PERIOD-EXIT
005990     END-IF
006000     IF PERIOD-END-DATE-HST > WS-LAST-PAID-END
006010             AND PERIOD-END-DATE-HST NOT > WS-MONTH-END-DATE
006020         MOVE PERIOD-END-DATE-HST TO WS-LAST-PAID-END
006030     END-IF.
006040 1300-TAKE-PAID-PERIOD-EXIT.
006050     EXIT.

006060*****************************************************************
006070* 2000-ACCRUE-EMPLOYEES - ONE PASS OF THE EMPLOYEE MASTER
006080*****************************************************************
006090 2000-ACCRUE-EMPLOYEES.
006100     PERFORM 2100-ACCRUE-ONE-EMPLOYEE
006110         THRU 2100-ACCRUE-ONE-EMPLOYEE-EXIT
006120         UNTIL END-OF-EMPLOYEES.
006130 2000-ACCRUE-EMPLOYEES-EXIT.
006140     EXIT.

006150*****************************************************************
006160* 2100-ACCRUE-ONE-EMPLOYEE - WORK OUT THE DAYS THIS EMPLOYEE
006170*                            EARNED IN THE GAP AND THEIR WAGES FOR
006180*                            THEM. AN EMPLOYEE ON LEAVE EARNS
006190*                            NOTHING; ONE TERMINATED IN THE GAP
006200*                            EARNS UP TO THE TERMINATION DATE, AND
006210*                            ONE HIRED IN IT FROM THE HIRE DATE.
006220*                            AN HOURLY EMPLOYEE WITH NO PAY
006230*                            HISTORY HAS NO RUN RATE AND IS LISTED
006240*                            FOR ACCOUNTING TO ACCRUE BY HAND.
006250*****************************************************************
006260 2100-ACCRUE-ONE-EMPLOYEE.
006270     READ EMPLOYEE-FILE NEXT RECORD
006280         AT END
006290             SET END-OF-EMPLOYEES TO TRUE
006300             GO TO 2100-ACCRUE-ONE-EMPLOYEE-EXIT
006310     END-READ
006320     ADD 1 TO WS-EMPLOYEES-READ
006330     MOVE WS-ACCRUAL-DAYS TO WS-EMP-DAYS
006340     MOVE SPACES          TO WS-EMPLOYEE-DETAIL-LINE
006350     MOVE EMP-ID          TO ED-EMP-ID
006360     MOVE EMP-NAME        TO ED-EMP-NAME
006370     MOVE EMP-DEPT        TO ED-DEPT
006380     MOVE EMP-PAY-TYPE    TO ED-PAY-TYPE
006390     IF EMPLOYEE-ON-LEAVE
006400         ADD 1 TO WS-EMPLOYEES-ON-LEAVE
006410         MOVE "ON LEAVE"  TO ED-BASIS
006420         WRITE ACCRUAL-REPORT-LINE FROM WS-EMPLOYEE-DETAIL-LINE
006430         GO TO 2100-ACCRUE-ONE-EMPLOYEE-EXIT
006440     END-IF
006450     IF TERMINATED-EMPLOYEE
006460         IF EMP-TERM-DATE NOT NUMERIC
006470                 OR EMP-TERM-DATE NOT > WS-LAST-PAID-END
006480             ADD 1 TO WS-EMPLOYEES-NOT-ACTIVE
006490             GO TO 2100-ACCRUE-ONE-EMPLOYEE-EXIT
006500         END-IF
006510         IF EMP-TERM-DATE < WS-MONTH-END-DATE
006520             MOVE EMP-TERM-DATE TO WS-DATE-PARTS
006530             COMPUTE WS-DATE-DAY-NUMBER =
006540                 WS-DATE-CCYY * 365 + WS-DATE-MM * 30 + WS-DATE-DD
006550             COMPUTE WS-EMP-DAYS =
006560                 WS-DATE-DAY-NUMBER - WS-LAST-PAID-DAY-NUMBER
006570             MOVE "TERM IN GAP" TO ED-BASIS
006580         END-IF
006590     END-IF
006600     IF EMP-HIRE-DATE NUMERIC
006610             AND EMP-HIRE-DATE > WS-LAST-PAID-END
006620         IF EMP-HIRE-DATE > WS-MONTH-END-DATE
006630             ADD 1 TO WS-EMPLOYEES-NOT-ACTIVE
006640             GO TO 2100-ACCRUE-ONE-EMPLOYEE-EXIT
006650         END-IF
006660         MOVE EMP-HIRE-DATE TO WS-DATE-PARTS
006670         COMPUTE WS-DATE-DAY-NUMBER =
006680             WS-DATE-CCYY * 365 + WS-DATE-MM * 30 + WS-DATE-DD
006690         COMPUTE WS-EMP-DAYS =
006700             WS-EMP-DAYS - (WS-DATE-DAY-NUMBER
006710                 - WS-LAST-PAID-DAY-NUMBER - 1)
006720         MOVE "HIRED IN GAP" TO ED-BASIS
006730     END-IF
006740     IF WS-EMP-DAYS NOT > ZERO
006750         ADD 1 TO WS-EMPLOYEES-NOT-ACTIVE
006760         GO TO 2100-ACCRUE-ONE-EMPLOYEE-EXIT
006770     END-IF
006780     MOVE WS-EMP-DAYS TO ED-DAYS
006790     IF EMP-PAY-TYPE = "S"
006800         MOVE EMP-SALARY TO WS-RUN-RATE
006810         IF ED-BASIS = SPACES
006820             MOVE "SALARY" TO ED-BASIS
006830         END-IF
006840     ELSE
006850         PERFORM 2200-GATHER-RUN-RATE
006860             THRU 2200-GATHER-RUN-RATE-EXIT
006870         IF WS-SLOTS-USED = ZERO
006880             ADD 1 TO WS-EMPLOYEES-NO-HISTORY
006890             MOVE "NO PAY HISTORY" TO ED-BASIS
006900             WRITE ACCRUAL-REPORT-LINE
006910                 FROM WS-EMPLOYEE-DETAIL-LINE
006920             GO TO 2100-ACCRUE-ONE-EMPLOYEE-EXIT
006930         END-IF
006940         IF ED-BASIS = SPACES
006950             MOVE WS-SLOTS-USED TO BP-PERIODS
006960             MOVE WS-BASIS-PERIODS TO ED-BASIS
006970         END-IF
006980     END-IF
006990     COMPUTE WS-WAGE-ACCRUAL ROUNDED =
007000         WS-RUN-RATE * WS-EMP-DAYS / WS-PERIOD-DAYS
007010     PERFORM 2400-ACCRUE-EMPLOYER-TAXES
007020         THRU 2400-ACCRUE-EMPLOYER-TAXES-EXIT
007030     PERFORM 2500-FIND-DEPT-ENTRY
007040         THRU 2500-FIND-DEPT-ENTRY-EXIT
007050     ADD 1                TO WS-DEPT-EMPLOYEES(WS-DEPT-IDX)
007060     ADD WS-WAGE-ACCRUAL  TO WS-DEPT-WAGES(WS-DEPT-IDX)
007070     ADD WS-ER-SS-ACCRUAL TO WS-DEPT-ER-SS(WS-DEPT-IDX)
007080     ADD WS-ER-UC-ACCRUAL TO WS-DEPT-ER-UC(WS-DEPT-IDX)
007090     ADD WS-WAGE-ACCRUAL  TO WS-TOTAL-WAGES
007100     ADD WS-ER-SS-ACCRUAL TO WS-TOTAL-ER-SS
007110     ADD WS-ER-UC-ACCRUAL TO WS-TOTAL-ER-UC
007120     ADD 1 TO WS-EMPLOYEES-ACCRUED
007130     MOVE WS-RUN-RATE      TO ED-RUN-RATE
007140     MOVE WS-WAGE-ACCRUAL  TO ED-WAGES
007150     MOVE WS-ER-SS-ACCRUAL TO ED-ER-SS
007160     MOVE WS-ER-UC-ACCRUAL TO ED-ER-UC
007170     WRITE ACCRUAL-REPORT-LINE FROM WS-EMPLOYEE-DETAIL-LINE.
007180 2100-ACCRUE-ONE-EMPLOYEE-EXIT.
007190     EXIT.

007200*****************************************************************
007210* 2200-GATHER-RUN-RATE - AN HOURLY EMPLOYEE'S PERIOD RUN RATE: ONE
007220*                        KEYED START AT THEIR FIRST HISTORY RECORD
007230*                        AND A READ THROUGH THE REST, TAKING THE
007240*                        LAST RECORD OF EACH PERIOD, THEN THE
007250*                        AVERAGE OF THE LAST FOUR LIVE REGULAR
007260*                        PERIODS' EARNINGS
007270*****************************************************************
007280 2200-GATHER-RUN-RATE.
007290     MOVE ZERO TO WS-REGULAR-COUNT
007300     MOVE ZERO TO WS-RECENT-TABLE
007310     MOVE ZERO TO WS-RUN-RATE
007320     MOVE "N" TO WS-HOLD-SWITCH
007330     MOVE "N" TO WS-HIST-EOF-SWITCH
007340     MOVE EMP-ID TO PH-EMP-ID
007350     MOVE ZERO TO PH-PERIOD
007360     MOVE ZERO TO PH-SEQ-NO
007370     START PAY-HISTORY-FILE KEY NOT LESS THAN PH-KEY
007380         INVALID KEY
007390             SET END-OF-HISTORY TO TRUE
007400     END-START
007410     PERFORM 2250-READ-EMPLOYEE-HISTORY
007420         THRU 2250-READ-EMPLOYEE-HISTORY-EXIT
007430         UNTIL END-OF-HISTORY
007440     IF HISTORY-HELD
007450         PERFORM 2300-TAKE-RATE-PERIOD
007460             THRU 2300-TAKE-RATE-PERIOD-EXIT
007470     END-IF
007480     IF WS-REGULAR-COUNT < WS-HISTORY-DEPTH
007490         MOVE WS-REGULAR-COUNT TO WS-SLOTS-USED
007500     ELSE
007510         MOVE WS-HISTORY-DEPTH TO WS-SLOTS-USED
007520     END-IF
007530     IF WS-SLOTS-USED = ZERO
007540         GO TO 2200-GATHER-RUN-RATE-EXIT
007550     END-IF
007560     MOVE ZERO TO WS-SUM-EARNINGS
007570     PERFORM 2350-ADD-RECENT-SLOT
007580         THRU 2350-ADD-RECENT-SLOT-EXIT
007590         VARYING WS-SLOT FROM 1 BY 1
007600         UNTIL WS-SLOT > WS-HISTORY-DEPTH
007610     COMPUTE WS-RUN-RATE ROUNDED =
007620         WS-SUM-EARNINGS / WS-SLOTS-USED.
007630 2200-GATHER-RUN-RATE-EXIT.
007640     EXIT.

007650 2250-READ-EMPLOYEE-HISTORY.
007660     READ PAY-HISTORY-FILE NEXT RECORD
007670         AT END
007680             SET END-OF-HISTORY TO TRUE
007690             GO TO 2250-READ-EMPLOYEE-HISTORY-EXIT
007700     END-READ
007710     IF PH-EMP-ID NOT = EMP-ID
007720         SET END-OF-HISTORY TO TRUE
007730         GO TO 2250-READ-EMPLOYEE-HISTORY-EXIT
007740     END-IF
007750     IF HISTORY-HELD AND PH-PERIOD NOT = WS-HOLD-PERIOD
007760         PERFORM 2300-TAKE-RATE-PERIOD
007770             THRU 2300-TAKE-RATE-PERIOD-EXIT
007780     END-IF
007790     MOVE PH-PERIOD TO WS-HOLD-PERIOD
007800     MOVE PH-DETAIL TO WS-HOLD-IMAGE
007810     SET HISTORY-HELD TO TRUE.
007820 2250-READ-EMPLOYEE-HISTORY-EXIT.
007830     EXIT.

007840*****************************************************************
007850* 2300-TAKE-RATE-PERIOD - A LIVE REGULAR PAYCHECK FOR A PERIOD
007860*                         ENDING ON OR BEFORE MONTH END GOES INTO
007870*                         THE NEXT SLOT OF THE ROTATION. RETRO PAY
007880*                         IS A ONE-TIME CATCH-UP, NOT A RUN RATE,
007890*                         AND IS TAKEN OUT.
007900*****************************************************************
007910 2300-TAKE-RATE-PERIOD.
007920     MOVE "N" TO WS-HOLD-SWITCH
007930     MOVE WS-HOLD-IMAGE TO WS-HISTORY-WORK
007940     IF NET-PAY-HST < ZERO
007950             OR WS-HOLD-PERIOD NOT < WS-FIRST-OFFCYCLE-RUN
007960             OR PERIOD-END-DATE-HST NOT NUMERIC
007970             OR PERIOD-END-DATE-HST > WS-MONTH-END-DATE
007980         GO TO 2300-TAKE-RATE-PERIOD-EXIT
007990     END-IF
008000     ADD 1 TO WS-REGULAR-COUNT
008010     DIVIDE WS-REGULAR-COUNT BY WS-HISTORY-DEPTH
008020         GIVING WS-SLOT-QUOTIENT REMAINDER WS-SLOT
008030     ADD 1 TO WS-SLOT
008040     IF RETRO-PAY-HST NUMERIC AND RETRO-PAY-HST < GROSS-PAY-HST
008050         COMPUTE WS-RECENT-EARNINGS(WS-SLOT) =
008060             GROSS-PAY-HST - RETRO-PAY-HST
008070     ELSE
008080         MOVE GROSS-PAY-HST TO WS-RECENT-EARNINGS(WS-SLOT)
008090     END-IF.
008100 2300-TAKE-RATE-PERIOD-EXIT.
008110     EXIT.

008120 2350-ADD-RECENT-SLOT.
008130     ADD WS-RECENT-EARNINGS(WS-SLOT) TO WS-SUM-EARNINGS.
008140 2350-ADD-RECENT-SLOT-EXIT.
008150     EXIT.

008160*****************************************************************
008170* 2400-ACCRUE-EMPLOYER-TAXES - THE EMPLOYER SOCIAL SECURITY MATCH
008180*                              ON THE ACCRUED WAGES, AND THE
008190*                              UNEMPLOYMENT CONTRIBUTION ON WHAT
008200*                              OF THEM FALLS UNDER THE WAGE BASE
008210*                              AFTER THE YEAR'S GROSS SO FAR
008220*****************************************************************
008230 2400-ACCRUE-EMPLOYER-TAXES.
008240     COMPUTE WS-ER-SS-ACCRUAL ROUNDED =
008250         WS-WAGE-ACCRUAL * WS-ER-SOC-SEC-RATE
008260     MOVE ZERO TO WS-YTD-GROSS
008270     IF YTD-FILE-OPEN
008280         MOVE EMP-ID TO YTD-EMP-ID
008290         READ YTD-FILE
008300             INVALID KEY
008310                 MOVE ZERO TO WS-YTD-GROSS
008320             NOT INVALID KEY
008330                 MOVE YTD-GROSS-PAY TO WS-YTD-GROSS
008340         END-READ
008350     END-IF
008360     IF WS-YTD-GROSS NOT < WS-ER-UNEMP-WAGE-BASE
008370         MOVE ZERO TO WS-UC-TAXABLE
008380     ELSE
008390         COMPUTE WS-UC-TAXABLE =
008400             WS-ER-UNEMP-WAGE-BASE - WS-YTD-GROSS
008410         IF WS-UC-TAXABLE > WS-WAGE-ACCRUAL
008420             MOVE WS-WAGE-ACCRUAL TO WS-UC-TAXABLE
008430         END-IF
008440     END-IF
008450     COMPUTE WS-ER-UC-ACCRUAL ROUNDED =
008460         WS-UC-TAXABLE * WS-ER-UNEMP-RATE.
008470 2400-ACCRUE-EMPLOYER-TAXES-EXIT.
008480     EXIT.

008490*****************************************************************
008500* 2500-FIND-DEPT-ENTRY - FIND OR ADD THE EMPLOYEE'S HOME
008510*                        DEPARTMENT. WHEN THE TABLE IS FULL THE
008520*                        REST ACCUMULATES UNDER THE "****"
008530*                        CATCH-ALL IN THE RESERVED LAST SLOT.
008540*****************************************************************
008550 2500-FIND-DEPT-ENTRY.
008560     SET WS-DEPT-IDX TO 1
008570     SEARCH WS-DEPT-ENTRY
008580         AT END
008590             CONTINUE
008600         WHEN WS-DEPT-IDX > WS-DEPT-COUNT
008610             CONTINUE
008620         WHEN WS-DEPT-CODE(WS-DEPT-IDX) = EMP-DEPT
008630             GO TO 2500-FIND-DEPT-ENTRY-EXIT
008640     END-SEARCH
008650     IF WS-DEPT-COUNT NOT < WS-DEPT-LIMIT
008660         DISPLAY "ACCRUAL DEPARTMENT TABLE FULL - ACCRUING "
008670             EMP-DEPT " UNDER ****"
008680         MOVE "****" TO EMP-DEPT
008690         SET WS-DEPT-IDX TO 1
008700         SEARCH WS-DEPT-ENTRY
008710             AT END
008720                 CONTINUE
008730             WHEN WS-DEPT-IDX > WS-DEPT-COUNT
008740                 CONTINUE
008750             WHEN WS-DEPT-CODE(WS-DEPT-IDX) = EMP-DEPT
008760                 GO TO 2500-FIND-DEPT-ENTRY-EXIT
008770         END-SEARCH
008780     END-IF
008790     ADD 1 TO WS-DEPT-COUNT
008800     SET WS-DEPT-IDX TO WS-DEPT-COUNT
008810     MOVE EMP-DEPT TO WS-DEPT-CODE(WS-DEPT-IDX)
008820     MOVE ZERO     TO WS-DEPT-EMPLOYEES(WS-DEPT-IDX)
008830     MOVE ZERO     TO WS-DEPT-WAGES(WS-DEPT-IDX)
008840     MOVE ZERO     TO WS-DEPT-ER-SS(WS-DEPT-IDX)
008850     MOVE ZERO     TO WS-DEPT-ER-UC(WS-DEPT-IDX).
008860 2500-FIND-DEPT-ENTRY-EXIT.
008870     EXIT.

008880*****************************************************************
008890* 3000-WRITE-ACCRUAL-ENTRY - PRINT THE DEPARTMENT SUMMARY, THEN
008900*                            WRITE THE BALANCED ENTRY: WAGE
008910*                            EXPENSE DEBITED BY DEPARTMENT AND
008920*                            EMPLOYER TAX EXPENSE DEBITED, AGAINST
008930*                            CREDITS TO ACCRUED WAGES PAYABLE AND
008940*                            THE TWO EMPLOYER TAX LIABILITIES
008950*****************************************************************
008960 3000-WRITE-ACCRUAL-ENTRY.
008970     MOVE SPACES TO ACCRUAL-REPORT-LINE
008980     WRITE ACCRUAL-REPORT-LINE
008990     WRITE ACCRUAL-REPORT-LINE FROM WS-DEPT-COLUMN-HEADING
009000     PERFORM 3050-PRINT-DEPT-SUMMARY
009010         THRU 3050-PRINT-DEPT-SUMMARY-EXIT
009020         VARYING WS-DEPT-IDX FROM 1 BY 1
009030         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
009040     MOVE SPACES             TO WS-DEPT-DETAIL-LINE
009050     MOVE "TOTL"             TO DS-DEPT
009060     MOVE WS-EMPLOYEES-ACCRUED TO DS-EMPLOYEES
009070     MOVE WS-TOTAL-WAGES     TO DS-WAGES
009080     MOVE WS-TOTAL-ER-SS     TO DS-ER-SS
009090     MOVE WS-TOTAL-ER-UC     TO DS-ER-UC
009100     COMPUTE WS-TOTAL-ER-TAXES = WS-TOTAL-ER-SS + WS-TOTAL-ER-UC
009110     COMPUTE DS-TOTAL = WS-TOTAL-WAGES + WS-TOTAL-ER-TAXES
009120     WRITE ACCRUAL-REPORT-LINE FROM WS-DEPT-DETAIL-LINE
009130     MOVE SPACES TO ACCRUAL-REPORT-LINE
009140     WRITE ACCRUAL-REPORT-LINE
009150     WRITE ACCRUAL-REPORT-LINE FROM WS-ENTRY-COLUMN-HEADING
009160     PERFORM 3100-WRITE-DEPT-DEBIT
009170         THRU 3100-WRITE-DEPT-DEBIT-EXIT
009180         VARYING WS-DEPT-IDX FROM 1 BY 1
009190         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
009200     MOVE SPACES TO GL-POSTING-RECORD
009210     MOVE WS-ER-TAX-EXPENSE-ACCOUNT TO GL-ACCOUNT
009220     MOVE WS-TOTAL-ER-TAXES    TO GL-DEBIT-AMOUNT
009230     MOVE ZERO                 TO GL-CREDIT-AMOUNT
009240     MOVE "ER TAX ACCRUAL"     TO GL-DESCRIPTION
009250     PERFORM 3200-WRITE-POSTING-RECORD
009260         THRU 3200-WRITE-POSTING-RECORD-EXIT
009270     MOVE SPACES TO GL-POSTING-RECORD
009280     MOVE WS-ACCRUED-WAGES-ACCOUNT TO GL-ACCOUNT
009290     MOVE ZERO                 TO GL-DEBIT-AMOUNT
009300     MOVE WS-TOTAL-WAGES       TO GL-CREDIT-AMOUNT
009310     MOVE "ACCRUED WAGES PAYABLE" TO GL-DESCRIPTION
009320     PERFORM 3200-WRITE-POSTING-RECORD
009330         THRU 3200-WRITE-POSTING-RECORD-EXIT
009340     MOVE SPACES TO GL-POSTING-RECORD
009350     MOVE WS-ER-SS-LIABILITY-ACCOUNT TO GL-ACCOUNT
009360     MOVE ZERO                 TO GL-DEBIT-AMOUNT
009370     MOVE WS-TOTAL-ER-SS       TO GL-CREDIT-AMOUNT
009380     MOVE "ER SOC SEC ACCRUAL" TO GL-DESCRIPTION
009390     PERFORM 3200-WRITE-POSTING-RECORD
009400         THRU 3200-WRITE-POSTING-RECORD-EXIT
009410     MOVE SPACES TO GL-POSTING-RECORD
009420     MOVE WS-ER-UC-LIABILITY-ACCOUNT TO GL-ACCOUNT
009430     MOVE ZERO                 TO GL-DEBIT-AMOUNT
009440     MOVE WS-TOTAL-ER-UC       TO GL-CREDIT-AMOUNT
009450     MOVE "ER UNEMPLOYMENT ACCRUAL" TO GL-DESCRIPTION
009460     PERFORM 3200-WRITE-POSTING-RECORD
009470         THRU 3200-WRITE-POSTING-RECORD-EXIT.
009480 3000-WRITE-ACCRUAL-ENTRY-EXIT.
009490     EXIT.

009500 3050-PRINT-DEPT-SUMMARY.
009510     MOVE SPACES TO WS-DEPT-DETAIL-LINE
009520     MOVE WS-DEPT-CODE(WS-DEPT-IDX)      TO DS-DEPT
009530     MOVE WS-DEPT-EMPLOYEES(WS-DEPT-IDX) TO DS-EMPLOYEES
009540     MOVE WS-DEPT-WAGES(WS-DEPT-IDX)     TO DS-WAGES
009550     MOVE WS-DEPT-ER-SS(WS-DEPT-IDX)     TO DS-ER-SS
009560     MOVE WS-DEPT-ER-UC(WS-DEPT-IDX)     TO DS-ER-UC
009570     COMPUTE DS-TOTAL = WS-DEPT-WAGES(WS-DEPT-IDX)
009580         + WS-DEPT-ER-SS(WS-DEPT-IDX) + WS-DEPT-ER-UC(WS-DEPT-IDX)
009590     WRITE ACCRUAL-REPORT-LINE FROM WS-DEPT-DETAIL-LINE.
009600 3050-PRINT-DEPT-SUMMARY-EXIT.
009610     EXIT.

009620*****************************************************************
009630* 3100-WRITE-DEPT-DEBIT - ONE DEPARTMENT'S ACCRUED WAGE EXPENSE
009640*****************************************************************
009650 3100-WRITE-DEPT-DEBIT.
009660     MOVE SPACES TO GL-POSTING-RECORD
009670     MOVE WS-WAGE-EXPENSE-ACCOUNT    TO GL-ACCOUNT
009680     MOVE WS-DEPT-CODE(WS-DEPT-IDX)  TO GL-DEPT
009690     MOVE WS-DEPT-WAGES(WS-DEPT-IDX) TO GL-DEBIT-AMOUNT
009700     MOVE ZERO                       TO GL-CREDIT-AMOUNT
009710     MOVE "WAGE ACCRUAL"             TO GL-DESCRIPTION
009720     ADD WS-DEPT-WAGES(WS-DEPT-IDX)  TO WS-DEPT-WAGE-TOTAL
009730     PERFORM 3200-WRITE-POSTING-RECORD
009740         THRU 3200-WRITE-POSTING-RECORD-EXIT.
009750 3100-WRITE-DEPT-DEBIT-EXIT.
009760     EXIT.

009770*****************************************************************
009780* 3200-WRITE-POSTING-RECORD - MARK ONE POSTING AS PART OF AN
009790*                             AUTO-REVERSING ACCRUAL DATED MONTH
009800*                             END, WRITE IT, ECHO IT ON THE
009810*                             REPORT, AND ACCUMULATE THE PROOF
009820*                             TOTALS
009830*****************************************************************
009840 3200-WRITE-POSTING-RECORD.
009850     MOVE "A"              TO GL-ENTRY-TYPE
009860     MOVE WS-MONTH-END-DATE TO GL-ENTRY-DATE
009870     MOVE WS-REVERSAL-DATE TO GL-REVERSAL-DATE
009880     WRITE GL-POSTING-RECORD
009890     MOVE GL-ACCOUNT       TO RD-ACCOUNT
009900     MOVE GL-DEPT          TO RD-DEPT
009910     MOVE GL-DEBIT-AMOUNT  TO RD-DEBIT
009920     MOVE GL-CREDIT-AMOUNT TO RD-CREDIT
009930     MOVE GL-DESCRIPTION   TO RD-DESCRIPTION
009940     WRITE ACCRUAL-REPORT-LINE FROM WS-ENTRY-DETAIL-LINE
009950     ADD GL-DEBIT-AMOUNT  TO WS-TOTAL-DEBITS
009960     ADD GL-CREDIT-AMOUNT TO WS-TOTAL-CREDITS.
009970 3200-WRITE-POSTING-RECORD-EXIT.
009980     EXIT.

009990*****************************************************************
010000* 3400-STAMP-ACCRUAL-CONTROL - RECORD THE MONTH END ACCRUED SO A
010010*                              SECOND RUN FOR IT IS REFUSED
010020*****************************************************************
010030 3400-STAMP-ACCRUAL-CONTROL.
010040     MOVE SPACES             TO ACCRUAL-CONTROL-RECORD
010050     MOVE WS-MONTH-END-DATE  TO ACC-MONTH-END
010060     MOVE WS-RUN-DATE        TO ACC-RUN-DATE
010070     MOVE WS-REVERSAL-DATE   TO ACC-REVERSAL-DATE
010080     MOVE WS-TOTAL-WAGES     TO ACC-TOTAL-WAGES
010090     MOVE WS-TOTAL-ER-TAXES  TO ACC-TOTAL-ER-TAXES
010100     OPEN OUTPUT ACCRUAL-CONTROL-FILE
010110     WRITE ACCRUAL-CONTROL-RECORD
010120     CLOSE ACCRUAL-CONTROL-FILE.
010130 3400-STAMP-ACCRUAL-CONTROL-EXIT.
010140     EXIT.

010150*****************************************************************
010160* 3500-TERMINATE - PROVE THE ENTRY BALANCES AND THAT THE
010170*                  DEPARTMENT DEBITS TIE TO ACCRUED WAGES PAYABLE,
010180*                  PRINT THE COUNTS, AND CLOSE FILES. AN HOURLY
010190*                  EMPLOYEE LEFT OUT FOR WANT OF PAY HISTORY GIVES
010200*                  RETURN CODE 4.
010210*****************************************************************
010220 3500-TERMINATE.
010230     MOVE "TOTALS"         TO RT-LABEL
010240     MOVE WS-TOTAL-DEBITS  TO RT-TOTAL-DEBITS
010250     MOVE WS-TOTAL-CREDITS TO RT-TOTAL-CREDITS
010260     IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
010270         MOVE "ENTRY IS IN BALANCE" TO RT-NOTE
010280     ELSE
010290         MOVE "*** OUT OF BALANCE ***" TO RT-NOTE
010300         DISPLAY "WAGE ACCRUAL OUT OF BALANCE - DO NOT POST"
010310         MOVE 8 TO RETURN-CODE
010320     END-IF
010330     WRITE ACCRUAL-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
010340     MOVE "DEPT WAGES"       TO RT-LABEL
010350     MOVE WS-DEPT-WAGE-TOTAL TO RT-TOTAL-DEBITS
010360     MOVE WS-TOTAL-WAGES     TO RT-TOTAL-CREDITS
010370     IF WS-DEPT-WAGE-TOTAL = WS-TOTAL-WAGES
010380         MOVE "TIES TO ACCRUED WAGES" TO RT-NOTE
010390     ELSE
010400         MOVE "*** DOES NOT TIE ***" TO RT-NOTE
010410         DISPLAY "WAGE ACCRUAL DEPARTMENT DEBITS DO NOT TIE"
010420         MOVE 8 TO RETURN-CODE
010430     END-IF
010440     WRITE ACCRUAL-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
010450     MOVE SPACES TO ACCRUAL-REPORT-LINE
010460     WRITE ACCRUAL-REPORT-LINE
010470     MOVE "EMPLOYEES READ"                 TO CL-LABEL
010480     MOVE WS-EMPLOYEES-READ                TO CL-COUNT
010490     WRITE ACCRUAL-REPORT-LINE FROM WS-COUNT-LINE
010500     MOVE "EMPLOYEES ACCRUED"              TO CL-LABEL
010510     MOVE WS-EMPLOYEES-ACCRUED             TO CL-COUNT
010520     WRITE ACCRUAL-REPORT-LINE FROM WS-COUNT-LINE
010530     MOVE "ON LEAVE - NOT ACCRUED"         TO CL-LABEL
010540     MOVE WS-EMPLOYEES-ON-LEAVE            TO CL-COUNT
010550     WRITE ACCRUAL-REPORT-LINE FROM WS-COUNT-LINE
010560     MOVE "NOT EMPLOYED IN GAP - NOT ACCRUED" TO CL-LABEL
010570     MOVE WS-EMPLOYEES-NOT-ACTIVE          TO CL-COUNT
010580     WRITE ACCRUAL-REPORT-LINE FROM WS-COUNT-LINE
010590     MOVE "NO PAY HISTORY - ACCRUE BY HAND" TO CL-LABEL
010600     MOVE WS-EMPLOYEES-NO-HISTORY          TO CL-COUNT
010610     WRITE ACCRUAL-REPORT-LINE FROM WS-COUNT-LINE
010620     IF WS-EMPLOYEES-NO-HISTORY > ZERO
010630         DISPLAY WS-EMPLOYEES-NO-HISTORY " HOURLY EMPLOYEES HAVE "
010640             "NO PAY HISTORY - NOT ACCRUED, SEE ACCRRPT"
010650         IF RETURN-CODE < 4
010660             MOVE 4 TO RETURN-CODE
010670         END-IF
010680     END-IF
010690     CLOSE EMPLOYEE-FILE
010700     CLOSE PAY-HISTORY-FILE
010710     IF YTD-FILE-OPEN
010720         CLOSE YTD-FILE
010730     END-IF
010740     CLOSE GL-ACCRUAL-FILE
010750     CLOSE ACCRUAL-REPORT
010760     DISPLAY "WAGE ACCRUAL FOR MONTH END " WS-MONTH-END-DATE
010770         " DAYS: " WS-ACCRUAL-DAYS
010780         " WAGES: " WS-TOTAL-WAGES
010790         " ER TAXES: " WS-TOTAL-ER-TAXES.
010800 3500-TERMINATE-EXIT.
010810     EXIT.
