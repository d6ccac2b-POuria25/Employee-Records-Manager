000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PAY-VARIANCE-REVIEW.
000120 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000130 INSTALLATION. CORPORATE-PAYROLL.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*****************************************************************
000170* MODIFICATION HISTORY
000180*------------------------------------------------------------
000190* DATE       INIT  DESCRIPTION
000200* 2026-10-15 RLS   ORIGINAL VERSION - PRE-RELEASE VARIANCE AND
000210*                  ANOMALY REVIEW OF THE PERIOD'S PAYCHECKS. RUN
000220*                  AFTER MODIFY-RECORDS AND BEFORE ACH-GENERATOR,
000230*                  IT COMPARES EVERY PAYROLL OUTPUT RECORD WITH
000240*                  THE SAME EMPLOYEE'S RECENT PAYCHECKS ON THE PAY
000250*                  HISTORY (PAYHIST, SEE PAYHREC) AND FLAGS GROSS
000260*                  OR NET SWINGS BEYOND TOLERANCE, OVERTIME WELL
000270*                  ABOVE THE EMPLOYEE'S NORMAL, FIRST-EVER
000280*                  PAYCHECKS, BANK ROUTING OR ACCOUNT CHANGES
000290*                  SINCE THE LAST PAYCHECK, AND EMPLOYEES PAID
000300*                  LAST PERIOD BUT NOT THIS ONE. THE REVIEW REPORT
000310*                  (VARRPT) ENDS WITH COUNTS BY FLAG TYPE AND A
000320*                  SIGN-OFF LINE FOR THE PAYROLL SUPERVISOR.
000330*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-RUNCTL-STATUS.
000400     SELECT PAYROLL-OUTPUT-FILE ASSIGN TO "OUTFILE"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-OUTFILE-STATUS.
000430     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS PH-KEY
000470         FILE STATUS IS WS-PAYHIST-STATUS.
000480     SELECT EMPLOYEE-FILE ASSIGN TO "EMPMAST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS EMP-ID
000520         FILE STATUS IS WS-EMPFILE-STATUS.
000530     SELECT REVIEW-REPORT ASSIGN TO "VARRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL.

000550 DATA DIVISION.
000560 FILE SECTION.
000570*****************************************************************
000580* RUN-CONTROL-FILE - THE PERIOD'S JOB-STEP STATUS RECORD. THE
000590*                    REVIEW ONLY READS IT; IT STAMPS NOTHING.
000600*****************************************************************
000610 FD  RUN-CONTROL-FILE.
000620     COPY RUNCTREC.

000630*****************************************************************
000640* PAYROLL-OUTPUT-FILE - THE PERIOD'S COMPUTED PAYCHECKS WRITTEN
000650*                       BY MODIFY-RECORDS (SEE PAYOUTREC)
000660*****************************************************************
000670 FD  PAYROLL-OUTPUT-FILE.
000680     COPY PAYOUTREC.

000690*****************************************************************
000700* PAY-HISTORY-FILE - THE INDEXED PAY HISTORY. READ BY KEYED
000710*                    START PER EMPLOYEE FOR THE COMPARISON, THEN
000720*                    END TO END FOR THE MISSING-EMPLOYEE CHECK.
000730*****************************************************************
000740 FD  PAY-HISTORY-FILE.
000750     COPY PAYHREC.

000760*****************************************************************
000770* EMPLOYEE-FILE - THE EMPLOYEE MASTER, READ ONLY TO SHOW THE
000780*                 STATUS OF AN EMPLOYEE MISSING THIS PERIOD
000790*****************************************************************
000800 FD  EMPLOYEE-FILE.
000810     COPY EMPMREC.

000820*****************************************************************
000830* REVIEW-REPORT - ONE LINE PER FLAG RAISED, THE COUNTS BY FLAG
000840*                 TYPE, AND THE SUPERVISOR SIGN-OFF LINE
000850*****************************************************************
000860 FD  REVIEW-REPORT.
000870 01  REVIEW-REPORT-LINE          PIC X(96).

000880 WORKING-STORAGE SECTION.
000890 77  WS-RUNCTL-STATUS            PIC X(02).
000900 77  WS-OUTFILE-STATUS           PIC X(02).
000910 77  WS-PAYHIST-STATUS           PIC X(02).
000920 77  WS-EMPFILE-STATUS           PIC X(02).
000930 77  WS-RUN-DATE                 PIC 9(06).
000940 77  WS-RC-PERIOD                PIC 9(04) VALUE ZERO.
000950 77  WS-PRIOR-PERIOD             PIC 9(04) VALUE ZERO.
000960 77  WS-HOLD-PERIOD              PIC 9(04) VALUE ZERO.
000970 77  WS-HOLD-EMP-ID              PIC X(03) VALUE SPACES.
000980 77  WS-HOLD-IMAGE               PIC X(132).
000990 77  WS-LAST-REGULAR-IMAGE       PIC X(132).
001000 77  WS-LAST-OFFCYCLE-IMAGE      PIC X(132).
001010 77  WS-PAID-COUNT               PIC 9(04) VALUE ZERO.
001020 77  WS-REGULAR-COUNT            PIC 9(04) VALUE ZERO.
001030 77  WS-OFFCYCLE-COUNT           PIC 9(04) VALUE ZERO.
001040 77  WS-SLOTS-USED               PIC 9(01) VALUE ZERO.
001050 77  WS-SLOT                     PIC 9(01) VALUE ZERO.
001060 77  WS-SLOT-QUOTIENT            PIC 9(04) VALUE ZERO.
001070 77  WS-EMP-FLAG-TALLY           PIC 9(02) VALUE ZERO.

001080*****************************************************************
001090* REVIEW TOLERANCES. A GROSS OR NET SWING IS FLAGGED WHEN IT
001100* DIFFERS FROM THE AVERAGE OF THE EMPLOYEE'S LAST FOUR REGULAR
001110* PAYCHECKS BY MORE THAN WS-SWING-PERCENT OF THAT AVERAGE, BUT
001120* NEVER FOR LESS THAN WS-SWING-FLOOR DOLLARS. OVERTIME IS
001130* FLAGGED WHEN IT EXCEEDS THE SAME AVERAGE BY MORE THAN
001140* WS-OT-EXCESS-HOURS. OFF-CYCLE RUNS (9001 UP) COUNT AS PRIOR
001150* PAYCHECKS BUT NOT TOWARD THE AVERAGES.
001160*****************************************************************
001170 77  WS-HISTORY-DEPTH            PIC 9(01) VALUE 4.
001180 77  WS-SWING-PERCENT            PIC 9(03) VALUE 25.
001190 77  WS-SWING-FLOOR              PIC 9(03)V99 VALUE 50.00.
001200 77  WS-OT-EXCESS-HOURS          PIC 9(02) VALUE 8.
001210 77  WS-FIRST-OFFCYCLE-RUN       PIC 9(04) VALUE 9001.
001220 77  WS-PAID-LIMIT               PIC 9(04) VALUE 2000.

001230 01  WS-FLAGS.
001240     05  WS-ABORT-SWITCH         PIC X(01) VALUE "N".
001250         88  RUN-WAS-REFUSED         VALUE "Y".
001260     05  WS-OUTFILE-EOF-SWITCH   PIC X(01) VALUE "N".
001270         88  END-OF-PAYROLL-FILE     VALUE "Y".
001280     05  WS-HIST-EOF-SWITCH      PIC X(01) VALUE "N".
001290         88  END-OF-HISTORY          VALUE "Y".
001300     05  WS-HOLD-SWITCH          PIC X(01) VALUE "N".
001310         88  HISTORY-HELD            VALUE "Y".
001320     05  WS-PAID-FOUND-SWITCH    PIC X(01) VALUE "N".
001330         88  PAID-THIS-PERIOD        VALUE "Y".
001340     05  WS-PAID-FULL-SWITCH     PIC X(01) VALUE "N".
001350         88  PAID-TABLE-FULL         VALUE "Y".

001360*****************************************************************
001370* WS-RECENT-TABLE - THE EMPLOYEE'S LAST FOUR LIVE REGULAR
001380*                   PAYCHECKS BEFORE THIS PERIOD, FILLED IN
001390*                   ROTATION AS THE HISTORY IS READ IN ASCENDING
001400*                   PERIOD ORDER, SO THE OLDEST IS OVERWRITTEN
001410*****************************************************************
001420 01  WS-RECENT-TABLE.
001430     05  WS-RECENT-ENTRY OCCURS 4 TIMES.
001440         10  WS-RECENT-GROSS     PIC 9(05)V99.
001450         10  WS-RECENT-NET       PIC S9(05)V99.
001460         10  WS-RECENT-OT-HOURS  PIC 9(02).

001470 01  WS-RECENT-SUMS.
001480     05  WS-SUM-GROSS            PIC 9(07)V99.
001490     05  WS-SUM-NET              PIC S9(07)V99.
001500     05  WS-SUM-OT-HOURS         PIC 9(04).

001510 01  WS-AVERAGES.
001520     05  WS-AVG-GROSS            PIC 9(05)V99.
001530     05  WS-AVG-NET              PIC S9(05)V99.
001540     05  WS-AVG-OT-HOURS         PIC 9(03)V99.
001550     05  WS-SWING-AMOUNT         PIC S9(06)V99.
001560     05  WS-TOLERANCE-AMOUNT     PIC 9(06)V99.

001570*****************************************************************
001580* WS-PAID-TABLE - THE EMPLOYEE IDS ON THIS PERIOD'S PAYROLL
001590*                 OUTPUT, FOR THE MISSING-EMPLOYEE CHECK
001600*****************************************************************
001610 01  WS-PAID-TABLE.
001620     05  WS-PAID-ENTRY OCCURS 2000 TIMES
001630             INDEXED BY WS-PAID-IDX.
001640         10  WS-PAID-EMP-ID      PIC X(03).

001650*****************************************************************
001660* WS-HISTORY-WORK - ONE PAY-HISTORY IMAGE IN PAYOUTREC FORM
001670*****************************************************************
001680     COPY PAYOUTREC REPLACING
001690         ==PAYROLL-OUTPUT-RECORD== BY ==WS-HISTORY-WORK==
001700         TRAILING ==OUT== BY ==HST==.

001710 01  WS-FLAG-COUNTS.
001720     05  WS-RECORDS-REVIEWED     PIC 9(05) VALUE ZERO.
001730     05  WS-EMPLOYEES-FLAGGED    PIC 9(05) VALUE ZERO.
001740     05  WS-TOTAL-FLAGS          PIC 9(05) VALUE ZERO.
001750     05  WS-FIRST-COUNT          PIC 9(05) VALUE ZERO.
001760     05  WS-GROSS-COUNT          PIC 9(05) VALUE ZERO.
001770     05  WS-NET-COUNT            PIC 9(05) VALUE ZERO.
001780     05  WS-OT-COUNT             PIC 9(05) VALUE ZERO.
001790     05  WS-BANK-COUNT           PIC 9(05) VALUE ZERO.
001800     05  WS-MISSING-COUNT        PIC 9(05) VALUE ZERO.

001810 01  WS-EDIT-FIELDS.
001820     05  WS-AMOUNT-EDIT          PIC -ZZ,ZZ9.99.
001830     05  WS-HOURS-EDIT           PIC ZZ9.99.
001840     05  WS-PERIOD-EDIT          PIC 9(04).
001850     05  WS-DEPTH-EDIT           PIC 9(01).

001860 01  WS-REPORT-HEADING-1.
001870     05  FILLER              PIC X(26) VALUE
001880         "PAYROLL VARIANCE REVIEW".
001890     05  FILLER              PIC X(07) VALUE "PERIOD".
001900     05  RH-PERIOD           PIC 9(04).
001910     05  FILLER              PIC X(04) VALUE SPACES.
001920     05  FILLER              PIC X(09) VALUE "RUN DATE".
001930     05  RH-RUN-DATE         PIC 99/99/99.
001940     05  FILLER              PIC X(38) VALUE SPACES.

001950 01  WS-REPORT-HEADING-2.
001960     05  FILLER              PIC X(27) VALUE
001970         "TOLERANCES: GROSS/NET +/-".
001980     05  RH-SWING-PERCENT    PIC ZZ9.
001990     05  FILLER              PIC X(07) VALUE "% (MIN".
002000     05  RH-SWING-FLOOR      PIC ZZ9.99.
002010     05  FILLER              PIC X(05) VALUE ") OF ".
002020     05  RH-DEPTH            PIC 9(01).
002030     05  FILLER              PIC X(21) VALUE
002040         "-PERIOD AVG, OT +".
002050     05  RH-OT-EXCESS        PIC Z9.
002060     05  FILLER              PIC X(24) VALUE " HOURS".

002070 01  WS-SECTION-TITLE-LINE.
002080     05  ST-TITLE            PIC X(60).
002090     05  FILLER              PIC X(36) VALUE SPACES.

002100 01  WS-COLUMN-HEADING.
002110     05  FILLER              PIC X(05) VALUE "ID".
002120     05  FILLER              PIC X(17) VALUE "NAME".
002130     05  FILLER              PIC X(10) VALUE "FLAG".
002140     05  FILLER              PIC X(12) VALUE "THIS PERIOD".
002150     05  FILLER              PIC X(12) VALUE " PRIOR/AVG".
002160     05  FILLER              PIC X(40) VALUE "NOTE".

002170 01  WS-DETAIL-LINE.
002180     05  VL-EMP-ID           PIC X(03).
002190     05  FILLER              PIC X(02) VALUE SPACES.
002200     05  VL-EMP-NAME         PIC X(15).
002210     05  FILLER              PIC X(02) VALUE SPACES.
002220     05  VL-FLAG             PIC X(08).
002230     05  FILLER              PIC X(02) VALUE SPACES.
002240     05  VL-THIS-VALUE       PIC X(10) JUSTIFIED RIGHT.
002250     05  FILLER              PIC X(02) VALUE SPACES.
002260     05  VL-PRIOR-VALUE      PIC X(10) JUSTIFIED RIGHT.
002270     05  FILLER              PIC X(02) VALUE SPACES.
002280     05  VL-NOTE             PIC X(40).

002290 01  WS-SUMMARY-LINE.
002300     05  FILLER              PIC X(04) VALUE SPACES.
002310     05  SL-FLAG             PIC X(10).
002320     05  SL-DESCRIPTION      PIC X(44).
002330     05  SL-COUNT            PIC ZZ,ZZ9.
002340     05  FILLER              PIC X(32) VALUE SPACES.

002350 01  WS-SIGNOFF-LINE.
002360     05  FILLER              PIC X(04) VALUE SPACES.
002370     05  FILLER              PIC X(28) VALUE
002380         "PAYROLL SUPERVISOR SIGN-OFF".
002390     05  FILLER              PIC X(30) VALUE ALL "-".
002400     05  FILLER              PIC X(04) VALUE SPACES.
002410     05  FILLER              PIC X(05) VALUE "DATE".
002420     05  FILLER              PIC X(10) VALUE ALL "-".
002430     05  FILLER              PIC X(15) VALUE SPACES.

002440 01  WS-BLANK-LINE               PIC X(96) VALUE SPACES.

002450 PROCEDURE DIVISION.
002460*****************************************************************
002470* 0000-MAINLINE - REVIEW EVERY PAYCHECK AGAINST ITS HISTORY,
002480*                 THEN LOOK FOR LAST PERIOD'S EMPLOYEES MISSING
002490*                 FROM THIS ONE, AND PRINT THE COUNTS
002500*****************************************************************
002510 0000-MAINLINE.
002520     PERFORM 1100-CHECK-RUN-CONTROL
002530         THRU 1100-CHECK-RUN-CONTROL-EXIT
002540     IF NOT RUN-WAS-REFUSED
002550         PERFORM 1000-INITIALIZE
002560             THRU 1000-INITIALIZE-EXIT
002570     END-IF
002580     IF RUN-WAS-REFUSED
002590         MOVE 8 TO RETURN-CODE
002600     ELSE
002610         PERFORM 2000-REVIEW-PAYCHECKS
002620             THRU 2000-REVIEW-PAYCHECKS-EXIT
002630         PERFORM 4000-FIND-MISSING-EMPLOYEES
002640             THRU 4000-FIND-MISSING-EMPLOYEES-EXIT
002650         PERFORM 5000-TERMINATE
002660             THRU 5000-TERMINATE-EXIT
002670     END-IF
002680     STOP RUN.

002690*****************************************************************
002700* 1000-INITIALIZE - OPEN THE HISTORY, THE MASTER AND THE
002710*                   REPORT, AND PRINT THE HEADINGS. THE PAY
002720*                   HISTORY MUST EXIST - MODIFY-RECORDS HAS
002730*                   ALREADY WRITTEN THIS PERIOD TO IT.
002740*****************************************************************
002750 1000-INITIALIZE.
002760     ACCEPT WS-RUN-DATE FROM DATE
002770     OPEN INPUT PAY-HISTORY-FILE
002780     IF WS-PAYHIST-STATUS = "35"
002790         DISPLAY "VARIANCE REVIEW REFUSED - NO PAY HISTORY FOUND"
002800         SET RUN-WAS-REFUSED TO TRUE
002810         GO TO 1000-INITIALIZE-EXIT
002820     END-IF
002830     OPEN INPUT EMPLOYEE-FILE
002840     IF WS-EMPFILE-STATUS = "35"
002850         DISPLAY "VARIANCE REVIEW REFUSED - NO EMPLOYEE MASTER "
002860             "FOUND"
002870         SET RUN-WAS-REFUSED TO TRUE
002880         CLOSE PAY-HISTORY-FILE
002890         GO TO 1000-INITIALIZE-EXIT
002900     END-IF
002910     OPEN OUTPUT REVIEW-REPORT
002920     MOVE WS-RC-PERIOD TO RH-PERIOD
002930     MOVE WS-RUN-DATE TO RH-RUN-DATE
002940     MOVE WS-SWING-PERCENT TO RH-SWING-PERCENT
002950     MOVE WS-SWING-FLOOR TO RH-SWING-FLOOR
002960     MOVE WS-HISTORY-DEPTH TO RH-DEPTH
002970     MOVE WS-OT-EXCESS-HOURS TO RH-OT-EXCESS
002980     WRITE REVIEW-REPORT-LINE FROM WS-REPORT-HEADING-1
002990     WRITE REVIEW-REPORT-LINE FROM WS-REPORT-HEADING-2
003000     WRITE REVIEW-REPORT-LINE FROM WS-BLANK-LINE
003010     MOVE "PAYCHECKS THIS PERIOD" TO ST-TITLE
003020     WRITE REVIEW-REPORT-LINE FROM WS-SECTION-TITLE-LINE
003030     WRITE REVIEW-REPORT-LINE FROM WS-COLUMN-HEADING.
003040 1000-INITIALIZE-EXIT.
003050     EXIT.

003060*****************************************************************
003070* 1100-CHECK-RUN-CONTROL - REFUSE TO START UNLESS THE PAYROLL
003080*                          STEP COMPLETED AND THE OUTPUT FILE
003090*                          CARRIES THE SAME PERIOD. THE REVIEW
003100*                          STAMPS NOTHING, SO IT MAY BE RERUN
003110*                          FREELY.
003120*****************************************************************
003130 1100-CHECK-RUN-CONTROL.
003140     OPEN INPUT RUN-CONTROL-FILE
003150     IF WS-RUNCTL-STATUS = "35"
003160         DISPLAY "RUN CONTROL NOT FOUND - RUN PAYROLL FIRST"
003170         SET RUN-WAS-REFUSED TO TRUE
003180         GO TO 1100-CHECK-RUN-CONTROL-EXIT
003190     END-IF
003200     READ RUN-CONTROL-FILE
003210         AT END
003220             DISPLAY "RUN CONTROL EMPTY - RUN PAYROLL FIRST"
003230             SET RUN-WAS-REFUSED TO TRUE
003240             CLOSE RUN-CONTROL-FILE
003250             GO TO 1100-CHECK-RUN-CONTROL-EXIT
003260     END-READ
003270     MOVE RC-PERIOD-NUMBER TO WS-RC-PERIOD
003280     IF NOT PAYROLL-STEP-DONE
003290         DISPLAY "PAYROLL STEP NOT COMPLETED - VARIANCE REVIEW "
003300             "REFUSED"
003310         SET RUN-WAS-REFUSED TO TRUE
003320     END-IF
003330     CLOSE RUN-CONTROL-FILE
003340     IF RUN-WAS-REFUSED
003350         GO TO 1100-CHECK-RUN-CONTROL-EXIT
003360     END-IF
003370     OPEN INPUT PAYROLL-OUTPUT-FILE
003380     IF WS-OUTFILE-STATUS = "35"
003390         DISPLAY "PAYROLL OUTPUT FILE NOT FOUND - VARIANCE "
003400             "REVIEW REFUSED"
003410         SET RUN-WAS-REFUSED TO TRUE
003420         GO TO 1100-CHECK-RUN-CONTROL-EXIT
003430     END-IF
003440     READ PAYROLL-OUTPUT-FILE
003450         AT END
003460             CLOSE PAYROLL-OUTPUT-FILE
003470             GO TO 1100-CHECK-RUN-CONTROL-EXIT
003480     END-READ
003490     IF PERIOD-NUMBER-OUT NOT = WS-RC-PERIOD
003500         DISPLAY "PAYROLL OUTPUT IS FOR PERIOD "
003510             PERIOD-NUMBER-OUT " NOT " WS-RC-PERIOD
003520             " - STALE OUTFILE, RUN REFUSED"
003530         SET RUN-WAS-REFUSED TO TRUE
003540     END-IF
003550     CLOSE PAYROLL-OUTPUT-FILE.
003560 1100-CHECK-RUN-CONTROL-EXIT.
003570     EXIT.

003580*****************************************************************
003590* 2000-REVIEW-PAYCHECKS - ONE PASS OF THE PAYROLL OUTPUT FILE
003600*****************************************************************
003610 2000-REVIEW-PAYCHECKS.
003620     OPEN INPUT PAYROLL-OUTPUT-FILE
003630     PERFORM 2100-READ-PAYROLL-RECORD
003640         THRU 2100-READ-PAYROLL-RECORD-EXIT
003650     PERFORM 2200-REVIEW-ONE-PAYCHECK
003660         THRU 2200-REVIEW-ONE-PAYCHECK-EXIT
003670         UNTIL END-OF-PAYROLL-FILE
003680     CLOSE PAYROLL-OUTPUT-FILE.
003690 2000-REVIEW-PAYCHECKS-EXIT.
003700     EXIT.

003710 2100-READ-PAYROLL-RECORD.
003720     READ PAYROLL-OUTPUT-FILE
003730         AT END
003740             MOVE "Y" TO WS-OUTFILE-EOF-SWITCH
003750     END-READ.
003760 2100-READ-PAYROLL-RECORD-EXIT.
003770     EXIT.

003780*****************************************************************
003790* 2200-REVIEW-ONE-PAYCHECK - REMEMBER THE EMPLOYEE AS PAID,
003800*                            GATHER THEIR HISTORY, AND RAISE
003810*                            WHATEVER FLAGS APPLY
003820*****************************************************************
003830 2200-REVIEW-ONE-PAYCHECK.
003840     ADD 1 TO WS-RECORDS-REVIEWED
003850     PERFORM 2250-REMEMBER-PAID-EMPLOYEE
003860         THRU 2250-REMEMBER-PAID-EMPLOYEE-EXIT
003870     PERFORM 2300-GATHER-EMPLOYEE-HISTORY
003880         THRU 2300-GATHER-EMPLOYEE-HISTORY-EXIT
003890     MOVE ZERO TO WS-EMP-FLAG-TALLY
003900     IF WS-REGULAR-COUNT = ZERO AND WS-OFFCYCLE-COUNT = ZERO
003910         PERFORM 3100-FLAG-FIRST-PAYCHECK
003920             THRU 3100-FLAG-FIRST-PAYCHECK-EXIT
003930     ELSE
003940         IF WS-REGULAR-COUNT > ZERO
003950             PERFORM 2500-COMPUTE-AVERAGES
003960                 THRU 2500-COMPUTE-AVERAGES-EXIT
003970             PERFORM 3200-CHECK-GROSS-SWING
003980                 THRU 3200-CHECK-GROSS-SWING-EXIT
003990             PERFORM 3300-CHECK-NET-SWING
004000                 THRU 3300-CHECK-NET-SWING-EXIT
004010             PERFORM 3400-CHECK-OVERTIME
004020                 THRU 3400-CHECK-OVERTIME-EXIT
004030         END-IF
004040         PERFORM 3500-CHECK-BANK-CHANGE
004050             THRU 3500-CHECK-BANK-CHANGE-EXIT
004060     END-IF
004070     IF WS-EMP-FLAG-TALLY > ZERO
004080         ADD 1 TO WS-EMPLOYEES-FLAGGED
004090     END-IF
004100     PERFORM 2100-READ-PAYROLL-RECORD
004110         THRU 2100-READ-PAYROLL-RECORD-EXIT.
004120 2200-REVIEW-ONE-PAYCHECK-EXIT.
004130     EXIT.

004140*****************************************************************
004150* 2250-REMEMBER-PAID-EMPLOYEE - ADD THE EMPLOYEE TO THE PAID
004160*                               TABLE. IF THE TABLE FILLS, THE
004170*                               MISSING-EMPLOYEE CHECK IS SKIPPED
004180*                               AND THE REPORT SAYS SO.
004190*****************************************************************
004200 2250-REMEMBER-PAID-EMPLOYEE.
004210     IF WS-PAID-COUNT NOT < WS-PAID-LIMIT
004220         SET PAID-TABLE-FULL TO TRUE
004230         GO TO 2250-REMEMBER-PAID-EMPLOYEE-EXIT
004240     END-IF
004250     ADD 1 TO WS-PAID-COUNT
004260     MOVE EMP-ID-OUT TO WS-PAID-EMP-ID(WS-PAID-COUNT).
004270 2250-REMEMBER-PAID-EMPLOYEE-EXIT.
004280     EXIT.

004290*****************************************************************
004300* 2300-GATHER-EMPLOYEE-HISTORY - ONE KEYED START AT THE
004310*                                EMPLOYEE'S FIRST HISTORY RECORD
004320*                                AND A READ THROUGH THE REST OF
004330*                                THEIR RECORDS. EACH PERIOD'S
004340*                                RECORDS COME BACK IN ASCENDING
004350*                                SEQUENCE, SO THE LAST ONE READ
004360*                                FOR A PERIOD IS ITS DISPOSITION;
004370*                                IT IS HELD UNTIL THE PERIOD
004380*                                CHANGES AND THEN TAKEN.
004390*****************************************************************
004400 2300-GATHER-EMPLOYEE-HISTORY.
004410     MOVE ZERO TO WS-REGULAR-COUNT
004420     MOVE ZERO TO WS-OFFCYCLE-COUNT
004430     MOVE ZERO TO WS-RECENT-TABLE
004440     MOVE SPACES TO WS-LAST-REGULAR-IMAGE
004450     MOVE SPACES TO WS-LAST-OFFCYCLE-IMAGE
004460     MOVE "N" TO WS-HOLD-SWITCH
004470     MOVE "N" TO WS-HIST-EOF-SWITCH
004480     MOVE EMP-ID-OUT TO PH-EMP-ID
004490     MOVE ZERO TO PH-PERIOD
004500     MOVE ZERO TO PH-SEQ-NO
004510     START PAY-HISTORY-FILE KEY NOT LESS THAN PH-KEY
004520         INVALID KEY
004530             SET END-OF-HISTORY TO TRUE
004540     END-START
004550     PERFORM 2350-READ-EMPLOYEE-HISTORY
004560         THRU 2350-READ-EMPLOYEE-HISTORY-EXIT
004570         UNTIL END-OF-HISTORY
004580     IF HISTORY-HELD
004590         PERFORM 2400-TAKE-HELD-PERIOD
004600             THRU 2400-TAKE-HELD-PERIOD-EXIT
004610     END-IF.
004620 2300-GATHER-EMPLOYEE-HISTORY-EXIT.
004630     EXIT.

004640 2350-READ-EMPLOYEE-HISTORY.
004650     READ PAY-HISTORY-FILE NEXT RECORD
004660         AT END
004670             SET END-OF-HISTORY TO TRUE
004680             GO TO 2350-READ-EMPLOYEE-HISTORY-EXIT
004690     END-READ
004700     IF PH-EMP-ID NOT = EMP-ID-OUT
004710         SET END-OF-HISTORY TO TRUE
004720         GO TO 2350-READ-EMPLOYEE-HISTORY-EXIT
004730     END-IF
004740     IF HISTORY-HELD AND PH-PERIOD NOT = WS-HOLD-PERIOD
004750         PERFORM 2400-TAKE-HELD-PERIOD
004760             THRU 2400-TAKE-HELD-PERIOD-EXIT
004770     END-IF
004780     MOVE PH-PERIOD TO WS-HOLD-PERIOD
004790     MOVE PH-DETAIL TO WS-HOLD-IMAGE
004800     SET HISTORY-HELD TO TRUE.
004810 2350-READ-EMPLOYEE-HISTORY-EXIT.
004820     EXIT.

004830*****************************************************************
004840* 2400-TAKE-HELD-PERIOD - TAKE ONE PERIOD'S DISPOSITION INTO
004850*                         THE COMPARISON. THIS PERIOD'S OWN
004860*                         RECORDS (AND ANY LATER REGULAR PERIOD)
004870*                         ARE IGNORED, AS IS A PAYCHECK WHOSE
004880*                         LAST RECORD IS A REVERSING ENTRY
004890*                         (NEGATIVE NET). AN OFF-CYCLE RUN
004900*                         COUNTS AS A PRIOR PAYCHECK BUT IS KEPT
004910*                         OUT OF THE AVERAGES.
004920*****************************************************************
004930 2400-TAKE-HELD-PERIOD.
004940     MOVE "N" TO WS-HOLD-SWITCH
004950     MOVE WS-HOLD-IMAGE TO WS-HISTORY-WORK
004960     IF NET-PAY-HST < ZERO
004970         GO TO 2400-TAKE-HELD-PERIOD-EXIT
004980     END-IF
004990     IF WS-HOLD-PERIOD NOT < WS-FIRST-OFFCYCLE-RUN
005000         ADD 1 TO WS-OFFCYCLE-COUNT
005010         MOVE WS-HOLD-IMAGE TO WS-LAST-OFFCYCLE-IMAGE
005020         GO TO 2400-TAKE-HELD-PERIOD-EXIT
005030     END-IF
005040     IF WS-HOLD-PERIOD NOT < WS-RC-PERIOD
005050         GO TO 2400-TAKE-HELD-PERIOD-EXIT
005060     END-IF
005070     ADD 1 TO WS-REGULAR-COUNT
005080     DIVIDE WS-REGULAR-COUNT BY WS-HISTORY-DEPTH
005090         GIVING WS-SLOT-QUOTIENT REMAINDER WS-SLOT
005100     ADD 1 TO WS-SLOT
005110     MOVE GROSS-PAY-HST TO WS-RECENT-GROSS(WS-SLOT)
005120     MOVE NET-PAY-HST TO WS-RECENT-NET(WS-SLOT)
005130     MOVE OT-HOURS-HST TO WS-RECENT-OT-HOURS(WS-SLOT)
005140     MOVE WS-HOLD-IMAGE TO WS-LAST-REGULAR-IMAGE.
005150 2400-TAKE-HELD-PERIOD-EXIT.
005160     EXIT.

005170*****************************************************************
005180* 2500-COMPUTE-AVERAGES - AVERAGE GROSS, NET AND OVERTIME HOURS
005190*                         OVER THE RECENT PAYCHECKS HELD (UP TO
005200*                         FOUR; UNUSED SLOTS ARE ZERO)
005210*****************************************************************
005220 2500-COMPUTE-AVERAGES.
005230     MOVE ZERO TO WS-RECENT-SUMS
005240     IF WS-REGULAR-COUNT < WS-HISTORY-DEPTH
005250         MOVE WS-REGULAR-COUNT TO WS-SLOTS-USED
005260     ELSE
005270         MOVE WS-HISTORY-DEPTH TO WS-SLOTS-USED
005280     END-IF
005290     PERFORM 2550-ADD-RECENT-SLOT
005300         THRU 2550-ADD-RECENT-SLOT-EXIT
005310         VARYING WS-SLOT FROM 1 BY 1
005320         UNTIL WS-SLOT > WS-HISTORY-DEPTH
005330     COMPUTE WS-AVG-GROSS ROUNDED =
005340         WS-SUM-GROSS / WS-SLOTS-USED
005350     COMPUTE WS-AVG-NET ROUNDED =
005360         WS-SUM-NET / WS-SLOTS-USED
005370     COMPUTE WS-AVG-OT-HOURS ROUNDED =
005380         WS-SUM-OT-HOURS / WS-SLOTS-USED.
005390 2500-COMPUTE-AVERAGES-EXIT.
005400     EXIT.

005410 2550-ADD-RECENT-SLOT.
005420     ADD WS-RECENT-GROSS(WS-SLOT) TO WS-SUM-GROSS
005430     ADD WS-RECENT-NET(WS-SLOT) TO WS-SUM-NET
005440     ADD WS-RECENT-OT-HOURS(WS-SLOT) TO WS-SUM-OT-HOURS.
005450 2550-ADD-RECENT-SLOT-EXIT.
005460     EXIT.

005470*****************************************************************
005480* 3100-FLAG-FIRST-PAYCHECK - NO LIVE PAYCHECK FOR THE EMPLOYEE
005490*                            ANYWHERE ON THE PAY HISTORY BEFORE
005500*                            THIS PERIOD
005510*****************************************************************
005520 3100-FLAG-FIRST-PAYCHECK.
005530     MOVE "FIRST" TO VL-FLAG
005540     MOVE NET-PAY-OUT TO WS-AMOUNT-EDIT
005550     MOVE WS-AMOUNT-EDIT TO VL-THIS-VALUE
005560     MOVE SPACES TO VL-PRIOR-VALUE
005570     MOVE "FIRST-EVER PAYCHECK (NET SHOWN)" TO VL-NOTE
005580     ADD 1 TO WS-FIRST-COUNT
005590     PERFORM 3900-WRITE-FLAG-LINE
005600         THRU 3900-WRITE-FLAG-LINE-EXIT.
005610 3100-FLAG-FIRST-PAYCHECK-EXIT.
005620     EXIT.

005630*****************************************************************
005640* 3200-CHECK-GROSS-SWING - GROSS AGAINST THE RECENT AVERAGE
005650*****************************************************************
005660 3200-CHECK-GROSS-SWING.
005670     COMPUTE WS-SWING-AMOUNT = GROSS-PAY-OUT - WS-AVG-GROSS
005680     COMPUTE WS-TOLERANCE-AMOUNT ROUNDED =
005690         WS-AVG-GROSS * WS-SWING-PERCENT / 100
005700     PERFORM 3800-APPLY-SWING-FLOOR
005710         THRU 3800-APPLY-SWING-FLOOR-EXIT
005720     IF WS-SWING-AMOUNT NOT > WS-TOLERANCE-AMOUNT
005730         GO TO 3200-CHECK-GROSS-SWING-EXIT
005740     END-IF
005750     MOVE "GROSS" TO VL-FLAG
005760     MOVE GROSS-PAY-OUT TO WS-AMOUNT-EDIT
005770     MOVE WS-AMOUNT-EDIT TO VL-THIS-VALUE
005780     MOVE WS-AVG-GROSS TO WS-AMOUNT-EDIT
005790     MOVE WS-AMOUNT-EDIT TO VL-PRIOR-VALUE
005800     MOVE "GROSS SWING BEYOND TOLERANCE" TO VL-NOTE
005810     IF RETRO-PAY-OUT > ZERO
005820         MOVE "GROSS SWING BEYOND TOLERANCE (RETRO PAID)"
005830             TO VL-NOTE
005840     END-IF
005850     ADD 1 TO WS-GROSS-COUNT
005860     PERFORM 3900-WRITE-FLAG-LINE
005870         THRU 3900-WRITE-FLAG-LINE-EXIT.
005880 3200-CHECK-GROSS-SWING-EXIT.
005890     EXIT.

005900*****************************************************************
005910* 3300-CHECK-NET-SWING - NET AGAINST THE RECENT AVERAGE
005920*****************************************************************
005930 3300-CHECK-NET-SWING.
005940     COMPUTE WS-SWING-AMOUNT = NET-PAY-OUT - WS-AVG-NET
005950     IF WS-AVG-NET < ZERO
005960         COMPUTE WS-TOLERANCE-AMOUNT ROUNDED =
005970             (0 - WS-AVG-NET) * WS-SWING-PERCENT / 100
005980     ELSE
005990         COMPUTE WS-TOLERANCE-AMOUNT ROUNDED =
006000             WS-AVG-NET * WS-SWING-PERCENT / 100
006010     END-IF
006020     PERFORM 3800-APPLY-SWING-FLOOR
006030         THRU 3800-APPLY-SWING-FLOOR-EXIT
006040     IF WS-SWING-AMOUNT NOT > WS-TOLERANCE-AMOUNT
006050         GO TO 3300-CHECK-NET-SWING-EXIT
006060     END-IF
006070     MOVE "NET" TO VL-FLAG
006080     MOVE NET-PAY-OUT TO WS-AMOUNT-EDIT
006090     MOVE WS-AMOUNT-EDIT TO VL-THIS-VALUE
006100     MOVE WS-AVG-NET TO WS-AMOUNT-EDIT
006110     MOVE WS-AMOUNT-EDIT TO VL-PRIOR-VALUE
006120     MOVE "NET SWING BEYOND TOLERANCE" TO VL-NOTE
006130     ADD 1 TO WS-NET-COUNT
006140     PERFORM 3900-WRITE-FLAG-LINE
006150         THRU 3900-WRITE-FLAG-LINE-EXIT.
006160 3300-CHECK-NET-SWING-EXIT.
006170     EXIT.

006180*****************************************************************
006190* 3400-CHECK-OVERTIME - OVERTIME HOURS WELL ABOVE THE EMPLOYEE'S
006200*                       RECENT AVERAGE
006210*****************************************************************
006220 3400-CHECK-OVERTIME.
006230     IF OT-HOURS-OUT NOT > WS-AVG-OT-HOURS + WS-OT-EXCESS-HOURS
006240         GO TO 3400-CHECK-OVERTIME-EXIT
006250     END-IF
006260     MOVE "OT" TO VL-FLAG
006270     MOVE OT-HOURS-OUT TO WS-HOURS-EDIT
006280     MOVE WS-HOURS-EDIT TO VL-THIS-VALUE
006290     MOVE WS-AVG-OT-HOURS TO WS-HOURS-EDIT
006300     MOVE WS-HOURS-EDIT TO VL-PRIOR-VALUE
006310     MOVE "OVERTIME HOURS WELL ABOVE NORMAL" TO VL-NOTE
006320     ADD 1 TO WS-OT-COUNT
006330     PERFORM 3900-WRITE-FLAG-LINE
006340         THRU 3900-WRITE-FLAG-LINE-EXIT.
006350 3400-CHECK-OVERTIME-EXIT.
006360     EXIT.

006370*****************************************************************
006380* 3500-CHECK-BANK-CHANGE - ROUTING OR ACCOUNT DIFFERENT FROM THE
006390*                          LAST PAYCHECK'S IMAGE (THE LATEST
006400*                          REGULAR PERIOD, OR THE LATEST OFF-CYCLE
006410*                          RUN WHEN THERE IS NO REGULAR ONE). THE
006420*                          ROUTING NUMBERS ARE PRINTED; THE
006430*                          ACCOUNT NUMBERS ARE NOT.
006440*****************************************************************
006450 3500-CHECK-BANK-CHANGE.
006460     IF WS-REGULAR-COUNT > ZERO
006470         MOVE WS-LAST-REGULAR-IMAGE TO WS-HISTORY-WORK
006480     ELSE
006490         MOVE WS-LAST-OFFCYCLE-IMAGE TO WS-HISTORY-WORK
006500     END-IF
006510     IF EMP-BANK-ROUTING-OUT = EMP-BANK-ROUTING-HST
006520         AND EMP-BANK-ACCOUNT-OUT = EMP-BANK-ACCOUNT-HST
006530         GO TO 3500-CHECK-BANK-CHANGE-EXIT
006540     END-IF
006550     MOVE "BANK" TO VL-FLAG
006560     MOVE EMP-BANK-ROUTING-OUT TO VL-THIS-VALUE
006570     MOVE EMP-BANK-ROUTING-HST TO VL-PRIOR-VALUE
006580     EVALUATE TRUE
006590         WHEN EMP-BANK-ROUTING-OUT = EMP-BANK-ROUTING-HST
006600             MOVE "ACCOUNT CHANGED SINCE LAST PAYCHECK"
006610                 TO VL-NOTE
006620         WHEN EMP-BANK-ACCOUNT-OUT = EMP-BANK-ACCOUNT-HST
006630             MOVE "ROUTING CHANGED SINCE LAST PAYCHECK"
006640                 TO VL-NOTE
006650         WHEN OTHER
006660             MOVE "ROUTING AND ACCOUNT CHANGED" TO VL-NOTE
006670     END-EVALUATE
006680     ADD 1 TO WS-BANK-COUNT
006690     PERFORM 3900-WRITE-FLAG-LINE
006700         THRU 3900-WRITE-FLAG-LINE-EXIT.
006710 3500-CHECK-BANK-CHANGE-EXIT.
006720     EXIT.

006730*****************************************************************
006740* 3800-APPLY-SWING-FLOOR - TAKE THE SIZE OF THE SWING EITHER
006750*                          WAY, AND NEVER FLAG A SWING SMALLER
006760*                          THAN THE DOLLAR FLOOR
006770*****************************************************************
006780 3800-APPLY-SWING-FLOOR.
006790     IF WS-SWING-AMOUNT < ZERO
006800         COMPUTE WS-SWING-AMOUNT = 0 - WS-SWING-AMOUNT
006810     END-IF
006820     IF WS-TOLERANCE-AMOUNT < WS-SWING-FLOOR
006830         MOVE WS-SWING-FLOOR TO WS-TOLERANCE-AMOUNT
006840     END-IF.
006850 3800-APPLY-SWING-FLOOR-EXIT.
006860     EXIT.

006870*****************************************************************
006880* 3900-WRITE-FLAG-LINE - PRINT ONE FLAG FOR THE CURRENT PAYCHECK
006890*****************************************************************
006900 3900-WRITE-FLAG-LINE.
006910     MOVE EMP-ID-OUT TO VL-EMP-ID
006920     MOVE EMP-NAME-OUT TO VL-EMP-NAME
006930     WRITE REVIEW-REPORT-LINE FROM WS-DETAIL-LINE
006940     ADD 1 TO WS-EMP-FLAG-TALLY
006950     ADD 1 TO WS-TOTAL-FLAGS.
006960 3900-WRITE-FLAG-LINE-EXIT.
006970     EXIT.

006980*****************************************************************
006990* 4000-FIND-MISSING-EMPLOYEES - FIND THE LAST REGULAR PERIOD
007000*                               BEFORE THIS ONE ON THE PAY
007010*                               HISTORY, THEN LIST EVERY EMPLOYEE
007020*                               WITH A LIVE PAYCHECK IN IT WHO IS
007030*                               NOT ON THIS PERIOD'S OUTPUT
007040*****************************************************************
007050 4000-FIND-MISSING-EMPLOYEES.
007060     WRITE REVIEW-REPORT-LINE FROM WS-BLANK-LINE
007070     IF PAID-TABLE-FULL
007080         MOVE "MISSING-EMPLOYEE CHECK SKIPPED - PAID TABLE FULL"
007090             TO ST-TITLE
007100         WRITE REVIEW-REPORT-LINE FROM WS-SECTION-TITLE-LINE
007110         GO TO 4000-FIND-MISSING-EMPLOYEES-EXIT
007120     END-IF
007130     MOVE LOW-VALUES TO PH-KEY
007140     MOVE "N" TO WS-HIST-EOF-SWITCH
007150     START PAY-HISTORY-FILE KEY NOT LESS THAN PH-KEY
007160         INVALID KEY
007170             SET END-OF-HISTORY TO TRUE
007180     END-START
007190     PERFORM 4100-FIND-PRIOR-PERIOD
007200         THRU 4100-FIND-PRIOR-PERIOD-EXIT
007210         UNTIL END-OF-HISTORY
007220     IF WS-PRIOR-PERIOD = ZERO
007230         MOVE "NO PRIOR PERIOD ON THE PAY HISTORY" TO ST-TITLE
007240         WRITE REVIEW-REPORT-LINE FROM WS-SECTION-TITLE-LINE
007250         GO TO 4000-FIND-MISSING-EMPLOYEES-EXIT
007260     END-IF
007270     MOVE SPACES TO ST-TITLE
007280     MOVE WS-PRIOR-PERIOD TO WS-PERIOD-EDIT
007290     STRING "PAID IN PERIOD " DELIMITED BY SIZE
007300            WS-PERIOD-EDIT DELIMITED BY SIZE
007310            " BUT NOT THIS PERIOD" DELIMITED BY SIZE
007320         INTO ST-TITLE
007330     END-STRING
007340     WRITE REVIEW-REPORT-LINE FROM WS-SECTION-TITLE-LINE
007350     WRITE REVIEW-REPORT-LINE FROM WS-COLUMN-HEADING
007360     MOVE LOW-VALUES TO PH-KEY
007370     MOVE "N" TO WS-HIST-EOF-SWITCH
007380     MOVE "N" TO WS-HOLD-SWITCH
007390     START PAY-HISTORY-FILE KEY NOT LESS THAN PH-KEY
007400         INVALID KEY
007410             SET END-OF-HISTORY TO TRUE
007420     END-START
007430     PERFORM 4200-READ-PRIOR-PAYCHECK
007440         THRU 4200-READ-PRIOR-PAYCHECK-EXIT
007450         UNTIL END-OF-HISTORY
007460     IF HISTORY-HELD
007470         PERFORM 4300-CHECK-HELD-EMPLOYEE
007480             THRU 4300-CHECK-HELD-EMPLOYEE-EXIT
007490     END-IF.
007500 4000-FIND-MISSING-EMPLOYEES-EXIT.
007510     EXIT.

007520 4100-FIND-PRIOR-PERIOD.
007530     READ PAY-HISTORY-FILE NEXT RECORD
007540         AT END
007550             SET END-OF-HISTORY TO TRUE
007560             GO TO 4100-FIND-PRIOR-PERIOD-EXIT
007570     END-READ
007580     IF PH-PERIOD < WS-RC-PERIOD
007590         AND PH-PERIOD > WS-PRIOR-PERIOD
007600         MOVE PH-PERIOD TO WS-PRIOR-PERIOD
007610     END-IF.
007620 4100-FIND-PRIOR-PERIOD-EXIT.
007630     EXIT.

007640*****************************************************************
007650* 4200-READ-PRIOR-PAYCHECK - HOLD THE LAST RECORD READ FOR EACH
007660*                            EMPLOYEE'S PRIOR-PERIOD KEY; THE
007670*                            HELD RECORD IS CHECKED AS SOON AS A
007680*                            RECORD FOR ANY OTHER KEY COMES BY
007690*****************************************************************
007700 4200-READ-PRIOR-PAYCHECK.
007710     READ PAY-HISTORY-FILE NEXT RECORD
007720         AT END
007730             SET END-OF-HISTORY TO TRUE
007740             GO TO 4200-READ-PRIOR-PAYCHECK-EXIT
007750     END-READ
007760     IF HISTORY-HELD
007770         AND (PH-EMP-ID NOT = WS-HOLD-EMP-ID
007780             OR PH-PERIOD NOT = WS-PRIOR-PERIOD)
007790         PERFORM 4300-CHECK-HELD-EMPLOYEE
007800             THRU 4300-CHECK-HELD-EMPLOYEE-EXIT
007810     END-IF
007820     IF PH-PERIOD = WS-PRIOR-PERIOD
007830         MOVE PH-EMP-ID TO WS-HOLD-EMP-ID
007840         MOVE PH-DETAIL TO WS-HOLD-IMAGE
007850         SET HISTORY-HELD TO TRUE
007860     END-IF.
007870 4200-READ-PRIOR-PAYCHECK-EXIT.
007880     EXIT.

007890*****************************************************************
007900* 4300-CHECK-HELD-EMPLOYEE - A LIVE PRIOR-PERIOD PAYCHECK (NOT
007910*                            ENDED BY A REVERSING ENTRY) FOR AN
007920*                            EMPLOYEE NOT PAID THIS PERIOD IS
007930*                            FLAGGED, WITH THE MASTER'S STATUS
007940*****************************************************************
007950 4300-CHECK-HELD-EMPLOYEE.
007960     MOVE "N" TO WS-HOLD-SWITCH
007970     MOVE WS-HOLD-IMAGE TO WS-HISTORY-WORK
007980     IF NET-PAY-HST < ZERO
007990         GO TO 4300-CHECK-HELD-EMPLOYEE-EXIT
008000     END-IF
008010     MOVE "N" TO WS-PAID-FOUND-SWITCH
008020     SET WS-PAID-IDX TO 1
008030     SEARCH WS-PAID-ENTRY
008040         AT END
008050             CONTINUE
008060         WHEN WS-PAID-IDX > WS-PAID-COUNT
008070             CONTINUE
008080         WHEN WS-PAID-EMP-ID(WS-PAID-IDX) = WS-HOLD-EMP-ID
008090             SET PAID-THIS-PERIOD TO TRUE
008100     END-SEARCH
008110     IF PAID-THIS-PERIOD
008120         GO TO 4300-CHECK-HELD-EMPLOYEE-EXIT
008130     END-IF
008140     MOVE WS-HOLD-EMP-ID TO VL-EMP-ID
008150     MOVE EMP-NAME-HST TO VL-EMP-NAME
008160     MOVE "MISSING" TO VL-FLAG
008170     MOVE SPACES TO VL-THIS-VALUE
008180     MOVE NET-PAY-HST TO WS-AMOUNT-EDIT
008190     MOVE WS-AMOUNT-EDIT TO VL-PRIOR-VALUE
008200     MOVE WS-HOLD-EMP-ID TO EMP-ID
008210     READ EMPLOYEE-FILE
008220         INVALID KEY
008230             MOVE "NOT ON EMPLOYEE MASTER" TO VL-NOTE
008240         NOT INVALID KEY
008250             EVALUATE TRUE
008260                 WHEN TERMINATED-EMPLOYEE
008270                     MOVE "TERMINATED" TO VL-NOTE
008280                 WHEN EMPLOYEE-ON-LEAVE
008290                     MOVE "ON LEAVE" TO VL-NOTE
008300                 WHEN OTHER
008310                     MOVE "ACTIVE - NOT PAID THIS PERIOD"
008320                         TO VL-NOTE
008330             END-EVALUATE
008340     END-READ
008350     WRITE REVIEW-REPORT-LINE FROM WS-DETAIL-LINE
008360     ADD 1 TO WS-MISSING-COUNT
008370     ADD 1 TO WS-EMPLOYEES-FLAGGED
008380     ADD 1 TO WS-TOTAL-FLAGS.
008390 4300-CHECK-HELD-EMPLOYEE-EXIT.
008400     EXIT.

008410*****************************************************************
008420* 5000-TERMINATE - COUNTS BY FLAG TYPE, THE SIGN-OFF LINE, AND
008430*                  A RETURN CODE OF 4 WHEN ANYTHING WAS FLAGGED
008440*****************************************************************
008450 5000-TERMINATE.
008460     WRITE REVIEW-REPORT-LINE FROM WS-BLANK-LINE
008470     MOVE "FLAG COUNTS" TO ST-TITLE
008480     WRITE REVIEW-REPORT-LINE FROM WS-SECTION-TITLE-LINE
008490     MOVE "FIRST" TO SL-FLAG
008500     MOVE "FIRST-EVER PAYCHECK" TO SL-DESCRIPTION
008510     MOVE WS-FIRST-COUNT TO SL-COUNT
008520     WRITE REVIEW-REPORT-LINE FROM WS-SUMMARY-LINE
008530     MOVE "GROSS" TO SL-FLAG
008540     MOVE "GROSS PAY SWING BEYOND TOLERANCE" TO SL-DESCRIPTION
008550     MOVE WS-GROSS-COUNT TO SL-COUNT
008560     WRITE REVIEW-REPORT-LINE FROM WS-SUMMARY-LINE
008570     MOVE "NET" TO SL-FLAG
008580     MOVE "NET PAY SWING BEYOND TOLERANCE" TO SL-DESCRIPTION
008590     MOVE WS-NET-COUNT TO SL-COUNT
008600     WRITE REVIEW-REPORT-LINE FROM WS-SUMMARY-LINE
008610     MOVE "OT" TO SL-FLAG
008620     MOVE "OVERTIME WELL ABOVE NORMAL" TO SL-DESCRIPTION
008630     MOVE WS-OT-COUNT TO SL-COUNT
008640     WRITE REVIEW-REPORT-LINE FROM WS-SUMMARY-LINE
008650     MOVE "BANK" TO SL-FLAG
008660     MOVE "BANK ROUTING OR ACCOUNT CHANGED" TO SL-DESCRIPTION
008670     MOVE WS-BANK-COUNT TO SL-COUNT
008680     WRITE REVIEW-REPORT-LINE FROM WS-SUMMARY-LINE
008690     MOVE "MISSING" TO SL-FLAG
008700     MOVE "PAID LAST PERIOD, NOT PAID THIS PERIOD"
008710         TO SL-DESCRIPTION
008720     MOVE WS-MISSING-COUNT TO SL-COUNT
008730     WRITE REVIEW-REPORT-LINE FROM WS-SUMMARY-LINE
008740     WRITE REVIEW-REPORT-LINE FROM WS-BLANK-LINE
008750     MOVE SPACES TO SL-FLAG
008760     MOVE "PAYCHECKS REVIEWED" TO SL-DESCRIPTION
008770     MOVE WS-RECORDS-REVIEWED TO SL-COUNT
008780     WRITE REVIEW-REPORT-LINE FROM WS-SUMMARY-LINE
008790     MOVE "EMPLOYEES FLAGGED" TO SL-DESCRIPTION
008800     MOVE WS-EMPLOYEES-FLAGGED TO SL-COUNT
008810     WRITE REVIEW-REPORT-LINE FROM WS-SUMMARY-LINE
008820     MOVE "TOTAL FLAGS" TO SL-DESCRIPTION
008830     MOVE WS-TOTAL-FLAGS TO SL-COUNT
008840     WRITE REVIEW-REPORT-LINE FROM WS-SUMMARY-LINE
008850     WRITE REVIEW-REPORT-LINE FROM WS-BLANK-LINE
008860     WRITE REVIEW-REPORT-LINE FROM WS-SIGNOFF-LINE
008870     CLOSE PAY-HISTORY-FILE
008880     CLOSE EMPLOYEE-FILE
008890     CLOSE REVIEW-REPORT
008900     IF WS-TOTAL-FLAGS > ZERO
008910         MOVE 4 TO RETURN-CODE
008920     END-IF.
008930 5000-TERMINATE-EXIT.
008940     EXIT.
