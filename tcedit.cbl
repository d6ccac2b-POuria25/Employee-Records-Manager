000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. TIMECARD-EDIT.
000120 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000130 INSTALLATION. CORPORATE-PAYROLL.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*****************************************************************
000170* MODIFICATION HISTORY
000180*------------------------------------------------------------
000190* DATE       INIT  DESCRIPTION
000200* 2026-10-15 RLS   ORIGINAL VERSION - PRE-PAYROLL EDIT OF THE
000210*                  PERIOD'S TIMECARD BATCH (TIMECARD, SEE
000220*                  TIMECRD). PROVES THE BATCH AGAINST ITS HEADER
000230*                  (THE PERIOD ON PERIODCT) AND TRAILER (CARD
000240*                  COUNT AND HOURS HASH TOTAL), EDITS EVERY CARD
000250*                  AGAINST THE EMPLOYEE MASTER, THE LEAVE BALANCE
000260*                  MASTER AND THE EARNINGS TYPES THE SAME WAY
000270*                  MODIFY-RECORDS WILL, FLAGS CARDS FOR SALARIED
000280*                  EMPLOYEES AND UNUSUALLY HIGH HOURS, AND PRINTS
000290*                  AN EDIT LISTING (TCEDLIST) BY DEPARTMENT WITH A
000300*                  SIGN-OFF LINE FOR EACH DEPARTMENT'S SUPERVISOR.
000310*                  THE VERDICT GOES TO THE EDIT CONTROL RECORD
000320*                  (TCEDCTL, SEE TCEDREC) THAT MODIFY-RECORDS
000330*                  CHECKS BEFORE IT WILL PAY FROM THE BATCH.
000340*****************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT TIMECARD-FILE ASSIGN TO "TIMECARD"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-TIMEFILE-STATUS.
000410     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIODCT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-PERIODCT-STATUS.
000440     SELECT EMPLOYEE-FILE ASSIGN TO "EMPMAST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS EMP-ID
000480         FILE STATUS IS WS-EMPFILE-STATUS.
000490     SELECT LEAVE-FILE ASSIGN TO "LEAVEMAST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS LVE-EMP-ID
000530         FILE STATUS IS WS-LVEFILE-STATUS.
000540     SELECT SORT-WORK-FILE ASSIGN TO "TCSRTWK".
000550     SELECT EDIT-LISTING ASSIGN TO "TCEDLIST"
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570     SELECT TIMECARD-EDIT-CONTROL-FILE ASSIGN TO "TCEDCTL"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-TCEDCTL-STATUS.

000600 DATA DIVISION.
000610 FILE SECTION.
000620*****************************************************************
000630* TIMECARD-FILE - THE PERIOD'S TIMECARD BATCH: HEADER, CARDS,
000640*                 TRAILER
000650*****************************************************************
000660 FD  TIMECARD-FILE.
000670     COPY TIMECRD.

000680*****************************************************************
000690* PERIOD-CONTROL-FILE - ONE RECORD IDENTIFYING THE PAY PERIOD
000700*                       ABOUT TO BE RUN (SAME LAYOUT AS IN
000710*                       MODIFY-RECORDS)
000720*****************************************************************
000730 FD  PERIOD-CONTROL-FILE.
000740 01  PERIOD-CONTROL-RECORD.
000750     05  PC-PERIOD-NUMBER        PIC 9(04).
000760     05  FILLER                  PIC X(01) VALUE SPACES.
000770     05  PC-PERIOD-END-DATE      PIC 9(08).
000780     05  FILLER                  PIC X(01) VALUE SPACES.
000790     05  PC-RUN-STATUS           PIC X(01).
000800         88  PERIOD-IS-OPEN              VALUE "O".
000810         88  PERIOD-IS-COMPLETED         VALUE "C".

000820*****************************************************************
000830* EMPLOYEE-FILE - INDEXED EMPLOYEE MASTER, READ BY KEY FOR EACH
000840*                 CARD'S EMPLOYEE
000850*****************************************************************
000860 FD  EMPLOYEE-FILE.
000870     COPY EMPMREC.

000880*****************************************************************
000890* LEAVE-FILE - LEAVE BALANCE MASTER, KEYED ON LVE-EMP-ID
000900*****************************************************************
000910 FD  LEAVE-FILE.
000920     COPY LVEMREC.

000930*****************************************************************
000940* SORT-WORK-FILE - THE EDITED CARDS RESEQUENCED BY HOME
000950*                  DEPARTMENT AND EMPLOYEE, IN BATCH ORDER WITHIN
000960*                  EMPLOYEE, EACH CARRYING ITS EDIT RESULT
000970*****************************************************************
000980 SD  SORT-WORK-FILE.
000990 01  SORT-WORK-RECORD.
001000     05  SW-DEPT             PIC X(04).
001010     05  SW-EMP-ID           PIC X(03).
001020     05  SW-CARD-SEQ         PIC 9(05).
001030     05  SW-EMP-NAME         PIC X(15).
001040     05  SW-PAY-TYPE         PIC X(01).
001050         88  SW-SALARIED-EMPLOYEE    VALUE "S".
001060     05  SW-MASTER-SWITCH    PIC X(01).
001070         88  SW-EMPLOYEE-ON-MASTER   VALUE "Y".
001080     05  SW-HOURS            PIC 9(02).
001090     05  SW-EARN-TYPE        PIC X(01).
001100         88  SW-REGULAR-CARD         VALUE "R" SPACE.
001110         88  SW-VACATION-CARD        VALUE "V".
001120         88  SW-SICK-CARD            VALUE "S".
001130         88  SW-HOLIDAY-CARD         VALUE "H".
001140     05  SW-CHARGE-DEPT      PIC X(04).
001150     05  SW-SEVERITY         PIC X(01).
001160         88  SW-CARD-IN-ERROR        VALUE "E".
001170         88  SW-CARD-WARNING         VALUE "W".
001180     05  SW-MESSAGE          PIC X(30).

001190*****************************************************************
001200* EDIT-LISTING - THE BATCH CONTROL PROOF, THEN EVERY CARD BY
001210*                DEPARTMENT WITH ITS ERRORS AND WARNINGS, AND THE
001220*                SUPERVISOR SIGN-OFF LINES
001230*****************************************************************
001240 FD  EDIT-LISTING.
001250 01  EDIT-LISTING-LINE           PIC X(90).

001260*****************************************************************
001270* TIMECARD-EDIT-CONTROL-FILE - THE EDIT'S VERDICT ON THE BATCH,
001280*                              REWRITTEN ON EVERY EDIT RUN
001290*****************************************************************
001300 FD  TIMECARD-EDIT-CONTROL-FILE.
001310     COPY TCEDREC.

001320 WORKING-STORAGE SECTION.
001330 77  WS-TIMEFILE-STATUS          PIC X(02).
001340 77  WS-PERIODCT-STATUS          PIC X(02).
001350 77  WS-EMPFILE-STATUS           PIC X(02).
001360 77  WS-LVEFILE-STATUS           PIC X(02).
001370 77  WS-TCEDCTL-STATUS           PIC X(02).
001380 77  WS-RUN-DATE                 PIC 9(06).
001390 77  WS-PERIOD-NUMBER            PIC 9(04) VALUE ZERO.
001400 77  WS-PREV-DEPT                PIC X(04) VALUE SPACES.
001410 77  WS-PREV-EMP-ID              PIC X(03) VALUE SPACES.
001420 77  WS-BATCH-MESSAGE            PIC X(50).
001430 77  WS-FLAG-SEVERITY            PIC X(01).
001440 77  WS-FLAG-MESSAGE             PIC X(30).
001450 77  WS-LEAVE-AVAILABLE          PIC S9(05)V99 VALUE ZERO.
001460*****************************************************************
001470* AN HOURLY EMPLOYEE'S PERIOD TOTAL ABOVE WS-HIGH-HOURS-LIMIT IS
001480* FLAGGED FOR THE SUPERVISOR; ABOVE 99 MODIFY-RECORDS WILL NOT
001490* PAY IT AT ALL. THE ACCRUAL RATES ARE THE PER-PERIOD ALLOWANCES
001500* MODIFY-RECORDS ADDS BEFORE DRAWING LEAVE DOWN, SO A CARD THAT
001510* SPENDS THIS PERIOD'S ACCRUAL IS NOT FLAGGED.
001520*****************************************************************
001530 77  WS-HIGH-HOURS-LIMIT         PIC 9(02) VALUE 60.
001540 77  WS-VAC-ACCRUAL-RATE         PIC 9V99  VALUE 3.08.
001550 77  WS-SICK-ACCRUAL-RATE        PIC 9V99  VALUE 1.54.

001560 01  WS-FLAGS.
001570     05  WS-TIMECARD-EOF-SWITCH PIC X(01) VALUE "N".
001580         88  TIMECARD-FILE-AT-END    VALUE "Y".
001590     05  WS-SORT-EOF-SWITCH  PIC X(01) VALUE "N".
001600         88  END-OF-SORT             VALUE "Y".
001610     05  WS-ABORT-SWITCH     PIC X(01) VALUE "N".
001620         88  RUN-WAS-REFUSED         VALUE "Y".
001630     05  WS-LEAVE-OPEN-SWITCH PIC X(01) VALUE "N".
001640         88  LEAVE-MASTER-OPEN       VALUE "Y".
001650     05  WS-BATCH-HEADER-SWITCH PIC X(01) VALUE "N".
001660         88  TIMECARD-HEADER-SEEN    VALUE "Y".
001670     05  WS-BATCH-TRAILER-SWITCH PIC X(01) VALUE "N".
001680         88  TIMECARD-TRAILER-SEEN   VALUE "Y".
001690     05  WS-FIRST-CARD-SWITCH PIC X(01) VALUE "Y".
001700         88  FIRST-CARD-LISTED       VALUE "Y".

001710 01  WS-BATCH-TOTALS.
001720     05  WS-HEADER-PERIOD    PIC 9(04) VALUE ZERO.
001730     05  WS-BATCH-CARD-COUNT PIC 9(05) VALUE ZERO.
001740     05  WS-BATCH-HOURS-HASH PIC 9(07) VALUE ZERO.
001750     05  WS-TRAILER-CARD-COUNT PIC 9(05) VALUE ZERO.
001760     05  WS-TRAILER-HOURS-HASH PIC 9(07) VALUE ZERO.
001770     05  WS-BATCH-ERROR-COUNT PIC 9(04) VALUE ZERO.
001780     05  WS-ERROR-COUNT      PIC 9(04) VALUE ZERO.
001790     05  WS-WARNING-COUNT    PIC 9(04) VALUE ZERO.

001800*****************************************************************
001810* WS-EMPLOYEE-TOTALS - THE CURRENT EMPLOYEE'S CARDS SUMMED BY
001820*                      EARNINGS TYPE, FOR THE EDITS THAT LOOK AT
001830*                      THE WHOLE PERIOD RATHER THAN ONE CARD.
001840*                      CARDS ALREADY IN ERROR ARE LEFT OUT, AS
001850*                      MODIFY-RECORDS WILL NOT PAY THEM.
001860*****************************************************************
001870 01  WS-EMPLOYEE-TOTALS.
001880     05  WS-EMP-PAY-TYPE     PIC X(01).
001890         88  WS-EMP-SALARIED         VALUE "S".
001900     05  WS-EMP-MASTER-SWITCH PIC X(01).
001910         88  WS-EMP-ON-MASTER        VALUE "Y".
001920     05  WS-EMP-TOTAL-HOURS  PIC 9(04) VALUE ZERO.
001930     05  WS-EMP-VAC-HOURS    PIC 9(04) VALUE ZERO.
001940     05  WS-EMP-SICK-HOURS   PIC 9(04) VALUE ZERO.

001950 01  WS-DEPT-TOTALS.
001960     05  WS-DEPT-CARDS       PIC 9(05) VALUE ZERO.
001970     05  WS-DEPT-HOURS       PIC 9(06) VALUE ZERO.
001980     05  WS-DEPT-ERRORS      PIC 9(04) VALUE ZERO.
001990     05  WS-DEPT-WARNINGS    PIC 9(04) VALUE ZERO.

002000*****************************************************************
002010* EDIT LISTING LINES
002020*****************************************************************
002030 01  WS-LISTING-HEADING.
002040     05  FILLER              PIC X(30) VALUE
002050         "TIMECARD BATCH EDIT LISTING".
002060     05  FILLER              PIC X(07) VALUE "PERIOD".
002070     05  EH-PERIOD           PIC 9(04).
002080     05  FILLER              PIC X(04) VALUE SPACES.
002090     05  FILLER              PIC X(09) VALUE "RUN DATE".
002100     05  EH-RUN-DATE         PIC 99/99/99.
002110     05  FILLER              PIC X(28) VALUE SPACES.

002120 01  WS-LISTING-SECTION-LINE.
002130     05  ES-TITLE            PIC X(40).
002140     05  FILLER              PIC X(50) VALUE SPACES.

002150 01  WS-BATCH-CONTROL-LINE.
002160     05  FILLER              PIC X(04) VALUE SPACES.
002170     05  EB-LABEL            PIC X(20).
002180     05  FILLER              PIC X(07) VALUE "CARDS".
002190     05  EB-CARD-COUNT       PIC ZZ,ZZ9.
002200     05  FILLER              PIC X(04) VALUE SPACES.
002210     05  FILLER              PIC X(07) VALUE "HOURS".
002220     05  EB-HOURS-HASH       PIC Z,ZZZ,ZZ9.
002230     05  FILLER              PIC X(33) VALUE SPACES.

002240 01  WS-BATCH-ERROR-LINE.
002250     05  FILLER              PIC X(04) VALUE SPACES.
002260     05  FILLER              PIC X(16) VALUE "*** BATCH ERROR".
002270     05  EE-MESSAGE          PIC X(50).
002280     05  FILLER              PIC X(20) VALUE SPACES.

002290 01  WS-DEPT-HEADING.
002300     05  FILLER              PIC X(11) VALUE "DEPARTMENT".
002310     05  EDH-DEPT            PIC X(04).
002320     05  FILLER              PIC X(75) VALUE SPACES.

002330 01  WS-COLUMN-HEADING.
002340     05  FILLER              PIC X(02) VALUE SPACES.
002350     05  FILLER              PIC X(05) VALUE "ID".
002360     05  FILLER              PIC X(17) VALUE "NAME".
002370     05  FILLER              PIC X(09) VALUE "TYPE".
002380     05  FILLER              PIC X(05) VALUE "HRS".
002390     05  FILLER              PIC X(06) VALUE "CHRG".
002400     05  FILLER              PIC X(09) VALUE "RESULT".
002410     05  FILLER              PIC X(37) VALUE "MESSAGE".

002420 01  WS-CARD-DETAIL-LINE.
002430     05  FILLER              PIC X(02) VALUE SPACES.
002440     05  ED-EMP-ID           PIC X(03).
002450     05  FILLER              PIC X(02) VALUE SPACES.
002460     05  ED-EMP-NAME         PIC X(15).
002470     05  FILLER              PIC X(02) VALUE SPACES.
002480     05  ED-EARN-DESC        PIC X(08).
002490     05  FILLER              PIC X(01) VALUE SPACES.
002500     05  ED-HOURS            PIC Z9.
002510     05  FILLER              PIC X(03) VALUE SPACES.
002520     05  ED-CHARGE-DEPT      PIC X(04).
002530     05  FILLER              PIC X(02) VALUE SPACES.
002540     05  ED-RESULT           PIC X(07).
002550     05  FILLER              PIC X(02) VALUE SPACES.
002560     05  ED-MESSAGE          PIC X(30).
002570     05  FILLER              PIC X(07) VALUE SPACES.

002580 01  WS-EMPLOYEE-FLAG-LINE.
002590     05  FILLER              PIC X(07) VALUE SPACES.
002600     05  FILLER              PIC X(17) VALUE "EMPLOYEE TOTAL".
002610     05  FILLER              PIC X(09) VALUE "PERIOD".
002620     05  EF-HOURS            PIC ZZ9.
002630     05  FILLER              PIC X(12) VALUE SPACES.
002640     05  EF-RESULT           PIC X(07).
002650     05  FILLER              PIC X(02) VALUE SPACES.
002660     05  EF-MESSAGE          PIC X(30).
002670     05  FILLER              PIC X(03) VALUE SPACES.

002680 01  WS-DEPT-TOTAL-LINE.
002690     05  FILLER              PIC X(04) VALUE "***".
002700     05  FILLER              PIC X(05) VALUE "DEPT".
002710     05  ET-DEPT             PIC X(04).
002720     05  FILLER              PIC X(08) VALUE " CARDS".
002730     05  ET-CARDS            PIC ZZ,ZZ9.
002740     05  FILLER              PIC X(08) VALUE "  HOURS".
002750     05  ET-HOURS            PIC ZZZ,ZZ9.
002760     05  FILLER              PIC X(09) VALUE "  ERRORS".
002770     05  ET-ERRORS           PIC Z,ZZ9.
002780     05  FILLER              PIC X(11) VALUE "  WARNINGS".
002790     05  ET-WARNINGS         PIC Z,ZZ9.
002800     05  FILLER              PIC X(18) VALUE SPACES.

002810 01  WS-SIGNOFF-LINE.
002820     05  FILLER              PIC X(04) VALUE SPACES.
002830     05  FILLER              PIC X(20) VALUE
002840         "SUPERVISOR SIGN-OFF".
002850     05  FILLER              PIC X(30) VALUE ALL "-".
002860     05  FILLER              PIC X(04) VALUE SPACES.
002870     05  FILLER              PIC X(05) VALUE "DATE".
002880     05  FILLER              PIC X(10) VALUE ALL "-".
002890     05  FILLER              PIC X(17) VALUE SPACES.

002900 01  WS-GRAND-TOTAL-LINE.
002910     05  FILLER              PIC X(13) VALUE "CARDS EDITED".
002920     05  EG-CARDS            PIC ZZ,ZZ9.
002930     05  FILLER              PIC X(08) VALUE "  HOURS".
002940     05  EG-HOURS            PIC Z,ZZZ,ZZ9.
002950     05  FILLER              PIC X(09) VALUE "  ERRORS".
002960     05  EG-ERRORS           PIC Z,ZZ9.
002970     05  FILLER              PIC X(11) VALUE "  WARNINGS".
002980     05  EG-WARNINGS         PIC Z,ZZ9.
002990     05  FILLER              PIC X(24) VALUE SPACES.

003000 01  WS-VERDICT-LINE.
003010     05  EV-VERDICT          PIC X(60).
003020     05  FILLER              PIC X(30) VALUE SPACES.

003030 01  WS-BLANK-LINE               PIC X(90) VALUE SPACES.

003040 PROCEDURE DIVISION.
003050*****************************************************************
003060* 0000-MAINLINE - EDIT THE CARDS ON THE WAY INTO THE SORT, THEN
003070*                 LIST THEM BY DEPARTMENT ON THE WAY OUT
003080*****************************************************************
003090 0000-MAINLINE.
003100     PERFORM 1000-INITIALIZE
003110         THRU 1000-INITIALIZE-EXIT
003120     IF RUN-WAS-REFUSED
003130         MOVE 8 TO RETURN-CODE
003140     ELSE
003150         SORT SORT-WORK-FILE
003160             ON ASCENDING KEY SW-DEPT
003170             ON ASCENDING KEY SW-EMP-ID
003180             ON ASCENDING KEY SW-CARD-SEQ
003190             INPUT PROCEDURE IS 2000-EDIT-TIMECARDS
003200                 THRU 2000-EDIT-TIMECARDS-EXIT
003210             OUTPUT PROCEDURE IS 2500-PRINT-EDIT-LISTING
003220                 THRU 2500-PRINT-EDIT-LISTING-EXIT
003230         PERFORM 3000-TERMINATE
003240             THRU 3000-TERMINATE-EXIT
003250     END-IF
003260     STOP RUN.

003270*****************************************************************
003280* 1000-INITIALIZE - PICK UP THE PERIOD BEING RUN, OPEN THE FILES
003290*                   AND PRINT THE LISTING HEADING. NO PERIOD
003300*                   CONTROL, NO EMPLOYEE MASTER OR NO TIMECARD
003310*                   FILE MEANS NOTHING CAN BE EDITED, SO THE RUN
003320*                   IS REFUSED AND THE EDIT CONTROL RECORD IS LEFT
003330*                   AS IT WAS. WITH NO LEAVE MASTER EVERY BALANCE
003340*                   IS TAKEN AS ZERO, AS MODIFY-RECORDS WOULD.
003350*****************************************************************
003360 1000-INITIALIZE.
003370     ACCEPT WS-RUN-DATE FROM DATE
003380     OPEN INPUT PERIOD-CONTROL-FILE
003390     IF WS-PERIODCT-STATUS = "35"
003400         DISPLAY "PERIOD CONTROL FILE NOT FOUND - EDIT REFUSED"
003410         SET RUN-WAS-REFUSED TO TRUE
003420         GO TO 1000-INITIALIZE-EXIT
003430     END-IF
003440     READ PERIOD-CONTROL-FILE
003450         AT END
003460             DISPLAY "PERIOD CONTROL FILE EMPTY - EDIT REFUSED"
003470             SET RUN-WAS-REFUSED TO TRUE
003480     END-READ
003490     CLOSE PERIOD-CONTROL-FILE
003500     IF RUN-WAS-REFUSED
003510         GO TO 1000-INITIALIZE-EXIT
003520     END-IF
003530     MOVE PC-PERIOD-NUMBER TO WS-PERIOD-NUMBER
003540     OPEN INPUT EMPLOYEE-FILE
003550     IF WS-EMPFILE-STATUS = "35"
003560         DISPLAY "EMPLOYEE MASTER NOT FOUND - EDIT REFUSED"
003570         SET RUN-WAS-REFUSED TO TRUE
003580         GO TO 1000-INITIALIZE-EXIT
003590     END-IF
003600     OPEN INPUT TIMECARD-FILE
003610     IF WS-TIMEFILE-STATUS = "35"
003620         DISPLAY "TIMECARD FILE NOT FOUND - EDIT REFUSED"
003630         CLOSE EMPLOYEE-FILE
003640         SET RUN-WAS-REFUSED TO TRUE
003650         GO TO 1000-INITIALIZE-EXIT
003660     END-IF
003670     OPEN INPUT LEAVE-FILE
003680     IF WS-LVEFILE-STATUS = "35"
003690         DISPLAY "NO LEAVE MASTER - LEAVE BALANCES TAKEN AS ZERO"
003700     ELSE
003710         SET LEAVE-MASTER-OPEN TO TRUE
003720     END-IF
003730     OPEN OUTPUT EDIT-LISTING
003740     MOVE WS-PERIOD-NUMBER TO EH-PERIOD
003750     MOVE WS-RUN-DATE      TO EH-RUN-DATE
003760     WRITE EDIT-LISTING-LINE FROM WS-LISTING-HEADING
003770     WRITE EDIT-LISTING-LINE FROM WS-BLANK-LINE
003780     MOVE "BATCH CONTROL" TO ES-TITLE
003790     WRITE EDIT-LISTING-LINE FROM WS-LISTING-SECTION-LINE.
003800 1000-INITIALIZE-EXIT.
003810     EXIT.

003820*****************************************************************
003830* 2000-EDIT-TIMECARDS - SORT INPUT PROCEDURE. READS THE BATCH,
003840*                       PROVING ITS HEADER AND TRAILER AS IT GOES,
003850*                       AND RELEASES EVERY CARD WITH ITS EDIT
003860*                       RESULT. BATCH ERRORS ARE PRINTED UNDER
003870*                       BATCH CONTROL AS THEY ARE FOUND.
003880*****************************************************************
003890 2000-EDIT-TIMECARDS.
003900     PERFORM 2100-READ-BATCH-RECORD
003910         THRU 2100-READ-BATCH-RECORD-EXIT
003920         UNTIL TIMECARD-FILE-AT-END
003930     CLOSE TIMECARD-FILE
003940     PERFORM 2300-PROVE-BATCH-TOTALS
003950         THRU 2300-PROVE-BATCH-TOTALS-EXIT.
003960 2000-EDIT-TIMECARDS-EXIT.
003970     EXIT.

003980*****************************************************************
003990* 2100-READ-BATCH-RECORD - ONE RECORD OF THE BATCH. THE FIRST
004000*                          MUST BE A HEADER FOR THE PERIOD BEING
004010*                          RUN; A MISSING HEADER IS REPORTED ONCE
004020*                          AND THE RECORD IS EDITED AS A CARD.
004030*                          NOTHING MAY FOLLOW THE TRAILER.
004040*****************************************************************
004050 2100-READ-BATCH-RECORD.
004060     READ TIMECARD-FILE
004070         AT END
004080             SET TIMECARD-FILE-AT-END TO TRUE
004090             GO TO 2100-READ-BATCH-RECORD-EXIT
004100     END-READ
004110     IF TIMECARD-TRAILER-SEEN
004120         MOVE "RECORD FOLLOWS THE BATCH TRAILER - NOT EDITED"
004130             TO WS-BATCH-MESSAGE
004140         PERFORM 2900-WRITE-BATCH-ERROR
004150             THRU 2900-WRITE-BATCH-ERROR-EXIT
004160         GO TO 2100-READ-BATCH-RECORD-EXIT
004170     END-IF
004180     IF NOT TIMECARD-HEADER-SEEN
004190         SET TIMECARD-HEADER-SEEN TO TRUE
004200         IF TIMECARD-BATCH-HEADER
004210             MOVE TCC-PERIOD-NUMBER TO WS-HEADER-PERIOD
004220             IF TCC-PERIOD-NUMBER NOT = WS-PERIOD-NUMBER
004230                 MOVE "BATCH HEADER IS FOR ANOTHER PERIOD"
004240                     TO WS-BATCH-MESSAGE
004250                 PERFORM 2900-WRITE-BATCH-ERROR
004260                     THRU 2900-WRITE-BATCH-ERROR-EXIT
004270             END-IF
004280             GO TO 2100-READ-BATCH-RECORD-EXIT
004290         END-IF
004300         MOVE "FIRST RECORD IS NOT A BATCH HEADER"
004310             TO WS-BATCH-MESSAGE
004320         PERFORM 2900-WRITE-BATCH-ERROR
004330             THRU 2900-WRITE-BATCH-ERROR-EXIT
004340     END-IF
004350     IF TIMECARD-BATCH-HEADER
004360         MOVE "SECOND BATCH HEADER IN THE BATCH"
004370             TO WS-BATCH-MESSAGE
004380         PERFORM 2900-WRITE-BATCH-ERROR
004390             THRU 2900-WRITE-BATCH-ERROR-EXIT
004400         GO TO 2100-READ-BATCH-RECORD-EXIT
004410     END-IF
004420     IF TIMECARD-BATCH-TRAILER
004430         SET TIMECARD-TRAILER-SEEN TO TRUE
004440         IF TCC-CARD-COUNT NUMERIC AND TCC-HOURS-HASH NUMERIC
004450             MOVE TCC-CARD-COUNT TO WS-TRAILER-CARD-COUNT
004460             MOVE TCC-HOURS-HASH TO WS-TRAILER-HOURS-HASH
004470         ELSE
004480             MOVE "BATCH TRAILER TOTALS ARE NOT NUMERIC"
004490                 TO WS-BATCH-MESSAGE
004500             PERFORM 2900-WRITE-BATCH-ERROR
004510                 THRU 2900-WRITE-BATCH-ERROR-EXIT
004520         END-IF
004530         GO TO 2100-READ-BATCH-RECORD-EXIT
004540     END-IF
004550     ADD 1 TO WS-BATCH-CARD-COUNT
004560     IF TC-HOURS NUMERIC
004570         ADD TC-HOURS TO WS-BATCH-HOURS-HASH
004580     END-IF
004590     PERFORM 2200-EDIT-ONE-CARD
004600         THRU 2200-EDIT-ONE-CARD-EXIT
004610     RELEASE SORT-WORK-RECORD.
004620 2100-READ-BATCH-RECORD-EXIT.
004630     EXIT.

004640*****************************************************************
004650* 2200-EDIT-ONE-CARD - THE CARD-BY-CARD EDITS, IN THE ORDER
004660*                      MODIFY-RECORDS APPLIES THEM: NUMERIC HOURS
004670*                      (E08 THERE), A KNOWN EARNINGS TYPE (E11),
004680*                      THE EMPLOYEE ON THE MASTER (E06), AND NO
004690*                      CARD AFTER THE FINAL CHECK (E12). A CARD
004700*                      FOR A SALARIED EMPLOYEE IS ONLY A WARNING
004710*                      - SALARY IS PAID WITHOUT ONE.
004720*****************************************************************
004730 2200-EDIT-ONE-CARD.
004740     MOVE SPACES              TO SORT-WORK-RECORD
004750     MOVE WS-BATCH-CARD-COUNT TO SW-CARD-SEQ
004760     MOVE TC-EMP-ID           TO SW-EMP-ID
004770     MOVE TC-EARN-TYPE        TO SW-EARN-TYPE
004780     MOVE TC-CHARGE-DEPT      TO SW-CHARGE-DEPT
004790     MOVE ZERO                TO SW-HOURS
004800     IF TC-HOURS NUMERIC
004810         MOVE TC-HOURS TO SW-HOURS
004820     END-IF
004830     MOVE TC-EMP-ID TO EMP-ID
004840     READ EMPLOYEE-FILE
004850         INVALID KEY
004860             MOVE "????"          TO SW-DEPT
004870             MOVE "N"             TO SW-MASTER-SWITCH
004880         NOT INVALID KEY
004890             MOVE EMP-DEPT        TO SW-DEPT
004900             MOVE EMP-NAME        TO SW-EMP-NAME
004910             MOVE EMP-PAY-TYPE    TO SW-PAY-TYPE
004920             MOVE "Y"             TO SW-MASTER-SWITCH
004930     END-READ
004940     EVALUATE TRUE
004950         WHEN TC-HOURS NOT NUMERIC
004960             MOVE "E" TO SW-SEVERITY
004970             MOVE "HOURS NOT NUMERIC" TO SW-MESSAGE
004980         WHEN NOT REGULAR-CARD AND NOT VACATION-CARD
004990                 AND NOT SICK-CARD AND NOT HOLIDAY-CARD
005000             MOVE "E" TO SW-SEVERITY
005010             MOVE "UNKNOWN EARNINGS TYPE" TO SW-MESSAGE
005020         WHEN NOT SW-EMPLOYEE-ON-MASTER
005030             MOVE "E" TO SW-SEVERITY
005040             MOVE "EMPLOYEE NOT ON MASTER" TO SW-MESSAGE
005050         WHEN TERMINATED-EMPLOYEE
005060                 AND EMP-FINAL-PAY-PERIOD NUMERIC
005070                 AND EMP-FINAL-PAY-PERIOD > ZERO
005080                 AND EMP-FINAL-PAY-PERIOD NOT = WS-PERIOD-NUMBER
005090             MOVE "E" TO SW-SEVERITY
005100             MOVE "TIMECARD AFTER FINAL PAY" TO SW-MESSAGE
005110         WHEN SALARIED-EMPLOYEE
005120             MOVE "W" TO SW-SEVERITY
005130             MOVE "SALARIED - HOURS NOT PAID" TO SW-MESSAGE
005140         WHEN OTHER
005150             CONTINUE
005160     END-EVALUATE
005170     IF SW-CARD-IN-ERROR
005180         ADD 1 TO WS-ERROR-COUNT
005190     END-IF
005200     IF SW-CARD-WARNING
005210         ADD 1 TO WS-WARNING-COUNT
005220     END-IF.
005230 2200-EDIT-ONE-CARD-EXIT.
005240     EXIT.

005250*****************************************************************
005260* 2300-PROVE-BATCH-TOTALS - THE BATCH MUST HAVE HAD A HEADER AND
005270*                           A TRAILER, AND THE CARDS COUNTED AND
005280*                           HOURS HASHED MUST AGREE WITH THE
005290*                           TRAILER. PRINTS BOTH SETS OF TOTALS.
005300*****************************************************************
005310 2300-PROVE-BATCH-TOTALS.
005320     IF NOT TIMECARD-HEADER-SEEN
005330         MOVE "BATCH IS EMPTY" TO WS-BATCH-MESSAGE
005340         PERFORM 2900-WRITE-BATCH-ERROR
005350             THRU 2900-WRITE-BATCH-ERROR-EXIT
005360     END-IF
005370     IF NOT TIMECARD-TRAILER-SEEN
005380         MOVE "BATCH HAS NO TRAILER" TO WS-BATCH-MESSAGE
005390         PERFORM 2900-WRITE-BATCH-ERROR
005400             THRU 2900-WRITE-BATCH-ERROR-EXIT
005410     ELSE
005420         IF WS-BATCH-CARD-COUNT NOT = WS-TRAILER-CARD-COUNT
005430                 OR WS-BATCH-HOURS-HASH
005440                     NOT = WS-TRAILER-HOURS-HASH
005450             MOVE "BATCH OUT OF BALANCE TO ITS TRAILER"
005460                 TO WS-BATCH-MESSAGE
005470             PERFORM 2900-WRITE-BATCH-ERROR
005480                 THRU 2900-WRITE-BATCH-ERROR-EXIT
005490         END-IF
005500     END-IF
005510     MOVE "PER BATCH TRAILER"     TO EB-LABEL
005520     MOVE WS-TRAILER-CARD-COUNT   TO EB-CARD-COUNT
005530     MOVE WS-TRAILER-HOURS-HASH   TO EB-HOURS-HASH
005540     WRITE EDIT-LISTING-LINE FROM WS-BATCH-CONTROL-LINE
005550     MOVE "COUNTED IN BATCH"      TO EB-LABEL
005560     MOVE WS-BATCH-CARD-COUNT     TO EB-CARD-COUNT
005570     MOVE WS-BATCH-HOURS-HASH     TO EB-HOURS-HASH
005580     WRITE EDIT-LISTING-LINE FROM WS-BATCH-CONTROL-LINE
005590     WRITE EDIT-LISTING-LINE FROM WS-BLANK-LINE.
005600 2300-PROVE-BATCH-TOTALS-EXIT.
005610     EXIT.

005620*****************************************************************
005630* 2500-PRINT-EDIT-LISTING - SORT OUTPUT PROCEDURE. RETURNS THE
005640*                           CARDS IN DEPARTMENT AND EMPLOYEE
005650*                           SEQUENCE, BREAKING ON EACH
005660*****************************************************************
005670 2500-PRINT-EDIT-LISTING.
005680     PERFORM 2510-RETURN-SORTED-CARD
005690         THRU 2510-RETURN-SORTED-CARD-EXIT
005700     PERFORM 2520-LIST-ONE-CARD
005710         THRU 2520-LIST-ONE-CARD-EXIT
005720         UNTIL END-OF-SORT
005730     IF NOT FIRST-CARD-LISTED
005740         PERFORM 2600-CLOSE-EMPLOYEE
005750             THRU 2600-CLOSE-EMPLOYEE-EXIT
005760         PERFORM 2700-CLOSE-DEPARTMENT
005770             THRU 2700-CLOSE-DEPARTMENT-EXIT
005780     END-IF.
005790 2500-PRINT-EDIT-LISTING-EXIT.
005800     EXIT.

005810 2510-RETURN-SORTED-CARD.
005820     RETURN SORT-WORK-FILE
005830         AT END
005840             SET END-OF-SORT TO TRUE
005850     END-RETURN.
005860 2510-RETURN-SORTED-CARD-EXIT.
005870     EXIT.

005880*****************************************************************
005890* 2520-LIST-ONE-CARD - PRINT ONE CARD, CLOSING OFF THE PREVIOUS
005900*                      EMPLOYEE AND DEPARTMENT ON A BREAK, AND ADD
005910*                      IT INTO THE EMPLOYEE AND DEPARTMENT TOTALS
005920*****************************************************************
005930 2520-LIST-ONE-CARD.
005940     IF NOT FIRST-CARD-LISTED
005950         IF SW-DEPT NOT = WS-PREV-DEPT
005960                 OR SW-EMP-ID NOT = WS-PREV-EMP-ID
005970             PERFORM 2600-CLOSE-EMPLOYEE
005980                 THRU 2600-CLOSE-EMPLOYEE-EXIT
005990         END-IF
006000         IF SW-DEPT NOT = WS-PREV-DEPT
006010             PERFORM 2700-CLOSE-DEPARTMENT
006020                 THRU 2700-CLOSE-DEPARTMENT-EXIT
006030         END-IF
006040     END-IF
006050     IF FIRST-CARD-LISTED OR SW-DEPT NOT = WS-PREV-DEPT
006060         MOVE SW-DEPT TO EDH-DEPT
006070         WRITE EDIT-LISTING-LINE FROM WS-DEPT-HEADING
006080         WRITE EDIT-LISTING-LINE FROM WS-COLUMN-HEADING
006090     END-IF
006100     IF FIRST-CARD-LISTED OR SW-DEPT NOT = WS-PREV-DEPT
006110             OR SW-EMP-ID NOT = WS-PREV-EMP-ID
006120         MOVE SW-PAY-TYPE      TO WS-EMP-PAY-TYPE
006130         MOVE SW-MASTER-SWITCH TO WS-EMP-MASTER-SWITCH
006140     END-IF
006150     MOVE "N"       TO WS-FIRST-CARD-SWITCH
006160     MOVE SW-DEPT   TO WS-PREV-DEPT
006170     MOVE SW-EMP-ID TO WS-PREV-EMP-ID
006180     MOVE SW-EMP-ID      TO ED-EMP-ID
006190     MOVE SW-EMP-NAME    TO ED-EMP-NAME
006200     EVALUATE TRUE
006210         WHEN SW-REGULAR-CARD
006220             MOVE "REGULAR"  TO ED-EARN-DESC
006230         WHEN SW-VACATION-CARD
006240             MOVE "VACATION" TO ED-EARN-DESC
006250         WHEN SW-SICK-CARD
006260             MOVE "SICK"     TO ED-EARN-DESC
006270         WHEN SW-HOLIDAY-CARD
006280             MOVE "HOLIDAY"  TO ED-EARN-DESC
006290         WHEN OTHER
006300             MOVE "UNKNOWN"  TO ED-EARN-DESC
006310     END-EVALUATE
006320     MOVE SW-HOURS       TO ED-HOURS
006330     MOVE SW-CHARGE-DEPT TO ED-CHARGE-DEPT
006340     EVALUATE TRUE
006350         WHEN SW-CARD-IN-ERROR
006360             MOVE "ERROR"   TO ED-RESULT
006370             ADD 1 TO WS-DEPT-ERRORS
006380         WHEN SW-CARD-WARNING
006390             MOVE "WARNING" TO ED-RESULT
006400             ADD 1 TO WS-DEPT-WARNINGS
006410         WHEN OTHER
006420             MOVE SPACES    TO ED-RESULT
006430     END-EVALUATE
006440     MOVE SW-MESSAGE     TO ED-MESSAGE
006450     WRITE EDIT-LISTING-LINE FROM WS-CARD-DETAIL-LINE
006460     ADD 1        TO WS-DEPT-CARDS
006470     ADD SW-HOURS TO WS-DEPT-HOURS
006480     IF NOT SW-CARD-IN-ERROR
006490         ADD SW-HOURS TO WS-EMP-TOTAL-HOURS
006500         IF SW-VACATION-CARD
006510             ADD SW-HOURS TO WS-EMP-VAC-HOURS
006520         END-IF
006530         IF SW-SICK-CARD
006540             ADD SW-HOURS TO WS-EMP-SICK-HOURS
006550         END-IF
006560     END-IF
006570     PERFORM 2510-RETURN-SORTED-CARD
006580         THRU 2510-RETURN-SORTED-CARD-EXIT.
006590 2520-LIST-ONE-CARD-EXIT.
006600     EXIT.

006610*****************************************************************
006620* 2600-CLOSE-EMPLOYEE - THE EDITS ON THE EMPLOYEE'S WHOLE PERIOD:
006630*                       MORE THAN 99 HOURS (E07 IN MODIFY-
006640*                       RECORDS) IS AN ERROR, MORE THAN THE
006650*                       HIGH-HOURS LIMIT A WARNING, AND VACATION
006660*                       OR SICK HOURS BEYOND THE BANKED BALANCE
006670*                       PLUS THIS PERIOD'S ACCRUAL (E10) AN ERROR.
006680*                       A SALARIED EMPLOYEE'S CARDS ARE NOT PAID
006690*                       AND DRAW NO LEAVE, SO ONLY HOURLY
006700*                       EMPLOYEES ARE CHECKED. THEN RESET THE
006710*                       TOTALS.
006720*****************************************************************
006730 2600-CLOSE-EMPLOYEE.
006740     IF NOT WS-EMP-ON-MASTER OR WS-EMP-SALARIED
006750         GO TO 2600-CLOSE-EMPLOYEE-RESET
006760     END-IF
006770     IF WS-EMP-TOTAL-HOURS > 99
006780         MOVE "E" TO WS-FLAG-SEVERITY
006790         MOVE "EMPLOYEE HOURS EXCEED 99" TO WS-FLAG-MESSAGE
006800         PERFORM 2650-WRITE-EMPLOYEE-FLAG
006810             THRU 2650-WRITE-EMPLOYEE-FLAG-EXIT
006820     ELSE
006830         IF WS-EMP-TOTAL-HOURS > WS-HIGH-HOURS-LIMIT
006840             MOVE "W" TO WS-FLAG-SEVERITY
006850             MOVE "UNUSUALLY HIGH HOURS" TO WS-FLAG-MESSAGE
006860             PERFORM 2650-WRITE-EMPLOYEE-FLAG
006870                 THRU 2650-WRITE-EMPLOYEE-FLAG-EXIT
006880         END-IF
006890     END-IF
006900     IF WS-EMP-VAC-HOURS = ZERO AND WS-EMP-SICK-HOURS = ZERO
006910         GO TO 2600-CLOSE-EMPLOYEE-RESET
006920     END-IF
006930     MOVE ZERO TO LVE-VAC-ACCRUED
006940     MOVE ZERO TO LVE-VAC-TAKEN
006950     MOVE ZERO TO LVE-SICK-ACCRUED
006960     MOVE ZERO TO LVE-SICK-TAKEN
006970     IF LEAVE-MASTER-OPEN
006980         MOVE WS-PREV-EMP-ID TO LVE-EMP-ID
006990         READ LEAVE-FILE
007000             INVALID KEY
007010                 MOVE ZERO TO LVE-VAC-ACCRUED
007020                 MOVE ZERO TO LVE-VAC-TAKEN
007030                 MOVE ZERO TO LVE-SICK-ACCRUED
007040                 MOVE ZERO TO LVE-SICK-TAKEN
007050         END-READ
007060     END-IF
007070     COMPUTE WS-LEAVE-AVAILABLE =
007080         LVE-VAC-ACCRUED + WS-VAC-ACCRUAL-RATE - LVE-VAC-TAKEN
007090     IF WS-EMP-VAC-HOURS > WS-LEAVE-AVAILABLE
007100         MOVE "E" TO WS-FLAG-SEVERITY
007110         MOVE "VACATION EXCEEDS BANKED HOURS" TO WS-FLAG-MESSAGE
007120         PERFORM 2650-WRITE-EMPLOYEE-FLAG
007130             THRU 2650-WRITE-EMPLOYEE-FLAG-EXIT
007140     END-IF
007150     COMPUTE WS-LEAVE-AVAILABLE =
007160         LVE-SICK-ACCRUED + WS-SICK-ACCRUAL-RATE - LVE-SICK-TAKEN
007170     IF WS-EMP-SICK-HOURS > WS-LEAVE-AVAILABLE
007180         MOVE "E" TO WS-FLAG-SEVERITY
007190         MOVE "SICK EXCEEDS BANKED HOURS" TO WS-FLAG-MESSAGE
007200         PERFORM 2650-WRITE-EMPLOYEE-FLAG
007210             THRU 2650-WRITE-EMPLOYEE-FLAG-EXIT
007220     END-IF.
007230 2600-CLOSE-EMPLOYEE-RESET.
007240     MOVE ZERO TO WS-EMP-TOTAL-HOURS
007250     MOVE ZERO TO WS-EMP-VAC-HOURS
007260     MOVE ZERO TO WS-EMP-SICK-HOURS.
007270 2600-CLOSE-EMPLOYEE-EXIT.
007280     EXIT.

007290 2650-WRITE-EMPLOYEE-FLAG.
007300     MOVE WS-EMP-TOTAL-HOURS TO EF-HOURS
007310     MOVE WS-FLAG-MESSAGE    TO EF-MESSAGE
007320     IF WS-FLAG-SEVERITY = "E"
007330         MOVE "ERROR"   TO EF-RESULT
007340         ADD 1 TO WS-DEPT-ERRORS
007350         ADD 1 TO WS-ERROR-COUNT
007360     ELSE
007370         MOVE "WARNING" TO EF-RESULT
007380         ADD 1 TO WS-DEPT-WARNINGS
007390         ADD 1 TO WS-WARNING-COUNT
007400     END-IF
007410     WRITE EDIT-LISTING-LINE FROM WS-EMPLOYEE-FLAG-LINE.
007420 2650-WRITE-EMPLOYEE-FLAG-EXIT.
007430     EXIT.

007440*****************************************************************
007450* 2700-CLOSE-DEPARTMENT - PRINT THE DEPARTMENT'S TOTALS AND ITS
007460*                         SUPERVISOR SIGN-OFF LINE, THEN RESET
007470*****************************************************************
007480 2700-CLOSE-DEPARTMENT.
007490     MOVE WS-PREV-DEPT     TO ET-DEPT
007500     MOVE WS-DEPT-CARDS    TO ET-CARDS
007510     MOVE WS-DEPT-HOURS    TO ET-HOURS
007520     MOVE WS-DEPT-ERRORS   TO ET-ERRORS
007530     MOVE WS-DEPT-WARNINGS TO ET-WARNINGS
007540     WRITE EDIT-LISTING-LINE FROM WS-DEPT-TOTAL-LINE
007550     WRITE EDIT-LISTING-LINE FROM WS-BLANK-LINE
007560     WRITE EDIT-LISTING-LINE FROM WS-SIGNOFF-LINE
007570     WRITE EDIT-LISTING-LINE FROM WS-BLANK-LINE
007580     MOVE ZERO TO WS-DEPT-CARDS
007590     MOVE ZERO TO WS-DEPT-HOURS
007600     MOVE ZERO TO WS-DEPT-ERRORS
007610     MOVE ZERO TO WS-DEPT-WARNINGS.
007620 2700-CLOSE-DEPARTMENT-EXIT.
007630     EXIT.

007640 2900-WRITE-BATCH-ERROR.
007650     MOVE WS-BATCH-MESSAGE TO EE-MESSAGE
007660     WRITE EDIT-LISTING-LINE FROM WS-BATCH-ERROR-LINE
007670     ADD 1 TO WS-BATCH-ERROR-COUNT.
007680 2900-WRITE-BATCH-ERROR-EXIT.
007690     EXIT.

007700*****************************************************************
007710* 3000-TERMINATE - PRINT THE RUN TOTALS AND THE VERDICT, AND
007720*                  REWRITE THE EDIT CONTROL RECORD WITH IT. THE
007730*                  BATCH PASSES ONLY WITH NO BATCH, CARD OR
007740*                  EMPLOYEE ERRORS; A FAILED BATCH ENDS THE RUN
007750*                  WITH RETURN CODE 4.
007760*****************************************************************
007770 3000-TERMINATE.
007780     ADD WS-BATCH-ERROR-COUNT TO WS-ERROR-COUNT
007790     MOVE WS-BATCH-CARD-COUNT TO EG-CARDS
007800     MOVE WS-BATCH-HOURS-HASH TO EG-HOURS
007810     MOVE WS-ERROR-COUNT      TO EG-ERRORS
007820     MOVE WS-WARNING-COUNT    TO EG-WARNINGS
007830     WRITE EDIT-LISTING-LINE FROM WS-GRAND-TOTAL-LINE
007840     MOVE SPACES TO TIMECARD-EDIT-CONTROL-RECORD
007850     MOVE WS-PERIOD-NUMBER    TO TE-PERIOD-NUMBER
007860     MOVE WS-BATCH-CARD-COUNT TO TE-CARD-COUNT
007870     MOVE WS-BATCH-HOURS-HASH TO TE-HOURS-HASH
007880     MOVE WS-ERROR-COUNT      TO TE-ERROR-COUNT
007890     MOVE WS-WARNING-COUNT    TO TE-WARNING-COUNT
007900     MOVE WS-RUN-DATE         TO TE-EDIT-DATE
007910     IF WS-ERROR-COUNT = ZERO
007920         SET TIMECARD-BATCH-PASSED TO TRUE
007930         MOVE "BATCH PASSED THE EDIT - READY FOR PAYROLL"
007940             TO EV-VERDICT
007950     ELSE
007960         SET TIMECARD-BATCH-FAILED TO TRUE
007970         MOVE "BATCH FAILED THE EDIT - CORRECT AND EDIT AGAIN"
007980             TO EV-VERDICT
007990         MOVE 4 TO RETURN-CODE
008000     END-IF
008010     WRITE EDIT-LISTING-LINE FROM WS-VERDICT-LINE
008020     DISPLAY EV-VERDICT
008030     OPEN OUTPUT TIMECARD-EDIT-CONTROL-FILE
008040     WRITE TIMECARD-EDIT-CONTROL-RECORD
008050     CLOSE TIMECARD-EDIT-CONTROL-FILE
008060     CLOSE EDIT-LISTING
008070     CLOSE EMPLOYEE-FILE
008080     IF LEAVE-MASTER-OPEN
008090         CLOSE LEAVE-FILE
008100     END-IF.
008110 3000-TERMINATE-EXIT.
008120     EXIT.
