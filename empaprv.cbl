000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. EMP-CHANGE-APPROVAL.
000120 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000130 INSTALLATION. CORPORATE-PAYROLL.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*****************************************************************
000170* MODIFICATION HISTORY
000180*------------------------------------------------------------
000190* DATE       INIT  DESCRIPTION
000200* 2026-10-15 RLS   ORIGINAL VERSION - THE SECOND HALF OF DUAL
000210*                  CONTROL OVER BANK ROUTING/ACCOUNT, RATE, AND
000220*                  SALARY CHANGES. EMP-MAINTAIN HOLDS SUCH A
000230*                  CHANGE ON EMPPEND (SEE PCHGREC) WITH THE
000240*                  OPERATOR WHO KEYED IT; THIS RUN READS THE
000250*                  APPROVING OPERATOR'S DECISIONS (APRVTRAN, SEE
000260*                  APRVTRAN COPYBOOK) AND APPLIES EACH APPROVED
000270*                  CHANGE TO EMPMAST OR MARKS IT REJECTED. A
000280*                  DECISION BY THE OPERATOR WHO SUBMITTED THE
000290*                  CHANGE IS REFUSED AND THE CHANGE STAYS
000300*                  PENDING. A CHANGE WHOSE BEFORE VALUES NO
000310*                  LONGER MATCH THE MASTER (ANOTHER CHANGE WAS
000320*                  APPLIED SINCE) IS REJECTED RATHER THAN APPLIED
000330*                  OVER THE TOP AND MUST BE REKEYED. EVERY
000340*                  DECISION IS LOGGED TO AUDITLOG. THE REPORT
000350*                  (APRVRPT) LISTS THE DECISIONS AND THEN EVERY
000360*                  CHANGE STILL PENDING, WITH ITS BEFORE AND
000370*                  AFTER VALUES AND THE DAYS IT HAS WAITED. WITH
000380*                  NO APRVTRAN THE RUN PRINTS THE PENDING
000390*                  CHANGES ONLY.
000400*****************************************************************
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT APPROVAL-TRAN-FILE ASSIGN TO "APRVTRAN"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-APRVTRAN-STATUS.
000470     SELECT PENDING-CHANGE-FILE ASSIGN TO "EMPPEND"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS PCH-KEY
000510         FILE STATUS IS WS-PENDFILE-STATUS.
000520     SELECT EMPLOYEE-FILE ASSIGN TO "EMPMAST"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS EMP-ID
000560         FILE STATUS IS WS-EMPFILE-STATUS.
000570     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590     SELECT APPROVAL-REPORT ASSIGN TO "APRVRPT"
000600         ORGANIZATION IS LINE SEQUENTIAL.

000610 DATA DIVISION.
000620 FILE SECTION.
000630*****************************************************************
000640* APPROVAL-TRAN-FILE - ONE APPROVE OR REJECT DECISION PER HELD
000650*                      CHANGE, KEYED BY THE APPROVING OPERATOR
000660*****************************************************************
000670 FD  APPROVAL-TRAN-FILE.
000680     COPY APRVTRAN.

000690*****************************************************************
000700* PENDING-CHANGE-FILE - BANK/RATE/SALARY CHANGES HELD BY
000710*                       EMP-MAINTAIN, KEYED ON EMP-ID AND SEQUENCE
000720*                       NUMBER. DECIDED CHANGES STAY ON FILE WITH
000730*                       THE DECISION STAMPED ON THEM.
000740*****************************************************************
000750 FD  PENDING-CHANGE-FILE.
000760     COPY PCHGREC.

000770*****************************************************************
000780* EMPLOYEE-FILE - INDEXED EMPLOYEE MASTER, KEYED ON EMP-ID
000790*****************************************************************
000800 FD  EMPLOYEE-FILE.
000810     COPY EMPMREC.

000820*****************************************************************
000830* AUDIT-FILE - THE EMPLOYEE MASTER AUDIT LOG SHARED WITH
000840*              EMP-MAINTAIN. ONE RECORD PER DECISION APPLIED.
000850*****************************************************************
000860 FD  AUDIT-FILE.
000870     COPY AUDTREC.

000880*****************************************************************
000890* APPROVAL-REPORT - THE DECISIONS TAKEN THIS RUN, THEN THE CHANGES
000900*                   STILL PENDING
000910*****************************************************************
000920 FD  APPROVAL-REPORT.
000930 01  APPROVAL-REPORT-LINE        PIC X(80).

000940 WORKING-STORAGE SECTION.
000950 77  WS-APRVTRAN-STATUS          PIC X(02).
000960 77  WS-PENDFILE-STATUS          PIC X(02).
000970 77  WS-EMPFILE-STATUS           PIC X(02).
000980 77  WS-RUN-DATE                 PIC 9(06).
000990 77  WS-RUN-TIME                 PIC 9(08).
001000 77  WS-RUN-CCYYMMDD             PIC 9(08).
001010 77  WS-RUN-DAY-NUMBER           PIC 9(07) VALUE ZERO.
001020 77  WS-SUBMIT-DAY-NUMBER        PIC 9(07) VALUE ZERO.
001030 77  WS-DAYS-WAITING             PIC S9(05) VALUE ZERO.
001040 77  WS-OLDEST-DAYS              PIC S9(05) VALUE ZERO.
001050 77  WS-EDIT-RATE                PIC Z9.99.
001060 77  WS-EDIT-SALARY              PIC ZZ,ZZ9.99.

001070 01  WS-FLAGS.
001080     05  WS-APRVTRAN-EOF-SWITCH PIC X(01) VALUE "N".
001090         88  END-OF-DECISIONS        VALUE "Y".
001100     05  WS-PENDING-EOF-SWITCH PIC X(01) VALUE "N".
001110         88  END-OF-PENDING-CHANGES  VALUE "Y".
001120     05  WS-REFUSED-SWITCH   PIC X(01) VALUE "N".
001130         88  DECISION-IS-REFUSED     VALUE "Y".
001135     05  WS-ABORT-SWITCH     PIC X(01) VALUE "N".
001137         88  RUN-WAS-CANCELLED       VALUE "Y".

001140 01  WS-COUNTERS.
001150     05  WS-DECISION-COUNT       PIC 9(05) VALUE ZERO.
001160     05  WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.
001170     05  WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
001180     05  WS-REFUSED-COUNT        PIC 9(05) VALUE ZERO.
001190     05  WS-PENDING-COUNT        PIC 9(05) VALUE ZERO.

001200*****************************************************************
001210* WS-DATE-PARTS - A CCYYMMDD DATE BROKEN UP FOR THE DAY-NUMBER
001220*                 APPROXIMATION (CCYY*365 + MM*30 + DD)
001230*****************************************************************
001240 01  WS-DATE-PARTS.
001250     05  WS-DATE-CCYY        PIC 9(04).
001260     05  WS-DATE-MM          PIC 9(02).
001270     05  WS-DATE-DD          PIC 9(02).

001280 01  WS-REPORT-HEADING.
001290     05  FILLER              PIC X(40) VALUE
001300         "EMPLOYEE PAY/BANK CHANGE APPROVAL".
001310     05  FILLER              PIC X(09) VALUE "RUN DATE".
001320     05  RH-RUN-DATE         PIC 9999/99/99.
001330     05  FILLER              PIC X(21) VALUE SPACES.

001340 01  WS-DECISION-SECTION-LINE.
001350     05  FILLER              PIC X(40) VALUE
001360         "DECISIONS THIS RUN".
001370     05  FILLER              PIC X(40) VALUE SPACES.

001380 01  WS-DECISION-COLUMN-HEADING.
001390     05  FILLER              PIC X(05) VALUE "EMP".
001400     05  FILLER              PIC X(05) VALUE "SEQ".
001410     05  FILLER              PIC X(09) VALUE "DECISION".
001420     05  FILLER              PIC X(10) VALUE "APPROVER".
001430     05  FILLER              PIC X(10) VALUE "SUBMITTER".
001440     05  FILLER              PIC X(10) VALUE "RESULT".
001450     05  FILLER              PIC X(31) VALUE "REASON".

001460 01  WS-DECISION-DETAIL-LINE.
001470     05  DD-EMP-ID           PIC X(03).
001480     05  FILLER              PIC X(02) VALUE SPACES.
001490     05  DD-SEQ-NO           PIC 9(03).
001500     05  FILLER              PIC X(02) VALUE SPACES.
001510     05  DD-DECISION         PIC X(07).
001520     05  FILLER              PIC X(02) VALUE SPACES.
001530     05  DD-APPROVER         PIC X(08).
001540     05  FILLER              PIC X(02) VALUE SPACES.
001550     05  DD-SUBMITTER        PIC X(08).
001560     05  FILLER              PIC X(02) VALUE SPACES.
001570     05  DD-RESULT           PIC X(08).
001580     05  FILLER              PIC X(02) VALUE SPACES.
001590     05  DD-REASON           PIC X(29).

001600 01  WS-PENDING-SECTION-LINE.
001610     05  FILLER              PIC X(40) VALUE
001620         "CHANGES AWAITING APPROVAL".
001630     05  FILLER              PIC X(40) VALUE SPACES.

001640 01  WS-PENDING-COLUMN-HEADING.
001650     05  FILLER              PIC X(05) VALUE "EMP".
001660     05  FILLER              PIC X(05) VALUE "SEQ".
001670     05  FILLER              PIC X(17) VALUE "NAME".
001680     05  FILLER              PIC X(10) VALUE "SUBMITTER".
001690     05  FILLER              PIC X(12) VALUE "SUBMITTED".
001700     05  FILLER              PIC X(06) VALUE "DAYS".
001710     05  FILLER              PIC X(25) VALUE "RATE EFFECTIVE".

001720 01  WS-PENDING-DETAIL-LINE.
001730     05  PD-EMP-ID           PIC X(03).
001740     05  FILLER              PIC X(02) VALUE SPACES.
001750     05  PD-SEQ-NO           PIC 9(03).
001760     05  FILLER              PIC X(02) VALUE SPACES.
001770     05  PD-EMP-NAME         PIC X(15).
001780     05  FILLER              PIC X(02) VALUE SPACES.
001790     05  PD-SUBMITTER        PIC X(08).
001800     05  FILLER              PIC X(02) VALUE SPACES.
001810     05  PD-SUBMIT-DATE      PIC 9999/99/99.
001820     05  FILLER              PIC X(02) VALUE SPACES.
001830     05  PD-DAYS-WAITING     PIC ZZZ9.
001840     05  FILLER              PIC X(02) VALUE SPACES.
001850     05  PD-EFFECTIVE-DATE   PIC X(10).
001860     05  FILLER              PIC X(15) VALUE SPACES.

001870*****************************************************************
001880* WS-PENDING-FIELD-LINE - ONE LINE UNDER A PENDING CHANGE FOR EACH
001890*                         FIELD IT WOULD CHANGE, BEFORE AND AFTER
001900*****************************************************************
001910 01  WS-PENDING-FIELD-LINE.
001920     05  FILLER              PIC X(10) VALUE SPACES.
001930     05  PF-FIELD-NAME       PIC X(14).
001940     05  PF-BEFORE           PIC X(17).
001950     05  FILLER              PIC X(04) VALUE " -> ".
001960     05  PF-AFTER            PIC X(17).
001970     05  FILLER              PIC X(18) VALUE SPACES.

001980 01  WS-TOTAL-LINE.
001990     05  TL-LABEL            PIC X(30).
002000     05  TL-COUNT            PIC ZZ,ZZ9.
002010     05  FILLER              PIC X(04) VALUE SPACES.
002020     05  TL-NOTE             PIC X(40).

002030 PROCEDURE DIVISION.
002040*****************************************************************
002050* 0000-MAINLINE - APPLY THE APPROVER'S DECISIONS, THEN LIST WHAT
002060*                 IS STILL WAITING
002070*****************************************************************
002080 0000-MAINLINE.
002090     PERFORM 1000-INITIALIZE
002100         THRU 1000-INITIALIZE-EXIT
002103     IF RUN-WAS-CANCELLED
002106         MOVE 8 TO RETURN-CODE
002109     ELSE
002110         PERFORM 2000-PROCESS-DECISIONS
002120             THRU 2000-PROCESS-DECISIONS-EXIT
002130         PERFORM 2500-REPORT-PENDING-CHANGES
002140             THRU 2500-REPORT-PENDING-CHANGES-EXIT
002150         PERFORM 3000-TERMINATE
002160             THRU 3000-TERMINATE-EXIT
002165     END-IF
002170     STOP RUN.

002180*****************************************************************
002190* 1000-INITIALIZE - OPEN FILES AND PRINT THE REPORT HEADING. IF
002200*                   NO CHANGE HAS EVER BEEN HELD, EMPPEND IS
002210*                   CREATED EMPTY. WITH NO EMPLOYEE MASTER THE
002213*                   RUN IS REFUSED, SO NO PENDING CHANGE IS
002216*                   REJECTED FOR WANT OF ITS EMPLOYEE.
002220*****************************************************************
002230 1000-INITIALIZE.
002240     ACCEPT WS-RUN-DATE FROM DATE
002250     ACCEPT WS-RUN-CCYYMMDD FROM DATE YYYYMMDD
002260     ACCEPT WS-RUN-TIME FROM TIME
002270     MOVE WS-RUN-CCYYMMDD TO WS-DATE-PARTS
002280     COMPUTE WS-RUN-DAY-NUMBER =
002290         WS-DATE-CCYY * 365 + WS-DATE-MM * 30 + WS-DATE-DD
002292     OPEN I-O EMPLOYEE-FILE
002294     IF WS-EMPFILE-STATUS = "35"
002296         DISPLAY "EMPLOYEE MASTER NOT FOUND - CHANGE APPROVAL "
002297             "CANCELLED"
002298         SET RUN-WAS-CANCELLED TO TRUE
002299         GO TO 1000-INITIALIZE-EXIT
002300     END-IF
002301     OPEN I-O PENDING-CHANGE-FILE
002310     IF WS-PENDFILE-STATUS = "35"
002320         OPEN OUTPUT PENDING-CHANGE-FILE
002330         CLOSE PENDING-CHANGE-FILE
002340         OPEN I-O PENDING-CHANGE-FILE
002350     END-IF
002370     OPEN EXTEND AUDIT-FILE
002380     OPEN OUTPUT APPROVAL-REPORT
002390     MOVE WS-RUN-CCYYMMDD TO RH-RUN-DATE
002400     WRITE APPROVAL-REPORT-LINE FROM WS-REPORT-HEADING
002410     MOVE SPACES TO APPROVAL-REPORT-LINE
002420     WRITE APPROVAL-REPORT-LINE.
002430 1000-INITIALIZE-EXIT.
002440     EXIT.

002450*****************************************************************
002460* 2000-PROCESS-DECISIONS - READ/DECIDE/REPORT LOOP OVER
002470*                          APRVTRAN. NO APRVTRAN MEANS NO
002480*                          DECISIONS THIS RUN.
002490*****************************************************************
002500 2000-PROCESS-DECISIONS.
002510     OPEN INPUT APPROVAL-TRAN-FILE
002520     IF WS-APRVTRAN-STATUS = "35"
002530         GO TO 2000-PROCESS-DECISIONS-EXIT
002540     END-IF
002550     WRITE APPROVAL-REPORT-LINE FROM WS-DECISION-SECTION-LINE
002560     WRITE APPROVAL-REPORT-LINE FROM WS-DECISION-COLUMN-HEADING
002570     PERFORM 2100-PROCESS-ONE-DECISION
002580         THRU 2100-PROCESS-ONE-DECISION-EXIT
002590         UNTIL END-OF-DECISIONS
002600     CLOSE APPROVAL-TRAN-FILE
002610     MOVE SPACES TO APPROVAL-REPORT-LINE
002620     WRITE APPROVAL-REPORT-LINE.
002630 2000-PROCESS-DECISIONS-EXIT.
002640     EXIT.

002650*****************************************************************
002660* 2100-PROCESS-ONE-DECISION - EDIT ONE DECISION AGAINST THE HELD
002670*                             CHANGE IT NAMES. A DECISION WITH NO
002680*                             APPROVER, BY THE SUBMITTING
002690*                             OPERATOR, OR AGAINST A CHANGE THAT
002700*                             IS NOT PENDING IS REFUSED AND THE
002710*                             CHANGE IS LEFT AS IT IS.
002720*****************************************************************
002730 2100-PROCESS-ONE-DECISION.
002740     READ APPROVAL-TRAN-FILE
002750         AT END
002760             SET END-OF-DECISIONS TO TRUE
002770             GO TO 2100-PROCESS-ONE-DECISION-EXIT
002780     END-READ
002790     ADD 1 TO WS-DECISION-COUNT
002800     MOVE "N" TO WS-REFUSED-SWITCH
002810     MOVE SPACES              TO WS-DECISION-DETAIL-LINE
002820     MOVE APV-EMP-ID          TO DD-EMP-ID
002830     MOVE APV-SEQ-NO          TO DD-SEQ-NO
002840     MOVE APV-OPERATOR-ID     TO DD-APPROVER
002850     EVALUATE TRUE
002860         WHEN APV-APPROVE
002870             MOVE "APPROVE"   TO DD-DECISION
002880         WHEN APV-REJECT
002890             MOVE "REJECT"    TO DD-DECISION
002900         WHEN OTHER
002910             MOVE APV-DECISION TO DD-DECISION
002920             MOVE "INVALID DECISION CODE" TO DD-REASON
002930             GO TO 2100-REFUSE-DECISION
002940     END-EVALUATE
002950     IF APV-OPERATOR-ID = SPACES
002960         MOVE "APPROVER ID REQUIRED" TO DD-REASON
002970         GO TO 2100-REFUSE-DECISION
002980     END-IF
002990     MOVE APV-EMP-ID TO PCH-EMP-ID
003000     MOVE APV-SEQ-NO TO PCH-SEQ-NO
003010     READ PENDING-CHANGE-FILE
003020         INVALID KEY
003030             MOVE "NO SUCH HELD CHANGE" TO DD-REASON
003040             GO TO 2100-REFUSE-DECISION
003050     END-READ
003060     MOVE PCH-SUBMIT-OPERATOR TO DD-SUBMITTER
003070     IF NOT CHANGE-IS-PENDING
003080         MOVE "CHANGE ALREADY DECIDED" TO DD-REASON
003090         GO TO 2100-REFUSE-DECISION
003100     END-IF
003110     IF APV-OPERATOR-ID = PCH-SUBMIT-OPERATOR
003120         MOVE "SAME OPERATOR AS SUBMITTER" TO DD-REASON
003130         GO TO 2100-REFUSE-DECISION
003140     END-IF
003150     IF APV-APPROVE
003160         PERFORM 2200-APPLY-CHANGE
003170             THRU 2200-APPLY-CHANGE-EXIT
003180     ELSE
003190         MOVE APV-REASON TO PCH-DECISION-REASON
003200         PERFORM 2400-REJECT-CHANGE
003210             THRU 2400-REJECT-CHANGE-EXIT
003220     END-IF
003230     IF DECISION-IS-REFUSED
003240         GO TO 2100-REFUSE-DECISION
003250     END-IF
003260     WRITE APPROVAL-REPORT-LINE FROM WS-DECISION-DETAIL-LINE
003270     GO TO 2100-PROCESS-ONE-DECISION-EXIT.
003280 2100-REFUSE-DECISION.
003290     MOVE "REFUSED" TO DD-RESULT
003300     ADD 1 TO WS-REFUSED-COUNT
003310     WRITE APPROVAL-REPORT-LINE FROM WS-DECISION-DETAIL-LINE.
003320 2100-PROCESS-ONE-DECISION-EXIT.
003330     EXIT.

003340*****************************************************************
003350* 2200-APPLY-CHANGE - APPLY AN APPROVED CHANGE TO THE MASTER. THE
003360*                     MASTER MUST STILL HOLD THE BEFORE VALUES
003370*                     THE CHANGE WAS KEYED AGAINST; IF IT DOES NOT
003380*                     (THE EMPLOYEE IS GONE, OR ANOTHER CHANGE WAS
003390*                     APPLIED SINCE) THE CHANGE IS REJECTED AND
003400*                     MUST BE REKEYED, SO NOTHING IS EVER APPROVED
003410*                     OVER VALUES THE APPROVER NEVER SAW.
003420*****************************************************************
003430 2200-APPLY-CHANGE.
003440     MOVE PCH-EMP-ID TO EMP-ID
003450     READ EMPLOYEE-FILE
003460         INVALID KEY
003470             MOVE "EMPLOYEE NOT ON MASTER" TO PCH-DECISION-REASON
003480             PERFORM 2400-REJECT-CHANGE
003490                 THRU 2400-REJECT-CHANGE-EXIT
003500             GO TO 2200-APPLY-CHANGE-EXIT
003510     END-READ
003520     IF EMP-BANK-ROUTING NOT = PCH-OLD-ROUTING
003530             OR EMP-BANK-ACCOUNT NOT = PCH-OLD-ACCOUNT
003540             OR EMP-RATE NOT = PCH-OLD-RATE
003550             OR EMP-SALARY NOT = PCH-OLD-SALARY
003560         MOVE "MASTER CHANGED - REKEY" TO PCH-DECISION-REASON
003570         PERFORM 2400-REJECT-CHANGE
003580             THRU 2400-REJECT-CHANGE-EXIT
003590         GO TO 2200-APPLY-CHANGE-EXIT
003600     END-IF
003610     IF PCH-NEW-RATE NOT = PCH-OLD-RATE
003620         PERFORM 2300-SET-RATE-EFFECTIVE
003630             THRU 2300-SET-RATE-EFFECTIVE-EXIT
003640     END-IF
003650     MOVE PCH-NEW-ROUTING TO EMP-BANK-ROUTING
003660     MOVE PCH-NEW-ACCOUNT TO EMP-BANK-ACCOUNT
003670     MOVE PCH-NEW-RATE    TO EMP-RATE
003680     MOVE PCH-NEW-SALARY  TO EMP-SALARY
003690     REWRITE EMP-MASTER-RECORD
003700         INVALID KEY
003710             MOVE "MASTER REWRITE FAILED" TO DD-REASON
003720             SET DECISION-IS-REFUSED TO TRUE
003730             GO TO 2200-APPLY-CHANGE-EXIT
003740     END-REWRITE
003750     MOVE "A"             TO PCH-STATUS
003760     MOVE APV-OPERATOR-ID TO PCH-DECISION-OPERATOR
003770     MOVE WS-RUN-CCYYMMDD TO PCH-DECISION-DATE
003780     MOVE APV-REASON      TO PCH-DECISION-REASON
003790     REWRITE PENDING-CHANGE-RECORD
003800         INVALID KEY
003810             DISPLAY "EMPPEND REWRITE FAILED FOR " PCH-EMP-ID
003820                 " SEQ " PCH-SEQ-NO " - CHANGE WAS APPLIED"
003830     END-REWRITE
003840     MOVE "APPLIED" TO DD-RESULT
003850     ADD 1 TO WS-APPLIED-COUNT
003860     PERFORM 2450-WRITE-AUDIT-RECORD
003870         THRU 2450-WRITE-AUDIT-RECORD-EXIT.
003880 2200-APPLY-CHANGE-EXIT.
003890     EXIT.

003900*****************************************************************
003910* 2300-SET-RATE-EFFECTIVE - RECORD THE RATE BEING REPLACED AND THE
003920*                           CHANGE'S EFFECTIVE DATE ON THE MASTER
003930*                           (EMP-PRIOR-RATE/EMP-RATE-EFF-DATE) SO
003940*                           MODIFY-RECORDS PAYS AT THE RATE IN
003950*                           EFFECT FOR THE PERIOD AND COMPUTES
003960*                           RETRO PAY. A ZERO EFFECTIVE DATE MEANS
003970*                           IMMEDIATE.
003980*****************************************************************
003990 2300-SET-RATE-EFFECTIVE.
004000     IF EMP-PRIOR-RATE NUMERIC
004010             AND EMP-RATE-EFF-DATE NUMERIC
004020             AND EMP-PRIOR-RATE > ZERO
004030             AND EMP-RATE-EFF-DATE > ZERO
004040*****************************************************************
004050* A SECOND RATE CHANGE APPROVED BEFORE THE FIRST ONE SETTLES MUST
004060* NOT REPLACE EMP-PRIOR-RATE - THE PAY HISTORY WAS PAID AT THE
004070* ORIGINAL RATE, AND THAT IS THE RATE THE RETRO SCAN MATCHES ON.
004080* ONLY THE EFFECTIVE DATE MOVES, AND ONLY EARLIER.
004090*****************************************************************
004100         IF PCH-EFFECTIVE-DATE NUMERIC
004110                 AND PCH-EFFECTIVE-DATE > ZERO
004120                 AND PCH-EFFECTIVE-DATE < EMP-RATE-EFF-DATE
004130             MOVE PCH-EFFECTIVE-DATE TO EMP-RATE-EFF-DATE
004140         END-IF
004150     ELSE
004160         MOVE EMP-RATE TO EMP-PRIOR-RATE
004170         IF PCH-EFFECTIVE-DATE NUMERIC
004180             MOVE PCH-EFFECTIVE-DATE TO EMP-RATE-EFF-DATE
004190         ELSE
004200             MOVE ZERO TO EMP-RATE-EFF-DATE
004210         END-IF
004220     END-IF.
004230 2300-SET-RATE-EFFECTIVE-EXIT.
004240     EXIT.

004250*****************************************************************
004260* 2400-REJECT-CHANGE - STAMP A HELD CHANGE REJECTED. THE MASTER IS
004270*                      NOT TOUCHED. PCH-DECISION-REASON IS SET BY
004280*                      THE CALLER.
004290*****************************************************************
004300 2400-REJECT-CHANGE.
004310     MOVE "R"             TO PCH-STATUS
004320     MOVE APV-OPERATOR-ID TO PCH-DECISION-OPERATOR
004330     MOVE WS-RUN-CCYYMMDD TO PCH-DECISION-DATE
004340     REWRITE PENDING-CHANGE-RECORD
004350         INVALID KEY
004360             MOVE "PENDING REWRITE FAILED" TO DD-REASON
004370             SET DECISION-IS-REFUSED TO TRUE
004380             GO TO 2400-REJECT-CHANGE-EXIT
004390     END-REWRITE
004400     MOVE "REJECTED"          TO DD-RESULT
004410     MOVE PCH-DECISION-REASON TO DD-REASON
004420     ADD 1 TO WS-REJECTED-COUNT
004430     PERFORM 2450-WRITE-AUDIT-RECORD
004440         THRU 2450-WRITE-AUDIT-RECORD-EXIT.
004450 2400-REJECT-CHANGE-EXIT.
004460     EXIT.

004470*****************************************************************
004480* 2450-WRITE-AUDIT-RECORD - LOG A DECISION WITH THE BEFORE AND
004490*                           AFTER VALUES, BOTH OPERATORS, AND THE
004500*                           EMPPEND SEQUENCE NUMBER. THE EVENT IS
004510*                           THE STATUS JUST STAMPED ("A" OR "R").
004520*****************************************************************
004530 2450-WRITE-AUDIT-RECORD.
004540     MOVE SPACES                TO AUDIT-RECORD
004550     MOVE WS-RUN-DATE           TO AUD-RUN-DATE
004560     MOVE WS-RUN-TIME           TO AUD-RUN-TIME
004570     MOVE PCH-EMP-ID            TO AUD-EMP-ID
004580     MOVE PCH-OLD-RATE          TO AUD-RATE-BEFORE
004590     MOVE PCH-NEW-RATE          TO AUD-RATE-AFTER
004600     MOVE ZERO                  TO AUD-DEDUCTION-BEFORE
004610     MOVE ZERO                  TO AUD-DEDUCTION-AFTER
004620     MOVE PCH-STATUS            TO AUD-EVENT
004630     MOVE PCH-OLD-ROUTING       TO AUD-ROUTING-BEFORE
004640     MOVE PCH-NEW-ROUTING       TO AUD-ROUTING-AFTER
004650     MOVE PCH-OLD-ACCOUNT       TO AUD-ACCOUNT-BEFORE
004660     MOVE PCH-NEW-ACCOUNT       TO AUD-ACCOUNT-AFTER
004670     MOVE PCH-OLD-SALARY        TO AUD-SALARY-BEFORE
004680     MOVE PCH-NEW-SALARY        TO AUD-SALARY-AFTER
004690     MOVE PCH-SUBMIT-OPERATOR   TO AUD-SUBMIT-OPERATOR
004700     MOVE PCH-DECISION-OPERATOR TO AUD-APPROVE-OPERATOR
004710     MOVE PCH-SEQ-NO            TO AUD-CHANGE-SEQ-NO
004720     WRITE AUDIT-RECORD.
004730 2450-WRITE-AUDIT-RECORD-EXIT.
004740     EXIT.

004750*****************************************************************
004760* 2500-REPORT-PENDING-CHANGES - LIST EVERY CHANGE STILL PENDING ON
004770*                               EMPPEND, IN EMPLOYEE ORDER, WITH
004780*                               THE DAYS IT HAS WAITED SINCE IT
004790*                               WAS KEYED
004800*****************************************************************
004810 2500-REPORT-PENDING-CHANGES.
004820     WRITE APPROVAL-REPORT-LINE FROM WS-PENDING-SECTION-LINE
004830     WRITE APPROVAL-REPORT-LINE FROM WS-PENDING-COLUMN-HEADING
004840     MOVE LOW-VALUES TO PCH-KEY
004850     START PENDING-CHANGE-FILE KEY IS NOT LESS THAN PCH-KEY
004860         INVALID KEY
004870             SET END-OF-PENDING-CHANGES TO TRUE
004880     END-START
004890     PERFORM 2600-REPORT-ONE-PENDING-CHANGE
004900         THRU 2600-REPORT-ONE-PENDING-CHANGE-EXIT
004910         UNTIL END-OF-PENDING-CHANGES.
004920 2500-REPORT-PENDING-CHANGES-EXIT.
004930     EXIT.

004940 2600-REPORT-ONE-PENDING-CHANGE.
004950     READ PENDING-CHANGE-FILE NEXT RECORD
004960         AT END
004970             SET END-OF-PENDING-CHANGES TO TRUE
004980             GO TO 2600-REPORT-ONE-PENDING-CHANGE-EXIT
004990     END-READ
005000     IF NOT CHANGE-IS-PENDING
005010         GO TO 2600-REPORT-ONE-PENDING-CHANGE-EXIT
005020     END-IF
005030     ADD 1 TO WS-PENDING-COUNT
005040     MOVE PCH-SUBMIT-DATE TO WS-DATE-PARTS
005050     COMPUTE WS-SUBMIT-DAY-NUMBER =
005060         WS-DATE-CCYY * 365 + WS-DATE-MM * 30 + WS-DATE-DD
005070     COMPUTE WS-DAYS-WAITING =
005080         WS-RUN-DAY-NUMBER - WS-SUBMIT-DAY-NUMBER
005090     IF WS-DAYS-WAITING < ZERO
005100         MOVE ZERO TO WS-DAYS-WAITING
005110     END-IF
005120     IF WS-DAYS-WAITING > WS-OLDEST-DAYS
005130         MOVE WS-DAYS-WAITING TO WS-OLDEST-DAYS
005140     END-IF
005150     MOVE SPACES              TO WS-PENDING-DETAIL-LINE
005160     MOVE PCH-EMP-ID          TO PD-EMP-ID
005170     MOVE PCH-SEQ-NO          TO PD-SEQ-NO
005180     MOVE PCH-EMP-NAME        TO PD-EMP-NAME
005190     MOVE PCH-SUBMIT-OPERATOR TO PD-SUBMITTER
005200     MOVE PCH-SUBMIT-DATE     TO PD-SUBMIT-DATE
005210     MOVE WS-DAYS-WAITING     TO PD-DAYS-WAITING
005220     IF PCH-NEW-RATE = PCH-OLD-RATE
005230         MOVE SPACES          TO PD-EFFECTIVE-DATE
005240     ELSE
005250         IF PCH-EFFECTIVE-DATE NUMERIC
005260                 AND PCH-EFFECTIVE-DATE > ZERO
005270             MOVE PCH-EFFECTIVE-DATE TO PD-EFFECTIVE-DATE
005280         ELSE
005290             MOVE "IMMEDIATE" TO PD-EFFECTIVE-DATE
005300         END-IF
005310     END-IF
005320     WRITE APPROVAL-REPORT-LINE FROM WS-PENDING-DETAIL-LINE
005330     IF PCH-NEW-ROUTING NOT = PCH-OLD-ROUTING
005340         MOVE "BANK ROUTING"  TO PF-FIELD-NAME
005350         MOVE PCH-OLD-ROUTING TO PF-BEFORE
005360         MOVE PCH-NEW-ROUTING TO PF-AFTER
005370         WRITE APPROVAL-REPORT-LINE FROM WS-PENDING-FIELD-LINE
005380     END-IF
005390     IF PCH-NEW-ACCOUNT NOT = PCH-OLD-ACCOUNT
005400         MOVE "BANK ACCOUNT"  TO PF-FIELD-NAME
005410         MOVE PCH-OLD-ACCOUNT TO PF-BEFORE
005420         MOVE PCH-NEW-ACCOUNT TO PF-AFTER
005430         WRITE APPROVAL-REPORT-LINE FROM WS-PENDING-FIELD-LINE
005440     END-IF
005450     IF PCH-NEW-RATE NOT = PCH-OLD-RATE
005460         MOVE "RATE"          TO PF-FIELD-NAME
005470         MOVE PCH-OLD-RATE    TO WS-EDIT-RATE
005480         MOVE WS-EDIT-RATE    TO PF-BEFORE
005490         MOVE PCH-NEW-RATE    TO WS-EDIT-RATE
005500         MOVE WS-EDIT-RATE    TO PF-AFTER
005510         WRITE APPROVAL-REPORT-LINE FROM WS-PENDING-FIELD-LINE
005520     END-IF
005530     IF PCH-NEW-SALARY NOT = PCH-OLD-SALARY
005540         MOVE "SALARY"        TO PF-FIELD-NAME
005550         MOVE PCH-OLD-SALARY  TO WS-EDIT-SALARY
005560         MOVE WS-EDIT-SALARY  TO PF-BEFORE
005570         MOVE PCH-NEW-SALARY  TO WS-EDIT-SALARY
005580         MOVE WS-EDIT-SALARY  TO PF-AFTER
005590         WRITE APPROVAL-REPORT-LINE FROM WS-PENDING-FIELD-LINE
005600     END-IF.
005610 2600-REPORT-ONE-PENDING-CHANGE-EXIT.
005620     EXIT.

005630*****************************************************************
005640* 3000-TERMINATE - PRINT THE COUNTS AND CLOSE FILES. A REFUSED
005650*                  DECISION GIVES RETURN CODE 4 SO THE APPROVER
005660*                  LOOKS AT THE REPORT.
005670*****************************************************************
005680 3000-TERMINATE.
005690     MOVE SPACES TO APPROVAL-REPORT-LINE
005700     WRITE APPROVAL-REPORT-LINE
005710     MOVE SPACES               TO WS-TOTAL-LINE
005720     MOVE "DECISIONS READ:"    TO TL-LABEL
005730     MOVE WS-DECISION-COUNT    TO TL-COUNT
005740     WRITE APPROVAL-REPORT-LINE FROM WS-TOTAL-LINE
005750     MOVE "CHANGES APPLIED:"   TO TL-LABEL
005760     MOVE WS-APPLIED-COUNT     TO TL-COUNT
005770     WRITE APPROVAL-REPORT-LINE FROM WS-TOTAL-LINE
005780     MOVE "CHANGES REJECTED:"  TO TL-LABEL
005790     MOVE WS-REJECTED-COUNT    TO TL-COUNT
005800     WRITE APPROVAL-REPORT-LINE FROM WS-TOTAL-LINE
005810     MOVE "DECISIONS REFUSED:" TO TL-LABEL
005820     MOVE WS-REFUSED-COUNT     TO TL-COUNT
005830     IF WS-REFUSED-COUNT > ZERO
005840         MOVE "CHANGE LEFT PENDING - SEE REASON" TO TL-NOTE
005850     END-IF
005860     WRITE APPROVAL-REPORT-LINE FROM WS-TOTAL-LINE
005870     MOVE SPACES               TO TL-NOTE
005880     MOVE "CHANGES STILL PENDING:" TO TL-LABEL
005890     MOVE WS-PENDING-COUNT     TO TL-COUNT
005900     IF WS-PENDING-COUNT > ZERO
005910         MOVE WS-OLDEST-DAYS   TO PD-DAYS-WAITING
005920         STRING "OLDEST WAITING " DELIMITED BY SIZE
005930             PD-DAYS-WAITING DELIMITED BY SIZE
005940             " DAYS" DELIMITED BY SIZE
005950             INTO TL-NOTE
005960         END-STRING
005970     END-IF
005980     WRITE APPROVAL-REPORT-LINE FROM WS-TOTAL-LINE
005990     CLOSE PENDING-CHANGE-FILE
006000     CLOSE EMPLOYEE-FILE
006010     CLOSE AUDIT-FILE
006020     CLOSE APPROVAL-REPORT
006030     IF WS-REFUSED-COUNT > ZERO
006040         DISPLAY WS-REFUSED-COUNT " APPROVAL DECISIONS REFUSED - "
006050             "SEE APRVRPT"
006060         MOVE 4 TO RETURN-CODE
006070     END-IF
006080     DISPLAY "CHANGE APPROVAL APPLIED: " WS-APPLIED-COUNT
006090         " REJECTED: " WS-REJECTED-COUNT
006100         " REFUSED: " WS-REFUSED-COUNT
006110         " STILL PENDING: " WS-PENDING-COUNT.
006120 3000-TERMINATE-EXIT.
006130     EXIT.
