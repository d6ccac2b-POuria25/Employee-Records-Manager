000580*                  RATE, WHICH IS WHAT THE RETRO SCAN MATCHES
000590*                  ON); ONLY AN EARLIER EFFECTIVE DATE REPLACES
000600*                  THE PENDING ONE.
000601* 2026-10-15 RLS   THE MASTER NOW CARRIES EMPLOYMENT STATUS
000602*                  (ACTIVE/LEAVE OF ABSENCE/TERMINATED), HIRE
000603*                  DATE, AND TERMINATION DATE (SEE EMPMREC/TRANREC
000604*                  COPYBOOKS). ADD AND CHANGE CARRY STATUS AND
000605*                  HIRE DATE; A NEW "T" TRANSACTION TERMINATES AN
000606*                  EMPLOYEE AS OF TRAN-TERM-DATE AND REPLACES THE
000607*                  OLD "D" PHYSICAL DELETE, NOW REJECTED -
000608*                  THE RECORD STAYS ON EMPMAST SO ITS DEPARTMENT
000609*                  STILL RESOLVES AND MODIFY-RECORDS CAN PAY THE
000610*                  FINAL CHECK. EMP-PURGE REMOVES IT ONCE THE YEAR
000611*                  IS CLOSED. A "C" WITH STATUS "A" ON A
000612*                  TERMINATED EMPLOYEE IS A REHIRE.
000613* 2026-10-15 RLS   DUAL CONTROL OVER PAY AND DIRECT DEPOSIT. A "C"
000614*                  THAT WOULD CHANGE THE BANK ROUTING/ACCOUNT,
000616*                  EMP-RATE, OR EMP-SALARY NO LONGER TOUCHES
000617*                  THOSE FIELDS ON EMPMAST: THE BEFORE AND AFTER
000619*                  VALUES ARE HELD ON EMPPEND (SEE PCHGREC) WITH
000620*                  THE SUBMITTING OPERATOR (TRAN-OPERATOR-ID, NOW
000621*                  REQUIRED FOR SUCH A CHANGE) UNTIL
000623*                  EMP-CHANGE-APPROVAL APPLIES OR REJECTS THEM
000624*                  ON A DIFFERENT OPERATOR'S DECISION. THE REST
000626*                  OF THE TRANSACTION (NAME, DEPARTMENT, ETC.)
000627*                  STILL APPLIES AT ONCE. THE RATE EFFECTIVE-DATE
000628*                  LOGIC MOVED TO EMP-CHANGE-APPROVAL WITH THE
000630*                  RATE ITSELF. THE AUDIT RECORD (NOW COPYBOOK
000631*                  AUDTREC) GAINED THE BANK AND SALARY FIELDS,
000633*                  THE OPERATORS AND AN EVENT CODE, AND EACH
000634*                  HELD CHANGE IS LOGGED WHEN IT IS HELD.
000635*****************************************************************
000637 ENVIRONMENT DIVISION.
000638 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT EMPLOYEE-FILE ASSIGN TO "EMPMAST"
000660     ORGANIZATION IS INDEXED
000730     ORGANIZATION IS LINE SEQUENTIAL.
000740     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000750     ORGANIZATION IS LINE SEQUENTIAL.
000751     SELECT PENDING-CHANGE-FILE ASSIGN TO "EMPPEND"
000753     ORGANIZATION IS INDEXED
000755     ACCESS MODE IS DYNAMIC
000756     RECORD KEY IS PCH-KEY
000758     FILE STATUS IS WS-PENDFILE-STATUS.

000760 DATA DIVISION.
000770 FILE SECTION.
000820     COPY EMPMREC.

000830*****************************************************************
000840* TRANSACTION-FILE - ADD/CHANGE/TERMINATE MAINTENANCE INPUT
000850*****************************************************************
000860 FD  TRANSACTION-FILE.
000870     COPY TRANREC.
000920 01  MAINT-REPORT-LINE       PIC X(80).

000930*****************************************************************
000937* AUDIT-FILE - BEFORE/AFTER RATE, DEDUCTION, BANK AND SALARY FOR
000945*              EVERY "C" TRANSACTION APPLIED AND EVERY CHANGE HELD
000952*              FOR APPROVAL, WITH THE RUN DATE AND TIME
000960*****************************************************************
000970 FD  AUDIT-FILE.
000986     COPY AUDTREC.

001003*****************************************************************
001020* PENDING-CHANGE-FILE - BANK/RATE/SALARY CHANGES HELD FOR A SECOND
001036*                       OPERATOR'S APPROVAL, KEYED ON EMP-ID AND
001053*                       SEQUENCE NUMBER
001070*****************************************************************
001086 FD  PENDING-CHANGE-FILE.
001103     COPY PCHGREC.

001120 WORKING-STORAGE SECTION.
001130 77  WS-EMPFILE-STATUS        PIC X(02).
001135 77  WS-PENDFILE-STATUS       PIC X(02).
001140 77  WS-RUN-DATE              PIC 9(06).
001150 77  WS-RUN-TIME              PIC 9(08).
001153 77  WS-RUN-CCYYMMDD          PIC 9(08).
001156 77  WS-PCH-SEQ               PIC 9(04).

001160 01  WS-CHANGE-AUDIT.
001170     05  WS-OLD-RATE         PIC 9(02)V99.
001210     88  END-OF-TRANSACTIONS     VALUE "Y".
001220     05  WS-PAY-TYPE-SWITCH  PIC X(01) VALUE "Y".
001230     88  PAY-TYPE-IS-VALID       VALUE "Y".
001233     05  WS-STATUS-SWITCH    PIC X(01) VALUE "Y".
001236     88  STATUS-IS-VALID         VALUE "Y".
001238     05  WS-HOLD-SWITCH      PIC X(01) VALUE "N".
001240     88  SENSITIVE-CHANGE-HELD   VALUE "Y".
001243     05  WS-HOLD-WRITE-SWITCH PIC X(01) VALUE "N".
001245     88  HOLD-WRITE-DONE         VALUE "Y".

001247 01  WS-COUNTERS.
001250     05  WS-ADD-COUNT        PIC 9(05) VALUE ZERO.
001260     05  WS-CHANGE-COUNT     PIC 9(05) VALUE ZERO.
001270     05  WS-TERM-COUNT       PIC 9(05) VALUE ZERO.
001280     05  WS-REJECT-COUNT     PIC 9(05) VALUE ZERO.
001285     05  WS-HELD-COUNT       PIC 9(05) VALUE ZERO.

001290 01  WS-REPORT-HEADING.
001300     05  FILLER              PIC X(30) VALUE
001410     05  FILLER              PIC X(02) VALUE SPACES.
001420     05  RD-REASON           PIC X(30).

001421 01  WS-HELD-REASON.
001423     05  FILLER              PIC X(24) VALUE
001425     "HELD FOR APPROVAL - SEQ".
001426     05  RH-SEQ-NO           PIC 9(03).
001428     05  FILLER              PIC X(03) VALUE SPACES.

001430 01  WS-REPORT-TOTAL-LINE.
001440     05  FILLER              PIC X(08) VALUE "ADDS:".
001450     05  RT-ADD-COUNT        PIC ZZ,ZZ9.
001470     05  FILLER              PIC X(10) VALUE "CHANGES:".
001480     05  RT-CHANGE-COUNT     PIC ZZ,ZZ9.
001490     05  FILLER              PIC X(04) VALUE SPACES.
001500     05  FILLER              PIC X(10) VALUE "TERMS:".
001510     05  RT-TERM-COUNT       PIC ZZ,ZZ9.
001520     05  FILLER              PIC X(04) VALUE SPACES.
001530     05  FILLER              PIC X(10) VALUE "REJECTED:".
001540     05  RT-REJECT-COUNT     PIC ZZ,ZZ9.

001541 01  WS-REPORT-HELD-LINE.
001543     05  FILLER              PIC X(20) VALUE
001545     "HELD FOR APPROVAL:".
001546     05  RT-HELD-COUNT       PIC ZZ,ZZ9.
001548     05  FILLER              PIC X(54) VALUE SPACES.

001550 PROCEDURE DIVISION.
001560*****************************************************************
001570* 0000-MAINLINE - APPLY MAINTENANCE TRANSACTIONS TO THE MASTER
001690*****************************************************************
001700 1000-INITIALIZE.
001710     ACCEPT WS-RUN-DATE FROM DATE
001715     ACCEPT WS-RUN-CCYYMMDD FROM DATE YYYYMMDD
001720     ACCEPT WS-RUN-TIME FROM TIME
001730     PERFORM 1100-OPEN-EMPLOYEE-MASTER
001740     THRU 1100-OPEN-EMPLOYEE-MASTER-EXIT
001743     PERFORM 1150-OPEN-PENDING-CHANGES
001746     THRU 1150-OPEN-PENDING-CHANGES-EXIT
001750     OPEN INPUT TRANSACTION-FILE
001760     OPEN OUTPUT MAINT-REPORT
001770     OPEN EXTEND AUDIT-FILE
001940 1100-OPEN-EMPLOYEE-MASTER-EXIT.
001950     EXIT.

001951*****************************************************************
001952* 1150-OPEN-PENDING-CHANGES - OPEN THE PENDING CHANGE FILE FOR
001953*                             UPDATE, CREATING IT EMPTY THE FIRST
001955*                             TIME A CHANGE IS EVER HELD
001956*****************************************************************
001957 1150-OPEN-PENDING-CHANGES.
001958     OPEN I-O PENDING-CHANGE-FILE
001960     IF WS-PENDFILE-STATUS = "35"
001961     OPEN OUTPUT PENDING-CHANGE-FILE
001962     CLOSE PENDING-CHANGE-FILE
001963     OPEN I-O PENDING-CHANGE-FILE
001965     END-IF.
001966 1150-OPEN-PENDING-CHANGES-EXIT.
001967     EXIT.

001968*****************************************************************
001970* 2000-PROCESS-TRANSACTIONS - READ/APPLY/LOG LOOP
001980*****************************************************************
001990 2000-PROCESS-TRANSACTIONS.

002170*****************************************************************
002180* 2200-APPLY-TRANSACTION - DISPATCH ON THE TRANSACTION ACTION
002184*                          CODE TO ADD, CHANGE, OR TERMINATE.
002188*                          A "D" IS REJECTED: TERMINATED
002192*                          EMPLOYEES ARE NO LONGER DELETED, ONLY
002196*                          PURGED BY EMP-PURGE AFTER YEAR END.
002200*****************************************************************
002210 2200-APPLY-TRANSACTION.
002220     EVALUATE TRAN-ACTION-CODE
002260     WHEN "C"
002270     PERFORM 2400-CHANGE-EMPLOYEE
002280     THRU 2400-CHANGE-EMPLOYEE-EXIT
002282     WHEN "T"
002284     PERFORM 2500-TERMINATE-EMPLOYEE
002286     THRU 2500-TERMINATE-EMPLOYEE-EXIT
002290     WHEN "D"
002295     MOVE "REJECTED"  TO RD-RESULT
002300     MOVE "DELETE RETIRED - USE T ACTION" TO RD-REASON
002305     ADD 1 TO WS-REJECT-COUNT
002310     PERFORM 2600-WRITE-REPORT-LINE
002315     THRU 2600-WRITE-REPORT-LINE-EXIT
002320     WHEN OTHER
002330     MOVE "REJECTED"  TO RD-RESULT
002340     MOVE "UNKNOWN ACTION CODE" TO RD-REASON
002470     IF NOT PAY-TYPE-IS-VALID
002480     GO TO 2300-ADD-EMPLOYEE-EXIT
002490     END-IF
002491     PERFORM 2260-EDIT-STATUS
002492     THRU 2260-EDIT-STATUS-EXIT
002493     IF NOT STATUS-IS-VALID
002494     GO TO 2300-ADD-EMPLOYEE-EXIT
002495     END-IF
002500     MOVE TRAN-EMP-ID         TO EMP-ID
002510     MOVE TRAN-EMP-NAME       TO EMP-NAME
002520     MOVE TRAN-EMP-DEPT       TO EMP-DEPT
002620     MOVE TRAN-SALARY         TO EMP-SALARY
002630     MOVE ZERO                TO EMP-PRIOR-RATE
002640     MOVE ZERO                TO EMP-RATE-EFF-DATE
002641     MOVE TRAN-STATUS         TO EMP-STATUS
002642     IF EMP-STATUS = SPACE
002643     MOVE "A" TO EMP-STATUS
002644     END-IF
002645     IF TRAN-HIRE-DATE NUMERIC
002646     MOVE TRAN-HIRE-DATE TO EMP-HIRE-DATE
002647     ELSE
002648     MOVE ZERO TO EMP-HIRE-DATE
002649     END-IF
002650     MOVE ZERO                TO EMP-TERM-DATE
002651     MOVE ZERO                TO EMP-FINAL-PAY-PERIOD
002652     MOVE ZERO                TO EMP-VAC-PAYOUT-HOURS
002653     WRITE EMP-MASTER-RECORD
002660     INVALID KEY
002670     MOVE "REJECTED" TO RD-RESULT
002680     MOVE "EMPLOYEE ID ALREADY EXISTS" TO RD-REASON
002990     EXIT.

003000*****************************************************************
003001* 2260-EDIT-STATUS - AN ADD OR CHANGE MAY SET THE STATUS ONLY TO
003002*                    "A" (ACTIVE), "L" (LEAVE OF ABSENCE), OR
003003*                    BLANK. TERMINATION NEEDS ITS OWN "T"
003004*                    TRANSACTION SO IT ALWAYS CARRIES A DATE.
003005*****************************************************************
003006 2260-EDIT-STATUS.
003007     MOVE "Y" TO WS-STATUS-SWITCH
003008     IF TRAN-STATUS = "A" OR TRAN-STATUS = "L"
003009     OR TRAN-STATUS = SPACE
003010     CONTINUE
003011     ELSE
003012     MOVE "N" TO WS-STATUS-SWITCH
003013     MOVE "REJECTED" TO RD-RESULT
003014     IF TRAN-STATUS = "T"
003015     MOVE "USE T ACTION TO TERMINATE" TO RD-REASON
003016     ELSE
003017     MOVE "INVALID EMPLOYMENT STATUS" TO RD-REASON
003018     END-IF
003019     ADD 1 TO WS-REJECT-COUNT
003020     PERFORM 2600-WRITE-REPORT-LINE
003021     THRU 2600-WRITE-REPORT-LINE-EXIT
003022     END-IF.
003023 2260-EDIT-STATUS-EXIT.
003024     EXIT.

003025*****************************************************************
003026* 2400-CHANGE-EMPLOYEE - UPDATE AN EXISTING MASTER RECORD. BANK
003028*                        ROUTING/ACCOUNT, RATE, AND SALARY ARE
003029*                        LEFT AS THEY ARE ON THE MASTER; IF THE
003031*                        TRANSACTION WOULD CHANGE ANY OF THEM THE
003032*                        CHANGE IS HELD ON EMPPEND FOR APPROVAL BY
003034*                        A SECOND OPERATOR. EVERYTHING ELSE
003035*                        APPLIES AT ONCE.
003037*****************************************************************
003038 2400-CHANGE-EMPLOYEE.
003040     PERFORM 2250-EDIT-PAY-TYPE
003050     THRU 2250-EDIT-PAY-TYPE-EXIT
003060     IF NOT PAY-TYPE-IS-VALID
003061     GO TO 2400-CHANGE-EMPLOYEE-EXIT
003062     END-IF
003063     PERFORM 2260-EDIT-STATUS
003064     THRU 2260-EDIT-STATUS-EXIT
003065     IF NOT STATUS-IS-VALID
003070     GO TO 2400-CHANGE-EMPLOYEE-EXIT
003080     END-IF
003090     MOVE TRAN-EMP-ID TO EMP-ID
003120     MOVE "REJECTED" TO RD-RESULT
003130     MOVE "EMPLOYEE ID NOT FOUND" TO RD-REASON
003140     ADD 1 TO WS-REJECT-COUNT
003141     GO TO 2400-CHANGE-EMPLOYEE-REPORT
003142     END-READ
003143     MOVE "N" TO WS-HOLD-SWITCH
003145     IF TRAN-BANK-ROUTING NOT = EMP-BANK-ROUTING
003146     OR TRAN-BANK-ACCOUNT NOT = EMP-BANK-ACCOUNT
003147     OR TRAN-EMP-RATE NOT = EMP-RATE
003148     OR TRAN-SALARY NOT = EMP-SALARY
003150     MOVE "Y" TO WS-HOLD-SWITCH
003151     END-IF
003152     IF SENSITIVE-CHANGE-HELD AND TRAN-OPERATOR-ID = SPACES
003153     MOVE "REJECTED" TO RD-RESULT
003155     MOVE "OPERATOR ID REQUIRED" TO RD-REASON
003156     ADD 1 TO WS-REJECT-COUNT
003157     GO TO 2400-CHANGE-EMPLOYEE-REPORT
003158     END-IF
003160     MOVE EMP-RATE            TO WS-OLD-RATE
003170     MOVE EMP-DEDUCTION       TO WS-OLD-DEDUCTION
003180     MOVE TRAN-EMP-NAME       TO EMP-NAME
003190     MOVE TRAN-EMP-DEPT       TO EMP-DEPT
003200     MOVE TRAN-EMP-HOURS      TO EMP-HOURS
003220     MOVE TRAN-EMP-DEDUCTION  TO EMP-DEDUCTION
003250     MOVE TRAN-PAY-TYPE       TO EMP-PAY-TYPE
003260     IF EMP-PAY-TYPE = SPACE
003270     MOVE "H" TO EMP-PAY-TYPE
003280     END-IF
003543     PERFORM 2420-CHANGE-STATUS
003546     THRU 2420-CHANGE-STATUS-EXIT
003550     REWRITE EMP-MASTER-RECORD
003560     INVALID KEY
003570     MOVE "REJECTED" TO RD-RESULT
003580     MOVE "REWRITE FAILED" TO RD-REASON
003590     ADD 1 TO WS-REJECT-COUNT
003596     GO TO 2400-CHANGE-EMPLOYEE-REPORT
003603     END-REWRITE
003610     MOVE "CHANGED"  TO RD-RESULT
003620     MOVE SPACES     TO RD-REASON
003630     ADD 1 TO WS-CHANGE-COUNT
003640     PERFORM 2450-WRITE-AUDIT-RECORD
003650     THRU 2450-WRITE-AUDIT-RECORD-EXIT
003655     IF SENSITIVE-CHANGE-HELD
003660     PERFORM 2440-HOLD-SENSITIVE-CHANGE
003665     THRU 2440-HOLD-SENSITIVE-CHANGE-EXIT
003670     END-IF.
003675 2400-CHANGE-EMPLOYEE-REPORT.
003680     PERFORM 2600-WRITE-REPORT-LINE
003690     THRU 2600-WRITE-REPORT-LINE-EXIT.
003700 2400-CHANGE-EMPLOYEE-EXIT.
003710     EXIT.

003720*****************************************************************
003721* 2420-CHANGE-STATUS - APPLY A "C" TRANSACTION'S STATUS AND HIRE
003722*                      DATE. A BLANK STATUS LEAVES THE MASTER'S
003723*                      AS IT IS. "A" ON A TERMINATED EMPLOYEE IS
003724*                      A REHIRE: THE TERMINATION DATE AND FINAL
003725*                      PAY STAMP ARE CLEARED SO MODIFY-RECORDS
003726*                      PAYS THE EMPLOYEE AGAIN.
003727*****************************************************************
003728 2420-CHANGE-STATUS.
003729     IF TRAN-HIRE-DATE NUMERIC
003730     AND TRAN-HIRE-DATE > ZERO
003731     MOVE TRAN-HIRE-DATE TO EMP-HIRE-DATE
003732     END-IF
003733     IF TRAN-STATUS = SPACE
003734     GO TO 2420-CHANGE-STATUS-EXIT
003735     END-IF
003736     IF TERMINATED-EMPLOYEE AND TRAN-STATUS = "A"
003737     MOVE ZERO TO EMP-TERM-DATE
003738     MOVE ZERO TO EMP-FINAL-PAY-PERIOD
003739     MOVE ZERO TO EMP-VAC-PAYOUT-HOURS
003740     END-IF
003741     MOVE TRAN-STATUS TO EMP-STATUS.
003742 2420-CHANGE-STATUS-EXIT.
003743     EXIT.

003744*****************************************************************
003745* 2440-HOLD-SENSITIVE-CHANGE - WRITE THE MASTER'S BANK ROUTING/
003746*                              ACCOUNT, RATE, AND SALARY (BEFORE)
003747*                              AND THE TRANSACTION'S (AFTER) TO
003748*                              EMPPEND UNDER THE NEXT FREE
003749*                              SEQUENCE NUMBER FOR THE EMPLOYEE,
003750*                              AND LOG THE HELD CHANGE
003751*****************************************************************
003752 2440-HOLD-SENSITIVE-CHANGE.
003753     MOVE SPACES              TO PENDING-CHANGE-RECORD
003754     MOVE EMP-ID              TO PCH-EMP-ID
003755     MOVE "P"                 TO PCH-STATUS
003756     MOVE EMP-NAME            TO PCH-EMP-NAME
003757     MOVE TRAN-OPERATOR-ID    TO PCH-SUBMIT-OPERATOR
003758     MOVE WS-RUN-CCYYMMDD     TO PCH-SUBMIT-DATE
003759     MOVE WS-RUN-TIME         TO PCH-SUBMIT-TIME
003760     MOVE EMP-BANK-ROUTING    TO PCH-OLD-ROUTING
003761     MOVE EMP-BANK-ACCOUNT    TO PCH-OLD-ACCOUNT
003762     MOVE EMP-RATE            TO PCH-OLD-RATE
003763     MOVE EMP-SALARY          TO PCH-OLD-SALARY
003764     MOVE TRAN-BANK-ROUTING   TO PCH-NEW-ROUTING
003766     MOVE TRAN-BANK-ACCOUNT   TO PCH-NEW-ACCOUNT
003767     MOVE TRAN-EMP-RATE       TO PCH-NEW-RATE
003768     MOVE TRAN-SALARY         TO PCH-NEW-SALARY
003769     IF TRAN-EFFECTIVE-DATE NUMERIC
003770     MOVE TRAN-EFFECTIVE-DATE TO PCH-EFFECTIVE-DATE
003771     ELSE
003772     MOVE ZERO TO PCH-EFFECTIVE-DATE
003773     END-IF
003774     MOVE ZERO                TO PCH-DECISION-DATE
003775     MOVE "N" TO WS-HOLD-WRITE-SWITCH
003776     MOVE 1 TO WS-PCH-SEQ
003777     PERFORM 2445-TRY-ONE-PENDING-WRITE
003778     THRU 2445-TRY-ONE-PENDING-WRITE-EXIT
003779     UNTIL HOLD-WRITE-DONE OR WS-PCH-SEQ > 999
003780     IF NOT HOLD-WRITE-DONE
003781     MOVE "CHANGED"  TO RD-RESULT
003782     MOVE "PAY/BANK NOT HELD - REKEY" TO RD-REASON
003783     DISPLAY "PENDING CHANGE SEQUENCE EXHAUSTED FOR " EMP-ID
003784     GO TO 2440-HOLD-SENSITIVE-CHANGE-EXIT
003785     END-IF
003787     ADD 1 TO WS-HELD-COUNT
003788     MOVE PCH-SEQ-NO TO RH-SEQ-NO
003789     MOVE WS-HELD-REASON TO RD-REASON
003790     MOVE SPACES              TO AUDIT-RECORD
003791     MOVE WS-RUN-DATE         TO AUD-RUN-DATE
003792     MOVE WS-RUN-TIME         TO AUD-RUN-TIME
003793     MOVE EMP-ID              TO AUD-EMP-ID
003794     MOVE PCH-OLD-RATE        TO AUD-RATE-BEFORE
003795     MOVE PCH-NEW-RATE        TO AUD-RATE-AFTER
003796     MOVE EMP-DEDUCTION       TO AUD-DEDUCTION-BEFORE
003797     MOVE EMP-DEDUCTION       TO AUD-DEDUCTION-AFTER
003798     MOVE "H"                 TO AUD-EVENT
003799     MOVE PCH-OLD-ROUTING     TO AUD-ROUTING-BEFORE
003800     MOVE PCH-NEW-ROUTING     TO AUD-ROUTING-AFTER
003801     MOVE PCH-OLD-ACCOUNT     TO AUD-ACCOUNT-BEFORE
003802     MOVE PCH-NEW-ACCOUNT     TO AUD-ACCOUNT-AFTER
003803     MOVE PCH-OLD-SALARY      TO AUD-SALARY-BEFORE
003804     MOVE PCH-NEW-SALARY      TO AUD-SALARY-AFTER
003805     MOVE PCH-SUBMIT-OPERATOR TO AUD-SUBMIT-OPERATOR
003806     MOVE PCH-SEQ-NO          TO AUD-CHANGE-SEQ-NO
003808     WRITE AUDIT-RECORD.
003809 2440-HOLD-SENSITIVE-CHANGE-EXIT.
003810     EXIT.

003811*****************************************************************
003812* 2445-TRY-ONE-PENDING-WRITE - WRITE THE HELD CHANGE UNDER THE
003813*                              NEXT FREE SEQUENCE NUMBER
003814*****************************************************************
003815 2445-TRY-ONE-PENDING-WRITE.
003816     MOVE WS-PCH-SEQ TO PCH-SEQ-NO
003818     WRITE PENDING-CHANGE-RECORD
003819     INVALID KEY
003820     ADD 1 TO WS-PCH-SEQ
003821     NOT INVALID KEY
003822     SET HOLD-WRITE-DONE TO TRUE
003823     END-WRITE.
003825 2445-TRY-ONE-PENDING-WRITE-EXIT.
003826     EXIT.

003827*****************************************************************
003828* 2450-WRITE-AUDIT-RECORD - LOG THE BEFORE/AFTER RATE, DEDUCTION,
003829*                           BANK AND SALARY FOR A "C" TRANSACTION.
003830*                           BANK, RATE, AND SALARY ARE NEVER
003832*                           CHANGED HERE, SO THEIR BEFORE AND
003833*                           AFTER AGREE; A HELD CHANGE IS LOGGED
003834*                           SEPARATELY BY 2440.
003835*****************************************************************
003836 2450-WRITE-AUDIT-RECORD.
003837     MOVE SPACES              TO AUDIT-RECORD
003839     MOVE WS-RUN-DATE         TO AUD-RUN-DATE
003840     MOVE WS-RUN-TIME         TO AUD-RUN-TIME
003841     MOVE EMP-ID              TO AUD-EMP-ID
003842     MOVE WS-OLD-RATE         TO AUD-RATE-BEFORE
003843     MOVE EMP-RATE            TO AUD-RATE-AFTER
003844     MOVE WS-OLD-DEDUCTION    TO AUD-DEDUCTION-BEFORE
003846     MOVE EMP-DEDUCTION       TO AUD-DEDUCTION-AFTER
003847     MOVE "C"                 TO AUD-EVENT
003848     MOVE EMP-BANK-ROUTING    TO AUD-ROUTING-BEFORE
003849     MOVE EMP-BANK-ROUTING    TO AUD-ROUTING-AFTER
003850     MOVE EMP-BANK-ACCOUNT    TO AUD-ACCOUNT-BEFORE
003851     MOVE EMP-BANK-ACCOUNT    TO AUD-ACCOUNT-AFTER
003853     MOVE EMP-SALARY          TO AUD-SALARY-BEFORE
003854     MOVE EMP-SALARY          TO AUD-SALARY-AFTER
003855     MOVE TRAN-OPERATOR-ID    TO AUD-SUBMIT-OPERATOR
003856     MOVE ZERO                TO AUD-CHANGE-SEQ-NO
003857     WRITE AUDIT-RECORD.
003858 2450-WRITE-AUDIT-RECORD-EXIT.
003860     EXIT.

003870*****************************************************************
003872* 2500-TERMINATE-EMPLOYEE - MARK AN EMPLOYEE TERMINATED AS OF THE
003874*                           TRANSACTION'S TERMINATION DATE. THE
003876*                           RECORD STAYS ON THE MASTER: MODIFY-
003878*                           RECORDS PAYS THE FINAL CHECK (WITH
003880*                           THE BANKED VACATION PAID OUT) IN THE
003882*                           PERIOD THE DATE FALLS IN AND NOTHING
003884*                           AFTER, AND EMP-PURGE REMOVES THE
003886*                           RECORD ONCE THE YEAR IS CLOSED.
003890*****************************************************************
003892 2500-TERMINATE-EMPLOYEE.
003894     IF TRAN-TERM-DATE NOT NUMERIC
003896     OR TRAN-TERM-DATE = ZERO
003898     MOVE "REJECTED" TO RD-RESULT
003900     MOVE "TERMINATION DATE MISSING" TO RD-REASON
003902     ADD 1 TO WS-REJECT-COUNT
003904     GO TO 2500-TERMINATE-EMPLOYEE-REPORT
003906     END-IF
003910     MOVE TRAN-EMP-ID TO EMP-ID
003920     READ EMPLOYEE-FILE
003930     INVALID KEY
003940     MOVE "REJECTED" TO RD-RESULT
003950     MOVE "EMPLOYEE ID NOT FOUND" TO RD-REASON
003960     ADD 1 TO WS-REJECT-COUNT
003961     GO TO 2500-TERMINATE-EMPLOYEE-REPORT
003962     NOT INVALID KEY
003964     MOVE EMP-NAME TO TRAN-EMP-NAME
003966     END-READ
003968     IF TERMINATED-EMPLOYEE
003970     MOVE "REJECTED" TO RD-RESULT
003972     MOVE "EMPLOYEE ALREADY TERMINATED" TO RD-REASON
003973     ADD 1 TO WS-REJECT-COUNT
003975     GO TO 2500-TERMINATE-EMPLOYEE-REPORT
003977     END-IF
003979     IF EMP-HIRE-DATE NUMERIC
003981     AND TRAN-TERM-DATE < EMP-HIRE-DATE
003983     MOVE "REJECTED" TO RD-RESULT
003984     MOVE "TERMINATION BEFORE HIRE DATE" TO RD-REASON
003986     ADD 1 TO WS-REJECT-COUNT
003988     GO TO 2500-TERMINATE-EMPLOYEE-REPORT
003990     END-IF
003992     MOVE "T"            TO EMP-STATUS
003994     MOVE TRAN-TERM-DATE TO EMP-TERM-DATE
003996     MOVE ZERO           TO EMP-FINAL-PAY-PERIOD
003997     MOVE ZERO           TO EMP-VAC-PAYOUT-HOURS
003999     REWRITE EMP-MASTER-RECORD
004001     INVALID KEY
004003     MOVE "REJECTED" TO RD-RESULT
004005     MOVE "REWRITE FAILED" TO RD-REASON
004007     ADD 1 TO WS-REJECT-COUNT
004008     NOT INVALID KEY
004010     MOVE "TERMINATED" TO RD-RESULT
004012     MOVE SPACES       TO RD-REASON
004014     ADD 1 TO WS-TERM-COUNT
004016     END-REWRITE.
004018 2500-TERMINATE-EMPLOYEE-REPORT.
004020     PERFORM 2600-WRITE-REPORT-LINE
004030     THRU 2600-WRITE-REPORT-LINE-EXIT.
004040 2500-TERMINATE-EMPLOYEE-EXIT.
004050     EXIT.

004060 2600-WRITE-REPORT-LINE.
004160 3000-TERMINATE.
004170     MOVE WS-ADD-COUNT    TO RT-ADD-COUNT
004180     MOVE WS-CHANGE-COUNT TO RT-CHANGE-COUNT
004190     MOVE WS-TERM-COUNT   TO RT-TERM-COUNT
004200     MOVE WS-REJECT-COUNT TO RT-REJECT-COUNT
004210     WRITE MAINT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
004213     MOVE WS-HELD-COUNT   TO RT-HELD-COUNT
004216     WRITE MAINT-REPORT-LINE FROM WS-REPORT-HELD-LINE
004220     CLOSE EMPLOYEE-FILE
004230     CLOSE TRANSACTION-FILE
004240     CLOSE MAINT-REPORT
004246     CLOSE AUDIT-FILE
004253     CLOSE PENDING-CHANGE-FILE.
004260 3000-TERMINATE-EXIT.
004270     EXIT.

