000740*                  MISSING, THE REGISTER LINE SAYS TO ADJUST IT
000750*                  BY HAND, LIKE THE DEDUCTION AND QUARTER
000760*                  NOTES.
000761* 2026-10-15 RLS   POSITIVE PAY: WHEN THE VOIDED PAYCHECK WAS PAID
000762*                  BY A CHECK STILL OPEN ON CHKOUT, A VOID ITEM IS
000763*                  QUEUED ON PPPEND (SEE PPITREC) FOR POSITIVE-PAY
000764*                  TO SEND TO THE BANK AND THE CHECK IS TAKEN OFF
000765*                  CHKOUT. A CHECK CHECK-RECONCILE ALREADY
000766*                  STOP-PAID AS STALE HAS HAD ITS VOID SENT, SO IT
000767*                  IS ONLY TAKEN OFF. THE REGISTER SHOWS THE CHECK
000768*                  UNDER THE VOID'S LINE.
000770*****************************************************************
000780 ENVIRONMENT DIVISION.
000790 INPUT-OUTPUT SECTION.
001010         FILE STATUS IS WS-LVEFILE-STATUS.
001020     SELECT REVERSAL-REGISTER ASSIGN TO "REVREG"
001030         ORGANIZATION IS LINE SEQUENTIAL.
001031     SELECT OUTSTANDING-CHECK-FILE ASSIGN TO "CHKOUT"
001032         ORGANIZATION IS LINE SEQUENTIAL
001034         FILE STATUS IS WS-CHKOUT-STATUS.
001035     SELECT POSITIVE-PAY-PENDING-FILE ASSIGN TO "PPPEND"
001037         ORGANIZATION IS LINE SEQUENTIAL
001038         FILE STATUS IS WS-PPPEND-STATUS.

001040 DATA DIVISION.
001050 FILE SECTION.
001540 FD  REVERSAL-REGISTER.
001550 01  REVERSAL-REGISTER-LINE      PIC X(80).

001551*****************************************************************
001552* OUTSTANDING-CHECK-FILE - CHECKS ISSUED AND NOT YET CLEARED (SEE
001553*                          CHKOREC). LOADED UP FRONT AND, WHEN A
001554*                          VOID TAKES A CHECK OFF, REWRITTEN WITH
001555*                          THE CHECKS STILL OPEN.
001556*****************************************************************
001557 FD  OUTSTANDING-CHECK-FILE.
001558     COPY CHKOREC.

001560*****************************************************************
001561* POSITIVE-PAY-PENDING-FILE - ITEMS WAITING FOR THE NEXT POSITIVE
001562*                             PAY TRANSMISSION. OPENED EXTEND ONLY
001563*                             WHEN A VOIDED PAYCHECK'S CHECK IS
001564*                             STILL OPEN.
001565*****************************************************************
001566 FD  POSITIVE-PAY-PENDING-FILE.
001567     COPY PPITREC.

001568 WORKING-STORAGE SECTION.
001570 77  WS-VOIDFILE-STATUS          PIC X(02).
001580 77  WS-PAYHIST-STATUS           PIC X(02).
001590 77  WS-REVOUT-STATUS            PIC X(02).
001600 77  WS-YTDFILE-STATUS           PIC X(02).
001610 77  WS-LVEFILE-STATUS           PIC X(02).
001613 77  WS-CHKOUT-STATUS            PIC X(02).
001616 77  WS-PPPEND-STATUS            PIC X(02).
001620 77  WS-RUN-DATE                 PIC 9(06).
001630 77  WS-VOID-COUNT               PIC 9(03) VALUE ZERO.
001640 77  WS-VOID-LIMIT               PIC 9(03) VALUE 100.
001680 77  WS-VOIDED-DEDUCTIONS        PIC 9(06)V99 VALUE ZERO.
001690 77  WS-PH-SEQ                   PIC 9(02) VALUE ZERO.
001700 77  WS-VOID-QUARTER             PIC 9(01) VALUE ZERO.
001702 77  WS-CHECK-COUNT              PIC 9(04) VALUE ZERO.
001704 77  WS-CHECK-LIMIT              PIC 9(04) VALUE 0500.
001706 77  WS-CHECKS-CLOSED            PIC 9(04) VALUE ZERO.
001708 77  WS-CHECK-VOIDS-QUEUED       PIC 9(04) VALUE ZERO.

001710*****************************************************************
001720* WS-PERIOD-END-PARTS - THE VOIDED PAYCHECK'S PERIOD END DATE
001980         88  LEAVE-MASTER-PRESENT    VALUE "Y".
001990     05  WS-LEAVE-RESTORE-SWITCH PIC X(01) VALUE "N".
002000         88  LEAVE-WAS-RESTORED      VALUE "Y".
002001     05  WS-CHKOUT-EOF-SWITCH PIC X(01) VALUE "N".
002002         88  END-OF-OUTSTANDING      VALUE "Y".
002003     05  WS-CHKOUT-FILE-SWITCH PIC X(01) VALUE "N".
002004         88  OUTSTANDING-FILE-PRESENT VALUE "Y".
002005     05  WS-PPPEND-OPEN-SWITCH PIC X(01) VALUE "N".
002006         88  PPPEND-IS-OPEN          VALUE "Y".
002007     05  WS-CHECK-LINE-SWITCH PIC X(01) VALUE "N".
002008         88  CHECK-LINE-PENDING      VALUE "Y".

002010*****************************************************************
002020* WS-VOID-TABLE - THE RUN'S VOID TRANSACTIONS. STATUS "P" IS
002130         10  WS-VOID-STATUS      PIC X(01).
002140         10  WS-VOID-IMAGE       PIC X(132).

002141*****************************************************************
002142* WS-CHECK-TABLE - THE OUTSTANDING CHECKS, LOADED UP FRONT. A
002143*                  CHECK WHOSE PAYCHECK IS VOIDED IS MARKED "V"
002144*                  AND LEFT OFF THE REWRITTEN CHKOUT. THE IMAGE
002145*                  IS THE CHKOUT RECORD AS READ.
002147*****************************************************************
002148 01  WS-CHECK-TABLE.
002149     05  WS-CHECK-ENTRY OCCURS 500 TIMES
002150             INDEXED BY WS-CHK-IDX.
002151         10  WS-CHK-EMP-ID       PIC X(03).
002152         10  WS-CHK-PERIOD       PIC X(04).
002154         10  WS-CHK-AMOUNT       PIC 9(08)V99.
002155         10  WS-CHK-DROP-FLAG    PIC X(01).
002156             88  WS-CHK-WAS-VOIDED       VALUE "V".
002157         10  WS-CHK-IMAGE        PIC X(51).

002158*****************************************************************
002160* WS-PAYCHECK-WORK - WORKING COPY OF ONE PAY-HISTORY IMAGE IN
002170*                    PAYOUTREC FORM. THE SCAN, THE YTD BACKOUT,
002180*                    AND THE NET NEGATION ALL HAPPEN HERE; THE
002460     05  RD-DISPOSITION      PIC X(30).
002470     05  FILLER              PIC X(23) VALUE SPACES.

002471 01  WS-REGISTER-CHECK-LINE.
002472     05  FILLER              PIC X(13) VALUE SPACES.
002473     05  FILLER              PIC X(06) VALUE "CHECK".
002475     05  RC-CHECK-NUMBER     PIC 9(06).
002476     05  FILLER              PIC X(02) VALUE SPACES.
002477     05  RC-CHECK-ACTION     PIC X(30).
002478     05  FILLER              PIC X(23) VALUE SPACES.

002480 01  WS-REGISTER-TOTAL-LINE.
002490     05  FILLER              PIC X(09) VALUE "APPLIED:".
002500     05  RT-APPLIED-COUNT    PIC ZZ9.
002510     05  FILLER              PIC X(04) VALUE SPACES.
002520     05  FILLER              PIC X(09) VALUE "REFUSED:".
002530     05  RT-REFUSED-COUNT    PIC ZZ9.
002534     05  FILLER              PIC X(04) VALUE SPACES.
002538     05  FILLER              PIC X(13) VALUE "CHECK VOIDS:".
002542     05  RT-CHECK-VOID-COUNT PIC ZZZ9.
002546     05  FILLER              PIC X(31) VALUE SPACES.

002550 PROCEDURE DIVISION.
002560*****************************************************************
002960         SET RUN-WAS-CANCELLED TO TRUE
002970         GO TO 1000-INITIALIZE-EXIT
002980     END-IF
002981     PERFORM 1200-LOAD-OUTSTANDING-CHECKS
002983         THRU 1200-LOAD-OUTSTANDING-CHECKS-EXIT
002985     IF RUN-WAS-CANCELLED
002986         GO TO 1000-INITIALIZE-EXIT
002988     END-IF
002990     OPEN I-O PAY-HISTORY-FILE
003000     IF WS-PAYHIST-STATUS = "35"
003010         DISPLAY "PAY HISTORY FILE NOT FOUND - RUN CANCELLED"
003590 1150-ADD-VOID-TO-TABLE-EXIT.
003600     EXIT.

003601*****************************************************************
003602* 1200-LOAD-OUTSTANDING-CHECKS - LOAD CHKOUT SO A VOIDED
003603*                                PAYCHECK PAID BY CHECK CAN BE
003604*                                MATCHED TO ITS OPEN CHECK. NO
003605*                                CHKOUT MEANS NO CHECK IS OPEN.
003606*****************************************************************
003608 1200-LOAD-OUTSTANDING-CHECKS.
003609     OPEN INPUT OUTSTANDING-CHECK-FILE
003610     IF WS-CHKOUT-STATUS = "35"
003611         GO TO 1200-LOAD-OUTSTANDING-CHECKS-EXIT
003612     END-IF
003613     SET OUTSTANDING-FILE-PRESENT TO TRUE
003615     PERFORM 1250-LOAD-ONE-CHECK
003616         THRU 1250-LOAD-ONE-CHECK-EXIT
003617         UNTIL END-OF-OUTSTANDING OR RUN-WAS-CANCELLED
003618     CLOSE OUTSTANDING-CHECK-FILE.
003619 1200-LOAD-OUTSTANDING-CHECKS-EXIT.
003620     EXIT.

003622 1250-LOAD-ONE-CHECK.
003623     READ OUTSTANDING-CHECK-FILE
003624         AT END
003625             SET END-OF-OUTSTANDING TO TRUE
003626             GO TO 1250-LOAD-ONE-CHECK-EXIT
003627     END-READ
003629     IF WS-CHECK-COUNT NOT < WS-CHECK-LIMIT
003630         DISPLAY "OUTSTANDING CHECK TABLE FULL - RUN CANCELLED"
003631         SET RUN-WAS-CANCELLED TO TRUE
003632         GO TO 1250-LOAD-ONE-CHECK-EXIT
003633     END-IF
003634     ADD 1 TO WS-CHECK-COUNT
003636     SET WS-CHK-IDX TO WS-CHECK-COUNT
003637     MOVE OC-EMP-ID TO WS-CHK-EMP-ID(WS-CHK-IDX)
003638     MOVE OC-PERIOD TO WS-CHK-PERIOD(WS-CHK-IDX)
003639     MOVE OC-AMOUNT TO WS-CHK-AMOUNT(WS-CHK-IDX)
003640     MOVE SPACE     TO WS-CHK-DROP-FLAG(WS-CHK-IDX)
003641     MOVE OUTSTANDING-CHECK-RECORD TO WS-CHK-IMAGE(WS-CHK-IDX).
003643 1250-LOAD-ONE-CHECK-EXIT.
003644     EXIT.

003645*****************************************************************
003646* 2000-SCAN-PAY-HISTORY - ONE KEYED START AND A SHORT READ PER
003647*                         VOID INSTEAD OF THE OLD END-TO-END
003648*                         SCAN. THE KEY'S RECORDS COME BACK IN
003650*                         ASCENDING SEQUENCE, SO THE LAST ONE
003660*                         STILL WINS: A PAYCHECK MATCHING THE
003670*                         VOID IS CAPTURED, A REVERSING ENTRY
004410                 THRU 2500-REVERSE-ONE-PAYCHECK-EXIT
004420     END-EVALUATE
004430     WRITE REVERSAL-REGISTER-LINE
004432         FROM WS-REGISTER-DETAIL-LINE
004435     IF CHECK-LINE-PENDING
004438         WRITE REVERSAL-REGISTER-LINE
004441             FROM WS-REGISTER-CHECK-LINE
004444         MOVE "N" TO WS-CHECK-LINE-SWITCH
004447     END-IF.
004450 2400-APPLY-ONE-VOID-EXIT.
004460     EXIT.

004770     END-IF
004780     PERFORM 2700-RESTORE-LEAVE-BALANCES
004790         THRU 2700-RESTORE-LEAVE-BALANCES-EXIT
004793     PERFORM 2800-VOID-OPEN-CHECK
004796         THRU 2800-VOID-OPEN-CHECK-EXIT
004800     COMPUTE NET-PAY-WRK = ZERO - NET-PAY-WRK
004810     IF NOT REVOUT-IS-OPEN
004820         OPEN EXTEND REVERSAL-OUTPUT-FILE
006950 2700-RESTORE-LEAVE-BALANCES-EXIT.
006960     EXIT.

006961*****************************************************************
006962* 2800-VOID-OPEN-CHECK - FIND THE OPEN CHECK THAT PAID THE
006963*                        VOIDED PAYCHECK: SAME EMP-ID AND PERIOD,
006964*                        OR, FOR A CHKOUT RECORD WRITTEN BEFORE
006965*                        THE PERIOD WAS CARRIED, SAME EMP-ID AND
006966*                        AMOUNT (THE NET BEFORE IT IS NEGATED). A
006967*                        DIRECT DEPOSIT HAS NO CHECK AND FINDS
006968*                        NOTHING. THE CHECK IS TAKEN OFF CHKOUT
006969*                        AND, UNLESS CHECK-RECONCILE ALREADY
006970*                        STOP-PAID IT AND SENT THE VOID, QUEUED AS
006971*                        A VOID ITEM FOR POSITIVE PAY.
006972*****************************************************************
006973 2800-VOID-OPEN-CHECK.
006974     IF NOT OUTSTANDING-FILE-PRESENT
006975         GO TO 2800-VOID-OPEN-CHECK-EXIT
006976     END-IF
006977     SET WS-CHK-IDX TO 1
006978     SEARCH WS-CHECK-ENTRY
006979         AT END
006980             GO TO 2800-VOID-OPEN-CHECK-EXIT
006981         WHEN WS-CHK-IDX > WS-CHECK-COUNT
006982             GO TO 2800-VOID-OPEN-CHECK-EXIT
006983         WHEN WS-CHK-EMP-ID(WS-CHK-IDX) = EMP-ID-WRK
006984                 AND NOT WS-CHK-WAS-VOIDED(WS-CHK-IDX)
006985                 AND WS-CHK-PERIOD(WS-CHK-IDX) IS NUMERIC
006986                 AND WS-CHK-PERIOD(WS-CHK-IDX) =
006987                     WS-VOID-PERIOD(WS-VOID-IDX)
006988             CONTINUE
006989         WHEN WS-CHK-EMP-ID(WS-CHK-IDX) = EMP-ID-WRK
006990                 AND NOT WS-CHK-WAS-VOIDED(WS-CHK-IDX)
006991                 AND WS-CHK-PERIOD(WS-CHK-IDX) IS NOT NUMERIC
006992                 AND WS-CHK-AMOUNT(WS-CHK-IDX) = NET-PAY-WRK
006993             CONTINUE
006994     END-SEARCH
006995     MOVE WS-CHK-IMAGE(WS-CHK-IDX) TO OUTSTANDING-CHECK-RECORD
006997     MOVE "V" TO WS-CHK-DROP-FLAG(WS-CHK-IDX)
006998     ADD 1 TO WS-CHECKS-CLOSED
006999     MOVE OC-CHECK-NUMBER TO RC-CHECK-NUMBER
007000     SET CHECK-LINE-PENDING TO TRUE
007001     IF CHECK-STOP-PAID
007002         MOVE "STOP PAID - TAKEN OFF CHKOUT" TO RC-CHECK-ACTION
007003         GO TO 2800-VOID-OPEN-CHECK-EXIT
007004     END-IF
007005     IF NOT PPPEND-IS-OPEN
007006         OPEN EXTEND POSITIVE-PAY-PENDING-FILE
007007         IF WS-PPPEND-STATUS = "35"
007008             OPEN OUTPUT POSITIVE-PAY-PENDING-FILE
007009         END-IF
007010         SET PPPEND-IS-OPEN TO TRUE
007011     END-IF
007012     MOVE SPACES TO POSITIVE-PAY-ITEM-RECORD
007013     SET PP-VOID-ITEM TO TRUE
007014     MOVE OC-CHECK-NUMBER TO PI-CHECK-NUMBER
007015     MOVE OC-ISSUE-DATE   TO PI-ISSUE-DATE
007016     MOVE OC-EMP-ID       TO PI-EMP-ID
007017     MOVE OC-PAYEE-NAME   TO PI-PAYEE-NAME
007018     MOVE OC-AMOUNT       TO PI-AMOUNT
007019     MOVE WS-VOID-PERIOD(WS-VOID-IDX) TO PI-PERIOD
007020     MOVE "RV"            TO PI-SOURCE
007021     MOVE WS-RUN-DATE     TO PI-ITEM-DATE
007022     WRITE POSITIVE-PAY-ITEM-RECORD
007023     ADD 1 TO WS-CHECK-VOIDS-QUEUED
007024     MOVE "VOID QUEUED FOR POSITIVE PAY" TO RC-CHECK-ACTION.
007025 2800-VOID-OPEN-CHECK-EXIT.
007026     EXIT.

007027*****************************************************************
007028* 2900-REWRITE-OUTSTANDING - WHEN ANY CHECK WAS TAKEN OFF,
007029*                            REWRITE CHKOUT WITH ONLY THE CHECKS
007030*                            STILL OPEN
007031*****************************************************************
007032 2900-REWRITE-OUTSTANDING.
007034     IF WS-CHECKS-CLOSED = ZERO
007035         GO TO 2900-REWRITE-OUTSTANDING-EXIT
007036     END-IF
007037     OPEN OUTPUT OUTSTANDING-CHECK-FILE
007038     PERFORM 2950-REWRITE-ONE-CHECK
007039         THRU 2950-REWRITE-ONE-CHECK-EXIT
007040         VARYING WS-CHK-IDX FROM 1 BY 1
007041         UNTIL WS-CHK-IDX > WS-CHECK-COUNT
007042     CLOSE OUTSTANDING-CHECK-FILE.
007043 2900-REWRITE-OUTSTANDING-EXIT.
007044     EXIT.

007045 2950-REWRITE-ONE-CHECK.
007046     IF WS-CHK-WAS-VOIDED(WS-CHK-IDX)
007047         GO TO 2950-REWRITE-ONE-CHECK-EXIT
007048     END-IF
007049     MOVE WS-CHK-IMAGE(WS-CHK-IDX) TO OUTSTANDING-CHECK-RECORD
007050     WRITE OUTSTANDING-CHECK-RECORD.
007051 2950-REWRITE-ONE-CHECK-EXIT.
007052     EXIT.

007053*****************************************************************
007054* 3000-TERMINATE - PRINT THE REGISTER TOTALS AND CLOSE FILES.
007055*                  ANY REFUSED VOID LEAVES A NONZERO RETURN
007056*                  CODE SO OPERATIONS LOOKS AT THE REGISTER.
007057*****************************************************************
007058 3000-TERMINATE.
007059     MOVE WS-APPLIED-COUNT TO RT-APPLIED-COUNT
007060     MOVE WS-REFUSED-COUNT TO RT-REFUSED-COUNT
007061     MOVE WS-CHECK-VOIDS-QUEUED TO RT-CHECK-VOID-COUNT
007062     WRITE REVERSAL-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE
007063     PERFORM 2900-REWRITE-OUTSTANDING
007064         THRU 2900-REWRITE-OUTSTANDING-EXIT
007065     IF PPPEND-IS-OPEN
007066         CLOSE POSITIVE-PAY-PENDING-FILE
007067     END-IF
007068     IF REVOUT-IS-OPEN
007070         CLOSE REVERSAL-OUTPUT-FILE
007080     END-IF
007090     CLOSE PAY-HISTORY-FILE
007140     END-IF
007150     DISPLAY "REVERSALS APPLIED: " WS-APPLIED-COUNT
007160         " REFUSED: " WS-REFUSED-COUNT
007165         " CHECK VOIDS QUEUED: " WS-CHECK-VOIDS-QUEUED
007170     IF WS-REFUSED-COUNT > ZERO
007180         MOVE 8 TO RETURN-CODE
007190     END-IF.
