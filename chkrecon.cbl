000350*                  FIGURED ON THE 365/30-DAY APPROXIMATION
000360*                  USED FOR AGING, WHICH IS CLOSE ENOUGH FOR A
000370*                  90-DAY STALE TEST.
000371* 2026-10-15 RLS   POSITIVE PAY: A CHECK FOUND STALE IS NOW
000373*                  MARKED STOP-PAID ON CHKOUT AND QUEUED ONCE AS
000375*                  A VOID ITEM ON PPPEND (SEE PPITREC) FOR
000376*                  POSITIVE-PAY TO SEND TO THE BANK. IT STAYS
000378*                  OPEN, REPORTED AS AWAITING REVERSAL, UNTIL
000380*                  PAYROLL-REVERSAL VOIDS THE PAYCHECK. A CLEARED
000381*                  ITEM AGAINST A STOP-PAID CHECK IS FLAGGED AND
000383*                  HOLDS THE CHECK OPEN. THE PERIOD AND STOP-PAY
000385*                  STATUS ON CHKOUT ARE CARRIED THROUGH THE
000386*                  REWRITE.
000388*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000470         FILE STATUS IS WS-BANKCLR-STATUS.
000480     SELECT RECON-REPORT ASSIGN TO "RECONRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL.
000492     SELECT POSITIVE-PAY-PENDING-FILE ASSIGN TO "PPPEND"
000495         ORGANIZATION IS LINE SEQUENTIAL
000497         FILE STATUS IS WS-PPPEND-STATUS.

000500 DATA DIVISION.
000510 FILE SECTION.
000750 FD  RECON-REPORT.
000760 01  RECON-REPORT-LINE           PIC X(80).

000761*****************************************************************
000762* POSITIVE-PAY-PENDING-FILE - ITEMS WAITING FOR THE NEXT POSITIVE
000763*                             PAY TRANSMISSION. EXTENDED WITH A
000764*                             VOID ITEM FOR EACH CHECK STOP-PAID
000765*                             AS STALE.
000766*****************************************************************
000767 FD  POSITIVE-PAY-PENDING-FILE.
000768     COPY PPITREC.

000770 WORKING-STORAGE SECTION.
000780 77  WS-CHKOUT-STATUS            PIC X(02).
000790 77  WS-BANKCLR-STATUS           PIC X(02).
000795 77  WS-PPPEND-STATUS            PIC X(02).
000800 77  WS-RUN-DATE                 PIC 9(06).
000810 77  WS-STALE-DAY-LIMIT          PIC 9(03) VALUE 090.
000820 77  WS-CHECK-COUNT              PIC 9(04) VALUE ZERO.
000900 77  WS-CHECK-AGE-DAYS           PIC S9(05) VALUE ZERO.
000910 77  WS-RUN-DAY-NUMBER           PIC 9(07) VALUE ZERO.
000920 77  WS-ISSUE-DAY-NUMBER         PIC 9(07) VALUE ZERO.
000925 77  WS-VOID-COUNT               PIC 9(04) VALUE ZERO.

000930 01  WS-FLAGS.
000940     05  WS-CLEARED-EOF-SWITCH PIC X(01) VALUE "N".
001080*****************************************************************
001090* WS-CHECK-TABLE - THE OUTSTANDING CHECKS, LOADED UP FRONT.
001100*                  STATUS "O" OPEN, "C" CLEARED THIS STATEMENT,
001105*                  "D" CLEARED BUT THE AMOUNT DIFFERED, "X"
001110*                  CLEARED AFTER THE CHECK WAS STOP-PAID (BOTH
001115*                  STAY OPEN AND ARE FLAGGED FOR INVESTIGATION).
001120*                  WS-CHK-PERIOD AND WS-CHK-STOP-FLAG CARRY
001125*                  OC-PERIOD AND OC-STATUS THROUGH THE REWRITE.
001130*****************************************************************
001140 01  WS-CHECK-TABLE.
001150     05  WS-CHECK-ENTRY OCCURS 500 TIMES
001200         10  WS-CHK-PAYEE        PIC X(15).
001210         10  WS-CHK-AMOUNT       PIC 9(08)V99.
001220         10  WS-CHK-STATUS       PIC X(01).
001222         10  WS-CHK-PERIOD       PIC X(04).
001225         10  WS-CHK-STOP-FLAG    PIC X(01).
001227             88  WS-CHK-STOP-PAID        VALUE "S".

001230 01  WS-REPORT-HEADING-1.
001240     05  FILLER              PIC X(30) VALUE
001630     05  RT-OPEN-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
001640     05  FILLER              PIC X(08) VALUE "  STALE:".
001650     05  RT-STALE-COUNT      PIC ZZZ9.
001655     05  FILLER              PIC X(07) VALUE "  VOID:".
001660     05  RT-VOID-COUNT       PIC ZZZ9.
001665     05  FILLER              PIC X(01) VALUE SPACES.

001670 PROCEDURE DIVISION.
001680*****************************************************************
002050         GO TO 1000-INITIALIZE-EXIT
002060     END-IF
002070     OPEN OUTPUT RECON-REPORT
002072     OPEN EXTEND POSITIVE-PAY-PENDING-FILE
002074     IF WS-PPPEND-STATUS = "35"
002076         OPEN OUTPUT POSITIVE-PAY-PENDING-FILE
002078     END-IF
002080     MOVE WS-RUN-DATE TO RH-RUN-DATE
002090     WRITE RECON-REPORT-LINE FROM WS-REPORT-HEADING-1
002100     WRITE RECON-REPORT-LINE FROM WS-REPORT-HEADING-2
002340     MOVE OC-EMP-ID       TO WS-CHK-EMP-ID(WS-CHK-IDX)
002350     MOVE OC-PAYEE-NAME   TO WS-CHK-PAYEE(WS-CHK-IDX)
002360     MOVE OC-AMOUNT       TO WS-CHK-AMOUNT(WS-CHK-IDX)
002365     MOVE "O"             TO WS-CHK-STATUS(WS-CHK-IDX)
002370     MOVE OC-PERIOD       TO WS-CHK-PERIOD(WS-CHK-IDX)
002375     MOVE OC-STATUS       TO WS-CHK-STOP-FLAG(WS-CHK-IDX).
002380 1150-ADD-CHECK-TO-TABLE-EXIT.
002390     EXIT.

002940     MOVE WS-CHK-PAYEE(WS-CHK-IDX)  TO RD-PAYEE-NAME
002950     MOVE CL-AMOUNT                 TO RD-AMOUNT
002960     MOVE ZERO                      TO RD-AGE-DAYS
002966     EVALUATE TRUE
002973         WHEN WS-CHK-STOP-PAID(WS-CHK-IDX)
002980             MOVE "X" TO WS-CHK-STATUS(WS-CHK-IDX)
002987             MOVE "CLEARED AFTER STOP PAY" TO RD-DISPOSITION
002994             ADD 1 TO WS-FLAGGED-COUNT
003001         WHEN CL-AMOUNT = WS-CHK-AMOUNT(WS-CHK-IDX)
003008             MOVE "C" TO WS-CHK-STATUS(WS-CHK-IDX)
003015             MOVE "CLEARED" TO RD-DISPOSITION
003021             ADD 1 TO WS-CLEARED-COUNT
003028             ADD CL-AMOUNT TO WS-CLEARED-AMOUNT
003035         WHEN OTHER
003042             MOVE "D" TO WS-CHK-STATUS(WS-CHK-IDX)
003049             MOVE "AMOUNT DIFFERS - HELD OPEN" TO RD-DISPOSITION
003056             ADD 1 TO WS-FLAGGED-COUNT
003063     END-EVALUATE
003070     WRITE RECON-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.
003080 2200-MATCH-ONE-ITEM-EXIT.
003090     EXIT.
003480         WHEN WS-CHK-STATUS(WS-CHK-IDX) = "D"
003490             MOVE "AMOUNT DIFFERS - HELD OPEN"
003500                 TO RD-DISPOSITION
003505         WHEN WS-CHK-STATUS(WS-CHK-IDX) = "X"
003510             MOVE "CLEARED AFTER STOP PAY"
003515                 TO RD-DISPOSITION
003520         WHEN WS-CHK-STOP-PAID(WS-CHK-IDX)
003525             MOVE "STOP PAID - AWAIT REVERSAL"
003530                 TO RD-DISPOSITION
003540             ADD 1 TO WS-STALE-COUNT
003541         WHEN WS-CHECK-AGE-DAYS > WS-STALE-DAY-LIMIT
003542             MOVE "STALE - VOID QUEUED TO BANK"
003544                 TO RD-DISPOSITION
003545             ADD 1 TO WS-STALE-COUNT
003547             PERFORM 2650-QUEUE-STALE-VOID
003548                 THRU 2650-QUEUE-STALE-VOID-EXIT
003550         WHEN OTHER
003560             MOVE "OUTSTANDING" TO RD-DISPOSITION
003570     END-EVALUATE
003630 2600-REPORT-ONE-OPEN-CHECK-EXIT.
003640     EXIT.

003641*****************************************************************
003642* 2650-QUEUE-STALE-VOID - STOP-PAY A STALE CHECK: MARK IT ON THE
003643*                         TABLE SO THE REWRITE CARRIES THE STATUS,
003644*                         AND QUEUE THE VOID FOR POSITIVE PAY. A
003645*                         CHECK IS ONLY EVER QUEUED HERE ONCE.
003646*****************************************************************
003647 2650-QUEUE-STALE-VOID.
003648     MOVE "S" TO WS-CHK-STOP-FLAG(WS-CHK-IDX)
003649     MOVE SPACES TO POSITIVE-PAY-ITEM-RECORD
003650     SET PP-VOID-ITEM TO TRUE
003651     MOVE WS-CHK-NUMBER(WS-CHK-IDX)     TO PI-CHECK-NUMBER
003652     MOVE WS-CHK-ISSUE-DATE(WS-CHK-IDX) TO PI-ISSUE-DATE
003653     MOVE WS-CHK-EMP-ID(WS-CHK-IDX)     TO PI-EMP-ID
003654     MOVE WS-CHK-PAYEE(WS-CHK-IDX)      TO PI-PAYEE-NAME
003655     MOVE WS-CHK-AMOUNT(WS-CHK-IDX)     TO PI-AMOUNT
003656     IF WS-CHK-PERIOD(WS-CHK-IDX) IS NUMERIC
003657         MOVE WS-CHK-PERIOD(WS-CHK-IDX) TO PI-PERIOD
003658     ELSE
003659         MOVE ZERO                      TO PI-PERIOD
003660     END-IF
003661     MOVE "SR"                          TO PI-SOURCE
003662     MOVE WS-RUN-DATE                   TO PI-ITEM-DATE
003663     WRITE POSITIVE-PAY-ITEM-RECORD
003664     ADD 1 TO WS-VOID-COUNT.
003665 2650-QUEUE-STALE-VOID-EXIT.
003666     EXIT.

003667*****************************************************************
003668* 2700-REWRITE-OPEN-CHECK - CARRY A STILL-OPEN CHECK FORWARD
003670*                           ONTO THE REWRITTEN CHKOUT FILE
003680*****************************************************************
003690 2700-REWRITE-OPEN-CHECK.
003730     MOVE WS-CHK-EMP-ID(WS-CHK-IDX)     TO OC-EMP-ID
003740     MOVE WS-CHK-PAYEE(WS-CHK-IDX)      TO OC-PAYEE-NAME
003750     MOVE WS-CHK-AMOUNT(WS-CHK-IDX)     TO OC-AMOUNT
003752     IF WS-CHK-PERIOD(WS-CHK-IDX) IS NUMERIC
003754         MOVE WS-CHK-PERIOD(WS-CHK-IDX) TO OC-PERIOD
003756     END-IF
003758     MOVE WS-CHK-STOP-FLAG(WS-CHK-IDX)  TO OC-STATUS
003760     WRITE OUTSTANDING-CHECK-RECORD.
003770 2700-REWRITE-OPEN-CHECK-EXIT.
003780     EXIT.
003880     MOVE WS-OPEN-COUNT     TO RT-OPEN-COUNT
003890     MOVE WS-OPEN-AMOUNT    TO RT-OPEN-AMOUNT
003900     MOVE WS-STALE-COUNT    TO RT-STALE-COUNT
003905     MOVE WS-VOID-COUNT     TO RT-VOID-COUNT
003910     WRITE RECON-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
003920     CLOSE RECON-REPORT
003925     CLOSE POSITIVE-PAY-PENDING-FILE
003930     DISPLAY "CHECKS CLEARED: " WS-CLEARED-COUNT
003940         " STILL OPEN: " WS-OPEN-COUNT
003950         " STALE: " WS-STALE-COUNT
003955         " VOIDS QUEUED: " WS-VOID-COUNT
003960     IF WS-STALE-COUNT > ZERO OR WS-FLAGGED-COUNT > ZERO
003970         MOVE 8 TO RETURN-CODE
003980     END-IF.
