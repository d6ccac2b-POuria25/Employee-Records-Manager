002150*                  FINAL DISPOSITION EARNS RETRO, SO A VOIDED
002160*                  PAYCHECK (REVERSING ENTRY ON TOP) OR A CHECK
002170*                  SUPERSEDED BY A RERUN NO LONGER COUNTS.
002171* 2026-10-15 RLS   EMPLOYEE STATUS AND TERMINATION (SEE EMPMREC).
002172*                  A TERMINATED EMPLOYEE IS PAID A FINAL CHECK IN
002173*                  THE PERIOD THE TERMINATION DATE FALLS IN (OR
002174*                  THE FIRST PERIOD RUN AFTER IT): A SALARIED
002175*                  EMPLOYEE'S SALARY IS PRORATED TO THE DAYS
002177*                  WORKED, AND THE AVAILABLE VACATION BALANCE ON
002178*                  LEAVEMAST IS PAID OUT AT THE PAY RATE (PRINTED
002179*                  AS ITS OWN LINE ON THE REGISTER) AND ZEROED.
002180*                  THE PERIOD AND PAYOUT HOURS ARE STAMPED ON THE
002181*                  MASTER SO A RERUN PAYS THE SAME FINAL CHECK AND
002182*                  NO LATER PERIOD PAYS AT ALL - A TIMECARD FOR
002184*                  SOMEONE ALREADY GIVEN A FINAL CHECK GOES TO THE
002185*                  EXCEPTION FILE (E12). AN EMPLOYEE ON A LEAVE OF
002186*                  ABSENCE WITH NO TIMECARD IS PASSED OVER QUIETLY
002187*                  INSTEAD OF BEING REPORTED UNPAID (E05).
002189* 2026-10-15 RLS   A DEDUCTION STOPPED THROUGH DED-LEAVE-
002191*                  MAINTAIN (DED-STATUS "S", SEE DEDMREC) IS NO
002193*                  LONGER TAKEN IN A PERIOD ENDING ON OR AFTER ITS
002194*                  STOP DATE.
002195* 2026-10-15 RLS   EVERY DEDUCTION TAKEN IS NOW ALSO WRITTEN ON
002196*                  ITS OWN TO THE PERIOD'S DEDUCTION DETAIL FILE
002197*                  (DEDDTL, SEE DEDDREC) AND THE INDEXED DEDUCTION
002199*                  HISTORY (DEDHIST, SEE DEDHREC), WITH THE PAYEE
002200*                  IT IS OWED TO (SEE PAYEETBL) AND ANY
002202*                  GARNISHMENT CASE NUMBER, FOR DEDUCTION-
002203*                  REMITTANCE AND THE PAYEE-BY-PAYEE LIABILITY
002204*                  CREDITS IN GL-POSTING.
002205* 2026-10-15 RLS   TIMECARDS MAY NOW NAME A CHARGE DEPARTMENT
002206*                  (TC-CHARGE-DEPT, SEE TIMECRD). EACH PAYCHECK IS
002207*                  SPLIT BY CHARGED DEPARTMENT - HOURS, OVERTIME
002208*                  PAY, GROSS, WITHHOLDING AND NET, WITH THE
002209*                  OVERTIME PRORATED BY REGULAR HOURS - AND
002210*                  WRITTEN TO THE LABOR DISTRIBUTION FILE (LABDTL,
002211*                  SEE LABDREC) AND THE INDEXED LABOR HISTORY
002212*                  (LABHIST, SEE LABHREC) FOR GL-POSTING AND
002213*                  DEPT-LABOR-TREND. A BLANK CHARGE DEPARTMENT
002214*                  CHARGES THE HOME DEPARTMENT.
002215* 2026-10-15 RLS   THE TIMECARD FILE IS NOW A CONTROLLED BATCH
002216*                  WITH A HEADER AND A TRAILER (SEE TIMECRD).
002217*                  BEFORE ANY OUTPUT FILE IS OPENED THE BATCH IS
002218*                  RECOUNTED AGAINST ITS TRAILER'S CARD COUNT AND
002219*                  HOURS HASH TOTAL, AND CHECKED AGAINST THE EDIT
002220*                  CONTROL RECORD TIMECARD-EDIT LEAVES ON TCEDCTL
002221*                  (SEE TCEDREC). A BATCH THAT DOES NOT BALANCE,
002222*                  IS FOR ANOTHER PERIOD, HAS NOT BEEN EDITED,
002223*                  FAILED THE EDIT, OR HAS CHANGED SINCE IT WAS
002224*                  EDITED CANCELS THE RUN.
002225*****************************************************************
002226 ENVIRONMENT DIVISION.
002227 INPUT-OUTPUT SECTION.
002228 FILE-CONTROL.
002229     SELECT EMPLOYEE-FILE ASSIGN TO "EMPMAST"
002230     ORGANIZATION IS INDEXED
002240     ACCESS MODE IS SEQUENTIAL
002250     RECORD KEY IS EMP-ID
002650     ACCESS MODE IS DYNAMIC
002660     RECORD KEY IS LVE-EMP-ID
002670     FILE STATUS IS WS-LVEFILE-STATUS.
002671     SELECT DEDUCTION-DETAIL-FILE ASSIGN TO "DEDDTL"
002672     ORGANIZATION IS LINE SEQUENTIAL.
002673     SELECT DEDUCTION-HISTORY-FILE ASSIGN TO "DEDHIST"
002675     ORGANIZATION IS INDEXED
002676     ACCESS MODE IS DYNAMIC
002677     RECORD KEY IS DH-KEY
002678     FILE STATUS IS WS-DEDHIST-STATUS.
002679     SELECT LABOR-DISTRIBUTION-FILE ASSIGN TO "LABDTL"
002680     ORGANIZATION IS LINE SEQUENTIAL.
002682     SELECT LABOR-HISTORY-FILE ASSIGN TO "LABHIST"
002683     ORGANIZATION IS INDEXED
002684     ACCESS MODE IS DYNAMIC
002686     RECORD KEY IS LH-KEY
002687     FILE STATUS IS WS-LABHIST-STATUS.
002689     SELECT TIMECARD-EDIT-CONTROL-FILE ASSIGN TO "TCEDCTL"
002691     ORGANIZATION IS LINE SEQUENTIAL
002693     FILE STATUS IS WS-TCEDCTL-STATUS.

002695 DATA DIVISION.
002697 FILE SECTION.
002700*****************************************************************
002710* EMPLOYEE-FILE - INDEXED EMPLOYEE MASTER, KEYED ON EMP-ID
002720*****************************************************************
003160 FD  TIMECARD-FILE.
003170     COPY TIMECRD.

003171*****************************************************************
003172* TIMECARD-EDIT-CONTROL-FILE - TIMECARD-EDIT'S VERDICT ON THE
003173*                              TIMECARD BATCH, WITH THE CARD COUNT
003175*                              AND HOURS HASH IT EDITED
003176*****************************************************************
003177 FD  TIMECARD-EDIT-CONTROL-FILE.
003178     COPY TCEDREC.

003180*****************************************************************
003190* PERIOD-CONTROL-FILE - ONE RECORD IDENTIFYING THE PAY PERIOD
003200*                       BEING RUN AND WHETHER IT HAS ALREADY
003700 FD  LEAVE-FILE.
003710     COPY LVEMREC.

003711*****************************************************************
003712* DEDUCTION-DETAIL-FILE - ONE RECORD PER DEDUCTION TAKEN THIS
003714*                         PERIOD, WITH ITS PAYEE (SEE DEDDREC)
003715*****************************************************************
003716 FD  DEDUCTION-DETAIL-FILE.
003718     COPY DEDDREC.

003719*****************************************************************
003720* DEDUCTION-HISTORY-FILE - EVERY DEDUCTION EVER TAKEN, KEYED ON
003722*                          EMP-ID PLUS PERIOD PLUS DEDUCTION
003723*                          SEQUENCE (SEE DEDHREC)
003724*****************************************************************
003726 FD  DEDUCTION-HISTORY-FILE.
003727     COPY DEDHREC.

003728*****************************************************************
003729* LABOR-DISTRIBUTION-FILE - EACH PAYCHECK SPLIT BY THE DEPARTMENTS
003730*                           ITS HOURS WERE CHARGED TO (SEE
003732*                           LABDREC)
003733*****************************************************************
003734 FD  LABOR-DISTRIBUTION-FILE.
003735     COPY LABDREC.

003737*****************************************************************
003738* LABOR-HISTORY-FILE - EVERY PAYCHECK'S LABOR DISTRIBUTION, KEYED
003739*                      ON EMP-ID PLUS PERIOD PLUS CHARGED
003741*                      DEPARTMENT (SEE LABHREC)
003742*****************************************************************
003743 FD  LABOR-HISTORY-FILE.
003744     COPY LABHREC.

003746 WORKING-STORAGE SECTION.
003747 77  WS-OVERTIME-THRESHOLD    PIC 9(02)   VALUE 40.
003748 77  WS-OVERTIME-MULTIPLIER   PIC 9V99    VALUE 1.50.
003750*****************************************************************
003760* EMPLOYER-SIDE TAX RATES. THE SOCIAL SECURITY MATCH APPLIES TO
003770* ALL GROSS PAY; THE UNEMPLOYMENT CONTRIBUTION APPLIES ONLY TO
004010 77  WS-DEDFILE-STATUS        PIC X(02).
004020 77  WS-PERIODCT-STATUS       PIC X(02).
004030 77  WS-PAYHIST-STATUS        PIC X(02).
004035 77  WS-DEDHIST-STATUS        PIC X(02).
004037 77  WS-LABHIST-STATUS        PIC X(02).
004040 77  WS-PERIOD-NUMBER         PIC 9(04)   VALUE ZERO.
004050 77  WS-PERIOD-END-DATE       PIC 9(08)   VALUE ZERO.
004060 77  WS-QTRCTL-STATUS         PIC X(02).
004110 77  WS-RERUN-TALLY           PIC 9(02)   VALUE ZERO.
004120 77  WS-TIMECARD-COUNT        PIC 9(04)   VALUE ZERO.
004130 77  WS-TIMECARD-LIMIT        PIC 9(04)   VALUE 0500.
004131 77  WS-CHARGE-COUNT          PIC 9(04)   VALUE ZERO.
004133 77  WS-CHARGE-LIMIT          PIC 9(04)   VALUE 0500.
004134 77  WS-TCEDCTL-STATUS        PIC X(02).
004136 77  WS-BATCH-CARD-COUNT      PIC 9(05)   VALUE ZERO.
004138 77  WS-BATCH-HOURS-HASH      PIC 9(07)   VALUE ZERO.
004139 77  WS-TRAILER-CARD-COUNT    PIC 9(05)   VALUE ZERO.
004141 77  WS-TRAILER-HOURS-HASH    PIC 9(07)   VALUE ZERO.
004143 77  WS-SPLIT-COUNT           PIC 9(02)   VALUE ZERO.
004144 77  WS-SPLIT-LIMIT           PIC 9(02)   VALUE 10.
004146 77  WS-SPLIT-BIG-SUB         PIC 9(02)   VALUE ZERO.
004148 77  WS-PAY-HOURS             PIC 9(05)   VALUE ZERO.
004150 77  WS-CHECKPOINT-INTERVAL   PIC 9(04)   VALUE 0001.
004151*****************************************************************
004152* LENGTH OF THE PAY PERIOD IN DAYS, USED TO PRORATE A SALARIED
004153* EMPLOYEE'S FINAL CHECK TO THE DAYS WORKED BEFORE TERMINATION.
004154*****************************************************************
004155 77  WS-PERIOD-DAYS           PIC 9(02)   VALUE 07.
004156 77  WS-TERM-DAY-NUMBER       PIC 9(07)   VALUE ZERO.
004157 77  WS-PEND-DAY-NUMBER       PIC 9(07)   VALUE ZERO.
004158 77  WS-DAYS-WORKED           PIC S9(05)  VALUE ZERO.
004160 77  WS-SINCE-CHECKPOINT      PIC 9(04)   VALUE ZERO.

004170 01  WS-FLAGS.
004200     05  WS-VALID-SWITCH     PIC X(01) VALUE "Y".
004210     88  RECORD-IS-VALID     VALUE "Y".
004220     88  RECORD-IS-INVALID   VALUE "N".
004225     88  RECORD-IS-SKIPPED   VALUE "S".
004230     05  WS-RESTART-SWITCH   PIC X(01) VALUE "N".
004240     88  RESTART-REQUESTED   VALUE "Y".
004250     05  WS-CHECKPOINT-EOF-SWITCH PIC X(01) VALUE "N".
004400     88  TIMECARD-FILE-AT-END    VALUE "Y".
004410     05  WS-TIMECARD-FOUND-SWITCH PIC X(01) VALUE "N".
004420     88  TIMECARD-WAS-FOUND      VALUE "Y".
004422     05  WS-BATCH-HEADER-SWITCH PIC X(01) VALUE "N".
004424     88  TIMECARD-HEADER-SEEN    VALUE "Y".
004426     05  WS-BATCH-TRAILER-SWITCH PIC X(01) VALUE "N".
004428     88  TIMECARD-TRAILER-SEEN   VALUE "Y".
004430     05  WS-CANCEL-SWITCH    PIC X(01) VALUE "N".
004440     88  RUN-WAS-CANCELLED       VALUE "Y".
004450     05  WS-DED-EOF-SWITCH   PIC X(01) VALUE "N".
004480     88  RERUN-OVERRIDE-GIVEN    VALUE "Y".
004490     05  WS-FILES-OPEN-SWITCH PIC X(01) VALUE "N".
004500     88  FILES-ARE-OPEN          VALUE "Y".
004501     05  WS-FINAL-PAY-SWITCH PIC X(01) VALUE "N".
004503     88  FINAL-CHECK-DUE         VALUE "D".
004505     88  FINAL-PAY-WAS-ISSUED    VALUE "I".
004506     05  WS-MASTER-REWRITE-SWITCH PIC X(01) VALUE "N".
004508     88  MASTER-NEEDS-REWRITE    VALUE "Y".
004511     05  WS-LABHIST-EOF-SWITCH PIC X(01) VALUE "N".
004514     88  END-OF-LABOR-HISTORY-SCAN VALUE "Y".

004517 01  WS-COMMAND-LINE          PIC X(80).

004520*****************************************************************
004530* WS-PERIOD-END-PARTS - THE PERIOD END DATE (CCYYMMDD) BROKEN
004590     05  WS-PEND-MONTH       PIC 9(02).
004600     05  WS-PEND-DAY         PIC 9(02).

004601*****************************************************************
004602* WS-TERM-DATE-PARTS - A TERMINATED EMPLOYEE'S TERMINATION DATE
004603*                      (CCYYMMDD) BROKEN INTO ITS PARTS FOR THE
004604*                      FINAL-CHECK PRORATION
004605*****************************************************************
004606 01  WS-TERM-DATE-PARTS.
004607     05  WS-TERM-YEAR        PIC 9(04).
004608     05  WS-TERM-MONTH       PIC 9(02).
004609     05  WS-TERM-DAY         PIC 9(02).

004610 01  WS-CHECKPOINT-HOLD.
004620     05  WS-CHK-LAST-EMP-ID       PIC X(03).
004630     05  WS-CHK-RECORD-COUNT      PIC 9(05).
004860     10  WS-TC-HOL-HOURS     PIC 9(05).
004870     10  WS-TC-MATCHED-SWITCH PIC X(01).

004871*****************************************************************
004872* WS-CHARGE-TABLE - THE PERIOD'S TIMECARD HOURS CHARGED TO A
004873*                   DEPARTMENT OTHER THAN THE HOME DEPARTMENT,
004874*                   SUMMED BY EMP-ID AND CHARGE DEPARTMENT AS THE
004875*                   CARDS ARE LOADED. A CARD WITH NO CHARGE
004876*                   DEPARTMENT IS NOT ENTERED - ITS HOURS STAY
004877*                   WITH THE HOME DEPARTMENT.
004878*****************************************************************
004879 01  WS-CHARGE-TABLE.
004880     05  WS-CHARGE-ENTRY OCCURS 500 TIMES
004881     INDEXED BY WS-CH-IDX.
004882     10  WS-CH-EMP-ID        PIC X(03).
004883     10  WS-CH-DEPT          PIC X(04).
004884     10  WS-CH-REG-HOURS     PIC 9(05).
004885     10  WS-CH-LEAVE-HOURS   PIC 9(05).

004886*****************************************************************
004887* WS-SPLIT-TABLE - THE CURRENT PAYCHECK SPLIT BY CHARGED
004888*                  DEPARTMENT FOR THE LABOR DISTRIBUTION. ENTRY 1
004889*                  IS ALWAYS THE HOME DEPARTMENT, HOLDING WHATEVER
004890*                  HOURS WERE NOT CHARGED ELSEWHERE.
004891*****************************************************************
004892 01  WS-SPLIT-TABLE.
004893     05  WS-SPLIT-ENTRY OCCURS 10 TIMES
004894     INDEXED BY WS-SP-IDX.
004895     10  WS-SP-DEPT          PIC X(04).
004896     10  WS-SP-REG-HOURS     PIC 9(05).
004897     10  WS-SP-LEAVE-HOURS   PIC 9(05).
004898     10  WS-SP-BASE-HOURS    PIC 9(05)V99.
004899     10  WS-SP-STRAIGHT-HOURS PIC 9(03)V99.
004900     10  WS-SP-OT-HOURS      PIC 9(03)V99.
004901     10  WS-SP-OT-PAY        PIC 9(04)V99.
004902     10  WS-SP-GROSS-PAY     PIC 9(05)V99.
004903     10  WS-SP-WITHHOLDING   PIC 9(04)V99.
004904     10  WS-SP-NET-PAY       PIC S9(05)V99.

004905 01  WS-SPLIT-TOTALS.
004906     05  WS-SPLIT-BASE-TOTAL PIC 9(05)V99.
004907     05  WS-SPLIT-OTHER-GROSS PIC 9(05)V99.
004908     05  WS-SPLIT-BIG-HOURS  PIC 9(05)V99.
004909     05  WS-SUM-STRAIGHT-HOURS PIC 9(03)V99.
004910     05  WS-SUM-OT-HOURS     PIC 9(03)V99.
004911     05  WS-SUM-OT-PAY       PIC 9(04)V99.
004912     05  WS-SUM-GROSS-PAY    PIC 9(05)V99.
004913     05  WS-SUM-WITHHOLDING  PIC 9(04)V99.
004914     05  WS-SUM-NET-PAY      PIC S9(05)V99.

004915 01  WS-PAY-FIGURES.
004916     05  WS-STRAIGHT-HOURS   PIC 9(02).
004917     05  WS-OT-HOURS         PIC 9(02).
004918     05  WS-STRAIGHT-PAY     PIC 9(05)V99.
004920     05  WS-OT-PAY           PIC 9(04)V99.
004930     05  WS-GROSS-PAY        PIC 9(05)V99.
004940     05  WS-TAX-WITHHOLDING  PIC 9(04)V99.
005070     05  WS-VAC-PAID-HOURS   PIC 9(05).
005080     05  WS-SICK-PAID-HOURS  PIC 9(05).
005090     05  WS-LEAVE-AVAILABLE  PIC S9(05)V99.
005092     05  WS-VAC-PAYOUT-HOURS PIC 9(05)V99.
005095     05  WS-VAC-PAYOUT-PAY   PIC 9(05)V99.
005097     05  WS-PAYOUT-RATE      PIC 9(04)V99.

005100*****************************************************************
005110* WS-TAX-TABLE - WEEKLY GROSS-PAY WITHHOLDING BRACKETS, SHARED
005150*                PURPOSES.
005160*****************************************************************
005170     COPY TAXBRKT.
005171*****************************************************************
005172* THIRD-PARTY DEDUCTION PAYEES. EACH DEDUCTION TAKEN IS WRITTEN
005174* TO THE DEDUCTION DETAIL UNDER THE PAYEE ON ITS MASTER RECORD, OR
005175* ITS TYPE'S DEFAULT PAYEE WHEN THAT IS BLANK OR NOT IN THE TABLE.
005177*****************************************************************
005178     COPY PAYEETBL.

005180*****************************************************************
005190* WS-RETRO-TABLE - EMPLOYEES WITH A PENDING RATE CHANGE WHOSE
006210     05  FILLER              PIC X(22) VALUE SPACES.
006220     05  RR-RETRO-AMOUNT     PIC ZZ,ZZ9.99.

006221*****************************************************************
006222* WS-REPORT-FINAL-LINE - PRINTED UNDER A TERMINATED EMPLOYEE'S
006223*                        DETAIL LINE ON THE FINAL CHECK, SHOWING
006224*                        THE TERMINATION DATE AND THE BANKED
006225*                        VACATION PAID OUT (INCLUDED IN GROSS)
006226*****************************************************************
006227 01  WS-REPORT-FINAL-LINE.
006228     05  FILLER              PIC X(06) VALUE SPACES.
006229     05  FILLER              PIC X(21) VALUE
006230     "FINAL PAY-TERMINATED".
006231     05  FILLER              PIC X(04) VALUE "TRM".
006232     05  RF-TERM-DATE        PIC 9(08).
006233     05  FILLER              PIC X(02) VALUE SPACES.
006234     05  FILLER              PIC X(08) VALUE "VAC HRS".
006235     05  RF-PAYOUT-HOURS     PIC ZZZZ9.99.
006236     05  FILLER              PIC X(04) VALUE SPACES.
006237     05  RF-PAYOUT-AMOUNT    PIC ZZ,ZZ9.99.

006238 01  WS-REPORT-TOTAL-LINE.
006240     05  FILLER              PIC X(21) VALUE "GRAND TOTAL".
006250     05  FILLER              PIC X(20) VALUE SPACES.
006260     05  FILLER              PIC X(08) VALUE "GROSS:".
006970     OPEN EXTEND OUTPUT-FILE
006980     OPEN EXTEND PAYROLL-REPORT
006990     OPEN EXTEND EXCEPTION-FILE
006995     OPEN EXTEND DEDUCTION-DETAIL-FILE
006997     OPEN EXTEND LABOR-DISTRIBUTION-FILE
007000     ELSE
007010     PERFORM 1050-OPEN-FRESH-OUTPUT-FILES
007020     THRU 1050-OPEN-FRESH-OUTPUT-FILES-EXIT
007110     THRU 1270-OPEN-LEAVE-MASTER-EXIT
007120     PERFORM 1250-OPEN-DEDUCTION-MASTER
007130     THRU 1250-OPEN-DEDUCTION-MASTER-EXIT
007133     PERFORM 1280-OPEN-DEDUCTION-HISTORY
007136     THRU 1280-OPEN-DEDUCTION-HISTORY-EXIT
007137     PERFORM 1290-OPEN-LABOR-HISTORY
007138     THRU 1290-OPEN-LABOR-HISTORY-EXIT
007140     PERFORM 1300-LOAD-TIMECARDS
007150     THRU 1300-LOAD-TIMECARDS-EXIT.
007160 1000-INITIALIZE-EXIT.
007280     OPEN OUTPUT OUTPUT-FILE
007290     OPEN OUTPUT PAYROLL-REPORT
007300     OPEN OUTPUT EXCEPTION-FILE
007305     OPEN OUTPUT DEDUCTION-DETAIL-FILE
007307     OPEN OUTPUT LABOR-DISTRIBUTION-FILE
007310     WRITE PAYROLL-REPORT-LINE FROM WS-REPORT-HEADING-1
007320     WRITE PAYROLL-REPORT-LINE FROM WS-REPORT-HEADING-2.
007330 1050-OPEN-FRESH-OUTPUT-FILES-EXIT.
008100*                            CANCELLING HERE LEAVES THE PRIOR
008110*                            RUN'S OUTPUT, REGISTER, EXCEPTION,
008120*                            AND CHECKPOINT FILES UNTOUCHED.
008122*                            THE SAME GOES FOR A BATCH THAT DOES
008125*                            NOT BALANCE TO ITS TRAILER OR HAS
008127*                            NOT PASSED TIMECARD-EDIT.
008130*                            THE CARDS THEMSELVES ARE LOADED
008140*                            LATER, ONCE THE EXCEPTION FILE IS
008150*                            OPEN FOR THE LOAD-TIME EDITS.
008200     DISPLAY "TIMECARD FILE NOT FOUND - PAYROLL RUN CANCELLED"
008210     SET RUN-WAS-CANCELLED TO TRUE
008220     ELSE
008223     PERFORM 1460-PROVE-TIMECARD-BATCH
008226     THRU 1460-PROVE-TIMECARD-BATCH-EXIT
008230     CLOSE TIMECARD-FILE
008232     END-IF
008234     IF NOT RUN-WAS-CANCELLED
008236     PERFORM 1470-CHECK-TIMECARD-EDIT
008238     THRU 1470-CHECK-TIMECARD-EDIT-EXIT
008240     END-IF.
008250 1450-PROBE-TIMECARD-FILE-EXIT.
008260     EXIT.

008261*****************************************************************
008262* 1460-PROVE-TIMECARD-BATCH - READ THE BATCH END TO END: IT MUST
008263*                             OPEN WITH A HEADER FOR THE PERIOD
008264*                             BEING RUN AND CLOSE WITH A TRAILER
008265*                             WHOSE CARD COUNT AND HOURS HASH
008266*                             TOTAL AGREE WITH THE CARDS BETWEEN
008267*                             THEM
008268*****************************************************************
008269 1460-PROVE-TIMECARD-BATCH.
008270     MOVE ZERO TO WS-BATCH-CARD-COUNT
008271     MOVE ZERO TO WS-BATCH-HOURS-HASH
008272     MOVE "N" TO WS-BATCH-HEADER-SWITCH
008273     MOVE "N" TO WS-BATCH-TRAILER-SWITCH
008274     PERFORM 1465-READ-BATCH-RECORD
008275     THRU 1465-READ-BATCH-RECORD-EXIT
008276     UNTIL TIMECARD-FILE-AT-END OR RUN-WAS-CANCELLED
008277     MOVE "N" TO WS-TIMECARD-EOF-SWITCH
008278     IF RUN-WAS-CANCELLED
008279     GO TO 1460-PROVE-TIMECARD-BATCH-EXIT
008280     END-IF
008281     IF NOT TIMECARD-HEADER-SEEN
008282     DISPLAY "TIMECARD BATCH IS EMPTY - PAYROLL RUN CANCELLED"
008283     SET RUN-WAS-CANCELLED TO TRUE
008284     GO TO 1460-PROVE-TIMECARD-BATCH-EXIT
008285     END-IF
008286     IF NOT TIMECARD-TRAILER-SEEN
008287     DISPLAY "TIMECARD BATCH HAS NO TRAILER - PAYROLL RUN "
008288     "CANCELLED"
008289     SET RUN-WAS-CANCELLED TO TRUE
008290     GO TO 1460-PROVE-TIMECARD-BATCH-EXIT
008291     END-IF
008292     IF WS-BATCH-CARD-COUNT NOT = WS-TRAILER-CARD-COUNT
008293     OR WS-BATCH-HOURS-HASH NOT = WS-TRAILER-HOURS-HASH
008294     DISPLAY "TIMECARD BATCH OUT OF BALANCE - PAYROLL RUN "
008295     "CANCELLED"
008296     DISPLAY "  TRAILER " WS-TRAILER-CARD-COUNT " CARDS "
008297     WS-TRAILER-HOURS-HASH " HOURS, BATCH "
008298     WS-BATCH-CARD-COUNT " CARDS " WS-BATCH-HOURS-HASH " HOURS"
008299     SET RUN-WAS-CANCELLED TO TRUE
008300     END-IF.
008301 1460-PROVE-TIMECARD-BATCH-EXIT.
008302     EXIT.

008303 1465-READ-BATCH-RECORD.
008304     READ TIMECARD-FILE
008305     AT END
008306     SET TIMECARD-FILE-AT-END TO TRUE
008307     GO TO 1465-READ-BATCH-RECORD-EXIT
008308     END-READ
008309     IF TIMECARD-TRAILER-SEEN
008310     DISPLAY "TIMECARD RECORDS FOLLOW THE BATCH TRAILER - "
008311     "PAYROLL RUN CANCELLED"
008312     SET RUN-WAS-CANCELLED TO TRUE
008313     GO TO 1465-READ-BATCH-RECORD-EXIT
008314     END-IF
008315     IF NOT TIMECARD-HEADER-SEEN
008316     IF NOT TIMECARD-BATCH-HEADER
008317     DISPLAY "TIMECARD BATCH HAS NO HEADER - PAYROLL RUN "
008318     "CANCELLED"
008319     SET RUN-WAS-CANCELLED TO TRUE
008320     GO TO 1465-READ-BATCH-RECORD-EXIT
008321     END-IF
008322     IF TCC-PERIOD-NUMBER NOT = WS-PERIOD-NUMBER
008323     DISPLAY "TIMECARD BATCH IS FOR PERIOD " TCC-PERIOD-NUMBER
008324     ", NOT " WS-PERIOD-NUMBER " - PAYROLL RUN CANCELLED"
008325     SET RUN-WAS-CANCELLED TO TRUE
008326     GO TO 1465-READ-BATCH-RECORD-EXIT
008327     END-IF
008328     SET TIMECARD-HEADER-SEEN TO TRUE
008329     GO TO 1465-READ-BATCH-RECORD-EXIT
008330     END-IF
008331     IF TIMECARD-BATCH-HEADER
008332     DISPLAY "SECOND TIMECARD BATCH HEADER - PAYROLL RUN "
008333     "CANCELLED"
008334     SET RUN-WAS-CANCELLED TO TRUE
008335     GO TO 1465-READ-BATCH-RECORD-EXIT
008336     END-IF
008337     IF TIMECARD-BATCH-TRAILER
008338     IF TCC-CARD-COUNT NOT NUMERIC
008339     OR TCC-HOURS-HASH NOT NUMERIC
008340     DISPLAY "TIMECARD BATCH TRAILER TOTALS NOT NUMERIC - "
008341     "PAYROLL RUN CANCELLED"
008342     SET RUN-WAS-CANCELLED TO TRUE
008343     GO TO 1465-READ-BATCH-RECORD-EXIT
008344     END-IF
008345     SET TIMECARD-TRAILER-SEEN TO TRUE
008346     MOVE TCC-CARD-COUNT TO WS-TRAILER-CARD-COUNT
008347     MOVE TCC-HOURS-HASH TO WS-TRAILER-HOURS-HASH
008348     GO TO 1465-READ-BATCH-RECORD-EXIT
008349     END-IF
008350     ADD 1 TO WS-BATCH-CARD-COUNT
008351     IF TC-HOURS NUMERIC
008352     ADD TC-HOURS TO WS-BATCH-HOURS-HASH
008353     END-IF.
008354 1465-READ-BATCH-RECORD-EXIT.
008355     EXIT.

008356*****************************************************************
008357* 1470-CHECK-TIMECARD-EDIT - THE BATCH MUST HAVE PASSED
008358*                            TIMECARD-EDIT FOR THIS PERIOD, AND
008359*                            STILL HAVE THE CARD COUNT AND HOURS
008360*                            HASH TOTAL IT HAD WHEN IT WAS EDITED.
008361*                            THERE IS NO OVERRIDE.
008362*****************************************************************
008363 1470-CHECK-TIMECARD-EDIT.
008364     OPEN INPUT TIMECARD-EDIT-CONTROL-FILE
008365     IF WS-TCEDCTL-STATUS = "35"
008366     DISPLAY "TIMECARD BATCH NOT EDITED - RUN TIMECARD-EDIT "
008367     "FIRST - PAYROLL RUN CANCELLED"
008368     SET RUN-WAS-CANCELLED TO TRUE
008369     GO TO 1470-CHECK-TIMECARD-EDIT-EXIT
008370     END-IF
008371     READ TIMECARD-EDIT-CONTROL-FILE
008372     AT END
008373     DISPLAY "TIMECARD BATCH NOT EDITED - RUN TIMECARD-EDIT "
008374     "FIRST - PAYROLL RUN CANCELLED"
008375     SET RUN-WAS-CANCELLED TO TRUE
008376     END-READ
008377     CLOSE TIMECARD-EDIT-CONTROL-FILE
008378     IF RUN-WAS-CANCELLED
008379     GO TO 1470-CHECK-TIMECARD-EDIT-EXIT
008380     END-IF
008381     IF TE-PERIOD-NUMBER NOT = WS-PERIOD-NUMBER
008382     OR TE-CARD-COUNT NOT = WS-BATCH-CARD-COUNT
008383     OR TE-HOURS-HASH NOT = WS-BATCH-HOURS-HASH
008384     DISPLAY "TIMECARD BATCH NOT EDITED SINCE IT LAST CHANGED - "
008385     "RUN TIMECARD-EDIT - PAYROLL RUN CANCELLED"
008386     SET RUN-WAS-CANCELLED TO TRUE
008387     GO TO 1470-CHECK-TIMECARD-EDIT-EXIT
008388     END-IF
008389     IF NOT TIMECARD-BATCH-PASSED
008390     DISPLAY "TIMECARD BATCH FAILED THE EDIT WITH "
008391     TE-ERROR-COUNT " ERRORS - PAYROLL RUN CANCELLED"
008392     SET RUN-WAS-CANCELLED TO TRUE
008393     END-IF.
008394 1470-CHECK-TIMECARD-EDIT-EXIT.
008395     EXIT.

008396*****************************************************************
008397* 1500-SCAN-PENDING-RATE-CHANGES - ONE PASS OVER THE EMPLOYEE
008398*                                  MASTER BEFORE THE MAIN RUN,
008399*                                  COLLECTING EVERY HOURLY
008400*                                  EMPLOYEE WHOSE PENDING RATE
008401*                                  CHANGE (EMP-PRIOR-RATE/
008402*                                  EMP-RATE-EFF-DATE) IS A
008403*                                  RAISE IN EFFECT FOR THIS
008404*                                  PERIOD. THE MASTER IS CLOSED
008405*                                  AGAIN SO THE MAIN PASS OPENS
008406*                                  IT FRESH. A FULL TABLE
008407*                                  CANCELS THE RUN (THE SAME
008408*                                  RULE THE TIMECARD TABLE
008409*                                  APPLIES) RATHER THAN LETTING
008410*                                  2350-SETTLE-RATE-CHANGE
008420*                                  CLEAR A RETRO THAT WAS NEVER
008430*                                  PAID.
011100 1270-OPEN-LEAVE-MASTER-EXIT.
011110     EXIT.

011111*****************************************************************
011112* 1280-OPEN-DEDUCTION-HISTORY - OPEN THE INDEXED DEDUCTION HISTORY
011113*                               FOR UPDATE, CREATING IT EMPTY ON
011115*                               THE FIRST RUN EVER
011116*****************************************************************
011117 1280-OPEN-DEDUCTION-HISTORY.
011118     OPEN I-O DEDUCTION-HISTORY-FILE
011120     IF WS-DEDHIST-STATUS = "35"
011121     OPEN OUTPUT DEDUCTION-HISTORY-FILE
011122     CLOSE DEDUCTION-HISTORY-FILE
011123     OPEN I-O DEDUCTION-HISTORY-FILE
011125     END-IF.
011126 1280-OPEN-DEDUCTION-HISTORY-EXIT.
011127     EXIT.

011128*****************************************************************
011129* 1290-OPEN-LABOR-HISTORY - OPEN THE INDEXED LABOR DISTRIBUTION
011130*                           HISTORY FOR UPDATE, CREATING IT EMPTY
011132*                           ON THE FIRST RUN EVER
011133*****************************************************************
011134 1290-OPEN-LABOR-HISTORY.
011135     OPEN I-O LABOR-HISTORY-FILE
011137     IF WS-LABHIST-STATUS = "35"
011138     OPEN OUTPUT LABOR-HISTORY-FILE
011139     CLOSE LABOR-HISTORY-FILE
011141     OPEN I-O LABOR-HISTORY-FILE
011142     END-IF.
011143 1290-OPEN-LABOR-HISTORY-EXIT.
011144     EXIT.

011146*****************************************************************
011147* 1300-LOAD-TIMECARDS - LOAD THE PERIOD'S TIMECARD FILE INTO
011148*                       WS-TIMECARD-TABLE, SUMMING THE HOURS OF
011150*                       MULTIPLE CARDS FOR THE SAME EMPLOYEE.
011160*                       A MISSING TIMECARD FILE MEANS NOBODY
011170*                       COULD BE PAID, SO THE RUN IS CANCELLED
011350     READ TIMECARD-FILE
011360     AT END
011370     SET TIMECARD-FILE-AT-END TO TRUE
011373     GO TO 1350-LOAD-ONE-TIMECARD-EXIT
011376     END-READ
011380     IF TIMECARD-BATCH-HEADER OR TIMECARD-BATCH-TRAILER
011383     GO TO 1350-LOAD-ONE-TIMECARD-EXIT
011386     END-IF
011390     PERFORM 1360-ADD-TIMECARD-TO-TABLE
011405     THRU 1360-ADD-TIMECARD-TO-TABLE-EXIT.
011420 1350-LOAD-ONE-TIMECARD-EXIT.
011430     EXIT.

012130     ADD TC-HOURS TO WS-TC-HOL-HOURS(WS-TC-IDX)
012140     WHEN OTHER
012150     ADD TC-HOURS TO WS-TC-REG-HOURS(WS-TC-IDX)
012153     END-EVALUATE
012156     IF TC-CHARGE-DEPT NOT = SPACES
012160     PERFORM 1370-ADD-CARD-TO-CHARGE-TABLE
012163     THRU 1370-ADD-CARD-TO-CHARGE-TABLE-EXIT
012166     END-IF.
012170 1360-ADD-TIMECARD-TO-TABLE-EXIT.
012180     EXIT.

012181*****************************************************************
012182* 1370-ADD-CARD-TO-CHARGE-TABLE - SUM A CARD THAT NAMES A CHARGE
012183*                                 DEPARTMENT INTO THE CHARGE TABLE
012184*                                 ENTRY FOR ITS EMPLOYEE AND
012185*                                 DEPARTMENT, CREATING THE ENTRY
012186*                                 ON FIRST SIGHT. REGULAR HOURS
012187*                                 ARE KEPT APART FROM LEAVE AND
012188*                                 HOLIDAY HOURS BECAUSE ONLY THEY
012190*                                 EARN OVERTIME.
012191*****************************************************************
012192 1370-ADD-CARD-TO-CHARGE-TABLE.
012193     SET WS-CH-IDX TO 1
012194     SEARCH WS-CHARGE-ENTRY
012195     AT END
012196     PERFORM 1375-NEW-CHARGE-ENTRY
012197     THRU 1375-NEW-CHARGE-ENTRY-EXIT
012198     WHEN WS-CH-IDX > WS-CHARGE-COUNT
012200     PERFORM 1375-NEW-CHARGE-ENTRY
012201     THRU 1375-NEW-CHARGE-ENTRY-EXIT
012202     WHEN WS-CH-EMP-ID(WS-CH-IDX) = TC-EMP-ID
012203     AND WS-CH-DEPT(WS-CH-IDX) = TC-CHARGE-DEPT
012204     CONTINUE
012205     END-SEARCH
012206     IF RUN-WAS-CANCELLED
012207     GO TO 1370-ADD-CARD-TO-CHARGE-TABLE-EXIT
012208     END-IF
012210     IF REGULAR-CARD
012211     ADD TC-HOURS TO WS-CH-REG-HOURS(WS-CH-IDX)
012212     ELSE
012213     ADD TC-HOURS TO WS-CH-LEAVE-HOURS(WS-CH-IDX)
012214     END-IF.
012215 1370-ADD-CARD-TO-CHARGE-TABLE-EXIT.
012216     EXIT.

012217 1375-NEW-CHARGE-ENTRY.
012218     IF WS-CHARGE-COUNT NOT < WS-CHARGE-LIMIT
012220     DISPLAY "CHARGE DEPARTMENT TABLE FULL - PAYROLL RUN "
012221     "CANCELLED"
012222     SET RUN-WAS-CANCELLED TO TRUE
012223     GO TO 1375-NEW-CHARGE-ENTRY-EXIT
012224     END-IF
012225     ADD 1 TO WS-CHARGE-COUNT
012226     SET WS-CH-IDX TO WS-CHARGE-COUNT
012227     MOVE TC-EMP-ID      TO WS-CH-EMP-ID(WS-CH-IDX)
012228     MOVE TC-CHARGE-DEPT TO WS-CH-DEPT(WS-CH-IDX)
012230     MOVE ZERO TO WS-CH-REG-HOURS(WS-CH-IDX)
012231     MOVE ZERO TO WS-CH-LEAVE-HOURS(WS-CH-IDX).
012232 1375-NEW-CHARGE-ENTRY-EXIT.
012233     EXIT.

012234*****************************************************************
012235* 2000-PROCESS-EMPLOYEES - READ/COMPUTE/WRITE LOOP
012236*****************************************************************
012237 2000-PROCESS-EMPLOYEES.
012238     PERFORM 2100-READ-EMPLOYEE-RECORD
012240     THRU 2100-READ-EMPLOYEE-RECORD-EXIT
012250     PERFORM UNTIL END-OF-EMPLOYEE-FILE
012260     PERFORM 2150-VALIDATE-RECORD
012360     THRU 2600-UPDATE-YTD-MASTER-EXIT
012370     PERFORM 2350-SETTLE-RATE-CHANGE
012380     THRU 2350-SETTLE-RATE-CHANGE-EXIT
012384     PERFORM 2360-RECORD-FINAL-PAY
012388     THRU 2360-RECORD-FINAL-PAY-EXIT
012392     END-IF
012396     IF RECORD-IS-INVALID
012400     PERFORM 2500-WRITE-EXCEPTION-RECORD
012410     THRU 2500-WRITE-EXCEPTION-RECORD-EXIT
012420     END-IF
012620*                        RANGE. A SALARIED EMPLOYEE NEEDS NO
012630*                        TIMECARD AND NO HOURLY RATE, ONLY A
012640*                        VALID PER-PERIOD SALARY ON THE MASTER.
012641*                        AN EMPLOYEE ALREADY GIVEN A FINAL CHECK,
012643*                        OR ON LEAVE WITH NO TIMECARD, IS SKIPPED
012645*                        WITHOUT AN EXCEPTION; A FINAL CHECK IS
012646*                        PAID EVEN WITH NO TIMECARD, FOR THE
012648*                        VACATION PAYOUT.
012650*****************************************************************
012660 2150-VALIDATE-RECORD.
012670     PERFORM 2160-FIND-TIMECARD
012680     THRU 2160-FIND-TIMECARD-EXIT
012683     PERFORM 2170-CHECK-EMPLOYMENT-STATUS
012686     THRU 2170-CHECK-EMPLOYMENT-STATUS-EXIT
012690     SET RECORD-IS-VALID TO TRUE
012700     MOVE SPACES TO WS-REJECT-TEXT
012710     EVALUATE TRUE
012730     SET RECORD-IS-INVALID TO TRUE
012740     MOVE "E01" TO WS-REJECT-CODE
012750     MOVE "EMPLOYEE ID IS BLANK" TO WS-REJECT-TEXT
012751     WHEN FINAL-PAY-WAS-ISSUED AND TIMECARD-WAS-FOUND
012752     SET RECORD-IS-INVALID TO TRUE
012753     MOVE "E12" TO WS-REJECT-CODE
012754     MOVE "TIMECARD AFTER FINAL PAY" TO WS-REJECT-TEXT
012755     WHEN FINAL-PAY-WAS-ISSUED
012756     SET RECORD-IS-SKIPPED TO TRUE
012757     WHEN EMPLOYEE-ON-LEAVE AND NOT TIMECARD-WAS-FOUND
012758     SET RECORD-IS-SKIPPED TO TRUE
012760     WHEN SALARIED-EMPLOYEE
012770     AND (EMP-SALARY NOT NUMERIC OR EMP-SALARY = ZERO)
012780     SET RECORD-IS-INVALID TO TRUE
012900     MOVE "E04" TO WS-REJECT-CODE
012910     MOVE "RATE IS NOT GREATER THAN ZERO"
012920     TO WS-REJECT-TEXT
012930     WHEN NOT TIMECARD-WAS-FOUND AND NOT FINAL-CHECK-DUE
012940     SET RECORD-IS-INVALID TO TRUE
012950     MOVE "E05" TO WS-REJECT-CODE
012960     MOVE "NO TIMECARD - EMPLOYEE UNPAID"
013360 2160-FIND-TIMECARD-EXIT.
013370     EXIT.

013371*****************************************************************
013372* 2170-CHECK-EMPLOYMENT-STATUS - A TERMINATED EMPLOYEE WHOSE FINAL
013373*                                CHECK WAS PAID IN AN EARLIER
013375*                                PERIOD IS PAID NOTHING MORE. ONE
013376*                                WHOSE TERMINATION DATE IS ON OR
013377*                                BEFORE THIS PERIOD'S END IS DUE
013378*                                THE FINAL CHECK NOW (A RERUN OF
013380*                                THE FINAL PERIOD PAYS IT AGAIN).
013381*                                A FUTURE-DATED TERMINATION IS
013382*                                PAID AS USUAL UNTIL THEN.
013383*****************************************************************
013385 2170-CHECK-EMPLOYMENT-STATUS.
013386     MOVE "N" TO WS-FINAL-PAY-SWITCH
013387     IF NOT TERMINATED-EMPLOYEE
013388     GO TO 2170-CHECK-EMPLOYMENT-STATUS-EXIT
013390     END-IF
013391     IF EMP-FINAL-PAY-PERIOD NUMERIC
013392     AND EMP-FINAL-PAY-PERIOD > ZERO
013393     AND EMP-FINAL-PAY-PERIOD NOT = WS-PERIOD-NUMBER
013395     SET FINAL-PAY-WAS-ISSUED TO TRUE
013396     GO TO 2170-CHECK-EMPLOYMENT-STATUS-EXIT
013397     END-IF
013398     IF EMP-TERM-DATE NOT NUMERIC
013400     OR EMP-TERM-DATE NOT > WS-PERIOD-END-DATE
013401     SET FINAL-CHECK-DUE TO TRUE
013402     END-IF.
013403 2170-CHECK-EMPLOYMENT-STATUS-EXIT.
013405     EXIT.

013406*****************************************************************
013407* 2190-APPLY-LEAVE - PER-PERIOD LEAVE ACCRUAL AND DRAWDOWN.
013408*                    EVERY EMPLOYEE PAID ACCRUES THE VACATION
013410*                    AND SICK ALLOWANCES; AN HOURLY EMPLOYEE'S
013420*                    VACATION AND SICK TIMECARD HOURS THEN DRAW
013430*                    THE BANKED BALANCE DOWN. HOURS BEYOND THE
013490*****************************************************************
013500 2190-APPLY-LEAVE.
013510     MOVE ZERO TO WS-VAC-PAID-HOURS
013515     MOVE ZERO TO WS-VAC-PAYOUT-HOURS
013520     MOVE ZERO TO WS-SICK-PAID-HOURS
013530     MOVE "N" TO WS-LVE-FOUND-SWITCH
013540     MOVE EMP-ID TO LVE-EMP-ID
013730     WS-REG-HOURS + WS-HOL-HOURS
013740     + WS-VAC-PAID-HOURS + WS-SICK-PAID-HOURS
013750     END-IF
013753     PERFORM 2196-PAY-OUT-VACATION
013756     THRU 2196-PAY-OUT-VACATION-EXIT
013760     IF LEAVE-RECORD-WAS-FOUND
013770     REWRITE LEAVE-MASTER-RECORD
013780     ELSE
014420 2194-DRAW-SICK-EXIT.
014430     EXIT.

014431*****************************************************************
014432* 2196-PAY-OUT-VACATION - ON A FINAL CHECK, THE WHOLE AVAILABLE
014433*                         VACATION BALANCE (AFTER THIS PERIOD'S
014435*                         ACCRUAL AND DRAWDOWN) IS PAID OUT AND
014436*                         THE BALANCE ZEROED. A RERUN OF THE FINAL
014437*                         PERIOD FINDS THE BALANCE ALREADY ZEROED
014438*                         AND PAYS THE HOURS STAMPED ON THE MASTER
014440*                         INSTEAD. SICK LEAVE IS NOT PAID OUT.
014441*****************************************************************
014442 2196-PAY-OUT-VACATION.
014443     IF NOT FINAL-CHECK-DUE
014445     GO TO 2196-PAY-OUT-VACATION-EXIT
014446     END-IF
014447     IF EMP-FINAL-PAY-PERIOD NUMERIC
014448     AND EMP-FINAL-PAY-PERIOD = WS-PERIOD-NUMBER
014450     AND EMP-VAC-PAYOUT-HOURS NUMERIC
014451     MOVE EMP-VAC-PAYOUT-HOURS TO WS-VAC-PAYOUT-HOURS
014452     ELSE
014453     COMPUTE WS-LEAVE-AVAILABLE =
014455     LVE-VAC-ACCRUED - LVE-VAC-TAKEN
014456     IF WS-LEAVE-AVAILABLE > ZERO
014457     MOVE WS-LEAVE-AVAILABLE TO WS-VAC-PAYOUT-HOURS
014458     END-IF
014460     END-IF
014461     MOVE ZERO TO LVE-VAC-ACCRUED
014462     MOVE ZERO TO LVE-VAC-TAKEN.
014463 2196-PAY-OUT-VACATION-EXIT.
014465     EXIT.

014466*****************************************************************
014467* 2200-COMPUTE-PAY - GROSS PAY BY PAY TYPE (HOURLY TIMECARD
014468*                    COMPUTATION OR FIXED SALARY), LESS TABLE-
014470*                    DRIVEN TAX WITHHOLDING AND DEDUCTIONS,
014480*                    EQUALS NET PAY.
014490*****************************************************************
014660     END-IF
014670     PERFORM 2225-ADD-RETRO-PAY
014680     THRU 2225-ADD-RETRO-PAY-EXIT
014683     PERFORM 2228-ADD-VACATION-PAYOUT
014686     THRU 2228-ADD-VACATION-PAYOUT-EXIT
014690     PERFORM 2230-COMPUTE-EMPLOYER-TAXES
014700     THRU 2230-COMPUTE-EMPLOYER-TAXES-EXIT
014710     PERFORM 2250-COMPUTE-WITHHOLDING
014860*                           OVERTIME; THE SALARY IS CARRIED AS
014870*                           STRAIGHT PAY SO STRAIGHT PLUS
014880*                           OVERTIME STILL EQUALS GROSS.
014883*                           A FINAL CHECK IS PRORATED TO THE
014886*                           DAYS WORKED IN THE PERIOD.
014890*****************************************************************
014900 2210-COMPUTE-SALARY-PAY.
014910     MOVE ZERO       TO WS-STRAIGHT-HOURS
014920     MOVE ZERO       TO WS-OT-HOURS
014930     MOVE ZERO       TO WS-OT-PAY
014940     MOVE EMP-SALARY TO WS-STRAIGHT-PAY
014950     MOVE EMP-SALARY TO WS-GROSS-PAY
014952     IF FINAL-CHECK-DUE
014954     PERFORM 2215-PRORATE-FINAL-SALARY
014956     THRU 2215-PRORATE-FINAL-SALARY-EXIT
014958     END-IF.
014960 2210-COMPUTE-SALARY-PAY-EXIT.
014970     EXIT.

014971*****************************************************************
014972* 2215-PRORATE-FINAL-SALARY - PAY THE SALARY ONLY FOR THE DAYS OF
014973*                             THE PERIOD UP TO AND INCLUDING THE
014974*                             TERMINATION DATE, COUNTED ON THE
014975*                             SAME 365/30-DAY APPROXIMATION
014977*                             CHECK-RECONCILE USES. A TERMINATION
014978*                             DATED BEFORE THE PERIOD BEGAN PAYS
014979*                             NO SALARY, ONLY THE VACATION PAYOUT.
014980*****************************************************************
014981 2215-PRORATE-FINAL-SALARY.
014982     IF EMP-TERM-DATE NOT NUMERIC
014984     GO TO 2215-PRORATE-FINAL-SALARY-EXIT
014985     END-IF
014986     MOVE EMP-TERM-DATE TO WS-TERM-DATE-PARTS
014987     COMPUTE WS-TERM-DAY-NUMBER =
014988     WS-TERM-YEAR * 365 + WS-TERM-MONTH * 30 + WS-TERM-DAY
014990     COMPUTE WS-PEND-DAY-NUMBER =
014991     WS-PEND-YEAR * 365 + WS-PEND-MONTH * 30 + WS-PEND-DAY
014992     COMPUTE WS-DAYS-WORKED = WS-PERIOD-DAYS
014993     - (WS-PEND-DAY-NUMBER - WS-TERM-DAY-NUMBER)
014994     IF WS-DAYS-WORKED < ZERO
014995     MOVE ZERO TO WS-DAYS-WORKED
014997     END-IF
014998     IF WS-DAYS-WORKED < WS-PERIOD-DAYS
014999     COMPUTE WS-STRAIGHT-PAY ROUNDED =
015000     EMP-SALARY * WS-DAYS-WORKED / WS-PERIOD-DAYS
015001     MOVE WS-STRAIGHT-PAY TO WS-GROSS-PAY
015002     END-IF.
015004 2215-PRORATE-FINAL-SALARY-EXIT.
015005     EXIT.

015006*****************************************************************
015007* 2220-COMPUTE-HOURLY-PAY - STRAIGHT TIME (INCLUDING THE PAID
015008*                           VACATION, SICK, AND HOLIDAY HOURS)
015010*                           PLUS 1.5X OVERTIME PREMIUM - ONLY
015020*                           REGULAR WORKED HOURS COUNT TOWARD
015030*                           THE OVERTIME
015490 2225-ADD-RETRO-PAY-EXIT.
015500     EXIT.

015501*****************************************************************
015502* 2228-ADD-VACATION-PAYOUT - PAY THE FINAL CHECK'S VACATION PAYOUT
015503*                            HOURS AT THE RATE IN EFFECT (A
015504*                            SALARIED EMPLOYEE'S HOURLY EQUIVALENT
015505*                            IS THE SALARY OVER THE STANDARD
015506*                            40-HOUR WEEK). IT IS CARRIED IN
015507*                            STRAIGHT PAY AND GROSS SO TAXES,
015508*                            YTD, AND THE GL TREAT IT AS WAGES.
015509*****************************************************************
015510 2228-ADD-VACATION-PAYOUT.
015511     MOVE ZERO TO WS-VAC-PAYOUT-PAY
015512     IF WS-VAC-PAYOUT-HOURS = ZERO
015513     GO TO 2228-ADD-VACATION-PAYOUT-EXIT
015514     END-IF
015515     IF SALARIED-EMPLOYEE
015516     COMPUTE WS-PAYOUT-RATE ROUNDED =
015517     EMP-SALARY / WS-OVERTIME-THRESHOLD
015518     ELSE
015519     MOVE WS-PAY-RATE TO WS-PAYOUT-RATE
015520     END-IF
015521     COMPUTE WS-VAC-PAYOUT-PAY ROUNDED =
015522     WS-VAC-PAYOUT-HOURS * WS-PAYOUT-RATE
015523     ADD WS-VAC-PAYOUT-PAY TO WS-STRAIGHT-PAY
015524     ADD WS-VAC-PAYOUT-PAY TO WS-GROSS-PAY.
015525 2228-ADD-VACATION-PAYOUT-EXIT.
015526     EXIT.

015527*****************************************************************
015528* 2350-SETTLE-RATE-CHANGE - ONCE THE PERIOD HAS BEEN PAID AT A
015530*                           RATE CHANGE IN EFFECT (AND ANY
015540*                           RETRO PAID WITH IT), THE PENDING
015550*                           FIELDS ARE CLEARED OFF THE MASTER
015560*                           SO THE SAME RETRO CAN NEVER PAY
015570*                           TWICE. A FUTURE-DATED CHANGE STAYS
015580*                           PENDING UNTIL ITS PERIOD ARRIVES.
015583*                           THE MASTER IS REWRITTEN ONCE, BY
015586*                           2360-RECORD-FINAL-PAY.
015590*****************************************************************
015600 2350-SETTLE-RATE-CHANGE.
015610     IF EMP-PRIOR-RATE NUMERIC
015640     AND EMP-RATE-EFF-DATE NOT > WS-PERIOD-END-DATE
015650     MOVE ZERO TO EMP-PRIOR-RATE
015660     MOVE ZERO TO EMP-RATE-EFF-DATE
015670     SET MASTER-NEEDS-REWRITE TO TRUE
015680     END-IF.
015690 2350-SETTLE-RATE-CHANGE-EXIT.
015700     EXIT.

015701*****************************************************************
015702* 2360-RECORD-FINAL-PAY - STAMP A FINAL CHECK'S PERIOD AND PAYOUT
015703*                         HOURS ON THE MASTER, THEN REWRITE THE
015704*                         MASTER IF THIS OR THE RATE SETTLEMENT
015705*                         CHANGED IT
015706*****************************************************************
015707 2360-RECORD-FINAL-PAY.
015708     IF FINAL-CHECK-DUE
015709     MOVE WS-PERIOD-NUMBER    TO EMP-FINAL-PAY-PERIOD
015710     MOVE WS-VAC-PAYOUT-HOURS TO EMP-VAC-PAYOUT-HOURS
015711     SET MASTER-NEEDS-REWRITE TO TRUE
015712     END-IF
015713     IF MASTER-NEEDS-REWRITE
015714     REWRITE EMP-MASTER-RECORD
015715     MOVE "N" TO WS-MASTER-REWRITE-SWITCH
015716     END-IF.
015717 2360-RECORD-FINAL-PAY-EXIT.
015718     EXIT.

015719*****************************************************************
015720* 2230-COMPUTE-EMPLOYER-TAXES - THE EMPLOYER-SIDE OBLIGATIONS
015730*                               ON THIS PAYCHECK: THE SOCIAL
015740*                               SECURITY MATCH ON ALL GROSS PAY
016730*                            ACTUALLY TAKEN AND REWRITTEN; AT
016740*                            ZERO THE GARNISHMENT TAKES NOTHING
016750*                            MORE.
016752*                            A STOPPED DEDUCTION IS SKIPPED
016755*                            ONCE THE PERIOD ENDS ON OR AFTER ITS
016757*                            STOP DATE.
016759*                            EVERY AMOUNT ACTUALLY TAKEN IS
016762*                            WRITTEN TO THE DEDUCTION DETAIL AND
016764*                            HISTORY FOR REMITTANCE.
016767*****************************************************************
016770 2270-APPLY-ONE-DEDUCTION.
016771     IF STOPPED-DEDUCTION
016773     AND (DED-STOP-DATE NOT NUMERIC
016775     OR DED-STOP-DATE NOT > WS-PERIOD-END-DATE)
016776     GO TO 2270-APPLY-ONE-DEDUCTION-EXIT
016778     END-IF
016780     IF GARNISHMENT-DEDUCTION
016790     AND DED-REMAINING-BALANCE = ZERO
016800     GO TO 2270-APPLY-ONE-DEDUCTION-EXIT
016960     REWRITE DEDUCTION-MASTER-RECORD
016970     END-IF
016980     ADD WS-ONE-DEDUCTION TO WS-OTHER-DEDUCTIONS
016983     SUBTRACT WS-ONE-DEDUCTION FROM WS-REMAINING-NET
016986     IF WS-ONE-DEDUCTION > ZERO
016990     PERFORM 2275-WRITE-DEDUCTION-DETAIL
016993     THRU 2275-WRITE-DEDUCTION-DETAIL-EXIT
016996     END-IF.
017000 2270-APPLY-ONE-DEDUCTION-EXIT.
017010     EXIT.

017011*****************************************************************
017012* 2275-WRITE-DEDUCTION-DETAIL - RECORD ONE DEDUCTION TAKEN,
017013*                               UNDER ITS RESOLVED PAYEE, ON THE
017014*                               PERIOD'S DEDUCTION DETAIL FILE
017015*                               AND IN THE DEDUCTION HISTORY. A
017016*                               RERUN REPLACES THE HISTORY RECORD.
017017*****************************************************************
017019 2275-WRITE-DEDUCTION-DETAIL.
017020     MOVE SPACES             TO DEDUCTION-DETAIL-RECORD
017021     MOVE DED-EMP-ID         TO DD-EMP-ID
017022     MOVE WS-PERIOD-NUMBER   TO DD-PERIOD
017023     MOVE DED-SEQ-NO         TO DD-DED-SEQ-NO
017024     MOVE DED-TYPE-CODE      TO DD-TYPE-CODE
017025     MOVE DED-CASE-NUMBER    TO DD-CASE-NUMBER
017026     MOVE WS-ONE-DEDUCTION   TO DD-AMOUNT
017028     MOVE WS-PERIOD-END-DATE TO DD-PERIOD-END-DATE
017029     MOVE EMP-NAME           TO DD-EMP-NAME
017030     PERFORM 2277-RESOLVE-PAYEE
017031     THRU 2277-RESOLVE-PAYEE-EXIT
017032     WRITE DEDUCTION-DETAIL-RECORD
017033     MOVE DD-KEY                  TO DH-KEY
017034     MOVE DEDUCTION-DETAIL-RECORD TO DH-DETAIL
017035     WRITE DEDUCTION-HISTORY-RECORD
017037     INVALID KEY
017038     REWRITE DEDUCTION-HISTORY-RECORD
017039     END-WRITE.
017040 2275-WRITE-DEDUCTION-DETAIL-EXIT.
017041     EXIT.

017042*****************************************************************
017043* 2277-RESOLVE-PAYEE - TAKE THE MASTER'S PAYEE IF IT IS IN THE
017045*                      PAYEE TABLE FOR THIS DEDUCTION TYPE,
017046*                      OTHERWISE THE TYPE'S DEFAULT (FIRST) PAYEE
017047*****************************************************************
017048 2277-RESOLVE-PAYEE.
017049     SET WS-PAYEE-IDX TO 1
017050     SEARCH WS-PAYEE-ENTRY
017051     AT END
017052     MOVE SPACES TO DD-PAYEE-CODE
017054     WHEN WS-PAYEE-CODE(WS-PAYEE-IDX) = DED-PAYEE-CODE
017055     AND WS-PAYEE-DED-TYPE(WS-PAYEE-IDX) = DED-TYPE-CODE
017056     MOVE DED-PAYEE-CODE TO DD-PAYEE-CODE
017057     END-SEARCH
017058     IF DD-PAYEE-CODE NOT = SPACES
017059     GO TO 2277-RESOLVE-PAYEE-EXIT
017060     END-IF
017061     SET WS-PAYEE-IDX TO 1
017063     SEARCH WS-PAYEE-ENTRY
017064     AT END
017065     DISPLAY "NO PAYEE FOR DEDUCTION " DED-EMP-ID "/"
017066     DED-SEQ-NO " TYPE " DED-TYPE-CODE
017067     WHEN WS-PAYEE-DED-TYPE(WS-PAYEE-IDX) = DED-TYPE-CODE
017068     MOVE WS-PAYEE-CODE(WS-PAYEE-IDX) TO DD-PAYEE-CODE
017069     END-SEARCH.
017070 2277-RESOLVE-PAYEE-EXIT.
017072     EXIT.

017073 2300-WRITE-OUTPUT-RECORD.
017074     MOVE EMP-ID         TO EMP-ID-OUT
017075     MOVE EMP-NAME       TO EMP-NAME-OUT
017076     MOVE WS-PAY-HOURS   TO EMP-HOURS-OUT
017077     MOVE WS-PAY-RATE    TO EMP-RATE-OUT
017078     MOVE WS-TAX-WITHHOLDING TO EMP-DEDUCTION-OUT
017080     MOVE WS-OTHER-DEDUCTIONS TO OTHER-DEDS-OUT
017090     MOVE WS-STRAIGHT-HOURS TO STRAIGHT-HOURS-OUT
017100     MOVE WS-OT-HOURS       TO OT-HOURS-OUT
017290     MOVE WS-PERIOD-END-DATE TO PERIOD-END-DATE-OUT
017300     WRITE PAYROLL-OUTPUT-RECORD
017310     PERFORM 2380-WRITE-PAY-HISTORY
017315     THRU 2380-WRITE-PAY-HISTORY-EXIT
017320     PERFORM 2390-WRITE-LABOR-DISTRIBUTION
017325     THRU 2390-WRITE-LABOR-DISTRIBUTION-EXIT.
017330 2300-WRITE-OUTPUT-RECORD-EXIT.
017340     EXIT.

017670 2385-TRY-ONE-HISTORY-WRITE-EXIT.
017680     EXIT.

017681*****************************************************************
017682* 2390-WRITE-LABOR-DISTRIBUTION - SPLIT THE PAYCHECK BY THE
017683*                                 DEPARTMENTS ITS HOURS WERE
017684*                                 CHARGED TO AND WRITE ONE LABOR
017685*                                 DISTRIBUTION RECORD PER
017686*                                 DEPARTMENT TO LABDTL AND
017687*                                 LABHIST. A SALARIED EMPLOYEE, OR
017688*                                 AN HOURLY ONE WITH NO CHARGED
017689*                                 CARDS, GETS ONE RECORD FOR THE
017690*                                 HOME DEPARTMENT CARRYING THE
017691*                                 WHOLE PAYCHECK.
017692*****************************************************************
017693 2390-WRITE-LABOR-DISTRIBUTION.
017694     MOVE ZERO TO WS-SPLIT-TABLE
017695     MOVE 1 TO WS-SPLIT-COUNT
017696     MOVE EMP-DEPT     TO WS-SP-DEPT(1)
017697     MOVE WS-REG-HOURS TO WS-SP-REG-HOURS(1)
017698     COMPUTE WS-SP-LEAVE-HOURS(1) = WS-PAY-HOURS - WS-REG-HOURS
017699     IF HOURLY-EMPLOYEE AND TIMECARD-WAS-FOUND
017700     PERFORM 2391-COLLECT-ONE-CHARGE
017701     THRU 2391-COLLECT-ONE-CHARGE-EXIT
017702     VARYING WS-CH-IDX FROM 1 BY 1
017703     UNTIL WS-CH-IDX > WS-CHARGE-COUNT
017704     END-IF
017705     IF WS-SPLIT-COUNT = 1
017706     MOVE WS-STRAIGHT-HOURS  TO WS-SP-STRAIGHT-HOURS(1)
017707     MOVE WS-OT-HOURS        TO WS-SP-OT-HOURS(1)
017708     MOVE WS-OT-PAY          TO WS-SP-OT-PAY(1)
017709     MOVE WS-GROSS-PAY       TO WS-SP-GROSS-PAY(1)
017710     MOVE WS-TAX-WITHHOLDING TO WS-SP-WITHHOLDING(1)
017711     MOVE WS-NET-PAY         TO WS-SP-NET-PAY(1)
017712     ELSE
017713     PERFORM 2392-PRORATE-SPLITS
017714     THRU 2392-PRORATE-SPLITS-EXIT
017715     END-IF
017716     PERFORM 2395-CLEAR-LABOR-HISTORY
017717     THRU 2395-CLEAR-LABOR-HISTORY-EXIT
017719     PERFORM 2397-WRITE-ONE-SPLIT
017720     THRU 2397-WRITE-ONE-SPLIT-EXIT
017721     VARYING WS-SP-IDX FROM 1 BY 1
017722     UNTIL WS-SP-IDX > WS-SPLIT-COUNT.
017723 2390-WRITE-LABOR-DISTRIBUTION-EXIT.
017724     EXIT.

017725*****************************************************************
017726* 2391-COLLECT-ONE-CHARGE - GIVE ONE OF THE EMPLOYEE'S CHARGE
017727*                           TABLE ENTRIES ITS OWN SPLIT, TAKING
017728*                           ITS HOURS OUT OF THE HOME
017729*                           DEPARTMENT'S. A CARD CHARGED TO THE
017730*                           HOME DEPARTMENT ITSELF NEEDS NO SPLIT.
017731*                           PAST THE SPLIT TABLE'S SIZE, THE HOURS
017732*                           STAY AT HOME. CHARGED LEAVE HOURS ARE
017733*                           HELD TO WHAT WAS PAID, SINCE LEAVE
017734*                           BEYOND THE BANKED BALANCE IS NOT.
017735*****************************************************************
017736 2391-COLLECT-ONE-CHARGE.
017737     IF WS-CH-EMP-ID(WS-CH-IDX) NOT = EMP-ID
017738     OR WS-CH-DEPT(WS-CH-IDX) = EMP-DEPT
017739     GO TO 2391-COLLECT-ONE-CHARGE-EXIT
017740     END-IF
017741     IF WS-SPLIT-COUNT NOT < WS-SPLIT-LIMIT
017742     DISPLAY "TOO MANY CHARGE DEPARTMENTS FOR " EMP-ID
017743     " - " WS-CH-DEPT(WS-CH-IDX) " CHARGED TO HOME DEPARTMENT"
017744     GO TO 2391-COLLECT-ONE-CHARGE-EXIT
017745     END-IF
017746     ADD 1 TO WS-SPLIT-COUNT
017747     SET WS-SP-IDX TO WS-SPLIT-COUNT
017748     MOVE WS-CH-DEPT(WS-CH-IDX) TO WS-SP-DEPT(WS-SP-IDX)
017749     MOVE WS-CH-REG-HOURS(WS-CH-IDX)
017750     TO WS-SP-REG-HOURS(WS-SP-IDX)
017751     MOVE WS-CH-LEAVE-HOURS(WS-CH-IDX)
017752     TO WS-SP-LEAVE-HOURS(WS-SP-IDX)
017753     SUBTRACT WS-CH-REG-HOURS(WS-CH-IDX) FROM WS-SP-REG-HOURS(1)
017754     IF WS-SP-LEAVE-HOURS(WS-SP-IDX) > WS-SP-LEAVE-HOURS(1)
017755     MOVE WS-SP-LEAVE-HOURS(1) TO WS-SP-LEAVE-HOURS(WS-SP-IDX)
017756     END-IF
017757     SUBTRACT WS-SP-LEAVE-HOURS(WS-SP-IDX)
017758     FROM WS-SP-LEAVE-HOURS(1).
017759 2391-COLLECT-ONE-CHARGE-EXIT.
017760     EXIT.

017761*****************************************************************
017762* 2392-PRORATE-SPLITS - SHARE THE PAYCHECK ACROSS THE SPLITS.
017763*                       OVERTIME HOURS AND PAY GO BY SHARE OF THE
017764*                       REGULAR HOURS (ONLY REGULAR HOURS EARN
017765*                       OVERTIME); THE REST OF GROSS AND THE
017766*                       STRAIGHT HOURS BY SHARE OF THE
017767*                       STRAIGHT-TIME HOURS; WITHHOLDING AND NET
017768*                       BY SHARE OF GROSS. THE ROUNDING DIFFERENCE
017769*                       GOES TO THE SPLIT WITH THE MOST HOURS SO
017770*                       THE SPLITS ADD BACK TO THE PAYCHECK
017771*                       EXACTLY.
017772*****************************************************************
017773 2392-PRORATE-SPLITS.
017774     COMPUTE WS-SPLIT-BASE-TOTAL = WS-PAY-HOURS - WS-OT-HOURS
017775     COMPUTE WS-SPLIT-OTHER-GROSS = WS-GROSS-PAY - WS-OT-PAY
017776     MOVE ZERO TO WS-SPLIT-BIG-HOURS
017777     MOVE ZERO TO WS-SUM-STRAIGHT-HOURS
017778     MOVE ZERO TO WS-SUM-OT-HOURS
017779     MOVE ZERO TO WS-SUM-OT-PAY
017780     MOVE ZERO TO WS-SUM-GROSS-PAY
017781     MOVE ZERO TO WS-SUM-WITHHOLDING
017782     MOVE ZERO TO WS-SUM-NET-PAY
017783     MOVE 1 TO WS-SPLIT-BIG-SUB
017784     PERFORM 2393-PRORATE-ONE-SPLIT
017785     THRU 2393-PRORATE-ONE-SPLIT-EXIT
017786     VARYING WS-SP-IDX FROM 1 BY 1
017787     UNTIL WS-SP-IDX > WS-SPLIT-COUNT
017788     SET WS-SP-IDX TO WS-SPLIT-BIG-SUB
017789     COMPUTE WS-SP-STRAIGHT-HOURS(WS-SP-IDX) =
017790     WS-SP-STRAIGHT-HOURS(WS-SP-IDX)
017791     + WS-STRAIGHT-HOURS - WS-SUM-STRAIGHT-HOURS
017792     COMPUTE WS-SP-OT-HOURS(WS-SP-IDX) =
017793     WS-SP-OT-HOURS(WS-SP-IDX) + WS-OT-HOURS - WS-SUM-OT-HOURS
017794     COMPUTE WS-SP-OT-PAY(WS-SP-IDX) =
017795     WS-SP-OT-PAY(WS-SP-IDX) + WS-OT-PAY - WS-SUM-OT-PAY
017796     COMPUTE WS-SP-GROSS-PAY(WS-SP-IDX) =
017797     WS-SP-GROSS-PAY(WS-SP-IDX) + WS-GROSS-PAY - WS-SUM-GROSS-PAY
017798     COMPUTE WS-SP-WITHHOLDING(WS-SP-IDX) =
017799     WS-SP-WITHHOLDING(WS-SP-IDX)
017800     + WS-TAX-WITHHOLDING - WS-SUM-WITHHOLDING
017801     COMPUTE WS-SP-NET-PAY(WS-SP-IDX) =
017802     WS-SP-NET-PAY(WS-SP-IDX) + WS-NET-PAY - WS-SUM-NET-PAY.
017803 2392-PRORATE-SPLITS-EXIT.
017804     EXIT.

017805 2393-PRORATE-ONE-SPLIT.
017806     IF WS-REG-HOURS > ZERO
017807     COMPUTE WS-SP-OT-HOURS(WS-SP-IDX) ROUNDED =
017808     WS-OT-HOURS * WS-SP-REG-HOURS(WS-SP-IDX) / WS-REG-HOURS
017809     COMPUTE WS-SP-OT-PAY(WS-SP-IDX) ROUNDED =
017810     WS-OT-PAY * WS-SP-REG-HOURS(WS-SP-IDX) / WS-REG-HOURS
017811     END-IF
017812     COMPUTE WS-SP-BASE-HOURS(WS-SP-IDX) =
017813     WS-SP-REG-HOURS(WS-SP-IDX) + WS-SP-LEAVE-HOURS(WS-SP-IDX)
017814     - WS-SP-OT-HOURS(WS-SP-IDX)
017815     IF WS-SPLIT-BASE-TOTAL > ZERO
017816     COMPUTE WS-SP-STRAIGHT-HOURS(WS-SP-IDX) ROUNDED =
017817     WS-STRAIGHT-HOURS * WS-SP-BASE-HOURS(WS-SP-IDX)
017818     / WS-SPLIT-BASE-TOTAL
017819     COMPUTE WS-SP-GROSS-PAY(WS-SP-IDX) ROUNDED =
017820     WS-SPLIT-OTHER-GROSS * WS-SP-BASE-HOURS(WS-SP-IDX)
017821     / WS-SPLIT-BASE-TOTAL + WS-SP-OT-PAY(WS-SP-IDX)
017822     ELSE
017823     MOVE WS-SP-OT-PAY(WS-SP-IDX) TO WS-SP-GROSS-PAY(WS-SP-IDX)
017824     END-IF
017825     IF WS-GROSS-PAY > ZERO
017826     COMPUTE WS-SP-WITHHOLDING(WS-SP-IDX) ROUNDED =
017827     WS-TAX-WITHHOLDING * WS-SP-GROSS-PAY(WS-SP-IDX)
017828     / WS-GROSS-PAY
017829     COMPUTE WS-SP-NET-PAY(WS-SP-IDX) ROUNDED =
017830     WS-NET-PAY * WS-SP-GROSS-PAY(WS-SP-IDX) / WS-GROSS-PAY
017831     END-IF
017832     ADD WS-SP-STRAIGHT-HOURS(WS-SP-IDX) TO WS-SUM-STRAIGHT-HOURS
017833     ADD WS-SP-OT-HOURS(WS-SP-IDX)       TO WS-SUM-OT-HOURS
017834     ADD WS-SP-OT-PAY(WS-SP-IDX)         TO WS-SUM-OT-PAY
017835     ADD WS-SP-GROSS-PAY(WS-SP-IDX)      TO WS-SUM-GROSS-PAY
017836     ADD WS-SP-WITHHOLDING(WS-SP-IDX)    TO WS-SUM-WITHHOLDING
017837     ADD WS-SP-NET-PAY(WS-SP-IDX)        TO WS-SUM-NET-PAY
017838     IF WS-SP-REG-HOURS(WS-SP-IDX) + WS-SP-LEAVE-HOURS(WS-SP-IDX)
017839     > WS-SPLIT-BIG-HOURS
017840     COMPUTE WS-SPLIT-BIG-HOURS =
017841     WS-SP-REG-HOURS(WS-SP-IDX) + WS-SP-LEAVE-HOURS(WS-SP-IDX)
017842     SET WS-SPLIT-BIG-SUB TO WS-SP-IDX
017843     END-IF.
017844 2393-PRORATE-ONE-SPLIT-EXIT.
017845     EXIT.

017846*****************************************************************
017847* 2395-CLEAR-LABOR-HISTORY - REMOVE ANY LABOR HISTORY ALREADY ON
017848*                            FILE FOR THIS EMPLOYEE AND PERIOD
017849*                            (LEFT BY AN EARLIER RUN OF THE SAME
017850*                            PERIOD, WHICH MAY HAVE CHARGED OTHER
017851*                            DEPARTMENTS) SO ONLY THIS RUN'S SPLIT
017852*                            REMAINS
017853*****************************************************************
017854 2395-CLEAR-LABOR-HISTORY.
017855     MOVE EMP-ID           TO LH-EMP-ID
017856     MOVE WS-PERIOD-NUMBER TO LH-PERIOD
017857     MOVE LOW-VALUES       TO LH-CHARGE-DEPT
017858     MOVE "N" TO WS-LABHIST-EOF-SWITCH
017859     START LABOR-HISTORY-FILE KEY NOT LESS THAN LH-KEY
017860     INVALID KEY
017861     GO TO 2395-CLEAR-LABOR-HISTORY-EXIT
017862     END-START
017863     PERFORM 2396-DELETE-ONE-LABOR-HISTORY
017864     THRU 2396-DELETE-ONE-LABOR-HISTORY-EXIT
017865     UNTIL END-OF-LABOR-HISTORY-SCAN.
017866 2395-CLEAR-LABOR-HISTORY-EXIT.
017867     EXIT.

017868 2396-DELETE-ONE-LABOR-HISTORY.
017869     READ LABOR-HISTORY-FILE NEXT RECORD
017870     AT END
017871     SET END-OF-LABOR-HISTORY-SCAN TO TRUE
017872     GO TO 2396-DELETE-ONE-LABOR-HISTORY-EXIT
017873     END-READ
017874     IF LH-EMP-ID NOT = EMP-ID
017875     OR LH-PERIOD NOT = WS-PERIOD-NUMBER
017876     SET END-OF-LABOR-HISTORY-SCAN TO TRUE
017877     GO TO 2396-DELETE-ONE-LABOR-HISTORY-EXIT
017878     END-IF
017879     DELETE LABOR-HISTORY-FILE RECORD.
017880 2396-DELETE-ONE-LABOR-HISTORY-EXIT.
017881     EXIT.

017882*****************************************************************
017883* 2397-WRITE-ONE-SPLIT - ONE DEPARTMENT'S SHARE OF THE PAYCHECK TO
017884*                        LABDTL AND LABHIST. A HOME DEPARTMENT
017885*                        LEFT WITH NOTHING, BECAUSE EVERY HOUR WAS
017886*                        CHARGED ELSEWHERE, IS NOT WRITTEN.
017887*****************************************************************
017888 2397-WRITE-ONE-SPLIT.
017889     IF WS-SPLIT-COUNT > 1
017890     AND WS-SP-STRAIGHT-HOURS(WS-SP-IDX) = ZERO
017891     AND WS-SP-OT-HOURS(WS-SP-IDX) = ZERO
017892     AND WS-SP-GROSS-PAY(WS-SP-IDX) = ZERO
017893     GO TO 2397-WRITE-ONE-SPLIT-EXIT
017894     END-IF
017895     MOVE SPACES             TO LABOR-DISTRIBUTION-RECORD
017896     MOVE EMP-ID             TO LD-EMP-ID
017897     MOVE WS-PERIOD-NUMBER   TO LD-PERIOD
017898     MOVE WS-SP-DEPT(WS-SP-IDX) TO LD-CHARGE-DEPT
017899     MOVE EMP-DEPT           TO LD-HOME-DEPT
017900     MOVE PAY-TYPE-OUT       TO LD-PAY-TYPE
017901     MOVE WS-SP-STRAIGHT-HOURS(WS-SP-IDX) TO LD-STRAIGHT-HOURS
017902     MOVE WS-SP-OT-HOURS(WS-SP-IDX)       TO LD-OT-HOURS
017903     MOVE WS-SP-OT-PAY(WS-SP-IDX)         TO LD-OT-PAY
017904     MOVE WS-SP-GROSS-PAY(WS-SP-IDX)      TO LD-GROSS-PAY
017905     MOVE WS-SP-WITHHOLDING(WS-SP-IDX)    TO LD-WITHHOLDING
017906     MOVE WS-SP-NET-PAY(WS-SP-IDX)        TO LD-NET-PAY
017907     MOVE WS-PERIOD-END-DATE TO LD-PERIOD-END-DATE
017908     WRITE LABOR-DISTRIBUTION-RECORD
017909     MOVE LD-KEY                    TO LH-KEY
017910     MOVE LABOR-DISTRIBUTION-RECORD TO LH-DETAIL
017911     WRITE LABOR-HISTORY-RECORD
017912     INVALID KEY
017913     REWRITE LABOR-HISTORY-RECORD
017914     END-WRITE.
017915 2397-WRITE-ONE-SPLIT-EXIT.
017916     EXIT.

017917 2400-WRITE-REPORT-LINE.
017918     MOVE EMP-ID         TO RD-EMP-ID
017919     MOVE EMP-NAME       TO RD-EMP-NAME
017920     MOVE WS-STRAIGHT-HOURS TO RD-STRAIGHT-HOURS
017921     MOVE WS-OT-HOURS       TO RD-OT-HOURS
017922     MOVE WS-PAY-RATE    TO RD-EMP-RATE
017923     MOVE WS-TAX-WITHHOLDING TO RD-TAX-WITHHOLDING
017924     MOVE WS-OTHER-DEDUCTIONS TO RD-OTHER-DED
017925     MOVE WS-OT-PAY       TO RD-OT-PAY
017926     MOVE WS-GROSS-PAY   TO RD-GROSS-PAY
017927     MOVE WS-NET-PAY     TO RD-NET-PAY
017928     MOVE PAY-TYPE-OUT   TO RD-PAY-TYPE
017929     WRITE PAYROLL-REPORT-LINE FROM WS-REPORT-DETAIL-LINE
017930     IF WS-RETRO-PAY > ZERO
017931     MOVE EMP-RATE-EFF-DATE TO RR-EFF-DATE
017932     MOVE WS-RETRO-PAY      TO RR-RETRO-AMOUNT
017933     WRITE PAYROLL-REPORT-LINE FROM WS-REPORT-RETRO-LINE
017934     END-IF
017935     IF FINAL-CHECK-DUE
017936     MOVE EMP-TERM-DATE       TO RF-TERM-DATE
017937     MOVE WS-VAC-PAYOUT-HOURS TO RF-PAYOUT-HOURS
017938     MOVE WS-VAC-PAYOUT-PAY   TO RF-PAYOUT-AMOUNT
017939     WRITE PAYROLL-REPORT-LINE FROM WS-REPORT-FINAL-LINE
017940     END-IF.
017941 2400-WRITE-REPORT-LINE-EXIT.
017942     EXIT.

017943*****************************************************************
017944* 2500-WRITE-EXCEPTION-RECORD - LOG A REJECTED INPUT RECORD
017945*****************************************************************
017946 2500-WRITE-EXCEPTION-RECORD.
017947     MOVE SPACES          TO EXCEPTION-RECORD
017948     MOVE EMP-ID          TO EXC-EMP-ID
017950     MOVE EMP-NAME        TO EXC-EMP-NAME
017960     MOVE WS-REJECT-CODE  TO EXC-REASON-CODE
017970     MOVE WS-REJECT-TEXT  TO EXC-REASON-TEXT
019300     CLOSE YTD-FILE
019310     CLOSE DEDUCTION-FILE
019320     CLOSE LEAVE-FILE
019325     CLOSE PAY-HISTORY-FILE
019330     CLOSE DEDUCTION-DETAIL-FILE
019332     CLOSE DEDUCTION-HISTORY-FILE
019335     CLOSE LABOR-DISTRIBUTION-FILE
019337     CLOSE LABOR-HISTORY-FILE.
019340 3100-CLOSE-FILES-EXIT.
019350     EXIT.

