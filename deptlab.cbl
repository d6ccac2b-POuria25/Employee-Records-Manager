000330*                  "0007 0012". REVERSING ENTRIES IN THE RANGE
000340*                  NET OUT OF THE AMOUNTS; HEADCOUNT COUNTS
000350*                  ONLY POSITIVE-NET PAYCHECKS.
000351* 2026-10-15 RLS   A PAYCHECK NOW FOLLOWS THE DEPARTMENTS ITS
000352*                  HOURS WERE CHARGED TO: WHEN THE LABOR
000354*                  DISTRIBUTION HISTORY (LABHIST, SEE LABHREC)
000355*                  WRITTEN BY MODIFY-RECORDS HAS THE EMPLOYEE'S
000356*                  SPLIT FOR THE PERIOD AND IT ADDS UP TO THE
000358*                  PAYCHECK'S GROSS, EACH CHARGED DEPARTMENT GETS
000359*                  ITS SHARE OF THE HOURS, OVERTIME, GROSS,
000360*                  WITHHOLDING AND NET, AND COUNTS THE EMPLOYEE IN
000362*                  ITS HEADCOUNT. OTHERWISE (NO LABHIST, AN
000363*                  OFF-CYCLE PAYMENT, OR HISTORY FROM BEFORE THE
000364*                  SPLIT WAS KEPT) THE HOME DEPARTMENT GETS IT ALL
000365*                  AS BEFORE. HOURS CELLS CARRY TWO DECIMALS FOR
000366*                  THE PRORATED SHARES.
000368*****************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000490         FILE STATUS IS WS-EMPFILE-STATUS.
000500     SELECT TREND-REPORT ASSIGN TO "DEPTLAB"
000510         ORGANIZATION IS LINE SEQUENTIAL.
000511     SELECT LABOR-HISTORY-FILE ASSIGN TO "LABHIST"
000513         ORGANIZATION IS INDEXED
000515         ACCESS MODE IS DYNAMIC
000516         RECORD KEY IS LH-KEY
000518         FILE STATUS IS WS-LABHIST-STATUS.

000520 DATA DIVISION.
000530 FILE SECTION.
000700 FD  TREND-REPORT.
000710 01  TREND-REPORT-LINE           PIC X(109).

000711*****************************************************************
000712* LABOR-HISTORY-FILE - EVERY PAYCHECK SPLIT BY CHARGED DEPARTMENT,
000713*                      KEYED ON EMP-ID PLUS PERIOD PLUS CHARGED
000714*                      DEPARTMENT (SEE LABHREC). OPTIONAL -
000715*                      WITHOUT IT EVERY PAYCHECK STAYS WITH THE
000716*                      HOME DEPARTMENT.
000717*****************************************************************
000718 FD  LABOR-HISTORY-FILE.
000719     COPY LABHREC.

000720 WORKING-STORAGE SECTION.
000730 77  WS-PAYHIST-STATUS           PIC X(02).
000740 77  WS-EMPFILE-STATUS           PIC X(02).
000745 77  WS-LABHIST-STATUS           PIC X(02).
000750 77  WS-RUN-DATE                 PIC 9(06).
000760 77  WS-FROM-PERIOD              PIC 9(04) VALUE ZERO.
000770 77  WS-TO-PERIOD                PIC 9(04) VALUE ZERO.
000900 77  WS-NET-CHANGE               PIC S9(08)V99 VALUE ZERO.
000910 77  WS-PREV-GROSS               PIC S9(08)V99 VALUE ZERO.
000920 77  WS-PREV-NET                 PIC S9(08)V99 VALUE ZERO.
000922 77  WS-LABOR-SPLIT-COUNT       PIC 9(02) VALUE ZERO.
000925 77  WS-LABOR-SPLIT-LIMIT       PIC 9(02) VALUE 10.
000927 77  WS-LABOR-SPLIT-GROSS       PIC 9(06)V99 VALUE ZERO.

000930 01  WS-FLAGS.
000940     05  EOF-FLAG            PIC X(01) VALUE "N".
000970         88  RUN-WAS-REFUSED         VALUE "Y".
000980     05  WS-FIRST-LINE-SWITCH PIC X(01) VALUE "Y".
000990         88  FIRST-PERIOD-LINE       VALUE "Y".
000992     05  WS-LABHIST-OPEN-SWITCH PIC X(01) VALUE "N".
000994         88  LABOR-HISTORY-OPEN      VALUE "Y".
000996     05  WS-LABHIST-EOF-SWITCH PIC X(01) VALUE "N".
000998         88  END-OF-LABOR-SPLITS     VALUE "Y".

001000 01  WS-COMMAND-LINE             PIC X(80).

001060         ==PAYROLL-OUTPUT-RECORD== BY ==WS-PAYCHECK-WORK==
001070         TRAILING ==OUT== BY ==WRK==.

001071*****************************************************************
001072* LABOR-DISTRIBUTION-RECORD - STRUCTURED VIEW OF ONE LABOR HISTORY
001073*                             DETAIL (SEE LABDREC)
001075*****************************************************************
001076     COPY LABDREC.

001077*****************************************************************
001078* WS-LABOR-SPLIT-TABLE - THE CURRENT EMPLOYEE'S LABOR HISTORY
001079*                        RECORDS FOR THE PAYCHECK'S PERIOD, ONE
001080*                        PER CHARGED DEPARTMENT
001082*****************************************************************
001083 01  WS-LABOR-SPLIT-TABLE.
001085     05  WS-LABOR-SPLIT OCCURS 10 TIMES
001086             INDEXED BY WS-LS-IDX.
001087         10  WS-LS-IMAGE         PIC X(60).

001088*****************************************************************
001090* WS-DEPT-TABLE - ONE ROW PER DEPARTMENT SEEN IN THE RANGE,
001100*                 EACH WITH ONE CELL PER PERIOD IN THE RANGE
001110*                 (CELL 1 IS THE FROM-PERIOD). AMOUNTS INCLUDE
001170         10  WS-DEPT-CODE        PIC X(04).
001180         10  WS-PERIOD-CELL OCCURS 13 TIMES.
001190             15  WS-CELL-HEADCOUNT   PIC 9(04).
001200             15  WS-CELL-HOURS       PIC S9(06)V99.
001210             15  WS-CELL-OT-PAY      PIC S9(07)V99.
001220             15  WS-CELL-GROSS       PIC S9(08)V99.
001230             15  WS-CELL-WITHHOLDING PIC S9(07)V99.
001290 01  WS-COMPANY-TABLE.
001300     05  WS-COMPANY-CELL OCCURS 13 TIMES.
001310         10  WS-CO-HEADCOUNT     PIC 9(05).
001320         10  WS-CO-HOURS         PIC S9(07)V99.
001330         10  WS-CO-OT-PAY        PIC S9(08)V99.
001340         10  WS-CO-GROSS         PIC S9(09)V99.
001350         10  WS-CO-WITHHOLDING   PIC S9(08)V99.
001730     05  FILLER              PIC X(02) VALUE SPACES.
001740     05  RD-HEADCOUNT        PIC ZZZZ9.
001750     05  FILLER              PIC X(01) VALUE SPACES.
001760     05  RD-HOURS            PIC ZZ,ZZ9.99.
001770     05  FILLER              PIC X(01) VALUE SPACES.
001780     05  RD-OT-PAY           PIC -Z,ZZZ,ZZ9.99.
001790     05  FILLER              PIC X(01) VALUE SPACES.
002530         CLOSE PAY-HISTORY-FILE
002540         GO TO 1000-INITIALIZE-EXIT
002550     END-IF
002551     OPEN INPUT LABOR-HISTORY-FILE
002552     IF WS-LABHIST-STATUS = "35"
002553         DISPLAY "NO LABOR DISTRIBUTION HISTORY - PAY IS SHOWN "
002555             "UNDER THE HOME DEPARTMENT"
002556     ELSE
002557         SET LABOR-HISTORY-OPEN TO TRUE
002558     END-IF
002560     OPEN OUTPUT TREND-REPORT
002570     MOVE WS-FROM-PERIOD TO RH-FROM-PERIOD
002580     MOVE WS-TO-PERIOD   TO RH-TO-PERIOD
003140         INVALID KEY
003150             MOVE "****" TO EMP-DEPT
003160     END-READ
003167     PERFORM 2230-LOAD-LABOR-SPLITS
003175         THRU 2230-LOAD-LABOR-SPLITS-EXIT
003182     IF WS-LABOR-SPLIT-COUNT > ZERO
003190         PERFORM 2240-ADD-ONE-SPLIT
003197             THRU 2240-ADD-ONE-SPLIT-EXIT
003205             VARYING WS-LS-IDX FROM 1 BY 1
003212             UNTIL WS-LS-IDX > WS-LABOR-SPLIT-COUNT
003220     ELSE
003221         PERFORM 2250-FIND-DEPT-ENTRY
003223             THRU 2250-FIND-DEPT-ENTRY-EXIT
003225         IF NET-PAY-WRK < ZERO
003227             PERFORM 2220-NET-OUT-REVERSAL
003228                 THRU 2220-NET-OUT-REVERSAL-EXIT
003230         ELSE
003232             PERFORM 2210-ADD-PAYCHECK-TO-CELLS
003234                 THRU 2210-ADD-PAYCHECK-TO-CELLS-EXIT
003235         END-IF
003237     END-IF
003239     IF NET-PAY-WRK < ZERO
003241         PERFORM 2225-NET-OUT-COMPANY
003242             THRU 2225-NET-OUT-COMPANY-EXIT
003244     ELSE
003246         PERFORM 2215-ADD-PAYCHECK-TO-COMPANY
003248             THRU 2215-ADD-PAYCHECK-TO-COMPANY-EXIT
003250     END-IF
003260     ADD 1 TO WS-RECORDS-USED.
003270 2200-ACCUMULATE-ONE-RECORD-EXIT.
003280     EXIT.

003290*****************************************************************
003300* 2210-ADD-PAYCHECK-TO-CELLS - ONE PAYCHECK INTO ITS DEPARTMENT'S
003310*                              PERIOD CELL
003320*****************************************************************
003330 2210-ADD-PAYCHECK-TO-CELLS.
003340     IF NET-PAY-WRK > ZERO
003350         ADD 1 TO WS-CELL-HEADCOUNT
003360             (WS-DEPT-IDX WS-PERIOD-SUB)
003380     END-IF
003390     ADD STRAIGHT-HOURS-WRK
003400         TO WS-CELL-HOURS(WS-DEPT-IDX WS-PERIOD-SUB)
003470     ADD EMP-DEDUCTION-WRK
003480         TO WS-CELL-WITHHOLDING(WS-DEPT-IDX WS-PERIOD-SUB)
003490     ADD NET-PAY-WRK
003491         TO WS-CELL-NET(WS-DEPT-IDX WS-PERIOD-SUB).
003493 2210-ADD-PAYCHECK-TO-CELLS-EXIT.
003495     EXIT.

003496*****************************************************************
003497* 2215-ADD-PAYCHECK-TO-COMPANY - ONE PAYCHECK INTO THE COMPANY
003498*                                CELL, HOWEVER ITS HOURS WERE
003499*                                CHARGED
003501*****************************************************************
003503 2215-ADD-PAYCHECK-TO-COMPANY.
003505     IF NET-PAY-WRK > ZERO
003506         ADD 1 TO WS-CO-HEADCOUNT(WS-PERIOD-SUB)
003508     END-IF
003510     ADD STRAIGHT-HOURS-WRK TO WS-CO-HOURS(WS-PERIOD-SUB)
003520     ADD OT-HOURS-WRK       TO WS-CO-HOURS(WS-PERIOD-SUB)
003530     ADD OT-PAY-WRK         TO WS-CO-OT-PAY(WS-PERIOD-SUB)
003550     ADD EMP-DEDUCTION-WRK
003560         TO WS-CO-WITHHOLDING(WS-PERIOD-SUB)
003570     ADD NET-PAY-WRK        TO WS-CO-NET(WS-PERIOD-SUB).
003580 2215-ADD-PAYCHECK-TO-COMPANY-EXIT.
003590     EXIT.

003600*****************************************************************
003790     SUBTRACT EMP-DEDUCTION-WRK
003800         FROM WS-CELL-WITHHOLDING(WS-DEPT-IDX WS-PERIOD-SUB)
003810     ADD NET-PAY-WRK
003814         TO WS-CELL-NET(WS-DEPT-IDX WS-PERIOD-SUB).
003818 2220-NET-OUT-REVERSAL-EXIT.
003822     EXIT.

003823*****************************************************************
003824* 2225-NET-OUT-COMPANY - CANCEL A VOIDED CHECK OUT OF THE COMPANY
003826*                        LINE, AS 2220 DOES FOR THE DEPARTMENT
003827*****************************************************************
003828 2225-NET-OUT-COMPANY.
003830     SUBTRACT STRAIGHT-HOURS-WRK
003840         FROM WS-CO-HOURS(WS-PERIOD-SUB)
003850     SUBTRACT OT-HOURS-WRK
003910     SUBTRACT EMP-DEDUCTION-WRK
003920         FROM WS-CO-WITHHOLDING(WS-PERIOD-SUB)
003930     ADD NET-PAY-WRK        TO WS-CO-NET(WS-PERIOD-SUB).
003931 2225-NET-OUT-COMPANY-EXIT.
003932     EXIT.

003933*****************************************************************
003934* 2230-LOAD-LABOR-SPLITS - PICK UP THE EMPLOYEE'S LABOR HISTORY
003935*                          FOR THE PAYCHECK'S PERIOD. THE SPLIT IS
003936*                          ONLY USED WHEN IT ADDS UP TO THE
003937*                          PAYCHECK'S GROSS - A REGULAR PAYCHECK
003938*                          OR ITS REVERSAL; AN OFF-CYCLE PAYMENT
003939*                          OR A PAYCHECK SUPERSEDED BY A RERUN
003940*                          DOES NOT MATCH AND STAYS WITH THE HOME
003941*                          DEPARTMENT.
003942*****************************************************************
003943 2230-LOAD-LABOR-SPLITS.
003944     MOVE ZERO TO WS-LABOR-SPLIT-COUNT
003945     MOVE ZERO TO WS-LABOR-SPLIT-GROSS
003946     IF NOT LABOR-HISTORY-OPEN
003948         GO TO 2230-LOAD-LABOR-SPLITS-EXIT
003949     END-IF
003950     MOVE EMP-ID-WRK        TO LH-EMP-ID
003951     MOVE PERIOD-NUMBER-WRK TO LH-PERIOD
003952     MOVE LOW-VALUES        TO LH-CHARGE-DEPT
003953     MOVE "N" TO WS-LABHIST-EOF-SWITCH
003954     START LABOR-HISTORY-FILE KEY NOT LESS THAN LH-KEY
003955         INVALID KEY
003956             GO TO 2230-LOAD-LABOR-SPLITS-EXIT
003957     END-START
003958     PERFORM 2235-READ-ONE-SPLIT
003959         THRU 2235-READ-ONE-SPLIT-EXIT
003960         UNTIL END-OF-LABOR-SPLITS
003961     IF WS-LABOR-SPLIT-GROSS NOT = GROSS-PAY-WRK
003962         MOVE ZERO TO WS-LABOR-SPLIT-COUNT
003963     END-IF.
003965 2230-LOAD-LABOR-SPLITS-EXIT.
003966     EXIT.

003967*****************************************************************
003968* 2235-READ-ONE-SPLIT - READ ONE CHARGED-DEPARTMENT SPLIT OF THE
003969*                       PAYCHECK INTO THE SPLIT TABLE
003970*****************************************************************
003971 2235-READ-ONE-SPLIT.
003972     READ LABOR-HISTORY-FILE NEXT RECORD
003973         AT END
003974             SET END-OF-LABOR-SPLITS TO TRUE
003975             GO TO 2235-READ-ONE-SPLIT-EXIT
003976     END-READ
003977     IF LH-EMP-ID NOT = EMP-ID-WRK
003978             OR LH-PERIOD NOT = PERIOD-NUMBER-WRK
003979         SET END-OF-LABOR-SPLITS TO TRUE
003980         GO TO 2235-READ-ONE-SPLIT-EXIT
003981     END-IF
003982     IF WS-LABOR-SPLIT-COUNT NOT < WS-LABOR-SPLIT-LIMIT
003983         MOVE ZERO TO WS-LABOR-SPLIT-COUNT
003984         MOVE ZERO TO WS-LABOR-SPLIT-GROSS
003985         SET END-OF-LABOR-SPLITS TO TRUE
003986         GO TO 2235-READ-ONE-SPLIT-EXIT
003987     END-IF
003988     ADD 1 TO WS-LABOR-SPLIT-COUNT
003989     SET WS-LS-IDX TO WS-LABOR-SPLIT-COUNT
003990     MOVE LH-DETAIL TO WS-LS-IMAGE(WS-LS-IDX)
003991     MOVE LH-DETAIL TO LABOR-DISTRIBUTION-RECORD
003992     ADD LD-GROSS-PAY TO WS-LABOR-SPLIT-GROSS.
003993 2235-READ-ONE-SPLIT-EXIT.
003994     EXIT.

003995*****************************************************************
003996* 2240-ADD-ONE-SPLIT - ONE CHARGED DEPARTMENT'S SHARE OF THE
003997*                      PAYCHECK INTO ITS PERIOD CELL, OR OUT OF IT
003998*                      FOR A REVERSING ENTRY (SEE 2220). THE
003999*                      EMPLOYEE COUNTS IN THE HEADCOUNT OF EVERY
004000*                      DEPARTMENT THEIR HOURS WERE CHARGED TO.
004001*****************************************************************
004002 2240-ADD-ONE-SPLIT.
004003     MOVE WS-LS-IMAGE(WS-LS-IDX) TO LABOR-DISTRIBUTION-RECORD
004004     MOVE LD-CHARGE-DEPT TO EMP-DEPT
004005     PERFORM 2250-FIND-DEPT-ENTRY
004006         THRU 2250-FIND-DEPT-ENTRY-EXIT
004007     IF NET-PAY-WRK < ZERO
004008         SUBTRACT LD-STRAIGHT-HOURS
004009             FROM WS-CELL-HOURS(WS-DEPT-IDX WS-PERIOD-SUB)
004010         SUBTRACT LD-OT-HOURS
004011             FROM WS-CELL-HOURS(WS-DEPT-IDX WS-PERIOD-SUB)
004012         SUBTRACT LD-OT-PAY
004013             FROM WS-CELL-OT-PAY(WS-DEPT-IDX WS-PERIOD-SUB)
004014         SUBTRACT LD-GROSS-PAY
004015             FROM WS-CELL-GROSS(WS-DEPT-IDX WS-PERIOD-SUB)
004016         SUBTRACT LD-WITHHOLDING
004017             FROM WS-CELL-WITHHOLDING(WS-DEPT-IDX WS-PERIOD-SUB)
004018         SUBTRACT LD-NET-PAY
004019             FROM WS-CELL-NET(WS-DEPT-IDX WS-PERIOD-SUB)
004020         GO TO 2240-ADD-ONE-SPLIT-EXIT
004021     END-IF
004022     IF LD-NET-PAY > ZERO
004023         ADD 1 TO WS-CELL-HEADCOUNT
004024             (WS-DEPT-IDX WS-PERIOD-SUB)
004025     END-IF
004026     ADD LD-STRAIGHT-HOURS
004027         TO WS-CELL-HOURS(WS-DEPT-IDX WS-PERIOD-SUB)
004028     ADD LD-OT-HOURS
004029         TO WS-CELL-HOURS(WS-DEPT-IDX WS-PERIOD-SUB)
004030     ADD LD-OT-PAY
004031         TO WS-CELL-OT-PAY(WS-DEPT-IDX WS-PERIOD-SUB)
004032     ADD LD-GROSS-PAY
004033         TO WS-CELL-GROSS(WS-DEPT-IDX WS-PERIOD-SUB)
004034     ADD LD-WITHHOLDING
004035         TO WS-CELL-WITHHOLDING(WS-DEPT-IDX WS-PERIOD-SUB)
004036     ADD LD-NET-PAY
004037         TO WS-CELL-NET(WS-DEPT-IDX WS-PERIOD-SUB).
004038 2240-ADD-ONE-SPLIT-EXIT.
004039     EXIT.

004040*****************************************************************
004041* 2250-FIND-DEPT-ENTRY - LOCATE OR CREATE THE DEPARTMENT'S
004042*                        TABLE ROW, WITH THE SAME "****"
004043*                        CATCH-ALL OVERFLOW RULE GL-POSTING
004044*                        USES WHEN THE TABLE FILLS
004045*****************************************************************
004046 2250-FIND-DEPT-ENTRY.
004047     PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
004048         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
004050         OR WS-DEPT-CODE(WS-DEPT-IDX) = EMP-DEPT
004060         CONTINUE
004070     END-PERFORM
005740     CLOSE PAY-HISTORY-FILE
005750     CLOSE EMPLOYEE-FILE
005760     CLOSE TREND-REPORT
005762     IF LABOR-HISTORY-OPEN
005765         CLOSE LABOR-HISTORY-FILE
005767     END-IF
005770     DISPLAY "LABOR TREND DONE - " WS-RECORDS-USED
005780         " PAY HISTORY RECORDS IN RANGE".
005790 3500-TERMINATE-EXIT.
