000530*                  THE OUTPUT FILE CARRIES, AND A SECOND
000540*                  POSTING RUN (WHICH WOULD DOUBLE-BOOK THE
000550*                  ENTRY) NEEDS THE "OVERRIDE" OPTION.
000551* 2026-10-15 RLS   NEW "OFFCYCLE" COMMAND-LINE OPTION POSTS AN
000552*                  OFF-CYCLE SUPPLEMENTAL RUN: THE PAYMENTS ARE
000553*                  READ FROM SUPPOUT AND TIED TO THE SUPPREG
000554*                  REGISTER (BOTH WRITTEN BY SUPPLEMENTAL-PAY)
000555*                  INSTEAD OF OUTFILE AND PAYREG, AND THE RUN IS
000556*                  CHECKED AGAINST AND STAMPED ON ITS OWN JOB-STEP
000557*                  STATUS RECORD, SUPPCTL, SO THE REGULAR PERIOD'S
000558*                  RUNCTL IS NOT DISTURBED.
000559* 2026-10-15 RLS   THE EMPLOYEE DEDUCTIONS CREDIT IS NOW SPLIT BY
000561*                  PAYEE: THE PERIOD'S PER-DEDUCTION DETAIL
000562*                  (DEDDTL, SEE DEDDREC) IS TOTALED BY PAYEE AND
000564*                  EACH PAYEE'S AMOUNT IS CREDITED TO ITS OWN
000565*                  LIABILITY ACCOUNT FROM PAYEETBL, SO EACH
000567*                  REMITTANCE CLEARS ITS OWN ACCOUNT. ANY PART OF
000569*                  OTHER-DEDS-OUT THE DETAIL DOES NOT ACCOUNT FOR
000570*                  STILL POSTS TO 2200, WITH A WARNING, SO THE
000572*                  ENTRY STAYS IN BALANCE. RUN CONTROL HOLD AREA
000573*                  WIDENED FOR THE NEW DEDUCTION-REMITTANCE STATUS
000575*                  (SEE RUNCTREC).
000576* 2026-10-15 RLS   WAGE EXPENSE IS NOW DEBITED TO THE DEPARTMENT
000577*                  EACH HOUR WAS CHARGED TO: A REGULAR RUN
000578*                  REBUILDS THE DEPARTMENT TOTALS FROM THE
000580*                  PERIOD'S LABOR DISTRIBUTION (LABDTL, SEE
000581*                  LABDREC) WRITTEN BY MODIFY-RECORDS. A MISSING
000582*                  OR STALE LABDTL, OR ONE THAT DOES NOT ADD UP TO
000583*                  THE PERIOD'S GROSS, LEAVES THE DEBITS ON THE
000585*                  HOME DEPARTMENTS, WITH A WARNING.
000586* 2026-10-15 RLS   THE POSTING RECORD LAYOUT MOVED TO THE SHARED
000588*                  COPYBOOK GLPREC, NOW ALSO WRITTEN BY THE
000589*                  MONTH-END WAGE-ACCRUAL ENTRY. THE NEW TRAILING
000591*                  ENTRY TYPE AND DATES ARE LEFT BLANK HERE - AN
000592*                  ORDINARY, NON-REVERSING POSTING.
000594*****************************************************************
000595 ENVIRONMENT DIVISION.
000597 INPUT-OUTPUT SECTION.
000598 FILE-CONTROL.
000600     SELECT PAYROLL-OUTPUT-FILE ASSIGN TO "OUTFILE"
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620     SELECT EMPLOYEE-FILE ASSIGN TO "EMPMAST"
000740     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-RUNCTL-STATUS.
000761     SELECT SUPP-OUTPUT-FILE ASSIGN TO "SUPPOUT"
000762         ORGANIZATION IS LINE SEQUENTIAL
000763         FILE STATUS IS WS-SUPPOUT-STATUS.
000764     SELECT SUPP-REGISTER-FILE ASSIGN TO "SUPPREG"
000765         ORGANIZATION IS LINE SEQUENTIAL
000766         FILE STATUS IS WS-SUPPREG-STATUS.
000767     SELECT SUPP-CONTROL-FILE ASSIGN TO "SUPPCTL"
000768         ORGANIZATION IS LINE SEQUENTIAL
000769         FILE STATUS IS WS-SUPPCTL-STATUS.
000771     SELECT DEDUCTION-DETAIL-FILE ASSIGN TO "DEDDTL"
000773         ORGANIZATION IS LINE SEQUENTIAL
000775         FILE STATUS IS WS-DEDDTL-STATUS.
000776     SELECT LABOR-DISTRIBUTION-FILE ASSIGN TO "LABDTL"
000777         ORGANIZATION IS LINE SEQUENTIAL
000778         FILE STATUS IS WS-LABDTL-STATUS.

000779 DATA DIVISION.
000780 FILE SECTION.
000790*****************************************************************
000800* PAYROLL-OUTPUT-FILE - COMPUTED PAYROLL DETAIL WRITTEN BY
000990*                   ONE BALANCED ENTRY: DEBITS EQUAL CREDITS.
001000*****************************************************************
001010 FD  GL-POSTING-FILE.
001065     COPY GLPREC.

001120*****************************************************************
001130* GL-REPORT - THE POSTING SUMMARY HANDED TO ACCOUNTING WITH THE
001230*****************************************************************
001240 FD  RUN-CONTROL-FILE.
001250     COPY RUNCTREC.
001251*****************************************************************
001252* SUPP-OUTPUT-FILE - AN OFF-CYCLE RUN'S PAYMENTS FROM
001253*                    SUPPLEMENTAL-PAY, IN THE PAYOUTREC LAYOUT.
001254*                    READ THROUGH THE PAYROLL OUTPUT RECORD AREA
001255*                    WHEN THE OFFCYCLE OPTION IS GIVEN.
001256*****************************************************************
001258 FD  SUPP-OUTPUT-FILE.
001259 01  SUPP-OUTPUT-IMAGE           PIC X(132).

001260*****************************************************************
001261* SUPP-REGISTER-FILE - AN OFF-CYCLE RUN'S REGISTER, WITH THE SAME
001262*                      GRAND TOTAL LINE AS PAYREG. READ THROUGH
001263*                      THE REGISTER LINE WHEN THE OFFCYCLE OPTION
001265*                      IS GIVEN.
001266*****************************************************************
001267 FD  SUPP-REGISTER-FILE.
001268 01  SUPP-REGISTER-IMAGE         PIC X(94).

001269*****************************************************************
001270* SUPP-CONTROL-FILE - THE OFF-CYCLE RUN'S JOB-STEP STATUS RECORD
001271*                     (RUNCTREC LAYOUT), USED IN PLACE OF RUNCTL
001273*                     WHEN THE OFFCYCLE OPTION IS GIVEN
001274*****************************************************************
001275 FD  SUPP-CONTROL-FILE.
001276 01  SUPP-CONTROL-IMAGE          PIC X(22).

001277*****************************************************************
001278* DEDUCTION-DETAIL-FILE - THE PERIOD'S DEDUCTIONS ONE BY ONE, WITH
001279*                         THE PAYEE EACH IS OWED TO, WRITTEN BY
001280*                         MODIFY-RECORDS (SEE DEDDREC). NOT READ
001281*                         FOR AN OFF-CYCLE RUN, WHICH TAKES NO
001282*                         DEDUCTIONS.
001283*****************************************************************
001284 FD  DEDUCTION-DETAIL-FILE.
001285     COPY DEDDREC.

001286*****************************************************************
001287* LABOR-DISTRIBUTION-FILE - THE PERIOD'S PAYCHECKS SPLIT BY
001288*                           CHARGED DEPARTMENT, WRITTEN BY
001289*                           MODIFY-RECORDS (SEE LABDREC). NOT READ
001290*                           FOR AN OFF-CYCLE RUN, WHICH POSTS TO
001291*                           HOME DEPARTMENTS.
001292*****************************************************************
001293 FD  LABOR-DISTRIBUTION-FILE.
001294     COPY LABDREC.

001295 WORKING-STORAGE SECTION.
001296 77  WS-EMPFILE-STATUS           PIC X(02).
001297 77  WS-REGISTER-STATUS          PIC X(02).
001298 77  WS-RUN-DATE                 PIC 9(06).
001300 77  WS-RUNCTL-STATUS            PIC X(02).
001310 77  WS-RC-PERIOD                PIC 9(04) VALUE ZERO.
001320 77  WS-OVERRIDE-TALLY           PIC 9(02) VALUE ZERO.
001326 77  WS-RUNCTL-HOLD              PIC X(22).
001332 77  WS-SUPPOUT-STATUS           PIC X(02).
001334 77  WS-SUPPREG-STATUS           PIC X(02).
001336 77  WS-SUPPCTL-STATUS           PIC X(02).
001338 77  WS-OFFCYCLE-TALLY           PIC 9(02) VALUE ZERO.
001339 77  WS-DEDDTL-STATUS            PIC X(02).
001342 77  WS-LABDTL-STATUS            PIC X(02).
001346 77  WS-DEPT-COUNT               PIC 9(03) VALUE ZERO.
001350*****************************************************************
001360* WS-DEPT-LIMIT IS ONE LESS THAN THE TABLE SIZE SO THE LAST
001370* SLOT IS ALWAYS FREE FOR THE "****" CATCH-ALL DEPARTMENT
001570         88  RUN-WAS-CANCELLED       VALUE "Y".
001580     05  WS-OVERRIDE-SWITCH  PIC X(01) VALUE "N".
001590         88  OVERRIDE-GIVEN          VALUE "Y".
001593     05  WS-OFFCYCLE-SWITCH  PIC X(01) VALUE "N".
001596         88  OFF-CYCLE-RUN           VALUE "Y".
001598     05  WS-DEDDTL-OPEN-SWITCH PIC X(01) VALUE "N".
001600         88  DEDUCTION-DETAIL-OPEN   VALUE "Y".
001603     05  WS-DEDDTL-EOF-SWITCH PIC X(01) VALUE "N".
001605         88  END-OF-DEDUCTION-DETAIL VALUE "Y".
001607     05  WS-LABDTL-USE-SWITCH PIC X(01) VALUE "N".
001609         88  LABOR-DISTRIBUTION-USED VALUE "Y".
001611     05  WS-LABDTL-EOF-SWITCH PIC X(01) VALUE "N".
001613         88  END-OF-LABOR-DISTRIBUTION VALUE "Y".

001615 01  WS-COMMAND-LINE             PIC X(80).

001617*****************************************************************
001620* WS-DEPT-TABLE - WAGE EXPENSE ACCUMULATED BY DEPARTMENT. AN
001630*                 EMPLOYEE NO LONGER ON THE MASTER (PAID, THEN
001640*                 DELETED BEFORE THIS EXTRACT RAN) POSTS UNDER
001700         10  WS-DEPT-CODE        PIC X(04).
001710         10  WS-DEPT-GROSS       PIC 9(08)V99.

001711*****************************************************************
001712* THIRD-PARTY DEDUCTION PAYEES AND THEIR LIABILITY ACCOUNTS, WITH
001713* THE PERIOD'S DEDUCTIONS TOTALED BY PAYEE ALONGSIDE. AN ENTRY IN
001714* WS-PAYEE-DED-TOTAL LINES UP WITH THE SAME ENTRY IN PAYEETBL.
001715*****************************************************************
001716     COPY PAYEETBL.

001717 01  WS-PAYEE-POSTING-TABLE.
001718     05  WS-PAYEE-DED-TOTAL      PIC 9(08)V99
001719             OCCURS 20 TIMES.

001720 01  WS-POSTING-TOTALS.
001730     05  WS-TOTAL-GROSS-PAY      PIC 9(08)V99  VALUE ZERO.
001740     05  WS-TOTAL-WITHHOLDING    PIC 9(08)V99  VALUE ZERO.
001790     05  WS-TOTAL-NET-PAY        PIC S9(08)V99 VALUE ZERO.
001800     05  WS-TOTAL-DEBITS         PIC 9(09)V99  VALUE ZERO.
001810     05  WS-TOTAL-CREDITS        PIC 9(09)V99  VALUE ZERO.
001813     05  WS-TOTAL-PAYEE-DED      PIC 9(08)V99  VALUE ZERO.
001816     05  WS-UNASSIGNED-DED       PIC S9(08)V99 VALUE ZERO.
001818     05  WS-TOTAL-LABOR-GROSS    PIC 9(08)V99  VALUE ZERO.

001820*****************************************************************
001830* WS-REG-TOTAL-DETAIL - OVERLAY OF THE REGISTER'S GRAND TOTAL
002520     ELSE
002530         PERFORM 2000-PROCESS-PAYROLL-RECORDS
002540             THRU 2000-PROCESS-PAYROLL-RECORDS-EXIT
002543         PERFORM 2500-DISTRIBUTE-WAGE-EXPENSE
002546             THRU 2500-DISTRIBUTE-WAGE-EXPENSE-EXIT
002550         PERFORM 2300-READ-REGISTER-TOTAL
002560             THRU 2300-READ-REGISTER-TOTAL-EXIT
002563         PERFORM 2400-TOTAL-DEDUCTIONS-BY-PAYEE
002566             THRU 2400-TOTAL-DEDUCTIONS-BY-PAYEE-EXIT
002570         PERFORM 3000-WRITE-POSTINGS
002580             THRU 3000-WRITE-POSTINGS-EXIT
002590         PERFORM 3500-TERMINATE
002790         SET RUN-WAS-CANCELLED TO TRUE
002800         GO TO 1000-INITIALIZE-EXIT
002810     END-IF
002813     IF OFF-CYCLE-RUN
002817         OPEN INPUT SUPP-OUTPUT-FILE
002821         OPEN INPUT SUPP-REGISTER-FILE
002825     ELSE
002828         OPEN INPUT PAYROLL-OUTPUT-FILE
002832         OPEN INPUT REGISTER-FILE
002836     END-IF
002840     OPEN OUTPUT GL-POSTING-FILE
002850     OPEN OUTPUT GL-REPORT
002860     MOVE WS-RUN-DATE TO RH-RUN-DATE
002940*                          PAYROLL OUTPUT FILE CARRIES, AND
002950*                          REFUSE A SECOND POSTING RUN WITHOUT
002960*                          THE "OVERRIDE" COMMAND-LINE OPTION
002962*                          (THE "OFFCYCLE" OPTION CHECKS AN
002965*                          OFF-CYCLE RUN'S SUPPCTL AND SUPPOUT
002967*                          IN PLACE OF RUNCTL AND OUTFILE)
002970*****************************************************************
002980 1100-CHECK-RUN-CONTROL.
002990     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
003030     IF WS-OVERRIDE-TALLY > ZERO
003040         SET OVERRIDE-GIVEN TO TRUE
003050     END-IF
003059     MOVE ZERO TO WS-OFFCYCLE-TALLY
003068     INSPECT WS-COMMAND-LINE
003078         TALLYING WS-OFFCYCLE-TALLY FOR ALL "OFFCYCLE"
003087     IF WS-OFFCYCLE-TALLY > ZERO
003097         SET OFF-CYCLE-RUN TO TRUE
003106     END-IF
003115     IF OFF-CYCLE-RUN
003125         PERFORM 1120-READ-SUPP-CONTROL
003134             THRU 1120-READ-SUPP-CONTROL-EXIT
003144     ELSE
003153         PERFORM 1110-READ-RUN-CONTROL
003162             THRU 1110-READ-RUN-CONTROL-EXIT
003172     END-IF
003181     IF RUN-WAS-CANCELLED
003191         GO TO 1100-CHECK-RUN-CONTROL-EXIT
003200     END-IF
003210     MOVE RC-PERIOD-NUMBER TO WS-RC-PERIOD
003220     IF NOT CHECK-STEP-DONE
003230         DISPLAY "CHECK-PRINT STEP NOT COMPLETED - GL POSTING "
003290         DISPLAY "GIVE THE OVERRIDE OPTION TO RERUN"
003300         SET RUN-WAS-CANCELLED TO TRUE
003310     END-IF
003316     IF NOT RUN-WAS-CANCELLED
003322         IF OFF-CYCLE-RUN
003328             PERFORM 1160-CHECK-SUPP-OUTPUT-RUN
003334                 THRU 1160-CHECK-SUPP-OUTPUT-RUN-EXIT
003340         ELSE
003346             PERFORM 1150-CHECK-OUTPUT-PERIOD
003352                 THRU 1150-CHECK-OUTPUT-PERIOD-EXIT
003358         END-IF
003364     END-IF.
003370 1100-CHECK-RUN-CONTROL-EXIT.
003380     EXIT.
003381*****************************************************************
003382* 1110-READ-RUN-CONTROL - READ THE REGULAR PERIOD'S RUNCTL RECORD
003383*****************************************************************
003384 1110-READ-RUN-CONTROL.
003385     OPEN INPUT RUN-CONTROL-FILE
003386     IF WS-RUNCTL-STATUS = "35"
003387         DISPLAY "RUN CONTROL NOT FOUND - RUN THE EARLIER "
003388             "PAYROLL STEPS FIRST"
003389         SET RUN-WAS-CANCELLED TO TRUE
003390         GO TO 1110-READ-RUN-CONTROL-EXIT
003391     END-IF
003393     READ RUN-CONTROL-FILE
003394         AT END
003395             DISPLAY "RUN CONTROL EMPTY - RUN THE EARLIER "
003396                 "PAYROLL STEPS FIRST"
003397             SET RUN-WAS-CANCELLED TO TRUE
003398     END-READ
003399     CLOSE RUN-CONTROL-FILE.
003400 1110-READ-RUN-CONTROL-EXIT.
003401     EXIT.

003402*****************************************************************
003403* 1120-READ-SUPP-CONTROL - READ AN OFF-CYCLE RUN'S SUPPCTL RECORD
003405*                          INTO THE RUN CONTROL RECORD AREA
003406*****************************************************************
003407 1120-READ-SUPP-CONTROL.
003408     OPEN INPUT SUPP-CONTROL-FILE
003409     IF WS-SUPPCTL-STATUS = "35"
003410         DISPLAY "SUPPLEMENTAL RUN CONTROL NOT FOUND - RUN "
003411             "SUPPLEMENTAL-PAY FIRST"
003412         SET RUN-WAS-CANCELLED TO TRUE
003413         GO TO 1120-READ-SUPP-CONTROL-EXIT
003414     END-IF
003415     READ SUPP-CONTROL-FILE INTO RUN-CONTROL-RECORD
003416         AT END
003418             DISPLAY "SUPPLEMENTAL RUN CONTROL EMPTY - RUN "
003419                 "SUPPLEMENTAL-PAY FIRST"
003420             SET RUN-WAS-CANCELLED TO TRUE
003421     END-READ
003422     CLOSE SUPP-CONTROL-FILE.
003423 1120-READ-SUPP-CONTROL-EXIT.
003424     EXIT.

003425*****************************************************************
003426* 1150-CHECK-OUTPUT-PERIOD - THE PAYROLL OUTPUT FILE MUST CARRY
003427*                            THE SAME PERIOD NUMBER AS THE RUN
003428*                            CONTROL - A LEFTOVER OUTFILE FROM
003430*                            A PRIOR PERIOD IS REFUSED
003440*****************************************************************
003450 1150-CHECK-OUTPUT-PERIOD.
003580     CLOSE PAYROLL-OUTPUT-FILE.
003590 1150-CHECK-OUTPUT-PERIOD-EXIT.
003600     EXIT.
003601*****************************************************************
003602* 1160-CHECK-SUPP-OUTPUT-RUN - SUPPOUT MUST CARRY THE SAME
003603*                              OFF-CYCLE RUN NUMBER AS SUPPCTL
003604*****************************************************************
003605 1160-CHECK-SUPP-OUTPUT-RUN.
003606     OPEN INPUT SUPP-OUTPUT-FILE
003607     IF WS-SUPPOUT-STATUS = "35"
003608         DISPLAY "SUPPLEMENTAL OUTPUT NOT FOUND - RUN REFUSED"
003609         SET RUN-WAS-CANCELLED TO TRUE
003610         GO TO 1160-CHECK-SUPP-OUTPUT-RUN-EXIT
003611     END-IF
003612     READ SUPP-OUTPUT-FILE INTO PAYROLL-OUTPUT-RECORD
003613         AT END
003615             CLOSE SUPP-OUTPUT-FILE
003616             GO TO 1160-CHECK-SUPP-OUTPUT-RUN-EXIT
003617     END-READ
003618     IF PERIOD-NUMBER-OUT NOT = WS-RC-PERIOD
003619         DISPLAY "SUPPLEMENTAL OUTPUT IS FOR RUN "
003620             PERIOD-NUMBER-OUT " NOT " WS-RC-PERIOD
003621             " - STALE SUPPOUT, RUN REFUSED"
003622         SET RUN-WAS-CANCELLED TO TRUE
003623     END-IF
003624     CLOSE SUPP-OUTPUT-FILE.
003625 1160-CHECK-SUPP-OUTPUT-RUN-EXIT.
003626     EXIT.

003627*****************************************************************
003628* 2000-PROCESS-PAYROLL-RECORDS - READ/LOOK UP/ACCUMULATE LOOP
003630*****************************************************************
003640 2000-PROCESS-PAYROLL-RECORDS.
003650     PERFORM 2100-READ-PAYROLL-RECORD
003740     EXIT.

003750 2100-READ-PAYROLL-RECORD.
003751     IF OFF-CYCLE-RUN
003752         READ SUPP-OUTPUT-FILE INTO PAYROLL-OUTPUT-RECORD
003753             AT END
003755                 MOVE "Y" TO EOF-FLAG
003756         END-READ
003757         GO TO 2100-READ-PAYROLL-RECORD-EXIT
003758     END-IF
003760     READ PAYROLL-OUTPUT-FILE
003770         AT END
003780             MOVE "Y" TO EOF-FLAG
004550*                            PRINTED GROSS FIGURE FOR THE TIE
004560*****************************************************************
004570 2300-READ-REGISTER-TOTAL.
004572     IF OFF-CYCLE-RUN
004575         MOVE WS-SUPPREG-STATUS TO WS-REGISTER-STATUS
004577     END-IF
004580     IF WS-REGISTER-STATUS = "35"
004590         GO TO 2300-READ-REGISTER-TOTAL-EXIT
004600     END-IF
004650     EXIT.

004660 2350-READ-REGISTER-LINE.
004661     IF OFF-CYCLE-RUN
004662         READ SUPP-REGISTER-FILE INTO REGISTER-LINE
004663             AT END
004665                 MOVE "Y" TO WS-REGISTER-EOF-SWITCH
004666         END-READ
004667         IF NOT END-OF-REGISTER
004668                 AND REGISTER-LINE(1:11) = "GRAND TOTAL"
004670             SET REGISTER-TOTAL-FOUND TO TRUE
004671             MOVE REGISTER-LINE TO WS-REG-TOTAL-DETAIL
004672             MOVE WS-REG-GROSS-EDIT TO WS-REG-GROSS-PAY
004673             MOVE WS-REG-NET-EDIT   TO WS-REG-NET-PAY
004675         END-IF
004676         GO TO 2350-READ-REGISTER-LINE-EXIT
004677     END-IF
004678     READ REGISTER-FILE
004680         AT END
004690             MOVE "Y" TO WS-REGISTER-EOF-SWITCH
004700         NOT AT END
004780 2350-READ-REGISTER-LINE-EXIT.
004790     EXIT.

004791*****************************************************************
004792* 2400-TOTAL-DEDUCTIONS-BY-PAYEE - TOTAL THE PERIOD'S DEDUCTION
004793*                                 DETAIL BY PAYEE FOR THE
004794*                                 LIABILITY CREDITS. A MISSING
004795*                                 DETAIL FILE, OR ONE LEFT OVER
004796*                                 FROM ANOTHER PERIOD, LEAVES
004797*                                 EVERYTHING TO POST TO THE
004798*                                 GENERAL DEDUCTIONS ACCOUNT.
004799*****************************************************************
004800 2400-TOTAL-DEDUCTIONS-BY-PAYEE.
004801     MOVE ZERO TO WS-PAYEE-POSTING-TABLE
004802     IF OFF-CYCLE-RUN
004803         GO TO 2400-TOTAL-DEDUCTIONS-BY-PAYEE-EXIT
004804     END-IF
004805     OPEN INPUT DEDUCTION-DETAIL-FILE
004806     IF WS-DEDDTL-STATUS = "35"
004807         DISPLAY "DEDUCTION DETAIL NOT FOUND - DEDUCTIONS POST "
004808             "TO " WS-DED-LIABILITY-ACCOUNT
004809         GO TO 2400-TOTAL-DEDUCTIONS-BY-PAYEE-EXIT
004810     END-IF
004811     SET DEDUCTION-DETAIL-OPEN TO TRUE
004812     PERFORM 2450-READ-DEDUCTION-DETAIL
004813         THRU 2450-READ-DEDUCTION-DETAIL-EXIT
004814         UNTIL END-OF-DEDUCTION-DETAIL.
004815 2400-TOTAL-DEDUCTIONS-BY-PAYEE-EXIT.
004816     EXIT.

004817 2450-READ-DEDUCTION-DETAIL.
004818     READ DEDUCTION-DETAIL-FILE
004819         AT END
004820             SET END-OF-DEDUCTION-DETAIL TO TRUE
004821             GO TO 2450-READ-DEDUCTION-DETAIL-EXIT
004822     END-READ
004823     IF DD-PERIOD NOT = WS-RC-PERIOD
004824         DISPLAY "DEDUCTION DETAIL IS FOR PERIOD " DD-PERIOD
004825             " NOT " WS-RC-PERIOD " - DEDUCTIONS POST TO "
004826             WS-DED-LIABILITY-ACCOUNT
004827         MOVE ZERO TO WS-PAYEE-POSTING-TABLE
004828         MOVE ZERO TO WS-TOTAL-PAYEE-DED
004830         SET END-OF-DEDUCTION-DETAIL TO TRUE
004831         GO TO 2450-READ-DEDUCTION-DETAIL-EXIT
004832     END-IF
004833     SET WS-PAYEE-IDX TO 1
004834     SEARCH WS-PAYEE-ENTRY
004835         AT END
004836             DISPLAY "DEDUCTION " DD-EMP-ID "/" DD-DED-SEQ-NO
004837                 " PAYEE " DD-PAYEE-CODE " NOT ON PAYEE TABLE"
004838         WHEN WS-PAYEE-CODE(WS-PAYEE-IDX) = DD-PAYEE-CODE
004839             ADD DD-AMOUNT TO WS-PAYEE-DED-TOTAL(WS-PAYEE-IDX)
004840             ADD DD-AMOUNT TO WS-TOTAL-PAYEE-DED
004841     END-SEARCH.
004842 2450-READ-DEDUCTION-DETAIL-EXIT.
004843     EXIT.

004844*****************************************************************
004845* 2500-DISTRIBUTE-WAGE-EXPENSE - REBUILD THE DEPARTMENT WAGE
004846*                                EXPENSE TOTALS FROM THE PERIOD'S
004847*                                LABOR DISTRIBUTION SO EACH DOLLAR
004848*                                IS DEBITED TO THE DEPARTMENT ITS
004849*                                HOURS WERE CHARGED TO. THE FILE
004850*                                IS ONLY USED WHEN IT IS FOR THIS
004851*                                PERIOD AND ITS GROSS TIES TO THE
004852*                                PAYROLL OUTPUT'S; OTHERWISE THE
004853*                                HOME DEPARTMENT TOTALS BUILT BY
004854*                                2200 STAND.
004855*****************************************************************
004856 2500-DISTRIBUTE-WAGE-EXPENSE.
004857     IF OFF-CYCLE-RUN
004858         GO TO 2500-DISTRIBUTE-WAGE-EXPENSE-EXIT
004859     END-IF
004860     OPEN INPUT LABOR-DISTRIBUTION-FILE
004861     IF WS-LABDTL-STATUS = "35"
004863         DISPLAY "LABOR DISTRIBUTION NOT FOUND - WAGE EXPENSE "
004864             "POSTS TO HOME DEPARTMENTS"
004865         GO TO 2500-DISTRIBUTE-WAGE-EXPENSE-EXIT
004866     END-IF
004867     SET LABOR-DISTRIBUTION-USED TO TRUE
004868     PERFORM 2550-TOTAL-LABOR-DISTRIBUTION
004869         THRU 2550-TOTAL-LABOR-DISTRIBUTION-EXIT
004870         UNTIL END-OF-LABOR-DISTRIBUTION
004871     CLOSE LABOR-DISTRIBUTION-FILE
004872     IF LABOR-DISTRIBUTION-USED
004873             AND WS-TOTAL-LABOR-GROSS NOT = WS-TOTAL-GROSS-PAY
004874         DISPLAY "LABOR DISTRIBUTION DOES NOT TIE TO "
004875             "GROSS-PAY-OUT - WAGE EXPENSE POSTS TO HOME "
004876             "DEPARTMENTS"
004877         MOVE "N" TO WS-LABDTL-USE-SWITCH
004878     END-IF
004879     IF NOT LABOR-DISTRIBUTION-USED
004880         GO TO 2500-DISTRIBUTE-WAGE-EXPENSE-EXIT
004882     END-IF
004883     MOVE ZERO TO WS-DEPT-COUNT
004884     MOVE "N" TO WS-LABDTL-EOF-SWITCH
004885     OPEN INPUT LABOR-DISTRIBUTION-FILE
004886     PERFORM 2560-CHARGE-LABOR-DISTRIBUTION
004887         THRU 2560-CHARGE-LABOR-DISTRIBUTION-EXIT
004888         UNTIL END-OF-LABOR-DISTRIBUTION
004889     CLOSE LABOR-DISTRIBUTION-FILE.
004890 2500-DISTRIBUTE-WAGE-EXPENSE-EXIT.
004891     EXIT.

004892 2550-TOTAL-LABOR-DISTRIBUTION.
004893     READ LABOR-DISTRIBUTION-FILE
004894         AT END
004895             SET END-OF-LABOR-DISTRIBUTION TO TRUE
004896             GO TO 2550-TOTAL-LABOR-DISTRIBUTION-EXIT
004897     END-READ
004898     IF LD-PERIOD NOT = WS-RC-PERIOD
004899         DISPLAY "LABOR DISTRIBUTION IS FOR PERIOD " LD-PERIOD
004900             " NOT " WS-RC-PERIOD " - WAGE EXPENSE POSTS TO "
004902             "HOME DEPARTMENTS"
004903         MOVE "N" TO WS-LABDTL-USE-SWITCH
004904         SET END-OF-LABOR-DISTRIBUTION TO TRUE
004905         GO TO 2550-TOTAL-LABOR-DISTRIBUTION-EXIT
004906     END-IF
004907     ADD LD-GROSS-PAY TO WS-TOTAL-LABOR-GROSS.
004908 2550-TOTAL-LABOR-DISTRIBUTION-EXIT.
004909     EXIT.

004910 2560-CHARGE-LABOR-DISTRIBUTION.
004911     READ LABOR-DISTRIBUTION-FILE
004912         AT END
004913             SET END-OF-LABOR-DISTRIBUTION TO TRUE
004914             GO TO 2560-CHARGE-LABOR-DISTRIBUTION-EXIT
004915     END-READ
004916     MOVE LD-CHARGE-DEPT TO EMP-DEPT
004917     PERFORM 2250-FIND-DEPT-ENTRY
004918         THRU 2250-FIND-DEPT-ENTRY-EXIT
004919     ADD LD-GROSS-PAY TO WS-DEPT-GROSS(WS-DEPT-IDX).
004921 2560-CHARGE-LABOR-DISTRIBUTION-EXIT.
004922     EXIT.

004923*****************************************************************
004924* 3000-WRITE-POSTINGS - THE BALANCED JOURNAL ENTRY: ONE WAGE
004925*                       EXPENSE DEBIT PER DEPARTMENT, ONE DEBIT
004926*                       TO EMPLOYER TAX EXPENSE, CREDITS TO THE
004927*                       WITHHOLDING, EMPLOYER TAX, AND EMPLOYEE
004928*                       DEDUCTION LIABILITY ACCOUNTS, AND ONE
004929*                       CREDIT TO CASH FOR TOTAL NET PAY
004930*                       (THE DEDUCTION LIABILITY IS CREDITED
004931*                       PAYEE BY PAYEE)
004932*****************************************************************
004933 3000-WRITE-POSTINGS.
004934     PERFORM 3100-WRITE-DEPT-DEBIT
004935         THRU 3100-WRITE-DEPT-DEBIT-EXIT
004936         VARYING WS-DEPT-IDX FROM 1 BY 1
004937         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
004938     PERFORM 3150-WRITE-EMPLOYER-TAXES
004940         THRU 3150-WRITE-EMPLOYER-TAXES-EXIT
004950     MOVE SPACES TO GL-POSTING-RECORD
004960     MOVE WS-TAX-LIABILITY-ACCOUNT TO GL-ACCOUNT
005000     MOVE "TAX WITHHOLDING PAYABLE" TO GL-DESCRIPTION
005010     PERFORM 3200-WRITE-POSTING-RECORD
005020         THRU 3200-WRITE-POSTING-RECORD-EXIT
005050     PERFORM 3250-WRITE-PAYEE-CREDITS
005080         THRU 3250-WRITE-PAYEE-CREDITS-EXIT
005110     MOVE SPACES TO GL-POSTING-RECORD
005120     MOVE WS-CASH-ACCOUNT      TO GL-ACCOUNT
005130     MOVE SPACES               TO GL-DEPT
005870 3200-WRITE-POSTING-RECORD-EXIT.
005880     EXIT.

005881*****************************************************************
005882* 3250-WRITE-PAYEE-CREDITS - ONE CREDIT PER PAYEE OWED ANYTHING
005883*                            THIS PERIOD, TO THE PAYEE'S OWN
005884*                            LIABILITY ACCOUNT. WHATEVER PART OF
005885*                            THE DEDUCTIONS ON THE PAYROLL OUTPUT
005886*                            THE DETAIL DID NOT ASSIGN TO A PAYEE
005887*                            IS CREDITED (OR, IF THE DETAIL CAME
005889*                            TO MORE, DEBITED) TO THE GENERAL
005890*                            EMPLOYEE DEDUCTIONS ACCOUNT SO THE
005891*                            ENTRY STILL BALANCES.
005892*****************************************************************
005893 3250-WRITE-PAYEE-CREDITS.
005894     PERFORM 3260-WRITE-ONE-PAYEE-CREDIT
005895         THRU 3260-WRITE-ONE-PAYEE-CREDIT-EXIT
005896         VARYING WS-PAYEE-IDX FROM 1 BY 1
005898         UNTIL WS-PAYEE-IDX > WS-PAYEE-COUNT
005899     COMPUTE WS-UNASSIGNED-DED =
005900         WS-TOTAL-OTHER-DED - WS-TOTAL-PAYEE-DED
005901     IF WS-UNASSIGNED-DED = ZERO
005902         GO TO 3250-WRITE-PAYEE-CREDITS-EXIT
005903     END-IF
005904     IF DEDUCTION-DETAIL-OPEN
005905         DISPLAY "DEDUCTION DETAIL DOES NOT TIE TO OTHER-DEDS-OUT"
005907             " - DIFFERENCE POSTED TO " WS-DED-LIABILITY-ACCOUNT
005908     END-IF
005909     MOVE SPACES TO GL-POSTING-RECORD
005910     MOVE WS-DED-LIABILITY-ACCOUNT TO GL-ACCOUNT
005911     MOVE SPACES               TO GL-DEPT
005912     IF WS-UNASSIGNED-DED > ZERO
005913         MOVE ZERO              TO GL-DEBIT-AMOUNT
005915         MOVE WS-UNASSIGNED-DED TO GL-CREDIT-AMOUNT
005916     ELSE
005917         MOVE WS-UNASSIGNED-DED TO GL-DEBIT-AMOUNT
005918         MOVE ZERO              TO GL-CREDIT-AMOUNT
005919     END-IF
005920     MOVE "EMPLOYEE DEDS PAYABLE" TO GL-DESCRIPTION
005921     PERFORM 3200-WRITE-POSTING-RECORD
005922         THRU 3200-WRITE-POSTING-RECORD-EXIT.
005924 3250-WRITE-PAYEE-CREDITS-EXIT.
005925     EXIT.

005926 3260-WRITE-ONE-PAYEE-CREDIT.
005927     IF WS-PAYEE-DED-TOTAL(WS-PAYEE-IDX) = ZERO
005928         GO TO 3260-WRITE-ONE-PAYEE-CREDIT-EXIT
005929     END-IF
005930     MOVE SPACES TO GL-POSTING-RECORD
005931     MOVE WS-PAYEE-GL-ACCOUNT(WS-PAYEE-IDX) TO GL-ACCOUNT
005933     MOVE SPACES               TO GL-DEPT
005934     MOVE ZERO                 TO GL-DEBIT-AMOUNT
005935     MOVE WS-PAYEE-DED-TOTAL(WS-PAYEE-IDX) TO GL-CREDIT-AMOUNT
005936     MOVE WS-PAYEE-NAME(WS-PAYEE-IDX) TO GL-DESCRIPTION
005937     PERFORM 3200-WRITE-POSTING-RECORD
005938         THRU 3200-WRITE-POSTING-RECORD-EXIT.
005939 3260-WRITE-ONE-PAYEE-CREDIT-EXIT.
005940     EXIT.

005942*****************************************************************
005943* 3400-STAMP-RUN-CONTROL - MARK THE GL STEP DONE FOR THE PERIOD
005944*                          (ONLY AFTER A CLEAN, BALANCED RUN)
005945*                          SO A SECOND POSTING IS REFUSED
005946*                          WITHOUT THE OVERRIDE
005947*                          (ON SUPPCTL FOR AN OFF-CYCLE RUN)
005948*****************************************************************
005950 3400-STAMP-RUN-CONTROL.
005951     IF OFF-CYCLE-RUN
005953         PERFORM 3450-STAMP-SUPP-CONTROL
005955             THRU 3450-STAMP-SUPP-CONTROL-EXIT
005956         GO TO 3400-STAMP-RUN-CONTROL-EXIT
005958     END-IF
005960     OPEN INPUT RUN-CONTROL-FILE
005970     IF WS-RUNCTL-STATUS = "35"
005980         GO TO 3400-STAMP-RUN-CONTROL-EXIT
006110     CLOSE RUN-CONTROL-FILE.
006120 3400-STAMP-RUN-CONTROL-EXIT.
006130     EXIT.
006131*****************************************************************
006132* 3450-STAMP-SUPP-CONTROL - MARK THE GL STEP DONE ON AN OFF-CYCLE
006133*                           RUN'S SUPPCTL RECORD
006134*****************************************************************
006136 3450-STAMP-SUPP-CONTROL.
006137     OPEN INPUT SUPP-CONTROL-FILE
006138     IF WS-SUPPCTL-STATUS = "35"
006139         GO TO 3450-STAMP-SUPP-CONTROL-EXIT
006140     END-IF
006142     READ SUPP-CONTROL-FILE INTO WS-RUNCTL-HOLD
006143         AT END
006144             CLOSE SUPP-CONTROL-FILE
006145             GO TO 3450-STAMP-SUPP-CONTROL-EXIT
006146     END-READ
006148     CLOSE SUPP-CONTROL-FILE
006149     OPEN OUTPUT SUPP-CONTROL-FILE
006150     MOVE WS-RUNCTL-HOLD TO RUN-CONTROL-RECORD
006151     MOVE "C" TO RC-GL-STATUS
006152     WRITE SUPP-CONTROL-IMAGE FROM RUN-CONTROL-RECORD
006154     CLOSE SUPP-CONTROL-FILE.
006155 3450-STAMP-SUPP-CONTROL-EXIT.
006156     EXIT.

006157*****************************************************************
006158* 3500-TERMINATE - PROVE DEBITS EQUAL CREDITS, TIE THE POSTED
006160*                  WAGE EXPENSE TO THE REGISTER GRAND TOTAL,
006170*                  AND CLOSE THE FILES
006180*****************************************************************
006370         MOVE 8 TO RETURN-CODE
006380     END-IF
006390     WRITE GL-REPORT-LINE FROM WS-REPORT-TIE-LINE
006394     IF OFF-CYCLE-RUN
006398         CLOSE SUPP-OUTPUT-FILE
006403         CLOSE SUPP-REGISTER-FILE
006407     ELSE
006412         CLOSE PAYROLL-OUTPUT-FILE
006416         CLOSE REGISTER-FILE
006421     END-IF
006422     IF DEDUCTION-DETAIL-OPEN
006423         CLOSE DEDUCTION-DETAIL-FILE
006424     END-IF
006425     CLOSE EMPLOYEE-FILE
006430     CLOSE GL-POSTING-FILE
006440     CLOSE GL-REPORT.
006450 3500-TERMINATE-EXIT.
