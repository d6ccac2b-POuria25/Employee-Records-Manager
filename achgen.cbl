000640*                  WITHOUT THE "OVERRIDE" COMMAND-LINE OPTION,
000650*                  SO A BAD OR DUPLICATE ACH FILE CAN NO LONGER
000660*                  BE TRANSMITTED.
000661* 2026-10-15 RLS   NEW "OFFCYCLE" COMMAND-LINE OPTION PAYS AN
000662*                  OFF-CYCLE SUPPLEMENTAL RUN: THE PAYMENTS ARE
000663*                  READ FROM SUPPOUT (WRITTEN BY SUPPLEMENTAL-PAY)
000664*                  INSTEAD OF OUTFILE, AND THE RUN IS CHECKED
000665*                  AGAINST AND STAMPED ON ITS OWN JOB-STEP STATUS
000666*                  RECORD, SUPPCTL, SO THE REGULAR PERIOD'S RUNCTL
000667*                  IS NOT DISTURBED. PENDING REVERSALS ON REVOUT
000668*                  ARE LEFT FOR THE NEXT REGULAR PERIOD'S FILE.
000671* 2026-10-15 RLS   RUN CONTROL HOLD AREA WIDENED FOR THE NEW
000674*                  DEDUCTION-REMITTANCE STATUS (SEE RUNCTREC).
000677*****************************************************************
000680 ENVIRONMENT DIVISION.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000780     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-RUNCTL-STATUS.
000801     SELECT SUPP-OUTPUT-FILE ASSIGN TO "SUPPOUT"
000802         ORGANIZATION IS LINE SEQUENTIAL
000804         FILE STATUS IS WS-SUPPOUT-STATUS.
000805     SELECT SUPP-CONTROL-FILE ASSIGN TO "SUPPCTL"
000807         ORGANIZATION IS LINE SEQUENTIAL
000808         FILE STATUS IS WS-SUPPCTL-STATUS.

000810 DATA DIVISION.
000820 FILE SECTION.
001070*****************************************************************
001080 FD  RUN-CONTROL-FILE.
001090     COPY RUNCTREC.
001091*****************************************************************
001092* SUPP-OUTPUT-FILE - AN OFF-CYCLE RUN'S PAYMENTS FROM
001093*                    SUPPLEMENTAL-PAY, IN THE PAYOUTREC LAYOUT.
001094*                    READ THROUGH THE PAYROLL OUTPUT RECORD AREA
001095*                    WHEN THE OFFCYCLE OPTION IS GIVEN.
001097*****************************************************************
001098 FD  SUPP-OUTPUT-FILE.
001099 01  SUPP-OUTPUT-IMAGE           PIC X(132).

001100*****************************************************************
001101* SUPP-CONTROL-FILE - THE OFF-CYCLE RUN'S JOB-STEP STATUS RECORD
001102*                     (RUNCTREC LAYOUT), USED IN PLACE OF RUNCTL
001104*                     WHEN THE OFFCYCLE OPTION IS GIVEN
001105*****************************************************************
001106 FD  SUPP-CONTROL-FILE.
001107 01  SUPP-CONTROL-IMAGE          PIC X(22).

001108 WORKING-STORAGE SECTION.
001110 77  WS-RUN-DATE                 PIC 9(06).
001120 77  WS-RUN-TIME                 PIC 9(08).
001130 77  WS-ENTRY-COUNT               PIC 9(06) VALUE ZERO.
001280 77  WS-RUNCTL-STATUS             PIC X(02).
001290 77  WS-RC-PERIOD                 PIC 9(04) VALUE ZERO.
001300 77  WS-OVERRIDE-TALLY            PIC 9(02) VALUE ZERO.
001310 77  WS-RUNCTL-HOLD               PIC X(22).
001312 77  WS-SUPPOUT-STATUS            PIC X(02).
001315 77  WS-SUPPCTL-STATUS            PIC X(02).
001317 77  WS-OFFCYCLE-TALLY            PIC 9(02) VALUE ZERO.

001320 01  WS-COMMAND-LINE              PIC X(80).

001470         88  RUN-WAS-CANCELLED       VALUE "Y".
001480     05  WS-OVERRIDE-SWITCH  PIC X(01) VALUE "N".
001490         88  OVERRIDE-GIVEN          VALUE "Y".
001493     05  WS-OFFCYCLE-SWITCH  PIC X(01) VALUE "N".
001496         88  OFF-CYCLE-RUN           VALUE "Y".

001500*****************************************************************
001510* ACH-FILE-HEADER-RECORD - ONE PER FILE, IDENTIFIES ORIGIN AND
002500             THRU 2000-PROCESS-PAYROLL-RECORDS-EXIT
002510         PERFORM 2400-WRITE-CREDIT-BATCH-CONTROL
002520             THRU 2400-WRITE-CREDIT-BATCH-CONTROL-EXIT
002526         IF NOT OFF-CYCLE-RUN
002532             PERFORM 2500-PROCESS-REVERSALS
002538                 THRU 2500-PROCESS-REVERSALS-EXIT
002544         END-IF
002550         PERFORM 3000-TERMINATE
002560             THRU 3000-TERMINATE-EXIT
002570         PERFORM 3300-STAMP-RUN-CONTROL
002650 1000-INITIALIZE.
002660     ACCEPT WS-RUN-DATE FROM DATE
002670     ACCEPT WS-RUN-TIME FROM TIME
002673     IF OFF-CYCLE-RUN
002676         OPEN INPUT SUPP-OUTPUT-FILE
002680     ELSE
002683         OPEN INPUT PAYROLL-OUTPUT-FILE
002686     END-IF
002690     OPEN OUTPUT ACH-FILE
002700     MOVE WS-RUN-DATE           TO ACH-FH-FILE-DATE
002710     MOVE WS-RUN-TIME(1:4)      TO ACH-FH-FILE-TIME
002820*                          THE SAME PERIOD THE OUTPUT FILE
002830*                          CARRIES, AND A SECOND BUILD NEEDS
002840*                          THE "OVERRIDE" COMMAND-LINE OPTION
002842*                          (THE "OFFCYCLE" OPTION CHECKS AN
002845*                          OFF-CYCLE RUN'S SUPPCTL AND SUPPOUT
002847*                          IN PLACE OF RUNCTL AND OUTFILE)
002850*****************************************************************
002860 1050-CHECK-RUN-CONTROL.
002870     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
002910     IF WS-OVERRIDE-TALLY > ZERO
002920         SET OVERRIDE-GIVEN TO TRUE
002930     END-IF
002939     MOVE ZERO TO WS-OFFCYCLE-TALLY
002948     INSPECT WS-COMMAND-LINE
002958         TALLYING WS-OFFCYCLE-TALLY FOR ALL "OFFCYCLE"
002967     IF WS-OFFCYCLE-TALLY > ZERO
002977         SET OFF-CYCLE-RUN TO TRUE
002986     END-IF
002995     IF OFF-CYCLE-RUN
003005         PERFORM 1070-READ-SUPP-CONTROL
003014             THRU 1070-READ-SUPP-CONTROL-EXIT
003024     ELSE
003033         PERFORM 1055-READ-RUN-CONTROL
003042             THRU 1055-READ-RUN-CONTROL-EXIT
003052     END-IF
003061     IF RUN-WAS-CANCELLED
003071         GO TO 1050-CHECK-RUN-CONTROL-EXIT
003080     END-IF
003090     MOVE RC-PERIOD-NUMBER TO WS-RC-PERIOD
003100     IF NOT BALANCE-STEP-DONE
003110         DISPLAY "PAYROLL NOT YET BALANCED - ACH BUILD REFUSED"
003220         DISPLAY "GIVE THE OVERRIDE OPTION TO REBUILD"
003230         SET RUN-WAS-CANCELLED TO TRUE
003240     END-IF
003246     IF NOT RUN-WAS-CANCELLED
003252         IF OFF-CYCLE-RUN
003258             PERFORM 1080-CHECK-SUPP-OUTPUT-RUN
003264                 THRU 1080-CHECK-SUPP-OUTPUT-RUN-EXIT
003270         ELSE
003276             PERFORM 1060-CHECK-OUTPUT-PERIOD
003282                 THRU 1060-CHECK-OUTPUT-PERIOD-EXIT
003288         END-IF
003294     END-IF.
003300 1050-CHECK-RUN-CONTROL-EXIT.
003310     EXIT.
003311*****************************************************************
003312* 1055-READ-RUN-CONTROL - READ THE REGULAR PERIOD'S RUNCTL RECORD
003313*****************************************************************
003314 1055-READ-RUN-CONTROL.
003315     OPEN INPUT RUN-CONTROL-FILE
003316     IF WS-RUNCTL-STATUS = "35"
003317         DISPLAY "RUN CONTROL NOT FOUND - RUN PAYROLL AND "
003318             "BALANCING FIRST"
003319         SET RUN-WAS-CANCELLED TO TRUE
003320         GO TO 1055-READ-RUN-CONTROL-EXIT
003321     END-IF
003323     READ RUN-CONTROL-FILE
003324         AT END
003325             DISPLAY "RUN CONTROL EMPTY - RUN PAYROLL AND "
003326                 "BALANCING FIRST"
003327             SET RUN-WAS-CANCELLED TO TRUE
003328     END-READ
003329     CLOSE RUN-CONTROL-FILE.
003330 1055-READ-RUN-CONTROL-EXIT.
003331     EXIT.

003332*****************************************************************
003333* 1070-READ-SUPP-CONTROL - READ AN OFF-CYCLE RUN'S SUPPCTL RECORD
003335*                          INTO THE RUN CONTROL RECORD AREA
003336*****************************************************************
003337 1070-READ-SUPP-CONTROL.
003338     OPEN INPUT SUPP-CONTROL-FILE
003339     IF WS-SUPPCTL-STATUS = "35"
003340         DISPLAY "SUPPLEMENTAL RUN CONTROL NOT FOUND - RUN "
003341             "SUPPLEMENTAL-PAY FIRST"
003342         SET RUN-WAS-CANCELLED TO TRUE
003343         GO TO 1070-READ-SUPP-CONTROL-EXIT
003344     END-IF
003345     READ SUPP-CONTROL-FILE INTO RUN-CONTROL-RECORD
003346         AT END
003348             DISPLAY "SUPPLEMENTAL RUN CONTROL EMPTY - RUN "
003349                 "SUPPLEMENTAL-PAY FIRST"
003350             SET RUN-WAS-CANCELLED TO TRUE
003351     END-READ
003352     CLOSE SUPP-CONTROL-FILE.
003353 1070-READ-SUPP-CONTROL-EXIT.
003354     EXIT.

003355*****************************************************************
003356* 1060-CHECK-OUTPUT-PERIOD - THE PAYROLL OUTPUT FILE MUST CARRY
003357*                            THE SAME PERIOD NUMBER AS THE RUN
003358*                            CONTROL - A LEFTOVER OUTFILE FROM
003360*                            A PRIOR PERIOD IS REFUSED
003370*****************************************************************
003380 1060-CHECK-OUTPUT-PERIOD.
003510     CLOSE PAYROLL-OUTPUT-FILE.
003520 1060-CHECK-OUTPUT-PERIOD-EXIT.
003530     EXIT.
003531*****************************************************************
003532* 1080-CHECK-SUPP-OUTPUT-RUN - SUPPOUT MUST CARRY THE SAME
003533*                              OFF-CYCLE RUN NUMBER AS SUPPCTL
003534*****************************************************************
003535 1080-CHECK-SUPP-OUTPUT-RUN.
003536     OPEN INPUT SUPP-OUTPUT-FILE
003537     IF WS-SUPPOUT-STATUS = "35"
003538         DISPLAY "SUPPLEMENTAL OUTPUT NOT FOUND - RUN REFUSED"
003539         SET RUN-WAS-CANCELLED TO TRUE
003540         GO TO 1080-CHECK-SUPP-OUTPUT-RUN-EXIT
003541     END-IF
003542     READ SUPP-OUTPUT-FILE INTO PAYROLL-OUTPUT-RECORD
003543         AT END
003545             CLOSE SUPP-OUTPUT-FILE
003546             GO TO 1080-CHECK-SUPP-OUTPUT-RUN-EXIT
003547     END-READ
003548     IF PERIOD-NUMBER-OUT NOT = WS-RC-PERIOD
003549         DISPLAY "SUPPLEMENTAL OUTPUT IS FOR RUN "
003550             PERIOD-NUMBER-OUT " NOT " WS-RC-PERIOD
003551             " - STALE SUPPOUT, RUN REFUSED"
003552         SET RUN-WAS-CANCELLED TO TRUE
003553     END-IF
003554     CLOSE SUPP-OUTPUT-FILE.
003555 1080-CHECK-SUPP-OUTPUT-RUN-EXIT.
003556     EXIT.

003557*****************************************************************
003558* 2000-PROCESS-PAYROLL-RECORDS - ONE ENTRY DETAIL RECORD PER
003560*                                EMPLOYEE CARRYING A NET PAY
003570*                                CREDIT TO THEIR ACCOUNT. THE
003580*                                BATCH HEADER IS WRITTEN AFTER
003770     EXIT.

003780 2100-READ-PAYROLL-RECORD.
003781     IF OFF-CYCLE-RUN
003782         READ SUPP-OUTPUT-FILE INTO PAYROLL-OUTPUT-RECORD
003783             AT END
003785                 MOVE "Y" TO EOF-FLAG
003786         END-READ
003787         GO TO 2100-READ-PAYROLL-RECORD-EXIT
003788     END-IF
003790     READ PAYROLL-OUTPUT-FILE
003800         AT END
003810             MOVE "Y" TO EOF-FLAG
005430     WRITE ACH-RECORD FROM ACH-FILE-CONTROL-RECORD
005440     PERFORM 3200-WRITE-PADDING-RECORDS
005450         THRU 3200-WRITE-PADDING-RECORDS-EXIT
005453     IF OFF-CYCLE-RUN
005456         CLOSE SUPP-OUTPUT-FILE
005460     ELSE
005463         CLOSE PAYROLL-OUTPUT-FILE
005466     END-IF
005470     CLOSE ACH-FILE.
005480 3000-TERMINATE-EXIT.
005490     EXIT.
005510* 3300-STAMP-RUN-CONTROL - MARK THE ACH STEP DONE FOR THE
005520*                          PERIOD SO A SECOND BUILD IS REFUSED
005530*                          WITHOUT THE OVERRIDE
005535*                          (ON SUPPCTL FOR AN OFF-CYCLE RUN)
005540*****************************************************************
005550 3300-STAMP-RUN-CONTROL.
005551     IF OFF-CYCLE-RUN
005553         PERFORM 3350-STAMP-SUPP-CONTROL
005555             THRU 3350-STAMP-SUPP-CONTROL-EXIT
005556         GO TO 3300-STAMP-RUN-CONTROL-EXIT
005558     END-IF
005560     OPEN INPUT RUN-CONTROL-FILE
005570     IF WS-RUNCTL-STATUS = "35"
005580         GO TO 3300-STAMP-RUN-CONTROL-EXIT
005710     CLOSE RUN-CONTROL-FILE.
005720 3300-STAMP-RUN-CONTROL-EXIT.
005730     EXIT.
005731*****************************************************************
005732* 3350-STAMP-SUPP-CONTROL - MARK THE ACH STEP DONE ON AN
005733*                           OFF-CYCLE RUN'S SUPPCTL RECORD
005734*****************************************************************
005736 3350-STAMP-SUPP-CONTROL.
005737     OPEN INPUT SUPP-CONTROL-FILE
005738     IF WS-SUPPCTL-STATUS = "35"
005739         GO TO 3350-STAMP-SUPP-CONTROL-EXIT
005740     END-IF
005742     READ SUPP-CONTROL-FILE INTO WS-RUNCTL-HOLD
005743         AT END
005744             CLOSE SUPP-CONTROL-FILE
005745             GO TO 3350-STAMP-SUPP-CONTROL-EXIT
005746     END-READ
005748     CLOSE SUPP-CONTROL-FILE
005749     OPEN OUTPUT SUPP-CONTROL-FILE
005750     MOVE WS-RUNCTL-HOLD TO RUN-CONTROL-RECORD
005751     MOVE "C" TO RC-ACH-STATUS
005752     WRITE SUPP-CONTROL-IMAGE FROM RUN-CONTROL-RECORD
005754     CLOSE SUPP-CONTROL-FILE.
005755 3350-STAMP-SUPP-CONTROL-EXIT.
005756     EXIT.

005757*****************************************************************
005758* 3100-COMPUTE-BLOCK-COUNT - BLOCK COUNT IS THE TOTAL RECORD
005760*                            COUNT (FILE HEADER, BATCH HEADER,
005770*                            ONE ENTRY DETAIL PER ENROLLED
005780*                            EMPLOYEE, BATCH CONTROL, FILE
