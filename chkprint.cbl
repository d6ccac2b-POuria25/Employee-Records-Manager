000500*                  OUTPUT FILE CARRIES (SO A LEFTOVER OUTFILE
000510*                  FROM LAST PERIOD CANNOT BE PAID AGAIN), AND
000520*                  A SECOND PRINT NEEDS THE "OVERRIDE" OPTION.
000521* 2026-10-15 RLS   NEW "OFFCYCLE" COMMAND-LINE OPTION PRINTS THE
000523*                  CHECKS FOR AN OFF-CYCLE SUPPLEMENTAL RUN: THE
000525*                  PAYMENTS ARE READ FROM SUPPOUT (WRITTEN BY
000526*                  SUPPLEMENTAL-PAY) INSTEAD OF OUTFILE, AND THE
000528*                  RUN IS CHECKED AGAINST AND STAMPED ON ITS OWN
000530*                  JOB-STEP STATUS RECORD, SUPPCTL, SO THE REGULAR
000531*                  PERIOD'S RUNCTL IS NOT DISTURBED. CHECK NUMBERS
000533*                  STILL COME FROM CHKCTL AND EVERY CHECK STILL
000535*                  GOES TO CHKOUT. PENDING REISSUES ARE LEFT FOR
000536*                  THE NEXT REGULAR PERIOD'S RUN.
000537* 2026-10-15 RLS   RUN CONTROL HOLD AREA WIDENED FOR THE NEW
000538*                  DEDUCTION-REMITTANCE STATUS (SEE RUNCTREC).
000539* 2026-10-15 RLS   POSITIVE PAY: EVERY CHECK ISSUED, REISSUES
000540*                  INCLUDED, IS ALSO QUEUED AS AN ISSUE ITEM ON
000541*                  PPPEND (SEE PPITREC) FOR POSITIVE-PAY TO SEND
000542*                  TO THE BANK, AND CHKOUT NOW CARRIES THE PERIOD
000543*                  EACH CHECK PAID. A RUN THAT ISSUES CHECKS MARKS
000544*                  ITSELF PENDING ON PPCTL (SEE PPCTREC), AND THE
000545*                  NEXT RUN IS REFUSED WITHOUT THE "OVERRIDE"
000546*                  OPTION UNTIL POSITIVE-PAY HAS SENT IT.
000547*****************************************************************
000548 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT PAYROLL-OUTPUT-FILE ASSIGN TO "OUTFILE"
000720     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-RUNCTL-STATUS.
000741     SELECT SUPP-OUTPUT-FILE ASSIGN TO "SUPPOUT"
000742         ORGANIZATION IS LINE SEQUENTIAL
000744         FILE STATUS IS WS-SUPPOUT-STATUS.
000745     SELECT SUPP-CONTROL-FILE ASSIGN TO "SUPPCTL"
000747         ORGANIZATION IS LINE SEQUENTIAL
000748         FILE STATUS IS WS-SUPPCTL-STATUS.
000749     SELECT POSITIVE-PAY-PENDING-FILE ASSIGN TO "PPPEND"
000751         ORGANIZATION IS LINE SEQUENTIAL
000752         FILE STATUS IS WS-PPPEND-STATUS.
000754     SELECT POSITIVE-PAY-CONTROL-FILE ASSIGN TO "PPCTL"
000755         ORGANIZATION IS LINE SEQUENTIAL
000757         FILE STATUS IS WS-PPCTL-STATUS.

000758 DATA DIVISION.
000760 FILE SECTION.
000770*****************************************************************
000780* PAYROLL-OUTPUT-FILE - COMPUTED PAYROLL DETAIL WRITTEN BY
001220*****************************************************************
001230 FD  RUN-CONTROL-FILE.
001240     COPY RUNCTREC.
001241*****************************************************************
001242* SUPP-OUTPUT-FILE - AN OFF-CYCLE RUN'S PAYMENTS FROM
001243*                    SUPPLEMENTAL-PAY, IN THE PAYOUTREC LAYOUT.
001244*                    READ THROUGH THE PAYROLL OUTPUT RECORD AREA
001245*                    WHEN THE OFFCYCLE OPTION IS GIVEN.
001247*****************************************************************
001248 FD  SUPP-OUTPUT-FILE.
001249 01  SUPP-OUTPUT-IMAGE           PIC X(132).

001250*****************************************************************
001251* SUPP-CONTROL-FILE - THE OFF-CYCLE RUN'S JOB-STEP STATUS RECORD
001252*                     (RUNCTREC LAYOUT), USED IN PLACE OF RUNCTL
001254*                     WHEN THE OFFCYCLE OPTION IS GIVEN
001255*****************************************************************
001256 FD  SUPP-CONTROL-FILE.
001257 01  SUPP-CONTROL-IMAGE          PIC X(22).

001258*****************************************************************
001259* POSITIVE-PAY-PENDING-FILE - CHECKS WAITING TO BE SENT TO THE
001260*                             BANK AS POSITIVE PAY ISSUE ITEMS,
001261*                             EXTENDED EVERY RUN AND CONSUMED BY
001262*                             POSITIVE-PAY
001263*****************************************************************
001264 FD  POSITIVE-PAY-PENDING-FILE.
001265     COPY PPITREC.

001266*****************************************************************
001267* POSITIVE-PAY-CONTROL-FILE - THE POSITIVE PAY TRANSMISSION
001269*                             CONTROL RECORD. CHECKED BEFORE ANY
001270*                             CHECK IS PRINTED AND MARKED PENDING
001271*                             AT THE END OF A RUN THAT ISSUED
001272*                             CHECKS.
001273*****************************************************************
001274 FD  POSITIVE-PAY-CONTROL-FILE.
001275     COPY PPCTREC.

001276 WORKING-STORAGE SECTION.
001277 77  WS-CONTROL-STATUS           PIC X(02).
001278 77  WS-REISSUE-STATUS           PIC X(02).
001280 77  WS-CHKOUT-STATUS            PIC X(02).
001290 77  WS-RUN-DATE                 PIC 9(06).
001300 77  WS-FIRST-CHECK-NUMBER       PIC 9(06) VALUE 001001.
001360 77  WS-RUNCTL-STATUS            PIC X(02).
001370 77  WS-RC-PERIOD                PIC 9(04) VALUE ZERO.
001380 77  WS-OVERRIDE-TALLY           PIC 9(02) VALUE ZERO.
001390 77  WS-RUNCTL-HOLD              PIC X(22).
001392 77  WS-SUPPOUT-STATUS           PIC X(02).
001395 77  WS-SUPPCTL-STATUS           PIC X(02).
001397 77  WS-OFFCYCLE-TALLY           PIC 9(02) VALUE ZERO.
001399 77  WS-PPPEND-STATUS            PIC X(02).
001401 77  WS-PPCTL-STATUS             PIC X(02).
001403 77  WS-PPCTL-HOLD               PIC X(67).
001405 77  WS-CHECK-SOURCE             PIC X(02) VALUE "CP".

001407 01  WS-COMMAND-LINE             PIC X(80).

001410 01  WS-FLAGS.
001420     05  EOF-FLAG            PIC X(01) VALUE "N".
001470         88  RUN-WAS-CANCELLED       VALUE "Y".
001480     05  WS-OVERRIDE-SWITCH  PIC X(01) VALUE "N".
001490         88  OVERRIDE-GIVEN          VALUE "Y".
001493     05  WS-OFFCYCLE-SWITCH  PIC X(01) VALUE "N".
001496         88  OFF-CYCLE-RUN           VALUE "Y".

001500*****************************************************************
001510* WS-AMOUNT-CONVERSION - PIECES OF THE AMOUNT-IN-WORDS BUILD.
002610             THRU 1000-INITIALIZE-EXIT
002620         PERFORM 2000-PROCESS-PAYROLL-RECORDS
002630             THRU 2000-PROCESS-PAYROLL-RECORDS-EXIT
002636         IF NOT OFF-CYCLE-RUN
002642             PERFORM 2700-PROCESS-REISSUES
002648                 THRU 2700-PROCESS-REISSUES-EXIT
002654         END-IF
002660         PERFORM 3000-TERMINATE
002670             THRU 3000-TERMINATE-EXIT
002680         PERFORM 3100-STAMP-RUN-CONTROL
002690             THRU 3100-STAMP-RUN-CONTROL-EXIT
002693         PERFORM 3200-STAMP-POSITIVE-PAY-CONTROL
002696             THRU 3200-STAMP-POSITIVE-PAY-CONTROL-EXIT
002700     END-IF
002710     STOP RUN.

002790     ACCEPT WS-RUN-DATE FROM DATE
002800     PERFORM 1100-READ-CHECK-CONTROL
002810         THRU 1100-READ-CHECK-CONTROL-EXIT
002813     IF OFF-CYCLE-RUN
002816         OPEN INPUT SUPP-OUTPUT-FILE
002820     ELSE
002823         OPEN INPUT PAYROLL-OUTPUT-FILE
002826     END-IF
002830     OPEN OUTPUT CHECK-FILE
002840     OPEN OUTPUT CHECK-REGISTER
002850     OPEN EXTEND OUTSTANDING-CHECK-FILE
002860     IF WS-CHKOUT-STATUS = "35"
002870         OPEN OUTPUT OUTSTANDING-CHECK-FILE
002880     END-IF
002882     OPEN EXTEND POSITIVE-PAY-PENDING-FILE
002884     IF WS-PPPEND-STATUS = "35"
002886         OPEN OUTPUT POSITIVE-PAY-PENDING-FILE
002888     END-IF
002890     MOVE WS-RUN-DATE TO RH-RUN-DATE
002900     WRITE CHECK-REGISTER-LINE FROM WS-REGISTER-HEADING-1
002910     WRITE CHECK-REGISTER-LINE FROM WS-REGISTER-HEADING-2.
002980*                          CARRIES, AND REFUSE A SECOND PRINT
002990*                          WITHOUT THE "OVERRIDE" COMMAND-LINE
003000*                          OPTION
003002*                          (THE "OFFCYCLE" OPTION CHECKS AN
003005*                          OFF-CYCLE RUN'S SUPPCTL AND SUPPOUT
003007*                          IN PLACE OF RUNCTL AND OUTFILE)
003010*****************************************************************
003020 1050-CHECK-RUN-CONTROL.
003030     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
003070     IF WS-OVERRIDE-TALLY > ZERO
003080         SET OVERRIDE-GIVEN TO TRUE
003090     END-IF
003099     MOVE ZERO TO WS-OFFCYCLE-TALLY
003108     INSPECT WS-COMMAND-LINE
003118         TALLYING WS-OFFCYCLE-TALLY FOR ALL "OFFCYCLE"
003127     IF WS-OFFCYCLE-TALLY > ZERO
003137         SET OFF-CYCLE-RUN TO TRUE
003146     END-IF
003155     IF OFF-CYCLE-RUN
003165         PERFORM 1070-READ-SUPP-CONTROL
003174             THRU 1070-READ-SUPP-CONTROL-EXIT
003184     ELSE
003193         PERFORM 1055-READ-RUN-CONTROL
003202             THRU 1055-READ-RUN-CONTROL-EXIT
003212     END-IF
003221     IF RUN-WAS-CANCELLED
003231         GO TO 1050-CHECK-RUN-CONTROL-EXIT
003240     END-IF
003250     MOVE RC-PERIOD-NUMBER TO WS-RC-PERIOD
003260     IF NOT ACH-STEP-DONE
003270         DISPLAY "ACH STEP NOT COMPLETED - CHECK PRINT "
003340         DISPLAY "GIVE THE OVERRIDE OPTION TO RERUN"
003350         SET RUN-WAS-CANCELLED TO TRUE
003360     END-IF
003366     IF NOT RUN-WAS-CANCELLED
003372         IF OFF-CYCLE-RUN
003378             PERFORM 1080-CHECK-SUPP-OUTPUT-RUN
003384                 THRU 1080-CHECK-SUPP-OUTPUT-RUN-EXIT
003390         ELSE
003396             PERFORM 1060-CHECK-OUTPUT-PERIOD
003402                 THRU 1060-CHECK-OUTPUT-PERIOD-EXIT
003408         END-IF
003409     END-IF
003410     IF NOT RUN-WAS-CANCELLED
003411         PERFORM 1090-CHECK-POSITIVE-PAY
003412             THRU 1090-CHECK-POSITIVE-PAY-EXIT
003414     END-IF.
003420 1050-CHECK-RUN-CONTROL-EXIT.
003430     EXIT.
003431*****************************************************************
003432* 1055-READ-RUN-CONTROL - READ THE REGULAR PERIOD'S RUNCTL RECORD
003433*****************************************************************
003434 1055-READ-RUN-CONTROL.
003435     OPEN INPUT RUN-CONTROL-FILE
003436     IF WS-RUNCTL-STATUS = "35"
003437         DISPLAY "RUN CONTROL NOT FOUND - RUN THE EARLIER "
003438             "PAYROLL STEPS FIRST"
003439         SET RUN-WAS-CANCELLED TO TRUE
003440         GO TO 1055-READ-RUN-CONTROL-EXIT
003441     END-IF
003443     READ RUN-CONTROL-FILE
003444         AT END
003445             DISPLAY "RUN CONTROL EMPTY - RUN THE EARLIER "
003446                 "PAYROLL STEPS FIRST"
003447             SET RUN-WAS-CANCELLED TO TRUE
003448     END-READ
003449     CLOSE RUN-CONTROL-FILE.
003450 1055-READ-RUN-CONTROL-EXIT.
003451     EXIT.

003452*****************************************************************
003453* 1070-READ-SUPP-CONTROL - READ AN OFF-CYCLE RUN'S SUPPCTL RECORD
003455*                          INTO THE RUN CONTROL RECORD AREA
003456*****************************************************************
003457 1070-READ-SUPP-CONTROL.
003458     OPEN INPUT SUPP-CONTROL-FILE
003459     IF WS-SUPPCTL-STATUS = "35"
003460         DISPLAY "SUPPLEMENTAL RUN CONTROL NOT FOUND - RUN "
003461             "SUPPLEMENTAL-PAY FIRST"
003462         SET RUN-WAS-CANCELLED TO TRUE
003463         GO TO 1070-READ-SUPP-CONTROL-EXIT
003464     END-IF
003465     READ SUPP-CONTROL-FILE INTO RUN-CONTROL-RECORD
003466         AT END
003468             DISPLAY "SUPPLEMENTAL RUN CONTROL EMPTY - RUN "
003469                 "SUPPLEMENTAL-PAY FIRST"
003470             SET RUN-WAS-CANCELLED TO TRUE
003471     END-READ
003472     CLOSE SUPP-CONTROL-FILE.
003473 1070-READ-SUPP-CONTROL-EXIT.
003474     EXIT.

003475*****************************************************************
003476* 1060-CHECK-OUTPUT-PERIOD - THE PAYROLL OUTPUT FILE MUST CARRY
003477*                            THE SAME PERIOD NUMBER AS THE RUN
003478*                            CONTROL - A LEFTOVER OUTFILE FROM
003480*                            LAST PERIOD IS REFUSED INSTEAD OF
003490*                            PAID A SECOND TIME
003500*****************************************************************
003640     CLOSE PAYROLL-OUTPUT-FILE.
003650 1060-CHECK-OUTPUT-PERIOD-EXIT.
003660     EXIT.
003661*****************************************************************
003662* 1080-CHECK-SUPP-OUTPUT-RUN - SUPPOUT MUST CARRY THE SAME
003663*                              OFF-CYCLE RUN NUMBER AS SUPPCTL
003664*****************************************************************
003665 1080-CHECK-SUPP-OUTPUT-RUN.
003666     OPEN INPUT SUPP-OUTPUT-FILE
003667     IF WS-SUPPOUT-STATUS = "35"
003668         DISPLAY "SUPPLEMENTAL OUTPUT NOT FOUND - RUN REFUSED"
003669         SET RUN-WAS-CANCELLED TO TRUE
003670         GO TO 1080-CHECK-SUPP-OUTPUT-RUN-EXIT
003671     END-IF
003672     READ SUPP-OUTPUT-FILE INTO PAYROLL-OUTPUT-RECORD
003673         AT END
003675             CLOSE SUPP-OUTPUT-FILE
003676             GO TO 1080-CHECK-SUPP-OUTPUT-RUN-EXIT
003677     END-READ
003678     IF PERIOD-NUMBER-OUT NOT = WS-RC-PERIOD
003679         DISPLAY "SUPPLEMENTAL OUTPUT IS FOR RUN "
003680             PERIOD-NUMBER-OUT " NOT " WS-RC-PERIOD
003681             " - STALE SUPPOUT, RUN REFUSED"
003682         SET RUN-WAS-CANCELLED TO TRUE
003683     END-IF
003684     CLOSE SUPP-OUTPUT-FILE.
003685 1080-CHECK-SUPP-OUTPUT-RUN-EXIT.
003686     EXIT.

003687*****************************************************************
003688* 1090-CHECK-POSITIVE-PAY - REFUSE A NEW CHECK RUN WHILE THE LAST
003689*                           ONE IS STILL WAITING TO BE SENT TO THE
003690*                           BANK, UNLESS THE "OVERRIDE" OPTION IS
003691*                           GIVEN. NO CONTROL FILE MEANS NO CHECK
003692*                           RUN HAS EVER BEEN PRINTED.
003693*****************************************************************
003694 1090-CHECK-POSITIVE-PAY.
003695     OPEN INPUT POSITIVE-PAY-CONTROL-FILE
003696     IF WS-PPCTL-STATUS = "35"
003697         GO TO 1090-CHECK-POSITIVE-PAY-EXIT
003698     END-IF
003699     READ POSITIVE-PAY-CONTROL-FILE
003700         AT END
003701             CLOSE POSITIVE-PAY-CONTROL-FILE
003703             GO TO 1090-CHECK-POSITIVE-PAY-EXIT
003704     END-READ
003705     IF CHECK-RUN-PENDING AND NOT OVERRIDE-GIVEN
003706         DISPLAY "CHECK RUN " PPC-PENDING-RUN
003707             " NOT YET SENT TO THE BANK - RUN POSITIVE-PAY"
003708         DISPLAY "GIVE THE OVERRIDE OPTION TO PRINT ANYWAY"
003709         SET RUN-WAS-CANCELLED TO TRUE
003710     END-IF
003711     CLOSE POSITIVE-PAY-CONTROL-FILE.
003712 1090-CHECK-POSITIVE-PAY-EXIT.
003713     EXIT.

003714*****************************************************************
003715* 1100-READ-CHECK-CONTROL - THE CONTROL FILE CARRIES THE NEXT
003716*                           UNUSED CHECK NUMBER BETWEEN RUNS
003717*****************************************************************
003718 1100-READ-CHECK-CONTROL.
003720     OPEN INPUT CHECK-CONTROL-FILE
003730     IF WS-CONTROL-STATUS = "35"
003740         MOVE WS-FIRST-CHECK-NUMBER TO WS-NEXT-CHECK-NUMBER
003990     EXIT.

004000 2100-READ-PAYROLL-RECORD.
004001     IF OFF-CYCLE-RUN
004002         READ SUPP-OUTPUT-FILE INTO PAYROLL-OUTPUT-RECORD
004003             AT END
004005                 MOVE "Y" TO EOF-FLAG
004006         END-READ
004007         GO TO 2100-READ-PAYROLL-RECORD-EXIT
004008     END-IF
004010     READ PAYROLL-OUTPUT-FILE
004020         AT END
004030             MOVE "Y" TO EOF-FLAG
006070     MOVE EMP-ID-OUT           TO OC-EMP-ID
006080     MOVE EMP-NAME-OUT         TO OC-PAYEE-NAME
006090     MOVE NET-PAY-OUT          TO OC-AMOUNT
006094     MOVE PERIOD-NUMBER-OUT    TO OC-PERIOD
006098     WRITE OUTSTANDING-CHECK-RECORD
006102     PERFORM 2540-WRITE-POSITIVE-PAY-ITEM
006106         THRU 2540-WRITE-POSITIVE-PAY-ITEM-EXIT.
006110 2520-WRITE-OUTSTANDING-RECORD-EXIT.
006120     EXIT.

006121*****************************************************************
006122* 2540-WRITE-POSITIVE-PAY-ITEM - QUEUE THE CHECK AS AN ISSUE ITEM
006124*                                FOR THE NEXT POSITIVE PAY
006125*                                TRANSMISSION
006126*****************************************************************
006128 2540-WRITE-POSITIVE-PAY-ITEM.
006129     MOVE SPACES               TO POSITIVE-PAY-ITEM-RECORD
006130     SET PP-ISSUE-ITEM         TO TRUE
006132     MOVE WS-NEXT-CHECK-NUMBER TO PI-CHECK-NUMBER
006133     MOVE WS-RUN-DATE          TO PI-ISSUE-DATE
006135     MOVE EMP-ID-OUT           TO PI-EMP-ID
006136     MOVE EMP-NAME-OUT         TO PI-PAYEE-NAME
006137     MOVE NET-PAY-OUT          TO PI-AMOUNT
006139     MOVE PERIOD-NUMBER-OUT    TO PI-PERIOD
006140     MOVE WS-CHECK-SOURCE      TO PI-SOURCE
006141     MOVE WS-RUN-DATE          TO PI-ITEM-DATE
006143     WRITE POSITIVE-PAY-ITEM-RECORD.
006144 2540-WRITE-POSITIVE-PAY-ITEM-EXIT.
006145     EXIT.

006147*****************************************************************
006148* 2700-PROCESS-REISSUES - PAY THE RETURNED DIRECT DEPOSITS
006150*                         ACH-RETURNS LEFT ON THE REISSUE FILE.
006160*                         NO REISSUE FILE, OR AN EMPTY ONE LEFT
006170*                         BY A PRIOR RUN, MEANS NOTHING EXTRA.
006240     IF WS-REISSUE-STATUS = "35"
006250         GO TO 2700-PROCESS-REISSUES-EXIT
006260     END-IF
006265     MOVE "RI" TO WS-CHECK-SOURCE
006270     PERFORM 2750-READ-REISSUE-RECORD
006280         THRU 2750-READ-REISSUE-RECORD-EXIT
006290     PERFORM UNTIL END-OF-REISSUE-FILE
006650     MOVE WS-CHECK-COUNT TO RT-CHECK-COUNT
006660     MOVE WS-CHECK-TOTAL TO RT-CHECK-TOTAL
006670     WRITE CHECK-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE
006673     IF OFF-CYCLE-RUN
006676         CLOSE SUPP-OUTPUT-FILE
006680     ELSE
006683         CLOSE PAYROLL-OUTPUT-FILE
006686     END-IF
006690     CLOSE CHECK-FILE
006700     CLOSE CHECK-REGISTER
006710     CLOSE OUTSTANDING-CHECK-FILE
006715     CLOSE POSITIVE-PAY-PENDING-FILE
006720     OPEN OUTPUT CHECK-CONTROL-FILE
006730     MOVE WS-NEXT-CHECK-NUMBER TO CC-NEXT-CHECK-NUMBER
006740     WRITE CHECK-CONTROL-RECORD
006810* 3100-STAMP-RUN-CONTROL - MARK THE CHECK-PRINT STEP DONE FOR
006820*                          THE PERIOD SO A SECOND PRINT IS
006830*                          REFUSED WITHOUT THE OVERRIDE
006835*                          (ON SUPPCTL FOR AN OFF-CYCLE RUN)
006840*****************************************************************
006850 3100-STAMP-RUN-CONTROL.
006851     IF OFF-CYCLE-RUN
006853         PERFORM 3150-STAMP-SUPP-CONTROL
006855             THRU 3150-STAMP-SUPP-CONTROL-EXIT
006856         GO TO 3100-STAMP-RUN-CONTROL-EXIT
006858     END-IF
006860     OPEN INPUT RUN-CONTROL-FILE
006870     IF WS-RUNCTL-STATUS = "35"
006880         GO TO 3100-STAMP-RUN-CONTROL-EXIT
007010     CLOSE RUN-CONTROL-FILE.
007020 3100-STAMP-RUN-CONTROL-EXIT.
007030     EXIT.
007040*****************************************************************
007050* 3150-STAMP-SUPP-CONTROL - MARK THE CHECK-PRINT STEP DONE ON AN
007061*                           OFF-CYCLE RUN'S SUPPCTL RECORD
007071*****************************************************************
007082 3150-STAMP-SUPP-CONTROL.
007092     OPEN INPUT SUPP-CONTROL-FILE
007103     IF WS-SUPPCTL-STATUS = "35"
007113         GO TO 3150-STAMP-SUPP-CONTROL-EXIT
007123     END-IF
007134     READ SUPP-CONTROL-FILE INTO WS-RUNCTL-HOLD
007144         AT END
007155             CLOSE SUPP-CONTROL-FILE
007165             GO TO 3150-STAMP-SUPP-CONTROL-EXIT
007176     END-READ
007186     CLOSE SUPP-CONTROL-FILE
007196     OPEN OUTPUT SUPP-CONTROL-FILE
007207     MOVE WS-RUNCTL-HOLD TO RUN-CONTROL-RECORD
007217     MOVE "C" TO RC-CHECK-STATUS
007228     WRITE SUPP-CONTROL-IMAGE FROM RUN-CONTROL-RECORD
007238     CLOSE SUPP-CONTROL-FILE.
007249 3150-STAMP-SUPP-CONTROL-EXIT.
007259     EXIT.

007269*****************************************************************
007279* 3200-STAMP-POSITIVE-PAY-CONTROL - A RUN THAT ISSUED ANY CHECKS
007289*                                   MARKS ITSELF PENDING ON PPCTL
007299*                                   UNTIL POSITIVE-PAY SENDS IT.
007310*                                   THE LAST TRANSMISSION'S
007320*                                   FIGURES ARE CARRIED FORWARD
007330*                                   UNCHANGED.
007340*****************************************************************
007351 3200-STAMP-POSITIVE-PAY-CONTROL.
007361     IF WS-CHECK-COUNT = ZERO
007371         GO TO 3200-STAMP-POSITIVE-PAY-CONTROL-EXIT
007381     END-IF
007392     MOVE SPACES TO WS-PPCTL-HOLD
007402     OPEN INPUT POSITIVE-PAY-CONTROL-FILE
007412     IF WS-PPCTL-STATUS NOT = "35"
007422         READ POSITIVE-PAY-CONTROL-FILE INTO WS-PPCTL-HOLD
007433             AT END
007443                 MOVE SPACES TO WS-PPCTL-HOLD
007453         END-READ
007463         CLOSE POSITIVE-PAY-CONTROL-FILE
007474     END-IF
007484     IF WS-PPCTL-HOLD = SPACES
007494         MOVE SPACES TO POSITIVE-PAY-CONTROL-RECORD
007504         MOVE ZERO TO PPC-LAST-TRANSMISSION
007515         MOVE ZERO TO PPC-LAST-SENT-DATE
007525         MOVE ZERO TO PPC-ISSUE-COUNT
007535         MOVE ZERO TO PPC-ISSUE-AMOUNT
007545         MOVE ZERO TO PPC-VOID-COUNT
007556         MOVE ZERO TO PPC-VOID-AMOUNT
007566         MOVE ZERO TO PPC-HIGH-CHECK-SENT
007576         MOVE POSITIVE-PAY-CONTROL-RECORD TO WS-PPCTL-HOLD
007586     END-IF
007597     OPEN OUTPUT POSITIVE-PAY-CONTROL-FILE
007607     MOVE WS-PPCTL-HOLD TO POSITIVE-PAY-CONTROL-RECORD
007617     MOVE "P" TO PPC-CHECK-RUN-STATUS
007627     MOVE WS-RC-PERIOD TO PPC-PENDING-RUN
007638     WRITE POSITIVE-PAY-CONTROL-RECORD
007648     CLOSE POSITIVE-PAY-CONTROL-FILE.
007658 3200-STAMP-POSITIVE-PAY-CONTROL-EXIT.
007668     EXIT.
