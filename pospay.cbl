000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. POSITIVE-PAY.
000120 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000130 INSTALLATION. CORPORATE-PAYROLL.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*****************************************************************
000170* MODIFICATION HISTORY
000180*------------------------------------------------------------
000190* DATE       INIT  DESCRIPTION
000200* 2026-10-15 RLS   ORIGINAL VERSION - SENDS THE BANK ITS POSITIVE
000210*                  PAY ISSUE FILE FOR THE PAYROLL CHECKING
000220*                  ACCOUNT. READS THE ITEMS QUEUED SINCE THE LAST
000230*                  TRANSMISSION (PPPEND, SEE PPITREC): AN ISSUE
000240*                  ITEM FOR EVERY CHECK CHECK-PRINT PRINTED,
000250*                  REISSUES FROM ACH-RETURNS INCLUDED, AND A VOID
000260*                  ITEM FOR EVERY CHECK CHECK-RECONCILE STOP-PAID
000270*                  AS STALE OR PAYROLL-REVERSAL VOIDED. WRITES THE
000280*                  BANK FILE (PPISSUE: HEADER, ONE DETAIL PER
000290*                  ITEM WITH CHECK NUMBER, ISSUE DATE, PAYEE AND
000300*                  AMOUNT, TRAILER WITH ISSUE AND VOID CONTROL
000310*                  TOTALS) AND THE TRANSMISSION REGISTER (PPREG).
000320*                  AN ISSUE ITEM AT OR BELOW THE HIGHEST CHECK
000330*                  NUMBER ALREADY SENT IS REFUSED AS A DUPLICATE.
000340*                  A GOOD TRANSMISSION IS STAMPED ON THE CONTROL
000350*                  RECORD (PPCTL, SEE PPCTREC) - NUMBER, DATE,
000360*                  TOTALS, HIGH CHECK - WHICH ALSO RELEASES
000370*                  CHECK-PRINT FOR ITS NEXT RUN, AND PPPEND IS
000380*                  RECREATED EMPTY SO NO ITEM IS SENT TWICE.
000390*****************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT POSITIVE-PAY-PENDING-FILE ASSIGN TO "PPPEND"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-PPPEND-STATUS.
000460     SELECT POSITIVE-PAY-FILE ASSIGN TO "PPISSUE"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-PPISSUE-STATUS.
000490     SELECT POSITIVE-PAY-REGISTER ASSIGN TO "PPREG"
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510     SELECT POSITIVE-PAY-CONTROL-FILE ASSIGN TO "PPCTL"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-PPCTL-STATUS.

000540 DATA DIVISION.
000550 FILE SECTION.
000560*****************************************************************
000570* POSITIVE-PAY-PENDING-FILE - ISSUE AND VOID ITEMS QUEUED SINCE
000580*                             THE LAST TRANSMISSION (SEE PPITREC).
000590*                             READ TWICE, THEN RECREATED EMPTY.
000600*****************************************************************
000610 FD  POSITIVE-PAY-PENDING-FILE.
000620     COPY PPITREC.

000630*****************************************************************
000640* POSITIVE-PAY-FILE - THE BANK'S POSITIVE PAY ISSUE FILE. EVERY
000650*                     RECORD IS A FIXED 80-BYTE LINE.
000660*****************************************************************
000670 FD  POSITIVE-PAY-FILE.
000680 01  POSITIVE-PAY-RECORD         PIC X(80).

000690*****************************************************************
000700* POSITIVE-PAY-REGISTER - THE TRANSMISSION REGISTER, KEPT BY
000710*                         TREASURY WITH THE BANK'S ACKNOWLEDGMENT
000720*****************************************************************
000730 FD  POSITIVE-PAY-REGISTER.
000740 01  POSITIVE-PAY-REGISTER-LINE  PIC X(80).

000750*****************************************************************
000760* POSITIVE-PAY-CONTROL-FILE - THE TRANSMISSION CONTROL RECORD,
000770*                             READ INTO THE WORKING-STORAGE COPY
000780*                             BELOW AND STAMPED AT THE END
000790*****************************************************************
000800 FD  POSITIVE-PAY-CONTROL-FILE.
000810 01  POSITIVE-PAY-CONTROL-IMAGE  PIC X(67).

000820 WORKING-STORAGE SECTION.
000830 77  WS-PPPEND-STATUS            PIC X(02).
000840 77  WS-PPISSUE-STATUS           PIC X(02).
000850 77  WS-PPCTL-STATUS             PIC X(02).
000860 77  WS-RUN-DATE                 PIC 9(06).
000870 77  WS-TRANSMISSION-NUMBER      PIC 9(06) VALUE ZERO.
000880 77  WS-HIGH-CHECK               PIC 9(06) VALUE ZERO.

000890 01  WS-FLAGS.
000900     05  WS-PPPEND-EOF-SWITCH PIC X(01) VALUE "N".
000910         88  END-OF-PENDING-ITEMS    VALUE "Y".
000920     05  WS-ABORT-SWITCH     PIC X(01) VALUE "N".
000930         88  RUN-WAS-CANCELLED       VALUE "Y".
000940     05  WS-NOTHING-SWITCH   PIC X(01) VALUE "N".
000950         88  NOTHING-TO-TRANSMIT     VALUE "Y".
000960     05  WS-ITEM-SWITCH      PIC X(01) VALUE "N".
000970         88  ITEM-IS-REFUSED         VALUE "Y".

000980*****************************************************************
000990* THE TRANSMISSION CONTROL RECORD, HELD HERE FROM THE CHECK AT THE
001000* START OF THE RUN TO THE STAMP AT THE END
001010*****************************************************************
001020     COPY PPCTREC.

001030*****************************************************************
001040* WS-PENDING-TOTALS - THE FIRST PASS OVER PPPEND, BEFORE ANYTHING
001050*                     IS WRITTEN. THE BANK FILE'S TRAILER MUST
001060*                     AGREE WITH IT.
001070*****************************************************************
001080 01  WS-PENDING-TOTALS.
001090     05  WS-ITEM-COUNT           PIC 9(06)     VALUE ZERO.
001100     05  WS-ISSUE-COUNT          PIC 9(06)     VALUE ZERO.
001110     05  WS-ISSUE-AMOUNT         PIC 9(10)V99  VALUE ZERO.
001120     05  WS-VOID-COUNT           PIC 9(06)     VALUE ZERO.
001130     05  WS-VOID-AMOUNT          PIC 9(10)V99  VALUE ZERO.
001140     05  WS-REFUSED-COUNT        PIC 9(06)     VALUE ZERO.
001150     05  WS-REFUSED-AMOUNT       PIC 9(10)V99  VALUE ZERO.

001160*****************************************************************
001170* WS-FILE-TOTALS - THE SECOND PASS, AS ACTUALLY WRITTEN TO THE
001180*                  BANK FILE
001190*****************************************************************
001200 01  WS-FILE-TOTALS.
001210     05  WS-FILE-ISSUE-COUNT     PIC 9(06)     VALUE ZERO.
001220     05  WS-FILE-ISSUE-AMOUNT    PIC 9(10)V99  VALUE ZERO.
001230     05  WS-FILE-VOID-COUNT      PIC 9(06)     VALUE ZERO.
001240     05  WS-FILE-VOID-AMOUNT     PIC 9(10)V99  VALUE ZERO.
001250     05  WS-FILE-RECORD-COUNT    PIC 9(06)     VALUE ZERO.

001260*****************************************************************
001270* BANK-HEADER-RECORD - FIRST RECORD OF THE FILE, IDENTIFIES THE
001280*                      ACCOUNT AND THE TRANSMISSION
001290*****************************************************************
001300 01  BANK-HEADER-RECORD.
001310     05  BH-RECORD-TYPE          PIC X(01) VALUE "H".
001320     05  BH-ACCOUNT-NUMBER       PIC X(12) VALUE "000104567890".
001330     05  BH-PAYER-NAME           PIC X(17) VALUE
001340         "CORPORATE PAYROLL".
001350     05  BH-TRANSMISSION-NUMBER  PIC 9(06).
001360     05  BH-FILE-DATE            PIC 9(06).
001370     05  FILLER                  PIC X(38) VALUE SPACES.

001380*****************************************************************
001390* BANK-DETAIL-RECORD - ONE PER CHECK ISSUED ("I") OR VOIDED ("V").
001400*                      A VOID CARRIES THE CHECK'S ORIGINAL ISSUE
001410*                      DATE AND AMOUNT SO THE BANK CAN MATCH IT.
001420*****************************************************************
001430 01  BANK-DETAIL-RECORD.
001440     05  BD-RECORD-TYPE          PIC X(01) VALUE "D".
001450     05  BD-ACCOUNT-NUMBER       PIC X(12) VALUE "000104567890".
001460     05  BD-ACTION-CODE          PIC X(01).
001470     05  BD-CHECK-NUMBER         PIC 9(10).
001480     05  BD-ISSUE-DATE           PIC 9(06).
001490     05  BD-AMOUNT               PIC 9(08)V99.
001500     05  BD-PAYEE-NAME           PIC X(15).
001510     05  FILLER                  PIC X(25) VALUE SPACES.

001520*****************************************************************
001530* BANK-TRAILER-RECORD - LAST RECORD OF THE FILE, CARRIES THE ISSUE
001540*                       AND VOID CONTROL TOTALS AND THE RECORD
001550*                       COUNT (HEADER AND TRAILER INCLUDED)
001560*****************************************************************
001570 01  BANK-TRAILER-RECORD.
001580     05  BT-RECORD-TYPE          PIC X(01) VALUE "T".
001590     05  BT-ACCOUNT-NUMBER       PIC X(12) VALUE "000104567890".
001600     05  BT-ISSUE-COUNT          PIC 9(06).
001610     05  BT-ISSUE-AMOUNT         PIC 9(10)V99.
001620     05  BT-VOID-COUNT           PIC 9(06).
001630     05  BT-VOID-AMOUNT          PIC 9(10)V99.
001640     05  BT-RECORD-COUNT         PIC 9(06).
001650     05  FILLER                  PIC X(25) VALUE SPACES.

001660 01  WS-REGISTER-HEADING-1.
001670     05  FILLER              PIC X(30) VALUE
001680         "POSITIVE PAY ISSUE REGISTER".
001690     05  FILLER              PIC X(13) VALUE "TRANSMISSION".
001700     05  GH-TRANSMISSION     PIC 9(06).
001710     05  FILLER              PIC X(04) VALUE SPACES.
001720     05  FILLER              PIC X(09) VALUE "RUN DATE".
001730     05  GH-RUN-DATE         PIC 99/99/99.
001740     05  FILLER              PIC X(10) VALUE SPACES.

001750 01  WS-REGISTER-HEADING-2.
001760     05  FILLER              PIC X(17) VALUE "CHECK RUN SENT:".
001770     05  GH-CHECK-RUN        PIC X(04).
001780     05  FILLER              PIC X(04) VALUE SPACES.
001790     05  FILLER              PIC X(22) VALUE
001800         "LAST HIGH CHECK SENT:".
001810     05  GH-HIGH-CHECK       PIC 9(06).
001820     05  FILLER              PIC X(27) VALUE SPACES.

001830 01  WS-COLUMN-HEADING.
001840     05  FILLER              PIC X(07) VALUE "ACTION".
001850     05  FILLER              PIC X(08) VALUE "CHECK".
001860     05  FILLER              PIC X(10) VALUE "ISSUED".
001870     05  FILLER              PIC X(05) VALUE "EMP".
001880     05  FILLER              PIC X(16) VALUE "PAYEE".
001890     05  FILLER              PIC X(13) VALUE "       AMOUNT".
001900     05  FILLER              PIC X(06) VALUE "  SRC".
001910     05  FILLER              PIC X(15) VALUE "DISPOSITION".

001920 01  WS-REGISTER-DETAIL-LINE.
001930     05  GD-ACTION           PIC X(05).
001940     05  FILLER              PIC X(02) VALUE SPACES.
001950     05  GD-CHECK-NUMBER     PIC 9(06).
001960     05  FILLER              PIC X(02) VALUE SPACES.
001970     05  GD-ISSUE-DATE       PIC 99/99/99.
001980     05  FILLER              PIC X(02) VALUE SPACES.
001990     05  GD-EMP-ID           PIC X(03).
002000     05  FILLER              PIC X(02) VALUE SPACES.
002010     05  GD-PAYEE-NAME       PIC X(15).
002020     05  FILLER              PIC X(01) VALUE SPACES.
002030     05  GD-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
002040     05  FILLER              PIC X(02) VALUE SPACES.
002050     05  GD-SOURCE           PIC X(02).
002060     05  FILLER              PIC X(02) VALUE SPACES.
002070     05  GD-DISPOSITION      PIC X(15).

002080 01  WS-GRAND-TOTAL-LINE.
002090     05  GT-LABEL            PIC X(17).
002100     05  GT-ITEM-COUNT       PIC ZZ,ZZ9.
002110     05  FILLER              PIC X(08) VALUE " ITEMS".
002120     05  FILLER              PIC X(13) VALUE SPACES.
002130     05  GT-TOTAL            PIC ZZ,ZZZ,ZZ9.99.
002140     05  FILLER              PIC X(02) VALUE SPACES.
002150     05  GT-NOTE             PIC X(21).

002160 01  WS-SIGNOFF-LINE.
002170     05  FILLER              PIC X(32) VALUE
002180         "BANK ACKNOWLEDGMENT RECEIVED BY".
002190     05  FILLER              PIC X(24) VALUE ALL "-".
002200     05  FILLER              PIC X(04) VALUE SPACES.
002210     05  FILLER              PIC X(05) VALUE "DATE".
002220     05  FILLER              PIC X(10) VALUE ALL "-".
002230     05  FILLER              PIC X(05) VALUE SPACES.

002240 PROCEDURE DIVISION.
002250*****************************************************************
002260* 0000-MAINLINE - PROVE THE QUEUED ITEMS, WRITE THE BANK FILE,
002270*                 THEN STAMP THE TRANSMISSION AND EMPTY THE QUEUE
002280*****************************************************************
002290 0000-MAINLINE.
002300     ACCEPT WS-RUN-DATE FROM DATE
002310     PERFORM 1100-READ-CONTROL
002320         THRU 1100-READ-CONTROL-EXIT
002330     PERFORM 1200-TOTAL-PENDING-ITEMS
002340         THRU 1200-TOTAL-PENDING-ITEMS-EXIT
002350     IF RUN-WAS-CANCELLED
002360         MOVE 8 TO RETURN-CODE
002370     ELSE
002380         IF NOTHING-TO-TRANSMIT
002390             DISPLAY "NO CHECKS OR VOIDS QUEUED - NOTHING TO "
002400                 "TRANSMIT"
002410             MOVE 4 TO RETURN-CODE
002420         ELSE
002430             PERFORM 1000-INITIALIZE
002440                 THRU 1000-INITIALIZE-EXIT
002450             PERFORM 2000-TRANSMIT-ITEMS
002460                 THRU 2000-TRANSMIT-ITEMS-EXIT
002470             PERFORM 3500-TERMINATE
002480                 THRU 3500-TERMINATE-EXIT
002490             IF RETURN-CODE < 8
002500                 PERFORM 3400-STAMP-CONTROL
002510                     THRU 3400-STAMP-CONTROL-EXIT
002520                 PERFORM 3450-CLEAR-PENDING-ITEMS
002530                     THRU 3450-CLEAR-PENDING-ITEMS-EXIT
002540             END-IF
002550         END-IF
002560     END-IF
002570     STOP RUN.

002580*****************************************************************
002590* 1000-INITIALIZE - OPEN THE BANK FILE AND THE REGISTER, AND WRITE
002600*                   THE FILE HEADER AND THE REGISTER HEADINGS
002610*****************************************************************
002620 1000-INITIALIZE.
002630     OPEN OUTPUT POSITIVE-PAY-FILE
002640     OPEN OUTPUT POSITIVE-PAY-REGISTER
002650     MOVE WS-TRANSMISSION-NUMBER TO BH-TRANSMISSION-NUMBER
002660     MOVE WS-RUN-DATE            TO BH-FILE-DATE
002670     WRITE POSITIVE-PAY-RECORD FROM BANK-HEADER-RECORD
002680     ADD 1 TO WS-FILE-RECORD-COUNT
002690     MOVE WS-TRANSMISSION-NUMBER TO GH-TRANSMISSION
002700     MOVE WS-RUN-DATE            TO GH-RUN-DATE
002710     WRITE POSITIVE-PAY-REGISTER-LINE FROM WS-REGISTER-HEADING-1
002720     IF CHECK-RUN-PENDING
002730         MOVE PPC-PENDING-RUN    TO GH-CHECK-RUN
002740     ELSE
002750         MOVE "NONE"             TO GH-CHECK-RUN
002760     END-IF
002770     MOVE PPC-HIGH-CHECK-SENT    TO GH-HIGH-CHECK
002780     WRITE POSITIVE-PAY-REGISTER-LINE FROM WS-REGISTER-HEADING-2
002790     MOVE SPACES TO POSITIVE-PAY-REGISTER-LINE
002800     WRITE POSITIVE-PAY-REGISTER-LINE
002810     WRITE POSITIVE-PAY-REGISTER-LINE FROM WS-COLUMN-HEADING.
002820 1000-INITIALIZE-EXIT.
002830     EXIT.

002840*****************************************************************
002850* 1100-READ-CONTROL - PICK UP THE LAST TRANSMISSION'S CONTROL
002860*                     RECORD. NO CONTROL FILE MEANS THIS IS THE
002870*                     FIRST TRANSMISSION.
002880*****************************************************************
002890 1100-READ-CONTROL.
002900     MOVE SPACES TO POSITIVE-PAY-CONTROL-RECORD
002910     MOVE ZERO TO PPC-LAST-TRANSMISSION
002920     MOVE ZERO TO PPC-LAST-SENT-DATE
002930     MOVE ZERO TO PPC-ISSUE-COUNT
002940     MOVE ZERO TO PPC-ISSUE-AMOUNT
002950     MOVE ZERO TO PPC-VOID-COUNT
002960     MOVE ZERO TO PPC-VOID-AMOUNT
002970     MOVE ZERO TO PPC-HIGH-CHECK-SENT
002980     MOVE ZERO TO PPC-PENDING-RUN
002990     OPEN INPUT POSITIVE-PAY-CONTROL-FILE
003000     IF WS-PPCTL-STATUS = "35"
003010         GO TO 1100-READ-CONTROL-EXIT
003020     END-IF
003030     READ POSITIVE-PAY-CONTROL-FILE
003040         INTO POSITIVE-PAY-CONTROL-RECORD
003050         AT END
003060             CONTINUE
003070     END-READ
003080     CLOSE POSITIVE-PAY-CONTROL-FILE.
003090 1100-READ-CONTROL-EXIT.
003100     EXIT.

003110*****************************************************************
003120* 1200-TOTAL-PENDING-ITEMS - ONE PASS OF THE QUEUE BEFORE ANYTHING
003130*                            IS WRITTEN, COUNTING AND TOTALING THE
003140*                            ISSUES AND VOIDS TO BE SENT AND THE
003150*                            ITEMS TO BE REFUSED. AN EMPTY QUEUE
003160*                            IS NOTHING TO SEND, UNLESS
003170*                            CHECK-PRINT MARKED A RUN PENDING -
003180*                            THEN ITS ITEMS HAVE GONE MISSING AND
003190*                            THE RUN STOPS.
003200*****************************************************************
003210 1200-TOTAL-PENDING-ITEMS.
003220     OPEN INPUT POSITIVE-PAY-PENDING-FILE
003230     IF WS-PPPEND-STATUS NOT = "35"
003240         MOVE "N" TO WS-PPPEND-EOF-SWITCH
003250         PERFORM 1250-TOTAL-ONE-ITEM
003260             THRU 1250-TOTAL-ONE-ITEM-EXIT
003270             UNTIL END-OF-PENDING-ITEMS
003280         CLOSE POSITIVE-PAY-PENDING-FILE
003290     END-IF
003300     IF WS-ITEM-COUNT > ZERO
003310         COMPUTE WS-TRANSMISSION-NUMBER =
003320             PPC-LAST-TRANSMISSION + 1
003330         GO TO 1200-TOTAL-PENDING-ITEMS-EXIT
003340     END-IF
003350     IF CHECK-RUN-PENDING
003360         DISPLAY "CHECK RUN " PPC-PENDING-RUN
003370             " IS PENDING BUT NO ITEMS ARE QUEUED ON PPPEND"
003380         DISPLAY "POSITIVE PAY REFUSED - RECOVER PPPEND BEFORE "
003390             "THE CHECKS ARE PRESENTED"
003400         SET RUN-WAS-CANCELLED TO TRUE
003410     ELSE
003420         SET NOTHING-TO-TRANSMIT TO TRUE
003430     END-IF.
003440 1200-TOTAL-PENDING-ITEMS-EXIT.
003450     EXIT.

003460 1250-TOTAL-ONE-ITEM.
003470     READ POSITIVE-PAY-PENDING-FILE
003480         AT END
003490             SET END-OF-PENDING-ITEMS TO TRUE
003500             GO TO 1250-TOTAL-ONE-ITEM-EXIT
003510     END-READ
003520     ADD 1 TO WS-ITEM-COUNT
003530     PERFORM 1300-EDIT-ONE-ITEM
003540         THRU 1300-EDIT-ONE-ITEM-EXIT
003550     IF ITEM-IS-REFUSED
003560         ADD 1 TO WS-REFUSED-COUNT
003570         IF PI-AMOUNT NUMERIC
003580             ADD PI-AMOUNT TO WS-REFUSED-AMOUNT
003590         END-IF
003600         GO TO 1250-TOTAL-ONE-ITEM-EXIT
003610     END-IF
003620     IF PP-ISSUE-ITEM
003630         ADD 1 TO WS-ISSUE-COUNT
003640         ADD PI-AMOUNT TO WS-ISSUE-AMOUNT
003650         IF PI-CHECK-NUMBER > WS-HIGH-CHECK
003660             MOVE PI-CHECK-NUMBER TO WS-HIGH-CHECK
003670         END-IF
003680     ELSE
003690         ADD 1 TO WS-VOID-COUNT
003700         ADD PI-AMOUNT TO WS-VOID-AMOUNT
003710     END-IF.
003720 1250-TOTAL-ONE-ITEM-EXIT.
003730     EXIT.

003740*****************************************************************
003750* 1300-EDIT-ONE-ITEM - AN ITEM THAT IS NEITHER AN ISSUE NOR A
003760*                      VOID, OR WHOSE CHECK NUMBER OR AMOUNT IS
003770*                      NOT NUMERIC, IS REFUSED, AS IS AN ISSUE
003780*                      ITEM AT OR BELOW THE HIGHEST CHECK NUMBER
003790*                      ALREADY SENT (A CHECK THE BANK HAS ALREADY
003800*                      BEEN TOLD ABOUT)
003810*****************************************************************
003820 1300-EDIT-ONE-ITEM.
003830     MOVE "Y" TO WS-ITEM-SWITCH
003840     IF NOT PP-ISSUE-ITEM AND NOT PP-VOID-ITEM
003850         GO TO 1300-EDIT-ONE-ITEM-EXIT
003860     END-IF
003870     IF PI-CHECK-NUMBER NOT NUMERIC OR PI-AMOUNT NOT NUMERIC
003880         GO TO 1300-EDIT-ONE-ITEM-EXIT
003890     END-IF
003900     IF PP-ISSUE-ITEM
003910             AND PI-CHECK-NUMBER NOT > PPC-HIGH-CHECK-SENT
003920         GO TO 1300-EDIT-ONE-ITEM-EXIT
003930     END-IF
003940     MOVE "N" TO WS-ITEM-SWITCH.
003950 1300-EDIT-ONE-ITEM-EXIT.
003960     EXIT.

003970*****************************************************************
003980* 2000-TRANSMIT-ITEMS - READ THE QUEUE THROUGH AGAIN, WRITING A
003990*                       BANK DETAIL RECORD AND A REGISTER LINE FOR
004000*                       EVERY ITEM SENT AND A REGISTER LINE FOR
004010*                       EVERY ITEM REFUSED, THEN THE TRAILER
004020*****************************************************************
004030 2000-TRANSMIT-ITEMS.
004040     OPEN INPUT POSITIVE-PAY-PENDING-FILE
004050     MOVE "N" TO WS-PPPEND-EOF-SWITCH
004060     PERFORM 2100-TRANSMIT-ONE-ITEM
004070         THRU 2100-TRANSMIT-ONE-ITEM-EXIT
004080         UNTIL END-OF-PENDING-ITEMS
004090     CLOSE POSITIVE-PAY-PENDING-FILE
004100     ADD 1 TO WS-FILE-RECORD-COUNT
004110     MOVE WS-FILE-ISSUE-COUNT  TO BT-ISSUE-COUNT
004120     MOVE WS-FILE-ISSUE-AMOUNT TO BT-ISSUE-AMOUNT
004130     MOVE WS-FILE-VOID-COUNT   TO BT-VOID-COUNT
004140     MOVE WS-FILE-VOID-AMOUNT  TO BT-VOID-AMOUNT
004150     MOVE WS-FILE-RECORD-COUNT TO BT-RECORD-COUNT
004160     WRITE POSITIVE-PAY-RECORD FROM BANK-TRAILER-RECORD
004170     CLOSE POSITIVE-PAY-FILE
004180     IF WS-FILE-ISSUE-COUNT NOT = WS-ISSUE-COUNT
004190         OR WS-FILE-ISSUE-AMOUNT NOT = WS-ISSUE-AMOUNT
004200         OR WS-FILE-VOID-COUNT NOT = WS-VOID-COUNT
004210         OR WS-FILE-VOID-AMOUNT NOT = WS-VOID-AMOUNT
004220         DISPLAY "POSITIVE PAY FILE DOES NOT AGREE WITH THE "
004230             "QUEUED ITEMS - DO NOT SEND"
004240         MOVE 8 TO RETURN-CODE
004250     END-IF.
004260 2000-TRANSMIT-ITEMS-EXIT.
004270     EXIT.

004280 2100-TRANSMIT-ONE-ITEM.
004290     READ POSITIVE-PAY-PENDING-FILE
004300         AT END
004310             SET END-OF-PENDING-ITEMS TO TRUE
004320             GO TO 2100-TRANSMIT-ONE-ITEM-EXIT
004330     END-READ
004340     PERFORM 1300-EDIT-ONE-ITEM
004350         THRU 1300-EDIT-ONE-ITEM-EXIT
004360     MOVE SPACES          TO WS-REGISTER-DETAIL-LINE
004370     IF PP-VOID-ITEM
004380         MOVE "VOID"      TO GD-ACTION
004390     ELSE
004400         MOVE "ISSUE"     TO GD-ACTION
004410     END-IF
004420     MOVE PI-CHECK-NUMBER TO GD-CHECK-NUMBER
004430     MOVE PI-ISSUE-DATE   TO GD-ISSUE-DATE
004440     MOVE PI-EMP-ID       TO GD-EMP-ID
004450     MOVE PI-PAYEE-NAME   TO GD-PAYEE-NAME
004460     MOVE PI-SOURCE       TO GD-SOURCE
004470     IF PI-AMOUNT NUMERIC
004480         MOVE PI-AMOUNT   TO GD-AMOUNT
004490     ELSE
004500         MOVE ZERO        TO GD-AMOUNT
004510     END-IF
004520     IF ITEM-IS-REFUSED
004530         EVALUATE TRUE
004540             WHEN NOT PP-ISSUE-ITEM AND NOT PP-VOID-ITEM
004550                 MOVE "BAD ITEM TYPE" TO GD-DISPOSITION
004560             WHEN PI-CHECK-NUMBER NOT NUMERIC
004570                     OR PI-AMOUNT NOT NUMERIC
004580                 MOVE "BAD NUMBER"    TO GD-DISPOSITION
004590             WHEN OTHER
004600                 MOVE "ALREADY SENT"  TO GD-DISPOSITION
004610         END-EVALUATE
004620         WRITE POSITIVE-PAY-REGISTER-LINE
004630             FROM WS-REGISTER-DETAIL-LINE
004640         GO TO 2100-TRANSMIT-ONE-ITEM-EXIT
004650     END-IF
004660     MOVE "SENT"          TO GD-DISPOSITION
004670     WRITE POSITIVE-PAY-REGISTER-LINE FROM WS-REGISTER-DETAIL-LINE
004680     MOVE PI-ITEM-TYPE    TO BD-ACTION-CODE
004690     MOVE PI-CHECK-NUMBER TO BD-CHECK-NUMBER
004700     MOVE PI-ISSUE-DATE   TO BD-ISSUE-DATE
004710     MOVE PI-AMOUNT       TO BD-AMOUNT
004720     MOVE PI-PAYEE-NAME   TO BD-PAYEE-NAME
004730     WRITE POSITIVE-PAY-RECORD FROM BANK-DETAIL-RECORD
004740     ADD 1 TO WS-FILE-RECORD-COUNT
004750     IF PP-ISSUE-ITEM
004760         ADD 1         TO WS-FILE-ISSUE-COUNT
004770         ADD PI-AMOUNT TO WS-FILE-ISSUE-AMOUNT
004780     ELSE
004790         ADD 1         TO WS-FILE-VOID-COUNT
004800         ADD PI-AMOUNT TO WS-FILE-VOID-AMOUNT
004810     END-IF.
004820 2100-TRANSMIT-ONE-ITEM-EXIT.
004830     EXIT.

004840*****************************************************************
004850* 3400-STAMP-CONTROL - RECORD THE TRANSMISSION ON PPCTL: ITS
004860*                      NUMBER, DATE AND CONTROL TOTALS AND THE NEW
004870*                      HIGH CHECK SENT. CLEARING THE CHECK-RUN
004880*                      STATUS RELEASES CHECK-PRINT FOR ITS NEXT
004890*                      RUN.
004900*****************************************************************
004910 3400-STAMP-CONTROL.
004920     MOVE WS-TRANSMISSION-NUMBER TO PPC-LAST-TRANSMISSION
004930     MOVE WS-RUN-DATE            TO PPC-LAST-SENT-DATE
004940     MOVE WS-ISSUE-COUNT         TO PPC-ISSUE-COUNT
004950     MOVE WS-ISSUE-AMOUNT        TO PPC-ISSUE-AMOUNT
004960     MOVE WS-VOID-COUNT          TO PPC-VOID-COUNT
004970     MOVE WS-VOID-AMOUNT         TO PPC-VOID-AMOUNT
004980     IF WS-HIGH-CHECK > PPC-HIGH-CHECK-SENT
004990         MOVE WS-HIGH-CHECK      TO PPC-HIGH-CHECK-SENT
005000     END-IF
005010     MOVE SPACE                  TO PPC-CHECK-RUN-STATUS
005020     MOVE ZERO                   TO PPC-PENDING-RUN
005030     OPEN OUTPUT POSITIVE-PAY-CONTROL-FILE
005040     WRITE POSITIVE-PAY-CONTROL-IMAGE
005050         FROM POSITIVE-PAY-CONTROL-RECORD
005060     CLOSE POSITIVE-PAY-CONTROL-FILE.
005070 3400-STAMP-CONTROL-EXIT.
005080     EXIT.

005090*****************************************************************
005100* 3450-CLEAR-PENDING-ITEMS - RECREATE PPPEND EMPTY NOW THAT ITS
005110*                            ITEMS ARE ON THE BANK FILE, SO THE
005120*                            NEXT TRANSMISSION CANNOT SEND THEM
005130*                            AGAIN
005140*****************************************************************
005150 3450-CLEAR-PENDING-ITEMS.
005160     OPEN OUTPUT POSITIVE-PAY-PENDING-FILE
005170     CLOSE POSITIVE-PAY-PENDING-FILE.
005180 3450-CLEAR-PENDING-ITEMS-EXIT.
005190     EXIT.

005200*****************************************************************
005210* 3500-TERMINATE - PRINT THE CONTROL TOTALS AND THE SIGN-OFF LINE
005220*                  AND CLOSE THE REGISTER. A REFUSED ITEM IS LEFT
005230*                  OFF THE BANK FILE AND GIVES RETURN CODE 4 SO
005240*                  TREASURY LOOKS AT THE REGISTER.
005250*****************************************************************
005260 3500-TERMINATE.
005270     MOVE SPACES TO POSITIVE-PAY-REGISTER-LINE
005280     WRITE POSITIVE-PAY-REGISTER-LINE
005290     MOVE "ISSUES SENT"        TO GT-LABEL
005300     MOVE WS-FILE-ISSUE-COUNT  TO GT-ITEM-COUNT
005310     MOVE WS-FILE-ISSUE-AMOUNT TO GT-TOTAL
005320     MOVE SPACES               TO GT-NOTE
005330     WRITE POSITIVE-PAY-REGISTER-LINE FROM WS-GRAND-TOTAL-LINE
005340     MOVE "VOIDS SENT"         TO GT-LABEL
005350     MOVE WS-FILE-VOID-COUNT   TO GT-ITEM-COUNT
005360     MOVE WS-FILE-VOID-AMOUNT  TO GT-TOTAL
005370     WRITE POSITIVE-PAY-REGISTER-LINE FROM WS-GRAND-TOTAL-LINE
005380     IF WS-REFUSED-COUNT > ZERO
005390         MOVE "REFUSED"         TO GT-LABEL
005400         MOVE WS-REFUSED-COUNT  TO GT-ITEM-COUNT
005410         MOVE WS-REFUSED-AMOUNT TO GT-TOTAL
005420         MOVE "NOT SENT TO BANK" TO GT-NOTE
005430         WRITE POSITIVE-PAY-REGISTER-LINE FROM WS-GRAND-TOTAL-LINE
005440         DISPLAY WS-REFUSED-COUNT " QUEUED ITEMS REFUSED - SEE "
005450             "THE POSITIVE PAY REGISTER"
005460         IF RETURN-CODE < 4
005470             MOVE 4 TO RETURN-CODE
005480         END-IF
005490     END-IF
005500     MOVE "QUEUED ITEMS"       TO GT-LABEL
005510     MOVE WS-ITEM-COUNT        TO GT-ITEM-COUNT
005520     COMPUTE GT-TOTAL =
005530         WS-ISSUE-AMOUNT + WS-VOID-AMOUNT + WS-REFUSED-AMOUNT
005540     IF RETURN-CODE < 8
005550         MOVE "TIES TO QUEUE" TO GT-NOTE
005560     ELSE
005570         MOVE "*** DOES NOT TIE ***" TO GT-NOTE
005580     END-IF
005590     WRITE POSITIVE-PAY-REGISTER-LINE FROM WS-GRAND-TOTAL-LINE
005600     MOVE SPACES TO POSITIVE-PAY-REGISTER-LINE
005610     WRITE POSITIVE-PAY-REGISTER-LINE
005620     WRITE POSITIVE-PAY-REGISTER-LINE FROM WS-SIGNOFF-LINE
005630     CLOSE POSITIVE-PAY-REGISTER
005640     DISPLAY "POSITIVE PAY TRANSMISSION " WS-TRANSMISSION-NUMBER
005650         " ISSUES: " WS-FILE-ISSUE-COUNT
005660         " VOIDS: " WS-FILE-VOID-COUNT
005670         " REFUSED: " WS-REFUSED-COUNT.
005680 3500-TERMINATE-EXIT.
005690     EXIT.
