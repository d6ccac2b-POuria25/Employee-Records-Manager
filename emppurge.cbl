000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. EMP-PURGE.
000120 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000130 INSTALLATION. CORPORATE-PAYROLL.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*****************************************************************
000170* MODIFICATION HISTORY
000180*------------------------------------------------------------
000190* DATE       INIT  DESCRIPTION
000200* 2026-10-15 RLS   ORIGINAL VERSION - PURGE OF TERMINATED
000210*                  EMPLOYEES FROM THE EMPLOYEE MASTER (EMPMAST,
000220*                  SEE EMPMREC COPYBOOK). EMP-MAINTAIN ONLY MARKS
000230*                  AN EMPLOYEE TERMINATED, SO THE DEPARTMENT STAYS
000240*                  ON FILE FOR THE LABOR REPORTS AND GL THROUGH
000250*                  THE REST OF THE YEAR. ONCE YEAR-END-CLOSE HAS
000260*                  CLOSED THE YEAR THE EMPLOYEE LEFT IN (PER THE
000270*                  YECTL CONTROL FILE), AND THE FINAL CHECK HAS
000280*                  BEEN PAID, THE MASTER IS COPIED TO THE
000290*                  YEAR-STAMPED EMPARCH ARCHIVE (EXTENDED, AS
000300*                  PAY-HISTORY-ARCHIVE DOES FOR PAYHARCH)
000310*                  AND DELETED, WITH THE EMPLOYEE'S LEAVE BALANCE
000320*                  RECORD ON LEAVEMAST.
000330*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT EMPLOYEE-FILE ASSIGN TO "EMPMAST"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS EMP-ID
000410         FILE STATUS IS WS-EMPFILE-STATUS.
000420     SELECT LEAVE-FILE ASSIGN TO "LEAVEMAST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS LVE-EMP-ID
000460         FILE STATUS IS WS-LVEFILE-STATUS.
000470     SELECT EMP-ARCHIVE-FILE ASSIGN TO "EMPARCH"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-ARCHIVE-STATUS.
000500     SELECT CLOSE-CONTROL-FILE ASSIGN TO "YECTL"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-CONTROL-STATUS.

000530 DATA DIVISION.
000540 FILE SECTION.
000550*****************************************************************
000560* EMPLOYEE-FILE - THE INDEXED EMPLOYEE MASTER, READ IN KEY
000570*                 SEQUENCE; PURGED RECORDS ARE DELETED IN PLACE
000580*****************************************************************
000590 FD  EMPLOYEE-FILE.
000600     COPY EMPMREC.

000610*****************************************************************
000620* LEAVE-FILE - LEAVE BALANCE MASTER; A PURGED EMPLOYEE'S RECORD
000630*              IS DELETED BY KEY
000640*****************************************************************
000650 FD  LEAVE-FILE.
000660     COPY LVEMREC.

000670*****************************************************************
000680* EMP-ARCHIVE-FILE - PURGED EMPLOYEE MASTERS. ONE RECORD PER
000690*                    EMPLOYEE, STAMPED WITH THE YEAR OF THE
000700*                    TERMINATION DATE, EXTENDED ON EVERY RUN.
000710*****************************************************************
000720 FD  EMP-ARCHIVE-FILE.
000730 01  EMP-ARCHIVE-RECORD.
000740     05  EA-YEAR                 PIC 9(04).
000750     05  FILLER                  PIC X(01) VALUE SPACES.
000760     05  EA-DETAIL               PIC X(104).

000770*****************************************************************
000780* CLOSE-CONTROL-FILE - THE LAST YEAR CLOSED BY YEAR-END-CLOSE.
000790*                      ONLY EMPLOYEES TERMINATED IN OR BEFORE IT
000800*                      ARE PURGED.
000810*****************************************************************
000820 FD  CLOSE-CONTROL-FILE.
000830 01  CLOSE-CONTROL-RECORD.
000840     05  CC-LAST-CLOSED-YEAR     PIC 9(04).

000850 WORKING-STORAGE SECTION.
000860 77  WS-EMPFILE-STATUS           PIC X(02).
000870 77  WS-LVEFILE-STATUS           PIC X(02).
000880 77  WS-ARCHIVE-STATUS           PIC X(02).
000890 77  WS-CONTROL-STATUS           PIC X(02).
000900 77  WS-LAST-CLOSED-YEAR         PIC 9(04) VALUE ZERO.
000910 77  WS-TERM-YEAR                PIC 9(04) VALUE ZERO.
000920 77  WS-PURGED-COUNT             PIC 9(07) VALUE ZERO.
000930 77  WS-LEAVE-PURGED-COUNT       PIC 9(07) VALUE ZERO.
000940 77  WS-KEPT-COUNT               PIC 9(07) VALUE ZERO.

000950 01  WS-FLAGS.
000960     05  EOF-FLAG            PIC X(01) VALUE "N".
000970         88  END-OF-EMPLOYEE-FILE    VALUE "Y".
000980     05  WS-ABORT-SWITCH     PIC X(01) VALUE "N".
000990         88  RUN-WAS-REFUSED         VALUE "Y".
001000     05  WS-LEAVE-OPEN-SWITCH PIC X(01) VALUE "N".
001010         88  LEAVE-FILE-IS-OPEN      VALUE "Y".

001020 PROCEDURE DIVISION.
001030*****************************************************************
001040* 0000-MAINLINE - VERIFY A YEAR HAS BEEN CLOSED, THEN ARCHIVE AND
001050*                 PURGE EVERY ELIGIBLE TERMINATED EMPLOYEE
001060*****************************************************************
001070 0000-MAINLINE.
001080     PERFORM 1000-INITIALIZE
001090         THRU 1000-INITIALIZE-EXIT
001100     IF RUN-WAS-REFUSED
001110         MOVE 8 TO RETURN-CODE
001120     ELSE
001130         PERFORM 2000-PROCESS-EMPLOYEES
001140             THRU 2000-PROCESS-EMPLOYEES-EXIT
001150         PERFORM 3000-TERMINATE
001160             THRU 3000-TERMINATE-EXIT
001170     END-IF
001180     STOP RUN.

001190*****************************************************************
001200* 1000-INITIALIZE - PICK UP THE LAST YEAR CLOSED AND OPEN THE
001210*                   FILES
001220*****************************************************************
001230 1000-INITIALIZE.
001240     PERFORM 1100-CHECK-CLOSE-CONTROL
001250         THRU 1100-CHECK-CLOSE-CONTROL-EXIT
001260     IF RUN-WAS-REFUSED
001270         GO TO 1000-INITIALIZE-EXIT
001280     END-IF
001290     OPEN I-O EMPLOYEE-FILE
001300     IF WS-EMPFILE-STATUS = "35"
001310         DISPLAY "PURGE REFUSED - NO EMPLOYEE MASTER FOUND"
001320         SET RUN-WAS-REFUSED TO TRUE
001330         GO TO 1000-INITIALIZE-EXIT
001340     END-IF
001350     OPEN I-O LEAVE-FILE
001360     IF WS-LVEFILE-STATUS NOT = "35"
001370         SET LEAVE-FILE-IS-OPEN TO TRUE
001380     END-IF
001390     OPEN EXTEND EMP-ARCHIVE-FILE
001400     IF WS-ARCHIVE-STATUS = "35"
001410         OPEN OUTPUT EMP-ARCHIVE-FILE
001420     END-IF.
001430 1000-INITIALIZE-EXIT.
001440     EXIT.

001450*****************************************************************
001460* 1100-CHECK-CLOSE-CONTROL - NOTHING IS PURGED UNTIL
001470*                            YEAR-END-CLOSE HAS CLOSED AT LEAST
001480*                            ONE YEAR
001490*****************************************************************
001500 1100-CHECK-CLOSE-CONTROL.
001510     OPEN INPUT CLOSE-CONTROL-FILE
001520     IF WS-CONTROL-STATUS = "35"
001530         DISPLAY "PURGE REFUSED - NO YEAR HAS BEEN CLOSED"
001540         SET RUN-WAS-REFUSED TO TRUE
001550         GO TO 1100-CHECK-CLOSE-CONTROL-EXIT
001560     END-IF
001570     READ CLOSE-CONTROL-FILE
001580         AT END
001590             MOVE ZERO TO WS-LAST-CLOSED-YEAR
001600         NOT AT END
001610             MOVE CC-LAST-CLOSED-YEAR TO WS-LAST-CLOSED-YEAR
001620     END-READ
001630     CLOSE CLOSE-CONTROL-FILE
001640     IF WS-LAST-CLOSED-YEAR = ZERO
001650         DISPLAY "PURGE REFUSED - NO YEAR HAS BEEN CLOSED"
001660         SET RUN-WAS-REFUSED TO TRUE
001670     END-IF.
001680 1100-CHECK-CLOSE-CONTROL-EXIT.
001690     EXIT.

001700*****************************************************************
001710* 2000-PROCESS-EMPLOYEES - READ/ARCHIVE/DELETE LOOP IN KEY
001720*                          SEQUENCE
001730*****************************************************************
001740 2000-PROCESS-EMPLOYEES.
001750     PERFORM 2100-READ-EMPLOYEE-RECORD
001760         THRU 2100-READ-EMPLOYEE-RECORD-EXIT
001770     PERFORM UNTIL END-OF-EMPLOYEE-FILE
001780         PERFORM 2200-DISPOSE-ONE-EMPLOYEE
001790             THRU 2200-DISPOSE-ONE-EMPLOYEE-EXIT
001800         PERFORM 2100-READ-EMPLOYEE-RECORD
001810             THRU 2100-READ-EMPLOYEE-RECORD-EXIT
001820     END-PERFORM.
001830 2000-PROCESS-EMPLOYEES-EXIT.
001840     EXIT.

001850 2100-READ-EMPLOYEE-RECORD.
001860     READ EMPLOYEE-FILE NEXT RECORD
001870         AT END
001880             SET END-OF-EMPLOYEE-FILE TO TRUE
001890     END-READ.
001900 2100-READ-EMPLOYEE-RECORD-EXIT.
001910     EXIT.

001920*****************************************************************
001930* 2200-DISPOSE-ONE-EMPLOYEE - A TERMINATED EMPLOYEE WHOSE FINAL
001940*                             CHECK HAS BEEN PAID AND WHOSE
001950*                             TERMINATION YEAR IS CLOSED IS
001960*                             ARCHIVED AND DELETED; EVERYONE ELSE
001970*                             (ACTIVE, ON LEAVE, OR TERMINATED IN
001980*                             THE ONLINE YEAR) STAYS ON FILE
001990*****************************************************************
002000 2200-DISPOSE-ONE-EMPLOYEE.
002010     IF NOT TERMINATED-EMPLOYEE
002020     OR EMP-TERM-DATE NOT NUMERIC
002030     OR EMP-FINAL-PAY-PERIOD NOT NUMERIC
002040     OR EMP-FINAL-PAY-PERIOD = ZERO
002050         ADD 1 TO WS-KEPT-COUNT
002060         GO TO 2200-DISPOSE-ONE-EMPLOYEE-EXIT
002070     END-IF
002080     MOVE EMP-TERM-DATE(1:4) TO WS-TERM-YEAR
002090     IF WS-TERM-YEAR > WS-LAST-CLOSED-YEAR
002100         ADD 1 TO WS-KEPT-COUNT
002110         GO TO 2200-DISPOSE-ONE-EMPLOYEE-EXIT
002120     END-IF
002130     MOVE SPACES TO EMP-ARCHIVE-RECORD
002140     MOVE WS-TERM-YEAR      TO EA-YEAR
002150     MOVE EMP-MASTER-RECORD TO EA-DETAIL
002160     WRITE EMP-ARCHIVE-RECORD
002170     DELETE EMPLOYEE-FILE RECORD
002180     ADD 1 TO WS-PURGED-COUNT
002190     PERFORM 2300-DELETE-LEAVE-RECORD
002200         THRU 2300-DELETE-LEAVE-RECORD-EXIT.
002210 2200-DISPOSE-ONE-EMPLOYEE-EXIT.
002220     EXIT.

002230*****************************************************************
002240* 2300-DELETE-LEAVE-RECORD - THE FINAL CHECK PAID OUT AND ZEROED
002250*                            THE VACATION BALANCE, SO THE LEAVE
002260*                            RECORD GOES WITH THE MASTER
002270*****************************************************************
002280 2300-DELETE-LEAVE-RECORD.
002290     IF NOT LEAVE-FILE-IS-OPEN
002300         GO TO 2300-DELETE-LEAVE-RECORD-EXIT
002310     END-IF
002320     MOVE EMP-ID TO LVE-EMP-ID
002330     DELETE LEAVE-FILE RECORD
002340         INVALID KEY
002350             CONTINUE
002360         NOT INVALID KEY
002370             ADD 1 TO WS-LEAVE-PURGED-COUNT
002380     END-DELETE.
002390 2300-DELETE-LEAVE-RECORD-EXIT.
002400     EXIT.

002410*****************************************************************
002420* 3000-TERMINATE - CLOSE THE FILES AND REPORT THE COUNTS
002430*****************************************************************
002440 3000-TERMINATE.
002450     CLOSE EMPLOYEE-FILE
002460     IF LEAVE-FILE-IS-OPEN
002470         CLOSE LEAVE-FILE
002480     END-IF
002490     CLOSE EMP-ARCHIVE-FILE
002500     DISPLAY "TERMINATED EMPLOYEES PURGED THROUGH "
002510         WS-LAST-CLOSED-YEAR
002520     DISPLAY "EMPLOYEES PURGED: " WS-PURGED-COUNT
002530         " KEPT ON FILE: " WS-KEPT-COUNT
002540     DISPLAY "LEAVE RECORDS PURGED: " WS-LEAVE-PURGED-COUNT.
002550 3000-TERMINATE-EXIT.
002560     EXIT.
