000390*                  ACCUMULATORS SO A RUN TOTALING $1,000,000 OR
000400*                  $100,000 WITHHELD DOES NOT TRUNCATE THE GRAND
000410*                  TOTAL LINE.
000411* 2026-10-15 RLS   ONLY ACTIVE EMPLOYEES ARE SUMMARIZED.
000412*                  EMP-MAINTAIN NO LONGER DELETES A TERMINATED
000413*                  EMPLOYEE, AND AN EMPLOYEE ON LEAVE STAYS ON THE
000414*                  MASTER, SO THE SORT NOW TAKES ITS INPUT FROM
000415*                  1500-SELECT-EMPLOYEES, WHICH SKIPS BOTH,
000416*                  INSTEAD OF FROM THE WHOLE MASTER.
000420*****************************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000600     COPY EMPMREC.

000610*****************************************************************
000620* SORT-WORK-FILE - ACTIVE EMPLOYEES RESEQUENCED BY DEPARTMENT
000630*****************************************************************
000640 SD  SORT-WORK-FILE.
000650 01  SORT-WORK-RECORD.
000830         88  END-OF-SORT             VALUE "Y".
000840     05  WS-FIRST-REC-SWITCH PIC X(01) VALUE "Y".
000850         88  FIRST-DETAIL-RECORD     VALUE "Y".
000853     05  WS-EMP-EOF-SWITCH   PIC X(01) VALUE "N".
000856         88  END-OF-EMPLOYEES        VALUE "Y".

000860 01  WS-PREV-DEPT             PIC X(04) VALUE SPACES.


001520 PROCEDURE DIVISION.
001530*****************************************************************
001540* 0000-MAINLINE - SORT THE ACTIVE EMPLOYEES BY DEPARTMENT AND
001550*                 PRINT THE CONTROL-BREAK SUMMARY IN THE SORT
001560*                 OUTPUT PROCEDURE
001570*****************************************************************
001580 0000-MAINLINE.
001590     PERFORM 1000-INITIALIZE
001610     SORT SORT-WORK-FILE
001620         ON ASCENDING KEY SW-EMP-DEPT
001630         ON ASCENDING KEY SW-EMP-ID
001636         INPUT PROCEDURE IS 1500-SELECT-EMPLOYEES
001643             THRU 1500-SELECT-EMPLOYEES-EXIT
001650         OUTPUT PROCEDURE IS 2000-PRODUCE-REPORT
001660             THRU 2000-PRODUCE-REPORT-EXIT
001670     PERFORM 3000-TERMINATE
001770 1000-INITIALIZE-EXIT.
001780     EXIT.

001781*****************************************************************
001782* 1500-SELECT-EMPLOYEES - SORT INPUT PROCEDURE. READS THE MASTER
001783*                         AND RELEASES ONLY ACTIVE EMPLOYEES.
001784*                         ONE WHO IS TERMINATED OR ON LEAVE IS
001785*                         NOT PAID AND IS LEFT OUT OF THE
001786*                         DEPARTMENT'S HEADCOUNT AND PAY.
001787*****************************************************************
001788 1500-SELECT-EMPLOYEES.
001789     OPEN INPUT EMPLOYEE-FILE
001790     IF WS-EMPFILE-STATUS = "35"
001791         DISPLAY "EMPLOYEE MASTER NOT FOUND - NO EMPLOYEES "
001792             "SUMMARIZED"
001793         MOVE 8 TO RETURN-CODE
001794         GO TO 1500-SELECT-EMPLOYEES-EXIT
001795     END-IF
001796     PERFORM 1550-RELEASE-EMPLOYEE
001797         THRU 1550-RELEASE-EMPLOYEE-EXIT
001798         UNTIL END-OF-EMPLOYEES
001799     CLOSE EMPLOYEE-FILE.
001800 1500-SELECT-EMPLOYEES-EXIT.
001801     EXIT.

001802*****************************************************************
001803* 1550-RELEASE-EMPLOYEE - READ ONE MASTER RECORD AND RELEASE IT TO
001805*                         THE SORT IF THE EMPLOYEE IS ACTIVE
001806*****************************************************************
001807 1550-RELEASE-EMPLOYEE.
001808     READ EMPLOYEE-FILE NEXT RECORD
001809         AT END
001810             SET END-OF-EMPLOYEES TO TRUE
001811             GO TO 1550-RELEASE-EMPLOYEE-EXIT
001812     END-READ
001813     IF TERMINATED-EMPLOYEE OR EMPLOYEE-ON-LEAVE
001814         GO TO 1550-RELEASE-EMPLOYEE-EXIT
001815     END-IF
001816     MOVE EMP-ID        TO SW-EMP-ID
001817     MOVE EMP-NAME      TO SW-EMP-NAME
001818     MOVE EMP-DEPT      TO SW-EMP-DEPT
001819     MOVE EMP-HOURS     TO SW-EMP-HOURS
001820     MOVE EMP-RATE      TO SW-EMP-RATE
001821     MOVE EMP-DEDUCTION TO SW-EMP-DEDUCTION
001822     RELEASE SORT-WORK-RECORD.
001823 1550-RELEASE-EMPLOYEE-EXIT.
001824     EXIT.

001825*****************************************************************
001826* 2000-PRODUCE-REPORT - SORT OUTPUT PROCEDURE. RETURNS RECORDS
001827*                       IN DEPARTMENT SEQUENCE AND BREAKS ON
001828*                       DEPARTMENT CHANGE.
001830*****************************************************************
001840 2000-PRODUCE-REPORT.
001850     PERFORM 2100-RETURN-SORTED-RECORD
