000270*                  NEXT ID IS PROMPTED FOR. "END" (OR A BLANK
000280*                  ID) ENDS THE SESSION. ALL MAINTENANCE STAYS
000290*                  IN EMP-MAINTAIN.
000293* 2026-10-15 RLS   SHOW EMPLOYMENT STATUS, HIRE DATE, AND (FOR A
000296*                  TERMINATED EMPLOYEE) THE TERMINATION DATE.
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
001700 2300-DISPLAY-EMPLOYEE.
001710     DISPLAY "  NAME:       " EMP-NAME
001720     DISPLAY "  DEPARTMENT: " EMP-DEPT
001721     EVALUATE TRUE
001723         WHEN TERMINATED-EMPLOYEE
001724             DISPLAY "  STATUS:     TERMINATED " EMP-TERM-DATE
001726         WHEN EMPLOYEE-ON-LEAVE
001727             DISPLAY "  STATUS:     LEAVE OF ABSENCE"
001729         WHEN OTHER
001730             DISPLAY "  STATUS:     ACTIVE"
001732     END-EVALUATE
001733     IF EMP-HIRE-DATE NUMERIC AND EMP-HIRE-DATE > ZERO
001735         DISPLAY "  HIRED:      " EMP-HIRE-DATE
001736     END-IF
001738     MOVE EMP-RATE TO WS-EDIT-RATE
001740     DISPLAY "  RATE:       " WS-EDIT-RATE
001750     IF EMP-BANK-ROUTING = SPACES
001760             OR EMP-BANK-ROUTING = ZEROS
