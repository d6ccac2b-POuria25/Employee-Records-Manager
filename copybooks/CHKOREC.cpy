000200* PAYROLL-REVERSAL.
000210*
000220* OC-ISSUE-DATE IS THE RUN DATE THE CHECK WAS PRINTED (YYMMDD).
000221*
000222* OC-PERIOD IS THE PAY PERIOD (OR 9001-UP OFF-CYCLE RUN) THE
000223* CHECK PAID, SO PAYROLL-REVERSAL CAN FIND THE CHECK FOR A VOIDED
000224* PAYCHECK. RECORDS WRITTEN BEFORE IT WAS CARRIED READ AS SPACES
000225* (NOT NUMERIC) AND ARE MATCHED ON EMP-ID AND AMOUNT INSTEAD.
000226*
000227* OC-STATUS IS BLANK WHILE THE CHECK IS OPEN AND "S" ONCE
000228* CHECK-RECONCILE HAS STOP-PAID IT AS STALE AND QUEUED THE VOID
000229* FOR POSITIVE PAY (SEE PPITREC), SO THE VOID IS SENT ONLY ONCE.
000230*****************************************************************
000240 01  OUTSTANDING-CHECK-RECORD.
000250     05  OC-CHECK-NUMBER         PIC 9(06).
000310     05  OC-PAYEE-NAME           PIC X(15).
000320     05  FILLER                  PIC X(01) VALUE SPACES.
000330     05  OC-AMOUNT               PIC 9(08)V99.
000341     05  FILLER                  PIC X(01) VALUE SPACES.
000352     05  OC-PERIOD               PIC 9(04).
000364     05  FILLER                  PIC X(01) VALUE SPACES.
000375     05  OC-STATUS               PIC X(01).
000387         88  CHECK-IS-OPEN           VALUE SPACE.
000398         88  CHECK-STOP-PAID         VALUE "S".
