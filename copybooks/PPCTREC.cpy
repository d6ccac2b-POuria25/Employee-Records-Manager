000100*****************************************************************
000110* PPCTREC - POSITIVE PAY TRANSMISSION CONTROL RECORD (SHARED
000120*           COPYBOOK). ONE RECORD ON THE PPCTL FILE.
000130*
000140* POSITIVE-PAY STAMPS THE RECORD AT THE END OF EVERY
000150* TRANSMISSION WITH ITS NUMBER, DATE AND CONTROL TOTALS, THE
000160* HIGHEST CHECK NUMBER SENT SO FAR (AN ISSUE ITEM AT OR BELOW IT
000170* IS REFUSED AS ALREADY SENT), AND CLEARS THE CHECK-RUN STATUS.
000180*
000190* CHECK-PRINT SETS PPC-CHECK-RUN-STATUS TO "P" (PENDING) WITH THE
000200* PERIOD OR OFF-CYCLE RUN IT PRINTED WHENEVER IT ISSUES ANY
000210* CHECKS, AND REFUSES TO PRINT ANOTHER RUN WHILE IT IS STILL "P"
000220* UNLESS GIVEN THE "OVERRIDE" OPTION, SO NO CHECK RUN IS LEFT
000230* UNTRANSMITTED.
000240*****************************************************************
000250 01  POSITIVE-PAY-CONTROL-RECORD.
000260     05  PPC-LAST-TRANSMISSION   PIC 9(06).
000270     05  FILLER                  PIC X(01) VALUE SPACES.
000280     05  PPC-LAST-SENT-DATE      PIC 9(06).
000290     05  FILLER                  PIC X(01) VALUE SPACES.
000300     05  PPC-ISSUE-COUNT         PIC 9(06).
000310     05  FILLER                  PIC X(01) VALUE SPACES.
000320     05  PPC-ISSUE-AMOUNT        PIC 9(10)V99.
000330     05  FILLER                  PIC X(01) VALUE SPACES.
000340     05  PPC-VOID-COUNT          PIC 9(06).
000350     05  FILLER                  PIC X(01) VALUE SPACES.
000360     05  PPC-VOID-AMOUNT         PIC 9(10)V99.
000370     05  FILLER                  PIC X(01) VALUE SPACES.
000380     05  PPC-HIGH-CHECK-SENT     PIC 9(06).
000390     05  FILLER                  PIC X(01) VALUE SPACES.
000400     05  PPC-CHECK-RUN-STATUS    PIC X(01).
000410         88  CHECK-RUN-PENDING       VALUE "P".
000420     05  FILLER                  PIC X(01) VALUE SPACES.
000430     05  PPC-PENDING-RUN         PIC 9(04).
