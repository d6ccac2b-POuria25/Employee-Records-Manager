000100*****************************************************************
000110* GLPREC - GENERAL-LEDGER POSTING RECORD LAYOUT (SHARED COPYBOOK).
000120*          THE GLFILE FORMAT HANDED TO ACCOUNTING: ONE POSTING PER
000130*          RECORD, AND EVERY FILE ONE BALANCED JOURNAL ENTRY.
000140*
000150* WRITTEN BY GL-POSTING (GLFILE, THE PAYROLL RUN'S ENTRY) AND BY
000160* WAGE-ACCRUAL (GLACCR, THE MONTH-END WAGE ACCRUAL).
000170*
000180* GL-ENTRY-TYPE IS BLANK ON AN ORDINARY POSTING, WHICH IS BOOKED
000190* AS OF THE DAY ACCOUNTING LOADS IT; GL-ENTRY-DATE AND
000200* GL-REVERSAL-DATE ARE THEN BLANK TOO. "A" MARKS AN
000210* AUTO-REVERSING ACCRUAL: BOOKED AS OF GL-ENTRY-DATE AND REVERSED
000220* BY THE LEDGER AS OF GL-REVERSAL-DATE (BOTH CCYYMMDD).
000230*****************************************************************
000240 01  GL-POSTING-RECORD.
000250     05  GL-ACCOUNT              PIC X(04).
000260     05  FILLER                  PIC X(01) VALUE SPACES.
000270     05  GL-DEPT                 PIC X(04).
000280     05  FILLER                  PIC X(01) VALUE SPACES.
000290     05  GL-DEBIT-AMOUNT         PIC 9(08)V99.
000300     05  FILLER                  PIC X(01) VALUE SPACES.
000310     05  GL-CREDIT-AMOUNT        PIC 9(08)V99.
000320     05  FILLER                  PIC X(01) VALUE SPACES.
000330     05  GL-DESCRIPTION          PIC X(24).
000340     05  FILLER                  PIC X(01) VALUE SPACES.
000350     05  GL-ENTRY-TYPE           PIC X(01).
000360         88  GL-AUTO-REVERSING       VALUE "A".
000370     05  FILLER                  PIC X(01) VALUE SPACES.
000380     05  GL-ENTRY-DATE           PIC X(08).
000390     05  FILLER                  PIC X(01) VALUE SPACES.
000400     05  GL-REVERSAL-DATE        PIC X(08).
