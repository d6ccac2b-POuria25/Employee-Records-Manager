000100*****************************************************************
000110* SUPPREC - SUPPLEMENTAL (OFF-CYCLE) EARNINGS RECORD LAYOUT
000120*
000130* ONE RECORD PER ONE-TIME PAYMENT TO BE MADE BY SUPPLEMENTAL-PAY
000140* BETWEEN REGULAR PAY PERIODS. SEVERAL RECORDS FOR THE SAME
000150* EMP-ID ARE SUMMED INTO A SINGLE PAYMENT FOR THE RUN.
000160*
000170* SE-EARN-TYPE SAYS WHAT IS BEING PAID: A BONUS, A COMMISSION,
000180* OR A MANUAL CHECK REPLACING A MISSED REGULAR PAYCHECK.
000190* SE-HOURS IS ONLY KEYED FOR A MANUAL CHECK (THE HOURS THE
000200* MISSED PAYCHECK COVERED, FOR THE YTD AND QUARTERLY HOURS);
000210* IT IS ZERO OR BLANK ON BONUS AND COMMISSION RECORDS.
000220*****************************************************************
000230 01  SUPP-EARNINGS-RECORD.
000240     05  SE-EMP-ID           PIC X(03).
000250     05  SE-EARN-TYPE        PIC X(01).
000260         88  BONUS-EARNINGS      VALUE "B".
000270         88  COMMISSION-EARNINGS VALUE "C".
000280         88  MANUAL-CHECK-EARNINGS VALUE "M".
000290     05  SE-AMOUNT           PIC 9(05)V99.
000300     05  SE-HOURS            PIC 9(02).
