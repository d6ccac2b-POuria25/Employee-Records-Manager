000100*****************************************************************
000110* LABDREC - LABOR DISTRIBUTION RECORD LAYOUT (SHARED COPYBOOK).
000120*           ONE RECORD PER EMPLOYEE PER DEPARTMENT CHARGED IN THE
000130*           PERIOD, WRITTEN BY MODIFY-RECORDS FOR EVERY PAYCHECK.
000140*           AN EMPLOYEE WHOSE HOURS ALL CHARGE THE HOME
000150*           DEPARTMENT (EVERY SALARIED EMPLOYEE, AND EVERY
000160*           HOURLY ONE WITH NO CHARGE DEPARTMENT ON A TIMECARD)
000170*           HAS ONE RECORD, FOR THE HOME DEPARTMENT.
000180*
000190* THE PAYCHECK IS SPLIT IN PROPORTION TO THE HOURS CHARGED TO
000200* EACH DEPARTMENT (SEE TC-CHARGE-DEPT ON TIMECRD). OVERTIME HOURS
000210* AND THE OVERTIME PAY GO BY EACH DEPARTMENT'S SHARE OF THE
000220* REGULAR HOURS WORKED, SINCE ONLY REGULAR HOURS EARN OVERTIME;
000230* THE REST OF GROSS GOES BY EACH DEPARTMENT'S SHARE OF THE
000240* STRAIGHT-TIME HOURS; WITHHOLDING AND NET GO BY SHARE OF GROSS.
000250* ROUNDING PENNIES GO TO THE DEPARTMENT WITH THE MOST HOURS, SO
000260* THE RECORDS FOR A PAYCHECK ALWAYS ADD BACK TO ITS PAYOUTREC
000270* FIGURES.
000280*
000290* THE PERIOD'S RECORDS GO TO THE LABDTL FILE, READ BY GL-POSTING
000300* FOR THE WAGE EXPENSE DEBITS; THE SAME IMAGE IS KEPT ON LABHIST
000310* (SEE LABHREC) FOR DEPT-LABOR-TREND.
000320*****************************************************************
000330 01  LABOR-DISTRIBUTION-RECORD.
000340     05  LD-KEY.
000350         10  LD-EMP-ID           PIC X(03).
000360         10  LD-PERIOD           PIC 9(04).
000370         10  LD-CHARGE-DEPT      PIC X(04).
000380     05  LD-HOME-DEPT            PIC X(04).
000390     05  LD-PAY-TYPE             PIC X(01).
000400     05  LD-STRAIGHT-HOURS       PIC 9(03)V99.
000410     05  LD-OT-HOURS             PIC 9(03)V99.
000420     05  LD-OT-PAY               PIC 9(04)V99.
000430     05  LD-GROSS-PAY            PIC 9(05)V99.
000440     05  LD-WITHHOLDING          PIC 9(04)V99.
000450     05  LD-NET-PAY              PIC S9(05)V99.
000460     05  LD-PERIOD-END-DATE      PIC 9(08).
