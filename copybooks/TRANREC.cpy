000100*****************************************************************
000110* TRANREC - EMPLOYEE MASTER MAINTENANCE TRANSACTION LAYOUT
000120*
000126* TRAN-ACTION-CODE IS "A" (ADD), "C" (CHANGE), OR "T"
000132* (TERMINATE). FOR "T" TRANSACTIONS ONLY TRAN-EMP-ID AND
000138* TRAN-TERM-DATE ARE REQUIRED. THE OLD "D" (DELETE) IS RETIRED -
000144* TERMINATED EMPLOYEES STAY ON THE MASTER UNTIL EMP-PURGE.
000150*
000151* TRAN-PAY-TYPE IS "H" (HOURLY) OR "S" (SALARIED); BLANK ON AN
000152* ADD OR CHANGE DEFAULTS TO HOURLY. TRAN-SALARY IS THE FIXED
000330* INTO. ZERO MEANS THE CHANGE IS EFFECTIVE IMMEDIATELY.
000340*****************************************************************
000350     05  TRAN-EFFECTIVE-DATE PIC 9(08).
000360*****************************************************************
000370* TRAN-STATUS IS "A" (ACTIVE) OR "L" (LEAVE OF ABSENCE) ON AN
000380* ADD OR CHANGE; BLANK MEANS ACTIVE ON AN ADD AND UNCHANGED ON
000390* A CHANGE. "A" ON A CHANGE TO A TERMINATED EMPLOYEE IS A
000400* REHIRE. TRAN-HIRE-DATE AND TRAN-TERM-DATE ARE CCYYMMDD; A
000410* ZERO OR BLANK HIRE DATE ON A CHANGE LEAVES THE MASTER'S AS IT
000420* IS.
000430*****************************************************************
000440     05  TRAN-STATUS         PIC X(01).
000450     05  TRAN-HIRE-DATE      PIC 9(08).
000460     05  TRAN-TERM-DATE      PIC 9(08).
000470*****************************************************************
000480* TRAN-OPERATOR-ID IDENTIFIES THE OPERATOR WHO KEYED THE
000490* TRANSACTION. IT IS REQUIRED ON A "C" THAT CHANGES THE BANK
000500* ROUTING/ACCOUNT, RATE, OR SALARY - THOSE CHANGES ARE HELD ON
000510* EMPPEND UNTIL A DIFFERENT OPERATOR APPROVES THEM (SEE
000520* PCHGREC AND EMP-CHANGE-APPROVAL).
000530*****************************************************************
000540     05  TRAN-OPERATOR-ID    PIC X(08).
