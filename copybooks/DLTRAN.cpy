000100*****************************************************************
000110* DLTRAN - DEDUCTION / LEAVE MASTER MAINTENANCE TRANSACTION
000120*          LAYOUT, APPLIED BY DED-LEAVE-MAINTAIN
000130*
000140* DT-FILE-CODE SAYS WHICH MASTER THE TRANSACTION IS FOR: "D"
000150* THE DEDUCTION MASTER (DEDMAST, SEE DEDMREC) OR "L" THE LEAVE
000160* BALANCE MASTER (LEAVEMAST, SEE LVEMREC).
000170*
000180* DT-ACTION-CODE IS "A" (ADD) OR "C" (CHANGE) FOR EITHER FILE,
000190* OR "S" (STOP) FOR A DEDUCTION. A CHANGE REPLACES EVERY FIELD
000200* ON THE RECORD WITH THE TRANSACTION'S. A STOP NEEDS ONLY THE
000210* KEY AND DT-DED-STOP-DATE (CCYYMMDD) - THE DEDUCTION IS NOT
000220* TAKEN IN ANY PERIOD ENDING ON OR AFTER IT; ZERO MEANS THE RUN
000230* DATE.
000232*
000234* A DEDUCTION'S DT-DED-PAYEE-CODE MUST BE IN THE PAYEE TABLE (SEE
000236* PAYEETBL) FOR ITS TYPE; BLANK TAKES THE TYPE'S DEFAULT PAYEE. A
000238* GARNISHMENT MUST NAME ITS AGENCY AND CARRY DT-DED-CASE-NUMBER.
000240*****************************************************************
000250 01  DEDLV-TRAN-RECORD.
000260     05  DT-FILE-CODE            PIC X(01).
000270         88  DEDUCTION-TRANSACTION   VALUE "D".
000280         88  LEAVE-TRANSACTION       VALUE "L".
000290     05  DT-ACTION-CODE          PIC X(01).
000300     05  DT-EMP-ID               PIC X(03).
000310     05  DT-DEDUCTION-DATA.
000320         10  DT-DED-SEQ-NO       PIC 9(02).
000330         10  DT-DED-TYPE-CODE    PIC X(02).
000340         10  DT-DED-METHOD       PIC X(01).
000350         10  DT-DED-FLAT-AMOUNT  PIC 9(04)V99.
000360         10  DT-DED-PERCENT      PIC V999.
000370         10  DT-DED-REMAINING-BALANCE PIC 9(06)V99.
000380         10  DT-DED-STOP-DATE    PIC 9(08).
000383         10  DT-DED-PAYEE-CODE   PIC X(06).
000386         10  DT-DED-CASE-NUMBER  PIC X(15).
000390*****************************************************************
000400* LEAVE BALANCE VIEW OF THE SAME AREA FOR AN "L" TRANSACTION.
000410* THE FOUR FIGURES ARE HOURS AND REPLACE THE MASTER'S OUTRIGHT.
000420*****************************************************************
000430     05  DT-LEAVE-DATA REDEFINES DT-DEDUCTION-DATA.
000440         10  DT-LVE-VAC-ACCRUED  PIC 9(05)V99.
000450         10  DT-LVE-VAC-TAKEN    PIC 9(05)V99.
000460         10  DT-LVE-SICK-ACCRUED PIC 9(05)V99.
000470         10  DT-LVE-SICK-TAKEN   PIC 9(05)V99.
000480         10  FILLER              PIC X(23).
