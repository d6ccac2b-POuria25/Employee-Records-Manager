000240*
000250* APPLIED BY MODIFY-RECORDS AFTER TAX WITHHOLDING SO NET PAY,
000260* THE PAYROLL REGISTER, AND THE YTD FIGURES ALL REFLECT IT.
000263* ADDED, CHANGED, AND STOPPED ONLY THROUGH DED-LEAVE-MAINTAIN,
000266* WHICH LOGS EVERY CHANGE BEFORE AND AFTER TO ITS AUDIT FILE.
000270*****************************************************************
000280 01  DEDUCTION-MASTER-RECORD.
000290     05  DED-KEY.
000370     05  DED-FLAT-AMOUNT         PIC 9(04)V99.
000380     05  DED-PERCENT             PIC V999.
000390     05  DED-REMAINING-BALANCE   PIC 9(06)V99.
000400*****************************************************************
000411* DED-STATUS IS "A" ACTIVE (BLANK ON A RECORD WRITTEN BEFORE THE
000422* FIELD EXISTED) OR "S" STOPPED. A STOPPED DEDUCTION IS NOT TAKEN
000433* IN ANY PAY PERIOD ENDING ON OR AFTER DED-STOP-DATE (CCYYMMDD);
000444* THE RECORD STAYS ON FILE SO THE DEDUCTION'S HISTORY IS KEPT.
000455*****************************************************************
000466     05  DED-STATUS              PIC X(01).
000477         88  ACTIVE-DEDUCTION        VALUE "A" SPACE.
000488         88  STOPPED-DEDUCTION       VALUE "S".
000499     05  DED-STOP-DATE           PIC 9(08).
000500*****************************************************************
000510* DED-PAYEE-CODE NAMES THE OUTSIDE PARTY THE DEDUCTION IS
000520* REMITTED TO (SEE PAYEETBL) - FOR A GARNISHMENT, THE ISSUING
000530* AGENCY. BLANK MEANS THE DEDUCTION TYPE'S DEFAULT PAYEE.
000540* DED-CASE-NUMBER IS THE GARNISHMENT ORDER'S COURT OR AGENCY CASE
000550* NUMBER, QUOTED ON EVERY REMITTANCE; BLANK FOR OTHER TYPES.
000560*****************************************************************
000570     05  DED-PAYEE-CODE          PIC X(06).
000580     05  DED-CASE-NUMBER         PIC X(15).
