000100*****************************************************************
000110* PAYEETBL - THIRD-PARTY DEDUCTION PAYEE TABLE (SHARED COPYBOOK).
000120*            ONE ENTRY PER OUTSIDE PARTY THAT VOLUNTARY
000130*            DEDUCTIONS AND GARNISHMENTS ARE REMITTED TO: THE
000140*            PAYEE CODE CARRIED ON DEDMAST (DED-PAYEE-CODE), THE
000150*            PAYEE'S NAME, THE GL LIABILITY ACCOUNT THE AMOUNTS
000160*            WITHHELD FOR IT ARE CREDITED TO, AND THE DEDUCTION
000170*            TYPE IT ACCEPTS.
000180*
000190* THE FIRST ENTRY FOR EACH DEDUCTION TYPE IS THAT TYPE'S DEFAULT
000200* PAYEE, USED FOR A DEDUCTION WHOSE PAYEE CODE IS BLANK. GARNSH
000210* ONLY CATCHES GARNISHMENTS SET UP BEFORE THE AGENCY WAS CARRIED;
000220* NEW GARNISHMENTS MUST NAME THEIR AGENCY. KEEPING THE TABLE IN
000230* ONE COPYBOOK KEEPS MODIFY-RECORDS, DED-LEAVE-MAINTAIN,
000240* DEDUCTION-REMITTANCE AND GL-POSTING IN AGREEMENT - A NEW
000250* AGENCY IS ADDED HERE, WITH ITS OWN ACCOUNT, AND THE OCCURS AND
000260* WS-PAYEE-COUNT RAISED TO MATCH (UP TO 20 PAYEES, THE SIZE OF THE
000270* PER-PAYEE TOTALS IN GL-POSTING AND DEDUCTION-REMITTANCE).
000280*****************************************************************
000290 01  WS-PAYEE-TABLE-DATA.
000300     05  FILLER PIC X(36) VALUE
000310         "HLTHCRHEALTH PLAN CARRIER     2210HL".
000320     05  FILLER PIC X(36) VALUE
000330         "RETIRERETIREMENT RECORDKEEPER 2220RT".
000340     05  FILLER PIC X(36) VALUE
000350         "GARNSHGARNISHMENT - NO AGENCY 2230GA".
000360     05  FILLER PIC X(36) VALUE
000370         "CSEA01STATE CHILD SUPPORT AGCY2231GA".
000380     05  FILLER PIC X(36) VALUE
000390         "IRSLVYIRS WAGE LEVY           2232GA".
000400     05  FILLER PIC X(36) VALUE
000410         "CRDTORCIVIL JUDGMENT CREDITOR 2233GA".

000420 01  WS-PAYEE-TABLE REDEFINES WS-PAYEE-TABLE-DATA.
000430     05  WS-PAYEE-ENTRY OCCURS 6 TIMES
000440             INDEXED BY WS-PAYEE-IDX.
000450         10  WS-PAYEE-CODE        PIC X(06).
000460         10  WS-PAYEE-NAME        PIC X(24).
000470         10  WS-PAYEE-GL-ACCOUNT  PIC X(04).
000480         10  WS-PAYEE-DED-TYPE    PIC X(02).

000490 01  WS-PAYEE-COUNT               PIC 9(02) VALUE 06.
