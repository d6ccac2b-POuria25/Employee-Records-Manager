000100*****************************************************************
000110* PCHGREC - PENDING SENSITIVE CHANGE RECORD LAYOUT (SHARED
000120*           COPYBOOK). INDEXED FILE EMPPEND, KEYED ON EMP-ID PLUS
000130*           A SEQUENCE NUMBER ASSIGNED WHEN THE CHANGE IS HELD.
000140*
000150* A "C" TRANSACTION TO EMP-MAINTAIN THAT WOULD CHANGE AN
000160* EMPLOYEE'S BANK ROUTING/ACCOUNT, EMP-RATE, OR EMP-SALARY DOES
000170* NOT TOUCH THOSE FIELDS ON EMPMAST. THE MASTER'S VALUES (BEFORE)
000180* AND THE TRANSACTION'S (AFTER) ARE HELD HERE, ALL FOUR TOGETHER,
000190* WITH THE SUBMITTING OPERATOR. EMP-CHANGE-APPROVAL APPLIES OR
000200* REJECTS THE CHANGE ON A SECOND OPERATOR'S DECISION AND STAMPS
000210* THE DECISION ON THE RECORD, WHICH STAYS ON FILE AS THE RECORD
000220* OF WHO SUBMITTED AND WHO APPROVED IT.
000230*
000240* PCH-SUBMIT-DATE AND PCH-DECISION-DATE ARE CCYYMMDD.
000250* PCH-EFFECTIVE-DATE IS THE TRANSACTION'S EFFECTIVE DATE FOR A
000260* RATE CHANGE (ZERO MEANS IMMEDIATE), APPLIED AT APPROVAL.
000270*****************************************************************
000280 01  PENDING-CHANGE-RECORD.
000290     05  PCH-KEY.
000300         10  PCH-EMP-ID          PIC X(03).
000310         10  PCH-SEQ-NO          PIC 9(03).
000320     05  PCH-STATUS              PIC X(01).
000330         88  CHANGE-IS-PENDING       VALUE "P".
000340         88  CHANGE-WAS-APPROVED     VALUE "A".
000350         88  CHANGE-WAS-REJECTED     VALUE "R".
000360     05  PCH-EMP-NAME            PIC X(15).
000370     05  PCH-SUBMIT-OPERATOR     PIC X(08).
000380     05  PCH-SUBMIT-DATE         PIC 9(08).
000390     05  PCH-SUBMIT-TIME         PIC 9(08).
000400     05  PCH-BEFORE.
000410         10  PCH-OLD-ROUTING     PIC X(09).
000420         10  PCH-OLD-ACCOUNT     PIC X(17).
000430         10  PCH-OLD-RATE        PIC 9(02)V99.
000440         10  PCH-OLD-SALARY      PIC 9(05)V99.
000450     05  PCH-AFTER.
000460         10  PCH-NEW-ROUTING     PIC X(09).
000470         10  PCH-NEW-ACCOUNT     PIC X(17).
000480         10  PCH-NEW-RATE        PIC 9(02)V99.
000490         10  PCH-NEW-SALARY      PIC 9(05)V99.
000500     05  PCH-EFFECTIVE-DATE      PIC 9(08).
000510     05  PCH-DECISION-OPERATOR   PIC X(08).
000520     05  PCH-DECISION-DATE       PIC 9(08).
000530     05  PCH-DECISION-REASON     PIC X(20).
