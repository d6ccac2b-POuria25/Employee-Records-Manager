000100*****************************************************************
000110* AUDTREC - EMPLOYEE MASTER AUDIT LOG RECORD LAYOUT (SHARED
000120*           COPYBOOK). FILE AUDITLOG, OPENED EXTEND BY EVERY
000130*           PROGRAM THAT WRITES IT.
000140*
000150* AUD-EVENT: "C" CHANGE APPLIED BY EMP-MAINTAIN,
000160*            "H" BANK/RATE/SALARY CHANGE HELD FOR APPROVAL,
000170*            "A" HELD CHANGE APPROVED AND APPLIED,
000180*            "R" HELD CHANGE REJECTED.
000190* FOR "H" AND "R" THE AFTER VALUES ARE THE PROPOSED ONES - THE
000200* MASTER WAS NOT CHANGED. AUD-CHANGE-SEQ-NO IS THE EMPPEND
000210* SEQUENCE NUMBER OF A HELD CHANGE (ZERO FOR "C").
000220* RECORDS WRITTEN BEFORE THE BANK/SALARY FIELDS WERE ADDED END
000230* AFTER AUD-DEDUCTION-AFTER.
000240*****************************************************************
000250 01  AUDIT-RECORD.
000260     05  AUD-RUN-DATE            PIC 9(06).
000270     05  FILLER                  PIC X(01) VALUE SPACES.
000280     05  AUD-RUN-TIME            PIC 9(08).
000290     05  FILLER                  PIC X(01) VALUE SPACES.
000300     05  AUD-EMP-ID              PIC X(03).
000310     05  FILLER                  PIC X(01) VALUE SPACES.
000320     05  AUD-RATE-BEFORE         PIC 9(02)V99.
000330     05  FILLER                  PIC X(01) VALUE SPACES.
000340     05  AUD-RATE-AFTER          PIC 9(02)V99.
000350     05  FILLER                  PIC X(01) VALUE SPACES.
000360     05  AUD-DEDUCTION-BEFORE    PIC 9(02).
000370     05  FILLER                  PIC X(01) VALUE SPACES.
000380     05  AUD-DEDUCTION-AFTER     PIC 9(02).
000390     05  FILLER                  PIC X(01) VALUE SPACES.
000400     05  AUD-EVENT               PIC X(01).
000410     05  FILLER                  PIC X(01) VALUE SPACES.
000420     05  AUD-ROUTING-BEFORE      PIC X(09).
000430     05  FILLER                  PIC X(01) VALUE SPACES.
000440     05  AUD-ROUTING-AFTER       PIC X(09).
000450     05  FILLER                  PIC X(01) VALUE SPACES.
000460     05  AUD-ACCOUNT-BEFORE      PIC X(17).
000470     05  FILLER                  PIC X(01) VALUE SPACES.
000480     05  AUD-ACCOUNT-AFTER       PIC X(17).
000490     05  FILLER                  PIC X(01) VALUE SPACES.
000500     05  AUD-SALARY-BEFORE       PIC 9(05)V99.
000510     05  FILLER                  PIC X(01) VALUE SPACES.
000520     05  AUD-SALARY-AFTER        PIC 9(05)V99.
000530     05  FILLER                  PIC X(01) VALUE SPACES.
000540     05  AUD-SUBMIT-OPERATOR     PIC X(08).
000550     05  FILLER                  PIC X(01) VALUE SPACES.
000560     05  AUD-APPROVE-OPERATOR    PIC X(08).
000570     05  FILLER                  PIC X(01) VALUE SPACES.
000580     05  AUD-CHANGE-SEQ-NO       PIC 9(03).
