000100*****************************************************************
000110* DEDDREC - PER-DEDUCTION DETAIL RECORD LAYOUT (SHARED
000120*           COPYBOOK). ONE RECORD FOR EACH DEDUCTION MASTER
000130*           ENTRY (DED-EMP-ID/DED-SEQ-NO) THAT MODIFY-RECORDS
000140*           ACTUALLY TOOK AN AMOUNT FOR IN THE PERIOD, CARRYING
000150*           THE PAYEE IT IS OWED TO (SEE PAYEETBL) AND, FOR A
000160*           GARNISHMENT, THE COURT CASE NUMBER.
000170*
000180* THE PERIOD'S RECORDS GO TO THE DEDDTL FILE, READ BY
000190* DEDUCTION-REMITTANCE AND GL-POSTING; THE SUM OF DD-AMOUNT FOR
000200* AN EMPLOYEE EQUALS THAT EMPLOYEE'S OTHER-DEDS-OUT. THE SAME
000210* IMAGE IS KEPT PERMANENTLY ON DEDHIST (SEE DEDHREC). DD-PAYEE-
000220* CODE IS ALWAYS RESOLVED - A BLANK OR UNKNOWN MASTER PAYEE IS
000230* REPLACED BY THE DEDUCTION TYPE'S DEFAULT PAYEE.
000240*****************************************************************
000250 01  DEDUCTION-DETAIL-RECORD.
000260     05  DD-KEY.
000270         10  DD-EMP-ID           PIC X(03).
000280         10  DD-PERIOD           PIC 9(04).
000290         10  DD-DED-SEQ-NO       PIC 9(02).
000300     05  DD-TYPE-CODE            PIC X(02).
000310     05  DD-PAYEE-CODE           PIC X(06).
000320     05  DD-CASE-NUMBER          PIC X(15).
000330     05  DD-AMOUNT               PIC 9(05)V99.
000340     05  DD-PERIOD-END-DATE      PIC 9(08).
000350     05  DD-EMP-NAME             PIC X(15).
