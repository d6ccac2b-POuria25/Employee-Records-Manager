000100*****************************************************************
000110* DEDHREC - INDEXED DEDUCTION HISTORY RECORD LAYOUT (SHARED
000120*           COPYBOOK). ONE RECORD PER DEDUCTION TAKEN, KEYED ON
000130*           EMP-ID PLUS PAY PERIOD PLUS THE DEDUCTION MASTER'S
000140*           SEQUENCE NUMBER, SO THE AMOUNT REMITTED FOR ANY
000150*           DEDUCTION IN ANY PERIOD CAN BE READ BACK.
000160*
000170* DH-DETAIL IS THE FULL PER-DEDUCTION DETAIL IMAGE (DEDDREC
000180* LAYOUT) WRITTEN TO DEDDTL FOR THE PERIOD. A RERUN OF THE
000190* PERIOD UNDER THE RERUN OVERRIDE REPLACES THE RECORD RATHER
000200* THAN ADDING A SECOND ONE, SO THE FILE ALWAYS HOLDS WHAT WAS
000210* LAST TAKEN.
000220*
000230* WRITTEN BY MODIFY-RECORDS.
000240*****************************************************************
000250 01  DEDUCTION-HISTORY-RECORD.
000260     05  DH-KEY.
000270         10  DH-EMP-ID           PIC X(03).
000280         10  DH-PERIOD           PIC 9(04).
000290         10  DH-DED-SEQ-NO       PIC 9(02).
000300     05  DH-DETAIL               PIC X(62).
