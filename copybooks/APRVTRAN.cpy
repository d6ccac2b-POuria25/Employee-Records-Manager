000100*****************************************************************
000110* APRVTRAN - PENDING CHANGE APPROVAL TRANSACTION LAYOUT
000120*
000130* ONE RECORD PER DECISION ON A HELD CHANGE, KEYED BY THE
000140* EMPLOYEE AND THE SEQUENCE NUMBER PRINTED ON THE PENDING
000150* CHANGES REPORT. APV-DECISION IS "A" (APPROVE - APPLY THE
000160* CHANGE TO EMPMAST) OR "R" (REJECT). APV-OPERATOR-ID IS THE
000170* APPROVING OPERATOR AND MUST NOT BE THE OPERATOR WHO SUBMITTED
000180* THE CHANGE. APV-REASON IS OPTIONAL AND IS KEPT WITH THE
000190* DECISION.
000200*****************************************************************
000210 01  APPROVAL-TRAN-RECORD.
000220     05  APV-EMP-ID              PIC X(03).
000230     05  APV-SEQ-NO              PIC 9(03).
000240     05  APV-DECISION            PIC X(01).
000250         88  APV-APPROVE             VALUE "A".
000260         88  APV-REJECT              VALUE "R".
000270     05  APV-OPERATOR-ID         PIC X(08).
000280     05  APV-REASON              PIC X(20).
