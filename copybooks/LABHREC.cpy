000100*****************************************************************
000110* LABHREC - INDEXED LABOR DISTRIBUTION HISTORY RECORD LAYOUT
000120*           (SHARED COPYBOOK). ONE RECORD PER EMPLOYEE, PAY
000130*           PERIOD AND CHARGED DEPARTMENT, KEYED ON ALL THREE.
000140*
000150* LH-DETAIL IS THE LABOR DISTRIBUTION IMAGE (LABDREC LAYOUT).
000160* WRITTEN BY MODIFY-RECORDS, WHICH FIRST REMOVES ANY RECORDS
000170* ALREADY ON FILE FOR THE EMPLOYEE AND PERIOD, SO A RERUN LEAVES
000180* ONLY THE LATEST DISTRIBUTION. READ BY DEPT-LABOR-TREND.
000190*****************************************************************
000200 01  LABOR-HISTORY-RECORD.
000210     05  LH-KEY.
000220         10  LH-EMP-ID           PIC X(03).
000230         10  LH-PERIOD           PIC 9(04).
000240         10  LH-CHARGE-DEPT      PIC X(04).
000250     05  LH-DETAIL               PIC X(60).
