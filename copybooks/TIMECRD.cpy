000190* EXISTED), VACATION, SICK, OR HOLIDAY. VACATION AND SICK
000200* HOURS DRAW DOWN THE EMPLOYEE'S BANKED LEAVE (SEE LVEMREC);
000210* ONLY REGULAR HOURS COUNT TOWARD THE OVERTIME THRESHOLD.
000211*
000213* TC-CHARGE-DEPT IS THE DEPARTMENT THE CARD'S HOURS ARE CHARGED TO
000215* WHEN IT IS NOT THE EMPLOYEE'S HOME DEPARTMENT (EMP-DEPT). BLANK,
000216* AS ON EVERY CARD KEYED BEFORE THE FIELD EXISTED, CHARGES THE
000218* HOME DEPARTMENT.
000219*
000220* THE CARDS FOR A PERIOD ARE KEYED AS ONE BATCH: A HEADER RECORD
000221* FIRST, NAMING THE PAY PERIOD, AND A TRAILER RECORD LAST,
000222* CARRYING THE NUMBER OF CARDS AND THE SUM OF THEIR TC-HOURS AS
000224* A HASH TOTAL (SEE TIMECARD-CONTROL-RECORD BELOW). TIMECARD-EDIT
000225* PROVES AND EDITS THE BATCH BEFORE PAYROLL, AND MODIFY-RECORDS
000226* REFUSES A BATCH THAT DOES NOT BALANCE OR HAS NOT PASSED THE
000227* EDIT (SEE TCEDREC).
000228*****************************************************************
000230 01  TIMECARD-RECORD.
000240     05  TC-EMP-ID           PIC X(03).
000250     05  TC-HOURS            PIC 9(02).
000280         88  VACATION-CARD       VALUE "V".
000290         88  SICK-CARD           VALUE "S".
000300         88  HOLIDAY-CARD        VALUE "H".
000315     05  TC-CHARGE-DEPT      PIC X(04).
000325*****************************************************************
000336* BATCH HEADER AND TRAILER VIEW OF THE SAME RECORD AREA, TOLD
000347* FROM A CARD BY "HDR" OR "TRL" IN PLACE OF THE EMP-ID. THE
000357* HEADER CARRIES TCC-PERIOD-NUMBER; THE TRAILER CARRIES IT TOO,
000368* WITH TCC-CARD-COUNT (CARDS BETWEEN HEADER AND TRAILER) AND
000379* TCC-HOURS-HASH (THE SUM OF THOSE CARDS' TC-HOURS).
000389*****************************************************************
000400 01  TIMECARD-CONTROL-RECORD.
000411     05  TCC-RECORD-TYPE     PIC X(03).
000421         88  TIMECARD-BATCH-HEADER   VALUE "HDR".
000432         88  TIMECARD-BATCH-TRAILER  VALUE "TRL".
000443     05  TCC-PERIOD-NUMBER   PIC 9(04).
000453     05  TCC-CARD-COUNT      PIC 9(05).
000464     05  TCC-HOURS-HASH      PIC 9(07).
