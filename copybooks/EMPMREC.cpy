000380*****************************************************************
000390     05  EMP-PRIOR-RATE      PIC 9(02)V99.
000400     05  EMP-RATE-EFF-DATE   PIC 9(08).
000410*****************************************************************
000420* EMPLOYMENT STATUS AND DATES. EMP-STATUS IS "A" ACTIVE (BLANK
000430* ON A RECORD CONVERTED FROM BEFORE THE FIELD EXISTED), "L" ON
000440* A LEAVE OF ABSENCE, OR "T" TERMINATED. EMP-HIRE-DATE AND
000450* EMP-TERM-DATE ARE CCYYMMDD; ZEROS MEAN NOT RECORDED / NOT
000460* TERMINATED. A TERMINATION IS ENTERED THROUGH EMP-MAINTAIN AS A
000470* "T" TRANSACTION AND THE RECORD STAYS ON THE MASTER SO ITS
000480* DEPARTMENT AND HISTORY STILL RESOLVE; EMP-PURGE REMOVES IT
000490* ONLY AFTER YEAR-END-CLOSE HAS CLOSED THE YEAR IT LEFT IN.
000500*
000510* EMP-FINAL-PAY-PERIOD IS STAMPED BY MODIFY-RECORDS WITH THE
000520* PERIOD THE FINAL CHECK WAS PAID IN (ZERO UNTIL THEN), AND
000530* EMP-VAC-PAYOUT-HOURS WITH THE BANKED VACATION HOURS PAID OUT
000540* ON IT, SO A RERUN OF THAT PERIOD PAYS THE SAME PAYOUT AGAIN
000550* AND NO LATER PERIOD PAYS THE EMPLOYEE AT ALL.
000560*****************************************************************
000570     05  EMP-STATUS          PIC X(01).
000580         88  ACTIVE-EMPLOYEE     VALUE "A" SPACE.
000590         88  EMPLOYEE-ON-LEAVE   VALUE "L".
000600         88  TERMINATED-EMPLOYEE VALUE "T".
000610     05  EMP-HIRE-DATE       PIC 9(08).
000620     05  EMP-TERM-DATE       PIC 9(08).
000630     05  EMP-FINAL-PAY-PERIOD PIC 9(04).
000640     05  EMP-VAC-PAYOUT-HOURS PIC 9(05)V99.

