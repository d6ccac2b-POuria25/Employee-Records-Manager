000240* RC-BALANCE-OOB CARRIES PAYROLL-BALANCE'S OUT-OF-BALANCE ITEM
000250* COUNT; ACH-GENERATOR ADDITIONALLY REFUSES TO BUILD THE ACH
000260* FILE UNLESS IT IS ZERO.
000261* DEDUCTION-REMITTANCE MAY RUN ANY TIME AFTER PAYROLL-BALANCE
000262* (THE AMOUNTS IT REMITS ARE FINAL ONCE THE PAYROLL IS PROVEN) AND
000263* STAMPS RC-REMIT-STATUS; NO OTHER STEP WAITS ON IT.
000264*
000265* AN OFF-CYCLE SUPPLEMENTAL RUN KEEPS ITS OWN RECORD IN THIS
000266* LAYOUT ON THE SUPPCTL FILE, SEEDED BY SUPPLEMENTAL-PAY (WITH
000267* RC-PERIOD-NUMBER HOLDING THE 9001-UP OFF-CYCLE RUN NUMBER) AND
000268* STAMPED BY ACH-GENERATOR, CHECK-PRINT AND GL-POSTING WHEN THEY
000269* ARE GIVEN THE "OFFCYCLE" OPTION, SO RUNCTL IS NOT DISTURBED.
000270*****************************************************************
000280 01  RUN-CONTROL-RECORD.
000290     05  RC-PERIOD-NUMBER        PIC 9(04).
000470     05  FILLER                  PIC X(01) VALUE SPACES.
000480     05  RC-STUB-STATUS          PIC X(01).
000490         88  STUB-STEP-DONE          VALUE "C".
000500     05  FILLER                  PIC X(01) VALUE SPACES.
000510     05  RC-REMIT-STATUS         PIC X(01).
000520         88  REMIT-STEP-DONE         VALUE "C".
