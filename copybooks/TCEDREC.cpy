000100*****************************************************************
000110* TCEDREC - TIMECARD BATCH EDIT CONTROL RECORD LAYOUT (SHARED
000120*           COPYBOOK). ONE RECORD ON THE TCEDCTL FILE, WRITTEN
000130*           BY TIMECARD-EDIT EVERY TIME IT EDITS THE TIMECARD
000140*           BATCH AND READ BY MODIFY-RECORDS BEFORE IT WILL PAY
000150*           FROM THE BATCH.
000160*
000170* TE-EDIT-STATUS IS "P" WHEN THE BATCH BALANCED TO ITS TRAILER
000180* AND NO CARD FAILED THE EDIT, OTHERWISE "F". WARNINGS (CARDS
000190* FOR SALARIED EMPLOYEES, UNUSUALLY HIGH HOURS) ARE COUNTED BUT
000200* DO NOT FAIL THE BATCH - THEY ARE FOR THE SUPERVISORS SIGNING
000210* OFF THE EDIT LISTING. TE-CARD-COUNT AND TE-HOURS-HASH ARE THE
000220* CARD COUNT AND HOURS HASH TOTAL TIMECARD-EDIT COUNTED ITSELF;
000230* MODIFY-RECORDS RECOUNTS THE BATCH AND REFUSES IT IF EITHER NO
000240* LONGER AGREES, SO A BATCH CHANGED AFTER IT WAS EDITED MUST BE
000250* EDITED AGAIN.
000260*****************************************************************
000270 01  TIMECARD-EDIT-CONTROL-RECORD.
000280     05  TE-PERIOD-NUMBER        PIC 9(04).
000290     05  FILLER                  PIC X(01) VALUE SPACES.
000300     05  TE-EDIT-STATUS          PIC X(01).
000310         88  TIMECARD-BATCH-PASSED   VALUE "P".
000320         88  TIMECARD-BATCH-FAILED   VALUE "F".
000330     05  FILLER                  PIC X(01) VALUE SPACES.
000340     05  TE-CARD-COUNT           PIC 9(05).
000350     05  FILLER                  PIC X(01) VALUE SPACES.
000360     05  TE-HOURS-HASH           PIC 9(07).
000370     05  FILLER                  PIC X(01) VALUE SPACES.
000380     05  TE-ERROR-COUNT          PIC 9(04).
000390     05  FILLER                  PIC X(01) VALUE SPACES.
000400     05  TE-WARNING-COUNT        PIC 9(04).
000410     05  FILLER                  PIC X(01) VALUE SPACES.
000420     05  TE-EDIT-DATE            PIC 9(06).
