000450*                  RUN WITHOUT THE "OVERRIDE" OPTION, AND
000460*                  RECORDS ITS OUT-OF-BALANCE ITEM COUNT SO
000470*                  ACH-GENERATOR CAN INSIST ON A CLEAN PROOF.
000473* 2026-10-15 RLS   RUN CONTROL HOLD AREA WIDENED FOR THE NEW
000476*                  DEDUCTION-REMITTANCE STATUS (SEE RUNCTREC).
000480*****************************************************************
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
001190 77  WS-RUNCTL-STATUS            PIC X(02).
001200 77  WS-RC-PERIOD                PIC 9(04) VALUE ZERO.
001210 77  WS-OVERRIDE-TALLY           PIC 9(02) VALUE ZERO.
001220 77  WS-RUNCTL-HOLD              PIC X(22).
001230 77  WS-DFI-ID-NUMERIC           PIC 9(08).

001240 01  WS-COMMAND-LINE             PIC X(80).
