000530*                  POSTED FOR THE SAME PERIOD THE OUTPUT FILE
000540*                  CARRIES, AND A SECOND PRINT NEEDS THE
000550*                  "OVERRIDE" OPTION.
000553* 2026-10-15 RLS   RUN CONTROL HOLD AREA WIDENED FOR THE NEW
000556*                  DEDUCTION-REMITTANCE STATUS (SEE RUNCTREC).
000560*****************************************************************
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
001200 77  WS-RUNCTL-STATUS            PIC X(02).
001210 77  WS-RC-PERIOD                PIC 9(04) VALUE ZERO.
001220 77  WS-OVERRIDE-TALLY           PIC 9(02) VALUE ZERO.
001230 77  WS-RUNCTL-HOLD              PIC X(22).

001240 01  WS-COMMAND-LINE             PIC X(80).

