000100*****************************************************************
000110* PPITREC - POSITIVE PAY PENDING ITEM RECORD LAYOUT (SHARED
000120*           COPYBOOK). ONE RECORD PER CHECK ISSUED OR VOIDED
000130*           SINCE THE LAST POSITIVE PAY TRANSMISSION.
000140*
000150* THE PPPEND FILE IS EXTENDED BY CHECK-PRINT (AN ISSUE ITEM FOR
000160* EVERY CHECK PRINTED, REISSUES FROM ACH-RETURNS INCLUDED), BY
000170* CHECK-RECONCILE (A VOID ITEM FOR EVERY CHECK IT STOP-PAYS AS
000180* STALE) AND BY PAYROLL-REVERSAL (A VOID ITEM FOR EVERY OPEN
000190* CHECK WHOSE PAYCHECK IT REVERSES). POSITIVE-PAY TURNS THE
000200* ITEMS INTO THE BANK'S ISSUE FILE AND RECREATES PPPEND EMPTY,
000210* SO NO ITEM IS EVER SENT TWICE.
000220*
000230* PI-SOURCE: "CP" CHECK-PRINT, "RI" CHECK-PRINT REISSUE,
000240*            "SR" CHECK-RECONCILE STALE STOP-PAY,
000250*            "RV" PAYROLL-REVERSAL.
000260* PI-ITEM-DATE IS THE RUN DATE THE ITEM WAS QUEUED (YYMMDD);
000270* PI-ISSUE-DATE IS ALWAYS THE DATE THE CHECK WAS PRINTED.
000280*****************************************************************
000290 01  POSITIVE-PAY-ITEM-RECORD.
000300     05  PI-ITEM-TYPE            PIC X(01).
000310         88  PP-ISSUE-ITEM           VALUE "I".
000320         88  PP-VOID-ITEM            VALUE "V".
000330     05  FILLER                  PIC X(01) VALUE SPACES.
000340     05  PI-CHECK-NUMBER         PIC 9(06).
000350     05  FILLER                  PIC X(01) VALUE SPACES.
000360     05  PI-ISSUE-DATE           PIC 9(06).
000370     05  FILLER                  PIC X(01) VALUE SPACES.
000380     05  PI-EMP-ID               PIC X(03).
000390     05  FILLER                  PIC X(01) VALUE SPACES.
000400     05  PI-PAYEE-NAME           PIC X(15).
000410     05  FILLER                  PIC X(01) VALUE SPACES.
000420     05  PI-AMOUNT               PIC 9(08)V99.
000430     05  FILLER                  PIC X(01) VALUE SPACES.
000440     05  PI-PERIOD               PIC 9(04).
000450     05  FILLER                  PIC X(01) VALUE SPACES.
000460     05  PI-SOURCE               PIC X(02).
000470     05  FILLER                  PIC X(01) VALUE SPACES.
000480     05  PI-ITEM-DATE            PIC 9(06).
