000152* 2026       SM   Carved CUST-STMT-CYCLE from the FILLER - the
000154*                 weekly statement cycle the account bills on;
000156*                 spaces bill only in the full month-end run.
000157* 2026       SM   Carved CUST-SUCCESSOR-ID from the FILLER - on
000158*                 an account closed by the CUSTMERG duplicate
000159*                 merge, the surviving CUST-ID it merged into;
000160*                 zeros or spaces on every other account.
000165*****************************************************************
000170 01  CUSTOMER-RECORD.
000180     05  CUST-ID                     PIC 9(06).
000190     05  CUST-LAST-NAME              PIC X(20).
000260     05  CUST-LAST-ACTIVITY-DATE     PIC 9(08).
000270     05  CUST-CREDIT-LIMIT           PIC S9(7)V99 COMP-3.
000280     05  CUST-STMT-CYCLE             PIC X(02).
000290     05  CUST-SUCCESSOR-ID           PIC 9(06).
000300     05  FILLER                      PIC X(07).
