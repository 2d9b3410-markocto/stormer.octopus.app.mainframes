000010*****************************************************************
000020* Copybook:   DLQBKT
000030* Purpose:    Delinquency bucket extract record layout for
000040*             DLQBKT - written by CUSTDLQ for every account it
000050*             ages, in CUST-ID order, carrying the bucket the
000060*             collections worklist shows (0 current, 1 30
000070*             days, 2 60 days, 3 90 days and over). An account
000080*             not on the extract owed nothing and is current.
000090*             Read by the credit-line review (CUSTCRRV).
000100* Author:     Stormer Mainframes
000110* Date-Written: 2026
000120*****************************************************************
000130 01  DELINQUENCY-BUCKET-RECORD.
000140     05  DBK-CUST-ID                 PIC 9(06).
000150     05  DBK-BUCKET                  PIC 9(01).
000160     05  DBK-BUSINESS-DATE           PIC 9(08).
000170     05  DBK-OWING-SINCE             PIC 9(08).
000180     05  DBK-LAST-PAYMENT            PIC 9(08).
000190     05  DBK-BALANCE                 PIC S9(9)V99 COMP-3.
000200     05  FILLER                      PIC X(43).
