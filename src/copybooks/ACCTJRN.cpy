000010*****************************************************************
000020* Copybook:   ACCTJRN
000030* Purpose:    Account-change journal record layout for the keyed
000040*             JOURNAL-FILE (ACCTJRN) - the permanent record of
000050*             every status, name and credit-limit change made to
000060*             an account, online on CMNT or in batch by CUSTMNT,
000070*             loaded nightly by CUSTJRNL from the CAUD queue and
000080*             the CUSTMNT audit file. Keyed on CUST-ID, the date
000090*             and time of the change and the terminal that made
000100*             it (BTCH for CUSTMNT), with a sequence number for
000110*             changes that share all four, so one account's
000120*             history reads back in the order it happened.
000130* Author:     Stormer Mainframes
000140* Date-Written: 2026
000150*****************************************************************
000160 01  ACCOUNT-JOURNAL-RECORD.
000170     05  JRN-KEY.
000180         10  JRN-CUST-ID             PIC 9(06).
000190         10  JRN-CHANGE-DATE         PIC 9(08).
000200         10  JRN-CHANGE-TIME         PIC 9(06).
000210         10  JRN-TERM-ID             PIC X(04).
000220         10  JRN-SEQ-NO              PIC 9(02).
000230     05  JRN-SOURCE                  PIC X(01).
000240         88  JRN-SOURCE-ONLINE            VALUE 'O'.
000250         88  JRN-SOURCE-BATCH             VALUE 'B'.
000260     05  JRN-TRANS-ID                PIC X(04).
000270     05  JRN-CHANGE-IMAGES.
000280         10  JRN-BEFORE-IMAGE.
000290             15  JRN-OLD-LAST-NAME   PIC X(20).
000300             15  JRN-OLD-FIRST-NAME  PIC X(15).
000310             15  JRN-OLD-STATUS      PIC X(01).
000320             15  JRN-OLD-LIMIT       PIC S9(7)V99 COMP-3.
000330         10  JRN-AFTER-IMAGE.
000340             15  JRN-NEW-LAST-NAME   PIC X(20).
000350             15  JRN-NEW-FIRST-NAME  PIC X(15).
000360             15  JRN-NEW-STATUS      PIC X(01).
000370             15  JRN-NEW-LIMIT       PIC S9(7)V99 COMP-3.
000380     05  JRN-SUPV-FLAG               PIC X(01).
000390     05  JRN-JOURNAL-DATE            PIC 9(08).
000400     05  FILLER                      PIC X(28).
