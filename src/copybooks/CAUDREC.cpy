000010*****************************************************************
000020* Copybook:   CAUDREC
000030* Purpose:    Customer change audit record - the before and after
000040*             images of the customer fields that status, name and
000050*             credit-limit maintenance can change. CMNT (CUSTMNTC)
000060*             writes one to the CAUD transient data queue for each
000070*             online change; CUSTMNT writes the same layout to its
000080*             MNTAUD audit file for each change it applies from
000090*             MAINT-FILE. The nightly CUSTJRNL step loads both
000100*             into the permanent account-change journal.
000110*             AUD-DATE and AUD-TIME are the CICS EIBDATE (0CYYDDD)
000120*             and EIBTIME (0HHMMSS); a batch change carries zero
000130*             time and its business date in AUD-CHANGE-DATE.
000140* Author:     Stormer Mainframes
000150* Date-Written: 2026
000160*-----------------------------------------------------------------
000170* Modification History
000180* Date       By   Description
000190* 2026       SM   Original layout, moved out of CUSTMNTC.
000200* 2026       SM   Carved AUD-TERM-ID, AUD-CHANGE-DATE and
000210*                 AUD-SOURCE from the FILLER so the journal can
000220*                 report who changed what, and when, by terminal.
000230*****************************************************************
000240 01  AUDIT-TRAIL-RECORD.
000250     05  AUD-TRANS-ID               PIC X(04).
000260     05  AUD-DATE                   PIC S9(07) COMP-3.
000270     05  AUD-TIME                   PIC S9(07) COMP-3.
000280     05  AUD-CUST-ID                PIC 9(06).
000290     05  AUD-BEFORE-IMAGE.
000300         10  AUD-OLD-LAST-NAME      PIC X(20).
000310         10  AUD-OLD-FIRST-NAME     PIC X(15).
000320         10  AUD-OLD-STATUS         PIC X(01).
000330         10  AUD-OLD-LIMIT          PIC S9(7)V99 COMP-3.
000340     05  AUD-AFTER-IMAGE.
000350         10  AUD-NEW-LAST-NAME      PIC X(20).
000360         10  AUD-NEW-FIRST-NAME     PIC X(15).
000370         10  AUD-NEW-STATUS         PIC X(01).
000380         10  AUD-NEW-LIMIT          PIC S9(7)V99 COMP-3.
000390     05  AUD-SUPV-FLAG              PIC X(01).
000400     05  AUD-TERM-ID                PIC X(04).
000410     05  AUD-CHANGE-DATE            PIC 9(08).
000420     05  AUD-SOURCE                 PIC X(01).
000430         88  AUD-SOURCE-ONLINE          VALUE 'O'.
000440         88  AUD-SOURCE-BATCH           VALUE 'B'.
000450     05  FILLER                     PIC X(06).
