000010*****************************************************************
000020* Copybook:   PORTSTAT
000030* Purpose:    Month-end portfolio statistics record layout for
000040*             PORTFOLIO-STAT-FILE (PORTSTAT), keyed on the
000050*             business month (YYYYMM) - one record per month,
000060*             kept permanently. CUSTSTAT captures it at month
000070*             end: account counts by status, balances by tier
000080*             (the CUSTMGMT tiers), delinquency bucket counts and
000090*             balances (the CUSTDLQ buckets), payments received,
000100*             interest and fees charged (the CUSTINTR accrual
000110*             control record) and the month's posting, suspense
000120*             and reject volumes from the cycle control file. A
000130*             rerun in the same month replaces the record.
000140* Author:     Stormer Mainframes
000150* Date-Written: 2026
000160*****************************************************************
000170 01  PORTFOLIO-STAT-RECORD.
000180     05  PST-STAT-MONTH              PIC 9(06).
000190     05  PST-BUSINESS-DATE           PIC 9(08).
000200     05  PST-ACTIVE-COUNT            PIC 9(06).
000210     05  PST-DORMANT-COUNT           PIC 9(06).
000220     05  PST-CLOSED-COUNT            PIC 9(06).
000230     05  PST-ACCOUNT-COUNT           PIC 9(06).
000240     05  PST-TIER1-COUNT             PIC 9(06).
000250     05  PST-TIER1-BALANCE           PIC S9(11)V99 COMP-3.
000260     05  PST-TIER2-COUNT             PIC 9(06).
000270     05  PST-TIER2-BALANCE           PIC S9(11)V99 COMP-3.
000280     05  PST-TIER3-COUNT             PIC 9(06).
000290     05  PST-TIER3-BALANCE           PIC S9(11)V99 COMP-3.
000300     05  PST-TIER4-COUNT             PIC 9(06).
000310     05  PST-TIER4-BALANCE           PIC S9(11)V99 COMP-3.
000320     05  PST-TOTAL-BALANCE           PIC S9(11)V99 COMP-3.
000330     05  PST-CURRENT-COUNT           PIC 9(06).
000340     05  PST-CURRENT-BALANCE         PIC S9(11)V99 COMP-3.
000350     05  PST-DAYS30-COUNT            PIC 9(06).
000360     05  PST-DAYS30-BALANCE          PIC S9(11)V99 COMP-3.
000370     05  PST-DAYS60-COUNT            PIC 9(06).
000380     05  PST-DAYS60-BALANCE          PIC S9(11)V99 COMP-3.
000390     05  PST-DAYS90-COUNT            PIC 9(06).
000400     05  PST-DAYS90-BALANCE          PIC S9(11)V99 COMP-3.
000410     05  PST-PAYMENT-COUNT           PIC 9(06).
000420     05  PST-PAYMENT-AMOUNT          PIC S9(11)V99 COMP-3.
000430     05  PST-ACCRUAL-FLAG            PIC X(01).
000440         88  PST-ACCRUAL-FOUND            VALUE 'Y'.
000450     05  PST-CHARGED-COUNT           PIC 9(06).
000460     05  PST-INTEREST-TOTAL          PIC S9(11)V99 COMP-3.
000470     05  PST-FEE-TOTAL               PIC S9(11)V99 COMP-3.
000480     05  PST-BATCH-COUNT             PIC 9(04).
000490     05  PST-POSTED-COUNT            PIC 9(07).
000500     05  PST-SUSPENDED-COUNT         PIC 9(07).
000510     05  PST-REJECT-COUNT            PIC 9(07).
000520     05  FILLER                      PIC X(42).
