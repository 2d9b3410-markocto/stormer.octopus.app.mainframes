000090*             type-R record with its discrepancy count, so the
000100*             morning balancing step cross-foots the night from
000110*             control records instead of re-keying totals off
000120*             the printed reports. CUSTINTR appends a type-A
000122*             record with the accrual register's totals, interest
000124*             and service fees apart, for the month-end
000126*             portfolio statistics.
000130* Author:     Stormer Mainframes
000140* Date-Written: 2026
000141*-----------------------------------------------------------------
000142* Modification History
000143* Date       By   Description
000144* 2026       SM   Original 80-byte layout.
000145* 2026       SM   Added the type-A accrual record; its counts and
000146*                 totals redefine the posting and reconciliation
000147*                 fields as CYC-ACCRUAL-DATA.
000150*****************************************************************
000160 01  CYCLE-CONTROL-RECORD.
000170     05  CYC-RECORD-TYPE             PIC X(01).
000180         88  CYC-TYPE-POSTING             VALUE 'P'.
000190         88  CYC-TYPE-RECON               VALUE 'R'.
000195         88  CYC-TYPE-ACCRUAL             VALUE 'A'.
000200     05  CYC-BUSINESS-DATE           PIC 9(08).
000210     05  CYC-BATCH-NUMBER            PIC 9(06).
000218     05  CYC-POSTING-DATA.
000226         10  CYC-POSTED-COUNT        PIC 9(06).
000234         10  CYC-REJECT-COUNT        PIC 9(06).
000242         10  CYC-SUSPENDED-COUNT     PIC 9(06).
000250         10  CYC-CONTROL-TOTAL       PIC S9(11)V99
000260                                     SIGN TRAILING SEPARATE.
000263         10  CYC-ACCOUNT-COUNT       PIC 9(06).
000266         10  CYC-DISCREPANCY-COUNT   PIC 9(06).
000269     05  CYC-ACCRUAL-DATA REDEFINES CYC-POSTING-DATA.
000272         10  CYC-CHARGED-COUNT       PIC 9(06).
000275         10  CYC-INTEREST-TOTAL      PIC S9(11)V99
000278                                     SIGN TRAILING SEPARATE.
000281         10  CYC-FEE-TOTAL           PIC S9(11)V99
000284                                     SIGN TRAILING SEPARATE.
000287         10  FILLER                  PIC X(10).
000290     05  FILLER                      PIC X(21).
