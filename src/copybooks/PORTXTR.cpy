000010*****************************************************************
000020* Copybook:   PORTXTR
000030* Purpose:    Flat portfolio statistics extract record for the
000040*             STATXTR file CUSTSTAT writes for the finance
000050*             spreadsheet - one fixed-column record per month on
000060*             the PORTSTAT statistics file, oldest month first,
000070*             every figure in display form. Amounts carry two
000080*             implied decimals and a trailing separate sign, the
000090*             same convention as the GL interface feed.
000100* Author:     Stormer Mainframes
000110* Date-Written: 2026
000120*****************************************************************
000130 01  PORTFOLIO-EXTRACT-RECORD.
000140     05  PXT-STAT-MONTH              PIC 9(06).
000150     05  PXT-BUSINESS-DATE           PIC 9(08).
000160     05  PXT-ACTIVE-COUNT            PIC 9(06).
000170     05  PXT-DORMANT-COUNT           PIC 9(06).
000180     05  PXT-CLOSED-COUNT            PIC 9(06).
000190     05  PXT-ACCOUNT-COUNT           PIC 9(06).
000200     05  PXT-TIER1-COUNT             PIC 9(06).
000210     05  PXT-TIER1-BALANCE           PIC S9(11)V99
000220                                     SIGN TRAILING SEPARATE.
000230     05  PXT-TIER2-COUNT             PIC 9(06).
000240     05  PXT-TIER2-BALANCE           PIC S9(11)V99
000250                                     SIGN TRAILING SEPARATE.
000260     05  PXT-TIER3-COUNT             PIC 9(06).
000270     05  PXT-TIER3-BALANCE           PIC S9(11)V99
000280                                     SIGN TRAILING SEPARATE.
000290     05  PXT-TIER4-COUNT             PIC 9(06).
000300     05  PXT-TIER4-BALANCE           PIC S9(11)V99
000310                                     SIGN TRAILING SEPARATE.
000320     05  PXT-TOTAL-BALANCE           PIC S9(11)V99
000330                                     SIGN TRAILING SEPARATE.
000340     05  PXT-CURRENT-COUNT           PIC 9(06).
000350     05  PXT-CURRENT-BALANCE         PIC S9(11)V99
000360                                     SIGN TRAILING SEPARATE.
000370     05  PXT-DAYS30-COUNT            PIC 9(06).
000380     05  PXT-DAYS30-BALANCE          PIC S9(11)V99
000390                                     SIGN TRAILING SEPARATE.
000400     05  PXT-DAYS60-COUNT            PIC 9(06).
000410     05  PXT-DAYS60-BALANCE          PIC S9(11)V99
000420                                     SIGN TRAILING SEPARATE.
000430     05  PXT-DAYS90-COUNT            PIC 9(06).
000440     05  PXT-DAYS90-BALANCE          PIC S9(11)V99
000450                                     SIGN TRAILING SEPARATE.
000460     05  PXT-PAYMENT-COUNT           PIC 9(06).
000470     05  PXT-PAYMENT-AMOUNT          PIC S9(11)V99
000480                                     SIGN TRAILING SEPARATE.
000490     05  PXT-ACCRUAL-FLAG            PIC X(01).
000500     05  PXT-CHARGED-COUNT           PIC 9(06).
000510     05  PXT-INTEREST-TOTAL          PIC S9(11)V99
000520                                     SIGN TRAILING SEPARATE.
000530     05  PXT-FEE-TOTAL               PIC S9(11)V99
000540                                     SIGN TRAILING SEPARATE.
000550     05  PXT-BATCH-COUNT             PIC 9(04).
000560     05  PXT-POSTED-COUNT            PIC 9(07).
000570     05  PXT-SUSPENDED-COUNT         PIC 9(07).
000580     05  PXT-REJECT-COUNT            PIC 9(07).
000590     05  FILLER                      PIC X(08).
