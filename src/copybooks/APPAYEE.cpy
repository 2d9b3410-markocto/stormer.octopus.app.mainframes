000010*****************************************************************
000020* Copybook:   APPAYEE
000030* Purpose:    Accounts-payable refund payee interface record for
000040*             the APPAYEE feed CUSTRFND cuts alongside its refund
000050*             debit batch - one type 01 record per refund, naming
000060*             the customer, the mailing address the check goes
000070*             to and the refund amount, then one type 99 trailer
000080*             with the payee count and amount total. The batch
000090*             number and refund reference match the TRANS-FILE
000100*             refund batch, so accounts payable can tie every
000110*             check back to the debit that posted it. Amounts
000120*             carry a trailing separate sign, the same convention
000130*             as the GL interface feed.
000140* Author:     Stormer Mainframes
000150* Date-Written: 2026
000160*****************************************************************
000170 01  AP-PAYEE-RECORD.
000180     05  APP-RECORD-TYPE             PIC X(02).
000190         88  APP-TYPE-PAYEE               VALUE '01'.
000200         88  APP-TYPE-TRAILER             VALUE '99'.
000210     05  APP-BATCH-NUMBER            PIC 9(06).
000220     05  APP-BUSINESS-DATE           PIC 9(08).
000230     05  APP-PAYEE-DATA.
000240         10  APP-CUST-ID             PIC 9(06).
000250         10  APP-LAST-NAME           PIC X(20).
000260         10  APP-FIRST-NAME          PIC X(15).
000270         10  APP-REFUND-AMOUNT       PIC S9(7)V99
000280                                     SIGN TRAILING SEPARATE.
000290         10  APP-REFUND-REF          PIC X(15).
000300         10  APP-ADDRESS-LINE-1      PIC X(30).
000310         10  APP-ADDRESS-LINE-2      PIC X(30).
000320         10  APP-CITY                PIC X(20).
000330         10  APP-STATE               PIC X(02).
000340         10  APP-POSTAL-CODE         PIC X(10).
000350         10  FILLER                  PIC X(06).
000360     05  APP-TRAILER-DATA REDEFINES APP-PAYEE-DATA.
000370         10  APP-PAYEE-COUNT         PIC 9(06).
000380         10  APP-PAYEE-TOTAL         PIC S9(11)V99
000390                                     SIGN TRAILING SEPARATE.
000400         10  FILLER                  PIC X(144).
