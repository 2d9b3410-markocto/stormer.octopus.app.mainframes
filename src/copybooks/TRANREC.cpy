000083*                 the adjustment reason keyed on CADJ, spaces
000084*                 on ordinary transactions; CUSTUPDT shows it
000085*                 on the posting register.
000086* 2026       SM   Added the returned-item reversal type R and
000087*                 carved TRANS-ITEM-REF, TRANS-ORIG-ITEM-DATE
000088*                 and TRANS-RETURN-FEE from the FILLER. On a
000089*                 payment the item reference is the ACH trace
000090*                 or lockbox check number; on a reversal it
000091*                 names the returned item and the fee is the
000092*                 returned-item charge, zero for none.
000093* 2026       SM   Reserved reason code MRG for the balance
000094*                 transfer legs CUSTMERG cuts when it merges a
000095*                 duplicate account into its survivor.
000096* 2026       SM   Reserved reason code RFD for the credit-
000097*                 balance refund debits CUSTRFND cuts; the item
000098*                 reference carries RFD, the refund batch and
000099*                 the CUST-ID.
000101*****************************************************************
000103 01  TRANSACTION-RECORD.
000105     05  TRANS-CUST-ID               PIC 9(06).
000110     05  TRANS-TYPE                  PIC X(01).
000120         88  TRANS-TYPE-DEBIT             VALUE 'D'.
000130         88  TRANS-TYPE-CREDIT            VALUE 'C'.
000135         88  TRANS-TYPE-REVERSAL          VALUE 'R'.
000140     05  TRANS-AMOUNT                PIC S9(7)V99 COMP-3.
000150     05  TRANS-DATE                  PIC 9(08).
000160     05  TRANS-HOLD-DATE             PIC X(08).
000170     05  TRANS-REASON-CODE           PIC X(03).
000171         88  TRANS-REASON-MERGE           VALUE 'MRG'.
000172         88  TRANS-REASON-REFUND          VALUE 'RFD'.
000173     05  TRANS-ITEM-REF              PIC X(15).
000174     05  TRANS-ORIG-ITEM-DATE        PIC X(08).
000176     05  TRANS-RETURN-FEE            PIC S9(5)V99 COMP-3.
000180     05  FILLER                      PIC X(22).
