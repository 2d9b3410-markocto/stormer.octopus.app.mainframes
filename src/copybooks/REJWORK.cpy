000010*****************************************************************
000020* Copybook:   REJWORK
000030* Purpose:    Reject work file record - every item rejected by
000040*             CUSTUPDT (posting), TRNMERGE (channel merge) or
000050*             CUSTMNT (maintenance) is logged here alongside
000060*             its printed reject report, keyed by the business
000070*             date it was rejected, the rejecting program and
000080*             a sequence within the two. Operations correct or
000090*             cancel each item on the CREJ screen (CUSTREJC);
000100*             the nightly CUSTREJB step turns corrected items
000110*             back into a TRANS-FILE batch or MAINT-FILE input
000120*             and ages whatever is still open.
000130*             The item image holds the rejected record as the
000140*             operator sees and corrects it: a transaction in
000150*             display form (RJW-TRANS-ITEM), or the MNTREC
000160*             maintenance record exactly as it was read.
000170*             RJW-LOGGED-REASON-CODE keeps the reason code the
000180*             item was logged with; a correction may not key a
000190*             reserved code (MRG, RFD) the item did not carry.
000200* Author:     Stormer Mainframes
000210* Date-Written: 2026
000220*****************************************************************
000230 01  REJECT-WORK-RECORD.
000240     05  RJW-KEY.
000250         10  RJW-REJECT-DATE         PIC 9(08).
000260         10  RJW-SOURCE-PGM          PIC X(08).
000270         10  RJW-SEQ-NO              PIC 9(06).
000280     05  RJW-ITEM-KIND               PIC X(01).
000290         88  RJW-KIND-TRANSACTION         VALUE 'T'.
000300         88  RJW-KIND-MAINTENANCE         VALUE 'M'.
000310     05  RJW-STATUS                  PIC X(01).
000320         88  RJW-STATUS-OPEN              VALUE 'O'.
000330         88  RJW-STATUS-CORRECTED         VALUE 'C'.
000340         88  RJW-STATUS-CANCELLED         VALUE 'X'.
000350         88  RJW-STATUS-REENTERED         VALUE 'R'.
000360     05  RJW-REJECT-REASON           PIC X(40).
000370     05  RJW-CHANNEL                 PIC X(07).
000380     05  RJW-ITEM-IMAGE              PIC X(80).
000390     05  RJW-TRANS-ITEM REDEFINES RJW-ITEM-IMAGE.
000400         10  RJW-CUST-ID             PIC X(06).
000410         10  RJW-TRANS-TYPE          PIC X(01).
000420         10  RJW-AMOUNT              PIC 9(07)V99.
000430         10  RJW-AMOUNT-X REDEFINES RJW-AMOUNT
000440                                     PIC X(09).
000450         10  RJW-TRANS-DATE          PIC X(08).
000460         10  RJW-REASON-CODE         PIC X(03).
000470         10  RJW-ITEM-REF            PIC X(15).
000480         10  RJW-ORIG-ITEM-DATE      PIC X(08).
000490         10  RJW-RETURN-FEE          PIC 9(05)V99.
000500         10  RJW-RETURN-FEE-X REDEFINES RJW-RETURN-FEE
000510                                     PIC X(07).
000520         10  FILLER                  PIC X(23).
000530     05  RJW-ACTION-DATE             PIC 9(08).
000540     05  RJW-ACTION-TIME             PIC 9(06).
000550     05  RJW-ACTION-TERM             PIC X(04).
000560     05  RJW-REENTRY-BATCH           PIC 9(06).
000570     05  RJW-REENTRY-DATE            PIC 9(08).
000580     05  RJW-LOGGED-REASON-CODE      PIC X(03).
000590     05  FILLER                      PIC X(14).
