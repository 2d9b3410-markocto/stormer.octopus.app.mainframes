000010*****************************************************************
000020* Copybook:   HOLDLOG
000030* Purpose:    Suspense hold log record layout for HOLD-LOG-FILE
000040*             (HOLDLOG) - one record each time CUSTUPDT first
000050*             holds an over-limit debit on the suspense file,
000060*             keyed on CUST-ID plus the date it was held plus
000070*             a sequence within the day. A re-suspended item
000080*             keeps its first hold date and is not logged
000090*             again, so the log counts how often an account
000100*             has landed in suspense; the credit-line review
000110*             (CUSTCRRV) scores the account on it.
000120* Author:     Stormer Mainframes
000130* Date-Written: 2026
000140*****************************************************************
000150 01  HOLD-LOG-RECORD.
000160     05  HLD-KEY.
000170         10  HLD-CUST-ID             PIC 9(06).
000180         10  HLD-HOLD-DATE           PIC 9(08).
000190         10  HLD-SEQ-NO              PIC 9(04).
000200     05  HLD-TRANS-AMOUNT            PIC S9(7)V99 COMP-3.
000210     05  HLD-TRANS-DATE              PIC 9(08).
000220     05  HLD-BALANCE                 PIC S9(9)V99 COMP-3.
000230     05  HLD-CREDIT-LIMIT            PIC S9(7)V99 COMP-3.
000240     05  HLD-BATCH-NUMBER            PIC 9(06).
000250     05  FILLER                      PIC X(12).
