000010*****************************************************************
000020* Copybook:   ESCHHOLD
000030* Purpose:    Unclaimed-property holding record layout for
000040*             ESCHEAT-HOLD-FILE (ESCHHOLD), keyed on CUST-ID -
000050*             one record for each closed or dormant account that
000060*             CUSTRFND found in credit past the state dormancy
000070*             period, carrying the owner's name and last known
000080*             address, the amount held and when it was first and
000090*             last reported. The account is written once and
000100*             refreshed on later runs while it stays held; the
000110*             finance unclaimed-property filing marks it
000120*             remitted once the money has gone to the state.
000130* Author:     Stormer Mainframes
000140* Date-Written: 2026
000150*****************************************************************
000160 01  ESCHEAT-HOLD-RECORD.
000170     05  ESH-CUST-ID                 PIC 9(06).
000180     05  ESH-LAST-NAME               PIC X(20).
000190     05  ESH-FIRST-NAME              PIC X(15).
000200     05  ESH-ACCOUNT-STATUS          PIC X(01).
000210     05  ESH-LAST-ACTIVITY-DATE      PIC 9(08).
000220     05  ESH-LAST-PAYMENT-DATE       PIC 9(08).
000230     05  ESH-AMOUNT                  PIC S9(9)V99 COMP-3.
000240     05  ESH-OWNER-ADDRESS.
000250         10  ESH-ADDRESS-LINE-1      PIC X(30).
000260         10  ESH-ADDRESS-LINE-2      PIC X(30).
000270         10  ESH-CITY                PIC X(20).
000280         10  ESH-STATE               PIC X(02).
000290         10  ESH-POSTAL-CODE         PIC X(10).
000300     05  ESH-FIRST-REPORTED-DATE     PIC 9(08).
000310     05  ESH-LAST-REPORTED-DATE      PIC 9(08).
000320     05  ESH-HOLD-STATUS             PIC X(01).
000330         88  ESH-HELD                     VALUE 'H'.
000340         88  ESH-REMITTED                 VALUE 'R'.
000350     05  FILLER                      PIC X(07).
