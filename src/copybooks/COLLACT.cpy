000010*****************************************************************
000020* Copybook:   COLLACT
000030* Purpose:    Collections activity record layout for the keyed
000040*             COLLACT file - one record for every contact a
000050*             collector logs against an account on the CCOL
000060*             screen (CUSTCOLC), keyed on CUST-ID plus the
000070*             contact date plus a sequence within the day. An
000080*             outcome of PP is a promise to pay and carries the
000090*             promised amount and date; it stays open until the
000100*             nightly promise check (CUSTPROM) finds it kept or
000110*             broken against the account's HISTORY-FILE credits,
000120*             or a later promise on the account supersedes it.
000130*             CUSTDLQ reads the file for the last contact and
000140*             promise on each collections worklist account.
000150* Author:     Stormer Mainframes
000160* Date-Written: 2026
000170*****************************************************************
000180 01  COLLECTIONS-ACTIVITY-RECORD.
000190     05  CAC-KEY.
000200         10  CAC-CUST-ID             PIC 9(06).
000210         10  CAC-CONTACT-DATE        PIC 9(08).
000220         10  CAC-SEQ-NO              PIC 9(04).
000230     05  CAC-CONTACT-TIME            PIC 9(06).
000240     05  CAC-OUTCOME-CODE            PIC X(02).
000250         88  CAC-OUTCOME-PROMISE          VALUE 'PP'.
000260         88  CAC-OUTCOME-NO-ANSWER        VALUE 'NA'.
000270         88  CAC-OUTCOME-LEFT-MESSAGE     VALUE 'LM'.
000280         88  CAC-OUTCOME-CALL-BACK        VALUE 'CB'.
000290         88  CAC-OUTCOME-REFUSED          VALUE 'RP'.
000300         88  CAC-OUTCOME-DISPUTE          VALUE 'DS'.
000310         88  CAC-OUTCOME-WRONG-NUMBER     VALUE 'WN'.
000320         88  CAC-OUTCOME-VALID            VALUE 'PP' 'NA' 'LM'
000330                                                'CB' 'RP' 'DS'
000340                                                'WN'.
000350     05  CAC-COLLECTOR-ID            PIC X(08).
000360     05  CAC-PROMISE-AMOUNT          PIC S9(7)V99 COMP-3.
000370     05  CAC-PROMISE-DATE            PIC 9(08).
000380     05  CAC-PROMISE-STATUS          PIC X(01).
000390         88  CAC-NO-PROMISE               VALUE SPACE.
000400         88  CAC-PROMISE-OPEN             VALUE 'O'.
000410         88  CAC-PROMISE-KEPT             VALUE 'K'.
000420         88  CAC-PROMISE-BROKEN           VALUE 'B'.
000430         88  CAC-PROMISE-SUPERSEDED       VALUE 'S'.
000440     05  CAC-PAID-AMOUNT             PIC S9(7)V99 COMP-3.
000450     05  CAC-RESOLVED-DATE           PIC 9(08).
000460     05  CAC-TERMINAL-ID             PIC X(04).
000470     05  FILLER                      PIC X(15).
