000010*****************************************************************
000020* Program:      CUSTCOLC
000030* Purpose:      Online CICS collections contact transaction
000040*               (CCOL) - a collector working the CUSTDLQ
000050*               collections worklist keys the CUST-ID from the
000060*               worklist line on the CUSTMP6 screen; the account
000070*               shows with its name, balance and its five most
000080*               recent logged contacts. The collector then keys
000090*               the call outcome, their collector ID and, for a
000100*               promise to pay (outcome PP), the promised amount
000110*               and date. The contact is edited on the spot and
000120*               written to the keyed COLLACT collections activity
000130*               file; a new promise supersedes any promise still
000140*               open on the account. The nightly CUSTPROM step
000150*               marks open promises kept or broken against the
000160*               account's payments, and CUSTDLQ shows the last
000170*               contact and promise on the worklist.
000180* Author:       Stormer Mainframes
000190* Installation: Stormer Mainframes Data Center
000200* Date-Written: 2026
000210* Date-Compiled: 2026
000220*-----------------------------------------------------------------
000230* Modification History
000240* Date       By   Description
000250* 2026       SM   Original program.
000260*-----------------------------------------------------------------
000270* NOTE: this program is compiled through the CICS command-level
000280* translator ahead of the standard COBOL compile step, the same
000290* as every other CICS program in this shop - it is not intended
000300* to compile as plain batch COBOL.
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. CUSTCOLC.
000340 AUTHOR. STORMER-MAINFRAMES.
000350 INSTALLATION. STORMER-MAINFRAMES-DATA-CENTER.
000360 DATE-WRITTEN. 2026.
000370 DATE-COMPILED. 2026.
000380
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-ZOS.
000420 OBJECT-COMPUTER. IBM-ZOS.
000430
000440 DATA DIVISION.
000450 WORKING-STORAGE SECTION.
000460 77  WS-MAPSET-NAME             PIC X(08) VALUE 'CUSTMAP'.
000470 77  WS-MAP-NAME                PIC X(08) VALUE 'CUSTMP6'.
000480 77  WS-FILE-NAME               PIC X(08) VALUE 'COLLACT'.
000490 77  WS-CUST-FILE-NAME          PIC X(08) VALUE 'CUSTFILE'.
000500 77  WS-TRANS-ID                PIC X(04) VALUE 'CCOL'.
000510 77  WS-RESP                    PIC S9(8) COMP VALUE ZERO.
000520 77  WS-DISPLAY-BALANCE         PIC ZZZ,ZZZ,ZZ9.99-.
000530 77  WS-DISPLAY-AMOUNT          PIC ZZZ,ZZ9.99.
000540 77  WS-DISPLAY-PAID            PIC ZZZ,ZZ9.99.
000550 77  WS-MSG-TEXT                PIC X(70) VALUE SPACES.
000560 77  WS-STATUS-TEXT             PIC X(10) VALUE SPACES.
000570 77  WS-EDIT-FAILED-SW          PIC X  VALUE 'N'.
000580     88  WS-EDIT-FAILED             VALUE 'Y'.
000590 77  WS-BROWSE-DONE-SW          PIC X  VALUE 'N'.
000600     88  WS-BROWSE-DONE             VALUE 'Y'.
000610 77  WS-WRITTEN-SW              PIC X  VALUE 'N'.
000620     88  WS-WRITTEN                 VALUE 'Y'.
000630 77  WS-WRITE-FAILED-SW         PIC X  VALUE 'N'.
000640     88  WS-WRITE-FAILED            VALUE 'Y'.
000650 77  WS-OPEN-FOUND-SW           PIC X  VALUE 'N'.
000660     88  WS-OPEN-FOUND              VALUE 'Y'.
000670 77  WS-SUPERSEDE-DONE-SW       PIC X  VALUE 'N'.
000680     88  WS-SUPERSEDE-DONE          VALUE 'Y'.
000690 77  WS-SUPERSEDED-COUNT        PIC 9(04) COMP VALUE ZERO.
000700 77  WS-NEW-KEY                 PIC X(18) VALUE SPACES.
000710 77  WS-OPEN-KEY                PIC X(18) VALUE SPACES.
000720
000730 01  WS-BROWSE-KEY.
000740     05  WS-BRW-CUST-ID         PIC 9(06).
000750     05  WS-BRW-CONTACT-DATE    PIC 9(08).
000760     05  WS-BRW-SEQ-NO          PIC 9(04).
000770
000780 01  WS-KEYED-AMOUNT-X          PIC X(09).
000790 01  WS-KEYED-AMOUNT REDEFINES WS-KEYED-AMOUNT-X
000800                                PIC 9(07)V99.
000810
000820 01  WS-KEYED-DATE-X            PIC X(08).
000830 01  WS-KEYED-DATE REDEFINES WS-KEYED-DATE-X.
000840     05  WS-KEYED-YEAR          PIC 9(04).
000850     05  WS-KEYED-MONTH         PIC 9(02).
000860     05  WS-KEYED-DAY           PIC 9(02).
000870 01  WS-KEYED-DATE-N REDEFINES WS-KEYED-DATE-X
000880                                PIC 9(08).
000890
000900 77  WS-ABSTIME                 PIC S9(15) COMP-3 VALUE ZERO.
000910 77  WS-ENTRY-DATE              PIC 9(08) VALUE ZEROS.
000920 77  WS-ENTRY-TIME              PIC 9(06) VALUE ZEROS.
000930 77  WS-MONTH-END-DAY           PIC 9(02) VALUE ZEROS.
000940 77  WS-REMAINDER               PIC 9(04) VALUE ZEROS.
000950 77  WS-QUOTIENT                PIC 9(04) VALUE ZEROS.
000960 77  WS-LEAP-YEAR-SW            PIC X  VALUE 'N'.
000970     88  WS-LEAP-YEAR               VALUE 'Y'.
000980
000990*-----------------------------------------------------------------
001000* Recent contacts panel - the browse runs oldest first, so each
001010* contact read pushes the earlier ones down a line and the
001020* newest ends on top.
001030*-----------------------------------------------------------------
001040 77  WS-RECENT-COUNT            PIC 9(04) COMP VALUE ZERO.
001050 77  WS-RECENT-SUB              PIC 9(04) COMP VALUE ZERO.
001060 01  WS-RECENT-TABLE.
001070     05  WS-RECENT-LINE         PIC X(70) OCCURS 5 TIMES.
001080
001090 COPY COLLACT.
001100 COPY CUSTMAP.
001110 COPY CUSTREC.
001120
001130 PROCEDURE DIVISION.
001140 0000-MAIN.
001150     EXEC CICS
001160         HANDLE CONDITION
001170             MAPFAIL(0100-SEND-BLANK-SCREEN)
001180             NOTFND(0400-CUSTOMER-NOT-FOUND)
001190             ERROR(0900-HANDLE-ERROR)
001200     END-EXEC
001210
001220     EXEC CICS
001230         RECEIVE MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
001240             INTO(CUSTMP6I)
001250     END-EXEC
001260
001270     IF OUTC6L > ZERO OR COLL6L > ZERO OR PAMT6L > ZERO
001280             OR PDATE6L > ZERO
001290         PERFORM 0500-LOG-CONTACT
001300     ELSE
001310         PERFORM 0200-DISPLAY-CUSTOMER
001320     END-IF
001330     PERFORM 0999-RETURN-TO-CICS.
001340
001350 0100-SEND-BLANK-SCREEN.
001360     MOVE LOW-VALUES TO CUSTMP6O
001370     MOVE 'KEY A CUST-ID FROM THE COLLECTIONS WORKLIST' TO MSG6O
001380     EXEC CICS
001390         SEND MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
001400             FROM(CUSTMP6O) ERASE
001410     END-EXEC
001420     PERFORM 0999-RETURN-TO-CICS.
001430
001440*****************************************************************
001450* 0200-DISPLAY-CUSTOMER - a CUST-ID keyed alone shows the
001460* account and its recent contacts so the collector can see what
001470* was said last time before making the call.
001480*****************************************************************
001490 0200-DISPLAY-CUSTOMER.
001500     MOVE CUSTID6I TO CUST-ID
001510     EXEC CICS
001520         READ FILE(WS-CUST-FILE-NAME) INTO(CUSTOMER-RECORD)
001530             RIDFLD(CUST-ID) KEYLENGTH(6)
001540     END-EXEC
001550     MOVE 'KEY THE OUTCOME AND COLLECTOR ID TO LOG THE CONTACT'
001560         TO WS-MSG-TEXT
001570     PERFORM 0300-SHOW-CUSTOMER.
001580
001590 0300-SHOW-CUSTOMER.
001600     PERFORM 0310-LOAD-RECENT-CONTACTS
001610     MOVE CUST-BALANCE TO WS-DISPLAY-BALANCE
001620     MOVE LOW-VALUES TO CUSTMP6O
001630     MOVE CUST-ID TO CUSTID6O
001640     MOVE SPACES TO NAME6O
001650     STRING CUST-LAST-NAME ', ' CUST-FIRST-NAME
001660         DELIMITED BY SIZE INTO NAME6O
001670     MOVE WS-DISPLAY-BALANCE TO BAL6O
001680     IF WS-RECENT-COUNT = ZERO
001690         MOVE 'NO CONTACTS LOGGED FOR THIS ACCOUNT'
001700             TO WS-RECENT-LINE(1)
001710     END-IF
001720     MOVE WS-RECENT-LINE(1) TO CLINE1O
001730     MOVE WS-RECENT-LINE(2) TO CLINE2O
001740     MOVE WS-RECENT-LINE(3) TO CLINE3O
001750     MOVE WS-RECENT-LINE(4) TO CLINE4O
001760     MOVE WS-RECENT-LINE(5) TO CLINE5O
001770     MOVE WS-MSG-TEXT TO MSG6O
001780     EXEC CICS
001790         SEND MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
001800             FROM(CUSTMP6O) ERASE
001810     END-EXEC.
001820
001830*****************************************************************
001840* 0310-LOAD-RECENT-CONTACTS - browse the account's contacts in
001850* key order. The browse reads with RESP, so an account with no
001860* contacts yet simply shows none.
001870*****************************************************************
001880 0310-LOAD-RECENT-CONTACTS.
001890     MOVE SPACES TO WS-RECENT-TABLE
001900     MOVE ZERO TO WS-RECENT-COUNT
001910     MOVE 'N' TO WS-BROWSE-DONE-SW
001920     MOVE CUST-ID TO WS-BRW-CUST-ID
001930     MOVE ZEROS TO WS-BRW-CONTACT-DATE
001940     MOVE ZEROS TO WS-BRW-SEQ-NO
001950     EXEC CICS
001960         STARTBR FILE(WS-FILE-NAME) RIDFLD(WS-BROWSE-KEY)
001970             KEYLENGTH(18) GTEQ
001980             RESP(WS-RESP)
001990     END-EXEC
002000     IF WS-RESP = DFHRESP(NORMAL)
002010         PERFORM 0320-READ-NEXT-CONTACT
002020             UNTIL WS-BROWSE-DONE
002030         EXEC CICS
002040             ENDBR FILE(WS-FILE-NAME)
002050         END-EXEC
002060     END-IF.
002070
002080 0320-READ-NEXT-CONTACT.
002090     EXEC CICS
002100         READNEXT FILE(WS-FILE-NAME)
002110             INTO(COLLECTIONS-ACTIVITY-RECORD)
002120             RIDFLD(WS-BROWSE-KEY) KEYLENGTH(18)
002130             RESP(WS-RESP)
002140     END-EXEC
002150     IF WS-RESP NOT = DFHRESP(NORMAL)
002160         SET WS-BROWSE-DONE TO TRUE
002170     ELSE
002180         IF CAC-CUST-ID NOT = CUST-ID
002190             SET WS-BROWSE-DONE TO TRUE
002200         ELSE
002210             PERFORM 0330-ADD-RECENT-LINE
002220         END-IF
002230     END-IF.
002240
002250 0330-ADD-RECENT-LINE.
002260     PERFORM 0335-PUSH-RECENT-LINE
002270         VARYING WS-RECENT-SUB FROM 5 BY -1
002280         UNTIL WS-RECENT-SUB < 2
002290     ADD 1 TO WS-RECENT-COUNT
002300     MOVE SPACES TO WS-RECENT-LINE(1)
002310     IF CAC-NO-PROMISE
002320         STRING CAC-CONTACT-DATE ' ' CAC-OUTCOME-CODE
002330                ' ' CAC-COLLECTOR-ID
002340             DELIMITED BY SIZE INTO WS-RECENT-LINE(1)
002350     ELSE
002360         PERFORM 0340-SET-STATUS-TEXT
002370         MOVE CAC-PROMISE-AMOUNT TO WS-DISPLAY-AMOUNT
002380         MOVE CAC-PAID-AMOUNT TO WS-DISPLAY-PAID
002390         STRING CAC-CONTACT-DATE ' ' CAC-OUTCOME-CODE
002400                ' ' CAC-COLLECTOR-ID
002410                ' ' WS-DISPLAY-AMOUNT
002420                ' ' CAC-PROMISE-DATE
002430                ' ' WS-STATUS-TEXT
002440                ' ' WS-DISPLAY-PAID
002450             DELIMITED BY SIZE INTO WS-RECENT-LINE(1)
002460     END-IF.
002470
002480 0335-PUSH-RECENT-LINE.
002490     MOVE WS-RECENT-LINE(WS-RECENT-SUB - 1)
002500         TO WS-RECENT-LINE(WS-RECENT-SUB).
002510
002520 0340-SET-STATUS-TEXT.
002530     EVALUATE TRUE
002540         WHEN CAC-PROMISE-OPEN
002550             MOVE 'OPEN' TO WS-STATUS-TEXT
002560         WHEN CAC-PROMISE-KEPT
002570             MOVE 'KEPT' TO WS-STATUS-TEXT
002580         WHEN CAC-PROMISE-BROKEN
002590             MOVE 'BROKEN' TO WS-STATUS-TEXT
002600         WHEN CAC-PROMISE-SUPERSEDED
002610             MOVE 'SUPERSEDED' TO WS-STATUS-TEXT
002620         WHEN OTHER
002630             MOVE CAC-PROMISE-STATUS TO WS-STATUS-TEXT
002640     END-EVALUATE.
002650
002660*****************************************************************
002670* 0500-LOG-CONTACT - edit everything before anything is written:
002680* the account must exist, the outcome must be one of the shop's
002690* codes and the collector must identify themselves. A promise to
002700* pay needs an amount above zero and no more than the balance,
002710* and a valid date no earlier than today; any other outcome
002720* takes no amount or date. A failed edit redisplays with the
002730* message and writes nothing.
002740*****************************************************************
002750 0500-LOG-CONTACT.
002760     IF CUSTID6L = ZERO OR CUSTID6I = SPACES
002770             OR CUSTID6I = LOW-VALUES
002780         MOVE LOW-VALUES TO CUSTMP6O
002790         MOVE 'KEY THE CUST-ID ALONG WITH THE CONTACT' TO MSG6O
002800         EXEC CICS
002810             SEND MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
002820                 FROM(CUSTMP6O) ERASE
002830         END-EXEC
002840         PERFORM 0999-RETURN-TO-CICS
002850     END-IF
002860     MOVE CUSTID6I TO CUST-ID
002870     EXEC CICS
002880         READ FILE(WS-CUST-FILE-NAME) INTO(CUSTOMER-RECORD)
002890             RIDFLD(CUST-ID) KEYLENGTH(6)
002900     END-EXEC
002910     EXEC CICS
002920         ASKTIME ABSTIME(WS-ABSTIME)
002930     END-EXEC
002940     EXEC CICS
002950         FORMATTIME ABSTIME(WS-ABSTIME)
002960             YYYYMMDD(WS-ENTRY-DATE)
002970             TIME(WS-ENTRY-TIME)
002980     END-EXEC
002990     MOVE 'N' TO WS-EDIT-FAILED-SW
003000     PERFORM 0510-EDIT-CONTACT
003010     IF NOT WS-EDIT-FAILED
003020         PERFORM 0520-WRITE-CONTACT
003030         IF WS-WRITTEN AND CAC-OUTCOME-PROMISE
003040             PERFORM 0530-SUPERSEDE-OPEN-PROMISE
003050         END-IF
003060     END-IF
003070     PERFORM 0300-SHOW-CUSTOMER.
003080
003090 0510-EDIT-CONTACT.
003100     MOVE OUTC6I TO CAC-OUTCOME-CODE
003110     IF OUTC6L = ZERO OR NOT CAC-OUTCOME-VALID
003120         SET WS-EDIT-FAILED TO TRUE
003130         MOVE 'OUTCOME MUST BE PP, NA, LM, CB, RP, DS OR WN'
003140             TO WS-MSG-TEXT
003150     END-IF
003160     IF NOT WS-EDIT-FAILED
003170             AND (COLL6L = ZERO OR COLL6I = SPACES
003180                 OR COLL6I = LOW-VALUES)
003190         SET WS-EDIT-FAILED TO TRUE
003200         MOVE 'A COLLECTOR ID IS REQUIRED' TO WS-MSG-TEXT
003210     END-IF
003220     IF NOT WS-EDIT-FAILED
003230         IF CAC-OUTCOME-PROMISE
003240             PERFORM 0515-EDIT-PROMISE
003250         ELSE
003260             IF PAMT6L > ZERO OR PDATE6L > ZERO
003270                 SET WS-EDIT-FAILED TO TRUE
003280                 MOVE 'PROMISE AMOUNT AND DATE GO WITH OUTCOME PP'
003290                     TO WS-MSG-TEXT
003300             END-IF
003310         END-IF
003320     END-IF.
003330
003340 0515-EDIT-PROMISE.
003350     IF CUST-BALANCE NOT > ZERO
003360         SET WS-EDIT-FAILED TO TRUE
003370         MOVE 'ACCOUNT OWES NOTHING - NO PROMISE TO TAKE'
003380             TO WS-MSG-TEXT
003390     END-IF
003400     IF NOT WS-EDIT-FAILED
003410         MOVE PAMT6I TO WS-KEYED-AMOUNT-X
003420         IF PAMT6L = ZERO OR WS-KEYED-AMOUNT IS NOT NUMERIC
003430             SET WS-EDIT-FAILED TO TRUE
003440             MOVE 'PROMISE AMOUNT MUST BE NUMERIC' TO WS-MSG-TEXT
003450         ELSE
003460             IF WS-KEYED-AMOUNT = ZERO
003470                 SET WS-EDIT-FAILED TO TRUE
003480                 MOVE 'PROMISE AMOUNT MUST BE ABOVE ZERO'
003490                     TO WS-MSG-TEXT
003500             ELSE
003510                 IF WS-KEYED-AMOUNT > CUST-BALANCE
003520                     SET WS-EDIT-FAILED TO TRUE
003530                     MOVE 'PROMISE IS MORE THAN THE BALANCE'
003540                         TO WS-MSG-TEXT
003550                 END-IF
003560             END-IF
003570         END-IF
003580     END-IF
003590     IF NOT WS-EDIT-FAILED
003600         MOVE PDATE6I TO WS-KEYED-DATE-X
003610         IF PDATE6L = ZERO OR WS-KEYED-DATE-N IS NOT NUMERIC
003620             SET WS-EDIT-FAILED TO TRUE
003630             MOVE 'PROMISE DATE MUST BE KEYED AS YYYYMMDD'
003640                 TO WS-MSG-TEXT
003650         ELSE
003660             IF WS-KEYED-MONTH < 01 OR WS-KEYED-MONTH > 12
003670                     OR WS-KEYED-DAY < 01
003680                 SET WS-EDIT-FAILED TO TRUE
003690                 MOVE 'PROMISE DATE IS NOT A VALID DATE'
003700                     TO WS-MSG-TEXT
003710             ELSE
003720                 PERFORM 0517-SET-MONTH-END-DAY
003730                 IF WS-KEYED-DAY > WS-MONTH-END-DAY
003740                     SET WS-EDIT-FAILED TO TRUE
003750                     MOVE 'PROMISE DATE IS NOT A VALID DATE'
003760                         TO WS-MSG-TEXT
003770                 END-IF
003780             END-IF
003790         END-IF
003800     END-IF
003810     IF NOT WS-EDIT-FAILED AND WS-KEYED-DATE-N < WS-ENTRY-DATE
003820         SET WS-EDIT-FAILED TO TRUE
003830         MOVE 'PROMISE DATE CANNOT BE IN THE PAST' TO WS-MSG-TEXT
003840     END-IF.
003850
003860 0517-SET-MONTH-END-DAY.
003870     EVALUATE WS-KEYED-MONTH
003880         WHEN 04
003890         WHEN 06
003900         WHEN 09
003910         WHEN 11
003920             MOVE 30 TO WS-MONTH-END-DAY
003930         WHEN 02
003940             PERFORM 0518-CHECK-LEAP-YEAR
003950             IF WS-LEAP-YEAR
003960                 MOVE 29 TO WS-MONTH-END-DAY
003970             ELSE
003980                 MOVE 28 TO WS-MONTH-END-DAY
003990             END-IF
004000         WHEN OTHER
004010             MOVE 31 TO WS-MONTH-END-DAY
004020     END-EVALUATE.
004030
004040 0518-CHECK-LEAP-YEAR.
004050     MOVE 'N' TO WS-LEAP-YEAR-SW
004060     DIVIDE WS-KEYED-YEAR BY 4
004070         GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
004080     IF WS-REMAINDER = ZERO
004090         DIVIDE WS-KEYED-YEAR BY 100
004100             GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
004110         IF WS-REMAINDER NOT = ZERO
004120             SET WS-LEAP-YEAR TO TRUE
004130         ELSE
004140             DIVIDE WS-KEYED-YEAR BY 400
004150                 GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
004160             IF WS-REMAINDER = ZERO
004170                 SET WS-LEAP-YEAR TO TRUE
004180             END-IF
004190         END-IF
004200     END-IF.
004210
004220*****************************************************************
004230* 0520-WRITE-CONTACT - the sequence steps past any contact
004240* already logged for the account today, as the batch logs do.
004250*****************************************************************
004260 0520-WRITE-CONTACT.
004270     MOVE SPACES TO COLLECTIONS-ACTIVITY-RECORD
004280     MOVE CUST-ID TO CAC-CUST-ID
004290     MOVE WS-ENTRY-DATE TO CAC-CONTACT-DATE
004300     MOVE 1 TO CAC-SEQ-NO
004310     MOVE WS-ENTRY-TIME TO CAC-CONTACT-TIME
004320     MOVE OUTC6I TO CAC-OUTCOME-CODE
004330     MOVE COLL6I TO CAC-COLLECTOR-ID
004340     MOVE EIBTRMID TO CAC-TERMINAL-ID
004350     MOVE ZERO TO CAC-PAID-AMOUNT
004360     MOVE ZEROS TO CAC-RESOLVED-DATE
004370     IF CAC-OUTCOME-PROMISE
004380         MOVE WS-KEYED-AMOUNT TO CAC-PROMISE-AMOUNT
004390         MOVE WS-KEYED-DATE-N TO CAC-PROMISE-DATE
004400         SET CAC-PROMISE-OPEN TO TRUE
004410     ELSE
004420         MOVE ZERO TO CAC-PROMISE-AMOUNT
004430         MOVE ZEROS TO CAC-PROMISE-DATE
004440         SET CAC-NO-PROMISE TO TRUE
004450     END-IF
004460     MOVE 'N' TO WS-WRITTEN-SW
004470     MOVE 'N' TO WS-WRITE-FAILED-SW
004480     PERFORM 0525-WRITE-ACTIVITY
004490         UNTIL WS-WRITTEN OR WS-WRITE-FAILED
004500     IF WS-WRITE-FAILED
004510         MOVE 'CONTACT NOT LOGGED - PLEASE CONTACT SUPPORT'
004520             TO WS-MSG-TEXT
004530     ELSE
004540         MOVE CAC-KEY TO WS-NEW-KEY
004550         IF CAC-OUTCOME-PROMISE
004560             MOVE 'PROMISE TO PAY LOGGED' TO WS-MSG-TEXT
004570         ELSE
004580             MOVE 'CONTACT LOGGED' TO WS-MSG-TEXT
004590         END-IF
004600     END-IF.
004610
004620 0525-WRITE-ACTIVITY.
004630     EXEC CICS
004640         WRITE FILE(WS-FILE-NAME)
004650             FROM(COLLECTIONS-ACTIVITY-RECORD)
004660             RIDFLD(CAC-KEY) KEYLENGTH(18)
004670             RESP(WS-RESP)
004680     END-EXEC
004690     EVALUATE WS-RESP
004700         WHEN DFHRESP(NORMAL)
004710             SET WS-WRITTEN TO TRUE
004720         WHEN DFHRESP(DUPREC)
004730             IF CAC-SEQ-NO = 9999
004740                 SET WS-WRITE-FAILED TO TRUE
004750             ELSE
004760                 ADD 1 TO CAC-SEQ-NO
004770             END-IF
004780         WHEN OTHER
004790             SET WS-WRITE-FAILED TO TRUE
004800     END-EVALUATE.
004810
004820*****************************************************************
004830* 0530-SUPERSEDE-OPEN-PROMISE - only one promise stands on an
004840* account at a time: any other promise still open is marked
004850* superseded as of today, so the nightly check and the worklist
004860* go by the newest one.
004870*****************************************************************
004880 0530-SUPERSEDE-OPEN-PROMISE.
004890     MOVE ZERO TO WS-SUPERSEDED-COUNT
004900     MOVE 'N' TO WS-SUPERSEDE-DONE-SW
004910     PERFORM 0535-SUPERSEDE-NEXT
004920         UNTIL WS-SUPERSEDE-DONE
004930     IF WS-SUPERSEDED-COUNT > ZERO
004940         MOVE 'PROMISE TO PAY LOGGED - EARLIER PROMISE SUPERSEDED'
004950             TO WS-MSG-TEXT
004960     END-IF.
004970
004980 0535-SUPERSEDE-NEXT.
004990     PERFORM 0540-FIND-OPEN-PROMISE
005000     IF WS-OPEN-FOUND
005010         PERFORM 0550-MARK-SUPERSEDED
005020     ELSE
005030         SET WS-SUPERSEDE-DONE TO TRUE
005040     END-IF.
005050
005060 0540-FIND-OPEN-PROMISE.
005070     MOVE 'N' TO WS-OPEN-FOUND-SW
005080     MOVE 'N' TO WS-BROWSE-DONE-SW
005090     MOVE CUST-ID TO WS-BRW-CUST-ID
005100     MOVE ZEROS TO WS-BRW-CONTACT-DATE
005110     MOVE ZEROS TO WS-BRW-SEQ-NO
005120     EXEC CICS
005130         STARTBR FILE(WS-FILE-NAME) RIDFLD(WS-BROWSE-KEY)
005140             KEYLENGTH(18) GTEQ
005150             RESP(WS-RESP)
005160     END-EXEC
005170     IF WS-RESP = DFHRESP(NORMAL)
005180         PERFORM 0545-READ-NEXT-OPEN
005190             UNTIL WS-BROWSE-DONE
005200         EXEC CICS
005210             ENDBR FILE(WS-FILE-NAME)
005220         END-EXEC
005230     END-IF.
005240
005250 0545-READ-NEXT-OPEN.
005260     EXEC CICS
005270         READNEXT FILE(WS-FILE-NAME)
005280             INTO(COLLECTIONS-ACTIVITY-RECORD)
005290             RIDFLD(WS-BROWSE-KEY) KEYLENGTH(18)
005300             RESP(WS-RESP)
005310     END-EXEC
005320     IF WS-RESP NOT = DFHRESP(NORMAL)
005330         SET WS-BROWSE-DONE TO TRUE
005340     ELSE
005350         IF CAC-CUST-ID NOT = CUST-ID
005360             SET WS-BROWSE-DONE TO TRUE
005370         ELSE
005380             IF CAC-PROMISE-OPEN AND CAC-KEY NOT = WS-NEW-KEY
005390                 MOVE CAC-KEY TO WS-OPEN-KEY
005400                 SET WS-OPEN-FOUND TO TRUE
005410                 SET WS-BROWSE-DONE TO TRUE
005420             END-IF
005430         END-IF
005440     END-IF.
005450
005460*****************************************************************
005470* 0550-MARK-SUPERSEDED - a promise that cannot be read or
005480* rewritten ends the pass rather than being found again.
005490*****************************************************************
005500 0550-MARK-SUPERSEDED.
005510     MOVE WS-OPEN-KEY TO CAC-KEY
005520     EXEC CICS
005530         READ FILE(WS-FILE-NAME)
005540             INTO(COLLECTIONS-ACTIVITY-RECORD)
005550             RIDFLD(CAC-KEY) KEYLENGTH(18) UPDATE
005560             RESP(WS-RESP)
005570     END-EXEC
005580     IF WS-RESP NOT = DFHRESP(NORMAL)
005590         SET WS-SUPERSEDE-DONE TO TRUE
005600     ELSE
005610         SET CAC-PROMISE-SUPERSEDED TO TRUE
005620         MOVE WS-ENTRY-DATE TO CAC-RESOLVED-DATE
005630         EXEC CICS
005640             REWRITE FILE(WS-FILE-NAME)
005650                 FROM(COLLECTIONS-ACTIVITY-RECORD)
005660                 RESP(WS-RESP)
005670         END-EXEC
005680         IF WS-RESP NOT = DFHRESP(NORMAL)
005690             SET WS-SUPERSEDE-DONE TO TRUE
005700         ELSE
005710             ADD 1 TO WS-SUPERSEDED-COUNT
005720         END-IF
005730     END-IF.
005740
005750 0400-CUSTOMER-NOT-FOUND.
005760     MOVE LOW-VALUES TO CUSTMP6O
005770     MOVE CUSTID6I TO CUSTID6O
005780     STRING 'CUST-ID ' CUSTID6I ' NOT FOUND ON CUSTOMER FILE'
005790         DELIMITED BY SIZE INTO MSG6O
005800     EXEC CICS
005810         SEND MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
005820             FROM(CUSTMP6O) ERASE
005830     END-EXEC
005840     PERFORM 0999-RETURN-TO-CICS.
005850
005860 0900-HANDLE-ERROR.
005870     MOVE LOW-VALUES TO CUSTMP6O
005880     MOVE 'AN ERROR OCCURRED - PLEASE CONTACT SUPPORT' TO MSG6O
005890     EXEC CICS
005900         SEND MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
005910             FROM(CUSTMP6O) ERASE
005920     END-EXEC
005930     PERFORM 0999-RETURN-TO-CICS.
005940
005950 0999-RETURN-TO-CICS.
005960     EXEC CICS
005970         RETURN TRANSID(WS-TRANS-ID)
005980     END-EXEC
005990     GOBACK.
