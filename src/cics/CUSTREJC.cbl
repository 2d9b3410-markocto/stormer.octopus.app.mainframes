000010*****************************************************************
000020* Program:      CUSTREJC
000030* Purpose:      Online CICS reject repair transaction (CREJ) -
000040*               works the reject work file that CUSTUPDT,
000050*               TRNMERGE and CUSTMNT log every reject to. ENTER
000060*               steps through the open items in key order (or
000070*               the operator keys a reject date, program and
000080*               sequence to go straight to one); the item shows
000090*               on the CUSTMP5 screen with its reject reason.
000100*               The operator keys the corrected fields with
000110*               action C, which edits the whole item the way
000120*               the batch will and marks it corrected, or
000130*               action X to cancel it. The nightly CUSTREJB
000140*               step re-enters corrected items as a TRANS-FILE
000150*               batch or as MAINT-FILE input.
000160* Author:       Stormer Mainframes
000170* Installation: Stormer Mainframes Data Center
000180* Date-Written: 2026
000190* Date-Compiled: 2026
000200*-----------------------------------------------------------------
000210* Modification History
000220* Date       By   Description
000230* 2026       SM   Original program.
000232* 2026       SM   Address/contact maintenance items (codes M, N,
000234*                 P and R) shown and accepted; only the CUST-ID
000236*                 and code can be corrected here, the address
000238*                 itself is re-keyed on the CMNT address panel.
000240*-----------------------------------------------------------------
000250* NOTE: this program is compiled through the CICS command-level
000260* translator ahead of the standard COBOL compile step, the same
000270* as every other CICS program in this shop - it is not intended
000280* to compile as plain batch COBOL.
000290*****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. CUSTREJC.
000320 AUTHOR. STORMER-MAINFRAMES.
000330 INSTALLATION. STORMER-MAINFRAMES-DATA-CENTER.
000340 DATE-WRITTEN. 2026.
000350 DATE-COMPILED. 2026.
000360
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-ZOS.
000400 OBJECT-COMPUTER. IBM-ZOS.
000410
000420 DATA DIVISION.
000430 WORKING-STORAGE SECTION.
000440 77  WS-MAPSET-NAME             PIC X(08) VALUE 'CUSTMAP'.
000450 77  WS-MAP-NAME                PIC X(08) VALUE 'CUSTMP5'.
000460 77  WS-FILE-NAME               PIC X(08) VALUE 'REJWORK'.
000470 77  WS-CUST-FILE-NAME          PIC X(08) VALUE 'CUSTFILE'.
000480 77  WS-TRANS-ID                PIC X(04) VALUE 'CREJ'.
000490 77  WS-RESP                    PIC S9(8) COMP VALUE ZERO.
000500 77  WS-MSG-TEXT                PIC X(70) VALUE SPACES.
000510 77  WS-STATUS-TEXT             PIC X(11) VALUE SPACES.
000520 77  WS-EDIT-FAILED-SW          PIC X  VALUE 'N'.
000530     88  WS-EDIT-FAILED             VALUE 'Y'.
000540 77  WS-BROWSE-DONE-SW          PIC X  VALUE 'N'.
000550     88  WS-BROWSE-DONE             VALUE 'Y'.
000560 77  WS-ITEM-FOUND-SW           PIC X  VALUE 'N'.
000570     88  WS-ITEM-FOUND              VALUE 'Y'.
000580 77  WS-BROWSE-KEY              PIC X(22) VALUE SPACES.
000585 77  WS-ORIG-ADDRESS-SW         PIC X  VALUE 'N'.
000586     88  WS-ORIG-ADDRESS-ITEM       VALUE 'Y'.
000590
000600 01  WS-KEYED-KEY.
000610     05  WS-KEYED-DATE          PIC X(08).
000620     05  WS-KEYED-PGM           PIC X(08).
000630     05  WS-KEYED-SEQ           PIC X(06).
000640
000650 01  WS-KEYED-AMOUNT-X          PIC X(09).
000660 01  WS-KEYED-AMOUNT REDEFINES WS-KEYED-AMOUNT-X
000670                                PIC 9(07)V99.
000680
000690 77  WS-ABSTIME                 PIC S9(15) COMP-3 VALUE ZERO.
000700 77  WS-ACTION-DATE             PIC 9(08) VALUE ZEROS.
000710 77  WS-ACTION-TIME             PIC 9(06) VALUE ZEROS.
000720
000730*-----------------------------------------------------------------
000740* Commarea - the key of the item on the screen, so an action
000750* keyed against it finds it again and ENTER steps on from it.
000760*-----------------------------------------------------------------
000770 01  WS-COMMAREA.
000780     05  CA-ITEM-KEY                PIC X(22).
000790
000800 COPY REJWORK.
000810 COPY MNTREC.
000820 COPY CUSTMAP.
000830 COPY CUSTREC.
000840
000850 LINKAGE SECTION.
000860 01  DFHCOMMAREA                    PIC X(22).
000870
000880 PROCEDURE DIVISION.
000890 0000-MAIN.
000900     EXEC CICS
000910         HANDLE CONDITION
000920             MAPFAIL(0110-NO-FIELDS-RECEIVED)
000930             NOTFND(0400-ITEM-NOT-FOUND)
000940             ERROR(0900-HANDLE-ERROR)
000950     END-EXEC
000960
000970     IF EIBCALEN > ZERO
000980         MOVE DFHCOMMAREA TO WS-COMMAREA
000990     ELSE
001000         MOVE SPACES TO WS-COMMAREA
001010     END-IF
001020
001030     EXEC CICS
001040         RECEIVE MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
001050             INTO(CUSTMP5I)
001060     END-EXEC
001070
001080     IF RDATE5L > ZERO OR RPGM5L > ZERO OR RSEQ5L > ZERO
001090         PERFORM 0200-DISPLAY-KEYED-ITEM
001100     ELSE
001110         IF CA-ITEM-KEY = SPACES
001120             PERFORM 0250-SHOW-NEXT-OPEN
001130         ELSE
001140             PERFORM 0500-UPDATE-ITEM
001150         END-IF
001160     END-IF
001170     PERFORM 0999-RETURN-TO-CICS.
001180
001190*****************************************************************
001200* 0110-NO-FIELDS-RECEIVED - the mapset FRSETs every field, so
001210* plain ENTER transmits nothing and RECEIVE raises MAPFAIL;
001220* that is the gesture for the next open item after the one on
001230* the screen (or the first, with nothing on the screen).
001240*****************************************************************
001250 0110-NO-FIELDS-RECEIVED.
001260     MOVE LOW-VALUES TO CUSTMP5I
001270     PERFORM 0250-SHOW-NEXT-OPEN
001280     PERFORM 0999-RETURN-TO-CICS.
001290
001300*****************************************************************
001310* 0200-DISPLAY-KEYED-ITEM - a keyed reject date, program and
001320* sequence go straight to that item, whatever its status, so
001330* a corrected or cancelled item can still be looked at.
001340*****************************************************************
001350 0200-DISPLAY-KEYED-ITEM.
001360     IF RDATE5L = ZERO OR RPGM5L = ZERO OR RSEQ5L = ZERO
001370         MOVE LOW-VALUES TO CUSTMP5O
001380         MOVE 'KEY THE REJECT DATE, PROGRAM AND SEQUENCE TOGETHER'
001390             TO MSG5O
001400         EXEC CICS
001410             SEND MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
001420                 FROM(CUSTMP5O) ERASE
001430         END-EXEC
001440         PERFORM 0999-RETURN-TO-CICS
001450     END-IF
001460     MOVE RDATE5I TO WS-KEYED-DATE
001470     MOVE RPGM5I TO WS-KEYED-PGM
001480     MOVE RSEQ5I TO WS-KEYED-SEQ
001490     MOVE WS-KEYED-KEY TO RJW-KEY
001500     EXEC CICS
001510         READ FILE(WS-FILE-NAME) INTO(REJECT-WORK-RECORD)
001520             RIDFLD(RJW-KEY) KEYLENGTH(22)
001530     END-EXEC
001540     MOVE RJW-KEY TO CA-ITEM-KEY
001550     MOVE 'KEY CORRECTIONS WITH ACTION C, OR X TO CANCEL'
001560         TO WS-MSG-TEXT
001570     PERFORM 0300-SHOW-ITEM.
001580
001590*****************************************************************
001600* 0250-SHOW-NEXT-OPEN - browse forward from the item on the
001610* screen for the next one still open; corrected, cancelled and
001620* re-entered items are stepped over. Off the end, the screen
001630* says so and the next ENTER starts again from the top.
001640*****************************************************************
001650 0250-SHOW-NEXT-OPEN.
001660     MOVE 'N' TO WS-BROWSE-DONE-SW
001670     MOVE 'N' TO WS-ITEM-FOUND-SW
001680     IF CA-ITEM-KEY = SPACES
001690         MOVE LOW-VALUES TO WS-BROWSE-KEY
001700     ELSE
001710         MOVE CA-ITEM-KEY TO WS-BROWSE-KEY
001720     END-IF
001730     EXEC CICS
001740         STARTBR FILE(WS-FILE-NAME) RIDFLD(WS-BROWSE-KEY)
001750             KEYLENGTH(22) GTEQ
001760             RESP(WS-RESP)
001770     END-EXEC
001780     IF WS-RESP = DFHRESP(NORMAL)
001790         PERFORM 0260-READ-NEXT-OPEN
001800             UNTIL WS-BROWSE-DONE
001810         EXEC CICS
001820             ENDBR FILE(WS-FILE-NAME)
001830         END-EXEC
001840     END-IF
001850     IF WS-ITEM-FOUND
001860         MOVE RJW-KEY TO CA-ITEM-KEY
001870         MOVE 'KEY CORRECTIONS WITH ACTION C, OR X TO CANCEL - '
001880             TO WS-MSG-TEXT
001890         MOVE 'ENTER FOR NEXT' TO WS-MSG-TEXT(50:14)
001900         PERFORM 0300-SHOW-ITEM
001910     ELSE
001920         MOVE SPACES TO CA-ITEM-KEY
001930         MOVE LOW-VALUES TO CUSTMP5O
001940         MOVE 'NO FURTHER OPEN REJECTS - ENTER TO START OVER'
001950             TO MSG5O
001960         EXEC CICS
001970             SEND MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
001980                 FROM(CUSTMP5O) ERASE
001990         END-EXEC
002000     END-IF.
002010
002020 0260-READ-NEXT-OPEN.
002030     EXEC CICS
002040         READNEXT FILE(WS-FILE-NAME) INTO(REJECT-WORK-RECORD)
002050             RIDFLD(WS-BROWSE-KEY) KEYLENGTH(22)
002060             RESP(WS-RESP)
002070     END-EXEC
002080     IF WS-RESP NOT = DFHRESP(NORMAL)
002090         SET WS-BROWSE-DONE TO TRUE
002100     ELSE
002110         IF RJW-KEY NOT = CA-ITEM-KEY AND RJW-STATUS-OPEN
002120             SET WS-ITEM-FOUND TO TRUE
002130             SET WS-BROWSE-DONE TO TRUE
002140         END-IF
002150     END-IF.
002160
002170*****************************************************************
002180* 0300-SHOW-ITEM - the generic fields carry a transaction as
002190* type, amount, date, reason code and item reference, or a
002200* maintenance record as code, credit limit, statement cycle
002210* and names.
002220*****************************************************************
002230 0300-SHOW-ITEM.
002240     PERFORM 0310-SET-STATUS-TEXT
002250     MOVE LOW-VALUES TO CUSTMP5O
002260     MOVE RJW-REJECT-DATE TO RDATE5O
002270     MOVE RJW-SOURCE-PGM TO RPGM5O
002280     MOVE RJW-SEQ-NO TO RSEQ5O
002290     MOVE RJW-REJECT-REASON TO RSN5O
002300     MOVE RJW-CHANNEL TO CHAN5O
002310     MOVE WS-STATUS-TEXT TO STAT5O
002320     IF RJW-KIND-MAINTENANCE
002330         MOVE RJW-ITEM-IMAGE TO MAINT-RECORD
002340         MOVE MAINT-RECORD(1:6) TO CUSTID5O
002350         MOVE MNT-TRANS-CODE TO CODE5O
002352         IF MNT-CODE-ADDRESS-FILE
002354             MOVE 'ADDRESS ITEM' TO LNAME5O
002356             MOVE 'RE-KEY ON CMNT' TO FNAME5O
002360         ELSE
002362             MOVE MNT-CREDIT-LIMIT-X TO AMT5O
002370             MOVE MNT-STMT-CYCLE TO RCODE5O
002380             MOVE MNT-LAST-NAME TO LNAME5O
002390             MOVE MNT-FIRST-NAME TO FNAME5O
002395         END-IF
002400     ELSE
002410         MOVE RJW-CUST-ID TO CUSTID5O
002420         MOVE RJW-TRANS-TYPE TO CODE5O
002430         MOVE RJW-AMOUNT-X TO AMT5O
002440         MOVE RJW-TRANS-DATE TO TDATE5O
002450         MOVE RJW-REASON-CODE TO RCODE5O
002460         MOVE RJW-ITEM-REF TO IREF5O
002470     END-IF
002480     MOVE WS-MSG-TEXT TO MSG5O
002490     EXEC CICS
002500         SEND MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
002510             FROM(CUSTMP5O) ERASE
002520     END-EXEC.
002530
002540 0310-SET-STATUS-TEXT.
002550     EVALUATE TRUE
002560         WHEN RJW-STATUS-OPEN
002570             MOVE 'OPEN' TO WS-STATUS-TEXT
002580         WHEN RJW-STATUS-CORRECTED
002590             MOVE 'CORRECTED' TO WS-STATUS-TEXT
002600         WHEN RJW-STATUS-CANCELLED
002610             MOVE 'CANCELLED' TO WS-STATUS-TEXT
002620         WHEN RJW-STATUS-REENTERED
002630             MOVE 'RE-ENTERED' TO WS-STATUS-TEXT
002640         WHEN OTHER
002650             MOVE 'UNKNOWN' TO WS-STATUS-TEXT
002660     END-EVALUATE.
002670
002680*****************************************************************
002690* 0500-UPDATE-ITEM - read the item on the screen for update and
002700* apply the keyed fields to its image. Only an open or
002710* corrected item may change - once re-entered or cancelled it
002720* is history. Cancel needs nothing else keyed; a correction is
002730* edited as a whole before it is saved, and a failed edit
002740* saves nothing (the record is released when the task ends).
002750*****************************************************************
002760 0500-UPDATE-ITEM.
002770     MOVE CA-ITEM-KEY TO RJW-KEY
002780     EXEC CICS
002790         READ FILE(WS-FILE-NAME) INTO(REJECT-WORK-RECORD)
002800             RIDFLD(RJW-KEY) KEYLENGTH(22) UPDATE
002810     END-EXEC
002820     MOVE 'N' TO WS-EDIT-FAILED-SW
002830     IF NOT RJW-STATUS-OPEN AND NOT RJW-STATUS-CORRECTED
002840         SET WS-EDIT-FAILED TO TRUE
002850         MOVE 'ITEM IS CLOSED - NO FURTHER CHANGES ALLOWED'
002860             TO WS-MSG-TEXT
002870     END-IF
002880     IF NOT WS-EDIT-FAILED
002890             AND (ACT5L = ZERO OR (ACT5I NOT = 'C'
002900                 AND ACT5I NOT = 'X'))
002910         SET WS-EDIT-FAILED TO TRUE
002920         MOVE 'KEY ACTION C WITH THE CORRECTIONS, OR X TO CANCEL'
002930             TO WS-MSG-TEXT
002940     END-IF
002950     IF NOT WS-EDIT-FAILED
002960         IF ACT5I = 'X'
002970             SET RJW-STATUS-CANCELLED TO TRUE
002980             MOVE 'ITEM CANCELLED - IT WILL NOT BE RE-ENTERED'
002990                 TO WS-MSG-TEXT
003000         ELSE
003010             IF RJW-KIND-MAINTENANCE
003020                 PERFORM 0520-APPLY-MAINT-FIELDS
003030                 PERFORM 0525-EDIT-MAINT-ITEM
003040             ELSE
003050                 PERFORM 0510-APPLY-TRANS-FIELDS
003060                 PERFORM 0515-EDIT-TRANS-ITEM
003070             END-IF
003080             IF NOT WS-EDIT-FAILED
003090                 SET RJW-STATUS-CORRECTED TO TRUE
003100                 MOVE 'ITEM CORRECTED - RE-ENTERS TONIGHT'
003110                     TO WS-MSG-TEXT
003120             END-IF
003130         END-IF
003140     END-IF
003150     IF NOT WS-EDIT-FAILED
003160         PERFORM 0530-STAMP-ACTION
003170         EXEC CICS
003180             REWRITE FILE(WS-FILE-NAME)
003190                 FROM(REJECT-WORK-RECORD)
003200         END-EXEC
003210     END-IF
003220     PERFORM 0300-SHOW-ITEM.
003230
003240 0510-APPLY-TRANS-FIELDS.
003250     IF CUSTID5L > ZERO
003260         MOVE CUSTID5I TO RJW-CUST-ID
003270     END-IF
003280     IF CODE5L > ZERO
003290         MOVE CODE5I TO RJW-TRANS-TYPE
003300     END-IF
003310     IF AMT5L > ZERO
003320         MOVE AMT5I TO RJW-AMOUNT-X
003330     END-IF
003340     IF TDATE5L > ZERO
003350         MOVE TDATE5I TO RJW-TRANS-DATE
003360     END-IF
003370     IF RCODE5L > ZERO
003380         MOVE RCODE5I TO RJW-REASON-CODE
003390     END-IF
003400     IF IREF5L > ZERO
003410         MOVE IREF5I TO RJW-ITEM-REF
003420     END-IF.
003430
003440*****************************************************************
003450* 0515-EDIT-TRANS-ITEM - the same edits the merge and posting
003460* steps apply, so a corrected item does not come straight back
003470* as a reject: a numeric CUST-ID that is on file and open, a
003480* D, C or R type, a non-zero amount, a numeric date, and on a
003485* returned-item reversal the item reference it undoes. The
003490* reserved reason codes MRG and RFD, which only CUSTMERG and
003495* CUSTRFND generate, stay only on an item logged with them.
003500*****************************************************************
003510 0515-EDIT-TRANS-ITEM.
003520     IF RJW-CUST-ID IS NOT NUMERIC OR RJW-CUST-ID = ZEROS
003530         SET WS-EDIT-FAILED TO TRUE
003540         MOVE 'CUST-ID MUST BE NUMERIC AND NOT ZERO'
003541             TO WS-MSG-TEXT
003550     END-IF
003560     IF NOT WS-EDIT-FAILED
003570         PERFORM 0540-CHECK-CUSTOMER
003580     END-IF
003590     IF NOT WS-EDIT-FAILED
003600             AND RJW-TRANS-TYPE NOT = 'D'
003610             AND RJW-TRANS-TYPE NOT = 'C'
003620             AND RJW-TRANS-TYPE NOT = 'R'
003630         SET WS-EDIT-FAILED TO TRUE
003640         MOVE 'TYPE MUST BE D, C OR R' TO WS-MSG-TEXT
003650     END-IF
003660     IF NOT WS-EDIT-FAILED
003670         MOVE RJW-AMOUNT-X TO WS-KEYED-AMOUNT-X
003680         IF WS-KEYED-AMOUNT IS NOT NUMERIC
003690                 OR WS-KEYED-AMOUNT = ZERO
003700             SET WS-EDIT-FAILED TO TRUE
003710             MOVE 'AMOUNT MUST BE NUMERIC AND ABOVE ZERO'
003720                 TO WS-MSG-TEXT
003730         END-IF
003740     END-IF
003750     IF NOT WS-EDIT-FAILED AND RJW-TRANS-DATE IS NOT NUMERIC
003760         SET WS-EDIT-FAILED TO TRUE
003770         MOVE 'TRANSACTION DATE MUST BE NUMERIC CCYYMMDD'
003780             TO WS-MSG-TEXT
003790     END-IF
003800     IF NOT WS-EDIT-FAILED AND RJW-TRANS-TYPE = 'R'
003810             AND RJW-ITEM-REF = SPACES
003820         SET WS-EDIT-FAILED TO TRUE
003830         MOVE 'A REVERSAL NEEDS THE ORIGINAL ITEM REFERENCE'
003831             TO WS-MSG-TEXT
003832     END-IF
003833     IF NOT WS-EDIT-FAILED AND RJW-REASON-CODE = 'MRG'
003834             AND RJW-LOGGED-REASON-CODE NOT = RJW-REASON-CODE
003835         SET WS-EDIT-FAILED TO TRUE
003836         MOVE 'REASON MRG IS RESERVED FOR ACCOUNT MERGES'
003837             TO WS-MSG-TEXT
003838     END-IF
003839     IF NOT WS-EDIT-FAILED AND RJW-REASON-CODE = 'RFD'
003840             AND RJW-LOGGED-REASON-CODE NOT = RJW-REASON-CODE
003841         SET WS-EDIT-FAILED TO TRUE
003842         MOVE 'REASON RFD IS RESERVED FOR BALANCE REFUNDS'
003843             TO WS-MSG-TEXT
003850     END-IF.
003860
003870 0520-APPLY-MAINT-FIELDS.
003880     MOVE RJW-ITEM-IMAGE TO MAINT-RECORD
003882     MOVE 'N' TO WS-ORIG-ADDRESS-SW
003884     IF MNT-CODE-ADDRESS-FILE
003886         SET WS-ORIG-ADDRESS-ITEM TO TRUE
003888     END-IF
003890     IF CUSTID5L > ZERO
003900         MOVE CUSTID5I TO MAINT-RECORD(1:6)
003910     END-IF
003920     IF CODE5L > ZERO
003930         MOVE CODE5I TO MNT-TRANS-CODE
003940     END-IF
003942     IF WS-ORIG-ADDRESS-ITEM
003944         MOVE MAINT-RECORD TO RJW-ITEM-IMAGE
003946     ELSE
003948         PERFORM 0522-APPLY-CUSTOMER-FIELDS
003949     END-IF.
003950
003951 0522-APPLY-CUSTOMER-FIELDS.
003952     IF AMT5L > ZERO
003960         IF AMT5I = LOW-VALUES
003970             MOVE SPACES TO MNT-CREDIT-LIMIT-X
003980         ELSE
003990             MOVE AMT5I TO MNT-CREDIT-LIMIT-X
004000         END-IF
004010     END-IF
004020     IF RCODE5L > ZERO
004030         MOVE RCODE5I(1:2) TO MNT-STMT-CYCLE
004040     END-IF
004050     IF LNAME5L > ZERO
004060         MOVE LNAME5I TO MNT-LAST-NAME
004070     END-IF
004080     IF FNAME5L > ZERO
004090         MOVE FNAME5I TO MNT-FIRST-NAME
004100     END-IF
004110     MOVE MAINT-RECORD TO RJW-ITEM-IMAGE.
004120
004130*****************************************************************
004140* 0525-EDIT-MAINT-ITEM - the CUSTMNT edits: a numeric non-zero
004150* CUST-ID, an A, C or X code, both names on an add, and a
004160* credit limit that is blank (leave alone) or numeric. An
004162* address item keeps an address code (the record area means
004164* something else under each family of codes) and must carry
004166* the content CUSTMNT needs for that code.
004170*****************************************************************
004180 0525-EDIT-MAINT-ITEM.
004190     IF MNT-CUST-ID IS NOT NUMERIC OR MNT-CUST-ID = ZEROS
004200         SET WS-EDIT-FAILED TO TRUE
004210         MOVE 'CUST-ID MUST BE NUMERIC AND NOT ZERO'
004211             TO WS-MSG-TEXT
004220     END-IF
004222     IF NOT WS-EDIT-FAILED AND WS-ORIG-ADDRESS-ITEM
004224         PERFORM 0527-EDIT-ADDRESS-ITEM
004226     END-IF
004230     IF NOT WS-EDIT-FAILED AND NOT WS-ORIG-ADDRESS-ITEM
004240             AND NOT MNT-CODE-ADD AND NOT MNT-CODE-CHANGE
004250             AND NOT MNT-CODE-CLOSE
004260         SET WS-EDIT-FAILED TO TRUE
004270         MOVE 'CODE MUST BE A, C OR X' TO WS-MSG-TEXT
004280     END-IF
004290     IF NOT WS-EDIT-FAILED AND MNT-CODE-ADD
004300             AND (MNT-LAST-NAME = SPACES
004310                 OR MNT-FIRST-NAME = SPACES)
004320         SET WS-EDIT-FAILED TO TRUE
004330         MOVE 'AN ADD NEEDS BOTH NAMES' TO WS-MSG-TEXT
004340     END-IF
004350     IF NOT WS-EDIT-FAILED
004360             AND MNT-CREDIT-LIMIT-X NOT = SPACES
004370             AND MNT-CREDIT-LIMIT IS NOT NUMERIC
004380         SET WS-EDIT-FAILED TO TRUE
004390         MOVE 'CREDIT LIMIT MUST BE NUMERIC OR BLANK'
004391             TO WS-MSG-TEXT
004400     END-IF.
004410
004411 0527-EDIT-ADDRESS-ITEM.
004412     IF NOT MNT-CODE-ADDRESS-FILE
004413         SET WS-EDIT-FAILED TO TRUE
004414         MOVE 'AN ADDRESS ITEM NEEDS CODE M, N, P OR R'
004415             TO WS-MSG-TEXT
004416     END-IF
004417     IF NOT WS-EDIT-FAILED AND MNT-CODE-ADDRESS
004418             AND MNT-ADDRESS-LINE-1 = SPACES
004419         SET WS-EDIT-FAILED TO TRUE
004420         MOVE 'ADDRESS LINE 1 BLANK - CANCEL AND KEY ON CMNT'
004421             TO WS-MSG-TEXT
004422     END-IF
004423     IF NOT WS-EDIT-FAILED AND MNT-CODE-CITY-STATE
004424             AND (MNT-CITY = SPACES OR MNT-STATE = SPACES
004425                 OR MNT-POSTAL-CODE = SPACES)
004426         SET WS-EDIT-FAILED TO TRUE
004427         MOVE 'CITY/STATE/ZIP INCOMPLETE - CANCEL AND KEY ON CMNT'
004428             TO WS-MSG-TEXT
004429     END-IF
004430     IF NOT WS-EDIT-FAILED AND MNT-CODE-CONTACT
004431             AND MNT-PHONE = SPACES AND MNT-EMAIL = SPACES
004432         SET WS-EDIT-FAILED TO TRUE
004433         MOVE 'NO PHONE OR EMAIL - CANCEL AND KEY ON CMNT'
004434             TO WS-MSG-TEXT
004435     END-IF
004436     IF NOT WS-EDIT-FAILED AND MNT-CODE-RETURNED-MAIL
004437             AND MNT-RETURNED-MAIL-FLAG NOT = 'Y'
004438             AND MNT-RETURNED-MAIL-FLAG NOT = 'N'
004439         SET WS-EDIT-FAILED TO TRUE
004440         MOVE 'RETURNED-MAIL FLAG BAD - CANCEL AND KEY ON CMNT'
004441             TO WS-MSG-TEXT
004442     END-IF.
004443
004444 0530-STAMP-ACTION.
004445     EXEC CICS
004446         ASKTIME ABSTIME(WS-ABSTIME)
004450     END-EXEC
004460     EXEC CICS
004470         FORMATTIME ABSTIME(WS-ABSTIME)
004480             YYYYMMDD(WS-ACTION-DATE)
004490             TIME(WS-ACTION-TIME)
004500     END-EXEC
004510     MOVE WS-ACTION-DATE TO RJW-ACTION-DATE
004520     MOVE WS-ACTION-TIME TO RJW-ACTION-TIME
004530     MOVE EIBTRMID TO RJW-ACTION-TERM.
004540
004550*****************************************************************
004560* 0540-CHECK-CUSTOMER - read with RESP so a missing account is
004570* an edit message here, not the reject-item NOTFND handler.
004580*****************************************************************
004590 0540-CHECK-CUSTOMER.
004600     MOVE RJW-CUST-ID TO CUST-ID
004610     EXEC CICS
004620         READ FILE(WS-CUST-FILE-NAME) INTO(CUSTOMER-RECORD)
004630             RIDFLD(CUST-ID) KEYLENGTH(6)
004640             RESP(WS-RESP)
004650     END-EXEC
004660     IF WS-RESP NOT = DFHRESP(NORMAL)
004670         SET WS-EDIT-FAILED TO TRUE
004680         MOVE 'CUST-ID NOT FOUND ON CUSTOMER FILE' TO WS-MSG-TEXT
004690     ELSE
004700         IF CUST-STATUS-CLOSED
004710             SET WS-EDIT-FAILED TO TRUE
004720             MOVE 'ACCOUNT IS CLOSED - CANCEL THE ITEM INSTEAD'
004730                 TO WS-MSG-TEXT
004740         END-IF
004750     END-IF.
004760
004770 0400-ITEM-NOT-FOUND.
004780     MOVE SPACES TO CA-ITEM-KEY
004790     MOVE LOW-VALUES TO CUSTMP5O
004800     MOVE 'NO REJECT ITEM ON FILE FOR THAT KEY' TO MSG5O
004810     EXEC CICS
004820         SEND MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
004830             FROM(CUSTMP5O) ERASE
004840     END-EXEC
004850     PERFORM 0999-RETURN-TO-CICS.
004860
004870 0900-HANDLE-ERROR.
004880     MOVE LOW-VALUES TO CUSTMP5O
004890     MOVE 'AN ERROR OCCURRED - PLEASE CONTACT SUPPORT' TO MSG5O
004900     EXEC CICS
004910         SEND MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
004920             FROM(CUSTMP5O) ERASE
004930     END-EXEC
004940     PERFORM 0999-RETURN-TO-CICS.
004950
004960 0999-RETURN-TO-CICS.
004970     EXEC CICS
004980         RETURN TRANSID(WS-TRANS-ID)
004990             COMMAREA(WS-COMMAREA) LENGTH(22)
005000     END-EXEC
005010     GOBACK.
