000010*****************************************************************
000020* Program:      CUSTMERG
000030* Purpose:      Duplicate-account merge - reads merge cards naming
000040*               a surviving CUST-ID and the duplicate CUST-ID to
000050*               be retired into it. For each accepted card the
000060*               retiring account is closed on CUSTOMER-FILE with
000070*               CUST-SUCCESSOR-ID pointing at the survivor, its
000080*               HISTORY-FILE entries are re-keyed under the
000090*               survivor, its address is carried across when the
000100*               survivor has none, and its balance is moved by a
000110*               pair of balancing transfer legs (reason MRG) cut
000120*               as a TRANS-FILE batch with header/trailer count
000130*               and hash, so the money moves through CUSTUPDT's
000140*               posting, history capture and GL feed like every
000150*               other posting. A merge register prints the before
000160*               and after balances of both accounts for audit.
000170*               Run ahead of CUSTUPDT; the transfer batch is
000180*               presented to tonight's posting with the others.
000190* Author:       Stormer Mainframes
000200* Installation: Stormer Mainframes Data Center
000210* Date-Written: 2026
000220* Date-Compiled: 2026
000230*-----------------------------------------------------------------
000240* Modification History
000250* Date       By   Description
000260* 2026       SM   Original program.
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. CUSTMERG.
000300 AUTHOR. STORMER-MAINFRAMES.
000310 INSTALLATION. STORMER-MAINFRAMES-DATA-CENTER.
000320 DATE-WRITTEN. 2026.
000330 DATE-COMPILED. 2026.
000340
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-ZOS.
000380 OBJECT-COMPUTER. IBM-ZOS.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT MERGE-CARD-FILE
000420         ASSIGN TO MRGCARD
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-MERGE-CARD-STATUS.
000450
000460     SELECT MERGE-CONTROL-FILE
000470         ASSIGN TO MRGCTL
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-MERGE-CONTROL-STATUS.
000500
000510     SELECT DATE-CONTROL-FILE
000520         ASSIGN TO DATECTL
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-DATECTL-FILE-STATUS.
000550
000560     SELECT CUSTOMER-FILE
000570         ASSIGN TO CUSTFILE
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS CUST-ID
000610         FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
000620
000630     SELECT HISTORY-FILE
000640         ASSIGN TO TRANHIST
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS HIST-KEY
000680         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000690
000700     SELECT ADDRESS-FILE
000710         ASSIGN TO ADDRFILE
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS ADR-CUST-ID
000750         FILE STATUS IS WS-ADDRESS-FILE-STATUS.
000760
000770     SELECT BATCH-FILE
000780         ASSIGN TO MRGBATCH
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-BATCH-FILE-STATUS.
000810
000820     SELECT MERGE-REGISTER
000830         ASSIGN TO MRGRPT
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-REGISTER-FILE-STATUS.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  MERGE-CARD-FILE
000900     RECORD CONTAINS 80 CHARACTERS.
000910 01  MERGE-CARD-RECORD.
000920     05  MRGC-SURVIVOR-ID           PIC 9(06).
000930     05  MRGC-RETIRING-ID           PIC 9(06).
000940     05  MRGC-NAME-OVERRIDE         PIC X(01).
000950         88  MRGC-NAME-OVERRIDDEN       VALUE 'Y'.
000960     05  FILLER                     PIC X(67).
000970
000980 FD  MERGE-CONTROL-FILE
000990     RECORD CONTAINS 80 CHARACTERS.
001000 01  MERGE-CONTROL-RECORD.
001010     05  MRGX-BATCH-NUMBER          PIC 9(06).
001020     05  FILLER                     PIC X(74).
001030
001040 FD  DATE-CONTROL-FILE
001050     RECORD CONTAINS 80 CHARACTERS.
001060     COPY DATECTL.
001070
001080 FD  CUSTOMER-FILE
001090     RECORD CONTAINS 76 CHARACTERS.
001100     COPY CUSTREC.
001110
001120 FD  HISTORY-FILE
001130     RECORD CONTAINS 60 CHARACTERS.
001140     COPY TRANHIST.
001150
001160 FD  ADDRESS-FILE
001170     RECORD CONTAINS 200 CHARACTERS.
001180     COPY ADDRREC.
001190
001200 FD  BATCH-FILE
001210     RECORD CONTAINS 80 CHARACTERS.
001220     COPY TRANREC.
001230     COPY TRANBTCH.
001240
001250 FD  MERGE-REGISTER
001260     RECORD CONTAINS 132 CHARACTERS.
001270 01  REGISTER-LINE                  PIC X(132).
001280
001290 WORKING-STORAGE SECTION.
001300 77  WS-MERGE-CARD-STATUS           PIC XX VALUE SPACES.
001310 77  WS-MERGE-CONTROL-STATUS        PIC XX VALUE SPACES.
001320 77  WS-DATECTL-FILE-STATUS         PIC XX VALUE SPACES.
001330 77  WS-CUSTOMER-FILE-STATUS        PIC XX VALUE SPACES.
001340 77  WS-HISTORY-FILE-STATUS         PIC XX VALUE SPACES.
001350 77  WS-ADDRESS-FILE-STATUS         PIC XX VALUE SPACES.
001360 77  WS-BATCH-FILE-STATUS           PIC XX VALUE SPACES.
001370 77  WS-REGISTER-FILE-STATUS        PIC XX VALUE SPACES.
001380
001390 77  WS-EOF-FLAG                    PIC X  VALUE 'N'.
001400     88  WS-EOF                         VALUE 'Y'.
001410 77  WS-REKEY-DONE-SW               PIC X  VALUE 'N'.
001420     88  WS-REKEY-DONE                  VALUE 'Y'.
001430 77  WS-REKEY-FAILED-SW             PIC X  VALUE 'N'.
001440     88  WS-REKEY-FAILED                VALUE 'Y'.
001450 77  WS-HISTORY-WRITTEN-SW          PIC X  VALUE 'N'.
001460     88  WS-HISTORY-WRITTEN             VALUE 'Y'.
001470 77  WS-HISTORY-FAILED-SW           PIC X  VALUE 'N'.
001480     88  WS-HISTORY-FAILED              VALUE 'Y'.
001490 77  WS-ENTRY-FOUND-SW              PIC X  VALUE 'N'.
001500     88  WS-ENTRY-FOUND                 VALUE 'Y'.
001510 77  WS-REMAP-OVERFLOW-SW           PIC X  VALUE 'N'.
001520     88  WS-REMAP-OVERFLOW              VALUE 'Y'.
001530
001540 77  WS-CARD-COUNT                  PIC 9(06) VALUE ZEROS.
001550 77  WS-MERGED-COUNT                PIC 9(06) VALUE ZEROS.
001560 77  WS-REJECT-COUNT                PIC 9(06) VALUE ZEROS.
001570 77  WS-TRANSFER-COUNT              PIC 9(06) VALUE ZEROS.
001580 77  WS-REKEYED-COUNT               PIC 9(06) VALUE ZEROS.
001590 77  WS-REKEY-ERROR-COUNT           PIC 9(06) VALUE ZEROS.
001600 77  WS-ACCOUNT-REKEYED             PIC 9(06) VALUE ZEROS.
001610 77  WS-HASH-TOTAL            PIC S9(13)V99 COMP-3 VALUE ZERO.
001620 77  WS-TRANSFER-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
001630 77  WS-REJECT-REASON               PIC X(40) VALUE SPACES.
001640 77  WS-ADDRESS-ACTION              PIC X(20) VALUE SPACES.
001650
001660 77  WS-BUSINESS-DATE               PIC 9(08) VALUE ZEROS.
001670
001680*-----------------------------------------------------------------
001690* The two accounts of the merge in hand, as read before anything
001700* is changed - the register's before balances come from here.
001710*-----------------------------------------------------------------
001720 77  WS-SURV-LAST-NAME              PIC X(20) VALUE SPACES.
001730 77  WS-SURV-FIRST-NAME             PIC X(15) VALUE SPACES.
001740 77  WS-SURV-BALANCE          PIC S9(9)V99 COMP-3 VALUE ZERO.
001750 77  WS-RETR-LAST-NAME              PIC X(20) VALUE SPACES.
001760 77  WS-RETR-FIRST-NAME             PIC X(15) VALUE SPACES.
001770 77  WS-RETR-BALANCE          PIC S9(9)V99 COMP-3 VALUE ZERO.
001780 77  WS-SURV-AFTER-BALANCE    PIC S9(9)V99 COMP-3 VALUE ZERO.
001790 77  WS-TRANSFER-AMOUNT       PIC S9(7)V99 COMP-3 VALUE ZERO.
001800 77  WS-MAX-TRANSFER          PIC S9(9)V99 COMP-3
001810                                    VALUE 9999999.99.
001820 77  WS-RETR-LEG-TYPE               PIC X(01) VALUE SPACES.
001830 77  WS-SURV-LEG-TYPE               PIC X(01) VALUE SPACES.
001840
001850*-----------------------------------------------------------------
001860* Accounts already touched by an earlier card in this run. A
001870* survivor or retiring account may take part in only one merge
001880* a night - the transfer legs are not posted until CUSTUPDT
001890* runs, so a second merge would read a balance about to change.
001900*-----------------------------------------------------------------
001910 77  WS-RUN-MAX                     PIC 9(04) COMP VALUE 1000.
001920 77  WS-RUN-COUNT                   PIC 9(04) COMP VALUE ZERO.
001930 77  WS-RUN-POS                     PIC 9(04) COMP VALUE ZERO.
001940 77  WS-LOOKUP-CUST-ID              PIC 9(06) VALUE ZEROS.
001950 01  WS-RUN-TABLE.
001960     05  WS-RUN-CUST-ID             PIC 9(06) OCCURS 1000 TIMES.
001970
001980*-----------------------------------------------------------------
001990* History entries whose sequence number had to change when they
002000* moved under the survivor (the survivor already held that date
002010* and sequence). A reversal or fee entry moved later in the same
002020* pass links back through this table to its original's new key.
002030*-----------------------------------------------------------------
002040 77  WS-REMAP-MAX                   PIC 9(04) COMP VALUE 500.
002050 77  WS-REMAP-COUNT                 PIC 9(04) COMP VALUE ZERO.
002060 77  WS-REMAP-POS                   PIC 9(04) COMP VALUE ZERO.
002070 01  WS-REMAP-TABLE.
002080     05  WS-REMAP-ENTRY OCCURS 500 TIMES.
002090         10  WS-REMAP-DATE          PIC 9(08).
002100         10  WS-REMAP-OLD-SEQ       PIC 9(04).
002110         10  WS-REMAP-NEW-SEQ       PIC 9(04).
002120
002130 77  WS-HIST-SAVE                   PIC X(60) VALUE SPACES.
002140 77  WS-OLD-TRANS-DATE              PIC 9(08) VALUE ZEROS.
002150 77  WS-OLD-SEQ-NO                  PIC 9(04) VALUE ZEROS.
002160
002170 01  WS-ITEM-REF.
002180     05  WS-ITEM-REF-TEXT           PIC X(09) VALUE SPACES.
002190     05  WS-ITEM-REF-CUST-ID        PIC 9(06) VALUE ZEROS.
002200
002210 77  WS-DISPLAY-BEFORE              PIC ZZZ,ZZZ,ZZ9.99-.
002220 77  WS-DISPLAY-AFTER               PIC ZZZ,ZZZ,ZZ9.99-.
002230 77  WS-DISPLAY-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
002240 77  WS-DISPLAY-TOTAL               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002250
002260 PROCEDURE DIVISION.
002270 0000-MAIN.
002280     PERFORM 1000-OPEN-FILES THRU 1000-EXIT
002290     PERFORM 2000-PROCESS-MERGES THRU 2000-EXIT
002300         UNTIL WS-EOF
002310     PERFORM 3000-CLOSE-FILES THRU 3000-EXIT
002320     STOP RUN.
002330
002340 1000-OPEN-FILES.
002350     PERFORM 1005-READ-BUSINESS-DATE
002360     PERFORM 1010-READ-MERGE-CONTROL
002370     OPEN INPUT MERGE-CARD-FILE
002380     IF WS-MERGE-CARD-STATUS NOT = '00'
002390         DISPLAY 'ERROR OPENING MERGE CARD FILE: '
002400             WS-MERGE-CARD-STATUS
002410         MOVE 16 TO RETURN-CODE
002420         STOP RUN
002430     END-IF
002440     OPEN I-O CUSTOMER-FILE
002450     IF WS-CUSTOMER-FILE-STATUS NOT = '00'
002460         DISPLAY 'ERROR OPENING CUSTOMER FILE: '
002470             WS-CUSTOMER-FILE-STATUS
002480         MOVE 16 TO RETURN-CODE
002490         CLOSE MERGE-CARD-FILE
002500         STOP RUN
002510     END-IF
002520     PERFORM 1020-OPEN-HISTORY-FILE
002530     PERFORM 1030-OPEN-ADDRESS-FILE
002540     OPEN OUTPUT BATCH-FILE
002550     IF WS-BATCH-FILE-STATUS NOT = '00'
002560         DISPLAY 'ERROR OPENING MERGE TRANSFER BATCH FILE: '
002570             WS-BATCH-FILE-STATUS
002580         MOVE 16 TO RETURN-CODE
002590         CLOSE MERGE-CARD-FILE CUSTOMER-FILE HISTORY-FILE
002600             ADDRESS-FILE
002610         STOP RUN
002620     END-IF
002630     OPEN OUTPUT MERGE-REGISTER
002640     IF WS-REGISTER-FILE-STATUS NOT = '00'
002650         DISPLAY 'ERROR OPENING MERGE REGISTER: '
002660             WS-REGISTER-FILE-STATUS
002670         MOVE 16 TO RETURN-CODE
002680         CLOSE MERGE-CARD-FILE CUSTOMER-FILE HISTORY-FILE
002690             ADDRESS-FILE BATCH-FILE
002700         STOP RUN
002710     END-IF
002720     PERFORM 1040-WRITE-BATCH-HEADER
002730     PERFORM 1050-WRITE-REGISTER-HEADER.
002740 1000-EXIT.
002750     EXIT.
002760
002770 1005-READ-BUSINESS-DATE.
002780     MOVE SPACES TO DATE-CONTROL-RECORD
002790     OPEN INPUT DATE-CONTROL-FILE
002800     IF WS-DATECTL-FILE-STATUS = '00'
002810         READ DATE-CONTROL-FILE
002820             AT END MOVE SPACES TO DATE-CONTROL-RECORD
002830         END-READ
002840         CLOSE DATE-CONTROL-FILE
002850     END-IF
002860     IF DCT-BUSINESS-DATE IS NOT NUMERIC
002870             OR DCT-BUSINESS-DATE = ZEROS
002880         DISPLAY 'MISSING OR INVALID BUSINESS-DATE CONTROL FILE'
002890         MOVE 16 TO RETURN-CODE
002900         STOP RUN
002910     END-IF
002920     MOVE DCT-BUSINESS-DATE TO WS-BUSINESS-DATE.
002930
002940 1010-READ-MERGE-CONTROL.
002950     MOVE SPACES TO MERGE-CONTROL-RECORD
002960     OPEN INPUT MERGE-CONTROL-FILE
002970     IF WS-MERGE-CONTROL-STATUS = '00'
002980         READ MERGE-CONTROL-FILE
002990             AT END MOVE SPACES TO MERGE-CONTROL-RECORD
003000         END-READ
003010         CLOSE MERGE-CONTROL-FILE
003020     END-IF
003030     IF MRGX-BATCH-NUMBER IS NOT NUMERIC
003040         DISPLAY 'MISSING OR INVALID MERGE BATCH CARD'
003050         MOVE 16 TO RETURN-CODE
003060         STOP RUN
003070     END-IF.
003080
003090 1020-OPEN-HISTORY-FILE.
003100     OPEN I-O HISTORY-FILE
003110     IF WS-HISTORY-FILE-STATUS = '35'
003120         OPEN OUTPUT HISTORY-FILE
003130         CLOSE HISTORY-FILE
003140         OPEN I-O HISTORY-FILE
003150     END-IF
003160     IF WS-HISTORY-FILE-STATUS NOT = '00'
003170         DISPLAY 'ERROR OPENING HISTORY FILE: '
003180             WS-HISTORY-FILE-STATUS
003190         MOVE 16 TO RETURN-CODE
003200         CLOSE MERGE-CARD-FILE CUSTOMER-FILE
003210         STOP RUN
003220     END-IF.
003230
003240 1030-OPEN-ADDRESS-FILE.
003250     OPEN I-O ADDRESS-FILE
003260     IF WS-ADDRESS-FILE-STATUS = '35'
003270         OPEN OUTPUT ADDRESS-FILE
003280         CLOSE ADDRESS-FILE
003290         OPEN I-O ADDRESS-FILE
003300     END-IF
003310     IF WS-ADDRESS-FILE-STATUS NOT = '00'
003320         DISPLAY 'ERROR OPENING ADDRESS FILE: '
003330             WS-ADDRESS-FILE-STATUS
003340         MOVE 16 TO RETURN-CODE
003350         CLOSE MERGE-CARD-FILE CUSTOMER-FILE HISTORY-FILE
003360         STOP RUN
003370     END-IF.
003380
003390 1040-WRITE-BATCH-HEADER.
003400     MOVE SPACES TO BATCH-CONTROL-RECORD
003410     MOVE '000000' TO BCH-RECORD-ID
003420     SET BCH-TYPE-HEADER TO TRUE
003430     MOVE MRGX-BATCH-NUMBER TO BCH-BATCH-NUMBER
003440     MOVE WS-BUSINESS-DATE TO BCH-BUSINESS-DATE
003450     MOVE ZEROS TO BCH-RECORD-COUNT
003460     MOVE ZEROS TO BCH-HASH-TOTAL
003470     WRITE BATCH-CONTROL-RECORD.
003480
003490 1050-WRITE-REGISTER-HEADER.
003500     MOVE SPACES TO REGISTER-LINE
003510     STRING 'DUPLICATE ACCOUNT MERGE REGISTER - TRANSFER BATCH '
003520             MRGX-BATCH-NUMBER
003530            '  BUSINESS DATE: ' WS-BUSINESS-DATE
003540         DELIMITED BY SIZE INTO REGISTER-LINE
003550     WRITE REGISTER-LINE
003560     MOVE SPACES TO REGISTER-LINE
003570     STRING 'AFTER BALANCES ARE AS THEY STAND ONCE THE TRANSFER '
003580            'BATCH POSTS THROUGH CUSTUPDT'
003590         DELIMITED BY SIZE INTO REGISTER-LINE
003600     WRITE REGISTER-LINE.
003610
003620 2000-PROCESS-MERGES.
003630     READ MERGE-CARD-FILE
003640         AT END
003650             SET WS-EOF TO TRUE
003660         NOT AT END
003670             ADD 1 TO WS-CARD-COUNT
003680             PERFORM 2100-EDIT-MERGE-CARD THRU 2100-EXIT
003690     END-READ.
003700 2000-EXIT.
003710     EXIT.
003720
003730*****************************************************************
003740* 2100-EDIT-MERGE-CARD - both accounts must be on file, distinct
003750* and untouched by an earlier card tonight; the survivor must be
003760* open, the retiring account must not already be merged, and the
003770* last names must agree unless the card carries the override.
003780* The whole merge is refused on the first failed edit, before
003790* anything on either account changes.
003800*****************************************************************
003810 2100-EDIT-MERGE-CARD.
003820     IF MRGC-SURVIVOR-ID IS NOT NUMERIC
003830             OR MRGC-SURVIVOR-ID = ZEROS
003840             OR MRGC-RETIRING-ID IS NOT NUMERIC
003850             OR MRGC-RETIRING-ID = ZEROS
003860         MOVE 'INVALID OR ZERO CUST-ID' TO WS-REJECT-REASON
003870         PERFORM 2900-WRITE-REJECT
003880         GO TO 2100-EXIT
003890     END-IF
003900     IF MRGC-SURVIVOR-ID = MRGC-RETIRING-ID
003910         MOVE 'SURVIVOR AND RETIRING ID ARE THE SAME' TO
003920             WS-REJECT-REASON
003930         PERFORM 2900-WRITE-REJECT
003940         GO TO 2100-EXIT
003950     END-IF
003960     MOVE MRGC-SURVIVOR-ID TO WS-LOOKUP-CUST-ID
003970     PERFORM 2110-CHECK-RUN-TABLE
003980     IF NOT WS-ENTRY-FOUND
003990         MOVE MRGC-RETIRING-ID TO WS-LOOKUP-CUST-ID
004000         PERFORM 2110-CHECK-RUN-TABLE
004010     END-IF
004020     IF WS-ENTRY-FOUND
004030         MOVE 'ACCOUNT ALREADY MERGED IN THIS RUN' TO
004040             WS-REJECT-REASON
004050         PERFORM 2900-WRITE-REJECT
004060         GO TO 2100-EXIT
004070     END-IF
004080     IF WS-RUN-COUNT + 2 > WS-RUN-MAX
004090         MOVE 'RUN TABLE FULL - RESUBMIT NEXT NIGHT' TO
004100             WS-REJECT-REASON
004110         PERFORM 2900-WRITE-REJECT
004120         GO TO 2100-EXIT
004130     END-IF
004140     MOVE MRGC-SURVIVOR-ID TO CUST-ID
004150     READ CUSTOMER-FILE
004160         INVALID KEY
004170             MOVE 'SURVIVOR NOT FOUND ON MASTER' TO
004180                 WS-REJECT-REASON
004190     END-READ
004200     IF WS-REJECT-REASON = SPACES AND CUST-STATUS-CLOSED
004210         MOVE 'SURVIVING ACCOUNT IS CLOSED' TO WS-REJECT-REASON
004220     END-IF
004230     IF WS-REJECT-REASON NOT = SPACES
004240         PERFORM 2900-WRITE-REJECT
004250         GO TO 2100-EXIT
004260     END-IF
004270     MOVE CUST-LAST-NAME TO WS-SURV-LAST-NAME
004280     MOVE CUST-FIRST-NAME TO WS-SURV-FIRST-NAME
004290     MOVE CUST-BALANCE TO WS-SURV-BALANCE
004300     MOVE MRGC-RETIRING-ID TO CUST-ID
004310     READ CUSTOMER-FILE
004320         INVALID KEY
004330             MOVE 'RETIRING ACCOUNT NOT FOUND ON MASTER' TO
004340                 WS-REJECT-REASON
004350     END-READ
004360     IF WS-REJECT-REASON = SPACES
004370             AND CUST-SUCCESSOR-ID IS NUMERIC
004380             AND CUST-SUCCESSOR-ID > ZERO
004390         STRING 'ALREADY MERGED INTO ' CUST-SUCCESSOR-ID
004400             DELIMITED BY SIZE INTO WS-REJECT-REASON
004410     END-IF
004420     IF WS-REJECT-REASON = SPACES
004430             AND CUST-LAST-NAME NOT = WS-SURV-LAST-NAME
004440             AND NOT MRGC-NAME-OVERRIDDEN
004450         MOVE 'LAST NAMES DIFFER - NO OVERRIDE ON CARD' TO
004460             WS-REJECT-REASON
004470     END-IF
004480     IF WS-REJECT-REASON = SPACES
004490             AND (CUST-BALANCE > WS-MAX-TRANSFER
004500                 OR CUST-BALANCE < WS-MAX-TRANSFER * -1)
004510         MOVE 'BALANCE TOO LARGE FOR ONE TRANSFER' TO
004520             WS-REJECT-REASON
004530     END-IF
004540     IF WS-REJECT-REASON NOT = SPACES
004550         PERFORM 2900-WRITE-REJECT
004560         GO TO 2100-EXIT
004570     END-IF
004580     MOVE CUST-LAST-NAME TO WS-RETR-LAST-NAME
004590     MOVE CUST-FIRST-NAME TO WS-RETR-FIRST-NAME
004600     MOVE CUST-BALANCE TO WS-RETR-BALANCE
004610     PERFORM 2200-CLOSE-RETIRING-ACCOUNT
004620     IF WS-REJECT-REASON NOT = SPACES
004630         PERFORM 2900-WRITE-REJECT
004640         GO TO 2100-EXIT
004650     END-IF
004660     ADD 1 TO WS-MERGED-COUNT
004670     ADD 1 TO WS-RUN-COUNT
004680     MOVE MRGC-SURVIVOR-ID TO WS-RUN-CUST-ID(WS-RUN-COUNT)
004690     ADD 1 TO WS-RUN-COUNT
004700     MOVE MRGC-RETIRING-ID TO WS-RUN-CUST-ID(WS-RUN-COUNT)
004710     PERFORM 2300-WRITE-TRANSFER-LEGS
004720     PERFORM 2400-REKEY-HISTORY
004730     PERFORM 2500-CARRY-ADDRESS
004740     PERFORM 2800-WRITE-MERGE-LINES.
004750 2100-EXIT.
004760     EXIT.
004770
004780 2110-CHECK-RUN-TABLE.
004790     MOVE 'N' TO WS-ENTRY-FOUND-SW
004800     MOVE ZERO TO WS-RUN-POS
004810     PERFORM 2115-TEST-RUN-ENTRY
004820         UNTIL WS-ENTRY-FOUND OR WS-RUN-POS NOT < WS-RUN-COUNT.
004830
004840 2115-TEST-RUN-ENTRY.
004850     ADD 1 TO WS-RUN-POS
004860     IF WS-RUN-CUST-ID(WS-RUN-POS) = WS-LOOKUP-CUST-ID
004870         SET WS-ENTRY-FOUND TO TRUE
004880     END-IF.
004890
004900*****************************************************************
004910* 2200-CLOSE-RETIRING-ACCOUNT - closed with the survivor as its
004920* successor before any transfer leg is cut, so a failed rewrite
004930* leaves nothing half-merged. The balance is left standing: the
004940* retiring leg of the transfer clears it when CUSTUPDT posts.
004950*****************************************************************
004960 2200-CLOSE-RETIRING-ACCOUNT.
004970     SET CUST-STATUS-CLOSED TO TRUE
004980     MOVE MRGC-SURVIVOR-ID TO CUST-SUCCESSOR-ID
004990     REWRITE CUSTOMER-RECORD
005000         INVALID KEY
005010             MOVE 'REWRITE FAILED ON RETIRING ACCOUNT' TO
005020                 WS-REJECT-REASON
005030     END-REWRITE.
005040
005050*****************************************************************
005060* 2300-WRITE-TRANSFER-LEGS - a retiring balance owed (positive)
005070* is credited off the retiring account and debited to the
005080* survivor; a credit balance (negative) the other way about. The
005090* two legs net to zero, so the GL feed balances by construction.
005100* Each leg's item reference names the other account.
005110*****************************************************************
005120 2300-WRITE-TRANSFER-LEGS.
005130     COMPUTE WS-SURV-AFTER-BALANCE =
005140         WS-SURV-BALANCE + WS-RETR-BALANCE
005150     IF WS-RETR-BALANCE = ZERO
005160         MOVE ZERO TO WS-TRANSFER-AMOUNT
005170     ELSE
005180         IF WS-RETR-BALANCE > ZERO
005190             MOVE WS-RETR-BALANCE TO WS-TRANSFER-AMOUNT
005200             MOVE 'C' TO WS-RETR-LEG-TYPE
005210             MOVE 'D' TO WS-SURV-LEG-TYPE
005220         ELSE
005230             COMPUTE WS-TRANSFER-AMOUNT = WS-RETR-BALANCE * -1
005240             MOVE 'D' TO WS-RETR-LEG-TYPE
005250             MOVE 'C' TO WS-SURV-LEG-TYPE
005260         END-IF
005270         MOVE SPACES TO TRANSACTION-RECORD
005280         MOVE MRGC-RETIRING-ID TO TRANS-CUST-ID
005290         MOVE WS-RETR-LEG-TYPE TO TRANS-TYPE
005300         MOVE 'MRG INTO ' TO WS-ITEM-REF-TEXT
005310         MOVE MRGC-SURVIVOR-ID TO WS-ITEM-REF-CUST-ID
005320         PERFORM 2310-WRITE-TRANSFER-LEG
005330         MOVE SPACES TO TRANSACTION-RECORD
005340         MOVE MRGC-SURVIVOR-ID TO TRANS-CUST-ID
005350         MOVE WS-SURV-LEG-TYPE TO TRANS-TYPE
005360         MOVE 'MRG FROM ' TO WS-ITEM-REF-TEXT
005370         MOVE MRGC-RETIRING-ID TO WS-ITEM-REF-CUST-ID
005380         PERFORM 2310-WRITE-TRANSFER-LEG
005390         ADD WS-TRANSFER-AMOUNT TO WS-TRANSFER-TOTAL
005400     END-IF.
005410
005420 2310-WRITE-TRANSFER-LEG.
005430     MOVE WS-TRANSFER-AMOUNT TO TRANS-AMOUNT
005440     MOVE WS-BUSINESS-DATE TO TRANS-DATE
005450     SET TRANS-REASON-MERGE TO TRUE
005460     MOVE WS-ITEM-REF TO TRANS-ITEM-REF
005470     MOVE ZERO TO TRANS-RETURN-FEE
005480     WRITE TRANSACTION-RECORD
005490     ADD 1 TO WS-TRANSFER-COUNT
005500     ADD WS-TRANSFER-AMOUNT TO WS-HASH-TOTAL.
005510
005520*****************************************************************
005530* 2400-REKEY-HISTORY - every HISTORY-FILE entry of the retiring
005540* account moves under the survivor, keeping its posting date.
005550* Each entry is written under the new key before the old one is
005560* deleted, so nothing is lost if a step fails; the browse then
005570* restarts at the first entry still under the retiring ID. When
005580* the survivor already holds that date and sequence the sequence
005590* steps on, the same as CUSTUPDT's history write, and the change
005600* is remembered so a later reversal or fee entry keeps its link.
005610*****************************************************************
005620 2400-REKEY-HISTORY.
005630     MOVE ZERO TO WS-ACCOUNT-REKEYED
005640     MOVE ZERO TO WS-REMAP-COUNT
005650     MOVE 'N' TO WS-REMAP-OVERFLOW-SW
005660     MOVE 'N' TO WS-REKEY-FAILED-SW
005670     MOVE 'N' TO WS-REKEY-DONE-SW
005680     PERFORM 2410-REKEY-NEXT-ENTRY
005690         UNTIL WS-REKEY-DONE
005700     IF WS-REKEY-FAILED
005710         ADD 1 TO WS-REKEY-ERROR-COUNT
005720         MOVE 8 TO RETURN-CODE
005730     END-IF.
005740
005750 2410-REKEY-NEXT-ENTRY.
005760     MOVE MRGC-RETIRING-ID TO HIST-CUST-ID
005770     MOVE ZEROS TO HIST-TRANS-DATE
005780     MOVE ZEROS TO HIST-SEQ-NO
005790     START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
005800         INVALID KEY
005810             SET WS-REKEY-DONE TO TRUE
005820     END-START
005830     IF NOT WS-REKEY-DONE
005840         READ HISTORY-FILE NEXT RECORD
005850             AT END
005860                 SET WS-REKEY-DONE TO TRUE
005870             NOT AT END
005880                 IF HIST-CUST-ID NOT = MRGC-RETIRING-ID
005890                     SET WS-REKEY-DONE TO TRUE
005900                 ELSE
005910                     PERFORM 2420-MOVE-HISTORY-ENTRY
005920                 END-IF
005930         END-READ
005940     END-IF.
005950
005960 2420-MOVE-HISTORY-ENTRY.
005970     MOVE HISTORY-RECORD TO WS-HIST-SAVE
005980     MOVE HIST-TRANS-DATE TO WS-OLD-TRANS-DATE
005990     MOVE HIST-SEQ-NO TO WS-OLD-SEQ-NO
006000     MOVE MRGC-SURVIVOR-ID TO HIST-CUST-ID
006010     IF HIST-REVERSAL-ENTRY OR HIST-RETURN-FEE-ENTRY
006020         PERFORM 2440-RELINK-ENTRY
006030     END-IF
006040     MOVE 'N' TO WS-HISTORY-WRITTEN-SW
006050     MOVE 'N' TO WS-HISTORY-FAILED-SW
006060     PERFORM 2430-WRITE-REKEYED-ENTRY
006070         UNTIL WS-HISTORY-WRITTEN OR WS-HISTORY-FAILED
006080     IF WS-HISTORY-FAILED
006090         DISPLAY 'HISTORY RE-KEY WRITE FAILED FOR CUST-ID '
006100             MRGC-RETIRING-ID ' DATE ' WS-OLD-TRANS-DATE
006110             ' SEQ ' WS-OLD-SEQ-NO
006120             ' STATUS ' WS-HISTORY-FILE-STATUS
006130         SET WS-REKEY-FAILED TO TRUE
006140         SET WS-REKEY-DONE TO TRUE
006150     ELSE
006160         IF HIST-SEQ-NO NOT = WS-OLD-SEQ-NO
006170             PERFORM 2450-REMEMBER-NEW-SEQ
006180         END-IF
006190         MOVE MRGC-RETIRING-ID TO HIST-CUST-ID
006200         MOVE WS-OLD-TRANS-DATE TO HIST-TRANS-DATE
006210         MOVE WS-OLD-SEQ-NO TO HIST-SEQ-NO
006220         DELETE HISTORY-FILE RECORD
006230             INVALID KEY
006240                 DISPLAY 'HISTORY RE-KEY DELETE FAILED FOR '
006250                     'CUST-ID '
006260                     MRGC-RETIRING-ID ' DATE ' WS-OLD-TRANS-DATE
006270                     ' SEQ ' WS-OLD-SEQ-NO
006280                     ' STATUS ' WS-HISTORY-FILE-STATUS
006290                 SET WS-REKEY-FAILED TO TRUE
006300                 SET WS-REKEY-DONE TO TRUE
006310             NOT INVALID KEY
006320                 ADD 1 TO WS-ACCOUNT-REKEYED
006330                 ADD 1 TO WS-REKEYED-COUNT
006340         END-DELETE
006350     END-IF.
006360
006370*****************************************************************
006380* 2430-WRITE-REKEYED-ENTRY - one write attempt. Status 22 is a
006390* survivor entry already on the same date and sequence, so step
006400* the sequence and go again; anything else ends the retry.
006410*****************************************************************
006420 2430-WRITE-REKEYED-ENTRY.
006430     WRITE HISTORY-RECORD
006440     EVALUATE WS-HISTORY-FILE-STATUS
006450         WHEN '00'
006460             SET WS-HISTORY-WRITTEN TO TRUE
006470         WHEN '22'
006480             IF HIST-SEQ-NO = 9999
006490                 SET WS-HISTORY-FAILED TO TRUE
006500             ELSE
006510                 ADD 1 TO HIST-SEQ-NO
006520             END-IF
006530         WHEN OTHER
006540             SET WS-HISTORY-FAILED TO TRUE
006550     END-EVALUATE.
006560
006570 2440-RELINK-ENTRY.
006580     MOVE 'N' TO WS-ENTRY-FOUND-SW
006590     MOVE ZERO TO WS-REMAP-POS
006600     PERFORM 2445-TEST-REMAP-ENTRY
006610         UNTIL WS-ENTRY-FOUND OR WS-REMAP-POS NOT < WS-REMAP-COUNT
006620     IF WS-ENTRY-FOUND
006630         MOVE WS-REMAP-NEW-SEQ(WS-REMAP-POS) TO HIST-LINK-SEQ-NO
006640     END-IF.
006650
006660 2445-TEST-REMAP-ENTRY.
006670     ADD 1 TO WS-REMAP-POS
006680     IF WS-REMAP-DATE(WS-REMAP-POS) = HIST-LINK-TRANS-DATE
006690             AND WS-REMAP-OLD-SEQ(WS-REMAP-POS) = HIST-LINK-SEQ-NO
006700         SET WS-ENTRY-FOUND TO TRUE
006710     END-IF.
006720
006730 2450-REMEMBER-NEW-SEQ.
006740     IF WS-REMAP-COUNT < WS-REMAP-MAX
006750         ADD 1 TO WS-REMAP-COUNT
006760         MOVE WS-OLD-TRANS-DATE TO WS-REMAP-DATE(WS-REMAP-COUNT)
006770         MOVE WS-OLD-SEQ-NO TO WS-REMAP-OLD-SEQ(WS-REMAP-COUNT)
006780         MOVE HIST-SEQ-NO TO WS-REMAP-NEW-SEQ(WS-REMAP-COUNT)
006790     ELSE
006800         SET WS-REMAP-OVERFLOW TO TRUE
006810     END-IF.
006820
006830*****************************************************************
006840* 2500-CARRY-ADDRESS - the survivor's own address always stands;
006850* when it has none the retiring account's is copied across so
006860* its statements still have somewhere to go. The retiring
006870* account's record is left as it was.
006880*****************************************************************
006890 2500-CARRY-ADDRESS.
006900     MOVE MRGC-SURVIVOR-ID TO ADR-CUST-ID
006910     READ ADDRESS-FILE
006920         INVALID KEY
006930             MOVE MRGC-RETIRING-ID TO ADR-CUST-ID
006940             READ ADDRESS-FILE
006950                 INVALID KEY
006960                     MOVE 'NONE ON FILE' TO WS-ADDRESS-ACTION
006970                 NOT INVALID KEY
006980                     PERFORM 2510-WRITE-CARRIED-ADDRESS
006990             END-READ
007000         NOT INVALID KEY
007010             MOVE 'SURVIVOR KEPT' TO WS-ADDRESS-ACTION
007020     END-READ.
007030
007040 2510-WRITE-CARRIED-ADDRESS.
007050     MOVE MRGC-SURVIVOR-ID TO ADR-CUST-ID
007060     MOVE WS-BUSINESS-DATE TO ADR-LAST-CHANGE-DATE
007070     WRITE ADDRESS-RECORD
007080         INVALID KEY
007090             MOVE 'CARRY FAILED' TO WS-ADDRESS-ACTION
007100             DISPLAY 'ADDRESS CARRY FAILED FOR CUST-ID '
007110                 MRGC-SURVIVOR-ID
007120                 ' STATUS ' WS-ADDRESS-FILE-STATUS
007130         NOT INVALID KEY
007140             MOVE 'CARRIED FROM RETIRED' TO WS-ADDRESS-ACTION
007150     END-WRITE.
007160
007170*****************************************************************
007180* 2800-WRITE-MERGE-LINES - the audit entry for one merge: both
007190* accounts before and after, the transfer cut and what moved.
007200*****************************************************************
007210 2800-WRITE-MERGE-LINES.
007220     MOVE SPACES TO REGISTER-LINE
007230     WRITE REGISTER-LINE
007240     MOVE SPACES TO REGISTER-LINE
007250     STRING 'MERGE ' MRGC-RETIRING-ID ' INTO ' MRGC-SURVIVOR-ID
007260         DELIMITED BY SIZE INTO REGISTER-LINE
007270     IF MRGC-NAME-OVERRIDDEN
007280         MOVE 'NAME CHECK OVERRIDDEN' TO REGISTER-LINE(30:21)
007290     END-IF
007300     WRITE REGISTER-LINE
007310     MOVE WS-RETR-BALANCE TO WS-DISPLAY-BEFORE
007320     MOVE ZERO TO WS-DISPLAY-AFTER
007330     MOVE SPACES TO REGISTER-LINE
007340     STRING '   RETIRED:  ' MRGC-RETIRING-ID ' '
007350            WS-RETR-LAST-NAME ' ' WS-RETR-FIRST-NAME
007360            '  BAL BEFORE: ' WS-DISPLAY-BEFORE
007370            '  BAL AFTER: ' WS-DISPLAY-AFTER
007380         DELIMITED BY SIZE INTO REGISTER-LINE
007390     WRITE REGISTER-LINE
007400     MOVE WS-SURV-BALANCE TO WS-DISPLAY-BEFORE
007410     MOVE WS-SURV-AFTER-BALANCE TO WS-DISPLAY-AFTER
007420     MOVE SPACES TO REGISTER-LINE
007430     STRING '   SURVIVOR: ' MRGC-SURVIVOR-ID ' '
007440            WS-SURV-LAST-NAME ' ' WS-SURV-FIRST-NAME
007450            '  BAL BEFORE: ' WS-DISPLAY-BEFORE
007460            '  BAL AFTER: ' WS-DISPLAY-AFTER
007470         DELIMITED BY SIZE INTO REGISTER-LINE
007480     WRITE REGISTER-LINE
007490     MOVE SPACES TO REGISTER-LINE
007500     IF WS-TRANSFER-AMOUNT = ZERO
007510         STRING '   NO BALANCE TO TRANSFER'
007520             DELIMITED BY SIZE INTO REGISTER-LINE
007530     ELSE
007540         MOVE WS-TRANSFER-AMOUNT TO WS-DISPLAY-AMOUNT
007550         STRING '   TRANSFER: ' WS-DISPLAY-AMOUNT
007560                '  RETIRED LEG: ' WS-RETR-LEG-TYPE
007570                '  SURVIVOR LEG: ' WS-SURV-LEG-TYPE
007580                '  REASON: MRG'
007590             DELIMITED BY SIZE INTO REGISTER-LINE
007600     END-IF
007610     WRITE REGISTER-LINE
007620     MOVE SPACES TO REGISTER-LINE
007630     STRING '   HISTORY ENTRIES RE-KEYED: ' WS-ACCOUNT-REKEYED
007640            '  ADDRESS: ' WS-ADDRESS-ACTION
007650         DELIMITED BY SIZE INTO REGISTER-LINE
007660     WRITE REGISTER-LINE
007670     IF WS-REKEY-FAILED
007680         MOVE SPACES TO REGISTER-LINE
007690         STRING '   *** HISTORY RE-KEY INCOMPLETE - '
007700                'ENTRIES REMAIN UNDER ' MRGC-RETIRING-ID
007710                ' - SEE JOB LOG'
007720             DELIMITED BY SIZE INTO REGISTER-LINE
007730         WRITE REGISTER-LINE
007740     END-IF
007750     IF WS-REMAP-OVERFLOW
007760         MOVE SPACES TO REGISTER-LINE
007770         STRING '   *** TOO MANY RESEQUENCED ENTRIES - CHECK '
007780                'REVERSAL LINKS UNDER ' MRGC-SURVIVOR-ID
007790             DELIMITED BY SIZE INTO REGISTER-LINE
007800         WRITE REGISTER-LINE
007810         IF RETURN-CODE < 4
007820             MOVE 4 TO RETURN-CODE
007830         END-IF
007840     END-IF.
007850
007860 2900-WRITE-REJECT.
007870     ADD 1 TO WS-REJECT-COUNT
007880     MOVE SPACES TO REGISTER-LINE
007890     WRITE REGISTER-LINE
007900     MOVE SPACES TO REGISTER-LINE
007910     STRING 'MERGE ' MRGC-RETIRING-ID ' INTO ' MRGC-SURVIVOR-ID
007920            '  REJECTED - ' WS-REJECT-REASON
007930         DELIMITED BY SIZE INTO REGISTER-LINE
007940     WRITE REGISTER-LINE
007950     MOVE SPACES TO WS-REJECT-REASON.
007960
007970 3000-CLOSE-FILES.
007980     CLOSE MERGE-CARD-FILE
007990     CLOSE CUSTOMER-FILE
008000     CLOSE HISTORY-FILE
008010     CLOSE ADDRESS-FILE
008020     PERFORM 3010-WRITE-BATCH-TRAILER
008030     CLOSE BATCH-FILE
008040     PERFORM 3020-WRITE-REGISTER-TRAILER
008050     CLOSE MERGE-REGISTER
008060     DISPLAY 'MERGE TRANSFER BATCH ' MRGX-BATCH-NUMBER
008070         ' BUSINESS DATE ' WS-BUSINESS-DATE ' CUT'
008080     DISPLAY 'MERGE CARDS READ: ' WS-CARD-COUNT
008090     DISPLAY 'ACCOUNTS MERGED: ' WS-MERGED-COUNT
008100     DISPLAY 'MERGES REJECTED: ' WS-REJECT-COUNT
008110     DISPLAY 'TRANSFER LEGS BATCHED: ' WS-TRANSFER-COUNT
008120     DISPLAY 'HISTORY ENTRIES RE-KEYED: ' WS-REKEYED-COUNT
008130     IF WS-REJECT-COUNT > ZERO AND RETURN-CODE < 4
008140         MOVE 4 TO RETURN-CODE
008150     END-IF.
008160 3000-EXIT.
008170     EXIT.
008180
008190*****************************************************************
008200* 3010-WRITE-BATCH-TRAILER - count and hash built from the legs
008210* actually written, so the transfer batch proves out through
008220* CUSTUPDT's 1100-VERIFY-BATCH by construction.
008230*****************************************************************
008240 3010-WRITE-BATCH-TRAILER.
008250     MOVE SPACES TO BATCH-CONTROL-RECORD
008260     MOVE '000000' TO BCH-RECORD-ID
008270     SET BCH-TYPE-TRAILER TO TRUE
008280     MOVE MRGX-BATCH-NUMBER TO BCH-BATCH-NUMBER
008290     MOVE WS-BUSINESS-DATE TO BCH-BUSINESS-DATE
008300     MOVE WS-TRANSFER-COUNT TO BCH-RECORD-COUNT
008310     MOVE WS-HASH-TOTAL TO BCH-HASH-TOTAL
008320     WRITE BATCH-CONTROL-RECORD.
008330
008340 3020-WRITE-REGISTER-TRAILER.
008350     MOVE WS-TRANSFER-TOTAL TO WS-DISPLAY-TOTAL
008360     MOVE SPACES TO REGISTER-LINE
008370     WRITE REGISTER-LINE
008380     MOVE SPACES TO REGISTER-LINE
008390     STRING 'CARDS READ: ' WS-CARD-COUNT
008400            '  MERGED: ' WS-MERGED-COUNT
008410            '  REJECTED: ' WS-REJECT-COUNT
008420            '  TRANSFER LEGS: ' WS-TRANSFER-COUNT
008430            '  BALANCE MOVED: ' WS-DISPLAY-TOTAL
008440         DELIMITED BY SIZE INTO REGISTER-LINE
008450     WRITE REGISTER-LINE
008460     MOVE SPACES TO REGISTER-LINE
008470     STRING 'HISTORY ENTRIES RE-KEYED: ' WS-REKEYED-COUNT
008480            '  MERGES WITH RE-KEY ERRORS: ' WS-REKEY-ERROR-COUNT
008490         DELIMITED BY SIZE INTO REGISTER-LINE
008500     WRITE REGISTER-LINE.
