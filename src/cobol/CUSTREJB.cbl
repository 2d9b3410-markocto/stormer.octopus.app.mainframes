000010*****************************************************************
000020* Program:      CUSTREJB
000030* Purpose:      Nightly reject re-entry and aging - reads the
000040*               reject work file that CUSTUPDT, TRNMERGE and
000050*               CUSTMNT log every reject to and the CREJ screen
000060*               corrects or cancels. Each corrected transaction
000070*               is edited again and cut into a balanced
000080*               TRANS-FILE batch (header/trailer count and hash
000090*               built automatically, the same as CUSTADJB) that
000100*               posts through CUSTUPDT; each corrected
000110*               maintenance item is written back out as
000120*               MAINT-FILE input for CUSTMNT. Re-entered items
000130*               are stamped with the batch and date so they
000140*               cannot go in twice. Every item still open is
000150*               aged from its reject date to the business date
000160*               and listed on the aging report by age bucket
000170*               and rejecting program.
000180* Author:       Stormer Mainframes
000190* Installation: Stormer Mainframes Data Center
000200* Date-Written: 2026
000210* Date-Compiled: 2026
000220*-----------------------------------------------------------------
000230* Modification History
000240* Date       By   Description
000250* 2026       SM   Original program.
000260*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. CUSTREJB.
000290 AUTHOR. STORMER-MAINFRAMES.
000300 INSTALLATION. STORMER-MAINFRAMES-DATA-CENTER.
000310 DATE-WRITTEN. 2026.
000320 DATE-COMPILED. 2026.
000330
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-ZOS.
000370 OBJECT-COMPUTER. IBM-ZOS.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT REJECT-WORK-FILE
000410         ASSIGN TO REJWORK
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS RJW-KEY
000450         FILE STATUS IS WS-REJWORK-FILE-STATUS.
000460
000470     SELECT REJECT-CARD-FILE
000480         ASSIGN TO REJCARD
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-REJECT-CARD-STATUS.
000510
000520     SELECT DATE-CONTROL-FILE
000530         ASSIGN TO DATECTL
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-DATECTL-FILE-STATUS.
000560
000570     SELECT BATCH-FILE
000580         ASSIGN TO REJBATCH
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-BATCH-FILE-STATUS.
000610
000620     SELECT MAINT-OUT-FILE
000630         ASSIGN TO REJMAINT
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-MAINT-OUT-STATUS.
000660
000670     SELECT REENTRY-REGISTER
000680         ASSIGN TO REJRPT
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-REGISTER-FILE-STATUS.
000710
000720     SELECT AGING-REPORT
000730         ASSIGN TO REJAGE
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-AGING-FILE-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  REJECT-WORK-FILE
000800     RECORD CONTAINS 200 CHARACTERS.
000810     COPY REJWORK.
000820
000830 FD  REJECT-CARD-FILE
000840     RECORD CONTAINS 80 CHARACTERS.
000850 01  REJECT-CARD-RECORD.
000860     05  RJC-BATCH-NUMBER           PIC 9(06).
000870     05  FILLER                     PIC X(74).
000880
000890 FD  DATE-CONTROL-FILE
000900     RECORD CONTAINS 80 CHARACTERS.
000910     COPY DATECTL.
000920
000930 FD  BATCH-FILE
000940     RECORD CONTAINS 80 CHARACTERS.
000950     COPY TRANREC.
000960     COPY TRANBTCH.
000970
000980 FD  MAINT-OUT-FILE
000990     RECORD CONTAINS 80 CHARACTERS.
001000     COPY MNTREC.
001010
001020 FD  REENTRY-REGISTER
001030     RECORD CONTAINS 132 CHARACTERS.
001040 01  REGISTER-LINE                  PIC X(132).
001050
001060 FD  AGING-REPORT
001070     RECORD CONTAINS 132 CHARACTERS.
001080 01  AGING-LINE                     PIC X(132).
001090
001100 WORKING-STORAGE SECTION.
001110 77  WS-REJWORK-FILE-STATUS         PIC XX VALUE SPACES.
001120 77  WS-REJECT-CARD-STATUS          PIC XX VALUE SPACES.
001130 77  WS-DATECTL-FILE-STATUS         PIC XX VALUE SPACES.
001140 77  WS-BATCH-FILE-STATUS           PIC XX VALUE SPACES.
001150 77  WS-MAINT-OUT-STATUS            PIC XX VALUE SPACES.
001160 77  WS-REGISTER-FILE-STATUS        PIC XX VALUE SPACES.
001170 77  WS-AGING-FILE-STATUS           PIC XX VALUE SPACES.
001180
001190 77  WS-EOF-FLAG                    PIC X  VALUE 'N'.
001200     88  WS-EOF                         VALUE 'Y'.
001210 77  WS-REJWORK-PRESENT-SW          PIC X  VALUE 'Y'.
001220     88  WS-REJWORK-PRESENT             VALUE 'Y'.
001230
001240 77  WS-ITEMS-READ                  PIC 9(06) VALUE ZEROS.
001250 77  WS-TRANS-BUILT-COUNT           PIC 9(06) VALUE ZEROS.
001260 77  WS-MAINT-BUILT-COUNT           PIC 9(06) VALUE ZEROS.
001270 77  WS-REEDIT-FAIL-COUNT           PIC 9(06) VALUE ZEROS.
001280 77  WS-OPEN-COUNT                  PIC 9(06) VALUE ZEROS.
001290 77  WS-CANCELLED-COUNT             PIC 9(06) VALUE ZEROS.
001300 77  WS-REENTERED-COUNT             PIC 9(06) VALUE ZEROS.
001310 77  WS-HASH-TOTAL            PIC S9(13)V99 COMP-3 VALUE ZERO.
001320 77  WS-REJECT-REASON               PIC X(40) VALUE SPACES.
001330
001340*-----------------------------------------------------------------
001350* Open-item aging buckets, and the open items by the program
001360* that rejected them.
001370*-----------------------------------------------------------------
001380 77  WS-AGE-0-2-COUNT               PIC 9(06) VALUE ZEROS.
001390 77  WS-AGE-3-7-COUNT               PIC 9(06) VALUE ZEROS.
001400 77  WS-AGE-8-30-COUNT              PIC 9(06) VALUE ZEROS.
001410 77  WS-AGE-OVER-30-COUNT           PIC 9(06) VALUE ZEROS.
001420 77  WS-OPEN-CUSTUPDT-COUNT         PIC 9(06) VALUE ZEROS.
001430 77  WS-OPEN-TRNMERGE-COUNT         PIC 9(06) VALUE ZEROS.
001440 77  WS-OPEN-CUSTMNT-COUNT          PIC 9(06) VALUE ZEROS.
001450 77  WS-OPEN-OTHER-COUNT            PIC 9(06) VALUE ZEROS.
001460 77  WS-ITEM-AGE                    PIC 9(03) VALUE ZEROS.
001470 77  WS-AGE-BUCKET                  PIC X(07) VALUE SPACES.
001480
001490 77  WS-BUSINESS-DATE               PIC 9(08) VALUE ZEROS.
001500 77  WS-DISPLAY-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
001510 77  WS-EDIT-AMOUNT                 PIC 9(07)V99 VALUE ZEROS.
001520
001530 77  WS-MONTH-END-DAY               PIC 9(02) VALUE ZEROS.
001540 77  WS-REMAINDER                   PIC 9(04) VALUE ZEROS.
001550 77  WS-QUOTIENT                    PIC 9(04) VALUE ZEROS.
001560 77  WS-LEAP-YEAR-SW                PIC X  VALUE 'N'.
001570     88  WS-LEAP-YEAR                   VALUE 'Y'.
001580
001590 01  WS-WORK-DATE.
001600     05  WS-WORK-YEAR                PIC 9(04).
001610     05  WS-WORK-MONTH               PIC 9(02).
001620     05  WS-WORK-DAY                 PIC 9(02).
001630 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
001640                                     PIC 9(08).
001650
001660 PROCEDURE DIVISION.
001670 0000-MAIN.
001680     PERFORM 1000-OPEN-FILES THRU 1000-EXIT
001690     PERFORM 2000-PROCESS-ITEMS THRU 2000-EXIT
001700         UNTIL WS-EOF
001710     PERFORM 3000-CLOSE-FILES THRU 3000-EXIT
001720     STOP RUN.
001730
001740 1000-OPEN-FILES.
001750     PERFORM 1005-READ-BUSINESS-DATE
001760     PERFORM 1010-READ-REJECT-CARD
001770     OPEN I-O REJECT-WORK-FILE
001780     IF WS-REJWORK-FILE-STATUS = '35'
001790         MOVE 'N' TO WS-REJWORK-PRESENT-SW
001800         SET WS-EOF TO TRUE
001810         DISPLAY 'NO REJECT WORK FILE - NO REJECTS LOGGED'
001820     ELSE
001830         IF WS-REJWORK-FILE-STATUS NOT = '00'
001840             DISPLAY 'ERROR OPENING REJECT WORK FILE: '
001850                 WS-REJWORK-FILE-STATUS
001860             MOVE 16 TO RETURN-CODE
001870             STOP RUN
001880         END-IF
001890     END-IF
001900     OPEN OUTPUT BATCH-FILE
001910     IF WS-BATCH-FILE-STATUS NOT = '00'
001920         DISPLAY 'ERROR OPENING RE-ENTRY BATCH FILE: '
001930             WS-BATCH-FILE-STATUS
001940         MOVE 16 TO RETURN-CODE
001950         STOP RUN
001960     END-IF
001970     OPEN OUTPUT MAINT-OUT-FILE
001980     IF WS-MAINT-OUT-STATUS NOT = '00'
001990         DISPLAY 'ERROR OPENING RE-ENTRY MAINT FILE: '
002000             WS-MAINT-OUT-STATUS
002010         MOVE 16 TO RETURN-CODE
002020         CLOSE BATCH-FILE
002030         STOP RUN
002040     END-IF
002050     OPEN OUTPUT REENTRY-REGISTER
002060     IF WS-REGISTER-FILE-STATUS NOT = '00'
002070         DISPLAY 'ERROR OPENING RE-ENTRY REGISTER: '
002080             WS-REGISTER-FILE-STATUS
002090         MOVE 16 TO RETURN-CODE
002100         CLOSE BATCH-FILE MAINT-OUT-FILE
002110         STOP RUN
002120     END-IF
002130     OPEN OUTPUT AGING-REPORT
002140     IF WS-AGING-FILE-STATUS NOT = '00'
002150         DISPLAY 'ERROR OPENING REJECT AGING REPORT: '
002160             WS-AGING-FILE-STATUS
002170         MOVE 16 TO RETURN-CODE
002180         CLOSE BATCH-FILE MAINT-OUT-FILE REENTRY-REGISTER
002190         STOP RUN
002200     END-IF
002210     PERFORM 1020-WRITE-BATCH-HEADER
002220     PERFORM 1030-WRITE-REPORT-HEADERS.
002230 1000-EXIT.
002240     EXIT.
002250
002260 1005-READ-BUSINESS-DATE.
002270     MOVE SPACES TO DATE-CONTROL-RECORD
002280     OPEN INPUT DATE-CONTROL-FILE
002290     IF WS-DATECTL-FILE-STATUS = '00'
002300         READ DATE-CONTROL-FILE
002310             AT END MOVE SPACES TO DATE-CONTROL-RECORD
002320         END-READ
002330         CLOSE DATE-CONTROL-FILE
002340     END-IF
002350     IF DCT-BUSINESS-DATE IS NOT NUMERIC
002360             OR DCT-BUSINESS-DATE = ZEROS
002370         DISPLAY 'MISSING OR INVALID BUSINESS-DATE CONTROL FILE'
002380         MOVE 16 TO RETURN-CODE
002390         STOP RUN
002400     END-IF
002410     MOVE DCT-BUSINESS-DATE TO WS-BUSINESS-DATE.
002420
002430 1010-READ-REJECT-CARD.
002440     MOVE SPACES TO REJECT-CARD-RECORD
002450     OPEN INPUT REJECT-CARD-FILE
002460     IF WS-REJECT-CARD-STATUS = '00'
002470         READ REJECT-CARD-FILE
002480             AT END MOVE SPACES TO REJECT-CARD-RECORD
002490         END-READ
002500         CLOSE REJECT-CARD-FILE
002510     END-IF
002520     IF RJC-BATCH-NUMBER IS NOT NUMERIC
002530         DISPLAY 'MISSING OR INVALID RE-ENTRY BATCH CARD'
002540         MOVE 16 TO RETURN-CODE
002550         STOP RUN
002560     END-IF.
002570
002580 1020-WRITE-BATCH-HEADER.
002590     MOVE SPACES TO BATCH-CONTROL-RECORD
002600     MOVE '000000' TO BCH-RECORD-ID
002610     SET BCH-TYPE-HEADER TO TRUE
002620     MOVE RJC-BATCH-NUMBER TO BCH-BATCH-NUMBER
002630     MOVE WS-BUSINESS-DATE TO BCH-BUSINESS-DATE
002640     MOVE ZEROS TO BCH-RECORD-COUNT
002650     MOVE ZEROS TO BCH-HASH-TOTAL
002660     WRITE BATCH-CONTROL-RECORD.
002670
002680 1030-WRITE-REPORT-HEADERS.
002690     MOVE SPACES TO REGISTER-LINE
002700     STRING 'REJECT RE-ENTRY REGISTER - BATCH '
002710             RJC-BATCH-NUMBER
002720            '  BUSINESS DATE: ' WS-BUSINESS-DATE
002730         DELIMITED BY SIZE INTO REGISTER-LINE
002740     WRITE REGISTER-LINE
002750     MOVE SPACES TO AGING-LINE
002760     STRING 'OPEN REJECT AGING REPORT - BUSINESS DATE: '
002770             WS-BUSINESS-DATE
002780         DELIMITED BY SIZE INTO AGING-LINE
002790     WRITE AGING-LINE
002800     MOVE SPACES TO AGING-LINE
002810     STRING 'AGE  BUCKET   REJECTED  PROGRAM   SEQ     '
002820            'CHANNEL  ITEM    REASON'
002830         DELIMITED BY SIZE INTO AGING-LINE
002840     WRITE AGING-LINE.
002850
002860 2000-PROCESS-ITEMS.
002870     READ REJECT-WORK-FILE NEXT RECORD
002880         AT END
002890             SET WS-EOF TO TRUE
002900         NOT AT END
002910             ADD 1 TO WS-ITEMS-READ
002920             EVALUATE TRUE
002930                 WHEN RJW-STATUS-CORRECTED
002940                     PERFORM 2100-REENTER-ITEM
002950                 WHEN RJW-STATUS-OPEN
002960                     PERFORM 2500-AGE-OPEN-ITEM
002970                 WHEN RJW-STATUS-CANCELLED
002980                     ADD 1 TO WS-CANCELLED-COUNT
002990                 WHEN OTHER
003000                     ADD 1 TO WS-REENTERED-COUNT
003010             END-EVALUATE
003020     END-READ.
003030 2000-EXIT.
003040     EXIT.
003050
003060*****************************************************************
003070* 2100-REENTER-ITEM - the CREJ screen edited the correction,
003080* but the file can be touched between the online day and this
003090* step, so the same edits run again. A clean item goes out and
003100* is stamped re-entered; one that fails goes back to open with
003110* the new reason, to be worked again on CREJ.
003120*****************************************************************
003130 2100-REENTER-ITEM.
003140     MOVE SPACES TO WS-REJECT-REASON
003150     IF RJW-KIND-MAINTENANCE
003160         PERFORM 2110-EDIT-MAINT-ITEM
003170     ELSE
003180         PERFORM 2120-EDIT-TRANS-ITEM
003190     END-IF
003200     IF WS-REJECT-REASON = SPACES
003210         IF RJW-KIND-MAINTENANCE
003220             PERFORM 2300-WRITE-MAINT-ITEM
003230         ELSE
003240             PERFORM 2200-WRITE-BATCH-DETAIL
003250         END-IF
003260         SET RJW-STATUS-REENTERED TO TRUE
003270         MOVE RJC-BATCH-NUMBER TO RJW-REENTRY-BATCH
003280         MOVE WS-BUSINESS-DATE TO RJW-REENTRY-DATE
003290         PERFORM 2400-REWRITE-ITEM
003300     ELSE
003310         ADD 1 TO WS-REEDIT-FAIL-COUNT
003320         MOVE SPACES TO REGISTER-LINE
003330         STRING 'ITEM: ' RJW-REJECT-DATE
003340                ' ' RJW-SOURCE-PGM
003350                ' ' RJW-SEQ-NO
003360                '  NOT RE-ENTERED - ' WS-REJECT-REASON
003370             DELIMITED BY SIZE INTO REGISTER-LINE
003380         WRITE REGISTER-LINE
003390         SET RJW-STATUS-OPEN TO TRUE
003400         MOVE WS-REJECT-REASON TO RJW-REJECT-REASON
003410         PERFORM 2400-REWRITE-ITEM
003420         PERFORM 2500-AGE-OPEN-ITEM
003430     END-IF.
003440
003450 2110-EDIT-MAINT-ITEM.
003460     MOVE RJW-ITEM-IMAGE TO MAINT-RECORD
003470     IF MNT-CUST-ID IS NOT NUMERIC OR MNT-CUST-ID = ZEROS
003480         MOVE 'CUST-ID NOT NUMERIC OR ZERO' TO WS-REJECT-REASON
003490     ELSE
003500     IF NOT MNT-CODE-ADD AND NOT MNT-CODE-CHANGE
003510             AND NOT MNT-CODE-CLOSE AND NOT MNT-CODE-ADDRESS-FILE
003520         MOVE 'INVALID MAINTENANCE CODE' TO WS-REJECT-REASON
003530     ELSE
003531     IF MNT-CODE-ADDRESS-FILE
003532         PERFORM 2115-EDIT-ADDRESS-ITEM
003533     ELSE
003540     IF MNT-CODE-ADD AND (MNT-LAST-NAME = SPACES
003550             OR MNT-FIRST-NAME = SPACES)
003560         MOVE 'ADD MISSING CUSTOMER NAME' TO WS-REJECT-REASON
003570     ELSE
003580     IF MNT-CREDIT-LIMIT-X NOT = SPACES
003590             AND MNT-CREDIT-LIMIT IS NOT NUMERIC
003600         MOVE 'CREDIT LIMIT NOT NUMERIC' TO WS-REJECT-REASON
003610     END-IF
003620     END-IF
003625     END-IF
003630     END-IF
003640     END-IF.
003641
003642 2115-EDIT-ADDRESS-ITEM.
003643     IF MNT-CODE-ADDRESS AND MNT-ADDRESS-LINE-1 = SPACES
003644         MOVE 'BLANK ADDRESS LINE 1' TO WS-REJECT-REASON
003645     END-IF
003646     IF MNT-CODE-CITY-STATE AND (MNT-CITY = SPACES
003647             OR MNT-STATE = SPACES OR MNT-POSTAL-CODE = SPACES)
003648         MOVE 'INCOMPLETE CITY/STATE/POSTAL CODE'
003649             TO WS-REJECT-REASON
003650     END-IF
003651     IF MNT-CODE-CONTACT AND MNT-PHONE = SPACES
003652             AND MNT-EMAIL = SPACES
003653         MOVE 'NO PHONE OR EMAIL KEYED' TO WS-REJECT-REASON
003654     END-IF
003655     IF MNT-CODE-RETURNED-MAIL
003656             AND MNT-RETURNED-MAIL-FLAG NOT = 'Y'
003657             AND MNT-RETURNED-MAIL-FLAG NOT = 'N'
003658         MOVE 'RETURNED-MAIL FLAG MUST BE Y OR N'
003659             TO WS-REJECT-REASON
003660     END-IF.
003661
003662 2120-EDIT-TRANS-ITEM.
003670     IF RJW-CUST-ID IS NOT NUMERIC OR RJW-CUST-ID = ZEROS
003680         MOVE 'CUST-ID NOT NUMERIC OR ZERO' TO WS-REJECT-REASON
003690     ELSE
003700     IF RJW-TRANS-TYPE NOT = 'D' AND RJW-TRANS-TYPE NOT = 'C'
003710             AND RJW-TRANS-TYPE NOT = 'R'
003720         MOVE 'INVALID TRANSACTION TYPE' TO WS-REJECT-REASON
003730     ELSE
003740     IF RJW-AMOUNT IS NOT NUMERIC OR RJW-AMOUNT = ZERO
003750         MOVE 'AMOUNT NOT NUMERIC OR ZERO' TO WS-REJECT-REASON
003760     ELSE
003770     IF RJW-TRANS-DATE IS NOT NUMERIC
003780         MOVE 'TRANSACTION DATE NOT NUMERIC' TO WS-REJECT-REASON
003790     ELSE
003800     IF RJW-TRANS-TYPE = 'R' AND RJW-ITEM-REF = SPACES
003810         MOVE 'REVERSAL MISSING ITEM REFERENCE'
003820             TO WS-REJECT-REASON
003821     ELSE
003822     IF RJW-REASON-CODE = 'MRG'
003823             AND RJW-LOGGED-REASON-CODE NOT = RJW-REASON-CODE
003824         MOVE 'REASON MRG RESERVED FOR MERGES' TO WS-REJECT-REASON
003825     ELSE
003826     IF RJW-REASON-CODE = 'RFD'
003827             AND RJW-LOGGED-REASON-CODE NOT = RJW-REASON-CODE
003828         MOVE 'REASON RFD RESERVED FOR REFUNDS'
003829             TO WS-REJECT-REASON
003830     END-IF
003831     END-IF
003832     END-IF
003840     END-IF
003850     END-IF
003860     END-IF
003870     END-IF.
003880
003890*****************************************************************
003900* 2200-WRITE-BATCH-DETAIL - the corrected item goes out dated
003910* as it was originally presented; the count and hash behind
003920* the trailer are built from the details actually written.
003930*****************************************************************
003940 2200-WRITE-BATCH-DETAIL.
003950     ADD 1 TO WS-TRANS-BUILT-COUNT
003960     MOVE RJW-AMOUNT TO WS-EDIT-AMOUNT
003970     ADD WS-EDIT-AMOUNT TO WS-HASH-TOTAL
003980     MOVE SPACES TO TRANSACTION-RECORD
003990     MOVE RJW-CUST-ID TO TRANS-CUST-ID
004000     MOVE RJW-TRANS-TYPE TO TRANS-TYPE
004010     MOVE WS-EDIT-AMOUNT TO TRANS-AMOUNT
004020     MOVE RJW-TRANS-DATE TO TRANS-DATE
004030     MOVE RJW-REASON-CODE TO TRANS-REASON-CODE
004040     MOVE RJW-ITEM-REF TO TRANS-ITEM-REF
004050     MOVE ZERO TO TRANS-RETURN-FEE
004060     IF TRANS-TYPE-REVERSAL
004070         MOVE RJW-ORIG-ITEM-DATE TO TRANS-ORIG-ITEM-DATE
004080         IF RJW-RETURN-FEE IS NUMERIC
004090             MOVE RJW-RETURN-FEE TO TRANS-RETURN-FEE
004100         END-IF
004110     END-IF
004120     WRITE TRANSACTION-RECORD
004130     MOVE WS-EDIT-AMOUNT TO WS-DISPLAY-AMOUNT
004140     MOVE SPACES TO REGISTER-LINE
004150     STRING 'ITEM: ' RJW-REJECT-DATE
004160            ' ' RJW-SOURCE-PGM
004170            ' ' RJW-SEQ-NO
004180            '  BATCHED CUST-ID: ' RJW-CUST-ID
004190            '  TYPE: ' RJW-TRANS-TYPE
004200            '  AMOUNT: ' WS-DISPLAY-AMOUNT
004210            '  BY: ' RJW-ACTION-TERM
004220         DELIMITED BY SIZE INTO REGISTER-LINE
004230     WRITE REGISTER-LINE.
004240
004250 2300-WRITE-MAINT-ITEM.
004260     ADD 1 TO WS-MAINT-BUILT-COUNT
004270     MOVE RJW-ITEM-IMAGE TO MAINT-RECORD
004280     WRITE MAINT-RECORD
004290     MOVE SPACES TO REGISTER-LINE
004300     STRING 'ITEM: ' RJW-REJECT-DATE
004310            ' ' RJW-SOURCE-PGM
004320            ' ' RJW-SEQ-NO
004330            '  MAINTENANCE CUST-ID: ' MNT-CUST-ID
004340            '  CODE: ' MNT-TRANS-CODE
004350            '  BY: ' RJW-ACTION-TERM
004360         DELIMITED BY SIZE INTO REGISTER-LINE
004370     WRITE REGISTER-LINE.
004380
004390 2400-REWRITE-ITEM.
004400     REWRITE REJECT-WORK-RECORD
004410     IF WS-REJWORK-FILE-STATUS NOT = '00'
004420         DISPLAY 'ERROR REWRITING REJECT ITEM '
004430             RJW-REJECT-DATE ' ' RJW-SOURCE-PGM ' ' RJW-SEQ-NO
004440             ': ' WS-REJWORK-FILE-STATUS
004450         MOVE 8 TO RETURN-CODE
004460     END-IF.
004470
004480*****************************************************************
004490* 2500-AGE-OPEN-ITEM - age in calendar days from the reject
004500* date to the business date, counted forward a day at a time
004510* (capped at 999, well past the oldest bucket).
004520*****************************************************************
004530 2500-AGE-OPEN-ITEM.
004540     ADD 1 TO WS-OPEN-COUNT
004550     MOVE ZEROS TO WS-ITEM-AGE
004560     IF RJW-REJECT-DATE IS NUMERIC
004570         MOVE RJW-REJECT-DATE TO WS-WORK-DATE-N
004580         PERFORM 2510-COUNT-ONE-DAY
004590             UNTIL WS-WORK-DATE-N NOT < WS-BUSINESS-DATE
004600                OR WS-ITEM-AGE = 999
004610     END-IF
004620     EVALUATE TRUE
004630         WHEN WS-ITEM-AGE < 3
004640             MOVE '0-2' TO WS-AGE-BUCKET
004650             ADD 1 TO WS-AGE-0-2-COUNT
004660         WHEN WS-ITEM-AGE < 8
004670             MOVE '3-7' TO WS-AGE-BUCKET
004680             ADD 1 TO WS-AGE-3-7-COUNT
004690         WHEN WS-ITEM-AGE < 31
004700             MOVE '8-30' TO WS-AGE-BUCKET
004710             ADD 1 TO WS-AGE-8-30-COUNT
004720         WHEN OTHER
004730             MOVE 'OVER 30' TO WS-AGE-BUCKET
004740             ADD 1 TO WS-AGE-OVER-30-COUNT
004750     END-EVALUATE
004760     EVALUATE RJW-SOURCE-PGM
004770         WHEN 'CUSTUPDT'
004780             ADD 1 TO WS-OPEN-CUSTUPDT-COUNT
004790         WHEN 'TRNMERGE'
004800             ADD 1 TO WS-OPEN-TRNMERGE-COUNT
004810         WHEN 'CUSTMNT '
004820             ADD 1 TO WS-OPEN-CUSTMNT-COUNT
004830         WHEN OTHER
004840             ADD 1 TO WS-OPEN-OTHER-COUNT
004850     END-EVALUATE
004860     MOVE SPACES TO AGING-LINE
004870     STRING WS-ITEM-AGE
004880            '  ' WS-AGE-BUCKET
004890            '  ' RJW-REJECT-DATE
004900            '  ' RJW-SOURCE-PGM
004910            '  ' RJW-SEQ-NO
004920            '  ' RJW-CHANNEL
004930            '  ' RJW-ITEM-IMAGE(1:6)
004940            '  ' RJW-REJECT-REASON
004950         DELIMITED BY SIZE INTO AGING-LINE
004960     WRITE AGING-LINE.
004970
004980 2510-COUNT-ONE-DAY.
004990     PERFORM 2600-ADVANCE-ONE-DAY
005000     ADD 1 TO WS-ITEM-AGE.
005010
005020 2600-ADVANCE-ONE-DAY.
005030     PERFORM 2610-SET-MONTH-END-DAY
005040     IF WS-WORK-DAY < WS-MONTH-END-DAY
005050         ADD 1 TO WS-WORK-DAY
005060     ELSE
005070         MOVE 1 TO WS-WORK-DAY
005080         IF WS-WORK-MONTH = 12
005090             MOVE 1 TO WS-WORK-MONTH
005100             ADD 1 TO WS-WORK-YEAR
005110         ELSE
005120             ADD 1 TO WS-WORK-MONTH
005130         END-IF
005140     END-IF.
005150
005160 2610-SET-MONTH-END-DAY.
005170     EVALUATE WS-WORK-MONTH
005180         WHEN 04
005190         WHEN 06
005200         WHEN 09
005210         WHEN 11
005220             MOVE 30 TO WS-MONTH-END-DAY
005230         WHEN 02
005240             PERFORM 2620-CHECK-LEAP-YEAR
005250             IF WS-LEAP-YEAR
005260                 MOVE 29 TO WS-MONTH-END-DAY
005270             ELSE
005280                 MOVE 28 TO WS-MONTH-END-DAY
005290             END-IF
005300         WHEN OTHER
005310             MOVE 31 TO WS-MONTH-END-DAY
005320     END-EVALUATE.
005330
005340 2620-CHECK-LEAP-YEAR.
005350     MOVE 'N' TO WS-LEAP-YEAR-SW
005360     DIVIDE WS-WORK-YEAR BY 4
005370         GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
005380     IF WS-REMAINDER = ZERO
005390         DIVIDE WS-WORK-YEAR BY 100
005400             GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
005410         IF WS-REMAINDER NOT = ZERO
005420             SET WS-LEAP-YEAR TO TRUE
005430         ELSE
005440             DIVIDE WS-WORK-YEAR BY 400
005450                 GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
005460             IF WS-REMAINDER = ZERO
005470                 SET WS-LEAP-YEAR TO TRUE
005480             END-IF
005490         END-IF
005500     END-IF.
005510
005520 3000-CLOSE-FILES.
005530     IF WS-REJWORK-PRESENT
005540         CLOSE REJECT-WORK-FILE
005550     END-IF
005560     PERFORM 3010-WRITE-BATCH-TRAILER
005570     CLOSE BATCH-FILE
005580     CLOSE MAINT-OUT-FILE
005590     PERFORM 3020-WRITE-REGISTER-TRAILER
005600     CLOSE REENTRY-REGISTER
005610     PERFORM 3030-WRITE-AGING-TRAILER
005620     CLOSE AGING-REPORT
005630     DISPLAY 'REJECT RE-ENTRY BATCH ' RJC-BATCH-NUMBER
005640         ' BUSINESS DATE ' WS-BUSINESS-DATE ' CUT'
005650     DISPLAY 'REJECT ITEMS READ: ' WS-ITEMS-READ
005660     DISPLAY 'TRANSACTIONS RE-ENTERED: ' WS-TRANS-BUILT-COUNT
005670     DISPLAY 'MAINTENANCE RE-ENTERED: ' WS-MAINT-BUILT-COUNT
005680     DISPLAY 'CORRECTIONS FAILING RE-EDIT: ' WS-REEDIT-FAIL-COUNT
005690     DISPLAY 'ITEMS STILL OPEN: ' WS-OPEN-COUNT
005700     DISPLAY 'ITEMS OPEN OVER 30 DAYS: ' WS-AGE-OVER-30-COUNT
005710     IF WS-REEDIT-FAIL-COUNT > ZERO
005720             OR WS-AGE-OVER-30-COUNT > ZERO
005730         IF RETURN-CODE < 4
005740             MOVE 4 TO RETURN-CODE
005750         END-IF
005760     END-IF.
005770 3000-EXIT.
005780     EXIT.
005790
005800*****************************************************************
005810* 3010-WRITE-BATCH-TRAILER - count and hash built from the
005820* details actually written, so the re-entry batch proves out
005830* through CUSTUPDT's 1100-VERIFY-BATCH by construction (an
005840* empty batch proves out at zero).
005850*****************************************************************
005860 3010-WRITE-BATCH-TRAILER.
005870     MOVE SPACES TO BATCH-CONTROL-RECORD
005880     MOVE '000000' TO BCH-RECORD-ID
005890     SET BCH-TYPE-TRAILER TO TRUE
005900     MOVE RJC-BATCH-NUMBER TO BCH-BATCH-NUMBER
005910     MOVE WS-BUSINESS-DATE TO BCH-BUSINESS-DATE
005920     MOVE WS-TRANS-BUILT-COUNT TO BCH-RECORD-COUNT
005930     MOVE WS-HASH-TOTAL TO BCH-HASH-TOTAL
005940     WRITE BATCH-CONTROL-RECORD.
005950
005960 3020-WRITE-REGISTER-TRAILER.
005970     MOVE SPACES TO REGISTER-LINE
005980     STRING 'TRANSACTIONS RE-ENTERED: ' WS-TRANS-BUILT-COUNT
005990            '  MAINTENANCE RE-ENTERED: ' WS-MAINT-BUILT-COUNT
006000            '  FAILED RE-EDIT: ' WS-REEDIT-FAIL-COUNT
006010         DELIMITED BY SIZE INTO REGISTER-LINE
006020     WRITE REGISTER-LINE.
006030
006040 3030-WRITE-AGING-TRAILER.
006050     MOVE SPACES TO AGING-LINE
006060     STRING 'OPEN ITEMS: ' WS-OPEN-COUNT
006070            '  0-2 DAYS: ' WS-AGE-0-2-COUNT
006080            '  3-7 DAYS: ' WS-AGE-3-7-COUNT
006090            '  8-30 DAYS: ' WS-AGE-8-30-COUNT
006100            '  OVER 30 DAYS: ' WS-AGE-OVER-30-COUNT
006110         DELIMITED BY SIZE INTO AGING-LINE
006120     WRITE AGING-LINE
006130     MOVE SPACES TO AGING-LINE
006140     STRING 'OPEN BY PROGRAM - CUSTUPDT: ' WS-OPEN-CUSTUPDT-COUNT
006150            '  TRNMERGE: ' WS-OPEN-TRNMERGE-COUNT
006160            '  CUSTMNT: ' WS-OPEN-CUSTMNT-COUNT
006170            '  OTHER: ' WS-OPEN-OTHER-COUNT
006180         DELIMITED BY SIZE INTO AGING-LINE
006190     WRITE AGING-LINE
006200     MOVE SPACES TO AGING-LINE
006210     STRING 'CANCELLED ON FILE: ' WS-CANCELLED-COUNT
006220            '  PREVIOUSLY RE-ENTERED ON FILE: ' WS-REENTERED-COUNT
006230         DELIMITED BY SIZE INTO AGING-LINE
006240     WRITE AGING-LINE.
