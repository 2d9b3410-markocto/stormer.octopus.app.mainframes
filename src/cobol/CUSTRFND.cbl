000010*****************************************************************
000020* Program:      CUSTRFND
000030* Purpose:      Credit-balance refund selection - reads every
000040*               account on CUSTOMER-FILE and picks out those in
000050*               credit by more than the parameter card threshold.
000060*               An account is held while its last payment on
000070*               HISTORY-FILE is younger than the card's hold
000080*               days, so a payment still able to come back is
000090*               never refunded. A refund is cut as a debit for
000100*               the whole credit balance (reason RFD) in a
000110*               TRANS-FILE batch with header/trailer count and
000120*               hash, so it posts through CUSTUPDT's posting,
000130*               history capture and GL feed like every other
000140*               posting, and a matching payee record goes to the
000150*               APPAYEE feed for accounts payable to cut the
000160*               check to the ADDRFILE mailing address. No refund
000170*               is cut to an account with no address on file or
000180*               with returned mail; it is listed as held.
000190*               A closed or dormant account with no activity
000200*               since the state dormancy period (card months)
000210*               is not refunded: it goes to the unclaimed-
000220*               property report and the keyed ESCHHOLD holding
000230*               file for the finance escheatment filing.
000240*               Run ahead of CUSTUPDT; the refund batch is
000250*               presented to tonight's posting with the others.
000260* Author:       Stormer Mainframes
000270* Installation: Stormer Mainframes Data Center
000280* Date-Written: 2026
000290* Date-Compiled: 2026
000300*-----------------------------------------------------------------
000310* Modification History
000320* Date       By   Description
000330* 2026       SM   Original program.
000340*****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. CUSTRFND.
000370 AUTHOR. STORMER-MAINFRAMES.
000380 INSTALLATION. STORMER-MAINFRAMES-DATA-CENTER.
000390 DATE-WRITTEN. 2026.
000400 DATE-COMPILED. 2026.
000410
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. IBM-ZOS.
000450 OBJECT-COMPUTER. IBM-ZOS.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT CUSTOMER-FILE
000490         ASSIGN TO CUSTFILE
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS CUST-ID
000530         FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
000540
000550     SELECT HISTORY-FILE
000560         ASSIGN TO TRANHIST
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS HIST-KEY
000600         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000610
000620     SELECT ADDRESS-FILE
000630         ASSIGN TO ADDRFILE
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS ADR-CUST-ID
000670         FILE STATUS IS WS-ADDRESS-FILE-STATUS.
000680
000690     SELECT ESCHEAT-HOLD-FILE
000700         ASSIGN TO ESCHHOLD
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS ESH-CUST-ID
000740         FILE STATUS IS WS-ESCHHOLD-FILE-STATUS.
000750
000760     SELECT REFUND-CARD-FILE
000770         ASSIGN TO RFDCARD
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-REFUND-CARD-STATUS.
000800
000810     SELECT DATE-CONTROL-FILE
000820         ASSIGN TO DATECTL
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-DATECTL-FILE-STATUS.
000850
000860     SELECT BATCH-FILE
000870         ASSIGN TO RFDBATCH
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-BATCH-FILE-STATUS.
000900
000910     SELECT PAYEE-FILE
000920         ASSIGN TO APPAYEE
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-PAYEE-FILE-STATUS.
000950
000960     SELECT REFUND-REGISTER
000970         ASSIGN TO RFDRPT
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-REGISTER-FILE-STATUS.
001000
001010     SELECT ESCHEAT-REPORT
001020         ASSIGN TO ESCHRPT
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WS-ESCHRPT-FILE-STATUS.
001050
001060 DATA DIVISION.
001070 FILE SECTION.
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
001200 FD  ESCHEAT-HOLD-FILE
001210     RECORD CONTAINS 180 CHARACTERS.
001220     COPY ESCHHOLD.
001230
001240*-----------------------------------------------------------------
001250* Refund parameter card. The threshold carries two implied
001260* decimals; an account must be in credit by MORE than it. Hold
001270* days count back from the business date, dormancy months back
001280* from the business date to the state dormancy cutoff.
001290*-----------------------------------------------------------------
001300 FD  REFUND-CARD-FILE
001310     RECORD CONTAINS 80 CHARACTERS.
001320 01  REFUND-CARD-RECORD.
001330     05  RFC-BATCH-NUMBER           PIC 9(06).
001340     05  RFC-MIN-CREDIT             PIC 9(07)V99.
001350     05  RFC-HOLD-DAYS              PIC 9(03).
001360     05  RFC-DORMANCY-MONTHS        PIC 9(03).
001370     05  FILLER                     PIC X(59).
001380
001390 FD  DATE-CONTROL-FILE
001400     RECORD CONTAINS 80 CHARACTERS.
001410     COPY DATECTL.
001420
001430 FD  BATCH-FILE
001440     RECORD CONTAINS 80 CHARACTERS.
001450     COPY TRANREC.
001460     COPY TRANBTCH.
001470
001480 FD  PAYEE-FILE
001490     RECORD CONTAINS 180 CHARACTERS.
001500     COPY APPAYEE.
001510
001520 FD  REFUND-REGISTER
001530     RECORD CONTAINS 132 CHARACTERS.
001540 01  REGISTER-LINE                  PIC X(132).
001550
001560 FD  ESCHEAT-REPORT
001570     RECORD CONTAINS 132 CHARACTERS.
001580 01  ESCHEAT-LINE                   PIC X(132).
001590
001600 WORKING-STORAGE SECTION.
001610 77  WS-CUSTOMER-FILE-STATUS        PIC XX VALUE SPACES.
001620 77  WS-HISTORY-FILE-STATUS         PIC XX VALUE SPACES.
001630 77  WS-ADDRESS-FILE-STATUS         PIC XX VALUE SPACES.
001640 77  WS-ESCHHOLD-FILE-STATUS        PIC XX VALUE SPACES.
001650 77  WS-REFUND-CARD-STATUS          PIC XX VALUE SPACES.
001660 77  WS-DATECTL-FILE-STATUS         PIC XX VALUE SPACES.
001670 77  WS-BATCH-FILE-STATUS           PIC XX VALUE SPACES.
001680 77  WS-PAYEE-FILE-STATUS           PIC XX VALUE SPACES.
001690 77  WS-REGISTER-FILE-STATUS        PIC XX VALUE SPACES.
001700 77  WS-ESCHRPT-FILE-STATUS         PIC XX VALUE SPACES.
001710
001720 77  WS-EOF-FLAG                    PIC X  VALUE 'N'.
001730     88  WS-EOF                         VALUE 'Y'.
001740 77  WS-BROWSE-DONE-FLAG            PIC X  VALUE 'N'.
001750     88  WS-BROWSE-DONE                 VALUE 'Y'.
001760 77  WS-HISTORY-PRESENT-SW          PIC X  VALUE 'Y'.
001770     88  WS-HISTORY-PRESENT             VALUE 'Y'.
001780 77  WS-ADDRESS-PRESENT-SW          PIC X  VALUE 'Y'.
001790     88  WS-ADDRESS-PRESENT             VALUE 'Y'.
001800 77  WS-ADDRESS-FOUND-SW            PIC X  VALUE 'N'.
001810     88  WS-ADDRESS-FOUND               VALUE 'Y'.
001820 77  WS-ESCHEAT-NEW-SW              PIC X  VALUE 'N'.
001830     88  WS-ESCHEAT-NEW                 VALUE 'Y'.
001840 77  WS-ENTRY-FOUND-SW              PIC X  VALUE 'N'.
001850     88  WS-ENTRY-FOUND                 VALUE 'Y'.
001860 77  WS-LEAP-YEAR-SW                PIC X  VALUE 'N'.
001870     88  WS-LEAP-YEAR                   VALUE 'Y'.
001880
001890 77  WS-BUSINESS-DATE               PIC 9(08) VALUE ZEROS.
001900 77  WS-HOLD-CUTOFF                 PIC 9(08) VALUE ZEROS.
001910 77  WS-DORMANCY-CUTOFF             PIC 9(08) VALUE ZEROS.
001920 77  WS-DAYS-BACK                   PIC 9(03) VALUE ZEROS.
001930 77  WS-MONTHS-BACK                 PIC 9(03) VALUE ZEROS.
001940 77  WS-SAVE-DAY                    PIC 9(02) VALUE ZEROS.
001950 77  WS-REMAINDER                   PIC 9(04) VALUE ZEROS.
001960 77  WS-QUOTIENT                    PIC 9(04) VALUE ZEROS.
001970
001980 01  WS-WORK-DATE.
001990     05  WS-WORK-YEAR                PIC 9(04).
002000     05  WS-WORK-MONTH               PIC 9(02).
002010     05  WS-WORK-DAY                 PIC 9(02).
002020 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
002030                                     PIC 9(08).
002040
002050*-----------------------------------------------------------------
002060* The account under review. The refund reference names the batch
002070* and the account, and rides on the debit to history and on the
002080* payee record to accounts payable.
002090*-----------------------------------------------------------------
002100 77  WS-CREDIT-AMOUNT         PIC S9(9)V99 COMP-3 VALUE ZERO.
002110 77  WS-LAST-PAYMENT-DATE           PIC 9(08) VALUE ZEROS.
002120 77  WS-HELD-REASON                 PIC X(40) VALUE SPACES.
002130 77  WS-ESCHEAT-DESC                PIC X(32) VALUE SPACES.
002140 01  WS-REFUND-REF.
002150     05  FILLER                     PIC X(03) VALUE 'RFD'.
002160     05  WS-REFUND-REF-BATCH        PIC 9(06) VALUE ZEROS.
002170     05  WS-REFUND-REF-CUST-ID      PIC 9(06) VALUE ZEROS.
002180
002190*-----------------------------------------------------------------
002200* Run counters and totals.
002210*-----------------------------------------------------------------
002220 77  WS-RECORD-COUNT                PIC 9(06) VALUE ZEROS.
002230 77  WS-CREDIT-COUNT                PIC 9(06) VALUE ZEROS.
002240 77  WS-SMALL-CREDIT-COUNT          PIC 9(06) VALUE ZEROS.
002250 77  WS-REFUND-COUNT                PIC 9(06) VALUE ZEROS.
002260 77  WS-RECENT-PAYMENT-COUNT        PIC 9(06) VALUE ZEROS.
002270 77  WS-HELD-COUNT                  PIC 9(06) VALUE ZEROS.
002280 77  WS-ESCHEAT-COUNT               PIC 9(06) VALUE ZEROS.
002290 77  WS-ESCHEAT-NEW-COUNT           PIC 9(06) VALUE ZEROS.
002300 77  WS-REMITTED-COUNT              PIC 9(06) VALUE ZEROS.
002310 77  WS-ESCHEAT-ERROR-COUNT         PIC 9(06) VALUE ZEROS.
002320 77  WS-HASH-TOTAL            PIC S9(13)V99 COMP-3 VALUE ZERO.
002330 77  WS-ESCHEAT-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
002340
002350*-----------------------------------------------------------------
002360* Unclaimed property held, totalled by the owner's state for the
002370* filing; an owner with no address on file totals under '**'.
002380*-----------------------------------------------------------------
002390 77  WS-STATE-MAX                   PIC 9(04) COMP VALUE 80.
002400 77  WS-STATE-COUNT                 PIC 9(04) COMP VALUE ZERO.
002410 77  WS-STATE-POS                   PIC 9(04) COMP VALUE ZERO.
002420 77  WS-OWNER-STATE                 PIC X(02) VALUE SPACES.
002430 01  WS-STATE-TABLE.
002440     05  WS-STATE-ENTRY OCCURS 80 TIMES.
002450         10  WS-ST-STATE            PIC X(02).
002460         10  WS-ST-COUNT            PIC 9(06).
002470         10  WS-ST-AMOUNT     PIC S9(11)V99 COMP-3.
002480
002490 77  WS-DISPLAY-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
002500 77  WS-DISPLAY-THRESHOLD           PIC Z,ZZZ,ZZ9.99.
002510 77  WS-DISPLAY-TOTAL               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002520
002530 PROCEDURE DIVISION.
002540 0000-MAIN.
002550     PERFORM 1000-OPEN-FILES THRU 1000-EXIT
002560     PERFORM 2000-SELECT-ACCOUNTS THRU 2000-EXIT
002570         UNTIL WS-EOF
002580     PERFORM 3000-CLOSE-FILES THRU 3000-EXIT
002590     STOP RUN.
002600
002610 1000-OPEN-FILES.
002620     PERFORM 1005-READ-BUSINESS-DATE
002630     PERFORM 1010-READ-REFUND-CARD
002640     PERFORM 1015-COMPUTE-CUTOFF-DATES
002650     OPEN INPUT CUSTOMER-FILE
002660     IF WS-CUSTOMER-FILE-STATUS NOT = '00'
002670         DISPLAY 'ERROR OPENING CUSTOMER FILE: '
002680             WS-CUSTOMER-FILE-STATUS
002690         MOVE 16 TO RETURN-CODE
002700         STOP RUN
002710     END-IF
002720     OPEN INPUT HISTORY-FILE
002730     IF WS-HISTORY-FILE-STATUS = '35'
002740         MOVE 'N' TO WS-HISTORY-PRESENT-SW
002750         DISPLAY 'NO HISTORY FILE - NO PAYMENTS TO HOLD FOR'
002760     ELSE
002770         IF WS-HISTORY-FILE-STATUS NOT = '00'
002780             DISPLAY 'ERROR OPENING HISTORY FILE: '
002790                 WS-HISTORY-FILE-STATUS
002800             MOVE 16 TO RETURN-CODE
002810             CLOSE CUSTOMER-FILE
002820             STOP RUN
002830         END-IF
002840     END-IF
002850     OPEN INPUT ADDRESS-FILE
002860     IF WS-ADDRESS-FILE-STATUS = '35'
002870         MOVE 'N' TO WS-ADDRESS-PRESENT-SW
002880         DISPLAY 'NO ADDRESS FILE - EVERY REFUND WILL BE HELD'
002890     ELSE
002900         IF WS-ADDRESS-FILE-STATUS NOT = '00'
002910             DISPLAY 'ERROR OPENING ADDRESS FILE: '
002920                 WS-ADDRESS-FILE-STATUS
002930             MOVE 16 TO RETURN-CODE
002940             CLOSE CUSTOMER-FILE
002950             STOP RUN
002960         END-IF
002970     END-IF
002980     OPEN I-O ESCHEAT-HOLD-FILE
002990     IF WS-ESCHHOLD-FILE-STATUS = '35'
003000         OPEN OUTPUT ESCHEAT-HOLD-FILE
003010         CLOSE ESCHEAT-HOLD-FILE
003020         OPEN I-O ESCHEAT-HOLD-FILE
003030     END-IF
003040     IF WS-ESCHHOLD-FILE-STATUS NOT = '00'
003050         DISPLAY 'ERROR OPENING UNCLAIMED PROPERTY HOLDING FILE: '
003060             WS-ESCHHOLD-FILE-STATUS
003070         MOVE 16 TO RETURN-CODE
003080         CLOSE CUSTOMER-FILE
003090         STOP RUN
003100     END-IF
003110     OPEN OUTPUT BATCH-FILE
003120     IF WS-BATCH-FILE-STATUS NOT = '00'
003130         DISPLAY 'ERROR OPENING REFUND BATCH FILE: '
003140             WS-BATCH-FILE-STATUS
003150         MOVE 16 TO RETURN-CODE
003160         CLOSE CUSTOMER-FILE ESCHEAT-HOLD-FILE
003170         STOP RUN
003180     END-IF
003190     OPEN OUTPUT PAYEE-FILE
003200     IF WS-PAYEE-FILE-STATUS NOT = '00'
003210         DISPLAY 'ERROR OPENING AP PAYEE FILE: '
003220             WS-PAYEE-FILE-STATUS
003230         MOVE 16 TO RETURN-CODE
003240         CLOSE CUSTOMER-FILE ESCHEAT-HOLD-FILE BATCH-FILE
003250         STOP RUN
003260     END-IF
003270     OPEN OUTPUT REFUND-REGISTER
003280     IF WS-REGISTER-FILE-STATUS NOT = '00'
003290         DISPLAY 'ERROR OPENING REFUND REGISTER: '
003300             WS-REGISTER-FILE-STATUS
003310         MOVE 16 TO RETURN-CODE
003320         CLOSE CUSTOMER-FILE ESCHEAT-HOLD-FILE BATCH-FILE
003330             PAYEE-FILE
003340         STOP RUN
003350     END-IF
003360     OPEN OUTPUT ESCHEAT-REPORT
003370     IF WS-ESCHRPT-FILE-STATUS NOT = '00'
003380         DISPLAY 'ERROR OPENING UNCLAIMED PROPERTY REPORT: '
003390             WS-ESCHRPT-FILE-STATUS
003400         MOVE 16 TO RETURN-CODE
003410         CLOSE CUSTOMER-FILE ESCHEAT-HOLD-FILE BATCH-FILE
003420             PAYEE-FILE REFUND-REGISTER
003430         STOP RUN
003440     END-IF
003450     MOVE RFC-BATCH-NUMBER TO WS-REFUND-REF-BATCH
003460     PERFORM 1030-WRITE-BATCH-HEADER
003470     PERFORM 1040-WRITE-REPORT-HEADERS.
003480 1000-EXIT.
003490     EXIT.
003500
003510 1005-READ-BUSINESS-DATE.
003520     MOVE SPACES TO DATE-CONTROL-RECORD
003530     OPEN INPUT DATE-CONTROL-FILE
003540     IF WS-DATECTL-FILE-STATUS = '00'
003550         READ DATE-CONTROL-FILE
003560             AT END MOVE SPACES TO DATE-CONTROL-RECORD
003570         END-READ
003580         CLOSE DATE-CONTROL-FILE
003590     END-IF
003600     IF DCT-BUSINESS-DATE IS NOT NUMERIC
003610             OR DCT-BUSINESS-DATE = ZEROS
003620         DISPLAY 'MISSING OR INVALID BUSINESS-DATE CONTROL FILE'
003630         MOVE 16 TO RETURN-CODE
003640         STOP RUN
003650     END-IF
003660     MOVE DCT-BUSINESS-DATE TO WS-BUSINESS-DATE.
003670
003680 1010-READ-REFUND-CARD.
003690     MOVE SPACES TO REFUND-CARD-RECORD
003700     OPEN INPUT REFUND-CARD-FILE
003710     IF WS-REFUND-CARD-STATUS = '00'
003720         READ REFUND-CARD-FILE
003730             AT END MOVE SPACES TO REFUND-CARD-RECORD
003740         END-READ
003750         CLOSE REFUND-CARD-FILE
003760     END-IF
003770     IF RFC-BATCH-NUMBER IS NOT NUMERIC
003780             OR RFC-MIN-CREDIT IS NOT NUMERIC
003790             OR RFC-HOLD-DAYS IS NOT NUMERIC
003800             OR RFC-DORMANCY-MONTHS IS NOT NUMERIC
003810             OR RFC-DORMANCY-MONTHS = ZERO
003820         DISPLAY 'MISSING OR INVALID REFUND PARAMETER CARD'
003830         MOVE 16 TO RETURN-CODE
003840         STOP RUN
003850     END-IF.
003860
003870*****************************************************************
003880* 1015-COMPUTE-CUTOFF-DATES - the hold cutoff backs the business
003890* date off by the hold days one calendar day at a time; a last
003900* payment after it is still too young to refund. The dormancy
003910* cutoff backs it off by whole months, the day clamped to the
003920* end of a shorter month; a closed or dormant account with no
003930* activity since on or before it is unclaimed property.
003940*****************************************************************
003950 1015-COMPUTE-CUTOFF-DATES.
003960     MOVE WS-BUSINESS-DATE TO WS-WORK-DATE-N
003970     MOVE RFC-HOLD-DAYS TO WS-DAYS-BACK
003980     PERFORM 1016-BACK-OFF-ONE-DAY
003990         UNTIL WS-DAYS-BACK = ZERO
004000     MOVE WS-WORK-DATE-N TO WS-HOLD-CUTOFF
004010     MOVE WS-BUSINESS-DATE TO WS-WORK-DATE-N
004020     MOVE RFC-DORMANCY-MONTHS TO WS-MONTHS-BACK
004030     PERFORM 1019-BACK-OFF-ONE-MONTH
004040         UNTIL WS-MONTHS-BACK = ZERO
004050     MOVE WS-WORK-DAY TO WS-SAVE-DAY
004060     PERFORM 1017-SET-MONTH-END-DAY
004070     IF WS-SAVE-DAY < WS-WORK-DAY
004080         MOVE WS-SAVE-DAY TO WS-WORK-DAY
004090     END-IF
004100     MOVE WS-WORK-DATE-N TO WS-DORMANCY-CUTOFF.
004110
004120 1016-BACK-OFF-ONE-DAY.
004130     IF WS-WORK-DAY > 1
004140         SUBTRACT 1 FROM WS-WORK-DAY
004150     ELSE
004160         IF WS-WORK-MONTH = 01
004170             MOVE 12 TO WS-WORK-MONTH
004180             SUBTRACT 1 FROM WS-WORK-YEAR
004190         ELSE
004200             SUBTRACT 1 FROM WS-WORK-MONTH
004210         END-IF
004220         PERFORM 1017-SET-MONTH-END-DAY
004230     END-IF
004240     SUBTRACT 1 FROM WS-DAYS-BACK.
004250
004260 1017-SET-MONTH-END-DAY.
004270     EVALUATE WS-WORK-MONTH
004280         WHEN 04
004290         WHEN 06
004300         WHEN 09
004310         WHEN 11
004320             MOVE 30 TO WS-WORK-DAY
004330         WHEN 02
004340             PERFORM 1018-CHECK-LEAP-YEAR
004350             IF WS-LEAP-YEAR
004360                 MOVE 29 TO WS-WORK-DAY
004370             ELSE
004380                 MOVE 28 TO WS-WORK-DAY
004390             END-IF
004400         WHEN OTHER
004410             MOVE 31 TO WS-WORK-DAY
004420     END-EVALUATE.
004430
004440 1018-CHECK-LEAP-YEAR.
004450     MOVE 'N' TO WS-LEAP-YEAR-SW
004460     DIVIDE WS-WORK-YEAR BY 4
004470         GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
004480     IF WS-REMAINDER = ZERO
004490         DIVIDE WS-WORK-YEAR BY 100
004500             GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
004510         IF WS-REMAINDER NOT = ZERO
004520             SET WS-LEAP-YEAR TO TRUE
004530         ELSE
004540             DIVIDE WS-WORK-YEAR BY 400
004550                 GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
004560             IF WS-REMAINDER = ZERO
004570                 SET WS-LEAP-YEAR TO TRUE
004580             END-IF
004590         END-IF
004600     END-IF.
004610
004620 1019-BACK-OFF-ONE-MONTH.
004630     IF WS-WORK-MONTH = 01
004640         MOVE 12 TO WS-WORK-MONTH
004650         SUBTRACT 1 FROM WS-WORK-YEAR
004660     ELSE
004670         SUBTRACT 1 FROM WS-WORK-MONTH
004680     END-IF
004690     SUBTRACT 1 FROM WS-MONTHS-BACK.
004700
004710 1030-WRITE-BATCH-HEADER.
004720     MOVE SPACES TO BATCH-CONTROL-RECORD
004730     MOVE '000000' TO BCH-RECORD-ID
004740     SET BCH-TYPE-HEADER TO TRUE
004750     MOVE RFC-BATCH-NUMBER TO BCH-BATCH-NUMBER
004760     MOVE WS-BUSINESS-DATE TO BCH-BUSINESS-DATE
004770     MOVE ZEROS TO BCH-RECORD-COUNT
004780     MOVE ZEROS TO BCH-HASH-TOTAL
004790     WRITE BATCH-CONTROL-RECORD.
004800
004810 1040-WRITE-REPORT-HEADERS.
004820     MOVE SPACES TO REGISTER-LINE
004830     STRING 'CREDIT-BALANCE REFUND REGISTER - BATCH '
004840             RFC-BATCH-NUMBER
004850            '  BUSINESS DATE: ' WS-BUSINESS-DATE
004860         DELIMITED BY SIZE INTO REGISTER-LINE
004870     WRITE REGISTER-LINE
004880     MOVE RFC-MIN-CREDIT TO WS-DISPLAY-THRESHOLD
004890     MOVE SPACES TO REGISTER-LINE
004900     STRING 'REFUND CREDITS OVER ' WS-DISPLAY-THRESHOLD
004910            '  LAST PAYMENT ON OR BEFORE ' WS-HOLD-CUTOFF
004920            ' (' RFC-HOLD-DAYS ' DAYS)'
004930            '  DORMANCY CUTOFF ' WS-DORMANCY-CUTOFF
004940            ' (' RFC-DORMANCY-MONTHS ' MONTHS)'
004950         DELIMITED BY SIZE INTO REGISTER-LINE
004960     WRITE REGISTER-LINE
004970     MOVE SPACES TO ESCHEAT-LINE
004980     STRING 'UNCLAIMED PROPERTY (ESCHEATMENT) REPORT - '
004990            'BUSINESS DATE: ' WS-BUSINESS-DATE
005000            '  NO ACTIVITY SINCE ' WS-DORMANCY-CUTOFF
005010            ' (' RFC-DORMANCY-MONTHS ' MONTHS)'
005020         DELIMITED BY SIZE INTO ESCHEAT-LINE
005030     WRITE ESCHEAT-LINE.
005040
005050 2000-SELECT-ACCOUNTS.
005060     READ CUSTOMER-FILE NEXT RECORD
005070         AT END
005080             SET WS-EOF TO TRUE
005090         NOT AT END
005100             ADD 1 TO WS-RECORD-COUNT
005110             PERFORM 2100-REVIEW-ACCOUNT THRU 2100-EXIT
005120     END-READ.
005130 2000-EXIT.
005140     EXIT.
005150
005160*****************************************************************
005170* 2100-REVIEW-ACCOUNT - only a credit balance over the threshold
005180* is looked at. A merged account's credit is still waiting for
005190* its MRG transfer leg to carry it to the survivor, and an
005200* account whose activity date cannot be read cannot be proved
005210* in or out of the dormancy period; both are listed as held.
005220* Closed or dormant past the dormancy cutoff is unclaimed
005230* property. Everything else is refunded unless its last payment
005240* is inside the hold, there is no good address to send the
005250* check to, or the credit is more than one refund item carries.
005260*****************************************************************
005270 2100-REVIEW-ACCOUNT.
005280     IF CUST-BALANCE NOT < ZERO
005290         GO TO 2100-EXIT
005300     END-IF
005310     ADD 1 TO WS-CREDIT-COUNT
005320     COMPUTE WS-CREDIT-AMOUNT = CUST-BALANCE * -1
005330     IF WS-CREDIT-AMOUNT NOT > RFC-MIN-CREDIT
005340         ADD 1 TO WS-SMALL-CREDIT-COUNT
005350         GO TO 2100-EXIT
005360     END-IF
005370     PERFORM 2200-FIND-LAST-PAYMENT
005380     PERFORM 2300-FIND-ADDRESS
005390     IF CUST-SUCCESSOR-ID IS NUMERIC
005400             AND CUST-SUCCESSOR-ID > ZERO
005410         MOVE SPACES TO WS-HELD-REASON
005420         STRING 'MERGED INTO ' CUST-SUCCESSOR-ID
005430                ' - TRANSFER NOT POSTED'
005440             DELIMITED BY SIZE INTO WS-HELD-REASON
005450         PERFORM 2800-WRITE-HELD-LINE
005460         GO TO 2100-EXIT
005470     END-IF
005480     IF CUST-STATUS-CLOSED OR CUST-STATUS-DORMANT
005490         IF CUST-LAST-ACTIVITY-DATE IS NOT NUMERIC
005500                 OR CUST-LAST-ACTIVITY-DATE = ZEROS
005510             MOVE 'ACTIVITY DATE UNUSABLE - REVIEW'
005520                 TO WS-HELD-REASON
005530             PERFORM 2800-WRITE-HELD-LINE
005540             GO TO 2100-EXIT
005550         END-IF
005560         IF CUST-LAST-ACTIVITY-DATE NOT > WS-DORMANCY-CUTOFF
005570             PERFORM 2500-HOLD-FOR-ESCHEAT
005580             GO TO 2100-EXIT
005590         END-IF
005600     END-IF
005610     IF WS-LAST-PAYMENT-DATE > WS-HOLD-CUTOFF
005620         ADD 1 TO WS-RECENT-PAYMENT-COUNT
005630         MOVE 'PAYMENT INSIDE HOLD PERIOD' TO WS-HELD-REASON
005640         PERFORM 2810-WRITE-ACCOUNT-LINE
005650         GO TO 2100-EXIT
005660     END-IF
005670     IF NOT WS-ADDRESS-FOUND OR ADR-ADDRESS-LINE-1 = SPACES
005680         MOVE 'NO ADDRESS ON FILE' TO WS-HELD-REASON
005690         PERFORM 2800-WRITE-HELD-LINE
005700         GO TO 2100-EXIT
005710     END-IF
005720     IF ADR-MAIL-RETURNED
005730         MOVE 'RETURNED MAIL - ADDRESS NOT GOOD'
005740             TO WS-HELD-REASON
005750         PERFORM 2800-WRITE-HELD-LINE
005760         GO TO 2100-EXIT
005770     END-IF
005780     IF WS-CREDIT-AMOUNT > 9999999.99
005790         MOVE 'CREDIT TOO LARGE FOR ONE REFUND ITEM'
005800             TO WS-HELD-REASON
005810         PERFORM 2800-WRITE-HELD-LINE
005820         GO TO 2100-EXIT
005830     END-IF
005840     PERFORM 2400-CUT-REFUND.
005850 2100-EXIT.
005860     EXIT.
005870
005880*****************************************************************
005890* 2200-FIND-LAST-PAYMENT - walk the account's postings and keep
005900* the date of the last customer payment: a credit that is not a
005910* merge transfer leg, not a reversal or returned-item fee entry,
005920* and not itself reversed by a returned item since. Zero means
005930* no payment on file to hold for.
005940*****************************************************************
005950 2200-FIND-LAST-PAYMENT.
005960     MOVE ZEROS TO WS-LAST-PAYMENT-DATE
005970     MOVE 'N' TO WS-BROWSE-DONE-FLAG
005980     IF WS-HISTORY-PRESENT
005990         MOVE CUST-ID TO HIST-CUST-ID
006000         MOVE ZEROS TO HIST-TRANS-DATE
006010         MOVE ZEROS TO HIST-SEQ-NO
006020         START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
006030             INVALID KEY
006040                 SET WS-BROWSE-DONE TO TRUE
006050         END-START
006060     ELSE
006070         SET WS-BROWSE-DONE TO TRUE
006080     END-IF
006090     PERFORM 2210-READ-NEXT-POSTING
006100         UNTIL WS-BROWSE-DONE.
006110
006120 2210-READ-NEXT-POSTING.
006130     READ HISTORY-FILE NEXT RECORD
006140         AT END
006150             SET WS-BROWSE-DONE TO TRUE
006160         NOT AT END
006170             IF HIST-CUST-ID NOT = CUST-ID
006180                 SET WS-BROWSE-DONE TO TRUE
006190             ELSE
006200                 IF HIST-TYPE-CREDIT
006210                         AND HIST-REVERSAL-FLAG = SPACE
006220                         AND HIST-ITEM-REF(1:4) NOT = 'MRG '
006230                     MOVE HIST-TRANS-DATE TO WS-LAST-PAYMENT-DATE
006240                 END-IF
006250             END-IF
006260     END-READ.
006270
006280 2300-FIND-ADDRESS.
006290     MOVE 'N' TO WS-ADDRESS-FOUND-SW
006300     MOVE SPACES TO ADDRESS-RECORD
006310     IF WS-ADDRESS-PRESENT
006320         MOVE CUST-ID TO ADR-CUST-ID
006330         READ ADDRESS-FILE
006340             INVALID KEY
006350                 MOVE SPACES TO ADDRESS-RECORD
006360             NOT INVALID KEY
006370                 SET WS-ADDRESS-FOUND TO TRUE
006380         END-READ
006390     END-IF.
006400
006410*****************************************************************
006420* 2400-CUT-REFUND - a debit for the whole credit brings the
006430* balance back to zero when CUSTUPDT posts it. The payee record
006440* carries the same batch and reference for accounts payable.
006450*****************************************************************
006460 2400-CUT-REFUND.
006470     ADD 1 TO WS-REFUND-COUNT
006480     ADD WS-CREDIT-AMOUNT TO WS-HASH-TOTAL
006490     MOVE CUST-ID TO WS-REFUND-REF-CUST-ID
006500     MOVE SPACES TO TRANSACTION-RECORD
006510     MOVE CUST-ID TO TRANS-CUST-ID
006520     SET TRANS-TYPE-DEBIT TO TRUE
006530     MOVE WS-CREDIT-AMOUNT TO TRANS-AMOUNT
006540     MOVE WS-BUSINESS-DATE TO TRANS-DATE
006550     SET TRANS-REASON-REFUND TO TRUE
006560     MOVE WS-REFUND-REF TO TRANS-ITEM-REF
006570     MOVE ZERO TO TRANS-RETURN-FEE
006580     WRITE TRANSACTION-RECORD
006590     MOVE SPACES TO AP-PAYEE-RECORD
006600     SET APP-TYPE-PAYEE TO TRUE
006610     MOVE RFC-BATCH-NUMBER TO APP-BATCH-NUMBER
006620     MOVE WS-BUSINESS-DATE TO APP-BUSINESS-DATE
006630     MOVE CUST-ID TO APP-CUST-ID
006640     MOVE CUST-LAST-NAME TO APP-LAST-NAME
006650     MOVE CUST-FIRST-NAME TO APP-FIRST-NAME
006660     MOVE WS-CREDIT-AMOUNT TO APP-REFUND-AMOUNT
006670     MOVE WS-REFUND-REF TO APP-REFUND-REF
006680     MOVE ADR-ADDRESS-LINE-1 TO APP-ADDRESS-LINE-1
006690     MOVE ADR-ADDRESS-LINE-2 TO APP-ADDRESS-LINE-2
006700     MOVE ADR-CITY TO APP-CITY
006710     MOVE ADR-STATE TO APP-STATE
006720     MOVE ADR-POSTAL-CODE TO APP-POSTAL-CODE
006730     WRITE AP-PAYEE-RECORD
006740     MOVE SPACES TO WS-HELD-REASON
006750     STRING 'REFUNDED - REF ' WS-REFUND-REF
006760         DELIMITED BY SIZE INTO WS-HELD-REASON
006770     PERFORM 2810-WRITE-ACCOUNT-LINE.
006780
006790*****************************************************************
006800* 2500-HOLD-FOR-ESCHEAT - the first report of an account writes
006810* its holding record; a later run refreshes the amount, address
006820* and last-reported date while it is still held. An account the
006830* filing has already remitted but which is still in credit on
006840* the master is listed for finance to clear, not held again.
006850*****************************************************************
006860 2500-HOLD-FOR-ESCHEAT.
006870     MOVE 'N' TO WS-ESCHEAT-NEW-SW
006880     MOVE CUST-ID TO ESH-CUST-ID
006890     READ ESCHEAT-HOLD-FILE
006900         INVALID KEY
006910             SET WS-ESCHEAT-NEW TO TRUE
006920     END-READ
006930     IF NOT WS-ESCHEAT-NEW AND ESH-REMITTED
006940         ADD 1 TO WS-REMITTED-COUNT
006950         MOVE 'REMITTED - CREDIT STILL ON FILE' TO WS-ESCHEAT-DESC
006960         PERFORM 2900-WRITE-ESCHEAT-LINES
006970     ELSE
006980         IF WS-ESCHEAT-NEW
006990             MOVE SPACES TO ESCHEAT-HOLD-RECORD
007000             MOVE CUST-ID TO ESH-CUST-ID
007010             MOVE WS-BUSINESS-DATE TO ESH-FIRST-REPORTED-DATE
007020             SET ESH-HELD TO TRUE
007030         END-IF
007040         MOVE CUST-LAST-NAME TO ESH-LAST-NAME
007050         MOVE CUST-FIRST-NAME TO ESH-FIRST-NAME
007060         MOVE CUST-STATUS TO ESH-ACCOUNT-STATUS
007070         MOVE CUST-LAST-ACTIVITY-DATE TO ESH-LAST-ACTIVITY-DATE
007080         MOVE WS-LAST-PAYMENT-DATE TO ESH-LAST-PAYMENT-DATE
007090         MOVE WS-CREDIT-AMOUNT TO ESH-AMOUNT
007100         MOVE ADR-MAILING-ADDRESS TO ESH-OWNER-ADDRESS
007110         MOVE WS-BUSINESS-DATE TO ESH-LAST-REPORTED-DATE
007120         IF WS-ESCHEAT-NEW
007130             WRITE ESCHEAT-HOLD-RECORD
007140         ELSE
007150             REWRITE ESCHEAT-HOLD-RECORD
007160         END-IF
007170         IF WS-ESCHHOLD-FILE-STATUS NOT = '00'
007180             ADD 1 TO WS-ESCHEAT-ERROR-COUNT
007190             DISPLAY 'HOLDING FILE UPDATE FAILED FOR CUST-ID '
007200                 CUST-ID ' STATUS ' WS-ESCHHOLD-FILE-STATUS
007210             MOVE 'NOT HELD - HOLDING FILE ERROR'
007220                 TO WS-ESCHEAT-DESC
007230         ELSE
007240             ADD 1 TO WS-ESCHEAT-COUNT
007250             ADD WS-CREDIT-AMOUNT TO WS-ESCHEAT-TOTAL
007260             IF WS-ESCHEAT-NEW
007270                 ADD 1 TO WS-ESCHEAT-NEW-COUNT
007280                 MOVE 'NEW - HELD' TO WS-ESCHEAT-DESC
007290             ELSE
007300                 MOVE SPACES TO WS-ESCHEAT-DESC
007310                 STRING 'HELD SINCE ' ESH-FIRST-REPORTED-DATE
007320                     DELIMITED BY SIZE INTO WS-ESCHEAT-DESC
007330             END-IF
007340             PERFORM 2600-ADD-STATE-TOTAL
007350         END-IF
007360         PERFORM 2900-WRITE-ESCHEAT-LINES
007370     END-IF.
007380
007390 2600-ADD-STATE-TOTAL.
007400     IF ADR-STATE = SPACES
007410         MOVE '**' TO WS-OWNER-STATE
007420     ELSE
007430         MOVE ADR-STATE TO WS-OWNER-STATE
007440     END-IF
007450     MOVE 'N' TO WS-ENTRY-FOUND-SW
007460     MOVE ZERO TO WS-STATE-POS
007470     PERFORM 2610-TEST-STATE-ENTRY
007480         UNTIL WS-ENTRY-FOUND
007490             OR WS-STATE-POS NOT < WS-STATE-COUNT
007500     IF NOT WS-ENTRY-FOUND
007510         IF WS-STATE-COUNT < WS-STATE-MAX
007520             ADD 1 TO WS-STATE-COUNT
007530             MOVE WS-STATE-COUNT TO WS-STATE-POS
007540             MOVE WS-OWNER-STATE TO WS-ST-STATE(WS-STATE-POS)
007550             MOVE ZEROS TO WS-ST-COUNT(WS-STATE-POS)
007560             MOVE ZERO TO WS-ST-AMOUNT(WS-STATE-POS)
007570         ELSE
007580             DISPLAY 'STATE TOTAL TABLE FULL - ' WS-OWNER-STATE
007590                 ' NOT TOTALLED BY STATE'
007600             MOVE ZERO TO WS-STATE-POS
007610         END-IF
007620     END-IF
007630     IF WS-STATE-POS > ZERO
007640         ADD 1 TO WS-ST-COUNT(WS-STATE-POS)
007650         ADD WS-CREDIT-AMOUNT TO WS-ST-AMOUNT(WS-STATE-POS)
007660     END-IF.
007670
007680 2610-TEST-STATE-ENTRY.
007690     ADD 1 TO WS-STATE-POS
007700     IF WS-ST-STATE(WS-STATE-POS) = WS-OWNER-STATE
007710         SET WS-ENTRY-FOUND TO TRUE
007720     END-IF.
007730
007740 2800-WRITE-HELD-LINE.
007750     ADD 1 TO WS-HELD-COUNT
007760     PERFORM 2810-WRITE-ACCOUNT-LINE.
007770
007780 2810-WRITE-ACCOUNT-LINE.
007790     MOVE WS-CREDIT-AMOUNT TO WS-DISPLAY-AMOUNT
007800     MOVE SPACES TO REGISTER-LINE
007810     STRING 'CUST-ID: ' CUST-ID ' ' CUST-LAST-NAME
007820            ' ' CUST-FIRST-NAME
007830            '  STATUS: ' CUST-STATUS
007840            '  CREDIT: ' WS-DISPLAY-AMOUNT
007850            '  LAST PMT: ' WS-LAST-PAYMENT-DATE
007860            '  ' WS-HELD-REASON
007870         DELIMITED BY SIZE INTO REGISTER-LINE
007880     WRITE REGISTER-LINE
007890     MOVE SPACES TO WS-HELD-REASON.
007900
007910 2900-WRITE-ESCHEAT-LINES.
007920     MOVE WS-CREDIT-AMOUNT TO WS-DISPLAY-AMOUNT
007930     MOVE SPACES TO ESCHEAT-LINE
007940     STRING 'CUST-ID: ' CUST-ID ' ' CUST-LAST-NAME
007950            ' ' CUST-FIRST-NAME
007960            '  STATUS: ' CUST-STATUS
007970            '  LAST ACTIVITY: ' CUST-LAST-ACTIVITY-DATE
007980            '  AMOUNT: ' WS-DISPLAY-AMOUNT
007990            '  ' WS-ESCHEAT-DESC
008000         DELIMITED BY SIZE INTO ESCHEAT-LINE
008010     WRITE ESCHEAT-LINE
008020     MOVE SPACES TO ESCHEAT-LINE
008030     IF ADR-ADDRESS-LINE-1 = SPACES
008040         STRING '   NO ADDRESS ON FILE'
008050             DELIMITED BY SIZE INTO ESCHEAT-LINE
008060     ELSE
008070         STRING '   ' ADR-ADDRESS-LINE-1
008080                ' ' ADR-ADDRESS-LINE-2
008090                ' ' ADR-CITY ' ' ADR-STATE ' ' ADR-POSTAL-CODE
008100             DELIMITED BY SIZE INTO ESCHEAT-LINE
008110     END-IF
008120     WRITE ESCHEAT-LINE.
008130
008140 3000-CLOSE-FILES.
008150     CLOSE CUSTOMER-FILE
008160     IF WS-HISTORY-PRESENT
008170         CLOSE HISTORY-FILE
008180     END-IF
008190     IF WS-ADDRESS-PRESENT
008200         CLOSE ADDRESS-FILE
008210     END-IF
008220     CLOSE ESCHEAT-HOLD-FILE
008230     PERFORM 3010-WRITE-BATCH-TRAILER
008240     CLOSE BATCH-FILE
008250     PERFORM 3015-WRITE-PAYEE-TRAILER
008260     CLOSE PAYEE-FILE
008270     PERFORM 3020-WRITE-REGISTER-TRAILER
008280     CLOSE REFUND-REGISTER
008290     PERFORM 3030-WRITE-ESCHEAT-TRAILER
008300     CLOSE ESCHEAT-REPORT
008310     DISPLAY 'REFUND BATCH ' RFC-BATCH-NUMBER
008320         ' BUSINESS DATE ' WS-BUSINESS-DATE ' CUT'
008330     DISPLAY 'ACCOUNTS READ: ' WS-RECORD-COUNT
008340     DISPLAY 'ACCOUNTS IN CREDIT: ' WS-CREDIT-COUNT
008350     DISPLAY 'REFUNDS CUT: ' WS-REFUND-COUNT
008360     DISPLAY 'HELD - PAYMENT INSIDE HOLD: '
008370         WS-RECENT-PAYMENT-COUNT
008380     DISPLAY 'HELD FOR REVIEW: ' WS-HELD-COUNT
008390     DISPLAY 'UNCLAIMED PROPERTY HELD: ' WS-ESCHEAT-COUNT
008400         ' NEW: ' WS-ESCHEAT-NEW-COUNT
008410     IF WS-ESCHEAT-ERROR-COUNT > ZERO
008420         MOVE 8 TO RETURN-CODE
008430     ELSE
008440         IF WS-HELD-COUNT > ZERO OR WS-REMITTED-COUNT > ZERO
008450             MOVE 4 TO RETURN-CODE
008460         END-IF
008470     END-IF.
008480 3000-EXIT.
008490     EXIT.
008500
008510*****************************************************************
008520* 3010-WRITE-BATCH-TRAILER - count and hash built from the
008530* refunds actually written, so the refund batch proves out
008540* through 1100-VERIFY-BATCH by construction.
008550*****************************************************************
008560 3010-WRITE-BATCH-TRAILER.
008570     MOVE SPACES TO BATCH-CONTROL-RECORD
008580     MOVE '000000' TO BCH-RECORD-ID
008590     SET BCH-TYPE-TRAILER TO TRUE
008600     MOVE RFC-BATCH-NUMBER TO BCH-BATCH-NUMBER
008610     MOVE WS-BUSINESS-DATE TO BCH-BUSINESS-DATE
008620     MOVE WS-REFUND-COUNT TO BCH-RECORD-COUNT
008630     MOVE WS-HASH-TOTAL TO BCH-HASH-TOTAL
008640     WRITE BATCH-CONTROL-RECORD.
008650
008660 3015-WRITE-PAYEE-TRAILER.
008670     MOVE SPACES TO AP-PAYEE-RECORD
008680     SET APP-TYPE-TRAILER TO TRUE
008690     MOVE RFC-BATCH-NUMBER TO APP-BATCH-NUMBER
008700     MOVE WS-BUSINESS-DATE TO APP-BUSINESS-DATE
008710     MOVE WS-REFUND-COUNT TO APP-PAYEE-COUNT
008720     MOVE WS-HASH-TOTAL TO APP-PAYEE-TOTAL
008730     WRITE AP-PAYEE-RECORD.
008740
008750 3020-WRITE-REGISTER-TRAILER.
008760     MOVE WS-HASH-TOTAL TO WS-DISPLAY-TOTAL
008770     MOVE SPACES TO REGISTER-LINE
008780     WRITE REGISTER-LINE
008790     MOVE SPACES TO REGISTER-LINE
008800     STRING 'ACCOUNTS READ: ' WS-RECORD-COUNT
008810            '  IN CREDIT: ' WS-CREDIT-COUNT
008820            '  AT OR UNDER THRESHOLD: ' WS-SMALL-CREDIT-COUNT
008830            '  TO UNCLAIMED PROPERTY: ' WS-ESCHEAT-COUNT
008840         DELIMITED BY SIZE INTO REGISTER-LINE
008850     WRITE REGISTER-LINE
008860     MOVE SPACES TO REGISTER-LINE
008870     STRING 'REFUNDS CUT: ' WS-REFUND-COUNT
008880            '  AMOUNT: ' WS-DISPLAY-TOTAL
008890            '  PAYMENT INSIDE HOLD: ' WS-RECENT-PAYMENT-COUNT
008900            '  HELD FOR REVIEW: ' WS-HELD-COUNT
008910         DELIMITED BY SIZE INTO REGISTER-LINE
008920     WRITE REGISTER-LINE.
008930
008940 3030-WRITE-ESCHEAT-TRAILER.
008950     MOVE SPACES TO ESCHEAT-LINE
008960     WRITE ESCHEAT-LINE
008970     MOVE ZERO TO WS-STATE-POS
008980     PERFORM 3035-WRITE-STATE-TOTAL
008990         UNTIL WS-STATE-POS NOT < WS-STATE-COUNT
009000     MOVE WS-ESCHEAT-TOTAL TO WS-DISPLAY-TOTAL
009010     MOVE SPACES TO ESCHEAT-LINE
009020     STRING 'ACCOUNTS HELD: ' WS-ESCHEAT-COUNT
009030            '  NEW THIS RUN: ' WS-ESCHEAT-NEW-COUNT
009040            '  AMOUNT HELD: ' WS-DISPLAY-TOTAL
009050            '  REMITTED STILL IN CREDIT: ' WS-REMITTED-COUNT
009060            '  HOLDING FILE ERRORS: ' WS-ESCHEAT-ERROR-COUNT
009070         DELIMITED BY SIZE INTO ESCHEAT-LINE
009080     WRITE ESCHEAT-LINE.
009090
009100 3035-WRITE-STATE-TOTAL.
009110     ADD 1 TO WS-STATE-POS
009120     MOVE WS-ST-AMOUNT(WS-STATE-POS) TO WS-DISPLAY-TOTAL
009130     MOVE SPACES TO ESCHEAT-LINE
009140     STRING 'STATE: ' WS-ST-STATE(WS-STATE-POS)
009150            '  ACCOUNTS: ' WS-ST-COUNT(WS-STATE-POS)
009160            '  AMOUNT: ' WS-DISPLAY-TOTAL
009170         DELIMITED BY SIZE INTO ESCHEAT-LINE
009180     WRITE ESCHEAT-LINE.
