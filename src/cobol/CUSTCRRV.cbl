000010*****************************************************************
000020* Program:      CUSTCRRV
000030* Purpose:      Quarterly credit-line review - scores every active
000040*               account that has a credit limit on file from its
000050*               payment behaviour over the review window on
000060*               HISTORY-FILE (payments made, returned items), its
000070*               delinquency bucket from the CUSTDLQ extract, its
000080*               utilisation of the limit, and how often it landed
000090*               in suspense (the CUSTUPDT hold log). Parameter
000100*               card rules turn the score into a proposed
000110*               increase, decrease or no change. Approved
000120*               proposals are written as MAINT-FILE change records
000130*               carrying only the new limit, so CUSTMNT applies
000140*               them with its normal register and rejects; a
000150*               review report lists every proposal, its reason and
000160*               its approval for the credit committee.
000170*               Run in mode P first: the report shows what would
000180*               change and which increases need the committee. The
000190*               committee's approval cards are then read by the
000200*               mode A run, which cuts the MAINT-FILE records.
000210* Author:       Stormer Mainframes
000220* Installation: Stormer Mainframes Data Center
000230* Date-Written: 2026
000240* Date-Compiled: 2026
000250*-----------------------------------------------------------------
000260* Modification History
000270* Date       By   Description
000280* 2026       SM   Original program.
000290*****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. CUSTCRRV.
000320 AUTHOR. STORMER-MAINFRAMES.
000330 INSTALLATION. STORMER-MAINFRAMES-DATA-CENTER.
000340 DATE-WRITTEN. 2026.
000350 DATE-COMPILED. 2026.
000360
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-ZOS.
000400 OBJECT-COMPUTER. IBM-ZOS.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CUSTOMER-FILE
000440         ASSIGN TO CUSTFILE
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS CUST-ID
000480         FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
000490
000500     SELECT HISTORY-FILE
000510         ASSIGN TO TRANHIST
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS HIST-KEY
000550         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000560
000570     SELECT HOLD-LOG-FILE
000580         ASSIGN TO HOLDLOG
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS HLD-KEY
000620         FILE STATUS IS WS-HOLDLOG-FILE-STATUS.
000630
000640     SELECT BUCKET-EXTRACT-FILE
000650         ASSIGN TO DLQBKT
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-BUCKET-FILE-STATUS.
000680
000690     SELECT REVIEW-PARM-FILE
000700         ASSIGN TO CRVPARM
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-PARM-FILE-STATUS.
000730
000740     SELECT APPROVAL-CARD-FILE
000750         ASSIGN TO CRVAPPR
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-APPROVAL-FILE-STATUS.
000780
000790     SELECT DATE-CONTROL-FILE
000800         ASSIGN TO DATECTL
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-DATECTL-FILE-STATUS.
000830
000840     SELECT MAINT-FILE
000850         ASSIGN TO CRVMAINT
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-MAINT-FILE-STATUS.
000880
000890     SELECT REVIEW-REPORT
000900         ASSIGN TO CRVRPT
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-REPORT-FILE-STATUS.
000930
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  CUSTOMER-FILE
000970     RECORD CONTAINS 76 CHARACTERS.
000980     COPY CUSTREC.
000990
001000 FD  HISTORY-FILE
001010     RECORD CONTAINS 60 CHARACTERS.
001020     COPY TRANHIST.
001030
001040 FD  HOLD-LOG-FILE
001050     RECORD CONTAINS 60 CHARACTERS.
001060     COPY HOLDLOG.
001070
001080 FD  BUCKET-EXTRACT-FILE
001090     RECORD CONTAINS 80 CHARACTERS.
001100     COPY DLQBKT.
001110
001120*-----------------------------------------------------------------
001130* Review parameter card. Mode P proposes only; mode A also cuts
001140* the MAINT-FILE records for approved proposals. Percentages are
001150* whole numbers; amounts carry two implied decimals.
001160*-----------------------------------------------------------------
001170 FD  REVIEW-PARM-FILE
001180     RECORD CONTAINS 80 CHARACTERS.
001190 01  REVIEW-PARM-RECORD.
001200     05  CRP-RUN-MODE               PIC X(01).
001210         88  CRP-MODE-PROPOSE           VALUE 'P'.
001220         88  CRP-MODE-APPLY             VALUE 'A'.
001230     05  CRP-REVIEW-DAYS            PIC 9(03).
001240     05  CRP-INC-MIN-SCORE          PIC 9(03).
001250     05  CRP-INC-MIN-UTIL-PCT       PIC 9(03).
001260     05  CRP-INC-PCT                PIC 9(03).
001270     05  CRP-INC-MAX-LIMIT          PIC 9(07)V99.
001280     05  CRP-AUTO-APPROVE-LIMIT     PIC 9(07)V99.
001290     05  CRP-DEC-MAX-SCORE          PIC 9(03).
001300     05  CRP-DEC-BUCKET             PIC 9(01).
001310     05  CRP-DEC-PCT                PIC 9(03).
001320     05  CRP-MIN-LIMIT              PIC 9(07)V99.
001330     05  FILLER                     PIC X(33).
001340
001350*-----------------------------------------------------------------
001360* Committee decision card - A approves the proposal (at the
001370* keyed limit when one is given), R turns it down.
001380*-----------------------------------------------------------------
001390 FD  APPROVAL-CARD-FILE
001400     RECORD CONTAINS 80 CHARACTERS.
001410 01  APPROVAL-CARD-RECORD.
001420     05  APR-CUST-ID                PIC 9(06).
001430     05  APR-DECISION               PIC X(01).
001440         88  APR-APPROVED               VALUE 'A'.
001450         88  APR-REJECTED               VALUE 'R'.
001460     05  APR-LIMIT                  PIC 9(07)V99.
001470     05  APR-LIMIT-X REDEFINES APR-LIMIT
001480                                    PIC X(09).
001490     05  FILLER                     PIC X(64).
001500
001510 FD  DATE-CONTROL-FILE
001520     RECORD CONTAINS 80 CHARACTERS.
001530     COPY DATECTL.
001540
001550 FD  MAINT-FILE
001560     RECORD CONTAINS 80 CHARACTERS.
001570     COPY MNTREC.
001580
001590 FD  REVIEW-REPORT
001600     RECORD CONTAINS 132 CHARACTERS.
001610 01  REPORT-LINE                    PIC X(132).
001620
001630 WORKING-STORAGE SECTION.
001640 77  WS-CUSTOMER-FILE-STATUS        PIC XX VALUE SPACES.
001650 77  WS-HISTORY-FILE-STATUS         PIC XX VALUE SPACES.
001660 77  WS-HOLDLOG-FILE-STATUS         PIC XX VALUE SPACES.
001670 77  WS-BUCKET-FILE-STATUS          PIC XX VALUE SPACES.
001680 77  WS-PARM-FILE-STATUS            PIC XX VALUE SPACES.
001690 77  WS-APPROVAL-FILE-STATUS        PIC XX VALUE SPACES.
001700 77  WS-DATECTL-FILE-STATUS         PIC XX VALUE SPACES.
001710 77  WS-MAINT-FILE-STATUS           PIC XX VALUE SPACES.
001720 77  WS-REPORT-FILE-STATUS          PIC XX VALUE SPACES.
001730
001740 77  WS-EOF-FLAG                    PIC X  VALUE 'N'.
001750     88  WS-EOF                         VALUE 'Y'.
001760 77  WS-BUCKET-EOF-FLAG             PIC X  VALUE 'N'.
001770     88  WS-BUCKET-EOF                  VALUE 'Y'.
001780 77  WS-APPROVAL-EOF-FLAG           PIC X  VALUE 'N'.
001790     88  WS-APPROVAL-EOF                VALUE 'Y'.
001800 77  WS-BROWSE-DONE-FLAG            PIC X  VALUE 'N'.
001810     88  WS-BROWSE-DONE                 VALUE 'Y'.
001820 77  WS-HISTORY-PRESENT-SW          PIC X  VALUE 'Y'.
001830     88  WS-HISTORY-PRESENT             VALUE 'Y'.
001840 77  WS-HOLDLOG-PRESENT-SW          PIC X  VALUE 'Y'.
001850     88  WS-HOLDLOG-PRESENT             VALUE 'Y'.
001860 77  WS-STALE-EXTRACT-SW            PIC X  VALUE 'N'.
001870     88  WS-STALE-EXTRACT               VALUE 'Y'.
001880 77  WS-ENTRY-FOUND-SW              PIC X  VALUE 'N'.
001890     88  WS-ENTRY-FOUND                 VALUE 'Y'.
001900 77  WS-LEAP-YEAR-SW                PIC X  VALUE 'N'.
001910     88  WS-LEAP-YEAR                   VALUE 'Y'.
001920
001930 77  WS-BUSINESS-DATE               PIC 9(08) VALUE ZEROS.
001940 77  WS-WINDOW-START                PIC 9(08) VALUE ZEROS.
001950 77  WS-DAYS-BACK                   PIC 9(03) VALUE ZEROS.
001960 77  WS-REMAINDER                   PIC 9(04) VALUE ZEROS.
001970 77  WS-QUOTIENT                    PIC 9(04) VALUE ZEROS.
001980
001990 01  WS-WORK-DATE.
002000     05  WS-WORK-YEAR                PIC 9(04).
002010     05  WS-WORK-MONTH               PIC 9(02).
002020     05  WS-WORK-DAY                 PIC 9(02).
002030 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
002040                                     PIC 9(08).
002050
002060*-----------------------------------------------------------------
002070* The account under review - its scoring factors, score and the
002080* proposal they lead to.
002090*-----------------------------------------------------------------
002100 77  WS-BUCKET                      PIC 9(01) VALUE ZERO.
002110 77  WS-PAYMENT-COUNT               PIC 9(04) VALUE ZEROS.
002120 77  WS-RETURN-COUNT                PIC 9(04) VALUE ZEROS.
002130 77  WS-HOLD-COUNT                  PIC 9(04) VALUE ZEROS.
002140 77  WS-UTIL-PCT                    PIC 9(03) VALUE ZEROS.
002150 77  WS-UTIL-WORK             PIC S9(11)V99 COMP-3 VALUE ZERO.
002160 77  WS-SCORE                 PIC S9(04) COMP-3 VALUE ZERO.
002170 77  WS-CURRENT-LIMIT         PIC S9(7)V99 COMP-3 VALUE ZERO.
002180 77  WS-NEW-LIMIT             PIC S9(7)V99 COMP-3 VALUE ZERO.
002190 77  WS-LIMIT-WORK            PIC S9(9)V99 COMP-3 VALUE ZERO.
002200 77  WS-PROPOSAL                    PIC X(01) VALUE SPACES.
002210     88  WS-PROPOSE-INCREASE            VALUE 'I'.
002220     88  WS-PROPOSE-DECREASE            VALUE 'D'.
002230     88  WS-PROPOSE-NO-CHANGE           VALUE 'N'.
002240 77  WS-PROPOSAL-DESC               PIC X(09) VALUE SPACES.
002250 77  WS-REASON                      PIC X(40) VALUE SPACES.
002260 77  WS-APPROVAL                    PIC X(01) VALUE SPACES.
002270     88  WS-APPROVED                    VALUE 'A'.
002280     88  WS-NOT-APPROVED                VALUE 'N'.
002290 77  WS-APPROVAL-DESC               PIC X(22) VALUE SPACES.
002300
002310*-----------------------------------------------------------------
002320* Run counters and totals.
002330*-----------------------------------------------------------------
002340 77  WS-RECORD-COUNT                PIC 9(06) VALUE ZEROS.
002350 77  WS-REVIEWED-COUNT              PIC 9(06) VALUE ZEROS.
002360 77  WS-NOT-ACTIVE-COUNT            PIC 9(06) VALUE ZEROS.
002370 77  WS-NO-LIMIT-COUNT              PIC 9(06) VALUE ZEROS.
002380 77  WS-INCREASE-COUNT              PIC 9(06) VALUE ZEROS.
002390 77  WS-DECREASE-COUNT              PIC 9(06) VALUE ZEROS.
002400 77  WS-NO-CHANGE-COUNT             PIC 9(06) VALUE ZEROS.
002410 77  WS-APPROVED-COUNT              PIC 9(06) VALUE ZEROS.
002420 77  WS-REFERRED-COUNT              PIC 9(06) VALUE ZEROS.
002430 77  WS-TURNED-DOWN-COUNT           PIC 9(06) VALUE ZEROS.
002440 77  WS-MAINT-COUNT                 PIC 9(06) VALUE ZEROS.
002450 77  WS-UNUSED-CARD-COUNT           PIC 9(06) VALUE ZEROS.
002460 77  WS-LIMIT-CHANGE-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
002470
002480*-----------------------------------------------------------------
002490* Committee decision cards, loaded once at open. A card that
002500* matches no proposal is listed at the end of the report.
002510*-----------------------------------------------------------------
002520 77  WS-APPROVAL-MAX                PIC 9(04) COMP VALUE 2000.
002530 77  WS-APPROVAL-COUNT              PIC 9(04) COMP VALUE ZERO.
002540 77  WS-APPROVAL-POS                PIC 9(04) COMP VALUE ZERO.
002550 01  WS-APPROVAL-TABLE.
002560     05  WS-APPROVAL-ENTRY OCCURS 2000 TIMES.
002570         10  WS-APR-CUST-ID         PIC 9(06).
002580         10  WS-APR-DECISION        PIC X(01).
002590         10  WS-APR-LIMIT           PIC 9(07)V99.
002600         10  WS-APR-LIMIT-X REDEFINES WS-APR-LIMIT
002610                                    PIC X(09).
002620         10  WS-APR-USED            PIC X(01).
002630
002640 77  WS-DISPLAY-LIMIT               PIC Z,ZZZ,ZZ9.99.
002650 77  WS-DISPLAY-NEW-LIMIT           PIC Z,ZZZ,ZZ9.99.
002660 77  WS-DISPLAY-BALANCE             PIC ZZZ,ZZZ,ZZ9.99-.
002670 77  WS-DISPLAY-TOTAL               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002680 77  WS-DISPLAY-SCORE               PIC ZZ9.
002690 77  WS-DISPLAY-UTIL                PIC ZZ9.
002700
002710 PROCEDURE DIVISION.
002720 0000-MAIN.
002730     PERFORM 1000-OPEN-FILES THRU 1000-EXIT
002740     PERFORM 2000-REVIEW-ACCOUNTS THRU 2000-EXIT
002750         UNTIL WS-EOF
002760     PERFORM 3000-CLOSE-FILES THRU 3000-EXIT
002770     STOP RUN.
002780
002790 1000-OPEN-FILES.
002800     PERFORM 1005-READ-BUSINESS-DATE
002810     PERFORM 1010-READ-REVIEW-PARMS
002820     PERFORM 1015-COMPUTE-WINDOW-START
002830     OPEN INPUT CUSTOMER-FILE
002840     IF WS-CUSTOMER-FILE-STATUS NOT = '00'
002850         DISPLAY 'ERROR OPENING CUSTOMER FILE: '
002860             WS-CUSTOMER-FILE-STATUS
002870         MOVE 16 TO RETURN-CODE
002880         STOP RUN
002890     END-IF
002900     OPEN INPUT BUCKET-EXTRACT-FILE
002910     IF WS-BUCKET-FILE-STATUS NOT = '00'
002920         DISPLAY 'ERROR OPENING DELINQUENCY BUCKET EXTRACT: '
002930             WS-BUCKET-FILE-STATUS
002940         MOVE 16 TO RETURN-CODE
002950         CLOSE CUSTOMER-FILE
002960         STOP RUN
002970     END-IF
002980     OPEN INPUT HISTORY-FILE
002990     IF WS-HISTORY-FILE-STATUS = '35'
003000         MOVE 'N' TO WS-HISTORY-PRESENT-SW
003010         DISPLAY 'NO HISTORY FILE - NO PAYMENTS COUNTED'
003020     ELSE
003030         IF WS-HISTORY-FILE-STATUS NOT = '00'
003040             DISPLAY 'ERROR OPENING HISTORY FILE: '
003050                 WS-HISTORY-FILE-STATUS
003060             MOVE 16 TO RETURN-CODE
003070             CLOSE CUSTOMER-FILE BUCKET-EXTRACT-FILE
003080             STOP RUN
003090         END-IF
003100     END-IF
003110     OPEN INPUT HOLD-LOG-FILE
003120     IF WS-HOLDLOG-FILE-STATUS = '35'
003130         MOVE 'N' TO WS-HOLDLOG-PRESENT-SW
003140         DISPLAY 'NO SUSPENSE HOLD LOG - NO HOLDS COUNTED'
003150     ELSE
003160         IF WS-HOLDLOG-FILE-STATUS NOT = '00'
003170             DISPLAY 'ERROR OPENING SUSPENSE HOLD LOG: '
003180                 WS-HOLDLOG-FILE-STATUS
003190             MOVE 16 TO RETURN-CODE
003200             CLOSE CUSTOMER-FILE BUCKET-EXTRACT-FILE
003210             STOP RUN
003220         END-IF
003230     END-IF
003240     PERFORM 1030-LOAD-APPROVAL-CARDS
003250     OPEN OUTPUT MAINT-FILE
003260     IF WS-MAINT-FILE-STATUS NOT = '00'
003270         DISPLAY 'ERROR OPENING REVIEW MAINTENANCE FILE: '
003280             WS-MAINT-FILE-STATUS
003290         MOVE 16 TO RETURN-CODE
003300         CLOSE CUSTOMER-FILE BUCKET-EXTRACT-FILE
003310         STOP RUN
003320     END-IF
003330     OPEN OUTPUT REVIEW-REPORT
003340     IF WS-REPORT-FILE-STATUS NOT = '00'
003350         DISPLAY 'ERROR OPENING CREDIT REVIEW REPORT: '
003360             WS-REPORT-FILE-STATUS
003370         MOVE 16 TO RETURN-CODE
003380         CLOSE CUSTOMER-FILE BUCKET-EXTRACT-FILE MAINT-FILE
003390         STOP RUN
003400     END-IF
003410     PERFORM 1050-READ-BUCKET-EXTRACT
003420     IF NOT WS-BUCKET-EOF
003430             AND DBK-BUSINESS-DATE NOT = WS-BUSINESS-DATE
003440         SET WS-STALE-EXTRACT TO TRUE
003450         DISPLAY 'WARNING: DELINQUENCY EXTRACT IS FOR '
003460             DBK-BUSINESS-DATE ' NOT ' WS-BUSINESS-DATE
003470     END-IF
003480     PERFORM 1040-WRITE-REPORT-HEADER.
003490 1000-EXIT.
003500     EXIT.
003510
003520 1005-READ-BUSINESS-DATE.
003530     MOVE SPACES TO DATE-CONTROL-RECORD
003540     OPEN INPUT DATE-CONTROL-FILE
003550     IF WS-DATECTL-FILE-STATUS = '00'
003560         READ DATE-CONTROL-FILE
003570             AT END MOVE SPACES TO DATE-CONTROL-RECORD
003580         END-READ
003590         CLOSE DATE-CONTROL-FILE
003600     END-IF
003610     IF DCT-BUSINESS-DATE IS NOT NUMERIC
003620             OR DCT-BUSINESS-DATE = ZEROS
003630         DISPLAY 'MISSING OR INVALID BUSINESS-DATE CONTROL FILE'
003640         MOVE 16 TO RETURN-CODE
003650         STOP RUN
003660     END-IF
003670     MOVE DCT-BUSINESS-DATE TO WS-BUSINESS-DATE.
003680
003690 1010-READ-REVIEW-PARMS.
003700     MOVE SPACES TO REVIEW-PARM-RECORD
003710     OPEN INPUT REVIEW-PARM-FILE
003720     IF WS-PARM-FILE-STATUS = '00'
003730         READ REVIEW-PARM-FILE
003740             AT END MOVE SPACES TO REVIEW-PARM-RECORD
003750         END-READ
003760         CLOSE REVIEW-PARM-FILE
003770     END-IF
003780     IF (NOT CRP-MODE-PROPOSE AND NOT CRP-MODE-APPLY)
003790             OR CRP-REVIEW-DAYS IS NOT NUMERIC
003800             OR CRP-REVIEW-DAYS = ZERO
003810             OR CRP-INC-MIN-SCORE IS NOT NUMERIC
003820             OR CRP-INC-MIN-UTIL-PCT IS NOT NUMERIC
003830             OR CRP-INC-PCT IS NOT NUMERIC
003840             OR CRP-INC-MAX-LIMIT IS NOT NUMERIC
003850             OR CRP-AUTO-APPROVE-LIMIT IS NOT NUMERIC
003860             OR CRP-DEC-MAX-SCORE IS NOT NUMERIC
003870             OR CRP-DEC-BUCKET IS NOT NUMERIC
003880             OR CRP-DEC-PCT IS NOT NUMERIC
003890             OR CRP-DEC-PCT NOT < 100
003900             OR CRP-MIN-LIMIT IS NOT NUMERIC
003910         DISPLAY 'MISSING OR INVALID CREDIT REVIEW PARAMETER CARD'
003920         MOVE 16 TO RETURN-CODE
003930         STOP RUN
003940     END-IF.
003950
003960*****************************************************************
003970* 1015-COMPUTE-WINDOW-START - back the business date off by the
003980* review-days parameter one calendar day at a time; payments,
003990* returned items and holds on or after that date are counted.
004000*****************************************************************
004010 1015-COMPUTE-WINDOW-START.
004020     MOVE WS-BUSINESS-DATE TO WS-WORK-DATE-N
004030     MOVE CRP-REVIEW-DAYS TO WS-DAYS-BACK
004040     PERFORM 1016-BACK-OFF-ONE-DAY
004050         UNTIL WS-DAYS-BACK = ZERO
004060     MOVE WS-WORK-DATE-N TO WS-WINDOW-START.
004070
004080 1016-BACK-OFF-ONE-DAY.
004090     IF WS-WORK-DAY > 1
004100         SUBTRACT 1 FROM WS-WORK-DAY
004110     ELSE
004120         IF WS-WORK-MONTH = 01
004130             MOVE 12 TO WS-WORK-MONTH
004140             SUBTRACT 1 FROM WS-WORK-YEAR
004150         ELSE
004160             SUBTRACT 1 FROM WS-WORK-MONTH
004170         END-IF
004180         PERFORM 1017-SET-MONTH-END-DAY
004190     END-IF
004200     SUBTRACT 1 FROM WS-DAYS-BACK.
004210
004220 1017-SET-MONTH-END-DAY.
004230     EVALUATE WS-WORK-MONTH
004240         WHEN 04
004250         WHEN 06
004260         WHEN 09
004270         WHEN 11
004280             MOVE 30 TO WS-WORK-DAY
004290         WHEN 02
004300             PERFORM 1018-CHECK-LEAP-YEAR
004310             IF WS-LEAP-YEAR
004320                 MOVE 29 TO WS-WORK-DAY
004330             ELSE
004340                 MOVE 28 TO WS-WORK-DAY
004350             END-IF
004360         WHEN OTHER
004370             MOVE 31 TO WS-WORK-DAY
004380     END-EVALUATE.
004390
004400 1018-CHECK-LEAP-YEAR.
004410     MOVE 'N' TO WS-LEAP-YEAR-SW
004420     DIVIDE WS-WORK-YEAR BY 4
004430         GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
004440     IF WS-REMAINDER = ZERO
004450         DIVIDE WS-WORK-YEAR BY 100
004460             GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
004470         IF WS-REMAINDER NOT = ZERO
004480             SET WS-LEAP-YEAR TO TRUE
004490         ELSE
004500             DIVIDE WS-WORK-YEAR BY 400
004510                 GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
004520             IF WS-REMAINDER = ZERO
004530                 SET WS-LEAP-YEAR TO TRUE
004540             END-IF
004550         END-IF
004560     END-IF.
004570
004580*****************************************************************
004590* 1030-LOAD-APPROVAL-CARDS - the committee's decisions on the
004600* proposals of the mode P run. The deck is optional; without it
004610* only the proposals inside the auto-approval rules go through.
004620*****************************************************************
004630 1030-LOAD-APPROVAL-CARDS.
004640     OPEN INPUT APPROVAL-CARD-FILE
004650     IF WS-APPROVAL-FILE-STATUS = '00'
004660         PERFORM 1035-LOAD-APPROVAL-CARD
004670             UNTIL WS-APPROVAL-EOF
004680         CLOSE APPROVAL-CARD-FILE
004690     END-IF.
004700
004710 1035-LOAD-APPROVAL-CARD.
004720     READ APPROVAL-CARD-FILE
004730         AT END
004740             SET WS-APPROVAL-EOF TO TRUE
004750         NOT AT END
004760             IF APR-CUST-ID IS NOT NUMERIC
004770                     OR (NOT APR-APPROVED AND NOT APR-REJECTED)
004780                     OR (APR-LIMIT-X NOT = SPACES
004790                         AND APR-LIMIT IS NOT NUMERIC)
004800                 DISPLAY 'INVALID APPROVAL CARD IGNORED: '
004810                     APPROVAL-CARD-RECORD(1:16)
004820                 MOVE 4 TO RETURN-CODE
004830             ELSE
004840                 IF WS-APPROVAL-COUNT < WS-APPROVAL-MAX
004850                     ADD 1 TO WS-APPROVAL-COUNT
004860                     MOVE APR-CUST-ID
004870                         TO WS-APR-CUST-ID(WS-APPROVAL-COUNT)
004880                     MOVE APR-DECISION
004890                         TO WS-APR-DECISION(WS-APPROVAL-COUNT)
004900                     MOVE APR-LIMIT-X
004910                         TO WS-APR-LIMIT-X(WS-APPROVAL-COUNT)
004920                     MOVE 'N' TO WS-APR-USED(WS-APPROVAL-COUNT)
004930                 ELSE
004940                     DISPLAY 'APPROVAL TABLE FULL - IGNORED: '
004950                         APR-CUST-ID
004960                     MOVE 4 TO RETURN-CODE
004970                 END-IF
004980             END-IF
004990     END-READ.
005000
005010 1040-WRITE-REPORT-HEADER.
005020     MOVE SPACES TO REPORT-LINE
005030     IF CRP-MODE-APPLY
005040         STRING 'CREDIT-LINE REVIEW - APPROVED CHANGES CUT FOR '
005050                'CUSTMNT - BUSINESS DATE: ' WS-BUSINESS-DATE
005060             DELIMITED BY SIZE INTO REPORT-LINE
005070     ELSE
005080         STRING 'CREDIT-LINE REVIEW - PROPOSALS FOR THE CREDIT '
005090                'COMMITTEE - BUSINESS DATE: ' WS-BUSINESS-DATE
005100             DELIMITED BY SIZE INTO REPORT-LINE
005110     END-IF
005120     WRITE REPORT-LINE
005130     MOVE CRP-INC-MAX-LIMIT TO WS-DISPLAY-LIMIT
005140     MOVE CRP-AUTO-APPROVE-LIMIT TO WS-DISPLAY-NEW-LIMIT
005150     MOVE SPACES TO REPORT-LINE
005160     STRING 'REVIEW WINDOW FROM ' WS-WINDOW-START
005170            '  INCREASE: SCORE ' CRP-INC-MIN-SCORE
005180            '+ UTIL ' CRP-INC-MIN-UTIL-PCT
005190            '%+ BY ' CRP-INC-PCT
005200            '% TO MAX ' WS-DISPLAY-LIMIT
005210            '  AUTO-APPROVE TO ' WS-DISPLAY-NEW-LIMIT
005220         DELIMITED BY SIZE INTO REPORT-LINE
005230     WRITE REPORT-LINE
005240     MOVE CRP-MIN-LIMIT TO WS-DISPLAY-LIMIT
005250     MOVE SPACES TO REPORT-LINE
005260     STRING 'DECREASE: SCORE ' CRP-DEC-MAX-SCORE
005270            '- OR BUCKET ' CRP-DEC-BUCKET
005280            '+ BY ' CRP-DEC-PCT
005290            '% TO MIN ' WS-DISPLAY-LIMIT
005300            '  (NEVER BELOW THE BALANCE OWED)'
005310         DELIMITED BY SIZE INTO REPORT-LINE
005320     WRITE REPORT-LINE
005330     IF WS-STALE-EXTRACT
005340         MOVE SPACES TO REPORT-LINE
005350         STRING '*** DELINQUENCY EXTRACT IS FOR '
005360                DBK-BUSINESS-DATE
005370                ' - BUCKETS MAY BE OUT OF DATE'
005380             DELIMITED BY SIZE INTO REPORT-LINE
005390         WRITE REPORT-LINE
005400     END-IF.
005410
005420 1050-READ-BUCKET-EXTRACT.
005430     READ BUCKET-EXTRACT-FILE
005440         AT END
005450             SET WS-BUCKET-EOF TO TRUE
005460             MOVE 999999 TO DBK-CUST-ID
005470     END-READ.
005480
005490 2000-REVIEW-ACCOUNTS.
005500     READ CUSTOMER-FILE NEXT RECORD
005510         AT END
005520             SET WS-EOF TO TRUE
005530         NOT AT END
005540             ADD 1 TO WS-RECORD-COUNT
005550             PERFORM 2100-REVIEW-ACCOUNT THRU 2100-EXIT
005560     END-READ.
005570 2000-EXIT.
005580     EXIT.
005590
005600*****************************************************************
005610* 2100-REVIEW-ACCOUNT - only an active account with a limit on
005620* file is reviewed; dormant and closed accounts keep theirs, and
005630* a zero limit means no limit, which the review cannot scale.
005640*****************************************************************
005650 2100-REVIEW-ACCOUNT.
005660     IF NOT CUST-STATUS-ACTIVE
005670         ADD 1 TO WS-NOT-ACTIVE-COUNT
005680         GO TO 2100-EXIT
005690     END-IF
005700     IF CUST-CREDIT-LIMIT IS NOT NUMERIC
005710             OR CUST-CREDIT-LIMIT NOT > ZERO
005720         ADD 1 TO WS-NO-LIMIT-COUNT
005730         GO TO 2100-EXIT
005740     END-IF
005750     ADD 1 TO WS-REVIEWED-COUNT
005760     MOVE CUST-CREDIT-LIMIT TO WS-CURRENT-LIMIT
005770     PERFORM 2200-FIND-BUCKET
005780     PERFORM 2300-TALLY-HISTORY
005790     PERFORM 2400-COUNT-HOLDS
005800     PERFORM 2500-SCORE-ACCOUNT
005810     PERFORM 2600-PROPOSE-CHANGE
005820     PERFORM 2700-APPROVE-PROPOSAL THRU 2700-EXIT
005830     PERFORM 2800-WRITE-REVIEW-LINES.
005840 2100-EXIT.
005850     EXIT.
005860
005870*****************************************************************
005880* 2200-FIND-BUCKET - the extract and the master are both in
005890* CUST-ID order; step the extract up to this account. No entry
005900* means the account owed nothing when CUSTDLQ ran: current.
005910*****************************************************************
005920 2200-FIND-BUCKET.
005930     PERFORM 1050-READ-BUCKET-EXTRACT
005940         UNTIL WS-BUCKET-EOF OR DBK-CUST-ID NOT < CUST-ID
005950     IF DBK-CUST-ID = CUST-ID
005960         MOVE DBK-BUCKET TO WS-BUCKET
005970     ELSE
005980         MOVE ZERO TO WS-BUCKET
005990     END-IF.
006000
006010*****************************************************************
006020* 2300-TALLY-HISTORY - walk the account's postings inside the
006030* review window. A credit is a payment unless it is a returned-
006040* item or merge entry; a reversal entry is a returned payment.
006050*****************************************************************
006060 2300-TALLY-HISTORY.
006070     MOVE ZEROS TO WS-PAYMENT-COUNT
006080     MOVE ZEROS TO WS-RETURN-COUNT
006090     MOVE 'N' TO WS-BROWSE-DONE-FLAG
006100     IF WS-HISTORY-PRESENT
006110         MOVE CUST-ID TO HIST-CUST-ID
006120         MOVE WS-WINDOW-START TO HIST-TRANS-DATE
006130         MOVE ZEROS TO HIST-SEQ-NO
006140         START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
006150             INVALID KEY
006160                 SET WS-BROWSE-DONE TO TRUE
006170         END-START
006180     ELSE
006190         SET WS-BROWSE-DONE TO TRUE
006200     END-IF
006210     PERFORM 2310-READ-NEXT-POSTING
006220         UNTIL WS-BROWSE-DONE.
006230
006240 2310-READ-NEXT-POSTING.
006250     READ HISTORY-FILE NEXT RECORD
006260         AT END
006270             SET WS-BROWSE-DONE TO TRUE
006280         NOT AT END
006290             IF HIST-CUST-ID NOT = CUST-ID
006300                 SET WS-BROWSE-DONE TO TRUE
006310             ELSE
006320                 IF HIST-REVERSAL-ENTRY
006330                     ADD 1 TO WS-RETURN-COUNT
006340                 ELSE
006350                     IF HIST-TYPE-CREDIT
006360                             AND NOT HIST-RETURN-FEE-ENTRY
006370                             AND HIST-ITEM-REF(1:4) NOT = 'MRG '
006380                         ADD 1 TO WS-PAYMENT-COUNT
006390                     END-IF
006400                 END-IF
006410             END-IF
006420     END-READ.
006430
006440 2400-COUNT-HOLDS.
006450     MOVE ZEROS TO WS-HOLD-COUNT
006460     MOVE 'N' TO WS-BROWSE-DONE-FLAG
006470     IF WS-HOLDLOG-PRESENT
006480         MOVE CUST-ID TO HLD-CUST-ID
006490         MOVE WS-WINDOW-START TO HLD-HOLD-DATE
006500         MOVE ZEROS TO HLD-SEQ-NO
006510         START HOLD-LOG-FILE KEY IS NOT LESS THAN HLD-KEY
006520             INVALID KEY
006530                 SET WS-BROWSE-DONE TO TRUE
006540         END-START
006550     ELSE
006560         SET WS-BROWSE-DONE TO TRUE
006570     END-IF
006580     PERFORM 2410-READ-NEXT-HOLD
006590         UNTIL WS-BROWSE-DONE.
006600
006610 2410-READ-NEXT-HOLD.
006620     READ HOLD-LOG-FILE NEXT RECORD
006630         AT END
006640             SET WS-BROWSE-DONE TO TRUE
006650         NOT AT END
006660             IF HLD-CUST-ID NOT = CUST-ID
006670                 SET WS-BROWSE-DONE TO TRUE
006680             ELSE
006690                 ADD 1 TO WS-HOLD-COUNT
006700             END-IF
006710     END-READ.
006720
006730*****************************************************************
006740* 2500-SCORE-ACCOUNT - every account starts at 50:
006750*   plus 5 for each payment in the window, at most 25;
006760*   less 15 for each returned payment;
006770*   less 10 for each delinquency bucket past current;
006780*   less 10 for each suspense hold;
006790*   less 10 when more than 90 percent of the limit is used.
006800* The score is held between 0 and 100. Utilisation is the debit
006810* balance as a percentage of the limit; a credit balance is 0.
006820*****************************************************************
006830 2500-SCORE-ACCOUNT.
006840     IF CUST-BALANCE > ZERO
006850         COMPUTE WS-UTIL-WORK ROUNDED =
006860             CUST-BALANCE * 100 / WS-CURRENT-LIMIT
006870         IF WS-UTIL-WORK > 999
006880             MOVE 999 TO WS-UTIL-PCT
006890         ELSE
006900             MOVE WS-UTIL-WORK TO WS-UTIL-PCT
006910         END-IF
006920     ELSE
006930         MOVE ZERO TO WS-UTIL-PCT
006940     END-IF
006950     MOVE 50 TO WS-SCORE
006960     IF WS-PAYMENT-COUNT > 5
006970         ADD 25 TO WS-SCORE
006980     ELSE
006990         COMPUTE WS-SCORE = WS-SCORE + WS-PAYMENT-COUNT * 5
007000     END-IF
007010     COMPUTE WS-SCORE = WS-SCORE
007020         - WS-RETURN-COUNT * 15
007030         - WS-BUCKET * 10
007040         - WS-HOLD-COUNT * 10
007050     IF WS-UTIL-PCT > 90
007060         SUBTRACT 10 FROM WS-SCORE
007070     END-IF
007080     IF WS-SCORE < ZERO
007090         MOVE ZERO TO WS-SCORE
007100     END-IF
007110     IF WS-SCORE > 100
007120         MOVE 100 TO WS-SCORE
007130     END-IF.
007140
007150*****************************************************************
007160* 2600-PROPOSE-CHANGE - a decrease when the account has reached
007170* the decrease bucket or scored at or below the decrease score;
007180* an increase only for a clean account (current, no returns, no
007190* holds) that scored at or above the increase score and is using
007200* enough of its line to need more. A decrease never cuts below
007210* the floor or below what the customer already owes; an increase
007220* never passes the review ceiling. A change that comes to nothing
007230* after those bounds is no change. A decrease bucket of zero on
007240* the card turns the bucket rule off.
007250*****************************************************************
007260 2600-PROPOSE-CHANGE.
007270     SET WS-PROPOSE-NO-CHANGE TO TRUE
007280     MOVE WS-CURRENT-LIMIT TO WS-NEW-LIMIT
007290     MOVE 'WITHIN REVIEW RULES' TO WS-REASON
007300     EVALUATE TRUE
007310         WHEN CRP-DEC-BUCKET > ZERO
007320                 AND WS-BUCKET NOT < CRP-DEC-BUCKET
007330             SET WS-PROPOSE-DECREASE TO TRUE
007340             MOVE SPACES TO WS-REASON
007350             STRING 'DELINQUENT - BUCKET ' WS-BUCKET
007360                 DELIMITED BY SIZE INTO WS-REASON
007370         WHEN WS-SCORE NOT > CRP-DEC-MAX-SCORE
007380             SET WS-PROPOSE-DECREASE TO TRUE
007390             PERFORM 2610-SET-LOW-SCORE-REASON
007400         WHEN WS-BUCKET = ZERO
007410                 AND WS-RETURN-COUNT = ZERO
007420                 AND WS-HOLD-COUNT = ZERO
007430                 AND WS-SCORE NOT < CRP-INC-MIN-SCORE
007440                 AND WS-UTIL-PCT NOT < CRP-INC-MIN-UTIL-PCT
007450                 AND WS-UTIL-PCT NOT > 100
007460             SET WS-PROPOSE-INCREASE TO TRUE
007470             MOVE 'GOOD PAYER USING ITS LINE' TO WS-REASON
007480     END-EVALUATE
007490     IF WS-PROPOSE-DECREASE
007500         COMPUTE WS-LIMIT-WORK ROUNDED =
007510             WS-CURRENT-LIMIT * (100 - CRP-DEC-PCT) / 100
007520         IF WS-LIMIT-WORK < CRP-MIN-LIMIT
007530             MOVE CRP-MIN-LIMIT TO WS-LIMIT-WORK
007540         END-IF
007550         IF WS-LIMIT-WORK < CUST-BALANCE
007560             MOVE CUST-BALANCE TO WS-LIMIT-WORK
007570         END-IF
007580         IF WS-LIMIT-WORK NOT < WS-CURRENT-LIMIT
007590             SET WS-PROPOSE-NO-CHANGE TO TRUE
007600             MOVE SPACES TO WS-REASON
007610             STRING 'DECREASE HELD - AT FLOOR OR BALANCE'
007620                 DELIMITED BY SIZE INTO WS-REASON
007630         ELSE
007640             MOVE WS-LIMIT-WORK TO WS-NEW-LIMIT
007650         END-IF
007660     END-IF
007670     IF WS-PROPOSE-INCREASE
007680         COMPUTE WS-LIMIT-WORK ROUNDED =
007690             WS-CURRENT-LIMIT * (100 + CRP-INC-PCT) / 100
007700         IF WS-LIMIT-WORK > CRP-INC-MAX-LIMIT
007710             MOVE CRP-INC-MAX-LIMIT TO WS-LIMIT-WORK
007720         END-IF
007730         IF WS-LIMIT-WORK NOT > WS-CURRENT-LIMIT
007740             SET WS-PROPOSE-NO-CHANGE TO TRUE
007750             MOVE 'INCREASE HELD - AT REVIEW CEILING' TO WS-REASON
007760         ELSE
007770             MOVE WS-LIMIT-WORK TO WS-NEW-LIMIT
007780         END-IF
007790     END-IF
007800     EVALUATE TRUE
007810         WHEN WS-PROPOSE-INCREASE
007820             MOVE 'INCREASE' TO WS-PROPOSAL-DESC
007830             ADD 1 TO WS-INCREASE-COUNT
007840         WHEN WS-PROPOSE-DECREASE
007850             MOVE 'DECREASE' TO WS-PROPOSAL-DESC
007860             ADD 1 TO WS-DECREASE-COUNT
007870         WHEN OTHER
007880             MOVE 'NO CHANGE' TO WS-PROPOSAL-DESC
007890             ADD 1 TO WS-NO-CHANGE-COUNT
007900     END-EVALUATE.
007910
007920 2610-SET-LOW-SCORE-REASON.
007930     MOVE SPACES TO WS-REASON
007940     EVALUATE TRUE
007950         WHEN WS-RETURN-COUNT > ZERO
007960             STRING 'LOW SCORE - RETURNED PAYMENTS'
007970                 DELIMITED BY SIZE INTO WS-REASON
007980         WHEN WS-HOLD-COUNT > ZERO
007990             STRING 'LOW SCORE - REPEATED SUSPENSE HOLDS'
008000                 DELIMITED BY SIZE INTO WS-REASON
008010         WHEN WS-BUCKET > ZERO
008020             STRING 'LOW SCORE - PAST DUE'
008030                 DELIMITED BY SIZE INTO WS-REASON
008040         WHEN OTHER
008050             STRING 'LOW SCORE - FEW PAYMENTS, HIGH USE'
008060                 DELIMITED BY SIZE INTO WS-REASON
008070     END-EVALUATE.
008080
008090*****************************************************************
008100* 2700-APPROVE-PROPOSAL - a committee card decides any proposal
008110* it names, and may set the limit itself. Without one, a
008120* decrease goes through, and so does an increase to a limit no
008130* higher than the auto-approval limit; a larger increase waits
008140* for the committee. Mode A writes the approved changes as
008150* MAINT-FILE change records; mode P only reports.
008160*****************************************************************
008170 2700-APPROVE-PROPOSAL.
008180     MOVE SPACES TO WS-APPROVAL
008190     MOVE SPACES TO WS-APPROVAL-DESC
008200     IF WS-PROPOSE-NO-CHANGE
008210         GO TO 2700-EXIT
008220     END-IF
008230     PERFORM 2710-FIND-APPROVAL-CARD
008240     IF WS-ENTRY-FOUND
008250         MOVE 'Y' TO WS-APR-USED(WS-APPROVAL-POS)
008260         IF WS-APR-DECISION(WS-APPROVAL-POS) = 'A'
008270             SET WS-APPROVED TO TRUE
008280             MOVE 'COMMITTEE APPROVED' TO WS-APPROVAL-DESC
008290             IF WS-APR-LIMIT-X(WS-APPROVAL-POS) NOT = SPACES
008300                 MOVE WS-APR-LIMIT(WS-APPROVAL-POS)
008310                     TO WS-NEW-LIMIT
008320                 MOVE 'COMMITTEE SET LIMIT' TO WS-APPROVAL-DESC
008330             END-IF
008340         ELSE
008350             SET WS-NOT-APPROVED TO TRUE
008360             MOVE 'COMMITTEE TURNED DOWN' TO WS-APPROVAL-DESC
008370             ADD 1 TO WS-TURNED-DOWN-COUNT
008380         END-IF
008390     ELSE
008400         IF WS-PROPOSE-DECREASE
008410                 OR WS-NEW-LIMIT NOT > CRP-AUTO-APPROVE-LIMIT
008420             SET WS-APPROVED TO TRUE
008430             MOVE 'AUTO-APPROVED' TO WS-APPROVAL-DESC
008440         ELSE
008450             SET WS-NOT-APPROVED TO TRUE
008460             MOVE 'REFERRED TO COMMITTEE' TO WS-APPROVAL-DESC
008470             ADD 1 TO WS-REFERRED-COUNT
008480         END-IF
008490     END-IF
008500     IF WS-APPROVED
008510         ADD 1 TO WS-APPROVED-COUNT
008520         COMPUTE WS-LIMIT-CHANGE-TOTAL = WS-LIMIT-CHANGE-TOTAL
008530             + WS-NEW-LIMIT - WS-CURRENT-LIMIT
008540         IF CRP-MODE-APPLY
008550             PERFORM 2750-WRITE-MAINT-CHANGE
008560         END-IF
008570     END-IF.
008580 2700-EXIT.
008590     EXIT.
008600
008610 2710-FIND-APPROVAL-CARD.
008620     MOVE 'N' TO WS-ENTRY-FOUND-SW
008630     MOVE ZERO TO WS-APPROVAL-POS
008640     PERFORM 2715-TEST-APPROVAL-CARD
008650         UNTIL WS-ENTRY-FOUND
008660             OR WS-APPROVAL-POS NOT < WS-APPROVAL-COUNT.
008670
008680 2715-TEST-APPROVAL-CARD.
008690     ADD 1 TO WS-APPROVAL-POS
008700     IF WS-APR-CUST-ID(WS-APPROVAL-POS) = CUST-ID
008710         SET WS-ENTRY-FOUND TO TRUE
008720     END-IF.
008730
008740*****************************************************************
008750* 2750-WRITE-MAINT-CHANGE - a change record with the names and
008760* cycle blank, so CUSTMNT touches nothing but the limit.
008770*****************************************************************
008780 2750-WRITE-MAINT-CHANGE.
008790     MOVE SPACES TO MAINT-RECORD
008800     MOVE CUST-ID TO MNT-CUST-ID
008810     SET MNT-CODE-CHANGE TO TRUE
008820     MOVE WS-NEW-LIMIT TO MNT-CREDIT-LIMIT
008830     WRITE MAINT-RECORD
008840     ADD 1 TO WS-MAINT-COUNT.
008850
008860 2800-WRITE-REVIEW-LINES.
008870     MOVE WS-SCORE TO WS-DISPLAY-SCORE
008880     MOVE WS-UTIL-PCT TO WS-DISPLAY-UTIL
008890     MOVE CUST-BALANCE TO WS-DISPLAY-BALANCE
008900     MOVE SPACES TO REPORT-LINE
008910     STRING 'CUST-ID: ' CUST-ID ' ' CUST-LAST-NAME
008920            ' ' CUST-FIRST-NAME
008930            '  SCORE: ' WS-DISPLAY-SCORE
008940            '  BUCKET: ' WS-BUCKET
008950            '  UTIL: ' WS-DISPLAY-UTIL '%'
008960            '  PAYMENTS: ' WS-PAYMENT-COUNT
008970            '  RETURNS: ' WS-RETURN-COUNT
008980            '  HOLDS: ' WS-HOLD-COUNT
008990         DELIMITED BY SIZE INTO REPORT-LINE
009000     WRITE REPORT-LINE
009010     MOVE WS-CURRENT-LIMIT TO WS-DISPLAY-LIMIT
009020     MOVE WS-NEW-LIMIT TO WS-DISPLAY-NEW-LIMIT
009030     MOVE SPACES TO REPORT-LINE
009040     STRING '   ' WS-PROPOSAL-DESC
009050            '  LIMIT: ' WS-DISPLAY-LIMIT
009060            '  NEW: ' WS-DISPLAY-NEW-LIMIT
009070            '  ' WS-APPROVAL-DESC
009080            '  REASON: ' WS-REASON
009090         DELIMITED BY SIZE INTO REPORT-LINE
009100     WRITE REPORT-LINE.
009110
009120 3000-CLOSE-FILES.
009130     CLOSE CUSTOMER-FILE
009140     CLOSE BUCKET-EXTRACT-FILE
009150     IF WS-HISTORY-PRESENT
009160         CLOSE HISTORY-FILE
009170     END-IF
009180     IF WS-HOLDLOG-PRESENT
009190         CLOSE HOLD-LOG-FILE
009200     END-IF
009210     CLOSE MAINT-FILE
009220     PERFORM 3010-LIST-UNUSED-CARDS
009230     PERFORM 3020-WRITE-REPORT-TOTALS
009240     CLOSE REVIEW-REPORT
009250     DISPLAY 'CREDIT REVIEW BUSINESS DATE ' WS-BUSINESS-DATE
009260         ' MODE ' CRP-RUN-MODE
009270     DISPLAY 'ACCOUNTS READ: ' WS-RECORD-COUNT
009280     DISPLAY 'ACCOUNTS REVIEWED: ' WS-REVIEWED-COUNT
009290     DISPLAY 'INCREASES PROPOSED: ' WS-INCREASE-COUNT
009300     DISPLAY 'DECREASES PROPOSED: ' WS-DECREASE-COUNT
009310     DISPLAY 'PROPOSALS APPROVED: ' WS-APPROVED-COUNT
009320     DISPLAY 'MAINTENANCE RECORDS WRITTEN: ' WS-MAINT-COUNT
009330     IF WS-STALE-EXTRACT OR WS-UNUSED-CARD-COUNT > ZERO
009340         IF RETURN-CODE < 4
009350             MOVE 4 TO RETURN-CODE
009360         END-IF
009370     END-IF.
009380 3000-EXIT.
009390     EXIT.
009400
009410*****************************************************************
009420* 3010-LIST-UNUSED-CARDS - a committee card for an account that
009430* drew no proposal tonight is listed, not silently dropped.
009440*****************************************************************
009450 3010-LIST-UNUSED-CARDS.
009460     MOVE ZERO TO WS-APPROVAL-POS
009470     PERFORM 3015-CHECK-CARD-USED
009480         UNTIL WS-APPROVAL-POS NOT < WS-APPROVAL-COUNT.
009490
009500 3015-CHECK-CARD-USED.
009510     ADD 1 TO WS-APPROVAL-POS
009520     IF WS-APR-USED(WS-APPROVAL-POS) NOT = 'Y'
009530         ADD 1 TO WS-UNUSED-CARD-COUNT
009540         MOVE SPACES TO REPORT-LINE
009550         STRING 'COMMITTEE CARD FOR CUST-ID '
009560                WS-APR-CUST-ID(WS-APPROVAL-POS)
009570                ' MATCHED NO PROPOSAL - NOT APPLIED'
009580             DELIMITED BY SIZE INTO REPORT-LINE
009590         WRITE REPORT-LINE
009600     END-IF.
009610
009620 3020-WRITE-REPORT-TOTALS.
009630     MOVE SPACES TO REPORT-LINE
009640     WRITE REPORT-LINE
009650     MOVE SPACES TO REPORT-LINE
009660     STRING 'ACCOUNTS READ: ' WS-RECORD-COUNT
009670            '  REVIEWED: ' WS-REVIEWED-COUNT
009680            '  NOT ACTIVE: ' WS-NOT-ACTIVE-COUNT
009690            '  NO LIMIT ON FILE: ' WS-NO-LIMIT-COUNT
009700         DELIMITED BY SIZE INTO REPORT-LINE
009710     WRITE REPORT-LINE
009720     MOVE SPACES TO REPORT-LINE
009730     STRING 'INCREASES: ' WS-INCREASE-COUNT
009740            '  DECREASES: ' WS-DECREASE-COUNT
009750            '  NO CHANGE: ' WS-NO-CHANGE-COUNT
009760         DELIMITED BY SIZE INTO REPORT-LINE
009770     WRITE REPORT-LINE
009780     MOVE WS-LIMIT-CHANGE-TOTAL TO WS-DISPLAY-TOTAL
009790     MOVE SPACES TO REPORT-LINE
009800     STRING 'APPROVED: ' WS-APPROVED-COUNT
009810            '  REFERRED: ' WS-REFERRED-COUNT
009820            '  TURNED DOWN: ' WS-TURNED-DOWN-COUNT
009830            '  NET LIMIT CHANGE: ' WS-DISPLAY-TOTAL
009840            '  MAINT RECORDS: ' WS-MAINT-COUNT
009850         DELIMITED BY SIZE INTO REPORT-LINE
009860     WRITE REPORT-LINE.
