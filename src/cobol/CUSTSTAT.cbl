000010*****************************************************************
000020* Program:      CUSTSTAT
000030* Purpose:      Month-end portfolio statistics - captures the
000040*               figures management asks for each month into the
000050*               permanent keyed PORTSTAT statistics file, one
000060*               record per business month: account counts by
000070*               status and balances by tier from CUSTOMER-FILE
000080*               (the CUSTMGMT tiers), delinquency bucket counts
000090*               and balances aged from HISTORY-FILE the way
000100*               CUSTDLQ ages them, payments received in the
000110*               month, interest and service fees charged from the
000120*               CUSTINTR accrual control record, and the month's
000130*               posting, suspense and reject volumes from the
000140*               CYCLECTL cycle control file. A trend report then
000150*               sets the last thirteen months side by side with
000160*               the change on the month before, flagging any
000170*               movement beyond the tolerances on the parameter
000180*               card, and the whole statistics file is written to
000190*               a flat extract for the finance spreadsheet.
000200*               Run at month end after the accrual has posted; a
000210*               rerun in the same month replaces that month.
000220* Author:       Stormer Mainframes
000230* Installation: Stormer Mainframes Data Center
000240* Date-Written: 2026
000250* Date-Compiled: 2026
000260*-----------------------------------------------------------------
000270* Modification History
000280* Date       By   Description
000290* 2026       SM   Original program.
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. CUSTSTAT.
000330 AUTHOR. STORMER-MAINFRAMES.
000340 INSTALLATION. STORMER-MAINFRAMES-DATA-CENTER.
000350 DATE-WRITTEN. 2026.
000360 DATE-COMPILED. 2026.
000370
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-ZOS.
000410 OBJECT-COMPUTER. IBM-ZOS.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CUSTOMER-FILE
000450         ASSIGN TO CUSTFILE
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS CUST-ID
000490         FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
000500
000510     SELECT HISTORY-FILE
000520         ASSIGN TO TRANHIST
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS HIST-KEY
000560         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000570
000580     SELECT CYCLE-CONTROL-FILE
000590         ASSIGN TO CYCLECTL
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-CYCLECTL-FILE-STATUS.
000620
000630     SELECT PORTFOLIO-STAT-FILE
000640         ASSIGN TO PORTSTAT
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS PST-STAT-MONTH
000680         FILE STATUS IS WS-PORTSTAT-FILE-STATUS.
000690
000700     SELECT STAT-PARM-FILE
000710         ASSIGN TO STATPARM
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-PARM-FILE-STATUS.
000740
000750     SELECT DATE-CONTROL-FILE
000760         ASSIGN TO DATECTL
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-DATECTL-FILE-STATUS.
000790
000800     SELECT TREND-REPORT
000810         ASSIGN TO STATRPT
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-REPORT-FILE-STATUS.
000840
000850     SELECT STAT-EXTRACT-FILE
000860         ASSIGN TO STATXTR
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-EXTRACT-FILE-STATUS.
000890
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  CUSTOMER-FILE
000930     RECORD CONTAINS 76 CHARACTERS.
000940     COPY CUSTREC.
000950
000960 FD  HISTORY-FILE
000970     RECORD CONTAINS 60 CHARACTERS.
000980     COPY TRANHIST.
000990
001000 FD  CYCLE-CONTROL-FILE
001010     RECORD CONTAINS 80 CHARACTERS.
001020     COPY CYCLECTL.
001030
001040 FD  PORTFOLIO-STAT-FILE
001050     RECORD CONTAINS 250 CHARACTERS.
001060     COPY PORTSTAT.
001070
001080*-----------------------------------------------------------------
001090* Trend tolerance card - whole percentages of month-over-month
001100* movement, one per group of figures. A movement larger than its
001110* group's tolerance is flagged; a zero tolerance flags nothing.
001120*-----------------------------------------------------------------
001130 FD  STAT-PARM-FILE
001140     RECORD CONTAINS 80 CHARACTERS.
001150 01  STAT-PARM-RECORD.
001160     05  SPM-COUNT-TOL-PCT          PIC 9(03).
001170     05  SPM-BALANCE-TOL-PCT        PIC 9(03).
001180     05  SPM-DELINQ-TOL-PCT         PIC 9(03).
001190     05  SPM-CHARGE-TOL-PCT         PIC 9(03).
001200     05  SPM-VOLUME-TOL-PCT         PIC 9(03).
001210     05  FILLER                     PIC X(65).
001220
001230 FD  DATE-CONTROL-FILE
001240     RECORD CONTAINS 80 CHARACTERS.
001250     COPY DATECTL.
001260
001270 FD  TREND-REPORT
001280     RECORD CONTAINS 132 CHARACTERS.
001290 01  REPORT-LINE                    PIC X(132).
001300
001310 FD  STAT-EXTRACT-FILE
001320     RECORD CONTAINS 300 CHARACTERS.
001330     COPY PORTXTR.
001340
001350 WORKING-STORAGE SECTION.
001360 77  WS-CUSTOMER-FILE-STATUS        PIC XX VALUE SPACES.
001370 77  WS-HISTORY-FILE-STATUS         PIC XX VALUE SPACES.
001380 77  WS-CYCLECTL-FILE-STATUS        PIC XX VALUE SPACES.
001390 77  WS-PORTSTAT-FILE-STATUS        PIC XX VALUE SPACES.
001400 77  WS-PARM-FILE-STATUS            PIC XX VALUE SPACES.
001410 77  WS-DATECTL-FILE-STATUS         PIC XX VALUE SPACES.
001420 77  WS-REPORT-FILE-STATUS          PIC XX VALUE SPACES.
001430 77  WS-EXTRACT-FILE-STATUS         PIC XX VALUE SPACES.
001440
001450 77  WS-EOF-FLAG                    PIC X  VALUE 'N'.
001460     88  WS-EOF                         VALUE 'Y'.
001470 77  WS-CYCLE-EOF-FLAG              PIC X  VALUE 'N'.
001480     88  WS-CYCLE-EOF                   VALUE 'Y'.
001490 77  WS-BROWSE-DONE-FLAG            PIC X  VALUE 'N'.
001500     88  WS-BROWSE-DONE                 VALUE 'Y'.
001510 77  WS-HISTORY-PRESENT-SW          PIC X  VALUE 'Y'.
001520     88  WS-HISTORY-PRESENT             VALUE 'Y'.
001530 77  WS-CYCLECTL-PRESENT-SW         PIC X  VALUE 'Y'.
001540     88  WS-CYCLECTL-PRESENT            VALUE 'Y'.
001550 77  WS-HAVE-HISTORY-SW             PIC X  VALUE 'N'.
001560     88  WS-HAVE-HISTORY                VALUE 'Y'.
001570 77  WS-LEAP-YEAR-SW                PIC X  VALUE 'N'.
001580     88  WS-LEAP-YEAR                   VALUE 'Y'.
001590 77  WS-SAVE-FAILED-SW              PIC X  VALUE 'N'.
001600     88  WS-SAVE-FAILED                 VALUE 'Y'.
001610
001620*-----------------------------------------------------------------
001630* The statistics month and the dates that bound it. The aging
001640* cutoffs are the CUSTDLQ ones: 30, 60 and 90 days back from the
001650* business date.
001660*-----------------------------------------------------------------
001670 77  WS-BUSINESS-DATE               PIC 9(08) VALUE ZEROS.
001680 77  WS-STAT-MONTH                  PIC 9(06) VALUE ZEROS.
001690 77  WS-MONTH-START                 PIC 9(08) VALUE ZEROS.
001700 77  WS-MONTH-END                   PIC 9(08) VALUE ZEROS.
001710 77  WS-CUTOFF-30                   PIC 9(08) VALUE ZEROS.
001720 77  WS-CUTOFF-60                   PIC 9(08) VALUE ZEROS.
001730 77  WS-CUTOFF-90                   PIC 9(08) VALUE ZEROS.
001740 77  WS-DAYS-BACK                   PIC 9(03) VALUE ZEROS.
001750 77  WS-REMAINDER                   PIC 9(04) VALUE ZEROS.
001760 77  WS-QUOTIENT                    PIC 9(04) VALUE ZEROS.
001770
001780 01  WS-WORK-DATE.
001790     05  WS-WORK-YEAR                PIC 9(04).
001800     05  WS-WORK-MONTH               PIC 9(02).
001810     05  WS-WORK-DAY                 PIC 9(02).
001820 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
001830                                     PIC 9(08).
001840
001850 01  WS-KEY-MONTH.
001860     05  WS-KEY-YEAR                 PIC 9(04).
001870     05  WS-KEY-MM                   PIC 9(02).
001880 01  WS-KEY-MONTH-N REDEFINES WS-KEY-MONTH
001890                                     PIC 9(06).
001900
001910*-----------------------------------------------------------------
001920* The account being aged.
001930*-----------------------------------------------------------------
001940 77  WS-OWING-SINCE                 PIC 9(08) VALUE ZEROS.
001950 77  WS-FIRST-HISTORY-DATE          PIC 9(08) VALUE ZEROS.
001960 77  WS-BUCKET                      PIC 9(01) VALUE ZERO.
001970
001980*-----------------------------------------------------------------
001990* This month's figures, gathered over the run and saved to the
002000* statistics file at the end.
002010*-----------------------------------------------------------------
002020 77  WS-ACCOUNT-COUNT               PIC 9(06) VALUE ZEROS.
002030 77  WS-ACTIVE-COUNT                PIC 9(06) VALUE ZEROS.
002040 77  WS-DORMANT-COUNT               PIC 9(06) VALUE ZEROS.
002050 77  WS-CLOSED-COUNT                PIC 9(06) VALUE ZEROS.
002060 77  WS-TIER1-COUNT                 PIC 9(06) VALUE ZEROS.
002070 77  WS-TIER1-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
002080 77  WS-TIER2-COUNT                 PIC 9(06) VALUE ZEROS.
002090 77  WS-TIER2-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
002100 77  WS-TIER3-COUNT                 PIC 9(06) VALUE ZEROS.
002110 77  WS-TIER3-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
002120 77  WS-TIER4-COUNT                 PIC 9(06) VALUE ZEROS.
002130 77  WS-TIER4-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
002140 77  WS-BALANCE-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
002150 77  WS-CURR-COUNT                  PIC 9(06) VALUE ZEROS.
002160 77  WS-CURR-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZERO.
002170 77  WS-DAYS30-COUNT                PIC 9(06) VALUE ZEROS.
002180 77  WS-DAYS30-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
002190 77  WS-DAYS60-COUNT                PIC 9(06) VALUE ZEROS.
002200 77  WS-DAYS60-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
002210 77  WS-DAYS90-COUNT                PIC 9(06) VALUE ZEROS.
002220 77  WS-DAYS90-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
002230 77  WS-PAYMENT-COUNT               PIC 9(06) VALUE ZEROS.
002240 77  WS-PAYMENT-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
002250 77  WS-ACCRUAL-FOUND-SW            PIC X  VALUE 'N'.
002260     88  WS-ACCRUAL-FOUND               VALUE 'Y'.
002270 77  WS-ACCRUAL-RECORD-COUNT        PIC 9(04) VALUE ZEROS.
002280 77  WS-CHARGED-COUNT               PIC 9(06) VALUE ZEROS.
002290 77  WS-INTEREST-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
002300 77  WS-FEE-TOTAL           PIC S9(11)V99 COMP-3 VALUE ZERO.
002310 77  WS-BATCH-COUNT                 PIC 9(04) VALUE ZEROS.
002320 77  WS-POSTED-COUNT                PIC 9(07) VALUE ZEROS.
002330 77  WS-SUSPENDED-COUNT             PIC 9(07) VALUE ZEROS.
002340 77  WS-REJECT-COUNT                PIC 9(07) VALUE ZEROS.
002350
002360*-----------------------------------------------------------------
002370* The report's figures, label, tolerance group (C counts,
002380* B balances, D delinquency, A charges and payments, V posting
002390* volumes) and kind (N number, M money - shown in thousands).
002400*-----------------------------------------------------------------
002410 01  WS-METRIC-VALUES.
002420     05  FILLER                      PIC X(24)
002430                         VALUE 'ACTIVE ACCOUNTS       CN'.
002440     05  FILLER                      PIC X(24)
002450                         VALUE 'DORMANT ACCOUNTS      CN'.
002460     05  FILLER                      PIC X(24)
002470                         VALUE 'CLOSED ACCOUNTS       CN'.
002480     05  FILLER                      PIC X(24)
002490                         VALUE 'TOTAL ACCOUNTS        CN'.
002500     05  FILLER                      PIC X(24)
002510                         VALUE 'CREDIT BALANCES $000  BM'.
002520     05  FILLER                      PIC X(24)
002530                         VALUE 'UNDER 1,000 $000      BM'.
002540     05  FILLER                      PIC X(24)
002550                         VALUE '1,000 - 9,999 $000    BM'.
002560     05  FILLER                      PIC X(24)
002570                         VALUE '10,000 AND OVER $000  BM'.
002580     05  FILLER                      PIC X(24)
002590                         VALUE 'TOTAL BALANCE $000    BM'.
002600     05  FILLER                      PIC X(24)
002610                         VALUE 'CURRENT ACCOUNTS      DN'.
002620     05  FILLER                      PIC X(24)
002630                         VALUE '30 DAYS ACCOUNTS      DN'.
002640     05  FILLER                      PIC X(24)
002650                         VALUE '60 DAYS ACCOUNTS      DN'.
002660     05  FILLER                      PIC X(24)
002670                         VALUE '90+ DAYS ACCOUNTS     DN'.
002680     05  FILLER                      PIC X(24)
002690                         VALUE 'CURRENT OWED $000     DM'.
002700     05  FILLER                      PIC X(24)
002710                         VALUE '30 DAYS OWED $000     DM'.
002720     05  FILLER                      PIC X(24)
002730                         VALUE '60 DAYS OWED $000     DM'.
002740     05  FILLER                      PIC X(24)
002750                         VALUE '90+ DAYS OWED $000    DM'.
002760     05  FILLER                      PIC X(24)
002770                         VALUE 'INTEREST CHARGED $000 AM'.
002780     05  FILLER                      PIC X(24)
002790                         VALUE 'FEES CHARGED $000     AM'.
002800     05  FILLER                      PIC X(24)
002810                         VALUE 'PAYMENTS $000         AM'.
002820     05  FILLER                      PIC X(24)
002830                         VALUE 'PAYMENTS RECEIVED     AN'.
002840     05  FILLER                      PIC X(24)
002850                         VALUE 'ITEMS POSTED          VN'.
002860     05  FILLER                      PIC X(24)
002870                         VALUE 'ITEMS SUSPENDED       VN'.
002880     05  FILLER                      PIC X(24)
002890                         VALUE 'ITEMS REJECTED        VN'.
002900 01  WS-METRIC-TABLE REDEFINES WS-METRIC-VALUES.
002910     05  WS-METRIC-ENTRY OCCURS 24 TIMES.
002920         10  WS-MET-LABEL            PIC X(22).
002930         10  WS-MET-GROUP            PIC X(01).
002940         10  WS-MET-KIND             PIC X(01).
002950             88  WS-MET-MONEY             VALUE 'M'.
002960 77  WS-METRIC-MAX                  PIC 9(04) COMP VALUE 24.
002970 77  WS-METRIC-POS                  PIC 9(04) COMP VALUE ZERO.
002980
002990*-----------------------------------------------------------------
003000* The months on the report, newest first: this month, the twelve
003010* before it for the thirteen columns, and one more so the oldest
003020* column has a month to compare with.
003030*-----------------------------------------------------------------
003040 77  WS-MONTH-MAX                   PIC 9(04) COMP VALUE 14.
003050 77  WS-MONTH-POS                   PIC 9(04) COMP VALUE ZERO.
003060 77  WS-PRIOR-POS                   PIC 9(04) COMP VALUE ZERO.
003070 77  WS-COLUMN                      PIC 9(04) COMP VALUE ZERO.
003080 77  WS-COLUMN-START                PIC 9(04) COMP VALUE ZERO.
003090 01  WS-TREND-TABLE.
003100     05  WS-MONTH-ENTRY OCCURS 14 TIMES.
003110         10  WS-MTH-MONTH            PIC 9(06).
003120         10  WS-MTH-FOUND            PIC X(01).
003130         10  WS-MTH-VALUE            PIC S9(11)V99 COMP-3
003140                                     OCCURS 24 TIMES.
003150
003160*-----------------------------------------------------------------
003170* One month-over-month comparison.
003180*-----------------------------------------------------------------
003190 77  WS-TOLERANCE                   PIC 9(03) VALUE ZEROS.
003200 77  WS-CURRENT-VALUE       PIC S9(11)V99 COMP-3 VALUE ZERO.
003210 77  WS-PRIOR-VALUE         PIC S9(11)V99 COMP-3 VALUE ZERO.
003220 77  WS-PRIOR-BASE          PIC S9(11)V99 COMP-3 VALUE ZERO.
003230 77  WS-CHANGE-WORK         PIC S9(11)V9 COMP-3 VALUE ZERO.
003240 77  WS-CHANGE-PCT          PIC S9(4)V9 COMP-3 VALUE ZERO.
003250 77  WS-CHANGE-STATE                PIC X(01) VALUE SPACES.
003260     88  WS-CHANGE-MISSING              VALUE 'X'.
003270     88  WS-CHANGE-NEW                  VALUE 'N'.
003280     88  WS-CHANGE-PERCENT              VALUE 'P'.
003290 77  WS-BEYOND-SW                   PIC X  VALUE 'N'.
003300     88  WS-BEYOND-TOLERANCE            VALUE 'Y'.
003310 77  WS-CELL-VALUE          PIC S9(11)V99 COMP-3 VALUE ZERO.
003320
003330*-----------------------------------------------------------------
003340* Run counters.
003350*-----------------------------------------------------------------
003360 77  WS-RECORD-COUNT                PIC 9(06) VALUE ZEROS.
003370 77  WS-MONTHS-ON-REPORT            PIC 9(04) VALUE ZEROS.
003380 77  WS-EXCEPTION-COUNT             PIC 9(04) VALUE ZEROS.
003390 77  WS-EXTRACT-COUNT               PIC 9(06) VALUE ZEROS.
003400
003410 77  WS-DISPLAY-CELL                PIC Z(6)9-.
003420 77  WS-DISPLAY-PCT                 PIC ZZZ9.9-.
003430 77  WS-DISPLAY-TOTAL               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003440 77  WS-DISPLAY-PRIOR               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003450 77  WS-DISPLAY-COUNT               PIC Z,ZZZ,ZZ9.
003460 77  WS-DISPLAY-PRIOR-COUNT         PIC Z,ZZZ,ZZ9.
003470 77  WS-DISPLAY-TOL                 PIC ZZ9.
003480
003490 PROCEDURE DIVISION.
003500 0000-MAIN.
003510     PERFORM 1000-OPEN-FILES THRU 1000-EXIT
003520     PERFORM 2000-PROCESS-CUSTOMERS THRU 2000-EXIT
003530         UNTIL WS-EOF
003540     PERFORM 3000-CLOSE-FILES THRU 3000-EXIT
003550     STOP RUN.
003560
003570 1000-OPEN-FILES.
003580     PERFORM 1005-READ-BUSINESS-DATE
003590     PERFORM 1010-READ-STAT-PARMS
003600     PERFORM 1015-COMPUTE-AGING-CUTOFFS
003610     OPEN INPUT CUSTOMER-FILE
003620     IF WS-CUSTOMER-FILE-STATUS NOT = '00'
003630         DISPLAY 'ERROR OPENING CUSTOMER FILE: '
003640             WS-CUSTOMER-FILE-STATUS
003650         MOVE 16 TO RETURN-CODE
003660         STOP RUN
003670     END-IF
003680     OPEN INPUT HISTORY-FILE
003690     IF WS-HISTORY-FILE-STATUS = '35'
003700         MOVE 'N' TO WS-HISTORY-PRESENT-SW
003710         DISPLAY 'NO HISTORY FILE - DEBTORS AGED 90+, NO PAYMENTS'
003720     ELSE
003730         IF WS-HISTORY-FILE-STATUS NOT = '00'
003740             DISPLAY 'ERROR OPENING HISTORY FILE: '
003750                 WS-HISTORY-FILE-STATUS
003760             MOVE 16 TO RETURN-CODE
003770             CLOSE CUSTOMER-FILE
003780             STOP RUN
003790         END-IF
003800     END-IF
003810     OPEN I-O PORTFOLIO-STAT-FILE
003820     IF WS-PORTSTAT-FILE-STATUS = '35'
003830         OPEN OUTPUT PORTFOLIO-STAT-FILE
003840         CLOSE PORTFOLIO-STAT-FILE
003850         OPEN I-O PORTFOLIO-STAT-FILE
003860     END-IF
003870     IF WS-PORTSTAT-FILE-STATUS NOT = '00'
003880         DISPLAY 'ERROR OPENING PORTFOLIO STATISTICS FILE: '
003890             WS-PORTSTAT-FILE-STATUS
003900         MOVE 16 TO RETURN-CODE
003910         CLOSE CUSTOMER-FILE
003920         STOP RUN
003930     END-IF
003940     OPEN OUTPUT TREND-REPORT
003950     IF WS-REPORT-FILE-STATUS NOT = '00'
003960         DISPLAY 'ERROR OPENING STATISTICS TREND REPORT: '
003970             WS-REPORT-FILE-STATUS
003980         MOVE 16 TO RETURN-CODE
003990         CLOSE CUSTOMER-FILE PORTFOLIO-STAT-FILE
004000         STOP RUN
004010     END-IF
004020     OPEN OUTPUT STAT-EXTRACT-FILE
004030     IF WS-EXTRACT-FILE-STATUS NOT = '00'
004040         DISPLAY 'ERROR OPENING STATISTICS EXTRACT: '
004050             WS-EXTRACT-FILE-STATUS
004060         MOVE 16 TO RETURN-CODE
004070         CLOSE CUSTOMER-FILE PORTFOLIO-STAT-FILE TREND-REPORT
004080         STOP RUN
004090     END-IF
004100     PERFORM 1030-SCAN-CYCLE-CONTROL.
004110 1000-EXIT.
004120     EXIT.
004130
004140 1005-READ-BUSINESS-DATE.
004150     MOVE SPACES TO DATE-CONTROL-RECORD
004160     OPEN INPUT DATE-CONTROL-FILE
004170     IF WS-DATECTL-FILE-STATUS = '00'
004180         READ DATE-CONTROL-FILE
004190             AT END MOVE SPACES TO DATE-CONTROL-RECORD
004200         END-READ
004210         CLOSE DATE-CONTROL-FILE
004220     END-IF
004230     IF DCT-BUSINESS-DATE IS NOT NUMERIC
004240             OR DCT-BUSINESS-DATE = ZEROS
004250         DISPLAY 'MISSING OR INVALID BUSINESS-DATE CONTROL FILE'
004260         MOVE 16 TO RETURN-CODE
004270         STOP RUN
004280     END-IF
004290     MOVE DCT-BUSINESS-DATE TO WS-BUSINESS-DATE
004300     MOVE WS-BUSINESS-DATE TO WS-WORK-DATE-N
004310     MOVE WS-WORK-YEAR TO WS-KEY-YEAR
004320     MOVE WS-WORK-MONTH TO WS-KEY-MM
004330     MOVE WS-KEY-MONTH-N TO WS-STAT-MONTH
004340     MOVE 01 TO WS-WORK-DAY
004350     MOVE WS-WORK-DATE-N TO WS-MONTH-START
004360     MOVE 31 TO WS-WORK-DAY
004370     MOVE WS-WORK-DATE-N TO WS-MONTH-END.
004380
004390*****************************************************************
004400* 1010-READ-STAT-PARMS - the tolerance card is optional; without
004410* one the trend report is printed with nothing flagged. A card
004420* that is there but not numeric stops the run.
004430*****************************************************************
004440 1010-READ-STAT-PARMS.
004450     MOVE ZEROS TO STAT-PARM-RECORD
004460     OPEN INPUT STAT-PARM-FILE
004470     IF WS-PARM-FILE-STATUS = '00'
004480         READ STAT-PARM-FILE
004490             AT END
004500                 MOVE ZEROS TO STAT-PARM-RECORD
004510                 DISPLAY 'NO STATISTICS TOLERANCE CARD - '
004520                     'NO MOVEMENTS FLAGGED'
004530         END-READ
004540         CLOSE STAT-PARM-FILE
004550     ELSE
004560         DISPLAY 'NO STATISTICS TOLERANCE CARD - '
004570             'NO MOVEMENTS FLAGGED'
004580     END-IF
004590     IF SPM-COUNT-TOL-PCT IS NOT NUMERIC
004600             OR SPM-BALANCE-TOL-PCT IS NOT NUMERIC
004610             OR SPM-DELINQ-TOL-PCT IS NOT NUMERIC
004620             OR SPM-CHARGE-TOL-PCT IS NOT NUMERIC
004630             OR SPM-VOLUME-TOL-PCT IS NOT NUMERIC
004640         DISPLAY 'INVALID STATISTICS TOLERANCE CARD'
004650         MOVE 16 TO RETURN-CODE
004660         STOP RUN
004670     END-IF.
004680
004690 1015-COMPUTE-AGING-CUTOFFS.
004700     MOVE WS-BUSINESS-DATE TO WS-WORK-DATE-N
004710     MOVE 30 TO WS-DAYS-BACK
004720     PERFORM 1016-BACK-OFF-ONE-DAY
004730         UNTIL WS-DAYS-BACK = ZERO
004740     MOVE WS-WORK-DATE-N TO WS-CUTOFF-30
004750     MOVE 30 TO WS-DAYS-BACK
004760     PERFORM 1016-BACK-OFF-ONE-DAY
004770         UNTIL WS-DAYS-BACK = ZERO
004780     MOVE WS-WORK-DATE-N TO WS-CUTOFF-60
004790     MOVE 30 TO WS-DAYS-BACK
004800     PERFORM 1016-BACK-OFF-ONE-DAY
004810         UNTIL WS-DAYS-BACK = ZERO
004820     MOVE WS-WORK-DATE-N TO WS-CUTOFF-90.
004830
004840 1016-BACK-OFF-ONE-DAY.
004850     IF WS-WORK-DAY > 1
004860         SUBTRACT 1 FROM WS-WORK-DAY
004870     ELSE
004880         IF WS-WORK-MONTH = 01
004890             MOVE 12 TO WS-WORK-MONTH
004900             SUBTRACT 1 FROM WS-WORK-YEAR
004910         ELSE
004920             SUBTRACT 1 FROM WS-WORK-MONTH
004930         END-IF
004940         PERFORM 1017-SET-MONTH-END-DAY
004950     END-IF
004960     SUBTRACT 1 FROM WS-DAYS-BACK.
004970
004980 1017-SET-MONTH-END-DAY.
004990     EVALUATE WS-WORK-MONTH
005000         WHEN 04
005010         WHEN 06
005020         WHEN 09
005030         WHEN 11
005040             MOVE 30 TO WS-WORK-DAY
005050         WHEN 02
005060             PERFORM 1018-CHECK-LEAP-YEAR
005070             IF WS-LEAP-YEAR
005080                 MOVE 29 TO WS-WORK-DAY
005090             ELSE
005100                 MOVE 28 TO WS-WORK-DAY
005110             END-IF
005120         WHEN OTHER
005130             MOVE 31 TO WS-WORK-DAY
005140     END-EVALUATE.
005150
005160 1018-CHECK-LEAP-YEAR.
005170     MOVE 'N' TO WS-LEAP-YEAR-SW
005180     DIVIDE WS-WORK-YEAR BY 4
005190         GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
005200     IF WS-REMAINDER = ZERO
005210         DIVIDE WS-WORK-YEAR BY 100
005220             GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
005230         IF WS-REMAINDER NOT = ZERO
005240             SET WS-LEAP-YEAR TO TRUE
005250         ELSE
005260             DIVIDE WS-WORK-YEAR BY 400
005270                 GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
005280             IF WS-REMAINDER = ZERO
005290                 SET WS-LEAP-YEAR TO TRUE
005300             END-IF
005310         END-IF
005320     END-IF.
005330
005340*****************************************************************
005350* 1030-SCAN-CYCLE-CONTROL - every posting batch of the month left
005360* a type-P record and the accrual run a type-A record. The batch
005370* counts are summed; the accrual totals are taken from the last
005380* type-A record of the month, so a rerun accrual replaces the
005390* first. A missing file or accrual record is reported, and the
005400* month is still captured.
005410*****************************************************************
005420 1030-SCAN-CYCLE-CONTROL.
005430     OPEN INPUT CYCLE-CONTROL-FILE
005440     IF WS-CYCLECTL-FILE-STATUS NOT = '00'
005450         MOVE 'N' TO WS-CYCLECTL-PRESENT-SW
005460         DISPLAY 'NO CYCLE CONTROL FILE - NO VOLUMES OR CHARGES'
005470     ELSE
005480         PERFORM 1035-READ-CYCLE-RECORD
005490             UNTIL WS-CYCLE-EOF
005500         CLOSE CYCLE-CONTROL-FILE
005510     END-IF
005520     IF WS-ACCRUAL-RECORD-COUNT > 1
005530         DISPLAY 'ACCRUAL CONTROL RECORDS FOR ' WS-STAT-MONTH
005540             ': ' WS-ACCRUAL-RECORD-COUNT ' - LAST ONE USED'
005550     END-IF.
005560
005570 1035-READ-CYCLE-RECORD.
005580     READ CYCLE-CONTROL-FILE
005590         AT END
005600             SET WS-CYCLE-EOF TO TRUE
005610         NOT AT END
005620             IF CYC-BUSINESS-DATE IS NUMERIC
005630                     AND CYC-BUSINESS-DATE NOT < WS-MONTH-START
005640                     AND CYC-BUSINESS-DATE NOT > WS-MONTH-END
005650                 IF CYC-TYPE-POSTING
005660                     ADD 1 TO WS-BATCH-COUNT
005670                     ADD CYC-POSTED-COUNT TO WS-POSTED-COUNT
005680                     ADD CYC-REJECT-COUNT TO WS-REJECT-COUNT
005690                     ADD CYC-SUSPENDED-COUNT
005700                         TO WS-SUSPENDED-COUNT
005710                 END-IF
005720                 IF CYC-TYPE-ACCRUAL
005730                     SET WS-ACCRUAL-FOUND TO TRUE
005740                     ADD 1 TO WS-ACCRUAL-RECORD-COUNT
005750                     MOVE CYC-CHARGED-COUNT TO WS-CHARGED-COUNT
005760                     MOVE CYC-INTEREST-TOTAL TO WS-INTEREST-TOTAL
005770                     MOVE CYC-FEE-TOTAL TO WS-FEE-TOTAL
005780                 END-IF
005790             END-IF
005800     END-READ.
005810
005820 2000-PROCESS-CUSTOMERS.
005830     READ CUSTOMER-FILE NEXT RECORD
005840         AT END
005850             SET WS-EOF TO TRUE
005860         NOT AT END
005870             ADD 1 TO WS-RECORD-COUNT
005880             PERFORM 2100-TALLY-ACCOUNT
005890     END-READ.
005900 2000-EXIT.
005910     EXIT.
005920
005930*****************************************************************
005940* 2100-TALLY-ACCOUNT - status and balance tier for every account
005950* (the CUSTMGMT tiers: credit, under 1,000, under 10,000, the
005960* rest); the history walk then finds the month's payments and,
005970* for an account that owes, its delinquency bucket.
005980*****************************************************************
005990 2100-TALLY-ACCOUNT.
006000     ADD 1 TO WS-ACCOUNT-COUNT
006010     EVALUATE TRUE
006020         WHEN CUST-STATUS-ACTIVE
006030             ADD 1 TO WS-ACTIVE-COUNT
006040         WHEN CUST-STATUS-DORMANT
006050             ADD 1 TO WS-DORMANT-COUNT
006060         WHEN CUST-STATUS-CLOSED
006070             ADD 1 TO WS-CLOSED-COUNT
006080     END-EVALUATE
006090     ADD CUST-BALANCE TO WS-BALANCE-TOTAL
006100     IF CUST-BALANCE < ZERO
006110         ADD 1 TO WS-TIER1-COUNT
006120         ADD CUST-BALANCE TO WS-TIER1-TOTAL
006130     ELSE
006140         IF CUST-BALANCE < 1000
006150             ADD 1 TO WS-TIER2-COUNT
006160             ADD CUST-BALANCE TO WS-TIER2-TOTAL
006170         ELSE
006180             IF CUST-BALANCE < 10000
006190                 ADD 1 TO WS-TIER3-COUNT
006200                 ADD CUST-BALANCE TO WS-TIER3-TOTAL
006210             ELSE
006220                 ADD 1 TO WS-TIER4-COUNT
006230                 ADD CUST-BALANCE TO WS-TIER4-TOTAL
006240             END-IF
006250         END-IF
006260     END-IF
006270     MOVE ZEROS TO WS-OWING-SINCE
006280     MOVE ZEROS TO WS-FIRST-HISTORY-DATE
006290     MOVE 'N' TO WS-HAVE-HISTORY-SW
006300     PERFORM 2200-WALK-ACCOUNT-HISTORY
006310     IF CUST-BALANCE > ZERO
006320         IF WS-OWING-SINCE = ZEROS
006330             MOVE WS-FIRST-HISTORY-DATE TO WS-OWING-SINCE
006340         END-IF
006350         PERFORM 2300-SET-BUCKET
006360         PERFORM 2400-ACCUMULATE-BUCKET
006370     END-IF.
006380
006390 2200-WALK-ACCOUNT-HISTORY.
006400     MOVE 'N' TO WS-BROWSE-DONE-FLAG
006410     IF WS-HISTORY-PRESENT
006420         MOVE CUST-ID TO HIST-CUST-ID
006430         MOVE ZEROS TO HIST-TRANS-DATE
006440         MOVE ZEROS TO HIST-SEQ-NO
006450         START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
006460             INVALID KEY
006470                 SET WS-BROWSE-DONE TO TRUE
006480         END-START
006490     ELSE
006500         SET WS-BROWSE-DONE TO TRUE
006510     END-IF
006520     PERFORM 2210-READ-NEXT-POSTING
006530         UNTIL WS-BROWSE-DONE.
006540
006550 2210-READ-NEXT-POSTING.
006560     READ HISTORY-FILE NEXT RECORD
006570         AT END
006580             SET WS-BROWSE-DONE TO TRUE
006590         NOT AT END
006600             IF HIST-CUST-ID NOT = CUST-ID
006610                 SET WS-BROWSE-DONE TO TRUE
006620             ELSE
006630                 PERFORM 2220-TALLY-POSTING
006640             END-IF
006650     END-READ.
006660
006670*****************************************************************
006680* 2220-TALLY-POSTING - owing-since is kept as CUSTDLQ keeps it:
006690* the last date the balance came back to zero or credit. A
006700* payment is a credit posted in the month that is neither a
006710* merge transfer nor a returned or reversed item.
006720*****************************************************************
006730 2220-TALLY-POSTING.
006740     IF NOT WS-HAVE-HISTORY
006750         SET WS-HAVE-HISTORY TO TRUE
006760         MOVE HIST-TRANS-DATE TO WS-FIRST-HISTORY-DATE
006770         IF HIST-OLD-BALANCE NOT > ZERO
006780             MOVE HIST-TRANS-DATE TO WS-OWING-SINCE
006790         END-IF
006800     END-IF
006810     IF HIST-NEW-BALANCE NOT > ZERO
006820         MOVE HIST-TRANS-DATE TO WS-OWING-SINCE
006830     END-IF
006840     IF HIST-TYPE-CREDIT
006850             AND HIST-TRANS-DATE NOT < WS-MONTH-START
006860             AND HIST-TRANS-DATE NOT > WS-MONTH-END
006870             AND HIST-REVERSAL-FLAG = SPACE
006880             AND HIST-ITEM-REF(1:4) NOT = 'MRG '
006890         ADD 1 TO WS-PAYMENT-COUNT
006900         ADD HIST-TRANS-AMOUNT TO WS-PAYMENT-TOTAL
006910     END-IF.
006920
006930*****************************************************************
006940* 2300-SET-BUCKET - the CUSTDLQ buckets: owing since after the
006950* 30-day cutoff is current, each older cutoff one bucket deeper,
006960* and a zero owing-since date (no history) 90-plus.
006970*****************************************************************
006980 2300-SET-BUCKET.
006990     IF WS-OWING-SINCE > WS-CUTOFF-30
007000         MOVE 0 TO WS-BUCKET
007010     ELSE
007020         IF WS-OWING-SINCE > WS-CUTOFF-60
007030             MOVE 1 TO WS-BUCKET
007040         ELSE
007050             IF WS-OWING-SINCE > WS-CUTOFF-90
007060                 MOVE 2 TO WS-BUCKET
007070             ELSE
007080                 MOVE 3 TO WS-BUCKET
007090             END-IF
007100         END-IF
007110     END-IF.
007120
007130 2400-ACCUMULATE-BUCKET.
007140     EVALUATE WS-BUCKET
007150         WHEN 0
007160             ADD 1 TO WS-CURR-COUNT
007170             ADD CUST-BALANCE TO WS-CURR-TOTAL
007180         WHEN 1
007190             ADD 1 TO WS-DAYS30-COUNT
007200             ADD CUST-BALANCE TO WS-DAYS30-TOTAL
007210         WHEN 2
007220             ADD 1 TO WS-DAYS60-COUNT
007230             ADD CUST-BALANCE TO WS-DAYS60-TOTAL
007240         WHEN OTHER
007250             ADD 1 TO WS-DAYS90-COUNT
007260             ADD CUST-BALANCE TO WS-DAYS90-TOTAL
007270     END-EVALUATE.
007280
007290 3000-CLOSE-FILES.
007300     CLOSE CUSTOMER-FILE
007310     IF WS-HISTORY-PRESENT
007320         CLOSE HISTORY-FILE
007330     END-IF
007340     PERFORM 3100-SAVE-STATISTICS
007350     PERFORM 3200-LOAD-TREND-MONTHS
007360     PERFORM 3300-WRITE-TREND-REPORT
007370     PERFORM 3400-WRITE-EXTRACT
007380     CLOSE PORTFOLIO-STAT-FILE
007390     CLOSE TREND-REPORT
007400     CLOSE STAT-EXTRACT-FILE
007410     DISPLAY 'PORTFOLIO STATISTICS FOR ' WS-STAT-MONTH
007420         ' BUSINESS DATE ' WS-BUSINESS-DATE
007430     DISPLAY 'ACCOUNTS READ: ' WS-RECORD-COUNT
007440     DISPLAY 'POSTING BATCHES IN MONTH: ' WS-BATCH-COUNT
007450     DISPLAY 'MONTHS ON TREND REPORT: ' WS-MONTHS-ON-REPORT
007460     DISPLAY 'MOVEMENTS BEYOND TOLERANCE: ' WS-EXCEPTION-COUNT
007470     DISPLAY 'EXTRACT RECORDS WRITTEN: ' WS-EXTRACT-COUNT
007480     IF WS-SAVE-FAILED
007490         MOVE 8 TO RETURN-CODE
007500     END-IF
007510     IF NOT WS-CYCLECTL-PRESENT OR NOT WS-ACCRUAL-FOUND
007520         IF RETURN-CODE < 4
007530             MOVE 4 TO RETURN-CODE
007540         END-IF
007550     END-IF.
007560 3000-EXIT.
007570     EXIT.
007580
007590*****************************************************************
007600* 3100-SAVE-STATISTICS - write the month's record, or replace it
007610* when the month has been captured before.
007620*****************************************************************
007630 3100-SAVE-STATISTICS.
007640     MOVE WS-STAT-MONTH TO PST-STAT-MONTH
007650     READ PORTFOLIO-STAT-FILE
007660         INVALID KEY
007670             CONTINUE
007680     END-READ
007690     IF WS-PORTSTAT-FILE-STATUS = '00'
007700         DISPLAY 'STATISTICS FOR ' WS-STAT-MONTH
007710             ' ALREADY ON FILE - REPLACED'
007720     END-IF
007730     MOVE SPACES TO PORTFOLIO-STAT-RECORD
007740     MOVE WS-STAT-MONTH TO PST-STAT-MONTH
007750     MOVE WS-BUSINESS-DATE TO PST-BUSINESS-DATE
007760     MOVE WS-ACTIVE-COUNT TO PST-ACTIVE-COUNT
007770     MOVE WS-DORMANT-COUNT TO PST-DORMANT-COUNT
007780     MOVE WS-CLOSED-COUNT TO PST-CLOSED-COUNT
007790     MOVE WS-ACCOUNT-COUNT TO PST-ACCOUNT-COUNT
007800     MOVE WS-TIER1-COUNT TO PST-TIER1-COUNT
007810     MOVE WS-TIER1-TOTAL TO PST-TIER1-BALANCE
007820     MOVE WS-TIER2-COUNT TO PST-TIER2-COUNT
007830     MOVE WS-TIER2-TOTAL TO PST-TIER2-BALANCE
007840     MOVE WS-TIER3-COUNT TO PST-TIER3-COUNT
007850     MOVE WS-TIER3-TOTAL TO PST-TIER3-BALANCE
007860     MOVE WS-TIER4-COUNT TO PST-TIER4-COUNT
007870     MOVE WS-TIER4-TOTAL TO PST-TIER4-BALANCE
007880     MOVE WS-BALANCE-TOTAL TO PST-TOTAL-BALANCE
007890     MOVE WS-CURR-COUNT TO PST-CURRENT-COUNT
007900     MOVE WS-CURR-TOTAL TO PST-CURRENT-BALANCE
007910     MOVE WS-DAYS30-COUNT TO PST-DAYS30-COUNT
007920     MOVE WS-DAYS30-TOTAL TO PST-DAYS30-BALANCE
007930     MOVE WS-DAYS60-COUNT TO PST-DAYS60-COUNT
007940     MOVE WS-DAYS60-TOTAL TO PST-DAYS60-BALANCE
007950     MOVE WS-DAYS90-COUNT TO PST-DAYS90-COUNT
007960     MOVE WS-DAYS90-TOTAL TO PST-DAYS90-BALANCE
007970     MOVE WS-PAYMENT-COUNT TO PST-PAYMENT-COUNT
007980     MOVE WS-PAYMENT-TOTAL TO PST-PAYMENT-AMOUNT
007990     MOVE WS-ACCRUAL-FOUND-SW TO PST-ACCRUAL-FLAG
008000     MOVE WS-CHARGED-COUNT TO PST-CHARGED-COUNT
008010     MOVE WS-INTEREST-TOTAL TO PST-INTEREST-TOTAL
008020     MOVE WS-FEE-TOTAL TO PST-FEE-TOTAL
008030     MOVE WS-BATCH-COUNT TO PST-BATCH-COUNT
008040     MOVE WS-POSTED-COUNT TO PST-POSTED-COUNT
008050     MOVE WS-SUSPENDED-COUNT TO PST-SUSPENDED-COUNT
008060     MOVE WS-REJECT-COUNT TO PST-REJECT-COUNT
008070     WRITE PORTFOLIO-STAT-RECORD
008080         INVALID KEY
008090             REWRITE PORTFOLIO-STAT-RECORD
008100     END-WRITE
008110     IF WS-PORTSTAT-FILE-STATUS NOT = '00'
008120         SET WS-SAVE-FAILED TO TRUE
008130         DISPLAY 'STATISTICS FILE UPDATE FAILED FOR '
008140             WS-STAT-MONTH ' STATUS ' WS-PORTSTAT-FILE-STATUS
008150     END-IF.
008160
008170*****************************************************************
008180* 3200-LOAD-TREND-MONTHS - read this month and the thirteen
008190* before it back from the statistics file, a calendar month at a
008200* time. A month never captured stays empty on the report.
008210*****************************************************************
008220 3200-LOAD-TREND-MONTHS.
008230     MOVE WS-STAT-MONTH TO WS-KEY-MONTH-N
008240     MOVE ZERO TO WS-MONTH-POS
008250     PERFORM 3210-LOAD-ONE-MONTH
008260         UNTIL WS-MONTH-POS NOT < WS-MONTH-MAX.
008270
008280 3210-LOAD-ONE-MONTH.
008290     ADD 1 TO WS-MONTH-POS
008300     MOVE WS-KEY-MONTH-N TO WS-MTH-MONTH(WS-MONTH-POS)
008310     MOVE 'N' TO WS-MTH-FOUND(WS-MONTH-POS)
008320     MOVE WS-KEY-MONTH-N TO PST-STAT-MONTH
008330     READ PORTFOLIO-STAT-FILE
008340         INVALID KEY
008350             CONTINUE
008360         NOT INVALID KEY
008370             MOVE 'Y' TO WS-MTH-FOUND(WS-MONTH-POS)
008380             PERFORM 3220-STORE-MONTH-VALUES
008390             IF WS-MONTH-POS < WS-MONTH-MAX
008400                 ADD 1 TO WS-MONTHS-ON-REPORT
008410             END-IF
008420     END-READ
008430     IF WS-KEY-MM = 01
008440         MOVE 12 TO WS-KEY-MM
008450         SUBTRACT 1 FROM WS-KEY-YEAR
008460     ELSE
008470         SUBTRACT 1 FROM WS-KEY-MM
008480     END-IF.
008490
008500 3220-STORE-MONTH-VALUES.
008510     MOVE PST-ACTIVE-COUNT TO WS-MTH-VALUE(WS-MONTH-POS, 1)
008520     MOVE PST-DORMANT-COUNT TO WS-MTH-VALUE(WS-MONTH-POS, 2)
008530     MOVE PST-CLOSED-COUNT TO WS-MTH-VALUE(WS-MONTH-POS, 3)
008540     MOVE PST-ACCOUNT-COUNT TO WS-MTH-VALUE(WS-MONTH-POS, 4)
008550     MOVE PST-TIER1-BALANCE TO WS-MTH-VALUE(WS-MONTH-POS, 5)
008560     MOVE PST-TIER2-BALANCE TO WS-MTH-VALUE(WS-MONTH-POS, 6)
008570     MOVE PST-TIER3-BALANCE TO WS-MTH-VALUE(WS-MONTH-POS, 7)
008580     MOVE PST-TIER4-BALANCE TO WS-MTH-VALUE(WS-MONTH-POS, 8)
008590     MOVE PST-TOTAL-BALANCE TO WS-MTH-VALUE(WS-MONTH-POS, 9)
008600     MOVE PST-CURRENT-COUNT TO WS-MTH-VALUE(WS-MONTH-POS, 10)
008610     MOVE PST-DAYS30-COUNT TO WS-MTH-VALUE(WS-MONTH-POS, 11)
008620     MOVE PST-DAYS60-COUNT TO WS-MTH-VALUE(WS-MONTH-POS, 12)
008630     MOVE PST-DAYS90-COUNT TO WS-MTH-VALUE(WS-MONTH-POS, 13)
008640     MOVE PST-CURRENT-BALANCE TO WS-MTH-VALUE(WS-MONTH-POS, 14)
008650     MOVE PST-DAYS30-BALANCE TO WS-MTH-VALUE(WS-MONTH-POS, 15)
008660     MOVE PST-DAYS60-BALANCE TO WS-MTH-VALUE(WS-MONTH-POS, 16)
008670     MOVE PST-DAYS90-BALANCE TO WS-MTH-VALUE(WS-MONTH-POS, 17)
008680     MOVE PST-INTEREST-TOTAL TO WS-MTH-VALUE(WS-MONTH-POS, 18)
008690     MOVE PST-FEE-TOTAL TO WS-MTH-VALUE(WS-MONTH-POS, 19)
008700     MOVE PST-PAYMENT-AMOUNT TO WS-MTH-VALUE(WS-MONTH-POS, 20)
008710     MOVE PST-PAYMENT-COUNT TO WS-MTH-VALUE(WS-MONTH-POS, 21)
008720     MOVE PST-POSTED-COUNT TO WS-MTH-VALUE(WS-MONTH-POS, 22)
008730     MOVE PST-SUSPENDED-COUNT TO WS-MTH-VALUE(WS-MONTH-POS, 23)
008740     MOVE PST-REJECT-COUNT TO WS-MTH-VALUE(WS-MONTH-POS, 24).
008750
008760*****************************************************************
008770* 3300-WRITE-TREND-REPORT - one column per month, oldest on the
008780* left and this month on the right; each figure has a value line
008790* and a change line giving the percentage change on the month
008800* before, with * after any change beyond its group's tolerance.
008810*****************************************************************
008820 3300-WRITE-TREND-REPORT.
008830     PERFORM 3310-WRITE-REPORT-HEADER
008840     MOVE ZERO TO WS-METRIC-POS
008850     PERFORM 3320-WRITE-METRIC-LINES
008860         UNTIL WS-METRIC-POS NOT < WS-METRIC-MAX
008870     PERFORM 3360-LIST-EXCEPTIONS.
008880
008890 3310-WRITE-REPORT-HEADER.
008900     MOVE SPACES TO REPORT-LINE
008910     STRING 'PORTFOLIO STATISTICS - THIRTEEN-MONTH TREND - '
008920            'MONTH: ' WS-STAT-MONTH
008930            '  BUSINESS DATE: ' WS-BUSINESS-DATE
008940         DELIMITED BY SIZE INTO REPORT-LINE
008950     WRITE REPORT-LINE
008960     MOVE SPACES TO REPORT-LINE
008970     STRING 'TOLERANCES %  COUNTS: ' SPM-COUNT-TOL-PCT
008980            '  BALANCES: ' SPM-BALANCE-TOL-PCT
008990            '  DELINQUENCY: ' SPM-DELINQ-TOL-PCT
009000            '  CHARGES/PAYMENTS: ' SPM-CHARGE-TOL-PCT
009010            '  VOLUMES: ' SPM-VOLUME-TOL-PCT
009020         DELIMITED BY SIZE INTO REPORT-LINE
009030     WRITE REPORT-LINE
009040     MOVE SPACES TO REPORT-LINE
009050     STRING 'AMOUNTS IN $000 - CHANGE IS PERCENT ON PRIOR MONTH'
009060            ' - '
009070            '* BEYOND TOLERANCE - NEW FROM ZERO - -- NOT ON FILE'
009080         DELIMITED BY SIZE INTO REPORT-LINE
009090     WRITE REPORT-LINE
009100     IF WS-SAVE-FAILED
009110         MOVE SPACES TO REPORT-LINE
009120         STRING '*** STATISTICS FOR ' WS-STAT-MONTH
009130                ' COULD NOT BE SAVED - STATUS '
009140                WS-PORTSTAT-FILE-STATUS
009150             DELIMITED BY SIZE INTO REPORT-LINE
009160         WRITE REPORT-LINE
009170     END-IF
009180     IF NOT WS-CYCLECTL-PRESENT
009190         MOVE SPACES TO REPORT-LINE
009200         STRING '*** NO CYCLE CONTROL FILE - VOLUMES AND CHARGES '
009210                'SHOWN AS ZERO'
009220             DELIMITED BY SIZE INTO REPORT-LINE
009230         WRITE REPORT-LINE
009240     ELSE
009250         IF NOT WS-ACCRUAL-FOUND
009260             MOVE SPACES TO REPORT-LINE
009270             STRING '*** NO ACCRUAL CONTROL RECORD FOR '
009280                    WS-STAT-MONTH
009290                    ' - INTEREST AND FEES SHOWN AS ZERO'
009300                 DELIMITED BY SIZE INTO REPORT-LINE
009310             WRITE REPORT-LINE
009320         END-IF
009330     END-IF
009340     MOVE SPACES TO REPORT-LINE
009350     WRITE REPORT-LINE
009360     MOVE SPACES TO REPORT-LINE
009370     MOVE 'MONTH' TO REPORT-LINE(1:5)
009380     MOVE ZERO TO WS-COLUMN
009390     PERFORM 3315-SET-MONTH-HEADING
009400         UNTIL WS-COLUMN NOT < 13
009410     WRITE REPORT-LINE.
009420
009430 3315-SET-MONTH-HEADING.
009440     ADD 1 TO WS-COLUMN
009450     COMPUTE WS-MONTH-POS = 14 - WS-COLUMN
009460     COMPUTE WS-COLUMN-START = 25 + (WS-COLUMN - 1) * 8
009470     MOVE WS-MTH-MONTH(WS-MONTH-POS)
009480         TO REPORT-LINE(WS-COLUMN-START + 2:6).
009490
009500 3320-WRITE-METRIC-LINES.
009510     ADD 1 TO WS-METRIC-POS
009520     IF WS-METRIC-POS = 1
009530             OR WS-MET-GROUP(WS-METRIC-POS)
009540                 NOT = WS-MET-GROUP(WS-METRIC-POS - 1)
009550         MOVE SPACES TO REPORT-LINE
009560         WRITE REPORT-LINE
009570     END-IF
009580     PERFORM 3330-SET-TOLERANCE
009590     MOVE SPACES TO REPORT-LINE
009600     MOVE WS-MET-LABEL(WS-METRIC-POS) TO REPORT-LINE(1:22)
009610     MOVE ZERO TO WS-COLUMN
009620     PERFORM 3322-FORMAT-VALUE-CELL
009630         UNTIL WS-COLUMN NOT < 13
009640     WRITE REPORT-LINE
009650     MOVE SPACES TO REPORT-LINE
009660     MOVE '  CHANGE %' TO REPORT-LINE(1:10)
009670     MOVE ZERO TO WS-COLUMN
009680     PERFORM 3324-FORMAT-CHANGE-CELL
009690         UNTIL WS-COLUMN NOT < 13
009700     WRITE REPORT-LINE.
009710
009720*****************************************************************
009730* 3322-FORMAT-VALUE-CELL - money is shown rounded to thousands;
009740* a figure too wide for its column prints as asterisks.
009750*****************************************************************
009760 3322-FORMAT-VALUE-CELL.
009770     ADD 1 TO WS-COLUMN
009780     COMPUTE WS-MONTH-POS = 14 - WS-COLUMN
009790     COMPUTE WS-COLUMN-START = 25 + (WS-COLUMN - 1) * 8
009800     IF WS-MTH-FOUND(WS-MONTH-POS) NOT = 'Y'
009810         MOVE '      --' TO REPORT-LINE(WS-COLUMN-START:8)
009820     ELSE
009830         IF WS-MET-MONEY(WS-METRIC-POS)
009840             COMPUTE WS-CELL-VALUE ROUNDED =
009850                 WS-MTH-VALUE(WS-MONTH-POS, WS-METRIC-POS) / 1000
009860         ELSE
009870             MOVE WS-MTH-VALUE(WS-MONTH-POS, WS-METRIC-POS)
009880                 TO WS-CELL-VALUE
009890         END-IF
009900         IF WS-CELL-VALUE > 9999999 OR WS-CELL-VALUE < -9999999
009910             MOVE ' *******' TO REPORT-LINE(WS-COLUMN-START:8)
009920         ELSE
009930             MOVE WS-CELL-VALUE TO WS-DISPLAY-CELL
009940             MOVE WS-DISPLAY-CELL
009950                 TO REPORT-LINE(WS-COLUMN-START:8)
009960         END-IF
009970     END-IF.
009980
009990 3324-FORMAT-CHANGE-CELL.
010000     ADD 1 TO WS-COLUMN
010010     COMPUTE WS-MONTH-POS = 14 - WS-COLUMN
010020     COMPUTE WS-COLUMN-START = 25 + (WS-COLUMN - 1) * 8
010030     PERFORM 3340-COMPUTE-CHANGE THRU 3340-EXIT
010040     EVALUATE TRUE
010050         WHEN WS-CHANGE-MISSING
010060             MOVE '      --' TO REPORT-LINE(WS-COLUMN-START:8)
010070         WHEN WS-CHANGE-NEW
010080             MOVE '    NEW ' TO REPORT-LINE(WS-COLUMN-START:8)
010090         WHEN OTHER
010100             MOVE WS-CHANGE-PCT TO WS-DISPLAY-PCT
010110             MOVE WS-DISPLAY-PCT
010120                 TO REPORT-LINE(WS-COLUMN-START:7)
010130     END-EVALUATE
010140     IF WS-BEYOND-TOLERANCE
010150         MOVE '*' TO REPORT-LINE(WS-COLUMN-START + 7:1)
010160     END-IF.
010170
010180 3330-SET-TOLERANCE.
010190     EVALUATE WS-MET-GROUP(WS-METRIC-POS)
010200         WHEN 'C'
010210             MOVE SPM-COUNT-TOL-PCT TO WS-TOLERANCE
010220         WHEN 'B'
010230             MOVE SPM-BALANCE-TOL-PCT TO WS-TOLERANCE
010240         WHEN 'D'
010250             MOVE SPM-DELINQ-TOL-PCT TO WS-TOLERANCE
010260         WHEN 'A'
010270             MOVE SPM-CHARGE-TOL-PCT TO WS-TOLERANCE
010280         WHEN OTHER
010290             MOVE SPM-VOLUME-TOL-PCT TO WS-TOLERANCE
010300     END-EVALUATE.
010310
010320*****************************************************************
010330* 3340-COMPUTE-CHANGE - the change in the figure from the month
010340* before WS-MONTH-POS to that month, as a percentage of the
010350* earlier figure's size (so a credit balance that grows shows as
010360* a rise). No change is given when either month is not on file;
010370* a figure that was zero the month before is NEW. Percentages
010380* are held to 9999.9 either way.
010390*****************************************************************
010400 3340-COMPUTE-CHANGE.
010410     MOVE 'N' TO WS-BEYOND-SW
010420     MOVE ZERO TO WS-CHANGE-PCT
010430     COMPUTE WS-PRIOR-POS = WS-MONTH-POS + 1
010440     IF WS-MTH-FOUND(WS-MONTH-POS) NOT = 'Y'
010450             OR WS-MTH-FOUND(WS-PRIOR-POS) NOT = 'Y'
010460         SET WS-CHANGE-MISSING TO TRUE
010470         GO TO 3340-EXIT
010480     END-IF
010490     MOVE WS-MTH-VALUE(WS-MONTH-POS, WS-METRIC-POS)
010500         TO WS-CURRENT-VALUE
010510     MOVE WS-MTH-VALUE(WS-PRIOR-POS, WS-METRIC-POS)
010520         TO WS-PRIOR-VALUE
010530     SET WS-CHANGE-PERCENT TO TRUE
010540     IF WS-PRIOR-VALUE = ZERO
010550         IF WS-CURRENT-VALUE NOT = ZERO
010560             SET WS-CHANGE-NEW TO TRUE
010570             IF WS-TOLERANCE > ZERO
010580                 SET WS-BEYOND-TOLERANCE TO TRUE
010590             END-IF
010600         END-IF
010610         GO TO 3340-EXIT
010620     END-IF
010630     IF WS-PRIOR-VALUE < ZERO
010640         COMPUTE WS-PRIOR-BASE = ZERO - WS-PRIOR-VALUE
010650     ELSE
010660         MOVE WS-PRIOR-VALUE TO WS-PRIOR-BASE
010670     END-IF
010680     COMPUTE WS-CHANGE-WORK ROUNDED =
010690         (WS-CURRENT-VALUE - WS-PRIOR-VALUE) * 100 / WS-PRIOR-BASE
010700     IF WS-CHANGE-WORK > 9999.9
010710         MOVE 9999.9 TO WS-CHANGE-WORK
010720     END-IF
010730     IF WS-CHANGE-WORK < -9999.9
010740         MOVE -9999.9 TO WS-CHANGE-WORK
010750     END-IF
010760     MOVE WS-CHANGE-WORK TO WS-CHANGE-PCT
010770     IF WS-TOLERANCE > ZERO
010780         IF WS-CHANGE-PCT > WS-TOLERANCE
010790                 OR WS-CHANGE-PCT < ZERO - WS-TOLERANCE
010800             SET WS-BEYOND-TOLERANCE TO TRUE
010810         END-IF
010820     END-IF.
010830 3340-EXIT.
010840     EXIT.
010850
010860*****************************************************************
010870* 3360-LIST-EXCEPTIONS - every figure whose change into this
010880* month is beyond its tolerance, at full value, so the movements
010890* management should hear about are in one place.
010900*****************************************************************
010910 3360-LIST-EXCEPTIONS.
010920     MOVE SPACES TO REPORT-LINE
010930     WRITE REPORT-LINE
010940     MOVE SPACES TO REPORT-LINE
010950     STRING 'MOVEMENTS INTO ' WS-STAT-MONTH
010960            ' BEYOND TOLERANCE'
010970         DELIMITED BY SIZE INTO REPORT-LINE
010980     WRITE REPORT-LINE
010990     MOVE ZERO TO WS-METRIC-POS
011000     PERFORM 3365-CHECK-EXCEPTION
011010         UNTIL WS-METRIC-POS NOT < WS-METRIC-MAX
011020     IF WS-EXCEPTION-COUNT = ZERO
011030         MOVE SPACES TO REPORT-LINE
011040         MOVE '   NONE' TO REPORT-LINE(1:7)
011050         WRITE REPORT-LINE
011060     END-IF.
011070
011080 3365-CHECK-EXCEPTION.
011090     ADD 1 TO WS-METRIC-POS
011100     PERFORM 3330-SET-TOLERANCE
011110     MOVE 1 TO WS-MONTH-POS
011120     PERFORM 3340-COMPUTE-CHANGE THRU 3340-EXIT
011130     IF WS-BEYOND-TOLERANCE
011140         ADD 1 TO WS-EXCEPTION-COUNT
011150         PERFORM 3370-WRITE-EXCEPTION-LINE
011160     END-IF.
011170
011180 3370-WRITE-EXCEPTION-LINE.
011190     MOVE WS-TOLERANCE TO WS-DISPLAY-TOL
011200     MOVE SPACES TO REPORT-LINE
011210     IF WS-MET-MONEY(WS-METRIC-POS)
011220         MOVE WS-PRIOR-VALUE TO WS-DISPLAY-PRIOR
011230         MOVE WS-CURRENT-VALUE TO WS-DISPLAY-TOTAL
011240         STRING '   ' WS-MET-LABEL(WS-METRIC-POS)
011250                '  PRIOR: ' WS-DISPLAY-PRIOR
011260                '  THIS MONTH: ' WS-DISPLAY-TOTAL
011270             DELIMITED BY SIZE INTO REPORT-LINE
011280     ELSE
011290         MOVE WS-PRIOR-VALUE TO WS-DISPLAY-PRIOR-COUNT
011300         MOVE WS-CURRENT-VALUE TO WS-DISPLAY-COUNT
011310         STRING '   ' WS-MET-LABEL(WS-METRIC-POS)
011320                '  PRIOR: ' WS-DISPLAY-PRIOR-COUNT
011330                '  THIS MONTH: ' WS-DISPLAY-COUNT
011340             DELIMITED BY SIZE INTO REPORT-LINE
011350     END-IF
011360     IF WS-CHANGE-NEW
011370         MOVE '  CHANGE: NEW' TO REPORT-LINE(88:13)
011380     ELSE
011390         MOVE WS-CHANGE-PCT TO WS-DISPLAY-PCT
011400         STRING '  CHANGE: ' WS-DISPLAY-PCT '%'
011410             DELIMITED BY SIZE INTO REPORT-LINE(88:18)
011420     END-IF
011430     STRING '  TOLERANCE: ' WS-DISPLAY-TOL '%'
011440         DELIMITED BY SIZE INTO REPORT-LINE(106:17)
011450     WRITE REPORT-LINE.
011460
011470*****************************************************************
011480* 3400-WRITE-EXTRACT - every month on the statistics file, oldest
011490* first, in the flat PORTXTR layout.
011500*****************************************************************
011510 3400-WRITE-EXTRACT.
011520     MOVE 'N' TO WS-BROWSE-DONE-FLAG
011530     MOVE ZEROS TO PST-STAT-MONTH
011540     START PORTFOLIO-STAT-FILE KEY IS NOT LESS THAN PST-STAT-MONTH
011550         INVALID KEY
011560             SET WS-BROWSE-DONE TO TRUE
011570     END-START
011580     PERFORM 3410-EXTRACT-ONE-MONTH
011590         UNTIL WS-BROWSE-DONE.
011600
011610 3410-EXTRACT-ONE-MONTH.
011620     READ PORTFOLIO-STAT-FILE NEXT RECORD
011630         AT END
011640             SET WS-BROWSE-DONE TO TRUE
011650         NOT AT END
011660             PERFORM 3420-WRITE-EXTRACT-RECORD
011670     END-READ.
011680
011690 3420-WRITE-EXTRACT-RECORD.
011700     MOVE SPACES TO PORTFOLIO-EXTRACT-RECORD
011710     MOVE PST-STAT-MONTH TO PXT-STAT-MONTH
011720     MOVE PST-BUSINESS-DATE TO PXT-BUSINESS-DATE
011730     MOVE PST-ACTIVE-COUNT TO PXT-ACTIVE-COUNT
011740     MOVE PST-DORMANT-COUNT TO PXT-DORMANT-COUNT
011750     MOVE PST-CLOSED-COUNT TO PXT-CLOSED-COUNT
011760     MOVE PST-ACCOUNT-COUNT TO PXT-ACCOUNT-COUNT
011770     MOVE PST-TIER1-COUNT TO PXT-TIER1-COUNT
011780     MOVE PST-TIER1-BALANCE TO PXT-TIER1-BALANCE
011790     MOVE PST-TIER2-COUNT TO PXT-TIER2-COUNT
011800     MOVE PST-TIER2-BALANCE TO PXT-TIER2-BALANCE
011810     MOVE PST-TIER3-COUNT TO PXT-TIER3-COUNT
011820     MOVE PST-TIER3-BALANCE TO PXT-TIER3-BALANCE
011830     MOVE PST-TIER4-COUNT TO PXT-TIER4-COUNT
011840     MOVE PST-TIER4-BALANCE TO PXT-TIER4-BALANCE
011850     MOVE PST-TOTAL-BALANCE TO PXT-TOTAL-BALANCE
011860     MOVE PST-CURRENT-COUNT TO PXT-CURRENT-COUNT
011870     MOVE PST-CURRENT-BALANCE TO PXT-CURRENT-BALANCE
011880     MOVE PST-DAYS30-COUNT TO PXT-DAYS30-COUNT
011890     MOVE PST-DAYS30-BALANCE TO PXT-DAYS30-BALANCE
011900     MOVE PST-DAYS60-COUNT TO PXT-DAYS60-COUNT
011910     MOVE PST-DAYS60-BALANCE TO PXT-DAYS60-BALANCE
011920     MOVE PST-DAYS90-COUNT TO PXT-DAYS90-COUNT
011930     MOVE PST-DAYS90-BALANCE TO PXT-DAYS90-BALANCE
011940     MOVE PST-PAYMENT-COUNT TO PXT-PAYMENT-COUNT
011950     MOVE PST-PAYMENT-AMOUNT TO PXT-PAYMENT-AMOUNT
011960     MOVE PST-ACCRUAL-FLAG TO PXT-ACCRUAL-FLAG
011970     MOVE PST-CHARGED-COUNT TO PXT-CHARGED-COUNT
011980     MOVE PST-INTEREST-TOTAL TO PXT-INTEREST-TOTAL
011990     MOVE PST-FEE-TOTAL TO PXT-FEE-TOTAL
012000     MOVE PST-BATCH-COUNT TO PXT-BATCH-COUNT
012010     MOVE PST-POSTED-COUNT TO PXT-POSTED-COUNT
012020     MOVE PST-SUSPENDED-COUNT TO PXT-SUSPENDED-COUNT
012030     MOVE PST-REJECT-COUNT TO PXT-REJECT-COUNT
012040     WRITE PORTFOLIO-EXTRACT-RECORD
012050     ADD 1 TO WS-EXTRACT-COUNT.
