000010*****************************************************************
000020* Program:      CUSTPROM
000030* Purpose:      Nightly promise-to-pay check - reads every open
000040*               promise on the COLLACT collections activity file
000050*               (logged by collectors on the CCOL screen) and
000060*               totals the account's payments on the HISTORY-FILE
000070*               from the day the promise was taken through the
000080*               promised date: credits that have not been
000090*               reversed, leaving out the MRG duplicate-merge
000100*               transfer legs. A promise whose payments reach the
000110*               promised amount, or whose account no longer owes
000120*               anything, is marked kept; one whose promised date
000130*               has passed short of the amount is marked broken.
000140*               Either way the paid amount and the business date
000150*               it was resolved are recorded, and a kept/broken
000160*               report lists each promise resolved tonight with
000170*               totals. CUSTDLQ, which follows in the schedule,
000180*               puts the broken promises back at the top of the
000190*               collections worklist.
000200* Author:       Stormer Mainframes
000210* Installation: Stormer Mainframes Data Center
000220* Date-Written: 2026
000230* Date-Compiled: 2026
000240*-----------------------------------------------------------------
000250* Modification History
000260* Date       By   Description
000270* 2026       SM   Original program.
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. CUSTPROM.
000310 AUTHOR. STORMER-MAINFRAMES.
000320 INSTALLATION. STORMER-MAINFRAMES-DATA-CENTER.
000330 DATE-WRITTEN. 2026.
000340 DATE-COMPILED. 2026.
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-ZOS.
000390 OBJECT-COMPUTER. IBM-ZOS.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT COLLECTIONS-ACTIVITY-FILE
000430         ASSIGN TO COLLACT
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CAC-KEY
000470         FILE STATUS IS WS-COLLACT-FILE-STATUS.
000480
000490     SELECT CUSTOMER-FILE
000500         ASSIGN TO CUSTFILE
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS CUST-ID
000540         FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
000550
000560     SELECT HISTORY-FILE
000570         ASSIGN TO TRANHIST
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS HIST-KEY
000610         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000620
000630     SELECT DATE-CONTROL-FILE
000640         ASSIGN TO DATECTL
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-DATECTL-FILE-STATUS.
000670
000680     SELECT PROMISE-REPORT
000690         ASSIGN TO PROMRPT
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-REPORT-FILE-STATUS.
000720
000730     SELECT STEP-CONTROL-FILE
000740         ASSIGN TO STEPCTL
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS RANDOM
000770         RECORD KEY IS STP-KEY
000780         FILE STATUS IS WS-STEPCTL-FILE-STATUS.
000790
000800     SELECT STEP-OVERRIDE-FILE
000810         ASSIGN TO STEPOVR
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-STEPOVR-CARD-STATUS.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  COLLECTIONS-ACTIVITY-FILE
000880     RECORD CONTAINS 80 CHARACTERS.
000890     COPY COLLACT.
000900
000910 FD  CUSTOMER-FILE
000920     RECORD CONTAINS 76 CHARACTERS.
000930     COPY CUSTREC.
000940
000950 FD  HISTORY-FILE
000960     RECORD CONTAINS 60 CHARACTERS.
000970     COPY TRANHIST.
000980
000990 FD  DATE-CONTROL-FILE
001000     RECORD CONTAINS 80 CHARACTERS.
001010     COPY DATECTL.
001020
001030 FD  PROMISE-REPORT
001040     RECORD CONTAINS 132 CHARACTERS.
001050 01  REPORT-LINE                    PIC X(132).
001060
001070 FD  STEP-CONTROL-FILE
001080     RECORD CONTAINS 80 CHARACTERS.
001090     COPY STEPCTL.
001100
001110 FD  STEP-OVERRIDE-FILE
001120     RECORD CONTAINS 80 CHARACTERS.
001130     COPY STEPOVR.
001140
001150 WORKING-STORAGE SECTION.
001160 77  WS-COLLACT-FILE-STATUS         PIC XX VALUE SPACES.
001170 77  WS-CUSTOMER-FILE-STATUS        PIC XX VALUE SPACES.
001180 77  WS-HISTORY-FILE-STATUS         PIC XX VALUE SPACES.
001190 77  WS-DATECTL-FILE-STATUS         PIC XX VALUE SPACES.
001200 77  WS-REPORT-FILE-STATUS          PIC XX VALUE SPACES.
001210 77  WS-STEPCTL-FILE-STATUS         PIC XX VALUE SPACES.
001220 77  WS-STEPOVR-CARD-STATUS         PIC XX VALUE SPACES.
001230 77  WS-STEP-NAME                   PIC X(08) VALUE 'CUSTPROM'.
001240 77  WS-PRED-STEP-NAME              PIC X(08) VALUE 'CUSTAGE'.
001250 77  WS-STEP-OVERRIDE-SW            PIC X  VALUE 'N'.
001260     88  WS-STEP-OVERRIDE               VALUE 'Y'.
001270 77  WS-STEP-REFUSED-SW             PIC X  VALUE 'N'.
001280     88  WS-STEP-REFUSED                VALUE 'Y'.
001290 77  WS-STEP-NEW-SW                 PIC X  VALUE 'N'.
001300     88  WS-STEP-NEW                    VALUE 'Y'.
001310
001320 77  WS-EOF-FLAG                    PIC X  VALUE 'N'.
001330     88  WS-EOF                         VALUE 'Y'.
001340 77  WS-BROWSE-DONE-FLAG            PIC X  VALUE 'N'.
001350     88  WS-BROWSE-DONE                 VALUE 'Y'.
001360 77  WS-COLLACT-PRESENT-SW          PIC X  VALUE 'Y'.
001370     88  WS-COLLACT-PRESENT             VALUE 'Y'.
001380 77  WS-HISTORY-PRESENT-SW          PIC X  VALUE 'Y'.
001390     88  WS-HISTORY-PRESENT             VALUE 'Y'.
001400 77  WS-CUSTOMER-FOUND-SW           PIC X  VALUE 'N'.
001410     88  WS-CUSTOMER-FOUND              VALUE 'Y'.
001420 77  WS-RESOLUTION                  PIC X(06) VALUE SPACES.
001430
001440 77  WS-BUSINESS-DATE               PIC 9(08) VALUE ZEROS.
001450 77  WS-PAID-AMOUNT  PIC S9(9)V99 COMP-3 VALUE ZERO.
001460
001470 77  WS-ACTIVITY-COUNT              PIC 9(07) COMP VALUE ZERO.
001480 77  WS-CHECKED-COUNT               PIC 9(07) COMP VALUE ZERO.
001490 77  WS-KEPT-COUNT                  PIC 9(07) COMP VALUE ZERO.
001500 77  WS-BROKEN-COUNT                PIC 9(07) COMP VALUE ZERO.
001510 77  WS-PENDING-COUNT               PIC 9(07) COMP VALUE ZERO.
001520 77  WS-REWRITE-ERROR-COUNT         PIC 9(07) COMP VALUE ZERO.
001530 77  WS-KEPT-PROMISED  PIC S9(11)V99 COMP-3 VALUE ZERO.
001540 77  WS-KEPT-PAID      PIC S9(11)V99 COMP-3 VALUE ZERO.
001550 77  WS-BROKEN-PROMISED PIC S9(11)V99 COMP-3 VALUE ZERO.
001560 77  WS-BROKEN-PAID    PIC S9(11)V99 COMP-3 VALUE ZERO.
001570 77  WS-PENDING-PROMISED PIC S9(11)V99 COMP-3 VALUE ZERO.
001580
001590 77  WS-CUSTOMER-NAME               PIC X(37) VALUE SPACES.
001600 77  WS-DISPLAY-PROMISED            PIC ZZZ,ZZ9.99.
001610 77  WS-DISPLAY-PAID                PIC ZZ,ZZZ,ZZ9.99.
001620 77  WS-DISPLAY-TOTAL               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001630 77  WS-DISPLAY-PAID-TOTAL          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001640 77  WS-DISPLAY-COUNT               PIC Z,ZZZ,ZZ9.
001650
001660 PROCEDURE DIVISION.
001670 0000-MAIN.
001680     PERFORM 1000-OPEN-FILES THRU 1000-EXIT
001690     IF WS-COLLACT-PRESENT AND WS-HISTORY-PRESENT
001700         PERFORM 2000-PROCESS-ACTIVITY THRU 2000-EXIT
001710             UNTIL WS-EOF
001720     END-IF
001730     PERFORM 3000-CLOSE-FILES THRU 3000-EXIT
001740     PERFORM 9900-REGISTER-STEP-END THRU 9900-EXIT
001750     STOP RUN.
001760
001770*****************************************************************
001780* 1000-OPEN-FILES - no COLLACT file yet means no contact has
001790* ever been logged: nothing to check. Without the history file
001800* no payment can be proven, so every promise is left open for
001810* the next night rather than broken (RC 4).
001820*****************************************************************
001830 1000-OPEN-FILES.
001840     PERFORM 1005-READ-BUSINESS-DATE
001850     PERFORM 9800-REGISTER-STEP-START
001860     OPEN OUTPUT PROMISE-REPORT
001870     IF WS-REPORT-FILE-STATUS NOT = '00'
001880         DISPLAY 'ERROR OPENING PROMISE REPORT: '
001890             WS-REPORT-FILE-STATUS
001900         MOVE 16 TO RETURN-CODE
001910         STOP RUN
001920     END-IF
001930     PERFORM 1010-WRITE-REPORT-HEADER
001940     OPEN I-O COLLECTIONS-ACTIVITY-FILE
001950     IF WS-COLLACT-FILE-STATUS = '35'
001960         MOVE 'N' TO WS-COLLACT-PRESENT-SW
001970         DISPLAY 'NO COLLECTIONS ACTIVITY FILE - NO PROMISES '
001980             'TO CHECK'
001990         GO TO 1000-EXIT
002000     END-IF
002010     IF WS-COLLACT-FILE-STATUS NOT = '00'
002020         DISPLAY 'ERROR OPENING COLLECTIONS ACTIVITY FILE: '
002030             WS-COLLACT-FILE-STATUS
002040         MOVE 16 TO RETURN-CODE
002050         CLOSE PROMISE-REPORT
002060         STOP RUN
002070     END-IF
002080     OPEN INPUT CUSTOMER-FILE
002090     IF WS-CUSTOMER-FILE-STATUS NOT = '00'
002100         DISPLAY 'ERROR OPENING CUSTOMER FILE: '
002110             WS-CUSTOMER-FILE-STATUS
002120         MOVE 16 TO RETURN-CODE
002130         CLOSE PROMISE-REPORT COLLECTIONS-ACTIVITY-FILE
002140         STOP RUN
002150     END-IF
002160     OPEN INPUT HISTORY-FILE
002170     IF WS-HISTORY-FILE-STATUS = '35'
002180         MOVE 'N' TO WS-HISTORY-PRESENT-SW
002190         DISPLAY 'NO HISTORY FILE - PROMISES LEFT OPEN'
002200         MOVE 4 TO RETURN-CODE
002210     ELSE
002220         IF WS-HISTORY-FILE-STATUS NOT = '00'
002230             DISPLAY 'ERROR OPENING HISTORY FILE: '
002240                 WS-HISTORY-FILE-STATUS
002250             MOVE 16 TO RETURN-CODE
002260             CLOSE PROMISE-REPORT COLLECTIONS-ACTIVITY-FILE
002270                 CUSTOMER-FILE
002280             STOP RUN
002290         END-IF
002300     END-IF.
002310 1000-EXIT.
002320     EXIT.
002330
002340 1005-READ-BUSINESS-DATE.
002350     MOVE SPACES TO DATE-CONTROL-RECORD
002360     OPEN INPUT DATE-CONTROL-FILE
002370     IF WS-DATECTL-FILE-STATUS = '00'
002380         READ DATE-CONTROL-FILE
002390             AT END MOVE SPACES TO DATE-CONTROL-RECORD
002400         END-READ
002410         CLOSE DATE-CONTROL-FILE
002420     END-IF
002430     IF DCT-BUSINESS-DATE IS NOT NUMERIC
002440             OR DCT-BUSINESS-DATE = ZEROS
002450         DISPLAY 'MISSING OR INVALID BUSINESS-DATE CONTROL FILE'
002460         MOVE 16 TO RETURN-CODE
002470         STOP RUN
002480     END-IF
002490     MOVE DCT-BUSINESS-DATE TO WS-BUSINESS-DATE.
002500
002510 1010-WRITE-REPORT-HEADER.
002520     MOVE SPACES TO REPORT-LINE
002530     STRING 'PROMISE-TO-PAY CHECK - KEPT AND BROKEN PROMISES - '
002540            'BUSINESS DATE: ' WS-BUSINESS-DATE
002550         DELIMITED BY SIZE INTO REPORT-LINE
002560     WRITE REPORT-LINE
002570     MOVE SPACES TO REPORT-LINE
002580     WRITE REPORT-LINE
002590     MOVE SPACES TO REPORT-LINE
002600     STRING 'RESULT  CUSTID  NAME                    '
002610            '                 PROMISED  DUE DATE     '
002620            '      PAID  TAKEN     COLLECTOR'
002630         DELIMITED BY SIZE INTO REPORT-LINE
002640     WRITE REPORT-LINE.
002650
002660 2000-PROCESS-ACTIVITY.
002670     READ COLLECTIONS-ACTIVITY-FILE NEXT RECORD
002680         AT END
002690             SET WS-EOF TO TRUE
002700         NOT AT END
002710             ADD 1 TO WS-ACTIVITY-COUNT
002720             IF CAC-PROMISE-OPEN
002730                 ADD 1 TO WS-CHECKED-COUNT
002740                 PERFORM 2100-CHECK-PROMISE
002750             END-IF
002760     END-READ.
002770 2000-EXIT.
002780     EXIT.
002790
002800*****************************************************************
002810* 2100-CHECK-PROMISE - a promise is kept once the payments since
002820* it was taken reach the promised amount, or once the account no
002830* longer owes anything; it is broken the first night after the
002840* promised date with the amount still short. Otherwise it stays
002850* open, with the amount paid so far brought up to date.
002860*****************************************************************
002870 2100-CHECK-PROMISE.
002880     PERFORM 2150-READ-CUSTOMER
002890     MOVE ZERO TO WS-PAID-AMOUNT
002900     PERFORM 2200-TOTAL-PAYMENTS
002910     MOVE SPACES TO WS-RESOLUTION
002920     IF WS-PAID-AMOUNT NOT < CAC-PROMISE-AMOUNT
002930             OR (WS-CUSTOMER-FOUND AND CUST-BALANCE NOT > ZERO)
002940         MOVE 'KEPT' TO WS-RESOLUTION
002950         SET CAC-PROMISE-KEPT TO TRUE
002960         MOVE WS-BUSINESS-DATE TO CAC-RESOLVED-DATE
002970         ADD 1 TO WS-KEPT-COUNT
002980         ADD CAC-PROMISE-AMOUNT TO WS-KEPT-PROMISED
002990         ADD WS-PAID-AMOUNT TO WS-KEPT-PAID
003000     ELSE
003010         IF CAC-PROMISE-DATE < WS-BUSINESS-DATE
003020             MOVE 'BROKEN' TO WS-RESOLUTION
003030             SET CAC-PROMISE-BROKEN TO TRUE
003040             MOVE WS-BUSINESS-DATE TO CAC-RESOLVED-DATE
003050             ADD 1 TO WS-BROKEN-COUNT
003060             ADD CAC-PROMISE-AMOUNT TO WS-BROKEN-PROMISED
003070             ADD WS-PAID-AMOUNT TO WS-BROKEN-PAID
003080         ELSE
003090             ADD 1 TO WS-PENDING-COUNT
003100             ADD CAC-PROMISE-AMOUNT TO WS-PENDING-PROMISED
003110         END-IF
003120     END-IF
003130     IF WS-PAID-AMOUNT > 9999999.99
003140         MOVE 9999999.99 TO CAC-PAID-AMOUNT
003150     ELSE
003160         MOVE WS-PAID-AMOUNT TO CAC-PAID-AMOUNT
003170     END-IF
003180     REWRITE COLLECTIONS-ACTIVITY-RECORD
003190     IF WS-COLLACT-FILE-STATUS NOT = '00'
003200         DISPLAY 'ERROR UPDATING PROMISE FOR CUST-ID ' CAC-CUST-ID
003210             ' TAKEN ' CAC-CONTACT-DATE ' STATUS '
003220             WS-COLLACT-FILE-STATUS
003230         ADD 1 TO WS-REWRITE-ERROR-COUNT
003240         MOVE 8 TO RETURN-CODE
003250     ELSE
003260         IF WS-RESOLUTION NOT = SPACES
003270             PERFORM 2300-WRITE-PROMISE-LINE
003280         END-IF
003290     END-IF.
003300
003310 2150-READ-CUSTOMER.
003320     MOVE 'N' TO WS-CUSTOMER-FOUND-SW
003330     MOVE CAC-CUST-ID TO CUST-ID
003340     READ CUSTOMER-FILE
003350         INVALID KEY
003360             MOVE '*** NOT ON CUSTOMER FILE ***'
003370                 TO WS-CUSTOMER-NAME
003380         NOT INVALID KEY
003390             SET WS-CUSTOMER-FOUND TO TRUE
003400             MOVE SPACES TO WS-CUSTOMER-NAME
003410             STRING CUST-LAST-NAME ', ' CUST-FIRST-NAME
003420                 DELIMITED BY SIZE INTO WS-CUSTOMER-NAME
003430     END-READ.
003440
003450*****************************************************************
003460* 2200-TOTAL-PAYMENTS - the account's postings from the day the
003470* promise was taken through the promised date. Payments are
003480* counted as the refund and credit-line review count them:
003490* credits not since reversed, not the reversal or return-fee
003500* entries, and not the MRG transfer legs of an account merge.
003510*****************************************************************
003520 2200-TOTAL-PAYMENTS.
003530     MOVE 'N' TO WS-BROWSE-DONE-FLAG
003540     MOVE CAC-CUST-ID TO HIST-CUST-ID
003550     MOVE CAC-CONTACT-DATE TO HIST-TRANS-DATE
003560     MOVE ZEROS TO HIST-SEQ-NO
003570     START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
003580         INVALID KEY
003590             SET WS-BROWSE-DONE TO TRUE
003600     END-START
003610     PERFORM 2210-READ-NEXT-POSTING
003620         UNTIL WS-BROWSE-DONE.
003630
003640 2210-READ-NEXT-POSTING.
003650     READ HISTORY-FILE NEXT RECORD
003660         AT END
003670             SET WS-BROWSE-DONE TO TRUE
003680         NOT AT END
003690             IF HIST-CUST-ID NOT = CAC-CUST-ID
003700                     OR HIST-TRANS-DATE > CAC-PROMISE-DATE
003710                 SET WS-BROWSE-DONE TO TRUE
003720             ELSE
003730                 IF HIST-TYPE-CREDIT
003740                         AND HIST-REVERSAL-FLAG = SPACE
003750                         AND HIST-ITEM-REF(1:4) NOT = 'MRG '
003760                     ADD HIST-TRANS-AMOUNT TO WS-PAID-AMOUNT
003770                 END-IF
003780             END-IF
003790     END-READ.
003800
003810 2300-WRITE-PROMISE-LINE.
003820     MOVE CAC-PROMISE-AMOUNT TO WS-DISPLAY-PROMISED
003830     MOVE WS-PAID-AMOUNT TO WS-DISPLAY-PAID
003840     MOVE SPACES TO REPORT-LINE
003850     STRING WS-RESOLUTION
003860            '  ' CAC-CUST-ID
003870            '  ' WS-CUSTOMER-NAME
003880            '  ' WS-DISPLAY-PROMISED
003890            '  ' CAC-PROMISE-DATE
003900            '  ' WS-DISPLAY-PAID
003910            '  ' CAC-CONTACT-DATE
003920            '  ' CAC-COLLECTOR-ID
003930         DELIMITED BY SIZE INTO REPORT-LINE
003940     WRITE REPORT-LINE.
003950
003960 3000-CLOSE-FILES.
003970     IF WS-COLLACT-PRESENT
003980         CLOSE COLLECTIONS-ACTIVITY-FILE
003990         CLOSE CUSTOMER-FILE
004000         IF WS-HISTORY-PRESENT
004010             CLOSE HISTORY-FILE
004020         END-IF
004030     END-IF
004040     PERFORM 3100-WRITE-TOTALS
004050     CLOSE PROMISE-REPORT
004060     DISPLAY 'COLLECTIONS ACTIVITY RECORDS READ: '
004070         WS-ACTIVITY-COUNT
004080     DISPLAY 'OPEN PROMISES CHECKED:  ' WS-CHECKED-COUNT
004090     DISPLAY 'PROMISES KEPT:          ' WS-KEPT-COUNT
004100     DISPLAY 'PROMISES BROKEN:        ' WS-BROKEN-COUNT
004110     DISPLAY 'PROMISES STILL OPEN:    ' WS-PENDING-COUNT
004120     IF WS-REWRITE-ERROR-COUNT > ZERO
004130         DISPLAY 'PROMISES NOT UPDATED:   ' WS-REWRITE-ERROR-COUNT
004140     END-IF.
004150 3000-EXIT.
004160     EXIT.
004170
004180 3100-WRITE-TOTALS.
004190     MOVE SPACES TO REPORT-LINE
004200     WRITE REPORT-LINE
004210     IF NOT WS-COLLACT-PRESENT
004220         MOVE 'NO COLLECTIONS ACTIVITY FILE - NO PROMISES CHECKED'
004230             TO REPORT-LINE
004240         WRITE REPORT-LINE
004250     END-IF
004260     IF WS-COLLACT-PRESENT AND NOT WS-HISTORY-PRESENT
004270         MOVE 'NO HISTORY FILE - ALL PROMISES LEFT OPEN'
004280             TO REPORT-LINE
004290         WRITE REPORT-LINE
004300     END-IF
004310     MOVE WS-CHECKED-COUNT TO WS-DISPLAY-COUNT
004320     MOVE SPACES TO REPORT-LINE
004330     STRING 'OPEN PROMISES CHECKED:   ' WS-DISPLAY-COUNT
004340         DELIMITED BY SIZE INTO REPORT-LINE
004350     WRITE REPORT-LINE
004360     MOVE WS-KEPT-COUNT TO WS-DISPLAY-COUNT
004370     MOVE WS-KEPT-PROMISED TO WS-DISPLAY-TOTAL
004380     MOVE WS-KEPT-PAID TO WS-DISPLAY-PAID-TOTAL
004390     MOVE SPACES TO REPORT-LINE
004400     STRING 'PROMISES KEPT:           ' WS-DISPLAY-COUNT
004410            '  PROMISED: ' WS-DISPLAY-TOTAL
004420            '  PAID: ' WS-DISPLAY-PAID-TOTAL
004430         DELIMITED BY SIZE INTO REPORT-LINE
004440     WRITE REPORT-LINE
004450     MOVE WS-BROKEN-COUNT TO WS-DISPLAY-COUNT
004460     MOVE WS-BROKEN-PROMISED TO WS-DISPLAY-TOTAL
004470     MOVE WS-BROKEN-PAID TO WS-DISPLAY-PAID-TOTAL
004480     MOVE SPACES TO REPORT-LINE
004490     STRING 'PROMISES BROKEN:         ' WS-DISPLAY-COUNT
004500            '  PROMISED: ' WS-DISPLAY-TOTAL
004510            '  PAID: ' WS-DISPLAY-PAID-TOTAL
004520         DELIMITED BY SIZE INTO REPORT-LINE
004530     WRITE REPORT-LINE
004540     MOVE WS-PENDING-COUNT TO WS-DISPLAY-COUNT
004550     MOVE WS-PENDING-PROMISED TO WS-DISPLAY-TOTAL
004560     MOVE SPACES TO REPORT-LINE
004570     STRING 'PROMISES STILL OPEN:     ' WS-DISPLAY-COUNT
004580            '  PROMISED: ' WS-DISPLAY-TOTAL
004590         DELIMITED BY SIZE INTO REPORT-LINE
004600     WRITE REPORT-LINE
004610     IF WS-REWRITE-ERROR-COUNT > ZERO
004620         MOVE WS-REWRITE-ERROR-COUNT TO WS-DISPLAY-COUNT
004630         MOVE SPACES TO REPORT-LINE
004640         STRING 'PROMISES NOT UPDATED:    ' WS-DISPLAY-COUNT
004650                '  - SEE JOB LOG'
004660             DELIMITED BY SIZE INTO REPORT-LINE
004670         WRITE REPORT-LINE
004680     END-IF.
004690
004700*****************************************************************
004710* 9800-REGISTER-STEP-START - the STEPCTL step-control file
004720* records which steps of the nightly schedule have run for the
004730* business date. The step is refused (RC 12) while its
004740* predecessor has not completed, or once it has already
004750* completed cleanly for the date, unless the STEPOVR rerun
004760* override card names this step and date. Otherwise it is
004770* registered as started before any of its own files are
004780* touched.
004790*****************************************************************
004800 9800-REGISTER-STEP-START.
004810     PERFORM 9810-READ-STEP-OVERRIDE
004820     OPEN I-O STEP-CONTROL-FILE
004830     IF WS-STEPCTL-FILE-STATUS = '35'
004840         OPEN OUTPUT STEP-CONTROL-FILE
004850         CLOSE STEP-CONTROL-FILE
004860         OPEN I-O STEP-CONTROL-FILE
004870     END-IF
004880     IF WS-STEPCTL-FILE-STATUS NOT = '00'
004890         DISPLAY 'ERROR OPENING STEP CONTROL FILE: '
004900             WS-STEPCTL-FILE-STATUS
004910         MOVE 16 TO RETURN-CODE
004920         STOP RUN
004930     END-IF
004940     PERFORM 9820-CHECK-PREDECESSOR THRU 9820-EXIT
004950     PERFORM 9830-CHECK-STEP-RERUN
004960     IF WS-STEP-REFUSED
004970         DISPLAY 'STEP ' WS-STEP-NAME
004980             ' REFUSED FOR BUSINESS DATE ' WS-BUSINESS-DATE
004990         MOVE 12 TO RETURN-CODE
005000         CLOSE STEP-CONTROL-FILE
005010         STOP RUN
005020     END-IF
005030     PERFORM 9840-WRITE-STEP-START
005040     CLOSE STEP-CONTROL-FILE.
005050
005060 9810-READ-STEP-OVERRIDE.
005070     MOVE SPACES TO STEP-OVERRIDE-RECORD
005080     OPEN INPUT STEP-OVERRIDE-FILE
005090     IF WS-STEPOVR-CARD-STATUS = '00'
005100         READ STEP-OVERRIDE-FILE
005110             AT END MOVE SPACES TO STEP-OVERRIDE-RECORD
005120         END-READ
005130         CLOSE STEP-OVERRIDE-FILE
005140     END-IF
005150     IF SOV-STEP-NAME NOT = SPACES
005160         IF (SOV-STEP-NAME = WS-STEP-NAME OR SOV-ALL-STEPS)
005170                 AND SOV-BUSINESS-DATE IS NUMERIC
005180                 AND SOV-BUSINESS-DATE = WS-BUSINESS-DATE
005190             SET WS-STEP-OVERRIDE TO TRUE
005200             DISPLAY 'RERUN OVERRIDE CARD ACCEPTED FOR STEP '
005210                 WS-STEP-NAME ' DATE ' WS-BUSINESS-DATE
005220         ELSE
005230             DISPLAY 'RERUN OVERRIDE CARD FOR ' SOV-STEP-NAME
005240                 ' DATE ' SOV-BUSINESS-DATE ' IGNORED'
005250         END-IF
005260     END-IF.
005270
005280*****************************************************************
005290* 9820-CHECK-PREDECESSOR - the step waits for its predecessor
005300* in the nightly schedule to show complete for the same date.
005310*****************************************************************
005320 9820-CHECK-PREDECESSOR.
005330     IF WS-PRED-STEP-NAME = SPACES
005340         GO TO 9820-EXIT
005350     END-IF
005360     MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
005370     MOVE WS-PRED-STEP-NAME TO STP-STEP-NAME
005380     READ STEP-CONTROL-FILE
005390         INVALID KEY
005400             MOVE SPACES TO STP-STATUS
005410     END-READ
005420     IF STP-COMPLETE
005430         GO TO 9820-EXIT
005440     END-IF
005450     IF WS-STEP-OVERRIDE
005460         DISPLAY 'PREDECESSOR ' WS-PRED-STEP-NAME
005470             ' NOT COMPLETE - OVERRIDDEN BY RERUN CARD'
005480     ELSE
005490         DISPLAY 'PREDECESSOR ' WS-PRED-STEP-NAME
005500             ' HAS NOT COMPLETED FOR ' WS-BUSINESS-DATE
005510         SET WS-STEP-REFUSED TO TRUE
005520     END-IF.
005530 9820-EXIT.
005540     EXIT.
005550
005560*****************************************************************
005570* 9830-CHECK-STEP-RERUN - a step already completed cleanly for
005580* the date is not run again without the rerun card; a step left
005590* started or failed by an earlier attempt is simply rerun.
005600*****************************************************************
005610 9830-CHECK-STEP-RERUN.
005620     MOVE 'N' TO WS-STEP-NEW-SW
005630     MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
005640     MOVE WS-STEP-NAME TO STP-STEP-NAME
005650     READ STEP-CONTROL-FILE
005660         INVALID KEY
005670             SET WS-STEP-NEW TO TRUE
005680     END-READ
005690     IF NOT WS-STEP-NEW AND STP-COMPLETE
005700         IF WS-STEP-OVERRIDE
005710             DISPLAY 'STEP ' WS-STEP-NAME ' ALREADY COMPLETE - '
005720                 'RERUN BY OVERRIDE CARD'
005730         ELSE
005740             DISPLAY 'STEP ' WS-STEP-NAME
005750                 ' ALREADY COMPLETED FOR ' WS-BUSINESS-DATE
005760                 ' WITH RC ' STP-RETURN-CODE
005770             SET WS-STEP-REFUSED TO TRUE
005780         END-IF
005790     END-IF.
005800
005810*****************************************************************
005820* 9840-WRITE-STEP-START - register the step as started; the run
005830* count shows how many attempts the step took for the date.
005840*****************************************************************
005850 9840-WRITE-STEP-START.
005860     IF WS-STEP-NEW
005870         MOVE SPACES TO STEP-CONTROL-RECORD
005880         MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
005890         MOVE WS-STEP-NAME TO STP-STEP-NAME
005900         MOVE ZEROS TO STP-RUN-COUNT
005910     END-IF
005920     SET STP-STARTED TO TRUE
005930     ACCEPT STP-START-DATE FROM DATE YYYYMMDD
005940     ACCEPT STP-START-TIME FROM TIME
005950     MOVE ZEROS TO STP-END-DATE STP-END-TIME STP-RETURN-CODE
005960     IF STP-RUN-COUNT < 999
005970         ADD 1 TO STP-RUN-COUNT
005980     END-IF
005990     IF WS-STEP-OVERRIDE
006000         SET STP-RUN-OVERRIDDEN TO TRUE
006010     ELSE
006020         MOVE 'N' TO STP-OVERRIDE-FLAG
006030     END-IF
006040     IF WS-STEP-NEW
006050         WRITE STEP-CONTROL-RECORD
006060     ELSE
006070         REWRITE STEP-CONTROL-RECORD
006080     END-IF
006090     IF WS-STEPCTL-FILE-STATUS NOT = '00'
006100         DISPLAY 'ERROR REGISTERING STEP START: '
006110             WS-STEPCTL-FILE-STATUS
006120         MOVE 16 TO RETURN-CODE
006130         CLOSE STEP-CONTROL-FILE
006140         STOP RUN
006150     END-IF.
006160
006170*****************************************************************
006180* 9900-REGISTER-STEP-END - record the end time and return code.
006190* Below RC 8 the step shows complete and its successor may
006200* start; at RC 8 and over it shows failed. A step that stops
006210* before it gets here stays registered as started.
006220*****************************************************************
006230 9900-REGISTER-STEP-END.
006240     OPEN I-O STEP-CONTROL-FILE
006250     IF WS-STEPCTL-FILE-STATUS NOT = '00'
006260         DISPLAY 'ERROR OPENING STEP CONTROL FILE: '
006270             WS-STEPCTL-FILE-STATUS ' - STEP END NOT REGISTERED'
006280         IF RETURN-CODE < 8
006290             MOVE 8 TO RETURN-CODE
006300         END-IF
006310         GO TO 9900-EXIT
006320     END-IF
006330     MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
006340     MOVE WS-STEP-NAME TO STP-STEP-NAME
006350     READ STEP-CONTROL-FILE
006360         INVALID KEY
006370             DISPLAY 'STEP ' WS-STEP-NAME ' NOT ON STEP CONTROL '
006380                 'FILE - STEP END NOT REGISTERED'
006390             IF RETURN-CODE < 8
006400                 MOVE 8 TO RETURN-CODE
006410             END-IF
006420             CLOSE STEP-CONTROL-FILE
006430             GO TO 9900-EXIT
006440     END-READ
006450     ACCEPT STP-END-DATE FROM DATE YYYYMMDD
006460     ACCEPT STP-END-TIME FROM TIME
006470     MOVE RETURN-CODE TO STP-RETURN-CODE
006480     IF RETURN-CODE < 8
006490         SET STP-COMPLETE TO TRUE
006500     ELSE
006510         SET STP-FAILED TO TRUE
006520     END-IF
006530     REWRITE STEP-CONTROL-RECORD
006540     IF WS-STEPCTL-FILE-STATUS NOT = '00'
006550         DISPLAY 'ERROR REGISTERING STEP END: '
006560             WS-STEPCTL-FILE-STATUS
006570         IF RETURN-CODE < 8
006580             MOVE 8 TO RETURN-CODE
006590         END-IF
006600     ELSE
006610         DISPLAY 'STEP ' WS-STEP-NAME ' FOR ' WS-BUSINESS-DATE
006620             ' ENDED - STATUS ' STP-STATUS ' RC ' STP-RETURN-CODE
006630     END-IF
006640     CLOSE STEP-CONTROL-FILE.
006650 9900-EXIT.
006660     EXIT.
