000180* Modification History
000190* Date       By   Description
000200* 2026       SM   Original program.
000201* 2026       SM   Write the DLQBKT delinquency bucket extract,
000202*                 one record per aged account in CUST-ID order,
000203*                 for the credit-line review.
000204* 2026       SM   Register start, completion and return code on
000205*                 the STEPCTL step-control file. The run is
000206*                 refused until CUSTAGE has completed for the
000207*                 business date, or once it has completed
000208*                 cleanly, unless a STEPOVR rerun override card
000209*                 is supplied.
000210* 2026       SM   Read the COLLACT collections activity file for
000211*                 each debtor: the worklist shows a second line
000212*                 with the last contact and the current promise
000213*                 to pay, an account whose promise is still in
000214*                 good standing is left off the worklist, and an
000215*                 account whose promise CUSTPROM found broken
000216*                 lists first. The step now waits for CUSTPROM.
000218*****************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. CUSTDLQ.
000240 AUTHOR. STORMER-MAINFRAMES.
000600         ASSIGN TO DLQWORK
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-WORKLIST-FILE-STATUS.
000621
000622     SELECT BUCKET-EXTRACT-FILE
000623         ASSIGN TO DLQBKT
000624         ORGANIZATION IS LINE SEQUENTIAL
000625         FILE STATUS IS WS-BUCKET-FILE-STATUS.
000626
000627     SELECT COLLECTIONS-ACTIVITY-FILE
000628         ASSIGN TO COLLACT
000629         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000631         RECORD KEY IS CAC-KEY
000632         FILE STATUS IS WS-COLLACT-FILE-STATUS.
000633
000634     SELECT STEP-CONTROL-FILE
000635         ASSIGN TO STEPCTL
000636         ORGANIZATION IS INDEXED
000637         ACCESS MODE IS RANDOM
000638         RECORD KEY IS STP-KEY
000639         FILE STATUS IS WS-STEPCTL-FILE-STATUS.
000640
000641     SELECT STEP-OVERRIDE-FILE
000642         ASSIGN TO STEPOVR
000643         ORGANIZATION IS LINE SEQUENTIAL
000644         FILE STATUS IS WS-STEPOVR-CARD-STATUS.
000645
000647 DATA DIVISION.
000650 FILE SECTION.
000660 FD  CUSTOMER-FILE
000670     RECORD CONTAINS 76 CHARACTERS.
000820 FD  WORKLIST-REPORT
000830     RECORD CONTAINS 132 CHARACTERS.
000840 01  WORKLIST-LINE                  PIC X(132).
000841
000842 FD  BUCKET-EXTRACT-FILE
000843     RECORD CONTAINS 80 CHARACTERS.
000844     COPY DLQBKT.
000845
000846 FD  COLLECTIONS-ACTIVITY-FILE
000847     RECORD CONTAINS 80 CHARACTERS.
000848     COPY COLLACT.
000850
000851 FD  STEP-CONTROL-FILE
000852     RECORD CONTAINS 80 CHARACTERS.
000853     COPY STEPCTL.
000854
000855 FD  STEP-OVERRIDE-FILE
000856     RECORD CONTAINS 80 CHARACTERS.
000857     COPY STEPOVR.
000858
000860 WORKING-STORAGE SECTION.
000870 77  WS-CUSTOMER-FILE-STATUS        PIC XX VALUE SPACES.
000880 77  WS-HISTORY-FILE-STATUS         PIC XX VALUE SPACES.
000890 77  WS-DATECTL-FILE-STATUS         PIC XX VALUE SPACES.
000891 77  WS-STEPCTL-FILE-STATUS         PIC XX VALUE SPACES.
000892 77  WS-STEPOVR-CARD-STATUS         PIC XX VALUE SPACES.
000893 77  WS-STEP-NAME                   PIC X(08) VALUE 'CUSTDLQ'.
000894 77  WS-PRED-STEP-NAME              PIC X(08) VALUE 'CUSTPROM'.
000895 77  WS-STEP-OVERRIDE-SW            PIC X  VALUE 'N'.
000896     88  WS-STEP-OVERRIDE               VALUE 'Y'.
000897 77  WS-STEP-REFUSED-SW             PIC X  VALUE 'N'.
000898     88  WS-STEP-REFUSED                VALUE 'Y'.
000899 77  WS-STEP-NEW-SW                 PIC X  VALUE 'N'.
000900     88  WS-STEP-NEW                    VALUE 'Y'.
000905 77  WS-SUMMARY-FILE-STATUS         PIC XX VALUE SPACES.
000910 77  WS-WORKLIST-FILE-STATUS        PIC XX VALUE SPACES.
000911 77  WS-BUCKET-FILE-STATUS          PIC XX VALUE SPACES.
000915 77  WS-COLLACT-FILE-STATUS         PIC XX VALUE SPACES.
000920
000930 77  WS-EOF-FLAG                    PIC X  VALUE 'N'.
000940     88  WS-EOF                         VALUE 'Y'.
000980     88  WS-HISTORY-PRESENT             VALUE 'Y'.
000990 77  WS-HAVE-HISTORY-SW             PIC X  VALUE 'N'.
001000     88  WS-HAVE-HISTORY                VALUE 'Y'.
001002 77  WS-COLLACT-PRESENT-SW          PIC X  VALUE 'Y'.
001004     88  WS-COLLACT-PRESENT             VALUE 'Y'.
001006 77  WS-ACTIVITY-DONE-FLAG          PIC X  VALUE 'N'.
001008     88  WS-ACTIVITY-DONE               VALUE 'Y'.
001010
001020 77  WS-RECORD-COUNT                PIC 9(06) VALUE ZEROS.
001030 77  WS-DEBTOR-COUNT                PIC 9(06) VALUE ZEROS.
001033 77  WS-SUPPRESSED-COUNT            PIC 9(06) VALUE ZEROS.
001036 77  WS-BROKEN-COUNT                PIC 9(06) VALUE ZEROS.
001040
001050 77  WS-BUSINESS-DATE               PIC 9(08) VALUE ZEROS.
001060 77  WS-CUTOFF-30                   PIC 9(08) VALUE ZEROS.
001160 77  WS-QUOTIENT                    PIC 9(04) VALUE ZEROS.
001170 77  WS-LEAP-YEAR-SW                PIC X  VALUE 'N'.
001180     88  WS-LEAP-YEAR                   VALUE 'Y'.
001181
001182*-----------------------------------------------------------------
001183* Collections activity for the debtor - the latest contact
001184* logged on COLLACT and the latest promise to pay, whatever
001185* its status.
001186*-----------------------------------------------------------------
001187 77  WS-PRIORITY                    PIC 9(01) VALUE ZERO.
001188 77  WS-CONTACT-DATE                PIC 9(08) VALUE ZEROS.
001189 77  WS-CONTACT-OUTCOME             PIC X(02) VALUE SPACES.
001190 77  WS-CONTACT-COLLECTOR           PIC X(08) VALUE SPACES.
001191 77  WS-PROMISE-STATUS              PIC X(01) VALUE SPACE.
001192     88  WS-PROMISE-NONE                VALUE SPACE.
001193     88  WS-PROMISE-OPEN                VALUE 'O'.
001194     88  WS-PROMISE-BROKEN              VALUE 'B'.
001195 77  WS-PROMISE-AMOUNT  PIC S9(7)V99 COMP-3 VALUE ZERO.
001196 77  WS-PROMISE-DATE                PIC 9(08) VALUE ZEROS.
001197 77  WS-PROMISE-PAID    PIC S9(7)V99 COMP-3 VALUE ZERO.
001198 77  WS-PROMISE-DESC                PIC X(10) VALUE SPACES.
001199
001200 01  WS-WORK-DATE.
001210     05  WS-WORK-YEAR                PIC 9(04).
001220     05  WS-WORK-MONTH               PIC 9(02).
001400
001410*-----------------------------------------------------------------
001420* Collections worklist table, sorted worst-first before it
001430* prints - broken promises first, then bucket high to low,
001435* then balance high to low.
001440*-----------------------------------------------------------------
001450 77  WS-TABLE-MAX                   PIC 9(06) VALUE 5000.
001460 77  WS-TABLE-COUNT                 PIC 9(06) COMP VALUE ZERO.
001500     05  WS-DELQ-ENTRY OCCURS 1 TO 5000 TIMES
001510             DEPENDING ON WS-TABLE-COUNT
001520             INDEXED BY WS-TBL-IDX.
001525         10  DLQ-PRIORITY                PIC 9(01).
001530         10  DLQ-BUCKET                  PIC 9(01).
001540         10  DLQ-BALANCE                 PIC S9(9)V99.
001550         10  DLQ-CUST-ID                 PIC 9(06).
001580         10  DLQ-CREDIT-LIMIT            PIC S9(7)V99.
001590         10  DLQ-OWING-SINCE             PIC 9(08).
001600         10  DLQ-LAST-PAYMENT            PIC 9(08).
001601         10  DLQ-CONTACT-DATE            PIC 9(08).
001602         10  DLQ-CONTACT-OUTCOME         PIC X(02).
001603         10  DLQ-CONTACT-COLLECTOR       PIC X(08).
001604         10  DLQ-PROMISE-STATUS          PIC X(01).
001605         10  DLQ-PROMISE-AMOUNT          PIC S9(7)V99.
001606         10  DLQ-PROMISE-DATE            PIC 9(08).
001607         10  DLQ-PROMISE-PAID            PIC S9(7)V99.
001610
001620 77  WS-DISPLAY-BALANCE             PIC ZZZ,ZZZ,ZZ9.99-.
001630 77  WS-DISPLAY-LIMIT               PIC ZZZ,ZZZ,ZZ9.99-.
001640 77  WS-DISPLAY-TOTAL               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001650 77  WS-DISPLAY-COUNT               PIC ZZZ,ZZ9.
001653 77  WS-DISPLAY-PROMISE             PIC ZZZ,ZZ9.99.
001656 77  WS-DISPLAY-PAID                PIC ZZZ,ZZ9.99.
001660
001670 PROCEDURE DIVISION.
001680 0000-MAIN.
001700     PERFORM 2000-PROCESS-CUSTOMERS THRU 2000-EXIT
001710         UNTIL WS-EOF
001720     PERFORM 3000-WRITE-REPORTS THRU 3000-EXIT
001725     PERFORM 9900-REGISTER-STEP-END THRU 9900-EXIT
001730     STOP RUN.
001740
001750 1000-OPEN-FILES.
001760     PERFORM 1005-READ-BUSINESS-DATE
001765     PERFORM 9800-REGISTER-STEP-START
001770     PERFORM 1010-COMPUTE-AGING-CUTOFFS
001780     OPEN INPUT CUSTOMER-FILE
001790     IF WS-CUSTOMER-FILE-STATUS NOT = '00'
002100         MOVE 16 TO RETURN-CODE
002110         CLOSE CUSTOMER-FILE SUMMARY-REPORT
002120         STOP RUN
002121     END-IF
002122     OPEN OUTPUT BUCKET-EXTRACT-FILE
002123     IF WS-BUCKET-FILE-STATUS NOT = '00'
002124         DISPLAY 'ERROR OPENING DELINQUENCY BUCKET EXTRACT: '
002125             WS-BUCKET-FILE-STATUS
002126         MOVE 16 TO RETURN-CODE
002127         CLOSE CUSTOMER-FILE SUMMARY-REPORT WORKLIST-REPORT
002128         STOP RUN
002129     END-IF
002130     OPEN INPUT COLLECTIONS-ACTIVITY-FILE
002131     IF WS-COLLACT-FILE-STATUS = '35'
002132         MOVE 'N' TO WS-COLLACT-PRESENT-SW
002133         DISPLAY 'NO COLLECTIONS ACTIVITY FILE - NO CONTACTS '
002134             'OR PROMISES SHOWN'
002135     ELSE
002136         IF WS-COLLACT-FILE-STATUS NOT = '00'
002137             DISPLAY 'ERROR OPENING COLLECTIONS ACTIVITY FILE: '
002138                 WS-COLLACT-FILE-STATUS
002139             MOVE 16 TO RETURN-CODE
002140             CLOSE CUSTOMER-FILE SUMMARY-REPORT WORKLIST-REPORT
002141                 BUCKET-EXTRACT-FILE
002142             STOP RUN
002143         END-IF
002144     END-IF.
002145 1000-EXIT.
002150     EXIT.
002160
002170 1005-READ-BUSINESS-DATE.
003340     END-IF
003350     PERFORM 2300-SET-BUCKET
003360     PERFORM 2400-ACCUMULATE-BUCKET
003365     PERFORM 2450-WRITE-BUCKET-EXTRACT
003366     PERFORM 2600-READ-COLLECTIONS-ACTIVITY
003367     IF WS-PROMISE-OPEN AND WS-PROMISE-DATE NOT < WS-BUSINESS-DATE
003368         ADD 1 TO WS-SUPPRESSED-COUNT
003369     ELSE
003370         IF WS-PROMISE-BROKEN
003371             ADD 1 TO WS-BROKEN-COUNT
003372         END-IF
003373         PERFORM 2500-ADD-WORKLIST-ENTRY
003374     END-IF.
003380
003390 2200-WALK-ACCOUNT-HISTORY.
003400     MOVE 'N' TO WS-BROWSE-DONE-FLAG
004210             ADD CUST-BALANCE TO WS-DAYS90-TOTAL
004220     END-EVALUATE.
004230
004232 2450-WRITE-BUCKET-EXTRACT.
004233     MOVE SPACES TO DELINQUENCY-BUCKET-RECORD
004234     MOVE CUST-ID TO DBK-CUST-ID
004235     MOVE WS-BUCKET TO DBK-BUCKET
004236     MOVE WS-BUSINESS-DATE TO DBK-BUSINESS-DATE
004237     MOVE WS-OWING-SINCE TO DBK-OWING-SINCE
004238     MOVE WS-LAST-PAYMENT-DATE TO DBK-LAST-PAYMENT
004240     MOVE CUST-BALANCE TO DBK-BALANCE
004242     WRITE DELINQUENCY-BUCKET-RECORD.
004244
004247 2500-ADD-WORKLIST-ENTRY.
004250     IF WS-TABLE-COUNT >= WS-TABLE-MAX
004260         DISPLAY 'WARNING: WORKLIST TABLE FULL AT '
004270             WS-TABLE-MAX ' ENTRIES - CUST-ID ' CUST-ID
004300     ELSE
004310         ADD 1 TO WS-TABLE-COUNT
004320         SET WS-TBL-IDX TO WS-TABLE-COUNT
004325         MOVE WS-PRIORITY        TO DLQ-PRIORITY(WS-TBL-IDX)
004330         MOVE WS-BUCKET          TO DLQ-BUCKET(WS-TBL-IDX)
004340         MOVE CUST-BALANCE       TO DLQ-BALANCE(WS-TBL-IDX)
004350         MOVE CUST-ID            TO DLQ-CUST-ID(WS-TBL-IDX)
004380         MOVE CUST-CREDIT-LIMIT  TO DLQ-CREDIT-LIMIT(WS-TBL-IDX)
004390         MOVE WS-OWING-SINCE     TO DLQ-OWING-SINCE(WS-TBL-IDX)
004400         MOVE WS-LAST-PAYMENT-DATE
004401             TO DLQ-LAST-PAYMENT(WS-TBL-IDX)
004402         MOVE WS-CONTACT-DATE
004403             TO DLQ-CONTACT-DATE(WS-TBL-IDX)
004404         MOVE WS-CONTACT-OUTCOME
004405             TO DLQ-CONTACT-OUTCOME(WS-TBL-IDX)
004406         MOVE WS-CONTACT-COLLECTOR
004407             TO DLQ-CONTACT-COLLECTOR(WS-TBL-IDX)
004408         MOVE WS-PROMISE-STATUS
004409             TO DLQ-PROMISE-STATUS(WS-TBL-IDX)
004410         MOVE WS-PROMISE-AMOUNT
004411             TO DLQ-PROMISE-AMOUNT(WS-TBL-IDX)
004412         MOVE WS-PROMISE-DATE
004413             TO DLQ-PROMISE-DATE(WS-TBL-IDX)
004414         MOVE WS-PROMISE-PAID
004415             TO DLQ-PROMISE-PAID(WS-TBL-IDX)
004420     END-IF.
004421
004422*****************************************************************
004423* 2600-READ-COLLECTIONS-ACTIVITY - walk the account's COLLACT
004424* contacts in key order, keeping the latest contact and the
004425* latest promise. A promise still open with its date not yet
004426* passed is in good standing and keeps the account off the
004427* worklist; a broken one (marked by CUSTPROM, which runs
004428* first) lists the account ahead of everything else until a
004429* new promise is taken.
004430*****************************************************************
004431 2600-READ-COLLECTIONS-ACTIVITY.
004432     MOVE ZERO TO WS-PRIORITY
004433     MOVE ZEROS TO WS-CONTACT-DATE
004434     MOVE SPACES TO WS-CONTACT-OUTCOME
004435     MOVE SPACES TO WS-CONTACT-COLLECTOR
004436     MOVE SPACE TO WS-PROMISE-STATUS
004437     MOVE ZERO TO WS-PROMISE-AMOUNT
004438     MOVE ZEROS TO WS-PROMISE-DATE
004439     MOVE ZERO TO WS-PROMISE-PAID
004440     MOVE 'N' TO WS-ACTIVITY-DONE-FLAG
004441     IF WS-COLLACT-PRESENT
004442         MOVE CUST-ID TO CAC-CUST-ID
004443         MOVE ZEROS TO CAC-CONTACT-DATE
004444         MOVE ZEROS TO CAC-SEQ-NO
004445         START COLLECTIONS-ACTIVITY-FILE
004446                 KEY IS NOT LESS THAN CAC-KEY
004447             INVALID KEY
004448                 SET WS-ACTIVITY-DONE TO TRUE
004449         END-START
004450     ELSE
004451         SET WS-ACTIVITY-DONE TO TRUE
004452     END-IF
004453     PERFORM 2610-READ-NEXT-CONTACT
004454         UNTIL WS-ACTIVITY-DONE
004455     IF WS-PROMISE-BROKEN
004456         MOVE 1 TO WS-PRIORITY
004457     END-IF.
004458
004459 2610-READ-NEXT-CONTACT.
004460     READ COLLECTIONS-ACTIVITY-FILE NEXT RECORD
004461         AT END
004462             SET WS-ACTIVITY-DONE TO TRUE
004463         NOT AT END
004464             IF CAC-CUST-ID NOT = CUST-ID
004465                 SET WS-ACTIVITY-DONE TO TRUE
004466             ELSE
004467                 MOVE CAC-CONTACT-DATE TO WS-CONTACT-DATE
004468                 MOVE CAC-OUTCOME-CODE TO WS-CONTACT-OUTCOME
004469                 MOVE CAC-COLLECTOR-ID TO WS-CONTACT-COLLECTOR
004470                 IF NOT CAC-NO-PROMISE
004471                     MOVE CAC-PROMISE-STATUS TO WS-PROMISE-STATUS
004472                     MOVE CAC-PROMISE-AMOUNT TO WS-PROMISE-AMOUNT
004473                     MOVE CAC-PROMISE-DATE TO WS-PROMISE-DATE
004474                     MOVE CAC-PAID-AMOUNT TO WS-PROMISE-PAID
004475                 END-IF
004476             END-IF
004477     END-READ.
004478
004479 3000-WRITE-REPORTS.
004480     CLOSE CUSTOMER-FILE
004481     CLOSE BUCKET-EXTRACT-FILE
004482     IF WS-COLLACT-PRESENT
004483         CLOSE COLLECTIONS-ACTIVITY-FILE
004484     END-IF
004485     IF WS-HISTORY-PRESENT
004486         CLOSE HISTORY-FILE
004487     END-IF
004490     PERFORM 3100-WRITE-AGING-SUMMARY
004500     CLOSE SUMMARY-REPORT
004510     SORT WS-DELQ-ENTRY
004520         DESCENDING KEY DLQ-PRIORITY DLQ-BUCKET DLQ-BALANCE
004530     PERFORM 3200-WRITE-WORKLIST-HEADER
004540     MOVE ZERO TO WS-TABLE-POS
004550     PERFORM 3300-WRITE-WORKLIST-LINE
004560         UNTIL WS-TABLE-POS >= WS-TABLE-COUNT
004570     CLOSE WORKLIST-REPORT
004580     DISPLAY 'TOTAL ACCOUNTS READ: ' WS-RECORD-COUNT
004590     DISPLAY 'TOTAL DEBTOR ACCOUNTS AGED: ' WS-DEBTOR-COUNT
004592     DISPLAY 'BROKEN PROMISES LISTED FIRST: ' WS-BROKEN-COUNT
004594     DISPLAY 'NOT LISTED - PROMISE IN GOOD STANDING: '
004596         WS-SUPPRESSED-COUNT.
004600 3000-EXIT.
004610     EXIT.
004620
005050     STRING 'COLLECTIONS WORKLIST - WORST FIRST - '
005060            'BUSINESS DATE: ' WS-BUSINESS-DATE
005070         DELIMITED BY SIZE INTO WORKLIST-LINE
005071     WRITE WORKLIST-LINE
005072     MOVE WS-BROKEN-COUNT TO WS-DISPLAY-COUNT
005073     MOVE SPACES TO WORKLIST-LINE
005074     STRING 'BROKEN PROMISES LISTED FIRST: ' WS-DISPLAY-COUNT
005075         DELIMITED BY SIZE INTO WORKLIST-LINE
005076     WRITE WORKLIST-LINE
005077     MOVE WS-SUPPRESSED-COUNT TO WS-DISPLAY-COUNT
005078     MOVE SPACES TO WORKLIST-LINE
005079     STRING 'NOT LISTED - PROMISE TO PAY IN GOOD STANDING: '
005080            WS-DISPLAY-COUNT
005081         DELIMITED BY SIZE INTO WORKLIST-LINE
005082     WRITE WORKLIST-LINE
005083     MOVE 'LOG EACH CONTACT ON THE CCOL SCREEN BY CUST-ID'
005084         TO WORKLIST-LINE
005085     WRITE WORKLIST-LINE.
005090
005100 3300-WRITE-WORKLIST-LINE.
005110     ADD 1 TO WS-TABLE-POS
005310            '  LIMIT: ' WS-DISPLAY-LIMIT
005320            '  LAST PMT: ' DLQ-LAST-PAYMENT(WS-TBL-IDX)
005330         DELIMITED BY SIZE INTO WORKLIST-LINE
005340     WRITE WORKLIST-LINE
005341     PERFORM 3310-WRITE-CONTACT-LINE.
005342
005343*****************************************************************
005344* 3310-WRITE-CONTACT-LINE - the account's last logged contact
005345* and its current promise to pay, under the account line.
005346*****************************************************************
005347 3310-WRITE-CONTACT-LINE.
005348     MOVE SPACES TO WORKLIST-LINE
005349     IF DLQ-CONTACT-DATE(WS-TBL-IDX) = ZEROS
005350         MOVE '          NO CONTACT LOGGED' TO WORKLIST-LINE
005351         WRITE WORKLIST-LINE
005352     ELSE
005353         IF DLQ-PROMISE-STATUS(WS-TBL-IDX) = SPACE
005354             STRING '          LAST CONTACT: '
005355                    DLQ-CONTACT-DATE(WS-TBL-IDX)
005356                    ' ' DLQ-CONTACT-OUTCOME(WS-TBL-IDX)
005357                    ' BY ' DLQ-CONTACT-COLLECTOR(WS-TBL-IDX)
005358                    '  NO PROMISE ON FILE'
005359                 DELIMITED BY SIZE INTO WORKLIST-LINE
005360         ELSE
005361             PERFORM 3320-SET-PROMISE-DESC
005362             MOVE DLQ-PROMISE-AMOUNT(WS-TBL-IDX)
005363                 TO WS-DISPLAY-PROMISE
005364             MOVE DLQ-PROMISE-PAID(WS-TBL-IDX) TO WS-DISPLAY-PAID
005365             STRING '          LAST CONTACT: '
005366                    DLQ-CONTACT-DATE(WS-TBL-IDX)
005367                    ' ' DLQ-CONTACT-OUTCOME(WS-TBL-IDX)
005368                    ' BY ' DLQ-CONTACT-COLLECTOR(WS-TBL-IDX)
005369                    '  PROMISE: ' WS-DISPLAY-PROMISE
005370                    ' DUE ' DLQ-PROMISE-DATE(WS-TBL-IDX)
005371                    ' ' WS-PROMISE-DESC
005372                    ' PAID: ' WS-DISPLAY-PAID
005373                 DELIMITED BY SIZE INTO WORKLIST-LINE
005374         END-IF
005375         WRITE WORKLIST-LINE
005376     END-IF.
005377
005378 3320-SET-PROMISE-DESC.
005379     EVALUATE DLQ-PROMISE-STATUS(WS-TBL-IDX)
005380         WHEN 'O'
005381             MOVE 'OPEN' TO WS-PROMISE-DESC
005382         WHEN 'K'
005383             MOVE 'KEPT' TO WS-PROMISE-DESC
005384         WHEN 'B'
005385             MOVE 'BROKEN' TO WS-PROMISE-DESC
005386         WHEN 'S'
005387             MOVE 'SUPERSEDED' TO WS-PROMISE-DESC
005388         WHEN OTHER
005389             MOVE DLQ-PROMISE-STATUS(WS-TBL-IDX)
005390                 TO WS-PROMISE-DESC
005391     END-EVALUATE.
005392
005393*****************************************************************
005394* 9800-REGISTER-STEP-START - the STEPCTL step-control file
005395* records which steps of the nightly schedule have run for the
005396* business date. The step is refused (RC 12) while its
005400* predecessor has not completed, or once it has already
005410* completed cleanly for the date, unless the STEPOVR rerun
005420* override card names this step and date. Otherwise it is
005430* registered as started before any of its own files are
005440* touched.
005450*****************************************************************
005460 9800-REGISTER-STEP-START.
005470     PERFORM 9810-READ-STEP-OVERRIDE
005480     OPEN I-O STEP-CONTROL-FILE
005490     IF WS-STEPCTL-FILE-STATUS = '35'
005500         OPEN OUTPUT STEP-CONTROL-FILE
005510         CLOSE STEP-CONTROL-FILE
005520         OPEN I-O STEP-CONTROL-FILE
005530     END-IF
005540     IF WS-STEPCTL-FILE-STATUS NOT = '00'
005550         DISPLAY 'ERROR OPENING STEP CONTROL FILE: '
005560             WS-STEPCTL-FILE-STATUS
005570         MOVE 16 TO RETURN-CODE
005580         STOP RUN
005590     END-IF
005600     PERFORM 9820-CHECK-PREDECESSOR THRU 9820-EXIT
005610     PERFORM 9830-CHECK-STEP-RERUN
005620     IF WS-STEP-REFUSED
005630         DISPLAY 'STEP ' WS-STEP-NAME
005640             ' REFUSED FOR BUSINESS DATE ' WS-BUSINESS-DATE
005650         MOVE 12 TO RETURN-CODE
005660         CLOSE STEP-CONTROL-FILE
005670         STOP RUN
005680     END-IF
005690     PERFORM 9840-WRITE-STEP-START
005700     CLOSE STEP-CONTROL-FILE.
005710
005720 9810-READ-STEP-OVERRIDE.
005730     MOVE SPACES TO STEP-OVERRIDE-RECORD
005740     OPEN INPUT STEP-OVERRIDE-FILE
005750     IF WS-STEPOVR-CARD-STATUS = '00'
005760         READ STEP-OVERRIDE-FILE
005770             AT END MOVE SPACES TO STEP-OVERRIDE-RECORD
005780         END-READ
005790         CLOSE STEP-OVERRIDE-FILE
005800     END-IF
005810     IF SOV-STEP-NAME NOT = SPACES
005820         IF (SOV-STEP-NAME = WS-STEP-NAME OR SOV-ALL-STEPS)
005830                 AND SOV-BUSINESS-DATE IS NUMERIC
005840                 AND SOV-BUSINESS-DATE = WS-BUSINESS-DATE
005850             SET WS-STEP-OVERRIDE TO TRUE
005860             DISPLAY 'RERUN OVERRIDE CARD ACCEPTED FOR STEP '
005870                 WS-STEP-NAME ' DATE ' WS-BUSINESS-DATE
005880         ELSE
005890             DISPLAY 'RERUN OVERRIDE CARD FOR ' SOV-STEP-NAME
005900                 ' DATE ' SOV-BUSINESS-DATE ' IGNORED'
005910         END-IF
005920     END-IF.
005930
005940*****************************************************************
005950* 9820-CHECK-PREDECESSOR - the step waits for its predecessor
005960* in the nightly schedule to show complete for the same date.
005970*****************************************************************
005980 9820-CHECK-PREDECESSOR.
005990     IF WS-PRED-STEP-NAME = SPACES
006000         GO TO 9820-EXIT
006010     END-IF
006020     MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
006030     MOVE WS-PRED-STEP-NAME TO STP-STEP-NAME
006040     READ STEP-CONTROL-FILE
006050         INVALID KEY
006060             MOVE SPACES TO STP-STATUS
006070     END-READ
006080     IF STP-COMPLETE
006090         GO TO 9820-EXIT
006100     END-IF
006110     IF WS-STEP-OVERRIDE
006120         DISPLAY 'PREDECESSOR ' WS-PRED-STEP-NAME
006130             ' NOT COMPLETE - OVERRIDDEN BY RERUN CARD'
006140     ELSE
006150         DISPLAY 'PREDECESSOR ' WS-PRED-STEP-NAME
006160             ' HAS NOT COMPLETED FOR ' WS-BUSINESS-DATE
006170         SET WS-STEP-REFUSED TO TRUE
006180     END-IF.
006190 9820-EXIT.
006200     EXIT.
006210
006220*****************************************************************
006230* 9830-CHECK-STEP-RERUN - a step already completed cleanly for
006240* the date is not run again without the rerun card; a step left
006250* started or failed by an earlier attempt is simply rerun.
006260*****************************************************************
006270 9830-CHECK-STEP-RERUN.
006280     MOVE 'N' TO WS-STEP-NEW-SW
006290     MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
006300     MOVE WS-STEP-NAME TO STP-STEP-NAME
006310     READ STEP-CONTROL-FILE
006320         INVALID KEY
006330             SET WS-STEP-NEW TO TRUE
006340     END-READ
006350     IF NOT WS-STEP-NEW AND STP-COMPLETE
006360         IF WS-STEP-OVERRIDE
006370             DISPLAY 'STEP ' WS-STEP-NAME ' ALREADY COMPLETE - '
006380                 'RERUN BY OVERRIDE CARD'
006390         ELSE
006400             DISPLAY 'STEP ' WS-STEP-NAME
006410                 ' ALREADY COMPLETED FOR ' WS-BUSINESS-DATE
006420                 ' WITH RC ' STP-RETURN-CODE
006430             SET WS-STEP-REFUSED TO TRUE
006440         END-IF
006450     END-IF.
006460
006470*****************************************************************
006480* 9840-WRITE-STEP-START - register the step as started; the run
006490* count shows how many attempts the step took for the date.
006500*****************************************************************
006510 9840-WRITE-STEP-START.
006520     IF WS-STEP-NEW
006530         MOVE SPACES TO STEP-CONTROL-RECORD
006540         MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
006550         MOVE WS-STEP-NAME TO STP-STEP-NAME
006560         MOVE ZEROS TO STP-RUN-COUNT
006570     END-IF
006580     SET STP-STARTED TO TRUE
006590     ACCEPT STP-START-DATE FROM DATE YYYYMMDD
006600     ACCEPT STP-START-TIME FROM TIME
006610     MOVE ZEROS TO STP-END-DATE STP-END-TIME STP-RETURN-CODE
006620     IF STP-RUN-COUNT < 999
006630         ADD 1 TO STP-RUN-COUNT
006640     END-IF
006650     IF WS-STEP-OVERRIDE
006660         SET STP-RUN-OVERRIDDEN TO TRUE
006670     ELSE
006680         MOVE 'N' TO STP-OVERRIDE-FLAG
006690     END-IF
006700     IF WS-STEP-NEW
006710         WRITE STEP-CONTROL-RECORD
006720     ELSE
006730         REWRITE STEP-CONTROL-RECORD
006740     END-IF
006750     IF WS-STEPCTL-FILE-STATUS NOT = '00'
006760         DISPLAY 'ERROR REGISTERING STEP START: '
006770             WS-STEPCTL-FILE-STATUS
006780         MOVE 16 TO RETURN-CODE
006790         CLOSE STEP-CONTROL-FILE
006800         STOP RUN
006810     END-IF.
006820
006830*****************************************************************
006840* 9900-REGISTER-STEP-END - record the end time and return code.
006850* Below RC 8 the step shows complete and its successor may
006860* start; at RC 8 and over it shows failed. A step that stops
006870* before it gets here stays registered as started.
006880*****************************************************************
006890 9900-REGISTER-STEP-END.
006900     OPEN I-O STEP-CONTROL-FILE
006910     IF WS-STEPCTL-FILE-STATUS NOT = '00'
006920         DISPLAY 'ERROR OPENING STEP CONTROL FILE: '
006930             WS-STEPCTL-FILE-STATUS ' - STEP END NOT REGISTERED'
006940         IF RETURN-CODE < 8
006950             MOVE 8 TO RETURN-CODE
006960         END-IF
006970         GO TO 9900-EXIT
006980     END-IF
006990     MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
007000     MOVE WS-STEP-NAME TO STP-STEP-NAME
007010     READ STEP-CONTROL-FILE
007020         INVALID KEY
007030             DISPLAY 'STEP ' WS-STEP-NAME ' NOT ON STEP CONTROL '
007040                 'FILE - STEP END NOT REGISTERED'
007050             IF RETURN-CODE < 8
007060                 MOVE 8 TO RETURN-CODE
007070             END-IF
007080             CLOSE STEP-CONTROL-FILE
007090             GO TO 9900-EXIT
007100     END-READ
007110     ACCEPT STP-END-DATE FROM DATE YYYYMMDD
007120     ACCEPT STP-END-TIME FROM TIME
007130     MOVE RETURN-CODE TO STP-RETURN-CODE
007140     IF RETURN-CODE < 8
007150         SET STP-COMPLETE TO TRUE
007160     ELSE
007170         SET STP-FAILED TO TRUE
007180     END-IF
007190     REWRITE STEP-CONTROL-RECORD
007200     IF WS-STEPCTL-FILE-STATUS NOT = '00'
007210         DISPLAY 'ERROR REGISTERING STEP END: '
007220             WS-STEPCTL-FILE-STATUS
007230         IF RETURN-CODE < 8
007240             MOVE 8 TO RETURN-CODE
007250         END-IF
007260     ELSE
007270         DISPLAY 'STEP ' WS-STEP-NAME ' FOR ' WS-BUSINESS-DATE
007280             ' ENDED - STATUS ' STP-STATUS ' RC ' STP-RETURN-CODE
007290     END-IF
007300     CLOSE STEP-CONTROL-FILE.
007310 9900-EXIT.
007320     EXIT.
