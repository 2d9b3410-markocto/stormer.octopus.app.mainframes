000197*                 cycle-code column, and cut the STMXFILE
000198*                 fixed-format statement extract for the print
000199*                 and e-delivery vendor alongside the print.
000200* 2026       SM   Mailing address from the ADDRFILE address/
000201*                 contact file carried on the extract header.
000202*                 Returned-mail accounts are kept off the print
000203*                 and the extract and listed on the BADADDR
000204*                 bad-address report, along with accounts that
000205*                 have no mailing address on file.
000206* 2026       SM   Register start, completion and return code on
000207*                 the STEPCTL step-control file. The run is
000208*                 refused until CUSTBAL has completed for the
000209*                 business date, or once it has completed
000210*                 cleanly, unless a STEPOVR rerun override card
000211*                 is supplied.
000214*****************************************************************
000217 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. CUSTSTMT.
000230 AUTHOR. STORMER-MAINFRAMES.
000240 INSTALLATION. STORMER-MAINFRAMES-DATA-CENTER.
000570         ASSIGN TO STMXFILE
000571         ORGANIZATION IS LINE SEQUENTIAL
000572         FILE STATUS IS WS-EXTRACT-FILE-STATUS.
000573
000574     SELECT ADDRESS-FILE
000575         ASSIGN TO ADDRFILE
000576         ORGANIZATION IS INDEXED
000577         ACCESS MODE IS RANDOM
000578         RECORD KEY IS ADR-CUST-ID
000579         FILE STATUS IS WS-ADDRESS-FILE-STATUS.
000580
000581     SELECT BAD-ADDRESS-REPORT
000582         ASSIGN TO BADADDR
000583         ORGANIZATION IS LINE SEQUENTIAL
000584         FILE STATUS IS WS-BADADDR-FILE-STATUS.
000585
000586     SELECT STEP-CONTROL-FILE
000587         ASSIGN TO STEPCTL
000588         ORGANIZATION IS INDEXED
000589         ACCESS MODE IS RANDOM
000590         RECORD KEY IS STP-KEY
000591         FILE STATUS IS WS-STEPCTL-FILE-STATUS.
000592
000593     SELECT STEP-OVERRIDE-FILE
000594         ASSIGN TO STEPOVR
000595         ORGANIZATION IS LINE SEQUENTIAL
000596         FILE STATUS IS WS-STEPOVR-CARD-STATUS.
000597
000598 DATA DIVISION.
000599 FILE SECTION.
000600 FD  CUSTOMER-FILE
000610     RECORD CONTAINS 76 CHARACTERS.
000620     COPY CUSTREC.
000776     COPY DATECTL.
000777
000778 FD  EXTRACT-FILE
000779     RECORD CONTAINS 180 CHARACTERS.
000780     COPY STMXREC.
000782
000783 FD  ADDRESS-FILE
000784     RECORD CONTAINS 200 CHARACTERS.
000785     COPY ADDRREC.
000786
000787 FD  BAD-ADDRESS-REPORT
000788     RECORD CONTAINS 132 CHARACTERS.
000789 01  BAD-ADDRESS-LINE               PIC X(132).
000790
000791 FD  STEP-CONTROL-FILE
000792     RECORD CONTAINS 80 CHARACTERS.
000793     COPY STEPCTL.
000794
000795 FD  STEP-OVERRIDE-FILE
000796     RECORD CONTAINS 80 CHARACTERS.
000797     COPY STEPOVR.
000798
000799 WORKING-STORAGE SECTION.
000800 77  WS-CUSTOMER-FILE-STATUS        PIC XX VALUE SPACES.
000810 77  WS-HISTORY-FILE-STATUS         PIC XX VALUE SPACES.
000820 77  WS-CYCLE-CARD-STATUS           PIC XX VALUE SPACES.
000830 77  WS-STATEMENT-FILE-STATUS       PIC XX VALUE SPACES.
000832 77  WS-DATECTL-FILE-STATUS         PIC XX VALUE SPACES.
000833 77  WS-STEPCTL-FILE-STATUS         PIC XX VALUE SPACES.
000834 77  WS-STEPOVR-CARD-STATUS         PIC XX VALUE SPACES.
000835 77  WS-STEP-NAME                   PIC X(08) VALUE 'CUSTSTMT'.
000836 77  WS-PRED-STEP-NAME              PIC X(08) VALUE 'CUSTBAL'.
000837 77  WS-STEP-OVERRIDE-SW            PIC X  VALUE 'N'.
000838     88  WS-STEP-OVERRIDE               VALUE 'Y'.
000839 77  WS-STEP-REFUSED-SW             PIC X  VALUE 'N'.
000840     88  WS-STEP-REFUSED                VALUE 'Y'.
000841 77  WS-STEP-NEW-SW                 PIC X  VALUE 'N'.
000842     88  WS-STEP-NEW                    VALUE 'Y'.
000843 77  WS-EXTRACT-FILE-STATUS         PIC XX VALUE SPACES.
000844 77  WS-ADDRESS-FILE-STATUS         PIC XX VALUE SPACES.
000845 77  WS-BADADDR-FILE-STATUS         PIC XX VALUE SPACES.
000847
000850 77  WS-EOF-FLAG                    PIC X  VALUE 'N'.
000860     88  WS-EOF                         VALUE 'Y'.
000870 77  WS-BROWSE-DONE-FLAG            PIC X  VALUE 'N'.
000900     88  WS-HAVE-ACTIVITY               VALUE 'Y'.
000910 77  WS-HISTORY-PRESENT-SW          PIC X  VALUE 'Y'.
000920     88  WS-HISTORY-PRESENT             VALUE 'Y'.
000922 77  WS-ADDRESS-PRESENT-SW          PIC X  VALUE 'Y'.
000924     88  WS-ADDRESS-PRESENT             VALUE 'Y'.
000926 77  WS-ADDRESS-FOUND-SW            PIC X  VALUE 'N'.
000928     88  WS-ADDRESS-FOUND               VALUE 'Y'.
000930
000940 77  WS-STATEMENT-COUNT             PIC 9(06) VALUE ZEROS.
000942 77  WS-SKIPPED-COUNT               PIC 9(06) VALUE ZEROS.
000944 77  WS-EXTRACT-COUNT               PIC 9(06) VALUE ZEROS.
000946 77  WS-SUPPRESSED-COUNT            PIC 9(06) VALUE ZEROS.
000948 77  WS-NO-ADDRESS-COUNT            PIC 9(06) VALUE ZEROS.
000949 77  WS-BAD-ADDRESS-REASON          PIC X(24) VALUE SPACES.
000950 77  WS-OPENING-BALANCE        PIC S9(9)V99 COMP-3 VALUE ZERO.
000960 77  WS-CLOSING-BALANCE        PIC S9(9)V99 COMP-3 VALUE ZERO.
000970 77  WS-AVAILABLE-CREDIT       PIC S9(9)V99 COMP-3 VALUE ZERO.
001100     PERFORM 2000-PROCESS-CUSTOMERS THRU 2000-EXIT
001110         UNTIL WS-EOF
001120     PERFORM 3000-CLOSE-FILES THRU 3000-EXIT
001125     PERFORM 9900-REGISTER-STEP-END THRU 9900-EXIT
001130     STOP RUN.
001140
001150 1000-OPEN-FILES.
001160     PERFORM 1005-READ-BUSINESS-DATE
001170     PERFORM 1010-READ-CYCLE-CARD
001175     PERFORM 9800-REGISTER-STEP-START
001180     OPEN INPUT CUSTOMER-FILE
001190     IF WS-CUSTOMER-FILE-STATUS NOT = '00'
001200         DISPLAY 'ERROR OPENING CUSTOMER FILE: '
001488             CLOSE HISTORY-FILE
001489         END-IF
001490         STOP RUN
001491     END-IF
001492     PERFORM 1020-OPEN-ADDRESS-FILES.
001496 1000-EXIT.
001500     EXIT.
001510
001511 1005-READ-BUSINESS-DATE.
001590         CLOSE CYCLE-CARD-FILE
001600     END-IF
001610     IF STM-CYCLE-FROM IS NOT NUMERIC
001611             OR STM-CYCLE-TO IS NOT NUMERIC
001612         DISPLAY 'MISSING OR INVALID STATEMENT CYCLE CARD'
001613         MOVE 16 TO RETURN-CODE
001614         STOP RUN
001615     END-IF.
001616
001617*****************************************************************
001618* 1020-OPEN-ADDRESS-FILES - with no address file yet every
001619* statement still goes out (without an address) and every
001620* account is listed on the bad-address report as having none.
001621*****************************************************************
001622 1020-OPEN-ADDRESS-FILES.
001623     OPEN INPUT ADDRESS-FILE
001624     IF WS-ADDRESS-FILE-STATUS = '35'
001625         MOVE 'N' TO WS-ADDRESS-PRESENT-SW
001626         DISPLAY 'NO ADDRESS FILE - EXTRACT CARRIES NO ADDRESSES'
001627     ELSE
001628         IF WS-ADDRESS-FILE-STATUS NOT = '00'
001629             DISPLAY 'ERROR OPENING ADDRESS FILE: '
001630                 WS-ADDRESS-FILE-STATUS
001631             MOVE 16 TO RETURN-CODE
001632             CLOSE CUSTOMER-FILE STATEMENT-FILE EXTRACT-FILE
001633             IF WS-HISTORY-PRESENT
001634                 CLOSE HISTORY-FILE
001635             END-IF
001636             STOP RUN
001637         END-IF
001638     END-IF
001639     OPEN OUTPUT BAD-ADDRESS-REPORT
001640     IF WS-BADADDR-FILE-STATUS NOT = '00'
001641         DISPLAY 'ERROR OPENING BAD-ADDRESS REPORT: '
001642             WS-BADADDR-FILE-STATUS
001643         MOVE 16 TO RETURN-CODE
001644         CLOSE CUSTOMER-FILE STATEMENT-FILE EXTRACT-FILE
001645         IF WS-HISTORY-PRESENT
001646             CLOSE HISTORY-FILE
001647         END-IF
001648         IF WS-ADDRESS-PRESENT
001649             CLOSE ADDRESS-FILE
001650         END-IF
001651         STOP RUN
001652     END-IF
001653     MOVE SPACES TO BAD-ADDRESS-LINE
001654     STRING 'BAD-ADDRESS REPORT - CYCLE ' STM-CYCLE-FROM
001655            ' THRU ' STM-CYCLE-TO
001656            '  BUSINESS DATE: ' WS-BUSINESS-DATE
001657         DELIMITED BY SIZE INTO BAD-ADDRESS-LINE
001658     WRITE BAD-ADDRESS-LINE
001659     MOVE SPACES TO BAD-ADDRESS-LINE
001660     STRING 'CUST-ID  NAME                                  '
001661            'BALANCE          REASON                    '
001662            'RETURNED  PHONE'
001663         DELIMITED BY SIZE INTO BAD-ADDRESS-LINE
001664     WRITE BAD-ADDRESS-LINE.
001665
001666*****************************************************************
001672* 2000-PROCESS-CUSTOMERS - a blank cycle code on the card is
001673* the full month-end run; a coded card bills only the
001674* customers carrying that CUST-STMT-CYCLE, so the statement
001720         NOT AT END
001725             IF STM-CYCLE-CODE = SPACES
001726                     OR STM-CYCLE-CODE = CUST-STMT-CYCLE
001727                 PERFORM 2050-CHECK-MAILING-ADDRESS
001728                 IF WS-ADDRESS-FOUND AND ADR-MAIL-RETURNED
001729                     ADD 1 TO WS-SUPPRESSED-COUNT
001730                 ELSE
001731                     PERFORM 2100-BUILD-STATEMENT
001732                 END-IF
001735             ELSE
001736                 ADD 1 TO WS-SKIPPED-COUNT
001738             END-IF
001740     END-READ.
001750 2000-EXIT.
001760     EXIT.
001761
001762*****************************************************************
001763* 2050-CHECK-MAILING-ADDRESS - a returned-mail account is kept
001764* off the print and the extract (the caller skips it) until the
001765* service team corrects the address; it and any account with
001766* no mailing address on file go to the bad-address report.
001767*****************************************************************
001768 2050-CHECK-MAILING-ADDRESS.
001769     MOVE 'N' TO WS-ADDRESS-FOUND-SW
001770     MOVE SPACES TO ADDRESS-RECORD
001771     IF WS-ADDRESS-PRESENT
001772         MOVE CUST-ID TO ADR-CUST-ID
001773         READ ADDRESS-FILE
001774             INVALID KEY
001775                 MOVE SPACES TO ADDRESS-RECORD
001776             NOT INVALID KEY
001777                 SET WS-ADDRESS-FOUND TO TRUE
001778         END-READ
001779     END-IF
001780     IF WS-ADDRESS-FOUND AND ADR-MAIL-RETURNED
001781         MOVE 'RETURNED MAIL - HELD' TO WS-BAD-ADDRESS-REASON
001782         PERFORM 2060-WRITE-BAD-ADDRESS-LINE
001783     ELSE
001784         IF ADR-ADDRESS-LINE-1 = SPACES
001785             ADD 1 TO WS-NO-ADDRESS-COUNT
001786             MOVE 'NO ADDRESS ON FILE' TO WS-BAD-ADDRESS-REASON
001787             PERFORM 2060-WRITE-BAD-ADDRESS-LINE
001788         END-IF
001789     END-IF.
001790
001791 2060-WRITE-BAD-ADDRESS-LINE.
001792     MOVE CUST-BALANCE TO WS-DISPLAY-BALANCE
001793     MOVE SPACES TO BAD-ADDRESS-LINE
001794     STRING CUST-ID
001795            '   ' CUST-LAST-NAME ', ' CUST-FIRST-NAME
001796            ' ' WS-DISPLAY-BALANCE
001797            '  ' WS-BAD-ADDRESS-REASON
001798            '  ' ADR-RETURNED-MAIL-DATE
001799            '  ' ADR-PHONE
001800         DELIMITED BY SIZE INTO BAD-ADDRESS-LINE
001801     WRITE BAD-ADDRESS-LINE.
001802
001803*****************************************************************
001804* 2100-BUILD-STATEMENT - one statement page per customer. The
001805* closing balance comes from the last posting inside the cycle
001810* so the page always proves out: opening plus listed activity
001820* equals closing, even when later cycles have already posted.
001830*****************************************************************
002797     MOVE STM-CYCLE-FROM TO STX-CYCLE-FROM
002798     MOVE STM-CYCLE-TO TO STX-CYCLE-TO
002799     MOVE WS-OPENING-BALANCE TO STX-OPENING-BALANCE
002800     MOVE ADR-ADDRESS-LINE-1 TO STX-ADDRESS-LINE-1
002801     MOVE ADR-ADDRESS-LINE-2 TO STX-ADDRESS-LINE-2
002802     MOVE ADR-CITY TO STX-CITY
002803     MOVE ADR-STATE TO STX-STATE
002804     MOVE ADR-POSTAL-CODE TO STX-POSTAL-CODE
002805     ADD 1 TO WS-EXTRACT-COUNT
002806     WRITE STMT-EXTRACT-RECORD.
002807
002808 2500-WRITE-BALANCE-SUMMARY.
002810     MOVE WS-CLOSING-BALANCE TO WS-DISPLAY-BALANCE
002820     MOVE SPACES TO STATEMENT-LINE
002830     STRING 'CLOSING BALANCE:   ' WS-DISPLAY-BALANCE
003110     PERFORM 3010-WRITE-CONTROL-PAGE
003120     CLOSE STATEMENT-FILE
003122     CLOSE EXTRACT-FILE
003123     IF WS-ADDRESS-PRESENT
003124         CLOSE ADDRESS-FILE
003125     END-IF
003126     PERFORM 3020-WRITE-BAD-ADDRESS-TOTALS
003127     CLOSE BAD-ADDRESS-REPORT
003130     DISPLAY 'TOTAL STATEMENTS PRODUCED: ' WS-STATEMENT-COUNT
003132     DISPLAY 'CUSTOMERS SKIPPED FOR OTHER CYCLES: '
003134         WS-SKIPPED-COUNT
003136     DISPLAY 'EXTRACT STATEMENTS WRITTEN: ' WS-EXTRACT-COUNT
003137     DISPLAY 'RETURNED-MAIL STATEMENTS HELD: ' WS-SUPPRESSED-COUNT
003138     DISPLAY 'STATEMENTS WITH NO ADDRESS: ' WS-NO-ADDRESS-COUNT
003140     DISPLAY 'TOTAL CLOSING BALANCES: ' WS-CLOSING-TOTAL.
003150 3000-EXIT.
003160     EXIT.
003310     STRING 'TOTAL CLOSING BALANCES: ' WS-DISPLAY-TOTAL
003320         DELIMITED BY SIZE INTO STATEMENT-LINE
003330     WRITE STATEMENT-LINE.
003340
003350 3020-WRITE-BAD-ADDRESS-TOTALS.
003360     MOVE SPACES TO BAD-ADDRESS-LINE
003370     STRING 'RETURNED-MAIL STATEMENTS HELD: ' WS-SUPPRESSED-COUNT
003380            '  PRODUCED WITH NO ADDRESS: ' WS-NO-ADDRESS-COUNT
003390         DELIMITED BY SIZE INTO BAD-ADDRESS-LINE
003400     WRITE BAD-ADDRESS-LINE.
003410
003420*****************************************************************
003430* 9800-REGISTER-STEP-START - the STEPCTL step-control file
003440* records which steps of the nightly schedule have run for the
003450* business date. The step is refused (RC 12) while its
003460* predecessor has not completed, or once it has already
003470* completed cleanly for the date, unless the STEPOVR rerun
003480* override card names this step and date. Otherwise it is
003490* registered as started before any of its own files are
003500* touched.
003510*****************************************************************
003520 9800-REGISTER-STEP-START.
003530     PERFORM 9810-READ-STEP-OVERRIDE
003540     OPEN I-O STEP-CONTROL-FILE
003550     IF WS-STEPCTL-FILE-STATUS = '35'
003560         OPEN OUTPUT STEP-CONTROL-FILE
003570         CLOSE STEP-CONTROL-FILE
003580         OPEN I-O STEP-CONTROL-FILE
003590     END-IF
003600     IF WS-STEPCTL-FILE-STATUS NOT = '00'
003610         DISPLAY 'ERROR OPENING STEP CONTROL FILE: '
003620             WS-STEPCTL-FILE-STATUS
003630         MOVE 16 TO RETURN-CODE
003640         STOP RUN
003650     END-IF
003660     PERFORM 9820-CHECK-PREDECESSOR THRU 9820-EXIT
003670     PERFORM 9830-CHECK-STEP-RERUN
003680     IF WS-STEP-REFUSED
003690         DISPLAY 'STEP ' WS-STEP-NAME
003700             ' REFUSED FOR BUSINESS DATE ' WS-BUSINESS-DATE
003710         MOVE 12 TO RETURN-CODE
003720         CLOSE STEP-CONTROL-FILE
003730         STOP RUN
003740     END-IF
003750     PERFORM 9840-WRITE-STEP-START
003760     CLOSE STEP-CONTROL-FILE.
003770
003780 9810-READ-STEP-OVERRIDE.
003790     MOVE SPACES TO STEP-OVERRIDE-RECORD
003800     OPEN INPUT STEP-OVERRIDE-FILE
003810     IF WS-STEPOVR-CARD-STATUS = '00'
003820         READ STEP-OVERRIDE-FILE
003830             AT END MOVE SPACES TO STEP-OVERRIDE-RECORD
003840         END-READ
003850         CLOSE STEP-OVERRIDE-FILE
003860     END-IF
003870     IF SOV-STEP-NAME NOT = SPACES
003880         IF (SOV-STEP-NAME = WS-STEP-NAME OR SOV-ALL-STEPS)
003890                 AND SOV-BUSINESS-DATE IS NUMERIC
003900                 AND SOV-BUSINESS-DATE = WS-BUSINESS-DATE
003910             SET WS-STEP-OVERRIDE TO TRUE
003920             DISPLAY 'RERUN OVERRIDE CARD ACCEPTED FOR STEP '
003930                 WS-STEP-NAME ' DATE ' WS-BUSINESS-DATE
003940         ELSE
003950             DISPLAY 'RERUN OVERRIDE CARD FOR ' SOV-STEP-NAME
003960                 ' DATE ' SOV-BUSINESS-DATE ' IGNORED'
003970         END-IF
003980     END-IF.
003990
004000*****************************************************************
004010* 9820-CHECK-PREDECESSOR - the step waits for its predecessor
004020* in the nightly schedule to show complete for the same date.
004030*****************************************************************
004040 9820-CHECK-PREDECESSOR.
004050     IF WS-PRED-STEP-NAME = SPACES
004060         GO TO 9820-EXIT
004070     END-IF
004080     MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
004090     MOVE WS-PRED-STEP-NAME TO STP-STEP-NAME
004100     READ STEP-CONTROL-FILE
004110         INVALID KEY
004120             MOVE SPACES TO STP-STATUS
004130     END-READ
004140     IF STP-COMPLETE
004150         GO TO 9820-EXIT
004160     END-IF
004170     IF WS-STEP-OVERRIDE
004180         DISPLAY 'PREDECESSOR ' WS-PRED-STEP-NAME
004190             ' NOT COMPLETE - OVERRIDDEN BY RERUN CARD'
004200     ELSE
004210         DISPLAY 'PREDECESSOR ' WS-PRED-STEP-NAME
004220             ' HAS NOT COMPLETED FOR ' WS-BUSINESS-DATE
004230         SET WS-STEP-REFUSED TO TRUE
004240     END-IF.
004250 9820-EXIT.
004260     EXIT.
004270
004280*****************************************************************
004290* 9830-CHECK-STEP-RERUN - a step already completed cleanly for
004300* the date is not run again without the rerun card; a step left
004310* started or failed by an earlier attempt is simply rerun.
004320*****************************************************************
004330 9830-CHECK-STEP-RERUN.
004340     MOVE 'N' TO WS-STEP-NEW-SW
004350     MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
004360     MOVE WS-STEP-NAME TO STP-STEP-NAME
004370     READ STEP-CONTROL-FILE
004380         INVALID KEY
004390             SET WS-STEP-NEW TO TRUE
004400     END-READ
004410     IF NOT WS-STEP-NEW AND STP-COMPLETE
004420         IF WS-STEP-OVERRIDE
004430             DISPLAY 'STEP ' WS-STEP-NAME ' ALREADY COMPLETE - '
004440                 'RERUN BY OVERRIDE CARD'
004450         ELSE
004460             DISPLAY 'STEP ' WS-STEP-NAME
004470                 ' ALREADY COMPLETED FOR ' WS-BUSINESS-DATE
004480                 ' WITH RC ' STP-RETURN-CODE
004490             SET WS-STEP-REFUSED TO TRUE
004500         END-IF
004510     END-IF.
004520
004530*****************************************************************
004540* 9840-WRITE-STEP-START - register the step as started; the run
004550* count shows how many attempts the step took for the date.
004560*****************************************************************
004570 9840-WRITE-STEP-START.
004580     IF WS-STEP-NEW
004590         MOVE SPACES TO STEP-CONTROL-RECORD
004600         MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
004610         MOVE WS-STEP-NAME TO STP-STEP-NAME
004620         MOVE ZEROS TO STP-RUN-COUNT
004630     END-IF
004640     SET STP-STARTED TO TRUE
004650     ACCEPT STP-START-DATE FROM DATE YYYYMMDD
004660     ACCEPT STP-START-TIME FROM TIME
004670     MOVE ZEROS TO STP-END-DATE STP-END-TIME STP-RETURN-CODE
004680     IF STP-RUN-COUNT < 999
004690         ADD 1 TO STP-RUN-COUNT
004700     END-IF
004710     IF WS-STEP-OVERRIDE
004720         SET STP-RUN-OVERRIDDEN TO TRUE
004730     ELSE
004740         MOVE 'N' TO STP-OVERRIDE-FLAG
004750     END-IF
004760     IF WS-STEP-NEW
004770         WRITE STEP-CONTROL-RECORD
004780     ELSE
004790         REWRITE STEP-CONTROL-RECORD
004800     END-IF
004810     IF WS-STEPCTL-FILE-STATUS NOT = '00'
004820         DISPLAY 'ERROR REGISTERING STEP START: '
004830             WS-STEPCTL-FILE-STATUS
004840         MOVE 16 TO RETURN-CODE
004850         CLOSE STEP-CONTROL-FILE
004860         STOP RUN
004870     END-IF.
004880
004890*****************************************************************
004900* 9900-REGISTER-STEP-END - record the end time and return code.
004910* Below RC 8 the step shows complete and its successor may
004920* start; at RC 8 and over it shows failed. A step that stops
004930* before it gets here stays registered as started.
004940*****************************************************************
004950 9900-REGISTER-STEP-END.
004960     OPEN I-O STEP-CONTROL-FILE
004970     IF WS-STEPCTL-FILE-STATUS NOT = '00'
004980         DISPLAY 'ERROR OPENING STEP CONTROL FILE: '
004990             WS-STEPCTL-FILE-STATUS ' - STEP END NOT REGISTERED'
005000         IF RETURN-CODE < 8
005010             MOVE 8 TO RETURN-CODE
005020         END-IF
005030         GO TO 9900-EXIT
005040     END-IF
005050     MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
005060     MOVE WS-STEP-NAME TO STP-STEP-NAME
005070     READ STEP-CONTROL-FILE
005080         INVALID KEY
005090             DISPLAY 'STEP ' WS-STEP-NAME ' NOT ON STEP CONTROL '
005100                 'FILE - STEP END NOT REGISTERED'
005110             IF RETURN-CODE < 8
005120                 MOVE 8 TO RETURN-CODE
005130             END-IF
005140             CLOSE STEP-CONTROL-FILE
005150             GO TO 9900-EXIT
005160     END-READ
005170     ACCEPT STP-END-DATE FROM DATE YYYYMMDD
005180     ACCEPT STP-END-TIME FROM TIME
005190     MOVE RETURN-CODE TO STP-RETURN-CODE
005200     IF RETURN-CODE < 8
005210         SET STP-COMPLETE TO TRUE
005220     ELSE
005230         SET STP-FAILED TO TRUE
005240     END-IF
005250     REWRITE STEP-CONTROL-RECORD
005260     IF WS-STEPCTL-FILE-STATUS NOT = '00'
005270         DISPLAY 'ERROR REGISTERING STEP END: '
005280             WS-STEPCTL-FILE-STATUS
005290         IF RETURN-CODE < 8
005300             MOVE 8 TO RETURN-CODE
005310         END-IF
005320     ELSE
005330         DISPLAY 'STEP ' WS-STEP-NAME ' FOR ' WS-BUSINESS-DATE
005340             ' ENDED - STATUS ' STP-STATUS ' RC ' STP-RETURN-CODE
005350     END-IF
005360     CLOSE STEP-CONTROL-FILE.
005370 9900-EXIT.
005380     EXIT.
