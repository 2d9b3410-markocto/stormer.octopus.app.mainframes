000196*                 the CYCLECTL cycle control file for the
000197*                 morning balancing step; refuse a recon card
000198*                 whose date disagrees with the cycle date.
000199* 2026       SM   Register start, completion and return code on
000200*                 the STEPCTL step-control file. The run is
000201*                 refused until SUSPRLSE has completed for the
000202*                 business date, or once it has completed
000203*                 cleanly, unless a STEPOVR rerun override card
000204*                 is supplied.
000207*****************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. CUSTRECN.
000230 AUTHOR. STORMER-MAINFRAMES.
000641         ORGANIZATION IS LINE SEQUENTIAL
000642         FILE STATUS IS WS-CYCLECTL-FILE-STATUS.
000644
000645     SELECT STEP-CONTROL-FILE
000646         ASSIGN TO STEPCTL
000647         ORGANIZATION IS INDEXED
000648         ACCESS MODE IS RANDOM
000649         RECORD KEY IS STP-KEY
000650         FILE STATUS IS WS-STEPCTL-FILE-STATUS.
000651
000652     SELECT STEP-OVERRIDE-FILE
000653         ASSIGN TO STEPOVR
000654         ORGANIZATION IS LINE SEQUENTIAL
000655         FILE STATUS IS WS-STEPOVR-CARD-STATUS.
000656
000658 DATA DIVISION.
000660 FILE SECTION.
000670 FD  OLD-CUSTOMER-FILE
000680     RECORD CONTAINS 76 CHARACTERS.
000959     RECORD CONTAINS 80 CHARACTERS.
000960     COPY CYCLECTL.
000962
000963 FD  STEP-CONTROL-FILE
000964     RECORD CONTAINS 80 CHARACTERS.
000965     COPY STEPCTL.
000966
000967 FD  STEP-OVERRIDE-FILE
000968     RECORD CONTAINS 80 CHARACTERS.
000969     COPY STEPOVR.
000970
000975 WORKING-STORAGE SECTION.
000980 77  WS-OLD-FILE-STATUS             PIC XX VALUE SPACES.
000990 77  WS-NEW-FILE-STATUS             PIC XX VALUE SPACES.
001000 77  WS-HISTORY-FILE-STATUS         PIC XX VALUE SPACES.
001010 77  WS-RECON-CARD-STATUS           PIC XX VALUE SPACES.
001020 77  WS-DISCREPANCY-STATUS          PIC XX VALUE SPACES.
001022 77  WS-DATECTL-FILE-STATUS         PIC XX VALUE SPACES.
001023 77  WS-STEPCTL-FILE-STATUS         PIC XX VALUE SPACES.
001024 77  WS-STEPOVR-CARD-STATUS         PIC XX VALUE SPACES.
001025 77  WS-STEP-NAME                   PIC X(08) VALUE 'CUSTRECN'.
001026 77  WS-PRED-STEP-NAME              PIC X(08) VALUE 'SUSPRLSE'.
001027 77  WS-STEP-OVERRIDE-SW            PIC X  VALUE 'N'.
001028     88  WS-STEP-OVERRIDE               VALUE 'Y'.
001029 77  WS-STEP-REFUSED-SW             PIC X  VALUE 'N'.
001030     88  WS-STEP-REFUSED                VALUE 'Y'.
001031 77  WS-STEP-NEW-SW                 PIC X  VALUE 'N'.
001032     88  WS-STEP-NEW                    VALUE 'Y'.
001034 77  WS-CYCLECTL-FILE-STATUS        PIC XX VALUE SPACES.
001036
001040 77  WS-OLD-EOF-FLAG                PIC X  VALUE 'N'.
001050     88  WS-OLD-EOF                     VALUE 'Y'.
001060 77  WS-NEW-EOF-FLAG                PIC X  VALUE 'N'.
001360     PERFORM 2000-RECONCILE-ACCOUNTS THRU 2000-EXIT
001370         UNTIL WS-OLD-EOF AND WS-NEW-EOF
001380     PERFORM 3000-CLOSE-FILES THRU 3000-EXIT
001385     PERFORM 9900-REGISTER-STEP-END THRU 9900-EXIT
001390     STOP RUN.
001400
001410 1000-OPEN-FILES.
001420     PERFORM 1005-READ-BUSINESS-DATE
001430     PERFORM 1010-READ-RECON-CARD
001435     PERFORM 9800-REGISTER-STEP-START
001440     OPEN INPUT OLD-CUSTOMER-FILE
001450     IF WS-OLD-FILE-STATUS NOT = '00'
001460         DISPLAY 'ERROR OPENING OLD CUSTOMER FILE: '
003910             WS-CYCLECTL-FILE-STATUS
003920         MOVE 8 TO RETURN-CODE
003930     END-IF.
003940
003950*****************************************************************
003960* 9800-REGISTER-STEP-START - the STEPCTL step-control file
003970* records which steps of the nightly schedule have run for the
003980* business date. The step is refused (RC 12) while its
003990* predecessor has not completed, or once it has already
004000* completed cleanly for the date, unless the STEPOVR rerun
004010* override card names this step and date. Otherwise it is
004020* registered as started before any of its own files are
004030* touched.
004040*****************************************************************
004050 9800-REGISTER-STEP-START.
004060     PERFORM 9810-READ-STEP-OVERRIDE
004070     OPEN I-O STEP-CONTROL-FILE
004080     IF WS-STEPCTL-FILE-STATUS = '35'
004090         OPEN OUTPUT STEP-CONTROL-FILE
004100         CLOSE STEP-CONTROL-FILE
004110         OPEN I-O STEP-CONTROL-FILE
004120     END-IF
004130     IF WS-STEPCTL-FILE-STATUS NOT = '00'
004140         DISPLAY 'ERROR OPENING STEP CONTROL FILE: '
004150             WS-STEPCTL-FILE-STATUS
004160         MOVE 16 TO RETURN-CODE
004170         STOP RUN
004180     END-IF
004190     PERFORM 9820-CHECK-PREDECESSOR THRU 9820-EXIT
004200     PERFORM 9830-CHECK-STEP-RERUN
004210     IF WS-STEP-REFUSED
004220         DISPLAY 'STEP ' WS-STEP-NAME
004230             ' REFUSED FOR BUSINESS DATE ' WS-BUSINESS-DATE
004240         MOVE 12 TO RETURN-CODE
004250         CLOSE STEP-CONTROL-FILE
004260         STOP RUN
004270     END-IF
004280     PERFORM 9840-WRITE-STEP-START
004290     CLOSE STEP-CONTROL-FILE.
004300
004310 9810-READ-STEP-OVERRIDE.
004320     MOVE SPACES TO STEP-OVERRIDE-RECORD
004330     OPEN INPUT STEP-OVERRIDE-FILE
004340     IF WS-STEPOVR-CARD-STATUS = '00'
004350         READ STEP-OVERRIDE-FILE
004360             AT END MOVE SPACES TO STEP-OVERRIDE-RECORD
004370         END-READ
004380         CLOSE STEP-OVERRIDE-FILE
004390     END-IF
004400     IF SOV-STEP-NAME NOT = SPACES
004410         IF (SOV-STEP-NAME = WS-STEP-NAME OR SOV-ALL-STEPS)
004420                 AND SOV-BUSINESS-DATE IS NUMERIC
004430                 AND SOV-BUSINESS-DATE = WS-BUSINESS-DATE
004440             SET WS-STEP-OVERRIDE TO TRUE
004450             DISPLAY 'RERUN OVERRIDE CARD ACCEPTED FOR STEP '
004460                 WS-STEP-NAME ' DATE ' WS-BUSINESS-DATE
004470         ELSE
004480             DISPLAY 'RERUN OVERRIDE CARD FOR ' SOV-STEP-NAME
004490                 ' DATE ' SOV-BUSINESS-DATE ' IGNORED'
004500         END-IF
004510     END-IF.
004520
004530*****************************************************************
004540* 9820-CHECK-PREDECESSOR - the step waits for its predecessor
004550* in the nightly schedule to show complete for the same date.
004560*****************************************************************
004570 9820-CHECK-PREDECESSOR.
004580     IF WS-PRED-STEP-NAME = SPACES
004590         GO TO 9820-EXIT
004600     END-IF
004610     MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
004620     MOVE WS-PRED-STEP-NAME TO STP-STEP-NAME
004630     READ STEP-CONTROL-FILE
004640         INVALID KEY
004650             MOVE SPACES TO STP-STATUS
004660     END-READ
004670     IF STP-COMPLETE
004680         GO TO 9820-EXIT
004690     END-IF
004700     IF WS-STEP-OVERRIDE
004710         DISPLAY 'PREDECESSOR ' WS-PRED-STEP-NAME
004720             ' NOT COMPLETE - OVERRIDDEN BY RERUN CARD'
004730     ELSE
004740         DISPLAY 'PREDECESSOR ' WS-PRED-STEP-NAME
004750             ' HAS NOT COMPLETED FOR ' WS-BUSINESS-DATE
004760         SET WS-STEP-REFUSED TO TRUE
004770     END-IF.
004780 9820-EXIT.
004790     EXIT.
004800
004810*****************************************************************
004820* 9830-CHECK-STEP-RERUN - a step already completed cleanly for
004830* the date is not run again without the rerun card; a step left
004840* started or failed by an earlier attempt is simply rerun.
004850*****************************************************************
004860 9830-CHECK-STEP-RERUN.
004870     MOVE 'N' TO WS-STEP-NEW-SW
004880     MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
004890     MOVE WS-STEP-NAME TO STP-STEP-NAME
004900     READ STEP-CONTROL-FILE
004910         INVALID KEY
004920             SET WS-STEP-NEW TO TRUE
004930     END-READ
004940     IF NOT WS-STEP-NEW AND STP-COMPLETE
004950         IF WS-STEP-OVERRIDE
004960             DISPLAY 'STEP ' WS-STEP-NAME ' ALREADY COMPLETE - '
004970                 'RERUN BY OVERRIDE CARD'
004980         ELSE
004990             DISPLAY 'STEP ' WS-STEP-NAME
005000                 ' ALREADY COMPLETED FOR ' WS-BUSINESS-DATE
005010                 ' WITH RC ' STP-RETURN-CODE
005020             SET WS-STEP-REFUSED TO TRUE
005030         END-IF
005040     END-IF.
005050
005060*****************************************************************
005070* 9840-WRITE-STEP-START - register the step as started; the run
005080* count shows how many attempts the step took for the date.
005090*****************************************************************
005100 9840-WRITE-STEP-START.
005110     IF WS-STEP-NEW
005120         MOVE SPACES TO STEP-CONTROL-RECORD
005130         MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
005140         MOVE WS-STEP-NAME TO STP-STEP-NAME
005150         MOVE ZEROS TO STP-RUN-COUNT
005160     END-IF
005170     SET STP-STARTED TO TRUE
005180     ACCEPT STP-START-DATE FROM DATE YYYYMMDD
005190     ACCEPT STP-START-TIME FROM TIME
005200     MOVE ZEROS TO STP-END-DATE STP-END-TIME STP-RETURN-CODE
005210     IF STP-RUN-COUNT < 999
005220         ADD 1 TO STP-RUN-COUNT
005230     END-IF
005240     IF WS-STEP-OVERRIDE
005250         SET STP-RUN-OVERRIDDEN TO TRUE
005260     ELSE
005270         MOVE 'N' TO STP-OVERRIDE-FLAG
005280     END-IF
005290     IF WS-STEP-NEW
005300         WRITE STEP-CONTROL-RECORD
005310     ELSE
005320         REWRITE STEP-CONTROL-RECORD
005330     END-IF
005340     IF WS-STEPCTL-FILE-STATUS NOT = '00'
005350         DISPLAY 'ERROR REGISTERING STEP START: '
005360             WS-STEPCTL-FILE-STATUS
005370         MOVE 16 TO RETURN-CODE
005380         CLOSE STEP-CONTROL-FILE
005390         STOP RUN
005400     END-IF.
005410
005420*****************************************************************
005430* 9900-REGISTER-STEP-END - record the end time and return code.
005440* Below RC 8 the step shows complete and its successor may
005450* start; at RC 8 and over it shows failed. A step that stops
005460* before it gets here stays registered as started.
005470*****************************************************************
005480 9900-REGISTER-STEP-END.
005490     OPEN I-O STEP-CONTROL-FILE
005500     IF WS-STEPCTL-FILE-STATUS NOT = '00'
005510         DISPLAY 'ERROR OPENING STEP CONTROL FILE: '
005520             WS-STEPCTL-FILE-STATUS ' - STEP END NOT REGISTERED'
005530         IF RETURN-CODE < 8
005540             MOVE 8 TO RETURN-CODE
005550         END-IF
005560         GO TO 9900-EXIT
005570     END-IF
005580     MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
005590     MOVE WS-STEP-NAME TO STP-STEP-NAME
005600     READ STEP-CONTROL-FILE
005610         INVALID KEY
005620             DISPLAY 'STEP ' WS-STEP-NAME ' NOT ON STEP CONTROL '
005630                 'FILE - STEP END NOT REGISTERED'
005640             IF RETURN-CODE < 8
005650                 MOVE 8 TO RETURN-CODE
005660             END-IF
005670             CLOSE STEP-CONTROL-FILE
005680             GO TO 9900-EXIT
005690     END-READ
005700     ACCEPT STP-END-DATE FROM DATE YYYYMMDD
005710     ACCEPT STP-END-TIME FROM TIME
005720     MOVE RETURN-CODE TO STP-RETURN-CODE
005730     IF RETURN-CODE < 8
005740         SET STP-COMPLETE TO TRUE
005750     ELSE
005760         SET STP-FAILED TO TRUE
005770     END-IF
005780     REWRITE STEP-CONTROL-RECORD
005790     IF WS-STEPCTL-FILE-STATUS NOT = '00'
005800         DISPLAY 'ERROR REGISTERING STEP END: '
005810             WS-STEPCTL-FILE-STATUS
005820         IF RETURN-CODE < 8
005830             MOVE 8 TO RETURN-CODE
005840         END-IF
005850     ELSE
005860         DISPLAY 'STEP ' WS-STEP-NAME ' FOR ' WS-BUSINESS-DATE
005870             ' ENDED - STATUS ' STP-STATUS ' RC ' STP-RETURN-CODE
005880     END-IF
005890     CLOSE STEP-CONTROL-FILE.
005900 9900-EXIT.
005910     EXIT.
