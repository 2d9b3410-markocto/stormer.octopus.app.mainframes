000220* Modification History
000230* Date       By   Description
000240* 2026       SM   Original program.
000241* 2026       SM   Register start, completion and return code on
000242*                 the STEPCTL step-control file. The run is
000243*                 refused until CUSTRECN has completed for the
000244*                 business date, or once it has completed
000245*                 cleanly, unless a STEPOVR rerun override card
000246*                 is supplied.
000250*****************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. CUSTBAL.
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-SHEET-FILE-STATUS.
000630
000631     SELECT STEP-CONTROL-FILE
000632         ASSIGN TO STEPCTL
000633         ORGANIZATION IS INDEXED
000634         ACCESS MODE IS RANDOM
000635         RECORD KEY IS STP-KEY
000636         FILE STATUS IS WS-STEPCTL-FILE-STATUS.
000637
000638     SELECT STEP-OVERRIDE-FILE
000639         ASSIGN TO STEPOVR
000640         ORGANIZATION IS LINE SEQUENTIAL
000641         FILE STATUS IS WS-STEPOVR-CARD-STATUS.
000642
000646 DATA DIVISION.
000650 FILE SECTION.
000660 FD  DATE-CONTROL-FILE
000670     RECORD CONTAINS 80 CHARACTERS.
000910     RECORD CONTAINS 132 CHARACTERS.
000920 01  SHEET-LINE                     PIC X(132).
000930
000931 FD  STEP-CONTROL-FILE
000932     RECORD CONTAINS 80 CHARACTERS.
000933     COPY STEPCTL.
000934
000935 FD  STEP-OVERRIDE-FILE
000936     RECORD CONTAINS 80 CHARACTERS.
000937     COPY STEPOVR.
000938
000940 WORKING-STORAGE SECTION.
000950 77  WS-DATECTL-FILE-STATUS         PIC XX VALUE SPACES.
000951 77  WS-STEPCTL-FILE-STATUS         PIC XX VALUE SPACES.
000952 77  WS-STEPOVR-CARD-STATUS         PIC XX VALUE SPACES.
000953 77  WS-STEP-NAME                   PIC X(08) VALUE 'CUSTBAL'.
000954 77  WS-PRED-STEP-NAME              PIC X(08) VALUE 'CUSTRECN'.
000955 77  WS-STEP-OVERRIDE-SW            PIC X  VALUE 'N'.
000956     88  WS-STEP-OVERRIDE               VALUE 'Y'.
000957 77  WS-STEP-REFUSED-SW             PIC X  VALUE 'N'.
000958     88  WS-STEP-REFUSED                VALUE 'Y'.
000959 77  WS-STEP-NEW-SW                 PIC X  VALUE 'N'.
000960     88  WS-STEP-NEW                    VALUE 'Y'.
000965 77  WS-AUDIT-FILE-STATUS           PIC XX VALUE SPACES.
000970 77  WS-CYCLECTL-FILE-STATUS        PIC XX VALUE SPACES.
000980 77  WS-GL-FILE-STATUS              PIC XX VALUE SPACES.
000990 77  WS-SHEET-FILE-STATUS           PIC XX VALUE SPACES.
001470     PERFORM 2300-SCAN-GL-FEED THRU 2300-EXIT
001480     PERFORM 3000-CROSS-FOOT THRU 3000-EXIT
001490     PERFORM 4000-CLOSE-FILES THRU 4000-EXIT
001495     PERFORM 9900-REGISTER-STEP-END THRU 9900-EXIT
001500     STOP RUN.
001510
001520 1000-OPEN-FILES.
001530     PERFORM 1005-READ-BUSINESS-DATE
001535     PERFORM 9800-REGISTER-STEP-START
001540     OPEN OUTPUT CONTROL-SHEET
001550     IF WS-SHEET-FILE-STATUS NOT = '00'
001560         DISPLAY 'ERROR OPENING CONTROL SHEET: '
004530     END-IF.
004540 4000-EXIT.
004550     EXIT.
004560
004570*****************************************************************
004580* 9800-REGISTER-STEP-START - the STEPCTL step-control file
004590* records which steps of the nightly schedule have run for the
004600* business date. The step is refused (RC 12) while its
004610* predecessor has not completed, or once it has already
004620* completed cleanly for the date, unless the STEPOVR rerun
004630* override card names this step and date. Otherwise it is
004640* registered as started before any of its own files are
004650* touched.
004660*****************************************************************
004670 9800-REGISTER-STEP-START.
004680     PERFORM 9810-READ-STEP-OVERRIDE
004690     OPEN I-O STEP-CONTROL-FILE
004700     IF WS-STEPCTL-FILE-STATUS = '35'
004710         OPEN OUTPUT STEP-CONTROL-FILE
004720         CLOSE STEP-CONTROL-FILE
004730         OPEN I-O STEP-CONTROL-FILE
004740     END-IF
004750     IF WS-STEPCTL-FILE-STATUS NOT = '00'
004760         DISPLAY 'ERROR OPENING STEP CONTROL FILE: '
004770             WS-STEPCTL-FILE-STATUS
004780         MOVE 16 TO RETURN-CODE
004790         STOP RUN
004800     END-IF
004810     PERFORM 9820-CHECK-PREDECESSOR THRU 9820-EXIT
004820     PERFORM 9830-CHECK-STEP-RERUN
004830     IF WS-STEP-REFUSED
004840         DISPLAY 'STEP ' WS-STEP-NAME
004850             ' REFUSED FOR BUSINESS DATE ' WS-BUSINESS-DATE
004860         MOVE 12 TO RETURN-CODE
004870         CLOSE STEP-CONTROL-FILE
004880         STOP RUN
004890     END-IF
004900     PERFORM 9840-WRITE-STEP-START
004910     CLOSE STEP-CONTROL-FILE.
004920
004930 9810-READ-STEP-OVERRIDE.
004940     MOVE SPACES TO STEP-OVERRIDE-RECORD
004950     OPEN INPUT STEP-OVERRIDE-FILE
004960     IF WS-STEPOVR-CARD-STATUS = '00'
004970         READ STEP-OVERRIDE-FILE
004980             AT END MOVE SPACES TO STEP-OVERRIDE-RECORD
004990         END-READ
005000         CLOSE STEP-OVERRIDE-FILE
005010     END-IF
005020     IF SOV-STEP-NAME NOT = SPACES
005030         IF (SOV-STEP-NAME = WS-STEP-NAME OR SOV-ALL-STEPS)
005040                 AND SOV-BUSINESS-DATE IS NUMERIC
005050                 AND SOV-BUSINESS-DATE = WS-BUSINESS-DATE
005060             SET WS-STEP-OVERRIDE TO TRUE
005070             DISPLAY 'RERUN OVERRIDE CARD ACCEPTED FOR STEP '
005080                 WS-STEP-NAME ' DATE ' WS-BUSINESS-DATE
005090         ELSE
005100             DISPLAY 'RERUN OVERRIDE CARD FOR ' SOV-STEP-NAME
005110                 ' DATE ' SOV-BUSINESS-DATE ' IGNORED'
005120         END-IF
005130     END-IF.
005140
005150*****************************************************************
005160* 9820-CHECK-PREDECESSOR - the step waits for its predecessor
005170* in the nightly schedule to show complete for the same date.
005180*****************************************************************
005190 9820-CHECK-PREDECESSOR.
005200     IF WS-PRED-STEP-NAME = SPACES
005210         GO TO 9820-EXIT
005220     END-IF
005230     MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
005240     MOVE WS-PRED-STEP-NAME TO STP-STEP-NAME
005250     READ STEP-CONTROL-FILE
005260         INVALID KEY
005270             MOVE SPACES TO STP-STATUS
005280     END-READ
005290     IF STP-COMPLETE
005300         GO TO 9820-EXIT
005310     END-IF
005320     IF WS-STEP-OVERRIDE
005330         DISPLAY 'PREDECESSOR ' WS-PRED-STEP-NAME
005340             ' NOT COMPLETE - OVERRIDDEN BY RERUN CARD'
005350     ELSE
005360         DISPLAY 'PREDECESSOR ' WS-PRED-STEP-NAME
005370             ' HAS NOT COMPLETED FOR ' WS-BUSINESS-DATE
005380         SET WS-STEP-REFUSED TO TRUE
005390     END-IF.
005400 9820-EXIT.
005410     EXIT.
005420
005430*****************************************************************
005440* 9830-CHECK-STEP-RERUN - a step already completed cleanly for
005450* the date is not run again without the rerun card; a step left
005460* started or failed by an earlier attempt is simply rerun.
005470*****************************************************************
005480 9830-CHECK-STEP-RERUN.
005490     MOVE 'N' TO WS-STEP-NEW-SW
005500     MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
005510     MOVE WS-STEP-NAME TO STP-STEP-NAME
005520     READ STEP-CONTROL-FILE
005530         INVALID KEY
005540             SET WS-STEP-NEW TO TRUE
005550     END-READ
005560     IF NOT WS-STEP-NEW AND STP-COMPLETE
005570         IF WS-STEP-OVERRIDE
005580             DISPLAY 'STEP ' WS-STEP-NAME ' ALREADY COMPLETE - '
005590                 'RERUN BY OVERRIDE CARD'
005600         ELSE
005610             DISPLAY 'STEP ' WS-STEP-NAME
005620                 ' ALREADY COMPLETED FOR ' WS-BUSINESS-DATE
005630                 ' WITH RC ' STP-RETURN-CODE
005640             SET WS-STEP-REFUSED TO TRUE
005650         END-IF
005660     END-IF.
005670
005680*****************************************************************
005690* 9840-WRITE-STEP-START - register the step as started; the run
005700* count shows how many attempts the step took for the date.
005710*****************************************************************
005720 9840-WRITE-STEP-START.
005730     IF WS-STEP-NEW
005740         MOVE SPACES TO STEP-CONTROL-RECORD
005750         MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
005760         MOVE WS-STEP-NAME TO STP-STEP-NAME
005770         MOVE ZEROS TO STP-RUN-COUNT
005780     END-IF
005790     SET STP-STARTED TO TRUE
005800     ACCEPT STP-START-DATE FROM DATE YYYYMMDD
005810     ACCEPT STP-START-TIME FROM TIME
005820     MOVE ZEROS TO STP-END-DATE STP-END-TIME STP-RETURN-CODE
005830     IF STP-RUN-COUNT < 999
005840         ADD 1 TO STP-RUN-COUNT
005850     END-IF
005860     IF WS-STEP-OVERRIDE
005870         SET STP-RUN-OVERRIDDEN TO TRUE
005880     ELSE
005890         MOVE 'N' TO STP-OVERRIDE-FLAG
005900     END-IF
005910     IF WS-STEP-NEW
005920         WRITE STEP-CONTROL-RECORD
005930     ELSE
005940         REWRITE STEP-CONTROL-RECORD
005950     END-IF
005960     IF WS-STEPCTL-FILE-STATUS NOT = '00'
005970         DISPLAY 'ERROR REGISTERING STEP START: '
005980             WS-STEPCTL-FILE-STATUS
005990         MOVE 16 TO RETURN-CODE
006000         CLOSE STEP-CONTROL-FILE
006010         STOP RUN
006020     END-IF.
006030
006040*****************************************************************
006050* 9900-REGISTER-STEP-END - record the end time and return code.
006060* Below RC 8 the step shows complete and its successor may
006070* start; at RC 8 and over it shows failed. A step that stops
006080* before it gets here stays registered as started.
006090*****************************************************************
006100 9900-REGISTER-STEP-END.
006110     OPEN I-O STEP-CONTROL-FILE
006120     IF WS-STEPCTL-FILE-STATUS NOT = '00'
006130         DISPLAY 'ERROR OPENING STEP CONTROL FILE: '
006140             WS-STEPCTL-FILE-STATUS ' - STEP END NOT REGISTERED'
006150         IF RETURN-CODE < 8
006160             MOVE 8 TO RETURN-CODE
006170         END-IF
006180         GO TO 9900-EXIT
006190     END-IF
006200     MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
006210     MOVE WS-STEP-NAME TO STP-STEP-NAME
006220     READ STEP-CONTROL-FILE
006230         INVALID KEY
006240             DISPLAY 'STEP ' WS-STEP-NAME ' NOT ON STEP CONTROL '
006250                 'FILE - STEP END NOT REGISTERED'
006260             IF RETURN-CODE < 8
006270                 MOVE 8 TO RETURN-CODE
006280             END-IF
006290             CLOSE STEP-CONTROL-FILE
006300             GO TO 9900-EXIT
006310     END-READ
006320     ACCEPT STP-END-DATE FROM DATE YYYYMMDD
006330     ACCEPT STP-END-TIME FROM TIME
006340     MOVE RETURN-CODE TO STP-RETURN-CODE
006350     IF RETURN-CODE < 8
006360         SET STP-COMPLETE TO TRUE
006370     ELSE
006380         SET STP-FAILED TO TRUE
006390     END-IF
006400     REWRITE STEP-CONTROL-RECORD
006410     IF WS-STEPCTL-FILE-STATUS NOT = '00'
006420         DISPLAY 'ERROR REGISTERING STEP END: '
006430             WS-STEPCTL-FILE-STATUS
006440         IF RETURN-CODE < 8
006450             MOVE 8 TO RETURN-CODE
006460         END-IF
006470     ELSE
006480         DISPLAY 'STEP ' WS-STEP-NAME ' FOR ' WS-BUSINESS-DATE
006490             ' ENDED - STATUS ' STP-STATUS ' RC ' STP-RETURN-CODE
006500     END-IF
006510     CLOSE STEP-CONTROL-FILE.
006520 9900-EXIT.
006530     EXIT.
