000190* Modification History
000200* Date       By   Description
000210* 2026       SM   Original program.
000211* 2026       SM   Reject reason code MRG, reserved for the
000212*                 CUSTMERG duplicate-merge transfer legs.
000213* 2026       SM   Register start, completion and return code on
000214*                 the STEPCTL step-control file. The run is
000215*                 refused until TRNMERGE has completed for the
000216*                 business date, or once it has completed
000217*                 cleanly, unless a STEPOVR rerun override card
000218*                 is supplied.
000221* 2026       SM   Reject reason code RFD, reserved for the
000224*                 CUSTRFND credit-balance refund debits.
000227*****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. CUSTADJB.
000250 AUTHOR. STORMER-MAINFRAMES.
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-REGISTER-FILE-STATUS.
000600
000601     SELECT STEP-CONTROL-FILE
000602         ASSIGN TO STEPCTL
000603         ORGANIZATION IS INDEXED
000604         ACCESS MODE IS RANDOM
000605         RECORD KEY IS STP-KEY
000606         FILE STATUS IS WS-STEPCTL-FILE-STATUS.
000607
000608     SELECT STEP-OVERRIDE-FILE
000609         ASSIGN TO STEPOVR
000610         ORGANIZATION IS LINE SEQUENTIAL
000611         FILE STATUS IS WS-STEPOVR-CARD-STATUS.
000612
000616 DATA DIVISION.
000620 FILE SECTION.
000630 FD  PENDING-FILE
000640     RECORD CONTAINS 80 CHARACTERS.
000830     RECORD CONTAINS 132 CHARACTERS.
000840 01  REGISTER-LINE                  PIC X(132).
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
000870 77  WS-PENDING-FILE-STATUS         PIC XX VALUE SPACES.
000880 77  WS-ADJUST-CARD-STATUS          PIC XX VALUE SPACES.
000890 77  WS-DATECTL-FILE-STATUS         PIC XX VALUE SPACES.
000891 77  WS-STEPCTL-FILE-STATUS         PIC XX VALUE SPACES.
000892 77  WS-STEPOVR-CARD-STATUS         PIC XX VALUE SPACES.
000893 77  WS-STEP-NAME                   PIC X(08) VALUE 'CUSTADJB'.
000894 77  WS-PRED-STEP-NAME              PIC X(08) VALUE 'TRNMERGE'.
000895 77  WS-STEP-OVERRIDE-SW            PIC X  VALUE 'N'.
000896     88  WS-STEP-OVERRIDE               VALUE 'Y'.
000897 77  WS-STEP-REFUSED-SW             PIC X  VALUE 'N'.
000898     88  WS-STEP-REFUSED                VALUE 'Y'.
000899 77  WS-STEP-NEW-SW                 PIC X  VALUE 'N'.
000900     88  WS-STEP-NEW                    VALUE 'Y'.
000905 77  WS-BATCH-FILE-STATUS           PIC XX VALUE SPACES.
000910 77  WS-REGISTER-FILE-STATUS        PIC XX VALUE SPACES.
000920
000930 77  WS-EOF-FLAG                    PIC X  VALUE 'N'.
001100     PERFORM 2000-BUILD-ADJUSTMENTS THRU 2000-EXIT
001110         UNTIL WS-EOF
001120     PERFORM 3000-CLOSE-FILES THRU 3000-EXIT
001125     PERFORM 9900-REGISTER-STEP-END THRU 9900-EXIT
001130     STOP RUN.
001140
001150 1000-OPEN-FILES.
001160     PERFORM 1005-READ-BUSINESS-DATE
001170     PERFORM 1010-READ-ADJUST-CARD
001175     PERFORM 9800-REGISTER-STEP-START
001180     OPEN INPUT PENDING-FILE
001190     IF WS-PENDING-FILE-STATUS = '35'
001200         MOVE 'N' TO WS-PENDING-PRESENT-SW
002320         MOVE 'MISSING REASON CODE' TO WS-REJECT-REASON
002330         PERFORM 2900-WRITE-REJECT
002340     ELSE
002341     IF ADJ-REASON-CODE = 'MRG'
002342         MOVE 'REASON MRG RESERVED FOR MERGES' TO WS-REJECT-REASON
002343         PERFORM 2900-WRITE-REJECT
002344     ELSE
002345     IF ADJ-REASON-CODE = 'RFD'
002346         MOVE 'REASON RFD RESERVED FOR REFUNDS'
002347             TO WS-REJECT-REASON
002348         PERFORM 2900-WRITE-REJECT
002349     ELSE
002350         PERFORM 2200-WRITE-BATCH-DETAIL
002353     END-IF
002356     END-IF
002360     END-IF
002370     END-IF
002380     END-IF
003090            '  REJECTED: ' WS-REJECT-COUNT
003100         DELIMITED BY SIZE INTO REGISTER-LINE
003110     WRITE REGISTER-LINE.
003120
003130*****************************************************************
003140* 9800-REGISTER-STEP-START - the STEPCTL step-control file
003150* records which steps of the nightly schedule have run for the
003160* business date. The step is refused (RC 12) while its
003170* predecessor has not completed, or once it has already
003180* completed cleanly for the date, unless the STEPOVR rerun
003190* override card names this step and date. Otherwise it is
003200* registered as started before any of its own files are
003210* touched.
003220*****************************************************************
003230 9800-REGISTER-STEP-START.
003240     PERFORM 9810-READ-STEP-OVERRIDE
003250     OPEN I-O STEP-CONTROL-FILE
003260     IF WS-STEPCTL-FILE-STATUS = '35'
003270         OPEN OUTPUT STEP-CONTROL-FILE
003280         CLOSE STEP-CONTROL-FILE
003290         OPEN I-O STEP-CONTROL-FILE
003300     END-IF
003310     IF WS-STEPCTL-FILE-STATUS NOT = '00'
003320         DISPLAY 'ERROR OPENING STEP CONTROL FILE: '
003330             WS-STEPCTL-FILE-STATUS
003340         MOVE 16 TO RETURN-CODE
003350         STOP RUN
003360     END-IF
003370     PERFORM 9820-CHECK-PREDECESSOR THRU 9820-EXIT
003380     PERFORM 9830-CHECK-STEP-RERUN
003390     IF WS-STEP-REFUSED
003400         DISPLAY 'STEP ' WS-STEP-NAME
003410             ' REFUSED FOR BUSINESS DATE ' WS-BUSINESS-DATE
003420         MOVE 12 TO RETURN-CODE
003430         CLOSE STEP-CONTROL-FILE
003440         STOP RUN
003450     END-IF
003460     PERFORM 9840-WRITE-STEP-START
003470     CLOSE STEP-CONTROL-FILE.
003480
003490 9810-READ-STEP-OVERRIDE.
003500     MOVE SPACES TO STEP-OVERRIDE-RECORD
003510     OPEN INPUT STEP-OVERRIDE-FILE
003520     IF WS-STEPOVR-CARD-STATUS = '00'
003530         READ STEP-OVERRIDE-FILE
003540             AT END MOVE SPACES TO STEP-OVERRIDE-RECORD
003550         END-READ
003560         CLOSE STEP-OVERRIDE-FILE
003570     END-IF
003580     IF SOV-STEP-NAME NOT = SPACES
003590         IF (SOV-STEP-NAME = WS-STEP-NAME OR SOV-ALL-STEPS)
003600                 AND SOV-BUSINESS-DATE IS NUMERIC
003610                 AND SOV-BUSINESS-DATE = WS-BUSINESS-DATE
003620             SET WS-STEP-OVERRIDE TO TRUE
003630             DISPLAY 'RERUN OVERRIDE CARD ACCEPTED FOR STEP '
003640                 WS-STEP-NAME ' DATE ' WS-BUSINESS-DATE
003650         ELSE
003660             DISPLAY 'RERUN OVERRIDE CARD FOR ' SOV-STEP-NAME
003670                 ' DATE ' SOV-BUSINESS-DATE ' IGNORED'
003680         END-IF
003690     END-IF.
003700
003710*****************************************************************
003720* 9820-CHECK-PREDECESSOR - the step waits for its predecessor
003730* in the nightly schedule to show complete for the same date.
003740*****************************************************************
003750 9820-CHECK-PREDECESSOR.
003760     IF WS-PRED-STEP-NAME = SPACES
003770         GO TO 9820-EXIT
003780     END-IF
003790     MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
003800     MOVE WS-PRED-STEP-NAME TO STP-STEP-NAME
003810     READ STEP-CONTROL-FILE
003820         INVALID KEY
003830             MOVE SPACES TO STP-STATUS
003840     END-READ
003850     IF STP-COMPLETE
003860         GO TO 9820-EXIT
003870     END-IF
003880     IF WS-STEP-OVERRIDE
003890         DISPLAY 'PREDECESSOR ' WS-PRED-STEP-NAME
003900             ' NOT COMPLETE - OVERRIDDEN BY RERUN CARD'
003910     ELSE
003920         DISPLAY 'PREDECESSOR ' WS-PRED-STEP-NAME
003930             ' HAS NOT COMPLETED FOR ' WS-BUSINESS-DATE
003940         SET WS-STEP-REFUSED TO TRUE
003950     END-IF.
003960 9820-EXIT.
003970     EXIT.
003980
003990*****************************************************************
004000* 9830-CHECK-STEP-RERUN - a step already completed cleanly for
004010* the date is not run again without the rerun card; a step left
004020* started or failed by an earlier attempt is simply rerun.
004030*****************************************************************
004040 9830-CHECK-STEP-RERUN.
004050     MOVE 'N' TO WS-STEP-NEW-SW
004060     MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
004070     MOVE WS-STEP-NAME TO STP-STEP-NAME
004080     READ STEP-CONTROL-FILE
004090         INVALID KEY
004100             SET WS-STEP-NEW TO TRUE
004110     END-READ
004120     IF NOT WS-STEP-NEW AND STP-COMPLETE
004130         IF WS-STEP-OVERRIDE
004140             DISPLAY 'STEP ' WS-STEP-NAME ' ALREADY COMPLETE - '
004150                 'RERUN BY OVERRIDE CARD'
004160         ELSE
004170             DISPLAY 'STEP ' WS-STEP-NAME
004180                 ' ALREADY COMPLETED FOR ' WS-BUSINESS-DATE
004190                 ' WITH RC ' STP-RETURN-CODE
004200             SET WS-STEP-REFUSED TO TRUE
004210         END-IF
004220     END-IF.
004230
004240*****************************************************************
004250* 9840-WRITE-STEP-START - register the step as started; the run
004260* count shows how many attempts the step took for the date.
004270*****************************************************************
004280 9840-WRITE-STEP-START.
004290     IF WS-STEP-NEW
004300         MOVE SPACES TO STEP-CONTROL-RECORD
004310         MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
004320         MOVE WS-STEP-NAME TO STP-STEP-NAME
004330         MOVE ZEROS TO STP-RUN-COUNT
004340     END-IF
004350     SET STP-STARTED TO TRUE
004360     ACCEPT STP-START-DATE FROM DATE YYYYMMDD
004370     ACCEPT STP-START-TIME FROM TIME
004380     MOVE ZEROS TO STP-END-DATE STP-END-TIME STP-RETURN-CODE
004390     IF STP-RUN-COUNT < 999
004400         ADD 1 TO STP-RUN-COUNT
004410     END-IF
004420     IF WS-STEP-OVERRIDE
004430         SET STP-RUN-OVERRIDDEN TO TRUE
004440     ELSE
004450         MOVE 'N' TO STP-OVERRIDE-FLAG
004460     END-IF
004470     IF WS-STEP-NEW
004480         WRITE STEP-CONTROL-RECORD
004490     ELSE
004500         REWRITE STEP-CONTROL-RECORD
004510     END-IF
004520     IF WS-STEPCTL-FILE-STATUS NOT = '00'
004530         DISPLAY 'ERROR REGISTERING STEP START: '
004540             WS-STEPCTL-FILE-STATUS
004550         MOVE 16 TO RETURN-CODE
004560         CLOSE STEP-CONTROL-FILE
004570         STOP RUN
004580     END-IF.
004590
004600*****************************************************************
004610* 9900-REGISTER-STEP-END - record the end time and return code.
004620* Below RC 8 the step shows complete and its successor may
004630* start; at RC 8 and over it shows failed. A step that stops
004640* before it gets here stays registered as started.
004650*****************************************************************
004660 9900-REGISTER-STEP-END.
004670     OPEN I-O STEP-CONTROL-FILE
004680     IF WS-STEPCTL-FILE-STATUS NOT = '00'
004690         DISPLAY 'ERROR OPENING STEP CONTROL FILE: '
004700             WS-STEPCTL-FILE-STATUS ' - STEP END NOT REGISTERED'
004710         IF RETURN-CODE < 8
004720             MOVE 8 TO RETURN-CODE
004730         END-IF
004740         GO TO 9900-EXIT
004750     END-IF
004760     MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
004770     MOVE WS-STEP-NAME TO STP-STEP-NAME
004780     READ STEP-CONTROL-FILE
004790         INVALID KEY
004800             DISPLAY 'STEP ' WS-STEP-NAME ' NOT ON STEP CONTROL '
004810                 'FILE - STEP END NOT REGISTERED'
004820             IF RETURN-CODE < 8
004830                 MOVE 8 TO RETURN-CODE
004840             END-IF
004850             CLOSE STEP-CONTROL-FILE
004860             GO TO 9900-EXIT
004870     END-READ
004880     ACCEPT STP-END-DATE FROM DATE YYYYMMDD
004890     ACCEPT STP-END-TIME FROM TIME
004900     MOVE RETURN-CODE TO STP-RETURN-CODE
004910     IF RETURN-CODE < 8
004920         SET STP-COMPLETE TO TRUE
004930     ELSE
004940         SET STP-FAILED TO TRUE
004950     END-IF
004960     REWRITE STEP-CONTROL-RECORD
004970     IF WS-STEPCTL-FILE-STATUS NOT = '00'
004980         DISPLAY 'ERROR REGISTERING STEP END: '
004990             WS-STEPCTL-FILE-STATUS
005000         IF RETURN-CODE < 8
005010             MOVE 8 TO RETURN-CODE
005020         END-IF
005030     ELSE
005040         DISPLAY 'STEP ' WS-STEP-NAME ' FOR ' WS-BUSINESS-DATE
005050             ' ENDED - STATUS ' STP-STATUS ' RC ' STP-RETURN-CODE
005060     END-IF
005070     CLOSE STEP-CONTROL-FILE.
005080 9900-EXIT.
005090     EXIT.
