000210* Modification History
000220* Date       By   Description
000230* 2026       SM   Original program.
000231* 2026       SM   Read the DATECTL business date and register
000232*                 start, completion and return code on the
000233*                 STEPCTL step-control file. The run is refused
000234*                 until CUSTDLQ has completed for the business
000235*                 date, or once it has completed cleanly, unless
000236*                 a STEPOVR rerun override card is supplied.
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. HISTARCH.
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-RETENTION-FILE-STATUS.
000610
000611     SELECT DATE-CONTROL-FILE
000612         ASSIGN TO DATECTL
000613         ORGANIZATION IS LINE SEQUENTIAL
000614         FILE STATUS IS WS-DATECTL-FILE-STATUS.
000615
000616     SELECT STEP-CONTROL-FILE
000617         ASSIGN TO STEPCTL
000618         ORGANIZATION IS INDEXED
000619         ACCESS MODE IS RANDOM
000620         RECORD KEY IS STP-KEY
000621         FILE STATUS IS WS-STEPCTL-FILE-STATUS.
000622
000623     SELECT STEP-OVERRIDE-FILE
000624         ASSIGN TO STEPOVR
000625         ORGANIZATION IS LINE SEQUENTIAL
000626         FILE STATUS IS WS-STEPOVR-CARD-STATUS.
000627
000628 DATA DIVISION.
000630 FILE SECTION.
000640 FD  HISTORY-FILE
000650     RECORD CONTAINS 60 CHARACTERS.
000810     RECORD CONTAINS 132 CHARACTERS.
000820 01  RETENTION-LINE                 PIC X(132).
000830
000831 FD  DATE-CONTROL-FILE
000832     RECORD CONTAINS 80 CHARACTERS.
000833     COPY DATECTL.
000834
000835 FD  STEP-CONTROL-FILE
000836     RECORD CONTAINS 80 CHARACTERS.
000837     COPY STEPCTL.
000838
000839 FD  STEP-OVERRIDE-FILE
000840     RECORD CONTAINS 80 CHARACTERS.
000841     COPY STEPOVR.
000842
000846 WORKING-STORAGE SECTION.
000850 77  WS-HISTORY-FILE-STATUS         PIC XX VALUE SPACES.
000860 77  WS-ARCHIVE-FILE-STATUS         PIC XX VALUE SPACES.
000870 77  WS-ARCHIVE-CARD-STATUS         PIC XX VALUE SPACES.
000880 77  WS-RETENTION-FILE-STATUS       PIC XX VALUE SPACES.
000881 77  WS-DATECTL-FILE-STATUS         PIC XX VALUE SPACES.
000882 77  WS-STEPCTL-FILE-STATUS         PIC XX VALUE SPACES.
000883 77  WS-STEPOVR-CARD-STATUS         PIC XX VALUE SPACES.
000884 77  WS-STEP-NAME                   PIC X(08) VALUE 'HISTARCH'.
000885 77  WS-PRED-STEP-NAME              PIC X(08) VALUE 'CUSTDLQ'.
000886 77  WS-STEP-OVERRIDE-SW            PIC X  VALUE 'N'.
000887     88  WS-STEP-OVERRIDE               VALUE 'Y'.
000888 77  WS-STEP-REFUSED-SW             PIC X  VALUE 'N'.
000889     88  WS-STEP-REFUSED                VALUE 'Y'.
000890 77  WS-STEP-NEW-SW                 PIC X  VALUE 'N'.
000891     88  WS-STEP-NEW                    VALUE 'Y'.
000895
000900 77  WS-COPY-EOF-FLAG               PIC X  VALUE 'N'.
000910     88  WS-COPY-EOF                    VALUE 'Y'.
000920 77  WS-PROVE-EOF-FLAG              PIC X  VALUE 'N'.
001060 77  WS-PROVED-HASH           PIC S9(13)V99 COMP-3 VALUE ZERO.
001070
001080 77  WS-CURRENT-DATE                PIC 9(08) VALUE ZEROS.
001085 77  WS-BUSINESS-DATE               PIC 9(08) VALUE ZEROS.
001090 77  WS-DISPLAY-HASH                PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
001100
001110 PROCEDURE DIVISION.
001160     PERFORM 2500-PROVE-ARCHIVE THRU 2500-EXIT
001170     PERFORM 3000-PURGE-HISTORY THRU 3000-EXIT
001180     PERFORM 4000-CLOSE-FILES THRU 4000-EXIT
001185     PERFORM 9900-REGISTER-STEP-END THRU 9900-EXIT
001190     STOP RUN.
001200
001210 1000-OPEN-FILES.
001220     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001225     PERFORM 1005-READ-BUSINESS-DATE
001230     PERFORM 1010-READ-ARCHIVE-CARD
001235     PERFORM 9800-REGISTER-STEP-START
001240     OPEN INPUT HISTORY-FILE
001250     IF WS-HISTORY-FILE-STATUS NOT = '00'
001260         DISPLAY 'ERROR OPENING HISTORY FILE: '
001400     PERFORM 1040-WRITE-REPORT-HEADER.
001410 1000-EXIT.
001420     EXIT.
001421
001422*****************************************************************
001423* 1005-READ-BUSINESS-DATE - the archive runs under the cycle
001424* business date like every other step of the night, so it
001425* registers on the step-control file against the right date.
001426*****************************************************************
001427 1005-READ-BUSINESS-DATE.
001428     MOVE SPACES TO DATE-CONTROL-RECORD
001429     OPEN INPUT DATE-CONTROL-FILE
001430     IF WS-DATECTL-FILE-STATUS = '00'
001431         READ DATE-CONTROL-FILE
001432             AT END MOVE SPACES TO DATE-CONTROL-RECORD
001433         END-READ
001434         CLOSE DATE-CONTROL-FILE
001435     END-IF
001436     IF DCT-BUSINESS-DATE IS NOT NUMERIC
001437             OR DCT-BUSINESS-DATE = ZEROS
001438         DISPLAY 'MISSING OR INVALID BUSINESS-DATE CONTROL FILE'
001439         MOVE 16 TO RETURN-CODE
001440         STOP RUN
001441     END-IF
001442     MOVE DCT-BUSINESS-DATE TO WS-BUSINESS-DATE.
001443
001444 1010-READ-ARCHIVE-CARD.
001450     MOVE SPACES TO ARCHIVE-CARD-RECORD
001460     OPEN INPUT ARCHIVE-CARD-FILE
001470     IF WS-ARCHIVE-CARD-STATUS = '00'
003830     END-IF.
003840 4000-EXIT.
003850     EXIT.
003860
003870*****************************************************************
003880* 9800-REGISTER-STEP-START - the STEPCTL step-control file
003890* records which steps of the nightly schedule have run for the
003900* business date. The step is refused (RC 12) while its
003910* predecessor has not completed, or once it has already
003920* completed cleanly for the date, unless the STEPOVR rerun
003930* override card names this step and date. Otherwise it is
003940* registered as started before any of its own files are
003950* touched.
003960*****************************************************************
003970 9800-REGISTER-STEP-START.
003980     PERFORM 9810-READ-STEP-OVERRIDE
003990     OPEN I-O STEP-CONTROL-FILE
004000     IF WS-STEPCTL-FILE-STATUS = '35'
004010         OPEN OUTPUT STEP-CONTROL-FILE
004020         CLOSE STEP-CONTROL-FILE
004030         OPEN I-O STEP-CONTROL-FILE
004040     END-IF
004050     IF WS-STEPCTL-FILE-STATUS NOT = '00'
004060         DISPLAY 'ERROR OPENING STEP CONTROL FILE: '
004070             WS-STEPCTL-FILE-STATUS
004080         MOVE 16 TO RETURN-CODE
004090         STOP RUN
004100     END-IF
004110     PERFORM 9820-CHECK-PREDECESSOR THRU 9820-EXIT
004120     PERFORM 9830-CHECK-STEP-RERUN
004130     IF WS-STEP-REFUSED
004140         DISPLAY 'STEP ' WS-STEP-NAME
004150             ' REFUSED FOR BUSINESS DATE ' WS-BUSINESS-DATE
004160         MOVE 12 TO RETURN-CODE
004170         CLOSE STEP-CONTROL-FILE
004180         STOP RUN
004190     END-IF
004200     PERFORM 9840-WRITE-STEP-START
004210     CLOSE STEP-CONTROL-FILE.
004220
004230 9810-READ-STEP-OVERRIDE.
004240     MOVE SPACES TO STEP-OVERRIDE-RECORD
004250     OPEN INPUT STEP-OVERRIDE-FILE
004260     IF WS-STEPOVR-CARD-STATUS = '00'
004270         READ STEP-OVERRIDE-FILE
004280             AT END MOVE SPACES TO STEP-OVERRIDE-RECORD
004290         END-READ
004300         CLOSE STEP-OVERRIDE-FILE
004310     END-IF
004320     IF SOV-STEP-NAME NOT = SPACES
004330         IF (SOV-STEP-NAME = WS-STEP-NAME OR SOV-ALL-STEPS)
004340                 AND SOV-BUSINESS-DATE IS NUMERIC
004350                 AND SOV-BUSINESS-DATE = WS-BUSINESS-DATE
004360             SET WS-STEP-OVERRIDE TO TRUE
004370             DISPLAY 'RERUN OVERRIDE CARD ACCEPTED FOR STEP '
004380                 WS-STEP-NAME ' DATE ' WS-BUSINESS-DATE
004390         ELSE
004400             DISPLAY 'RERUN OVERRIDE CARD FOR ' SOV-STEP-NAME
004410                 ' DATE ' SOV-BUSINESS-DATE ' IGNORED'
004420         END-IF
004430     END-IF.
004440
004450*****************************************************************
004460* 9820-CHECK-PREDECESSOR - the step waits for its predecessor
004470* in the nightly schedule to show complete for the same date.
004480*****************************************************************
004490 9820-CHECK-PREDECESSOR.
004500     IF WS-PRED-STEP-NAME = SPACES
004510         GO TO 9820-EXIT
004520     END-IF
004530     MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
004540     MOVE WS-PRED-STEP-NAME TO STP-STEP-NAME
004550     READ STEP-CONTROL-FILE
004560         INVALID KEY
004570             MOVE SPACES TO STP-STATUS
004580     END-READ
004590     IF STP-COMPLETE
004600         GO TO 9820-EXIT
004610     END-IF
004620     IF WS-STEP-OVERRIDE
004630         DISPLAY 'PREDECESSOR ' WS-PRED-STEP-NAME
004640             ' NOT COMPLETE - OVERRIDDEN BY RERUN CARD'
004650     ELSE
004660         DISPLAY 'PREDECESSOR ' WS-PRED-STEP-NAME
004670             ' HAS NOT COMPLETED FOR ' WS-BUSINESS-DATE
004680         SET WS-STEP-REFUSED TO TRUE
004690     END-IF.
004700 9820-EXIT.
004710     EXIT.
004720
004730*****************************************************************
004740* 9830-CHECK-STEP-RERUN - a step already completed cleanly for
004750* the date is not run again without the rerun card; a step left
004760* started or failed by an earlier attempt is simply rerun.
004770*****************************************************************
004780 9830-CHECK-STEP-RERUN.
004790     MOVE 'N' TO WS-STEP-NEW-SW
004800     MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
004810     MOVE WS-STEP-NAME TO STP-STEP-NAME
004820     READ STEP-CONTROL-FILE
004830         INVALID KEY
004840             SET WS-STEP-NEW TO TRUE
004850     END-READ
004860     IF NOT WS-STEP-NEW AND STP-COMPLETE
004870         IF WS-STEP-OVERRIDE
004880             DISPLAY 'STEP ' WS-STEP-NAME ' ALREADY COMPLETE - '
004890                 'RERUN BY OVERRIDE CARD'
004900         ELSE
004910             DISPLAY 'STEP ' WS-STEP-NAME
004920                 ' ALREADY COMPLETED FOR ' WS-BUSINESS-DATE
004930                 ' WITH RC ' STP-RETURN-CODE
004940             SET WS-STEP-REFUSED TO TRUE
004950         END-IF
004960     END-IF.
004970
004980*****************************************************************
004990* 9840-WRITE-STEP-START - register the step as started; the run
005000* count shows how many attempts the step took for the date.
005010*****************************************************************
005020 9840-WRITE-STEP-START.
005030     IF WS-STEP-NEW
005040         MOVE SPACES TO STEP-CONTROL-RECORD
005050         MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
005060         MOVE WS-STEP-NAME TO STP-STEP-NAME
005070         MOVE ZEROS TO STP-RUN-COUNT
005080     END-IF
005090     SET STP-STARTED TO TRUE
005100     ACCEPT STP-START-DATE FROM DATE YYYYMMDD
005110     ACCEPT STP-START-TIME FROM TIME
005120     MOVE ZEROS TO STP-END-DATE STP-END-TIME STP-RETURN-CODE
005130     IF STP-RUN-COUNT < 999
005140         ADD 1 TO STP-RUN-COUNT
005150     END-IF
005160     IF WS-STEP-OVERRIDE
005170         SET STP-RUN-OVERRIDDEN TO TRUE
005180     ELSE
005190         MOVE 'N' TO STP-OVERRIDE-FLAG
005200     END-IF
005210     IF WS-STEP-NEW
005220         WRITE STEP-CONTROL-RECORD
005230     ELSE
005240         REWRITE STEP-CONTROL-RECORD
005250     END-IF
005260     IF WS-STEPCTL-FILE-STATUS NOT = '00'
005270         DISPLAY 'ERROR REGISTERING STEP START: '
005280             WS-STEPCTL-FILE-STATUS
005290         MOVE 16 TO RETURN-CODE
005300         CLOSE STEP-CONTROL-FILE
005310         STOP RUN
005320     END-IF.
005330
005340*****************************************************************
005350* 9900-REGISTER-STEP-END - record the end time and return code.
005360* Below RC 8 the step shows complete and its successor may
005370* start; at RC 8 and over it shows failed. A step that stops
005380* before it gets here stays registered as started.
005390*****************************************************************
005400 9900-REGISTER-STEP-END.
005410     OPEN I-O STEP-CONTROL-FILE
005420     IF WS-STEPCTL-FILE-STATUS NOT = '00'
005430         DISPLAY 'ERROR OPENING STEP CONTROL FILE: '
005440             WS-STEPCTL-FILE-STATUS ' - STEP END NOT REGISTERED'
005450         IF RETURN-CODE < 8
005460             MOVE 8 TO RETURN-CODE
005470         END-IF
005480         GO TO 9900-EXIT
005490     END-IF
005500     MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
005510     MOVE WS-STEP-NAME TO STP-STEP-NAME
005520     READ STEP-CONTROL-FILE
005530         INVALID KEY
005540             DISPLAY 'STEP ' WS-STEP-NAME ' NOT ON STEP CONTROL '
005550                 'FILE - STEP END NOT REGISTERED'
005560             IF RETURN-CODE < 8
005570                 MOVE 8 TO RETURN-CODE
005580             END-IF
005590             CLOSE STEP-CONTROL-FILE
005600             GO TO 9900-EXIT
005610     END-READ
005620     ACCEPT STP-END-DATE FROM DATE YYYYMMDD
005630     ACCEPT STP-END-TIME FROM TIME
005640     MOVE RETURN-CODE TO STP-RETURN-CODE
005650     IF RETURN-CODE < 8
005660         SET STP-COMPLETE TO TRUE
005670     ELSE
005680         SET STP-FAILED TO TRUE
005690     END-IF
005700     REWRITE STEP-CONTROL-RECORD
005710     IF WS-STEPCTL-FILE-STATUS NOT = '00'
005720         DISPLAY 'ERROR REGISTERING STEP END: '
005730             WS-STEPCTL-FILE-STATUS
005740         IF RETURN-CODE < 8
005750             MOVE 8 TO RETURN-CODE
005760         END-IF
005770     ELSE
005780         DISPLAY 'STEP ' WS-STEP-NAME ' FOR ' WS-BUSINESS-DATE
005790             ' ENDED - STATUS ' STP-STATUS ' RC ' STP-RETURN-CODE
005800     END-IF
005810     CLOSE STEP-CONTROL-FILE.
005820 9900-EXIT.
005830     EXIT.
