000184*                 off the DATECTL business date instead of the
000186*                 system clock, so a cycle that runs past
000188*                 midnight ages against the right night.
000189* 2026       SM   Register start, completion and return code on
000190*                 the STEPCTL step-control file. The run is
000191*                 refused until CUSTBAL has completed for the
000192*                 business date, or once it has completed
000193*                 cleanly, unless a STEPOVR rerun override card
000194*                 is supplied.
000197*****************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. CUSTAGE.
000220 AUTHOR. STORMER-MAINFRAMES.
000436         ORGANIZATION IS LINE SEQUENTIAL
000437         FILE STATUS IS WS-DATECTL-FILE-STATUS.
000440
000441     SELECT STEP-CONTROL-FILE
000442         ASSIGN TO STEPCTL
000443         ORGANIZATION IS INDEXED
000444         ACCESS MODE IS RANDOM
000445         RECORD KEY IS STP-KEY
000446         FILE STATUS IS WS-STEPCTL-FILE-STATUS.
000447
000448     SELECT STEP-OVERRIDE-FILE
000449         ASSIGN TO STEPOVR
000450         ORGANIZATION IS LINE SEQUENTIAL
000451         FILE STATUS IS WS-STEPOVR-CARD-STATUS.
000452
000456 DATA DIVISION.
000460 FILE SECTION.
000470 FD  CUSTOMER-FILE
000480     RECORD CONTAINS 76 CHARACTERS.
000535     RECORD CONTAINS 80 CHARACTERS.
000536     COPY DATECTL.
000540
000541 FD  STEP-CONTROL-FILE
000542     RECORD CONTAINS 80 CHARACTERS.
000543     COPY STEPCTL.
000544
000545 FD  STEP-OVERRIDE-FILE
000546     RECORD CONTAINS 80 CHARACTERS.
000547     COPY STEPOVR.
000548
000550 WORKING-STORAGE SECTION.
000560 77  WS-CUSTOMER-FILE-STATUS        PIC XX VALUE SPACES.
000570 77  WS-AGING-FILE-STATUS           PIC XX VALUE SPACES.
000572 77  WS-DATECTL-FILE-STATUS         PIC XX VALUE SPACES.
000573 77  WS-STEPCTL-FILE-STATUS         PIC XX VALUE SPACES.
000574 77  WS-STEPOVR-CARD-STATUS         PIC XX VALUE SPACES.
000575 77  WS-STEP-NAME                   PIC X(08) VALUE 'CUSTAGE'.
000576 77  WS-PRED-STEP-NAME              PIC X(08) VALUE 'CUSTBAL'.
000577 77  WS-STEP-OVERRIDE-SW            PIC X  VALUE 'N'.
000578     88  WS-STEP-OVERRIDE               VALUE 'Y'.
000579 77  WS-STEP-REFUSED-SW             PIC X  VALUE 'N'.
000580     88  WS-STEP-REFUSED                VALUE 'Y'.
000581 77  WS-STEP-NEW-SW                 PIC X  VALUE 'N'.
000582     88  WS-STEP-NEW                    VALUE 'Y'.
000586
000590 77  WS-EOF-FLAG                    PIC X  VALUE 'N'.
000600     88  WS-EOF                         VALUE 'Y'.
000610
000950     PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
000960         UNTIL WS-EOF
000970     PERFORM 3000-CLOSE-FILES THRU 3000-EXIT
000975     PERFORM 9900-REGISTER-STEP-END THRU 9900-EXIT
000980     STOP RUN.
000990
001000 1000-OPEN-FILES.
001010     PERFORM 1005-READ-BUSINESS-DATE
001015     PERFORM 9800-REGISTER-STEP-START
001020     PERFORM 1010-COMPUTE-CUTOFF-DATES
001030     OPEN I-O CUSTOMER-FILE
001040     IF WS-CUSTOMER-FILE-STATUS NOT = '00'
002690            '  SET CLOSED: ' WS-CLOSED-COUNT
002700         DELIMITED BY SIZE INTO AGING-LINE
002710     WRITE AGING-LINE.
002720
002730*****************************************************************
002740* 9800-REGISTER-STEP-START - the STEPCTL step-control file
002750* records which steps of the nightly schedule have run for the
002760* business date. The step is refused (RC 12) while its
002770* predecessor has not completed, or once it has already
002780* completed cleanly for the date, unless the STEPOVR rerun
002790* override card names this step and date. Otherwise it is
002800* registered as started before any of its own files are
002810* touched.
002820*****************************************************************
002830 9800-REGISTER-STEP-START.
002840     PERFORM 9810-READ-STEP-OVERRIDE
002850     OPEN I-O STEP-CONTROL-FILE
002860     IF WS-STEPCTL-FILE-STATUS = '35'
002870         OPEN OUTPUT STEP-CONTROL-FILE
002880         CLOSE STEP-CONTROL-FILE
002890         OPEN I-O STEP-CONTROL-FILE
002900     END-IF
002910     IF WS-STEPCTL-FILE-STATUS NOT = '00'
002920         DISPLAY 'ERROR OPENING STEP CONTROL FILE: '
002930             WS-STEPCTL-FILE-STATUS
002940         MOVE 16 TO RETURN-CODE
002950         STOP RUN
002960     END-IF
002970     PERFORM 9820-CHECK-PREDECESSOR THRU 9820-EXIT
002980     PERFORM 9830-CHECK-STEP-RERUN
002990     IF WS-STEP-REFUSED
003000         DISPLAY 'STEP ' WS-STEP-NAME
003010             ' REFUSED FOR BUSINESS DATE ' WS-BUSINESS-DATE
003020         MOVE 12 TO RETURN-CODE
003030         CLOSE STEP-CONTROL-FILE
003040         STOP RUN
003050     END-IF
003060     PERFORM 9840-WRITE-STEP-START
003070     CLOSE STEP-CONTROL-FILE.
003080
003090 9810-READ-STEP-OVERRIDE.
003100     MOVE SPACES TO STEP-OVERRIDE-RECORD
003110     OPEN INPUT STEP-OVERRIDE-FILE
003120     IF WS-STEPOVR-CARD-STATUS = '00'
003130         READ STEP-OVERRIDE-FILE
003140             AT END MOVE SPACES TO STEP-OVERRIDE-RECORD
003150         END-READ
003160         CLOSE STEP-OVERRIDE-FILE
003170     END-IF
003180     IF SOV-STEP-NAME NOT = SPACES
003190         IF (SOV-STEP-NAME = WS-STEP-NAME OR SOV-ALL-STEPS)
003200                 AND SOV-BUSINESS-DATE IS NUMERIC
003210                 AND SOV-BUSINESS-DATE = WS-BUSINESS-DATE
003220             SET WS-STEP-OVERRIDE TO TRUE
003230             DISPLAY 'RERUN OVERRIDE CARD ACCEPTED FOR STEP '
003240                 WS-STEP-NAME ' DATE ' WS-BUSINESS-DATE
003250         ELSE
003260             DISPLAY 'RERUN OVERRIDE CARD FOR ' SOV-STEP-NAME
003270                 ' DATE ' SOV-BUSINESS-DATE ' IGNORED'
003280         END-IF
003290     END-IF.
003300
003310*****************************************************************
003320* 9820-CHECK-PREDECESSOR - the step waits for its predecessor
003330* in the nightly schedule to show complete for the same date.
003340*****************************************************************
003350 9820-CHECK-PREDECESSOR.
003360     IF WS-PRED-STEP-NAME = SPACES
003370         GO TO 9820-EXIT
003380     END-IF
003390     MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
003400     MOVE WS-PRED-STEP-NAME TO STP-STEP-NAME
003410     READ STEP-CONTROL-FILE
003420         INVALID KEY
003430             MOVE SPACES TO STP-STATUS
003440     END-READ
003450     IF STP-COMPLETE
003460         GO TO 9820-EXIT
003470     END-IF
003480     IF WS-STEP-OVERRIDE
003490         DISPLAY 'PREDECESSOR ' WS-PRED-STEP-NAME
003500             ' NOT COMPLETE - OVERRIDDEN BY RERUN CARD'
003510     ELSE
003520         DISPLAY 'PREDECESSOR ' WS-PRED-STEP-NAME
003530             ' HAS NOT COMPLETED FOR ' WS-BUSINESS-DATE
003540         SET WS-STEP-REFUSED TO TRUE
003550     END-IF.
003560 9820-EXIT.
003570     EXIT.
003580
003590*****************************************************************
003600* 9830-CHECK-STEP-RERUN - a step already completed cleanly for
003610* the date is not run again without the rerun card; a step left
003620* started or failed by an earlier attempt is simply rerun.
003630*****************************************************************
003640 9830-CHECK-STEP-RERUN.
003650     MOVE 'N' TO WS-STEP-NEW-SW
003660     MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
003670     MOVE WS-STEP-NAME TO STP-STEP-NAME
003680     READ STEP-CONTROL-FILE
003690         INVALID KEY
003700             SET WS-STEP-NEW TO TRUE
003710     END-READ
003720     IF NOT WS-STEP-NEW AND STP-COMPLETE
003730         IF WS-STEP-OVERRIDE
003740             DISPLAY 'STEP ' WS-STEP-NAME ' ALREADY COMPLETE - '
003750                 'RERUN BY OVERRIDE CARD'
003760         ELSE
003770             DISPLAY 'STEP ' WS-STEP-NAME
003780                 ' ALREADY COMPLETED FOR ' WS-BUSINESS-DATE
003790                 ' WITH RC ' STP-RETURN-CODE
003800             SET WS-STEP-REFUSED TO TRUE
003810         END-IF
003820     END-IF.
003830
003840*****************************************************************
003850* 9840-WRITE-STEP-START - register the step as started; the run
003860* count shows how many attempts the step took for the date.
003870*****************************************************************
003880 9840-WRITE-STEP-START.
003890     IF WS-STEP-NEW
003900         MOVE SPACES TO STEP-CONTROL-RECORD
003910         MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
003920         MOVE WS-STEP-NAME TO STP-STEP-NAME
003930         MOVE ZEROS TO STP-RUN-COUNT
003940     END-IF
003950     SET STP-STARTED TO TRUE
003960     ACCEPT STP-START-DATE FROM DATE YYYYMMDD
003970     ACCEPT STP-START-TIME FROM TIME
003980     MOVE ZEROS TO STP-END-DATE STP-END-TIME STP-RETURN-CODE
003990     IF STP-RUN-COUNT < 999
004000         ADD 1 TO STP-RUN-COUNT
004010     END-IF
004020     IF WS-STEP-OVERRIDE
004030         SET STP-RUN-OVERRIDDEN TO TRUE
004040     ELSE
004050         MOVE 'N' TO STP-OVERRIDE-FLAG
004060     END-IF
004070     IF WS-STEP-NEW
004080         WRITE STEP-CONTROL-RECORD
004090     ELSE
004100         REWRITE STEP-CONTROL-RECORD
004110     END-IF
004120     IF WS-STEPCTL-FILE-STATUS NOT = '00'
004130         DISPLAY 'ERROR REGISTERING STEP START: '
004140             WS-STEPCTL-FILE-STATUS
004150         MOVE 16 TO RETURN-CODE
004160         CLOSE STEP-CONTROL-FILE
004170         STOP RUN
004180     END-IF.
004190
004200*****************************************************************
004210* 9900-REGISTER-STEP-END - record the end time and return code.
004220* Below RC 8 the step shows complete and its successor may
004230* start; at RC 8 and over it shows failed. A step that stops
004240* before it gets here stays registered as started.
004250*****************************************************************
004260 9900-REGISTER-STEP-END.
004270     OPEN I-O STEP-CONTROL-FILE
004280     IF WS-STEPCTL-FILE-STATUS NOT = '00'
004290         DISPLAY 'ERROR OPENING STEP CONTROL FILE: '
004300             WS-STEPCTL-FILE-STATUS ' - STEP END NOT REGISTERED'
004310         IF RETURN-CODE < 8
004320             MOVE 8 TO RETURN-CODE
004330         END-IF
004340         GO TO 9900-EXIT
004350     END-IF
004360     MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
004370     MOVE WS-STEP-NAME TO STP-STEP-NAME
004380     READ STEP-CONTROL-FILE
004390         INVALID KEY
004400             DISPLAY 'STEP ' WS-STEP-NAME ' NOT ON STEP CONTROL '
004410                 'FILE - STEP END NOT REGISTERED'
004420             IF RETURN-CODE < 8
004430                 MOVE 8 TO RETURN-CODE
004440             END-IF
004450             CLOSE STEP-CONTROL-FILE
004460             GO TO 9900-EXIT
004470     END-READ
004480     ACCEPT STP-END-DATE FROM DATE YYYYMMDD
004490     ACCEPT STP-END-TIME FROM TIME
004500     MOVE RETURN-CODE TO STP-RETURN-CODE
004510     IF RETURN-CODE < 8
004520         SET STP-COMPLETE TO TRUE
004530     ELSE
004540         SET STP-FAILED TO TRUE
004550     END-IF
004560     REWRITE STEP-CONTROL-RECORD
004570     IF WS-STEPCTL-FILE-STATUS NOT = '00'
004580         DISPLAY 'ERROR REGISTERING STEP END: '
004590             WS-STEPCTL-FILE-STATUS
004600         IF RETURN-CODE < 8
004610             MOVE 8 TO RETURN-CODE
004620         END-IF
004630     ELSE
004640         DISPLAY 'STEP ' WS-STEP-NAME ' FOR ' WS-BUSINESS-DATE
004650             ' ENDED - STATUS ' STP-STATUS ' RC ' STP-RETURN-CODE
004660     END-IF
004670     CLOSE STEP-CONTROL-FILE.
004680 9900-EXIT.
004690     EXIT.
