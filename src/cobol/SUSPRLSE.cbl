000232* 2026       SM   Business date now comes from the DATECTL
000234*                 cycle control record; the card date columns
000236*                 are no longer read.
000237* 2026       SM   Register start, completion and return code on
000238*                 the STEPCTL step-control file. The run is
000239*                 refused until CUSTUPDT has completed for the
000240*                 business date, or once it has completed
000241*                 cleanly, unless a STEPOVR rerun override card
000242*                 is supplied.
000246*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. SUSPRLSE.
000270 AUTHOR. STORMER-MAINFRAMES.
000736         ORGANIZATION IS LINE SEQUENTIAL
000737         FILE STATUS IS WS-DATECTL-FILE-STATUS.
000740
000741     SELECT STEP-CONTROL-FILE
000742         ASSIGN TO STEPCTL
000743         ORGANIZATION IS INDEXED
000744         ACCESS MODE IS RANDOM
000745         RECORD KEY IS STP-KEY
000746         FILE STATUS IS WS-STEPCTL-FILE-STATUS.
000747
000748     SELECT STEP-OVERRIDE-FILE
000749         ASSIGN TO STEPOVR
000750         ORGANIZATION IS LINE SEQUENTIAL
000751         FILE STATUS IS WS-STEPOVR-CARD-STATUS.
000752
000756 DATA DIVISION.
000760 FILE SECTION.
000770 FD  CUSTOMER-FILE
000780     RECORD CONTAINS 76 CHARACTERS.
001085     RECORD CONTAINS 80 CHARACTERS.
001086     COPY DATECTL.
001090
001091 FD  STEP-CONTROL-FILE
001092     RECORD CONTAINS 80 CHARACTERS.
001093     COPY STEPCTL.
001094
001095 FD  STEP-OVERRIDE-FILE
001096     RECORD CONTAINS 80 CHARACTERS.
001097     COPY STEPOVR.
001098
001100 WORKING-STORAGE SECTION.
001110 77  WS-CUSTOMER-FILE-STATUS        PIC XX VALUE SPACES.
001120 77  WS-SUSPENSE-FILE-STATUS        PIC XX VALUE SPACES.
001160 77  WS-EXPIRY-FILE-STATUS          PIC XX VALUE SPACES.
001170 77  WS-REGISTER-FILE-STATUS        PIC XX VALUE SPACES.
001172 77  WS-DATECTL-FILE-STATUS         PIC XX VALUE SPACES.
001173 77  WS-STEPCTL-FILE-STATUS         PIC XX VALUE SPACES.
001174 77  WS-STEPOVR-CARD-STATUS         PIC XX VALUE SPACES.
001175 77  WS-STEP-NAME                   PIC X(08) VALUE 'SUSPRLSE'.
001176 77  WS-PRED-STEP-NAME              PIC X(08) VALUE 'CUSTUPDT'.
001177 77  WS-STEP-OVERRIDE-SW            PIC X  VALUE 'N'.
001178     88  WS-STEP-OVERRIDE               VALUE 'Y'.
001179 77  WS-STEP-REFUSED-SW             PIC X  VALUE 'N'.
001180     88  WS-STEP-REFUSED                VALUE 'Y'.
001181 77  WS-STEP-NEW-SW                 PIC X  VALUE 'N'.
001182     88  WS-STEP-NEW                    VALUE 'Y'.
001186
001190 77  WS-EOF-FLAG                    PIC X  VALUE 'N'.
001200     88  WS-EOF                         VALUE 'Y'.
001210 77  WS-VERIFY-EOF-FLAG             PIC X  VALUE 'N'.
001800     PERFORM 2000-EVALUATE-HELD-ITEMS THRU 2000-EXIT
001810         UNTIL WS-EOF
001820     PERFORM 3000-CLOSE-FILES THRU 3000-EXIT
001825     PERFORM 9900-REGISTER-STEP-END THRU 9900-EXIT
001830     STOP RUN.
001840
001850 1000-OPEN-FILES.
001865     PERFORM 1005-READ-BUSINESS-DATE
001870     PERFORM 1010-READ-SUSPENSE-CARD
001875     PERFORM 9800-REGISTER-STEP-START
001880     PERFORM 1020-COMPUTE-EXPIRY-CUTOFF
001890     OPEN INPUT SUSPENSE-FILE
001900     IF WS-SUSPENSE-FILE-STATUS NOT = '00'
003540             DISPLAY 'SUSPENSE FILE IS EMPTY - NOTHING HELD'
003550             MOVE 0 TO RETURN-CODE
003560             CLOSE SUSPENSE-FILE
003565             PERFORM 9900-REGISTER-STEP-END THRU 9900-EXIT
003570             STOP RUN
003580     END-READ
003590     IF BCH-CONTROL-RECORD AND BCH-TYPE-HEADER
006140            '  EXPIRED: ' WS-EXPIRED-COUNT
006150         DELIMITED BY SIZE INTO REGISTER-LINE
006160     WRITE REGISTER-LINE.
006170
006180*****************************************************************
006190* 9800-REGISTER-STEP-START - the STEPCTL step-control file
006200* records which steps of the nightly schedule have run for the
006210* business date. The step is refused (RC 12) while its
006220* predecessor has not completed, or once it has already
006230* completed cleanly for the date, unless the STEPOVR rerun
006240* override card names this step and date. Otherwise it is
006250* registered as started before any of its own files are
006260* touched.
006270*****************************************************************
006280 9800-REGISTER-STEP-START.
006290     PERFORM 9810-READ-STEP-OVERRIDE
006300     OPEN I-O STEP-CONTROL-FILE
006310     IF WS-STEPCTL-FILE-STATUS = '35'
006320         OPEN OUTPUT STEP-CONTROL-FILE
006330         CLOSE STEP-CONTROL-FILE
006340         OPEN I-O STEP-CONTROL-FILE
006350     END-IF
006360     IF WS-STEPCTL-FILE-STATUS NOT = '00'
006370         DISPLAY 'ERROR OPENING STEP CONTROL FILE: '
006380             WS-STEPCTL-FILE-STATUS
006390         MOVE 16 TO RETURN-CODE
006400         STOP RUN
006410     END-IF
006420     PERFORM 9820-CHECK-PREDECESSOR THRU 9820-EXIT
006430     PERFORM 9830-CHECK-STEP-RERUN
006440     IF WS-STEP-REFUSED
006450         DISPLAY 'STEP ' WS-STEP-NAME
006460             ' REFUSED FOR BUSINESS DATE ' WS-BUSINESS-DATE
006470         MOVE 12 TO RETURN-CODE
006480         CLOSE STEP-CONTROL-FILE
006490         STOP RUN
006500     END-IF
006510     PERFORM 9840-WRITE-STEP-START
006520     CLOSE STEP-CONTROL-FILE.
006530
006540 9810-READ-STEP-OVERRIDE.
006550     MOVE SPACES TO STEP-OVERRIDE-RECORD
006560     OPEN INPUT STEP-OVERRIDE-FILE
006570     IF WS-STEPOVR-CARD-STATUS = '00'
006580         READ STEP-OVERRIDE-FILE
006590             AT END MOVE SPACES TO STEP-OVERRIDE-RECORD
006600         END-READ
006610         CLOSE STEP-OVERRIDE-FILE
006620     END-IF
006630     IF SOV-STEP-NAME NOT = SPACES
006640         IF (SOV-STEP-NAME = WS-STEP-NAME OR SOV-ALL-STEPS)
006650                 AND SOV-BUSINESS-DATE IS NUMERIC
006660                 AND SOV-BUSINESS-DATE = WS-BUSINESS-DATE
006670             SET WS-STEP-OVERRIDE TO TRUE
006680             DISPLAY 'RERUN OVERRIDE CARD ACCEPTED FOR STEP '
006690                 WS-STEP-NAME ' DATE ' WS-BUSINESS-DATE
006700         ELSE
006710             DISPLAY 'RERUN OVERRIDE CARD FOR ' SOV-STEP-NAME
006720                 ' DATE ' SOV-BUSINESS-DATE ' IGNORED'
006730         END-IF
006740     END-IF.
006750
006760*****************************************************************
006770* 9820-CHECK-PREDECESSOR - the step waits for its predecessor
006780* in the nightly schedule to show complete for the same date.
006790*****************************************************************
006800 9820-CHECK-PREDECESSOR.
006810     IF WS-PRED-STEP-NAME = SPACES
006820         GO TO 9820-EXIT
006830     END-IF
006840     MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
006850     MOVE WS-PRED-STEP-NAME TO STP-STEP-NAME
006860     READ STEP-CONTROL-FILE
006870         INVALID KEY
006880             MOVE SPACES TO STP-STATUS
006890     END-READ
006900     IF STP-COMPLETE
006910         GO TO 9820-EXIT
006920     END-IF
006930     IF WS-STEP-OVERRIDE
006940         DISPLAY 'PREDECESSOR ' WS-PRED-STEP-NAME
006950             ' NOT COMPLETE - OVERRIDDEN BY RERUN CARD'
006960     ELSE
006970         DISPLAY 'PREDECESSOR ' WS-PRED-STEP-NAME
006980             ' HAS NOT COMPLETED FOR ' WS-BUSINESS-DATE
006990         SET WS-STEP-REFUSED TO TRUE
007000     END-IF.
007010 9820-EXIT.
007020     EXIT.
007030
007040*****************************************************************
007050* 9830-CHECK-STEP-RERUN - a step already completed cleanly for
007060* the date is not run again without the rerun card; a step left
007070* started or failed by an earlier attempt is simply rerun.
007080*****************************************************************
007090 9830-CHECK-STEP-RERUN.
007100     MOVE 'N' TO WS-STEP-NEW-SW
007110     MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
007120     MOVE WS-STEP-NAME TO STP-STEP-NAME
007130     READ STEP-CONTROL-FILE
007140         INVALID KEY
007150             SET WS-STEP-NEW TO TRUE
007160     END-READ
007170     IF NOT WS-STEP-NEW AND STP-COMPLETE
007180         IF WS-STEP-OVERRIDE
007190             DISPLAY 'STEP ' WS-STEP-NAME ' ALREADY COMPLETE - '
007200                 'RERUN BY OVERRIDE CARD'
007210         ELSE
007220             DISPLAY 'STEP ' WS-STEP-NAME
007230                 ' ALREADY COMPLETED FOR ' WS-BUSINESS-DATE
007240                 ' WITH RC ' STP-RETURN-CODE
007250             SET WS-STEP-REFUSED TO TRUE
007260         END-IF
007270     END-IF.
007280
007290*****************************************************************
007300* 9840-WRITE-STEP-START - register the step as started; the run
007310* count shows how many attempts the step took for the date.
007320*****************************************************************
007330 9840-WRITE-STEP-START.
007340     IF WS-STEP-NEW
007350         MOVE SPACES TO STEP-CONTROL-RECORD
007360         MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
007370         MOVE WS-STEP-NAME TO STP-STEP-NAME
007380         MOVE ZEROS TO STP-RUN-COUNT
007390     END-IF
007400     SET STP-STARTED TO TRUE
007410     ACCEPT STP-START-DATE FROM DATE YYYYMMDD
007420     ACCEPT STP-START-TIME FROM TIME
007430     MOVE ZEROS TO STP-END-DATE STP-END-TIME STP-RETURN-CODE
007440     IF STP-RUN-COUNT < 999
007450         ADD 1 TO STP-RUN-COUNT
007460     END-IF
007470     IF WS-STEP-OVERRIDE
007480         SET STP-RUN-OVERRIDDEN TO TRUE
007490     ELSE
007500         MOVE 'N' TO STP-OVERRIDE-FLAG
007510     END-IF
007520     IF WS-STEP-NEW
007530         WRITE STEP-CONTROL-RECORD
007540     ELSE
007550         REWRITE STEP-CONTROL-RECORD
007560     END-IF
007570     IF WS-STEPCTL-FILE-STATUS NOT = '00'
007580         DISPLAY 'ERROR REGISTERING STEP START: '
007590             WS-STEPCTL-FILE-STATUS
007600         MOVE 16 TO RETURN-CODE
007610         CLOSE STEP-CONTROL-FILE
007620         STOP RUN
007630     END-IF.
007640
007650*****************************************************************
007660* 9900-REGISTER-STEP-END - record the end time and return code.
007670* Below RC 8 the step shows complete and its successor may
007680* start; at RC 8 and over it shows failed. A step that stops
007690* before it gets here stays registered as started.
007700*****************************************************************
007710 9900-REGISTER-STEP-END.
007720     OPEN I-O STEP-CONTROL-FILE
007730     IF WS-STEPCTL-FILE-STATUS NOT = '00'
007740         DISPLAY 'ERROR OPENING STEP CONTROL FILE: '
007750             WS-STEPCTL-FILE-STATUS ' - STEP END NOT REGISTERED'
007760         IF RETURN-CODE < 8
007770             MOVE 8 TO RETURN-CODE
007780         END-IF
007790         GO TO 9900-EXIT
007800     END-IF
007810     MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
007820     MOVE WS-STEP-NAME TO STP-STEP-NAME
007830     READ STEP-CONTROL-FILE
007840         INVALID KEY
007850             DISPLAY 'STEP ' WS-STEP-NAME ' NOT ON STEP CONTROL '
007860                 'FILE - STEP END NOT REGISTERED'
007870             IF RETURN-CODE < 8
007880                 MOVE 8 TO RETURN-CODE
007890             END-IF
007900             CLOSE STEP-CONTROL-FILE
007910             GO TO 9900-EXIT
007920     END-READ
007930     ACCEPT STP-END-DATE FROM DATE YYYYMMDD
007940     ACCEPT STP-END-TIME FROM TIME
007950     MOVE RETURN-CODE TO STP-RETURN-CODE
007960     IF RETURN-CODE < 8
007970         SET STP-COMPLETE TO TRUE
007980     ELSE
007990         SET STP-FAILED TO TRUE
008000     END-IF
008010     REWRITE STEP-CONTROL-RECORD
008020     IF WS-STEPCTL-FILE-STATUS NOT = '00'
008030         DISPLAY 'ERROR REGISTERING STEP END: '
008040             WS-STEPCTL-FILE-STATUS
008050         IF RETURN-CODE < 8
008060             MOVE 8 TO RETURN-CODE
008070         END-IF
008080     ELSE
008090         DISPLAY 'STEP ' WS-STEP-NAME ' FOR ' WS-BUSINESS-DATE
008100             ' ENDED - STATUS ' STP-STATUS ' RC ' STP-RETURN-CODE
008110     END-IF
008120     CLOSE STEP-CONTROL-FILE.
008130 9900-EXIT.
008140     EXIT.
