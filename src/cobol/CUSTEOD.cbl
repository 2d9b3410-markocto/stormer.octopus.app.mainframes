000170* Modification History
000180* Date       By   Description
000190* 2026       SM   Original program.
000191* 2026       SM   Refuse to roll the business date (RC 12) until
000192*                 every mandatory step on the STEPSCHD schedule
000193*                 shows complete on the STEPCTL step-control file
000194*                 and no optional step that ran is left started
000195*                 or failed, unless a STEPOVR rerun override card
000196*                 is supplied. The close itself registers as step
000197*                 CUSTEOD.
000198* 2026       SM   Schedule count raised to 12 for the CUSTPROM
000199*                 promise-to-pay check.
000200*****************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. CUSTEOD.
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-OVERRIDE-CARD-STATUS.
000430
000431     SELECT STEP-CONTROL-FILE
000432         ASSIGN TO STEPCTL
000433         ORGANIZATION IS INDEXED
000434         ACCESS MODE IS RANDOM
000435         RECORD KEY IS STP-KEY
000436         FILE STATUS IS WS-STEPCTL-FILE-STATUS.
000437
000438     SELECT STEP-OVERRIDE-FILE
000439         ASSIGN TO STEPOVR
000440         ORGANIZATION IS LINE SEQUENTIAL
000441         FILE STATUS IS WS-STEPOVR-CARD-STATUS.
000442
000446 DATA DIVISION.
000450 FILE SECTION.
000460 FD  DATE-CONTROL-FILE
000470     RECORD CONTAINS 80 CHARACTERS.
000530     05  EOD-NEXT-DATE              PIC 9(08).
000540     05  FILLER                     PIC X(72).
000550
000551 FD  STEP-CONTROL-FILE
000552     RECORD CONTAINS 80 CHARACTERS.
000553     COPY STEPCTL.
000554
000555 FD  STEP-OVERRIDE-FILE
000556     RECORD CONTAINS 80 CHARACTERS.
000557     COPY STEPOVR.
000558
000560 WORKING-STORAGE SECTION.
000570 77  WS-DATECTL-FILE-STATUS         PIC XX VALUE SPACES.
000580 77  WS-OVERRIDE-CARD-STATUS        PIC XX VALUE SPACES.
000581 77  WS-STEPCTL-FILE-STATUS         PIC XX VALUE SPACES.
000582 77  WS-STEPOVR-CARD-STATUS         PIC XX VALUE SPACES.
000583 77  WS-STEP-NAME                   PIC X(08) VALUE 'CUSTEOD'.
000584 77  WS-STEP-OVERRIDE-SW            PIC X  VALUE 'N'.
000585     88  WS-STEP-OVERRIDE               VALUE 'Y'.
000586 77  WS-STEP-REFUSED-SW             PIC X  VALUE 'N'.
000587     88  WS-STEP-REFUSED                VALUE 'Y'.
000588 77  WS-STEP-NEW-SW                 PIC X  VALUE 'N'.
000589     88  WS-STEP-NEW                    VALUE 'Y'.
000590 77  WS-SCH-SUB                     PIC 9(04) COMP VALUE ZERO.
000591 77  WS-SCH-COUNT                   PIC 9(04) COMP VALUE 12.
000592 77  WS-STEPS-OPEN                  PIC 9(04) VALUE ZERO.
000596
000600 77  WS-OVERRIDE-SW                 PIC X  VALUE 'N'.
000610     88  WS-OVERRIDE-KEYED              VALUE 'Y'.
000620 77  WS-COMPLETED-DATE              PIC 9(08) VALUE ZEROS.
000670 77  WS-LEAP-YEAR-SW                PIC X  VALUE 'N'.
000680     88  WS-LEAP-YEAR                   VALUE 'Y'.
000690
000693     COPY STEPSCHD.
000696
000700 01  WS-WORK-DATE.
000710     05  WS-WORK-YEAR                PIC 9(04).
000720     05  WS-WORK-MONTH               PIC 9(02).
000770 PROCEDURE DIVISION.
000780 0000-MAIN.
000790     PERFORM 1000-READ-DATE-CONTROL THRU 1000-EXIT
000795     PERFORM 9800-REGISTER-STEP-START
000800     PERFORM 2000-SET-NEXT-DATE THRU 2000-EXIT
000810     PERFORM 3000-REWRITE-DATE-CONTROL THRU 3000-EXIT
000815     PERFORM 9900-REGISTER-STEP-END THRU 9900-EXIT
000820     STOP RUN.
000830
000840 1000-READ-DATE-CONTROL.
001990         'BUSINESS DATE ADVANCED TO ' WS-NEXT-DATE.
002000 3000-EXIT.
002010     EXIT.
002020
002030*****************************************************************
002040* 9800-REGISTER-STEP-START - the STEPCTL step-control file
002050* records which steps of the nightly schedule have run for the
002060* business date. The close is refused (RC 12) while any step
002070* of the night is open (see 9820), or once it has already
002080* completed cleanly for the date, unless the STEPOVR rerun
002090* override card names this step and date. Otherwise it is
002100* registered as started before any of its own files are
002110* touched.
002120*****************************************************************
002130 9800-REGISTER-STEP-START.
002140     PERFORM 9810-READ-STEP-OVERRIDE
002150     OPEN I-O STEP-CONTROL-FILE
002160     IF WS-STEPCTL-FILE-STATUS = '35'
002170         OPEN OUTPUT STEP-CONTROL-FILE
002180         CLOSE STEP-CONTROL-FILE
002190         OPEN I-O STEP-CONTROL-FILE
002200     END-IF
002210     IF WS-STEPCTL-FILE-STATUS NOT = '00'
002220         DISPLAY 'ERROR OPENING STEP CONTROL FILE: '
002230             WS-STEPCTL-FILE-STATUS
002240         MOVE 16 TO RETURN-CODE
002250         STOP RUN
002260     END-IF
002270     PERFORM 9820-CHECK-SCHEDULE THRU 9820-EXIT
002280     PERFORM 9830-CHECK-STEP-RERUN
002290     IF WS-STEP-REFUSED
002300         DISPLAY 'STEP ' WS-STEP-NAME
002310             ' REFUSED FOR BUSINESS DATE ' WS-COMPLETED-DATE
002320         MOVE 12 TO RETURN-CODE
002330         CLOSE STEP-CONTROL-FILE
002340         STOP RUN
002350     END-IF
002360     PERFORM 9840-WRITE-STEP-START
002370     CLOSE STEP-CONTROL-FILE.
002380
002390 9810-READ-STEP-OVERRIDE.
002400     MOVE SPACES TO STEP-OVERRIDE-RECORD
002410     OPEN INPUT STEP-OVERRIDE-FILE
002420     IF WS-STEPOVR-CARD-STATUS = '00'
002430         READ STEP-OVERRIDE-FILE
002440             AT END MOVE SPACES TO STEP-OVERRIDE-RECORD
002450         END-READ
002460         CLOSE STEP-OVERRIDE-FILE
002470     END-IF
002480     IF SOV-STEP-NAME NOT = SPACES
002490         IF (SOV-STEP-NAME = WS-STEP-NAME OR SOV-ALL-STEPS)
002500                 AND SOV-BUSINESS-DATE IS NUMERIC
002510                 AND SOV-BUSINESS-DATE = WS-COMPLETED-DATE
002520             SET WS-STEP-OVERRIDE TO TRUE
002530             DISPLAY 'RERUN OVERRIDE CARD ACCEPTED FOR STEP '
002540                 WS-STEP-NAME ' DATE ' WS-COMPLETED-DATE
002550         ELSE
002560             DISPLAY 'RERUN OVERRIDE CARD FOR ' SOV-STEP-NAME
002570                 ' DATE ' SOV-BUSINESS-DATE ' IGNORED'
002580         END-IF
002590     END-IF.
002595
002600*****************************************************************
002610* 9820-CHECK-SCHEDULE - the date is not rolled until every
002620* mandatory step on the STEPSCHD schedule shows complete for
002630* the date being closed, and no optional step that did start
002640* (month-end statements, the history archive) is left started
002650* or failed. Each open step is listed for the operator.
002660*****************************************************************
002670 9820-CHECK-SCHEDULE.
002680     MOVE ZERO TO WS-STEPS-OPEN
002690     PERFORM 9825-CHECK-SCHEDULED-STEP
002700         VARYING WS-SCH-SUB FROM 1 BY 1
002710         UNTIL WS-SCH-SUB > WS-SCH-COUNT
002720     IF WS-STEPS-OPEN = ZERO
002730         GO TO 9820-EXIT
002740     END-IF
002750     IF WS-STEP-OVERRIDE
002760         DISPLAY WS-STEPS-OPEN ' STEP(S) NOT COMPLETE - '
002770             'DATE ROLLED BY RERUN OVERRIDE CARD'
002780     ELSE
002790         DISPLAY 'CYCLE FOR ' WS-COMPLETED-DATE ' NOT CLOSED - '
002800             WS-STEPS-OPEN ' STEP(S) NOT COMPLETE'
002810         SET WS-STEP-REFUSED TO TRUE
002820     END-IF.
002830 9820-EXIT.
002840     EXIT.
002850
002860 9825-CHECK-SCHEDULED-STEP.
002870     IF SCH-STEP-NAME(WS-SCH-SUB) NOT = WS-STEP-NAME
002880         MOVE WS-COMPLETED-DATE TO STP-BUSINESS-DATE
002890         MOVE SCH-STEP-NAME(WS-SCH-SUB) TO STP-STEP-NAME
002900         READ STEP-CONTROL-FILE
002910             INVALID KEY
002920                 MOVE SPACES TO STP-STATUS
002930         END-READ
002940         EVALUATE TRUE
002950             WHEN STP-COMPLETE
002960                 CONTINUE
002970             WHEN STP-STATUS = SPACES
002980                     AND NOT SCH-MANDATORY(WS-SCH-SUB)
002990                 CONTINUE
003000             WHEN STP-STATUS = SPACES
003010                 ADD 1 TO WS-STEPS-OPEN
003020                 DISPLAY 'MANDATORY STEP '
003030                     SCH-STEP-NAME(WS-SCH-SUB) ' HAS NOT RUN'
003040             WHEN STP-FAILED
003050                 ADD 1 TO WS-STEPS-OPEN
003060                 DISPLAY 'STEP ' SCH-STEP-NAME(WS-SCH-SUB)
003070                     ' FAILED WITH RC ' STP-RETURN-CODE
003080             WHEN OTHER
003090                 ADD 1 TO WS-STEPS-OPEN
003100                 DISPLAY 'STEP ' SCH-STEP-NAME(WS-SCH-SUB)
003110                     ' STARTED BUT NEVER ENDED'
003120         END-EVALUATE
003130     END-IF.
003140
003150*****************************************************************
003160* 9830-CHECK-STEP-RERUN - a step already completed cleanly for
003170* the date is not run again without the rerun card; a step left
003180* started or failed by an earlier attempt is simply rerun.
003190*****************************************************************
003200 9830-CHECK-STEP-RERUN.
003210     MOVE 'N' TO WS-STEP-NEW-SW
003220     MOVE WS-COMPLETED-DATE TO STP-BUSINESS-DATE
003230     MOVE WS-STEP-NAME TO STP-STEP-NAME
003240     READ STEP-CONTROL-FILE
003250         INVALID KEY
003260             SET WS-STEP-NEW TO TRUE
003270     END-READ
003280     IF NOT WS-STEP-NEW AND STP-COMPLETE
003290         IF WS-STEP-OVERRIDE
003300             DISPLAY 'STEP ' WS-STEP-NAME ' ALREADY COMPLETE - '
003310                 'RERUN BY OVERRIDE CARD'
003320         ELSE
003330             DISPLAY 'STEP ' WS-STEP-NAME
003340                 ' ALREADY COMPLETED FOR ' WS-COMPLETED-DATE
003350                 ' WITH RC ' STP-RETURN-CODE
003360             SET WS-STEP-REFUSED TO TRUE
003370         END-IF
003380     END-IF.
003390
003400*****************************************************************
003410* 9840-WRITE-STEP-START - register the step as started; the run
003420* count shows how many attempts the step took for the date.
003430*****************************************************************
003440 9840-WRITE-STEP-START.
003450     IF WS-STEP-NEW
003460         MOVE SPACES TO STEP-CONTROL-RECORD
003470         MOVE WS-COMPLETED-DATE TO STP-BUSINESS-DATE
003480         MOVE WS-STEP-NAME TO STP-STEP-NAME
003490         MOVE ZEROS TO STP-RUN-COUNT
003500     END-IF
003510     SET STP-STARTED TO TRUE
003520     ACCEPT STP-START-DATE FROM DATE YYYYMMDD
003530     ACCEPT STP-START-TIME FROM TIME
003540     MOVE ZEROS TO STP-END-DATE STP-END-TIME STP-RETURN-CODE
003550     IF STP-RUN-COUNT < 999
003560         ADD 1 TO STP-RUN-COUNT
003570     END-IF
003580     IF WS-STEP-OVERRIDE
003590         SET STP-RUN-OVERRIDDEN TO TRUE
003600     ELSE
003610         MOVE 'N' TO STP-OVERRIDE-FLAG
003620     END-IF
003630     IF WS-STEP-NEW
003640         WRITE STEP-CONTROL-RECORD
003650     ELSE
003660         REWRITE STEP-CONTROL-RECORD
003670     END-IF
003680     IF WS-STEPCTL-FILE-STATUS NOT = '00'
003690         DISPLAY 'ERROR REGISTERING STEP START: '
003700             WS-STEPCTL-FILE-STATUS
003710         MOVE 16 TO RETURN-CODE
003720         CLOSE STEP-CONTROL-FILE
003730         STOP RUN
003740     END-IF.
003750
003760*****************************************************************
003770* 9900-REGISTER-STEP-END - record the end time and return code.
003780* Below RC 8 the step shows complete and its successor may
003790* start; at RC 8 and over it shows failed. A step that stops
003800* before it gets here stays registered as started.
003810*****************************************************************
003820 9900-REGISTER-STEP-END.
003830     OPEN I-O STEP-CONTROL-FILE
003840     IF WS-STEPCTL-FILE-STATUS NOT = '00'
003850         DISPLAY 'ERROR OPENING STEP CONTROL FILE: '
003860             WS-STEPCTL-FILE-STATUS ' - STEP END NOT REGISTERED'
003870         IF RETURN-CODE < 8
003880             MOVE 8 TO RETURN-CODE
003890         END-IF
003900         GO TO 9900-EXIT
003910     END-IF
003920     MOVE WS-COMPLETED-DATE TO STP-BUSINESS-DATE
003930     MOVE WS-STEP-NAME TO STP-STEP-NAME
003940     READ STEP-CONTROL-FILE
003950         INVALID KEY
003960             DISPLAY 'STEP ' WS-STEP-NAME ' NOT ON STEP CONTROL '
003970                 'FILE - STEP END NOT REGISTERED'
003980             IF RETURN-CODE < 8
003990                 MOVE 8 TO RETURN-CODE
004000             END-IF
004010             CLOSE STEP-CONTROL-FILE
004020             GO TO 9900-EXIT
004030     END-READ
004040     ACCEPT STP-END-DATE FROM DATE YYYYMMDD
004050     ACCEPT STP-END-TIME FROM TIME
004060     MOVE RETURN-CODE TO STP-RETURN-CODE
004070     IF RETURN-CODE < 8
004080         SET STP-COMPLETE TO TRUE
004090     ELSE
004100         SET STP-FAILED TO TRUE
004110     END-IF
004120     REWRITE STEP-CONTROL-RECORD
004130     IF WS-STEPCTL-FILE-STATUS NOT = '00'
004140         DISPLAY 'ERROR REGISTERING STEP END: '
004150             WS-STEPCTL-FILE-STATUS
004160         IF RETURN-CODE < 8
004170             MOVE 8 TO RETURN-CODE
004180         END-IF
004190     ELSE
004200         DISPLAY 'STEP ' WS-STEP-NAME ' FOR ' WS-COMPLETED-DATE
004210             ' ENDED - STATUS ' STP-STATUS ' RC ' STP-RETURN-CODE
004220     END-IF
004230     CLOSE STEP-CONTROL-FILE.
004240 9900-EXIT.
004250     EXIT.
