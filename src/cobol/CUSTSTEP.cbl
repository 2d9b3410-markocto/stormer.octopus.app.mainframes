000010*****************************************************************
000020* Program:      CUSTSTEP
000030* Purpose:      Morning batch step-status report - replaces the
000040*               operator's paper checklist for the nightly
000050*               schedule. For the business date of the night just
000060*               run, lists every step on the STEPSCHD schedule in
000070*               schedule order with its predecessor, whether it
000080*               must run every night, its status on the STEPCTL
000090*               step-control file (complete, failed, started but
000100*               never ended, not run), start and end date and
000110*               time, return code, run count and whether it ran
000120*               under a rerun override card, then counts the
000130*               mandatory steps outstanding and says whether the
000140*               cycle is closed or ready to close.
000150*               The night reported is the STEPDATE card date when
000160*               one is supplied; otherwise the DATECTL business
000170*               date if any step has registered for it yet, else
000180*               the DATECTL prior date (the night CUSTEOD has
000190*               just closed). RC 4 when a step is failed, left
000200*               started, or a mandatory step has not run.
000210* Author:       Stormer Mainframes
000220* Installation: Stormer Mainframes Data Center
000230* Date-Written: 2026
000240* Date-Compiled: 2026
000250*-----------------------------------------------------------------
000260* Modification History
000270* Date       By   Description
000280* 2026       SM   Original program.
000283* 2026       SM   Schedule count raised to 12 for the CUSTPROM
000286*                 promise-to-pay check.
000290*****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. CUSTSTEP.
000320 AUTHOR. STORMER-MAINFRAMES.
000330 INSTALLATION. STORMER-MAINFRAMES-DATA-CENTER.
000340 DATE-WRITTEN. 2026.
000350 DATE-COMPILED. 2026.
000360
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-ZOS.
000400 OBJECT-COMPUTER. IBM-ZOS.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT DATE-CONTROL-FILE
000440         ASSIGN TO DATECTL
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-DATECTL-FILE-STATUS.
000470
000480     SELECT STEP-DATE-CARD-FILE
000490         ASSIGN TO STEPDATE
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-DATE-CARD-STATUS.
000520
000530     SELECT STEP-CONTROL-FILE
000540         ASSIGN TO STEPCTL
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS STP-KEY
000580         FILE STATUS IS WS-STEPCTL-FILE-STATUS.
000590
000600     SELECT STATUS-REPORT
000610         ASSIGN TO STEPRPT
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-REPORT-FILE-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  DATE-CONTROL-FILE
000680     RECORD CONTAINS 80 CHARACTERS.
000690     COPY DATECTL.
000700
000710 FD  STEP-DATE-CARD-FILE
000720     RECORD CONTAINS 80 CHARACTERS.
000730 01  STEP-DATE-CARD-RECORD.
000740     05  SDC-REPORT-DATE            PIC 9(08).
000750     05  FILLER                     PIC X(72).
000760
000770 FD  STEP-CONTROL-FILE
000780     RECORD CONTAINS 80 CHARACTERS.
000790     COPY STEPCTL.
000800
000810 FD  STATUS-REPORT
000820     RECORD CONTAINS 132 CHARACTERS.
000830 01  REPORT-LINE                    PIC X(132).
000840
000850 WORKING-STORAGE SECTION.
000860 77  WS-DATECTL-FILE-STATUS         PIC XX VALUE SPACES.
000870 77  WS-DATE-CARD-STATUS            PIC XX VALUE SPACES.
000880 77  WS-STEPCTL-FILE-STATUS         PIC XX VALUE SPACES.
000890 77  WS-REPORT-FILE-STATUS          PIC XX VALUE SPACES.
000900
000910 77  WS-STEPCTL-PRESENT-SW          PIC X  VALUE 'Y'.
000920     88  WS-STEPCTL-PRESENT             VALUE 'Y'.
000930 77  WS-STEP-FOUND-SW               PIC X  VALUE 'N'.
000940     88  WS-STEP-FOUND                  VALUE 'Y'.
000950
000960 77  WS-BUSINESS-DATE               PIC 9(08) VALUE ZEROS.
000970 77  WS-REPORT-DATE                 PIC 9(08) VALUE ZEROS.
000980 77  WS-CURRENT-DATE                PIC 9(08) VALUE ZEROS.
000990 77  WS-SCH-SUB                     PIC 9(04) COMP VALUE ZERO.
001000 77  WS-SCH-COUNT                   PIC 9(04) COMP VALUE 12.
001010
001020 77  WS-MANDATORY-COUNT             PIC 9(04) VALUE ZERO.
001030 77  WS-MANDATORY-DONE-COUNT        PIC 9(04) VALUE ZERO.
001040 77  WS-OUTSTANDING-COUNT           PIC 9(04) VALUE ZERO.
001050 77  WS-FAILED-COUNT                PIC 9(04) VALUE ZERO.
001060 77  WS-OPEN-COUNT                  PIC 9(04) VALUE ZERO.
001070 77  WS-OVERRIDE-COUNT              PIC 9(04) VALUE ZERO.
001080 77  WS-EOD-COMPLETE-SW             PIC X  VALUE 'N'.
001090     88  WS-EOD-COMPLETE                VALUE 'Y'.
001100
001110 77  WS-REQUIRED-TEXT               PIC X(03) VALUE SPACES.
001120 77  WS-STATUS-TEXT                 PIC X(20) VALUE SPACES.
001130 77  WS-START-STAMP                 PIC X(17) VALUE SPACES.
001140 77  WS-END-STAMP                   PIC X(17) VALUE SPACES.
001150 77  WS-RC-TEXT                     PIC X(04) VALUE SPACES.
001160 77  WS-RUNS-TEXT                   PIC X(03) VALUE SPACES.
001170 77  WS-OVERRIDE-TEXT               PIC X(03) VALUE SPACES.
001180
001190     COPY STEPSCHD.
001200
001210 01  WS-STAMP-DATE-IN               PIC 9(08) VALUE ZEROS.
001220 01  WS-STAMP-TIME-IN.
001230     05  WS-STAMP-HH                PIC 9(02).
001240     05  WS-STAMP-MM                PIC 9(02).
001250     05  WS-STAMP-SS                PIC 9(02).
001260     05  WS-STAMP-CC                PIC 9(02).
001270 01  WS-STAMP-TIME-IN-N REDEFINES WS-STAMP-TIME-IN
001280                                    PIC 9(08).
001290 01  WS-STAMP-OUT.
001300     05  WS-STAMP-OUT-DATE          PIC 9(08).
001310     05  FILLER                     PIC X(01) VALUE SPACE.
001320     05  WS-STAMP-OUT-HH            PIC 9(02).
001330     05  FILLER                     PIC X(01) VALUE ':'.
001340     05  WS-STAMP-OUT-MM            PIC 9(02).
001350     05  FILLER                     PIC X(01) VALUE ':'.
001360     05  WS-STAMP-OUT-SS            PIC 9(02).
001370
001380 PROCEDURE DIVISION.
001390 0000-MAIN.
001400     PERFORM 1000-OPEN-FILES THRU 1000-EXIT
001410     PERFORM 2000-REPORT-STEP
001420         VARYING WS-SCH-SUB FROM 1 BY 1
001430         UNTIL WS-SCH-SUB > WS-SCH-COUNT
001440     PERFORM 3000-CLOSE-FILES THRU 3000-EXIT
001450     STOP RUN.
001460
001470 1000-OPEN-FILES.
001480     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001490     PERFORM 1005-READ-BUSINESS-DATE
001500     OPEN INPUT STEP-CONTROL-FILE
001510     IF WS-STEPCTL-FILE-STATUS = '35'
001520         MOVE 'N' TO WS-STEPCTL-PRESENT-SW
001530     ELSE
001540         IF WS-STEPCTL-FILE-STATUS NOT = '00'
001550             DISPLAY 'ERROR OPENING STEP CONTROL FILE: '
001560                 WS-STEPCTL-FILE-STATUS
001570             MOVE 16 TO RETURN-CODE
001580             STOP RUN
001590         END-IF
001600     END-IF
001610     PERFORM 1010-SET-REPORT-DATE THRU 1010-EXIT
001620     OPEN OUTPUT STATUS-REPORT
001630     IF WS-REPORT-FILE-STATUS NOT = '00'
001640         DISPLAY 'ERROR OPENING STEP STATUS REPORT: '
001650             WS-REPORT-FILE-STATUS
001660         MOVE 16 TO RETURN-CODE
001670         IF WS-STEPCTL-PRESENT
001680             CLOSE STEP-CONTROL-FILE
001690         END-IF
001700         STOP RUN
001710     END-IF
001720     PERFORM 1040-WRITE-REPORT-HEADER.
001730 1000-EXIT.
001740     EXIT.
001750
001760 1005-READ-BUSINESS-DATE.
001770     MOVE SPACES TO DATE-CONTROL-RECORD
001780     OPEN INPUT DATE-CONTROL-FILE
001790     IF WS-DATECTL-FILE-STATUS = '00'
001800         READ DATE-CONTROL-FILE
001810             AT END MOVE SPACES TO DATE-CONTROL-RECORD
001820         END-READ
001830         CLOSE DATE-CONTROL-FILE
001840     END-IF
001850     IF DCT-BUSINESS-DATE IS NOT NUMERIC
001860             OR DCT-BUSINESS-DATE = ZEROS
001870         DISPLAY 'MISSING OR INVALID BUSINESS-DATE CONTROL FILE'
001880         MOVE 16 TO RETURN-CODE
001890         STOP RUN
001900     END-IF
001910     MOVE DCT-BUSINESS-DATE TO WS-BUSINESS-DATE.
001920
001930*****************************************************************
001940* 1010-SET-REPORT-DATE - a STEPDATE card names the night
001950* outright. Without one, the report covers the DATECTL business
001960* date once any step has registered for it; before that (the
001970* morning after CUSTEOD has rolled the date) it covers the night
001980* just closed, the DATECTL prior date.
001990*****************************************************************
002000 1010-SET-REPORT-DATE.
002010     MOVE SPACES TO STEP-DATE-CARD-RECORD
002020     OPEN INPUT STEP-DATE-CARD-FILE
002030     IF WS-DATE-CARD-STATUS = '00'
002040         READ STEP-DATE-CARD-FILE
002050             AT END MOVE SPACES TO STEP-DATE-CARD-RECORD
002060         END-READ
002070         CLOSE STEP-DATE-CARD-FILE
002080     END-IF
002090     IF SDC-REPORT-DATE IS NUMERIC AND SDC-REPORT-DATE NOT = ZEROS
002100         MOVE SDC-REPORT-DATE TO WS-REPORT-DATE
002110         GO TO 1010-EXIT
002120     END-IF
002130     MOVE WS-BUSINESS-DATE TO WS-REPORT-DATE
002140     IF NOT WS-STEPCTL-PRESENT
002150         GO TO 1010-EXIT
002160     END-IF
002170     MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
002180     MOVE LOW-VALUES TO STP-STEP-NAME
002190     START STEP-CONTROL-FILE KEY IS NOT LESS THAN STP-KEY
002200         INVALID KEY
002210             MOVE '23' TO WS-STEPCTL-FILE-STATUS
002220     END-START
002230     IF WS-STEPCTL-FILE-STATUS = '00'
002240         READ STEP-CONTROL-FILE NEXT RECORD
002250             AT END
002260                 MOVE '10' TO WS-STEPCTL-FILE-STATUS
002270         END-READ
002280     END-IF
002290     IF WS-STEPCTL-FILE-STATUS = '00'
002300             AND STP-BUSINESS-DATE = WS-BUSINESS-DATE
002310         GO TO 1010-EXIT
002320     END-IF
002330     IF DCT-PRIOR-DATE IS NUMERIC AND DCT-PRIOR-DATE NOT = ZEROS
002340         MOVE DCT-PRIOR-DATE TO WS-REPORT-DATE
002350     END-IF.
002360 1010-EXIT.
002370     EXIT.
002380
002390 1040-WRITE-REPORT-HEADER.
002400     MOVE SPACES TO REPORT-LINE
002410     STRING 'NIGHTLY BATCH STEP STATUS - BUSINESS DATE: '
002420             WS-REPORT-DATE
002430            '  RUN DATE: ' WS-CURRENT-DATE
002440         DELIMITED BY SIZE INTO REPORT-LINE
002450     WRITE REPORT-LINE
002460     MOVE SPACES TO REPORT-LINE
002470     WRITE REPORT-LINE
002480     MOVE SPACES TO REPORT-LINE
002490     STRING 'STEP      AFTER     REQ  STATUS                '
002500            'STARTED            ENDED              RC    RUNS'
002510            '  OVERRIDE'
002520         DELIMITED BY SIZE INTO REPORT-LINE
002530     WRITE REPORT-LINE.
002540
002550*****************************************************************
002560* 2000-REPORT-STEP - one line per scheduled step. A mandatory
002570* step that has not run counts as outstanding, except the
002580* close itself (CUSTEOD), which the trailer reports on its own.
002590*****************************************************************
002600 2000-REPORT-STEP.
002610     MOVE 'N' TO WS-STEP-FOUND-SW
002620     IF WS-STEPCTL-PRESENT
002630         MOVE WS-REPORT-DATE TO STP-BUSINESS-DATE
002640         MOVE SCH-STEP-NAME(WS-SCH-SUB) TO STP-STEP-NAME
002650         READ STEP-CONTROL-FILE
002660             INVALID KEY
002670                 CONTINUE
002680             NOT INVALID KEY
002690                 SET WS-STEP-FOUND TO TRUE
002700         END-READ
002710     END-IF
002720     IF SCH-MANDATORY(WS-SCH-SUB)
002730         MOVE 'YES' TO WS-REQUIRED-TEXT
002740         ADD 1 TO WS-MANDATORY-COUNT
002750     ELSE
002760         MOVE 'NO ' TO WS-REQUIRED-TEXT
002770     END-IF
002780     MOVE SPACES TO WS-START-STAMP WS-END-STAMP WS-RC-TEXT
002790         WS-RUNS-TEXT WS-OVERRIDE-TEXT
002800     IF WS-STEP-FOUND
002810         PERFORM 2100-FORMAT-STEP-DETAIL
002820     ELSE
002830         IF SCH-MANDATORY(WS-SCH-SUB)
002840             MOVE 'NOT RUN' TO WS-STATUS-TEXT
002850             IF SCH-STEP-NAME(WS-SCH-SUB) NOT = 'CUSTEOD'
002860                 ADD 1 TO WS-OUTSTANDING-COUNT
002870             END-IF
002880         ELSE
002890             MOVE 'NOT RUN - OPTIONAL' TO WS-STATUS-TEXT
002900         END-IF
002910     END-IF
002920     MOVE SPACES TO REPORT-LINE
002930     STRING SCH-STEP-NAME(WS-SCH-SUB) '  '
002940            SCH-PRED-STEP(WS-SCH-SUB) '  '
002950            WS-REQUIRED-TEXT '  '
002960            WS-STATUS-TEXT '  '
002970            WS-START-STAMP '  '
002980            WS-END-STAMP '  '
002990            WS-RC-TEXT '  '
003000            WS-RUNS-TEXT '   '
003010            WS-OVERRIDE-TEXT
003020         DELIMITED BY SIZE INTO REPORT-LINE
003030     WRITE REPORT-LINE.
003040
003050 2100-FORMAT-STEP-DETAIL.
003060     MOVE STP-START-DATE TO WS-STAMP-DATE-IN
003070     MOVE STP-START-TIME TO WS-STAMP-TIME-IN-N
003080     PERFORM 2150-FORMAT-STAMP
003090     MOVE WS-STAMP-OUT TO WS-START-STAMP
003100     MOVE STP-RUN-COUNT TO WS-RUNS-TEXT
003110     IF STP-RUN-OVERRIDDEN
003120         MOVE 'YES' TO WS-OVERRIDE-TEXT
003130         ADD 1 TO WS-OVERRIDE-COUNT
003140     END-IF
003150     EVALUATE TRUE
003160         WHEN STP-COMPLETE
003170             MOVE 'COMPLETE' TO WS-STATUS-TEXT
003180             IF SCH-MANDATORY(WS-SCH-SUB)
003190                 ADD 1 TO WS-MANDATORY-DONE-COUNT
003200             END-IF
003210             IF SCH-STEP-NAME(WS-SCH-SUB) = 'CUSTEOD'
003220                 SET WS-EOD-COMPLETE TO TRUE
003230             END-IF
003240         WHEN STP-FAILED
003250             MOVE 'FAILED' TO WS-STATUS-TEXT
003260             ADD 1 TO WS-FAILED-COUNT
003270         WHEN OTHER
003280             MOVE 'STARTED - NOT ENDED' TO WS-STATUS-TEXT
003290             ADD 1 TO WS-OPEN-COUNT
003300     END-EVALUATE
003310     IF STP-COMPLETE OR STP-FAILED
003320         MOVE STP-END-DATE TO WS-STAMP-DATE-IN
003330         MOVE STP-END-TIME TO WS-STAMP-TIME-IN-N
003340         PERFORM 2150-FORMAT-STAMP
003350         MOVE WS-STAMP-OUT TO WS-END-STAMP
003360         MOVE STP-RETURN-CODE TO WS-RC-TEXT
003370     END-IF.
003380
003390 2150-FORMAT-STAMP.
003400     MOVE WS-STAMP-DATE-IN TO WS-STAMP-OUT-DATE
003410     MOVE WS-STAMP-HH TO WS-STAMP-OUT-HH
003420     MOVE WS-STAMP-MM TO WS-STAMP-OUT-MM
003430     MOVE WS-STAMP-SS TO WS-STAMP-OUT-SS.
003440
003450*****************************************************************
003460* 3000-CLOSE-FILES - trailer counts and the verdict on the
003470* cycle: closed once CUSTEOD has completed, ready to close when
003480* nothing is outstanding, failed or left started.
003490*****************************************************************
003500 3000-CLOSE-FILES.
003510     MOVE SPACES TO REPORT-LINE
003520     WRITE REPORT-LINE
003530     MOVE SPACES TO REPORT-LINE
003540     STRING 'MANDATORY STEPS: ' WS-MANDATORY-COUNT
003550            '  COMPLETE: ' WS-MANDATORY-DONE-COUNT
003560            '  NOT RUN: ' WS-OUTSTANDING-COUNT
003570            '  FAILED: ' WS-FAILED-COUNT
003580            '  NOT ENDED: ' WS-OPEN-COUNT
003590            '  OVERRIDDEN: ' WS-OVERRIDE-COUNT
003600         DELIMITED BY SIZE INTO REPORT-LINE
003610     WRITE REPORT-LINE
003620     MOVE SPACES TO REPORT-LINE
003630     EVALUATE TRUE
003640         WHEN WS-EOD-COMPLETE
003650             STRING 'CYCLE FOR ' WS-REPORT-DATE ' CLOSED'
003660                 DELIMITED BY SIZE INTO REPORT-LINE
003670         WHEN WS-OUTSTANDING-COUNT = ZERO
003680                 AND WS-FAILED-COUNT = ZERO
003690                 AND WS-OPEN-COUNT = ZERO
003700             STRING 'CYCLE FOR ' WS-REPORT-DATE
003710                    ' READY TO CLOSE'
003720                 DELIMITED BY SIZE INTO REPORT-LINE
003730         WHEN OTHER
003740             STRING 'CYCLE FOR ' WS-REPORT-DATE
003750                    ' NOT READY TO CLOSE - SEE STEPS ABOVE'
003760                 DELIMITED BY SIZE INTO REPORT-LINE
003770     END-EVALUATE
003780     WRITE REPORT-LINE
003790     IF WS-STEPCTL-PRESENT
003800         CLOSE STEP-CONTROL-FILE
003810     END-IF
003820     CLOSE STATUS-REPORT
003830     DISPLAY 'STEP STATUS FOR ' WS-REPORT-DATE
003840         ' - MANDATORY COMPLETE: ' WS-MANDATORY-DONE-COUNT
003850         ' OF ' WS-MANDATORY-COUNT
003860     IF WS-OUTSTANDING-COUNT > ZERO
003870             OR WS-FAILED-COUNT > ZERO
003880             OR WS-OPEN-COUNT > ZERO
003890         MOVE 4 TO RETURN-CODE
003900     END-IF.
003910 3000-EXIT.
003920     EXIT.
