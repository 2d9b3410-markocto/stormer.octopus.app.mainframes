000020* Program:      TRNMERGE
000030* Purpose:      Multi-channel transaction consolidation - reads
000040*               the branch keying feed, the lockbox payment
000050*               feed, the ACH feed and the returned-item feed
000055*               (ACH returns and lockbox NSF checks), converts
000056*               each record to
000060*               the TRANS-FILE layout, edits obvious garbage to
000070*               a channel reject report, and cuts one balanced
000080*               TRANS-FILE with the batch header/trailer count
000192* 2026       SM   Batch business date now comes from the
000194*                 DATECTL cycle control record; the card date
000196*                 columns are no longer read.
000197* 2026       SM   Returned-item feed merged as reversal
000198*                 transactions naming the original ACH trace or
000199*                 check number; payments now carry their item
000200*                 reference to history, and the merge card may
000201*                 carry a returned-item fee.
000202* 2026       SM   Log every channel reject to the shared
000203*                 REJWORK reject work file in transaction form
000204*                 for repair on CREJ and re-entry.
000205* 2026       SM   Register start, completion and return code on
000206*                 the STEPCTL step-control file. As the first
000207*                 step of the night the run is refused only once
000208*                 it has completed cleanly for the business date,
000209*                 unless a STEPOVR rerun override card is
000210*                 supplied.
000213*****************************************************************
000216 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. TRNMERGE.
000230 AUTHOR. STORMER-MAINFRAMES.
000240 INSTALLATION. STORMER-MAINFRAMES-DATA-CENTER.
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-ACH-FILE-STATUS.
000480
000481     SELECT RETURNS-FILE
000482         ASSIGN TO RETURNIN
000483         ORGANIZATION IS LINE SEQUENTIAL
000484         FILE STATUS IS WS-RETURNS-FILE-STATUS.
000485
000490     SELECT MERGE-CARD-FILE
000500         ASSIGN TO MRGCARD
000510         ORGANIZATION IS LINE SEQUENTIAL
000625         ASSIGN TO DATECTL
000626         ORGANIZATION IS LINE SEQUENTIAL
000627         FILE STATUS IS WS-DATECTL-FILE-STATUS.
000628
000629     SELECT REJECT-WORK-FILE
000630         ASSIGN TO REJWORK
000631         ORGANIZATION IS INDEXED
000632         ACCESS MODE IS DYNAMIC
000633         RECORD KEY IS RJW-KEY
000634         FILE STATUS IS WS-REJWORK-FILE-STATUS.
000635
000636     SELECT STEP-CONTROL-FILE
000637         ASSIGN TO STEPCTL
000638         ORGANIZATION IS INDEXED
000639         ACCESS MODE IS RANDOM
000640         RECORD KEY IS STP-KEY
000641         FILE STATUS IS WS-STEPCTL-FILE-STATUS.
000642
000643     SELECT STEP-OVERRIDE-FILE
000644         ASSIGN TO STEPOVR
000645         ORGANIZATION IS LINE SEQUENTIAL
000646         FILE STATUS IS WS-STEPOVR-CARD-STATUS.
000647
000648 DATA DIVISION.
000650 FILE SECTION.
000660 FD  BRANCH-FILE
000670     RECORD CONTAINS 80 CHARACTERS.
000990     05  ACH-EFFECTIVE-DATE         PIC 9(08).
001000     05  ACH-TRACE-NUMBER           PIC X(15).
001010     05  FILLER                     PIC X(40).
001012
001014*-----------------------------------------------------------------
001015* Returned items - an ACH return carries the trace number of the
001016* entry being returned, a lockbox NSF the number of the check
001017* that bounced; the original item date is optional and only
001018* narrows the match when the bank supplies it.
001019*-----------------------------------------------------------------
001020 FD  RETURNS-FILE
001021     RECORD CONTAINS 80 CHARACTERS.
001022 01  RETURN-RECORD.
001023     05  RTN-CUST-ID                PIC 9(06).
001024     05  RTN-SOURCE                 PIC X(01).
001025         88  RTN-ACH-RETURN              VALUE 'A'.
001026         88  RTN-LOCKBOX-NSF             VALUE 'L'.
001027     05  RTN-AMOUNT                 PIC 9(07)V99.
001028     05  RTN-AMOUNT-X REDEFINES RTN-AMOUNT
001029                                    PIC X(09).
001030     05  RTN-RETURN-DATE            PIC 9(08).
001031     05  RTN-ITEM-REF               PIC X(15).
001032     05  RTN-ORIG-ITEM-DATE         PIC X(08).
001033     05  RTN-RETURN-REASON          PIC X(03).
001034     05  FILLER                     PIC X(30).
001035
001037 FD  MERGE-CARD-FILE
001040     RECORD CONTAINS 80 CHARACTERS.
001050 01  MERGE-CARD-RECORD.
001060     05  MRG-BATCH-NUMBER           PIC 9(06).
001070     05  FILLER                     PIC X(08).
001075     05  MRG-RETURN-FEE             PIC 9(05)V99.
001076     05  MRG-RETURN-FEE-X REDEFINES MRG-RETURN-FEE
001077                                    PIC X(07).
001080     05  FILLER                     PIC X(59).
001090
001100 FD  TRANS-FILE
001110     RECORD CONTAINS 80 CHARACTERS.
001174 FD  DATE-CONTROL-FILE
001175     RECORD CONTAINS 80 CHARACTERS.
001176     COPY DATECTL.
001177
001178 FD  REJECT-WORK-FILE
001179     RECORD CONTAINS 200 CHARACTERS.
001180     COPY REJWORK.
001181
001182 FD  STEP-CONTROL-FILE
001183     RECORD CONTAINS 80 CHARACTERS.
001184     COPY STEPCTL.
001185
001186 FD  STEP-OVERRIDE-FILE
001187     RECORD CONTAINS 80 CHARACTERS.
001188     COPY STEPOVR.
001189
001190 WORKING-STORAGE SECTION.
001200 77  WS-BRANCH-FILE-STATUS          PIC XX VALUE SPACES.
001210 77  WS-LOCKBOX-FILE-STATUS         PIC XX VALUE SPACES.
001220 77  WS-ACH-FILE-STATUS             PIC XX VALUE SPACES.
001225 77  WS-RETURNS-FILE-STATUS         PIC XX VALUE SPACES.
001230 77  WS-MERGE-CARD-STATUS           PIC XX VALUE SPACES.
001240 77  WS-TRANS-FILE-STATUS           PIC XX VALUE SPACES.
001250 77  WS-REJECT-FILE-STATUS          PIC XX VALUE SPACES.
001252 77  WS-DATECTL-FILE-STATUS         PIC XX VALUE SPACES.
001253 77  WS-STEPCTL-FILE-STATUS         PIC XX VALUE SPACES.
001254 77  WS-STEPOVR-CARD-STATUS         PIC XX VALUE SPACES.
001255 77  WS-STEP-NAME                   PIC X(08) VALUE 'TRNMERGE'.
001256 77  WS-PRED-STEP-NAME              PIC X(08) VALUE SPACES.
001257 77  WS-STEP-OVERRIDE-SW            PIC X  VALUE 'N'.
001258     88  WS-STEP-OVERRIDE               VALUE 'Y'.
001259 77  WS-STEP-REFUSED-SW             PIC X  VALUE 'N'.
001260     88  WS-STEP-REFUSED                VALUE 'Y'.
001261 77  WS-STEP-NEW-SW                 PIC X  VALUE 'N'.
001262     88  WS-STEP-NEW                    VALUE 'Y'.
001263 77  WS-REJWORK-FILE-STATUS         PIC XX VALUE SPACES.
001264 77  WS-REJWORK-SEQ                 PIC 9(06) VALUE ZEROS.
001265 77  WS-REJWORK-SCAN-DONE-SW        PIC X  VALUE 'N'.
001266     88  WS-REJWORK-SCAN-DONE           VALUE 'Y'.
001268
001270 77  WS-BRANCH-EOF-FLAG             PIC X  VALUE 'N'.
001280     88  WS-BRANCH-EOF                  VALUE 'Y'.
001290 77  WS-LOCKBOX-EOF-FLAG            PIC X  VALUE 'N'.
001300     88  WS-LOCKBOX-EOF                 VALUE 'Y'.
001310 77  WS-ACH-EOF-FLAG                PIC X  VALUE 'N'.
001320     88  WS-ACH-EOF                     VALUE 'Y'.
001325 77  WS-RETURNS-EOF-FLAG            PIC X  VALUE 'N'.
001326     88  WS-RETURNS-EOF                 VALUE 'Y'.
001330 77  WS-BRANCH-PRESENT-SW           PIC X  VALUE 'Y'.
001340     88  WS-BRANCH-PRESENT              VALUE 'Y'.
001350 77  WS-LOCKBOX-PRESENT-SW          PIC X  VALUE 'Y'.
001360     88  WS-LOCKBOX-PRESENT             VALUE 'Y'.
001370 77  WS-ACH-PRESENT-SW              PIC X  VALUE 'Y'.
001380     88  WS-ACH-PRESENT                 VALUE 'Y'.
001385 77  WS-RETURNS-PRESENT-SW          PIC X  VALUE 'Y'.
001386     88  WS-RETURNS-PRESENT             VALUE 'Y'.
001390
001400 77  WS-BRANCH-COUNT                PIC 9(06) VALUE ZEROS.
001410 77  WS-LOCKBOX-COUNT               PIC 9(06) VALUE ZEROS.
001420 77  WS-ACH-COUNT                   PIC 9(06) VALUE ZEROS.
001425 77  WS-RETURNS-COUNT               PIC 9(06) VALUE ZEROS.
001430 77  WS-MERGED-COUNT                PIC 9(06) VALUE ZEROS.
001440 77  WS-REJECT-COUNT                PIC 9(06) VALUE ZEROS.
001450 77  WS-HASH-TOTAL            PIC S9(13)V99 COMP-3 VALUE ZERO.
001455 77  WS-RETURN-FEE             PIC S9(5)V99 COMP-3 VALUE ZERO.
001460
001470 77  WS-CHANNEL-NAME                PIC X(07) VALUE SPACES.
001480 77  WS-REJECT-REASON               PIC X(40) VALUE SPACES.
001580         UNTIL WS-LOCKBOX-EOF
001590     PERFORM 2300-PROCESS-ACH
001600         UNTIL WS-ACH-EOF
001605     PERFORM 2400-PROCESS-RETURNS
001606         UNTIL WS-RETURNS-EOF
001610     PERFORM 3000-CLOSE-FILES THRU 3000-EXIT
001615     PERFORM 9900-REGISTER-STEP-END THRU 9900-EXIT
001620     STOP RUN.
001630
001640 1000-OPEN-FILES.
001650     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001655     PERFORM 1005-READ-BUSINESS-DATE
001660     PERFORM 1010-READ-MERGE-CARD
001665     PERFORM 9800-REGISTER-STEP-START
001670     PERFORM 1020-OPEN-CHANNEL-FEEDS
001680     OPEN OUTPUT TRANS-FILE
001690     IF WS-TRANS-FILE-STATUS NOT = '00'
001790         CLOSE TRANS-FILE
001800         STOP RUN
001810     END-IF
001815     PERFORM 1050-OPEN-REJECT-WORK
001820     PERFORM 1030-WRITE-BATCH-HEADER
001830     PERFORM 1040-WRITE-REJECT-HEADER.
001840 1000-EXIT.
001890* consolidated file posts under; the business date comes from
001900* the DATECTL control record. No card, no batch - a defaulted
001910* batch number would collide with the posted-batch register
001915* sooner or later. The returned-item fee columns are optional:
001916* blank means returns reverse without a fee.
001920*****************************************************************
001930 1010-READ-MERGE-CARD.
001940     MOVE SPACES TO MERGE-CARD-RECORD
002040         DISPLAY 'MISSING OR INVALID MERGE CONTROL CARD'
002050         MOVE 16 TO RETURN-CODE
002060         STOP RUN
002061     END-IF
002062     IF MRG-RETURN-FEE-X = SPACES
002063         MOVE ZERO TO WS-RETURN-FEE
002064     ELSE
002065         IF MRG-RETURN-FEE IS NOT NUMERIC
002066             DISPLAY 'INVALID RETURNED-ITEM FEE ON MERGE CARD'
002067             MOVE 16 TO RETURN-CODE
002068             STOP RUN
002069         END-IF
002070         MOVE MRG-RETURN-FEE TO WS-RETURN-FEE
002071     END-IF.
002080
002090*****************************************************************
002100* 1020-OPEN-CHANNEL-FEEDS - any channel can be absent on a
002530             CLOSE BRANCH-FILE LOCKBOX-FILE
002540             STOP RUN
002550         END-IF
002551     END-IF
002552     OPEN INPUT RETURNS-FILE
002553     IF WS-RETURNS-FILE-STATUS = '35'
002554         MOVE 'N' TO WS-RETURNS-PRESENT-SW
002555         SET WS-RETURNS-EOF TO TRUE
002556         DISPLAY 'NO RETURNED-ITEM FEED TONIGHT'
002557     ELSE
002558         IF WS-RETURNS-FILE-STATUS NOT = '00'
002559             DISPLAY 'ERROR OPENING RETURNED-ITEM FEED: '
002560                 WS-RETURNS-FILE-STATUS
002561             MOVE 16 TO RETURN-CODE
002562             CLOSE BRANCH-FILE LOCKBOX-FILE ACH-FILE
002563             STOP RUN
002564         END-IF
002565     END-IF.
002570
002580 1030-WRITE-BATCH-HEADER.
002590     MOVE SPACES TO BATCH-CONTROL-RECORD
002720            '  RUN DATE: ' WS-CURRENT-DATE
002730         DELIMITED BY SIZE INTO REJECT-LINE
002740     WRITE REJECT-LINE.
002741
002742*****************************************************************
002743* 1050-OPEN-REJECT-WORK - every channel reject is also logged
002744* to the shared reject work file for repair on the CREJ
002745* screen. The file is created on first use, and tonight's
002746* TRNMERGE items continue the sequence after any already
002747* logged, so a rerun of the merge never collides on a key.
002748*****************************************************************
002749 1050-OPEN-REJECT-WORK.
002750     OPEN I-O REJECT-WORK-FILE
002751     IF WS-REJWORK-FILE-STATUS = '35'
002752         OPEN OUTPUT REJECT-WORK-FILE
002753         CLOSE REJECT-WORK-FILE
002754         OPEN I-O REJECT-WORK-FILE
002755     END-IF
002756     IF WS-REJWORK-FILE-STATUS NOT = '00'
002757         DISPLAY 'ERROR OPENING REJECT WORK FILE: '
002758             WS-REJWORK-FILE-STATUS
002759         MOVE 16 TO RETURN-CODE
002760         CLOSE TRANS-FILE REJECT-REPORT
002761         STOP RUN
002762     END-IF
002763     MOVE ZEROS TO WS-REJWORK-SEQ
002764     MOVE 'N' TO WS-REJWORK-SCAN-DONE-SW
002765     MOVE WS-BUSINESS-DATE TO RJW-REJECT-DATE
002766     MOVE 'TRNMERGE' TO RJW-SOURCE-PGM
002767     MOVE ZEROS TO RJW-SEQ-NO
002768     START REJECT-WORK-FILE KEY IS NOT LESS THAN RJW-KEY
002769         INVALID KEY
002770             SET WS-REJWORK-SCAN-DONE TO TRUE
002771     END-START
002772     PERFORM 1051-SCAN-REJECT-SEQ
002773         UNTIL WS-REJWORK-SCAN-DONE.
002774
002775 1051-SCAN-REJECT-SEQ.
002776     READ REJECT-WORK-FILE NEXT RECORD
002777         AT END
002778             SET WS-REJWORK-SCAN-DONE TO TRUE
002779         NOT AT END
002780             IF RJW-REJECT-DATE NOT = WS-BUSINESS-DATE
002781                     OR RJW-SOURCE-PGM NOT = 'TRNMERGE'
002782                 SET WS-REJWORK-SCAN-DONE TO TRUE
002783             ELSE
002784                 MOVE RJW-SEQ-NO TO WS-REJWORK-SEQ
002785             END-IF
002786     END-READ.
002787
002788*****************************************************************
002789* 2100-PROCESS-BRANCH - the branch keying system already talks
002790* in debits and credits; the edit catches a mis-keyed type or
002791* amount before it can stop the posting run.
002800*****************************************************************
002810 2100-PROCESS-BRANCH.
002820     READ BRANCH-FILE
003500         SET TRANS-TYPE-CREDIT TO TRUE
003510         MOVE LBX-CHECK-AMOUNT TO TRANS-AMOUNT
003520         MOVE LBX-DEPOSIT-DATE TO TRANS-DATE
003525         MOVE LBX-CHECK-NUMBER TO TRANS-ITEM-REF
003530         PERFORM 2800-WRITE-MERGED-DETAIL
003540     END-IF
003550     END-IF
003980         END-IF
003990         MOVE ACH-AMOUNT TO TRANS-AMOUNT
004000         MOVE ACH-EFFECTIVE-DATE TO TRANS-DATE
004005         MOVE ACH-TRACE-NUMBER TO TRANS-ITEM-REF
004010         PERFORM 2800-WRITE-MERGED-DETAIL
004011     END-IF
004012     END-IF
004013     END-IF
004014     END-IF.
004015
004016*****************************************************************
004017* 2400-PROCESS-RETURNS - a returned ACH entry or bounced check
004018* becomes a reversal transaction naming the original item;
004019* CUSTUPDT finds the posting it undoes on the history file
004020* and reverses exactly that amount. The fee from the merge
004021* card rides on each reversal and only posts if the reversal
004022* itself does.
004023*****************************************************************
004024 2400-PROCESS-RETURNS.
004025     READ RETURNS-FILE
004026         AT END
004027             SET WS-RETURNS-EOF TO TRUE
004028         NOT AT END
004029             ADD 1 TO WS-RETURNS-COUNT
004030             PERFORM 2410-EDIT-RETURN-RECORD
004031     END-READ.
004032
004033 2410-EDIT-RETURN-RECORD.
004034     MOVE 'RETURNS' TO WS-CHANNEL-NAME
004035     MOVE RTN-CUST-ID TO WS-REJECT-KEY
004036     IF RTN-CUST-ID IS NOT NUMERIC
004037         MOVE 'CUST-ID NOT NUMERIC' TO WS-REJECT-REASON
004038         PERFORM 2900-WRITE-REJECT
004039     ELSE
004040     IF RTN-AMOUNT IS NOT NUMERIC OR RTN-AMOUNT = ZERO
004041         MOVE 'RETURNED AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
004042         PERFORM 2900-WRITE-REJECT
004043     ELSE
004044     IF NOT RTN-ACH-RETURN AND NOT RTN-LOCKBOX-NSF
004045         MOVE 'INVALID RETURN SOURCE' TO WS-REJECT-REASON
004046         PERFORM 2900-WRITE-REJECT
004047     ELSE
004048     IF RTN-RETURN-DATE IS NOT NUMERIC
004049         MOVE 'RETURN DATE NOT NUMERIC' TO WS-REJECT-REASON
004050         PERFORM 2900-WRITE-REJECT
004051     ELSE
004052     IF RTN-ITEM-REF = SPACES
004053         MOVE 'NO ORIGINAL TRACE OR CHECK NUMBER'
004054             TO WS-REJECT-REASON
004055         PERFORM 2900-WRITE-REJECT
004056     ELSE
004057         MOVE SPACES TO TRANSACTION-RECORD
004058         MOVE RTN-CUST-ID TO TRANS-CUST-ID
004059         SET TRANS-TYPE-REVERSAL TO TRUE
004060         MOVE RTN-AMOUNT TO TRANS-AMOUNT
004061         MOVE RTN-RETURN-DATE TO TRANS-DATE
004062         MOVE RTN-RETURN-REASON TO TRANS-REASON-CODE
004063         MOVE RTN-ITEM-REF TO TRANS-ITEM-REF
004064         MOVE RTN-ORIG-ITEM-DATE TO TRANS-ORIG-ITEM-DATE
004065         MOVE WS-RETURN-FEE TO TRANS-RETURN-FEE
004066         PERFORM 2800-WRITE-MERGED-DETAIL
004067     END-IF
004068     END-IF
004069     END-IF
004070     END-IF
004071     END-IF.
004072
004073 2800-WRITE-MERGED-DETAIL.
004080     ADD 1 TO WS-MERGED-COUNT
004090     ADD TRANS-AMOUNT TO WS-HASH-TOTAL
004100     WRITE TRANSACTION-RECORD.
004170            '  REJECTED - ' WS-REJECT-REASON
004180         DELIMITED BY SIZE INTO REJECT-LINE
004190     WRITE REJECT-LINE
004195     PERFORM 2910-LOG-REJECT-WORK
004200     MOVE SPACES TO WS-REJECT-REASON.
004201
004202*****************************************************************
004203* 2910-LOG-REJECT-WORK - the channel record is logged in
004204* transaction form, as far as the channel supplied each field,
004205* so the CREJ operator corrects a transaction rather than a
004206* bank or branch record layout. An ACH entry code other than
004207* 22 or 27 leaves the type blank for the operator to decide.
004208*****************************************************************
004209 2910-LOG-REJECT-WORK.
004210     MOVE SPACES TO REJECT-WORK-RECORD
004211     ADD 1 TO WS-REJWORK-SEQ
004212     MOVE WS-BUSINESS-DATE TO RJW-REJECT-DATE
004213     MOVE 'TRNMERGE' TO RJW-SOURCE-PGM
004214     MOVE WS-REJWORK-SEQ TO RJW-SEQ-NO
004215     SET RJW-KIND-TRANSACTION TO TRUE
004216     SET RJW-STATUS-OPEN TO TRUE
004217     MOVE WS-REJECT-REASON TO RJW-REJECT-REASON
004218     MOVE WS-CHANNEL-NAME TO RJW-CHANNEL
004219     EVALUATE WS-CHANNEL-NAME
004220         WHEN 'BRANCH '
004221             MOVE BRN-CUST-ID TO RJW-CUST-ID
004222             MOVE BRN-TRANS-TYPE TO RJW-TRANS-TYPE
004223             MOVE BRN-AMOUNT-X TO RJW-AMOUNT-X
004224             MOVE BRN-TRANS-DATE TO RJW-TRANS-DATE
004225         WHEN 'LOCKBOX'
004226             MOVE LBX-CUST-ID TO RJW-CUST-ID
004227             MOVE 'C' TO RJW-TRANS-TYPE
004228             MOVE LBX-CHECK-AMOUNT-X TO RJW-AMOUNT-X
004229             MOVE LBX-DEPOSIT-DATE TO RJW-TRANS-DATE
004230             MOVE LBX-CHECK-NUMBER TO RJW-ITEM-REF
004231         WHEN 'ACH    '
004232             MOVE ACH-CUST-ID TO RJW-CUST-ID
004233             IF ACH-CODE-CREDIT
004234                 MOVE 'C' TO RJW-TRANS-TYPE
004235             END-IF
004236             IF ACH-CODE-DEBIT
004237                 MOVE 'D' TO RJW-TRANS-TYPE
004238             END-IF
004239             MOVE ACH-AMOUNT-X TO RJW-AMOUNT-X
004240             MOVE ACH-EFFECTIVE-DATE TO RJW-TRANS-DATE
004241             MOVE ACH-TRACE-NUMBER TO RJW-ITEM-REF
004242         WHEN 'RETURNS'
004243             MOVE RTN-CUST-ID TO RJW-CUST-ID
004244             MOVE 'R' TO RJW-TRANS-TYPE
004245             MOVE RTN-AMOUNT-X TO RJW-AMOUNT-X
004246             MOVE RTN-RETURN-DATE TO RJW-TRANS-DATE
004247             MOVE RTN-RETURN-REASON TO RJW-REASON-CODE
004248             MOVE RTN-ITEM-REF TO RJW-ITEM-REF
004249             MOVE RTN-ORIG-ITEM-DATE TO RJW-ORIG-ITEM-DATE
004250             MOVE WS-RETURN-FEE TO RJW-RETURN-FEE
004251     END-EVALUATE
004252     MOVE RJW-REASON-CODE TO RJW-LOGGED-REASON-CODE
004253     MOVE ZEROS TO RJW-ACTION-DATE
004254     MOVE ZEROS TO RJW-ACTION-TIME
004255     MOVE ZEROS TO RJW-REENTRY-BATCH
004256     MOVE ZEROS TO RJW-REENTRY-DATE
004257     WRITE REJECT-WORK-RECORD
004258         INVALID KEY
004259             DISPLAY 'REJECT NOT LOGGED TO REJECT WORK FILE - '
004260                 'STATUS ' WS-REJWORK-FILE-STATUS
004261             IF RETURN-CODE < 8
004262                 MOVE 8 TO RETURN-CODE
004263             END-IF
004264     END-WRITE.
004265
004266 3000-CLOSE-FILES.
004267     IF WS-BRANCH-PRESENT
004268         CLOSE BRANCH-FILE
004269     END-IF
004270     IF WS-LOCKBOX-PRESENT
004271         CLOSE LOCKBOX-FILE
004280     END-IF
004290     IF WS-ACH-PRESENT
004300         CLOSE ACH-FILE
004310     END-IF
004312     IF WS-RETURNS-PRESENT
004314         CLOSE RETURNS-FILE
004316     END-IF
004320     PERFORM 3010-WRITE-BATCH-TRAILER
004330     CLOSE TRANS-FILE
004340     PERFORM 3020-WRITE-REJECT-TRAILER
004350     CLOSE REJECT-REPORT
004355     CLOSE REJECT-WORK-FILE
004360     DISPLAY 'MERGED BATCH ' MRG-BATCH-NUMBER
004370         ' BUSINESS DATE ' WS-BUSINESS-DATE ' CUT'
004380     DISPLAY 'BRANCH RECORDS READ: ' WS-BRANCH-COUNT
004390     DISPLAY 'LOCKBOX RECORDS READ: ' WS-LOCKBOX-COUNT
004400     DISPLAY 'ACH RECORDS READ: ' WS-ACH-COUNT
004405     DISPLAY 'RETURNED ITEMS READ: ' WS-RETURNS-COUNT
004410     DISPLAY 'TRANSACTIONS MERGED: ' WS-MERGED-COUNT
004420     DISPLAY 'TRANSACTIONS REJECTED: ' WS-REJECT-COUNT
004430     IF WS-REJECT-COUNT > ZERO
004670            '  REJECTED: ' WS-REJECT-COUNT
004680         DELIMITED BY SIZE INTO REJECT-LINE
004690     WRITE REJECT-LINE.
004700
004710*****************************************************************
004720* 9800-REGISTER-STEP-START - the STEPCTL step-control file
004730* records which steps of the nightly schedule have run for the
004740* business date. The step is refused (RC 12) while its
004750* predecessor has not completed, or once it has already
004760* completed cleanly for the date, unless the STEPOVR rerun
004770* override card names this step and date. Otherwise it is
004780* registered as started before any of its own files are
004790* touched.
004800*****************************************************************
004810 9800-REGISTER-STEP-START.
004820     PERFORM 9810-READ-STEP-OVERRIDE
004830     OPEN I-O STEP-CONTROL-FILE
004840     IF WS-STEPCTL-FILE-STATUS = '35'
004850         OPEN OUTPUT STEP-CONTROL-FILE
004860         CLOSE STEP-CONTROL-FILE
004870         OPEN I-O STEP-CONTROL-FILE
004880     END-IF
004890     IF WS-STEPCTL-FILE-STATUS NOT = '00'
004900         DISPLAY 'ERROR OPENING STEP CONTROL FILE: '
004910             WS-STEPCTL-FILE-STATUS
004920         MOVE 16 TO RETURN-CODE
004930         STOP RUN
004940     END-IF
004950     PERFORM 9820-CHECK-PREDECESSOR THRU 9820-EXIT
004960     PERFORM 9830-CHECK-STEP-RERUN
004970     IF WS-STEP-REFUSED
004980         DISPLAY 'STEP ' WS-STEP-NAME
004990             ' REFUSED FOR BUSINESS DATE ' WS-BUSINESS-DATE
005000         MOVE 12 TO RETURN-CODE
005010         CLOSE STEP-CONTROL-FILE
005020         STOP RUN
005030     END-IF
005040     PERFORM 9840-WRITE-STEP-START
005050     CLOSE STEP-CONTROL-FILE.
005060
005070 9810-READ-STEP-OVERRIDE.
005080     MOVE SPACES TO STEP-OVERRIDE-RECORD
005090     OPEN INPUT STEP-OVERRIDE-FILE
005100     IF WS-STEPOVR-CARD-STATUS = '00'
005110         READ STEP-OVERRIDE-FILE
005120             AT END MOVE SPACES TO STEP-OVERRIDE-RECORD
005130         END-READ
005140         CLOSE STEP-OVERRIDE-FILE
005150     END-IF
005160     IF SOV-STEP-NAME NOT = SPACES
005170         IF (SOV-STEP-NAME = WS-STEP-NAME OR SOV-ALL-STEPS)
005180                 AND SOV-BUSINESS-DATE IS NUMERIC
005190                 AND SOV-BUSINESS-DATE = WS-BUSINESS-DATE
005200             SET WS-STEP-OVERRIDE TO TRUE
005210             DISPLAY 'RERUN OVERRIDE CARD ACCEPTED FOR STEP '
005220                 WS-STEP-NAME ' DATE ' WS-BUSINESS-DATE
005230         ELSE
005240             DISPLAY 'RERUN OVERRIDE CARD FOR ' SOV-STEP-NAME
005250                 ' DATE ' SOV-BUSINESS-DATE ' IGNORED'
005260         END-IF
005270     END-IF.
005280
005290*****************************************************************
005300* 9820-CHECK-PREDECESSOR - the step waits for its predecessor
005310* in the nightly schedule to show complete for the same date.
005320*****************************************************************
005330 9820-CHECK-PREDECESSOR.
005340     IF WS-PRED-STEP-NAME = SPACES
005350         GO TO 9820-EXIT
005360     END-IF
005370     MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
005380     MOVE WS-PRED-STEP-NAME TO STP-STEP-NAME
005390     READ STEP-CONTROL-FILE
005400         INVALID KEY
005410             MOVE SPACES TO STP-STATUS
005420     END-READ
005430     IF STP-COMPLETE
005440         GO TO 9820-EXIT
005450     END-IF
005460     IF WS-STEP-OVERRIDE
005470         DISPLAY 'PREDECESSOR ' WS-PRED-STEP-NAME
005480             ' NOT COMPLETE - OVERRIDDEN BY RERUN CARD'
005490     ELSE
005500         DISPLAY 'PREDECESSOR ' WS-PRED-STEP-NAME
005510             ' HAS NOT COMPLETED FOR ' WS-BUSINESS-DATE
005520         SET WS-STEP-REFUSED TO TRUE
005530     END-IF.
005540 9820-EXIT.
005550     EXIT.
005560
005570*****************************************************************
005580* 9830-CHECK-STEP-RERUN - a step already completed cleanly for
005590* the date is not run again without the rerun card; a step left
005600* started or failed by an earlier attempt is simply rerun.
005610*****************************************************************
005620 9830-CHECK-STEP-RERUN.
005630     MOVE 'N' TO WS-STEP-NEW-SW
005640     MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
005650     MOVE WS-STEP-NAME TO STP-STEP-NAME
005660     READ STEP-CONTROL-FILE
005670         INVALID KEY
005680             SET WS-STEP-NEW TO TRUE
005690     END-READ
005700     IF NOT WS-STEP-NEW AND STP-COMPLETE
005710         IF WS-STEP-OVERRIDE
005720             DISPLAY 'STEP ' WS-STEP-NAME ' ALREADY COMPLETE - '
005730                 'RERUN BY OVERRIDE CARD'
005740         ELSE
005750             DISPLAY 'STEP ' WS-STEP-NAME
005760                 ' ALREADY COMPLETED FOR ' WS-BUSINESS-DATE
005770                 ' WITH RC ' STP-RETURN-CODE
005780             SET WS-STEP-REFUSED TO TRUE
005790         END-IF
005800     END-IF.
005810
005820*****************************************************************
005830* 9840-WRITE-STEP-START - register the step as started; the run
005840* count shows how many attempts the step took for the date.
005850*****************************************************************
005860 9840-WRITE-STEP-START.
005870     IF WS-STEP-NEW
005880         MOVE SPACES TO STEP-CONTROL-RECORD
005890         MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
005900         MOVE WS-STEP-NAME TO STP-STEP-NAME
005910         MOVE ZEROS TO STP-RUN-COUNT
005920     END-IF
005930     SET STP-STARTED TO TRUE
005940     ACCEPT STP-START-DATE FROM DATE YYYYMMDD
005950     ACCEPT STP-START-TIME FROM TIME
005960     MOVE ZEROS TO STP-END-DATE STP-END-TIME STP-RETURN-CODE
005970     IF STP-RUN-COUNT < 999
005980         ADD 1 TO STP-RUN-COUNT
005990     END-IF
006000     IF WS-STEP-OVERRIDE
006010         SET STP-RUN-OVERRIDDEN TO TRUE
006020     ELSE
006030         MOVE 'N' TO STP-OVERRIDE-FLAG
006040     END-IF
006050     IF WS-STEP-NEW
006060         WRITE STEP-CONTROL-RECORD
006070     ELSE
006080         REWRITE STEP-CONTROL-RECORD
006090     END-IF
006100     IF WS-STEPCTL-FILE-STATUS NOT = '00'
006110         DISPLAY 'ERROR REGISTERING STEP START: '
006120             WS-STEPCTL-FILE-STATUS
006130         MOVE 16 TO RETURN-CODE
006140         CLOSE STEP-CONTROL-FILE
006150         STOP RUN
006160     END-IF.
006170
006180*****************************************************************
006190* 9900-REGISTER-STEP-END - record the end time and return code.
006200* Below RC 8 the step shows complete and its successor may
006210* start; at RC 8 and over it shows failed. A step that stops
006220* before it gets here stays registered as started.
006230*****************************************************************
006240 9900-REGISTER-STEP-END.
006250     OPEN I-O STEP-CONTROL-FILE
006260     IF WS-STEPCTL-FILE-STATUS NOT = '00'
006270         DISPLAY 'ERROR OPENING STEP CONTROL FILE: '
006280             WS-STEPCTL-FILE-STATUS ' - STEP END NOT REGISTERED'
006290         IF RETURN-CODE < 8
006300             MOVE 8 TO RETURN-CODE
006310         END-IF
006320         GO TO 9900-EXIT
006330     END-IF
006340     MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE
006350     MOVE WS-STEP-NAME TO STP-STEP-NAME
006360     READ STEP-CONTROL-FILE
006370         INVALID KEY
006380             DISPLAY 'STEP ' WS-STEP-NAME ' NOT ON STEP CONTROL '
006390                 'FILE - STEP END NOT REGISTERED'
006400             IF RETURN-CODE < 8
006410                 MOVE 8 TO RETURN-CODE
006420             END-IF
006430             CLOSE STEP-CONTROL-FILE
006440             GO TO 9900-EXIT
006450     END-READ
006460     ACCEPT STP-END-DATE FROM DATE YYYYMMDD
006470     ACCEPT STP-END-TIME FROM TIME
006480     MOVE RETURN-CODE TO STP-RETURN-CODE
006490     IF RETURN-CODE < 8
006500         SET STP-COMPLETE TO TRUE
006510     ELSE
006520         SET STP-FAILED TO TRUE
006530     END-IF
006540     REWRITE STEP-CONTROL-RECORD
006550     IF WS-STEPCTL-FILE-STATUS NOT = '00'
006560         DISPLAY 'ERROR REGISTERING STEP END: '
006570             WS-STEPCTL-FILE-STATUS
006580         IF RETURN-CODE < 8
006590             MOVE 8 TO RETURN-CODE
006600         END-IF
006610     ELSE
006620         DISPLAY 'STEP ' WS-STEP-NAME ' FOR ' WS-BUSINESS-DATE
006630             ' ENDED - STATUS ' STP-STATUS ' RC ' STP-RETURN-CODE
006640     END-IF
006650     CLOSE STEP-CONTROL-FILE.
006660 9900-EXIT.
006670     EXIT.
