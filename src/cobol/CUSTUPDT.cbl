000367*                 to the CYCLECTL cycle control file; the GL
000368*                 feed now appends per batch so a night of
000369*                 several batches reaches the ledger in full.
000370* 2026       SM   Post returned-item reversals: the original
000371*                 payment is found on HISTORY-FILE by its item
000372*                 reference, reversed for exactly its amount
000373*                 with a linked history entry and flagged so it
000374*                 cannot reverse twice; an optional returned-
000375*                 item fee follows. Unmatched and already-
000376*                 reversed returns go to the returns exception
000377*                 report. Payments carry their item reference
000378*                 onto history.
000379* 2026       SM   Log every reject to the shared REJWORK reject
000380*                 work file as well as the reject report, so
000381*                 it can be repaired on CREJ and re-entered.
000382* 2026       SM   Post the CUSTMERG balance transfer legs
000383*                 (reason MRG) to the merged account and past
000384*                 the credit limit; any other item against a
000385*                 merged account rejects naming its survivor.
000386* 2026       SM   Log each first hold of an over-limit debit to
000387*                 the keyed HOLDLOG suspense hold log, which the
000388*                 credit-line review scores accounts on.
000389* 2026       SM   Register start, completion and return code on
000390*                 the STEPCTL step-control file once the batch
000391*                 has proved, dated and cleared the posted-batch
000392*                 register. The run is refused until CUSTADJB has
000393*                 completed for the business date, unless a
000394*                 STEPOVR rerun override card is supplied. Each
000395*                 batch of the night posts under the one step;
000396*                 the posted-batch register still refuses a batch
000397*                 posted twice.
000398* 2026       SM   Post the CUSTRFND credit-balance refund debits
000399*                 (reason RFD) past the credit limit, and to a
000400*                 closed account that was not merged. A refund
000401*                 is not customer activity and leaves the
000402*                 activity date alone.
000403*****************************************************************
000404 IDENTIFICATION DIVISION.
000405 PROGRAM-ID. CUSTUPDT.
000406 AUTHOR. STORMER-MAINFRAMES.
000407 INSTALLATION. STORMER-MAINFRAMES-DATA-CENTER.
000410 DATE-WRITTEN. 2026.
000420 DATE-COMPILED. 2026.
000430
000920     SELECT HISTORY-FILE
000930         ASSIGN TO TRANHIST
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS DYNAMIC
000960         RECORD KEY IS HIST-KEY
000970         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000972
000987         ORGANIZATION IS LINE SEQUENTIAL
000988         FILE STATUS IS WS-CYCLECTL-FILE-STATUS.
000989
000990     SELECT RETURN-EXCEPTION-REPORT
000991         ASSIGN TO RTNEXCP
000992         ORGANIZATION IS LINE SEQUENTIAL
000993         FILE STATUS IS WS-RTNEXCP-FILE-STATUS.
000994
000995     SELECT REJECT-WORK-FILE
000996         ASSIGN TO REJWORK
000997         ORGANIZATION IS INDEXED
000998         ACCESS MODE IS DYNAMIC
000999         RECORD KEY IS RJW-KEY
001000         FILE STATUS IS WS-REJWORK-FILE-STATUS.
001001
001002     SELECT HOLD-LOG-FILE
001003         ASSIGN TO HOLDLOG
001004         ORGANIZATION IS INDEXED
001005         ACCESS MODE IS RANDOM
001006         RECORD KEY IS HLD-KEY
001007         FILE STATUS IS WS-HOLDLOG-FILE-STATUS.
001008
001009     SELECT STEP-CONTROL-FILE
001010         ASSIGN TO STEPCTL
001011         ORGANIZATION IS INDEXED
001012         ACCESS MODE IS RANDOM
001013         RECORD KEY IS STP-KEY
001014         FILE STATUS IS WS-STEPCTL-FILE-STATUS.
001015
001016     SELECT STEP-OVERRIDE-FILE
001017         ASSIGN TO STEPOVR
001018         ORGANIZATION IS LINE SEQUENTIAL
001019         FILE STATUS IS WS-STEPOVR-CARD-STATUS.
001020
001021 DATA DIVISION.
001022 FILE SECTION.
001023 FD  CUSTOMER-FILE
001024     RECORD CONTAINS 76 CHARACTERS.
001030     COPY CUSTREC.
001040
001050 FD  TRANS-FILE
001415     05  PCK-SUSPENSE-BATCH-NO      PIC 9(06).
001416     05  PCK-SUSPENSE-HASH         PIC S9(13)V99
001417                                    SIGN TRAILING SEPARATE.
001418     05  PCK-RETURN-EXCP-COUNT      PIC 9(06).
001419     05  FILLER                     PIC X(02).
001420
001421 FD  CYCLE-CONTROL-FILE
001422     RECORD CONTAINS 80 CHARACTERS.
001423     COPY CYCLECTL.
001424
001425 FD  RETURN-EXCEPTION-REPORT
001426     RECORD CONTAINS 132 CHARACTERS.
001427 01  RETURN-EXCEPTION-LINE          PIC X(132).
001428
001429 FD  REJECT-WORK-FILE
001430     RECORD CONTAINS 200 CHARACTERS.
001431     COPY REJWORK.
001432
001433 FD  HOLD-LOG-FILE
001434     RECORD CONTAINS 60 CHARACTERS.
001435     COPY HOLDLOG.
001436
001437 FD  STEP-CONTROL-FILE
001438     RECORD CONTAINS 80 CHARACTERS.
001439     COPY STEPCTL.
001440
001441 FD  STEP-OVERRIDE-FILE
001442     RECORD CONTAINS 80 CHARACTERS.
001443     COPY STEPOVR.
001444
001445 WORKING-STORAGE SECTION.
001446 77  WS-CUSTOMER-FILE-STATUS        PIC XX VALUE SPACES.
001447 77  WS-TRANS-FILE-STATUS           PIC XX VALUE SPACES.
001448 77  WS-POSTING-FILE-STATUS         PIC XX VALUE SPACES.
001450 77  WS-REJECT-FILE-STATUS          PIC XX VALUE SPACES.
001460 77  WS-SUSPENSE-FILE-STATUS        PIC XX VALUE SPACES.
001470 77  WS-REFERRAL-FILE-STATUS        PIC XX VALUE SPACES.
001480 77  WS-PSTBATCH-FILE-STATUS        PIC XX VALUE SPACES.
001490 77  WS-GL-FILE-STATUS              PIC XX VALUE SPACES.
001491 77  WS-HISTORY-FILE-STATUS         PIC XX VALUE SPACES.
001492 77  WS-DATECTL-FILE-STATUS         PIC XX VALUE SPACES.
001493 77  WS-STEPCTL-FILE-STATUS         PIC XX VALUE SPACES.
001494 77  WS-STEPOVR-CARD-STATUS         PIC XX VALUE SPACES.
001495 77  WS-STEP-NAME                   PIC X(08) VALUE 'CUSTUPDT'.
001496 77  WS-PRED-STEP-NAME              PIC X(08) VALUE 'CUSTADJB'.
001497 77  WS-STEP-OVERRIDE-SW            PIC X  VALUE 'N'.
001498     88  WS-STEP-OVERRIDE               VALUE 'Y'.
001499 77  WS-STEP-REFUSED-SW             PIC X  VALUE 'N'.
001500     88  WS-STEP-REFUSED                VALUE 'Y'.
001501 77  WS-STEP-NEW-SW                 PIC X  VALUE 'N'.
001502     88  WS-STEP-NEW                    VALUE 'Y'.
001504 77  WS-CONTROL-DATE                PIC 9(08) VALUE ZEROS.
001505 77  WS-CHECKPOINT-FILE-STATUS      PIC XX VALUE SPACES.
001506 77  WS-CHKP-EOF-FLAG               PIC X  VALUE 'N'.
001535     05  SCK-SUSPENSE-BATCH-NO      PIC 9(06).
001536     05  SCK-SUSPENSE-HASH         PIC S9(13)V99
001537                                    SIGN TRAILING SEPARATE.
001538     05  SCK-RETURN-EXCP-COUNT      PIC 9(06).
001539     05  FILLER                     PIC X(02).
001540
001541 77  WS-CYCLECTL-FILE-STATUS        PIC XX VALUE SPACES.
001542 77  WS-RTNEXCP-FILE-STATUS         PIC XX VALUE SPACES.
001543 77  WS-REJWORK-FILE-STATUS         PIC XX VALUE SPACES.
001544 77  WS-REJWORK-SEQ                 PIC 9(06) VALUE ZEROS.
001545 77  WS-REJWORK-SCAN-DONE-SW        PIC X  VALUE 'N'.
001546     88  WS-REJWORK-SCAN-DONE           VALUE 'Y'.
001547 77  WS-HOLDLOG-FILE-STATUS         PIC XX VALUE SPACES.
001548 77  WS-NEW-HOLD-SW                 PIC X  VALUE 'N'.
001549     88  WS-NEW-HOLD                    VALUE 'Y'.
001550 77  WS-HOLD-LOGGED-SW              PIC X  VALUE 'N'.
001551     88  WS-HOLD-LOGGED                 VALUE 'Y'.
001552 77  WS-HOLD-LOG-FAILED-SW          PIC X  VALUE 'N'.
001553     88  WS-HOLD-LOG-FAILED             VALUE 'Y'.
001554
001555 77  WS-EOF-FLAG                    PIC X  VALUE 'N'.
001556     88  WS-EOF                         VALUE 'Y'.
001557
001558 77  WS-TRANS-COUNT                 PIC 9(06) VALUE ZEROS.
001560 77  WS-POSTED-COUNT                PIC 9(06) VALUE ZEROS.
001570 77  WS-REJECT-COUNT                PIC 9(06) VALUE ZEROS.
001580 77  WS-SUSPENDED-COUNT             PIC 9(06) VALUE ZEROS.
001690 77  WS-NEW-BALANCE            PIC S9(9)V99 COMP-3 VALUE ZERO.
001700 77  WS-SIGNED-AMOUNT          PIC S9(7)V99 COMP-3 VALUE ZERO.
001710 77  WS-CONTROL-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
001711
001712*-----------------------------------------------------------------
001713* What the posting paragraphs apply - the transaction itself,
001714* or the reversal and returned-item fee a returned item raises
001715* against the original posting it names.
001716*-----------------------------------------------------------------
001717 77  WS-POSTING-KIND-SW             PIC X  VALUE 'N'.
001718     88  WS-POSTING-NORMAL              VALUE 'N'.
001719     88  WS-POSTING-REVERSAL            VALUE 'R'.
001720     88  WS-POSTING-FEE                 VALUE 'F'.
001721 77  WS-POST-TYPE                   PIC X(01) VALUE SPACE.
001722 77  WS-POST-AMOUNT            PIC S9(7)V99 COMP-3 VALUE ZERO.
001723 77  WS-POSTED-SW                   PIC X  VALUE 'N'.
001724     88  WS-POSTING-APPLIED             VALUE 'Y'.
001725 77  WS-ORIGINAL-FOUND-SW           PIC X  VALUE 'N'.
001726     88  WS-ORIGINAL-FOUND              VALUE 'Y'.
001727 77  WS-REVERSED-SEEN-SW            PIC X  VALUE 'N'.
001728     88  WS-REVERSED-SEEN               VALUE 'Y'.
001729 77  WS-HIST-BROWSE-DONE-SW         PIC X  VALUE 'N'.
001730     88  WS-HIST-BROWSE-DONE            VALUE 'Y'.
001731 01  WS-ORIG-HIST-KEY.
001732     05  WS-ORIG-CUST-ID            PIC 9(06).
001733     05  WS-ORIG-TRANS-DATE         PIC 9(08).
001734     05  WS-ORIG-SEQ-NO             PIC 9(04).
001735 77  WS-ORIG-TRANS-TYPE             PIC X(01) VALUE SPACE.
001736 77  WS-REVERSAL-COUNT              PIC 9(06) VALUE ZEROS.
001737 77  WS-RETURN-FEE-COUNT            PIC 9(06) VALUE ZEROS.
001738 77  WS-RETURN-EXCP-COUNT           PIC 9(06) VALUE ZEROS.
001739
001740*-----------------------------------------------------------------
001750* Batch header/trailer balancing and posted-batch protection
001760*-----------------------------------------------------------------
002340     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
002350         UNTIL WS-EOF
002360     PERFORM 3000-CLOSE-FILES THRU 3000-EXIT
002365     PERFORM 9900-REGISTER-STEP-END THRU 9900-EXIT
002370     STOP RUN.
002380
002390 1000-OPEN-FILES.
002545     PERFORM 1140-CHECK-CYCLE-DATE
002550     PERFORM 1150-CHECK-POSTED-BATCHES
002555     PERFORM 1170-CHECK-RESTART-CHECKPOINT
002557     PERFORM 9800-REGISTER-STEP-START
002560     CLOSE TRANS-FILE
002570     OPEN INPUT TRANS-FILE
002580     IF WS-TRANS-FILE-STATUS NOT = '00'
002800         STOP RUN
002810     END-IF
002820     PERFORM 1015-OPEN-SUSPENSE-FILES
002825     PERFORM 1019-OPEN-RETURN-EXCEPTIONS
002830     PERFORM 1020-OPEN-HISTORY-FILE
002832     PERFORM 1025-OPEN-CHECKPOINT-FILE
002833     PERFORM 1026-OPEN-REJECT-WORK
002834     PERFORM 1028-OPEN-HOLD-LOG
002835*    Each batch of the night appends its own GL feed - the GL
002836*    extract job sweeps the file once the morning sheet proves
002838*    the cycle, so one night's several batches all reach the
002840*    ledger and the balancing step in full.
002880         MOVE 16 TO RETURN-CODE
002890         CLOSE CUSTOMER-FILE TRANS-FILE POSTING-REGISTER
002900             REJECT-FILE SUSPENSE-FILE REFERRAL-REPORT
002910             HISTORY-FILE RETURN-EXCEPTION-REPORT
002912             POSTING-CHECKPOINT-FILE REJECT-WORK-FILE
002915             HOLD-LOG-FILE
002920         STOP RUN
002930     END-IF.
002940 1000-EXIT.
003970             END-IF
003980     END-READ.
003990
003991*****************************************************************
003992* 1019-OPEN-RETURN-EXCEPTIONS - returned items that cannot be
003993* matched to an original posting, or whose original was already
003994* reversed, are listed here instead of posting. A restart
003995* extends the night's report like the other outputs.
003996*****************************************************************
003997 1019-OPEN-RETURN-EXCEPTIONS.
003998     IF WS-RESTARTING
003999         OPEN EXTEND RETURN-EXCEPTION-REPORT
004000     ELSE
004001         OPEN OUTPUT RETURN-EXCEPTION-REPORT
004002     END-IF
004003     IF WS-RTNEXCP-FILE-STATUS NOT = '00'
004004         DISPLAY 'ERROR OPENING RETURNS EXCEPTION REPORT: '
004005             WS-RTNEXCP-FILE-STATUS
004006         MOVE 16 TO RETURN-CODE
004007         CLOSE CUSTOMER-FILE TRANS-FILE POSTING-REGISTER
004008             REJECT-FILE SUSPENSE-FILE REFERRAL-REPORT
004009         STOP RUN
004010     END-IF
004011     IF NOT WS-RESTARTING
004012         MOVE SPACES TO RETURN-EXCEPTION-LINE
004013         STRING 'RETURNED ITEM EXCEPTION REPORT - BATCH '
004014                WS-BATCH-NUMBER
004015                '  BUSINESS DATE: ' WS-BUSINESS-DATE
004016             DELIMITED BY SIZE INTO RETURN-EXCEPTION-LINE
004017         WRITE RETURN-EXCEPTION-LINE
004018     END-IF.
004019
004021 1020-OPEN-HISTORY-FILE.
004023     OPEN I-O HISTORY-FILE
004025     IF WS-HISTORY-FILE-STATUS = '35'
004030         OPEN OUTPUT HISTORY-FILE
004040         CLOSE HISTORY-FILE
004050         OPEN I-O HISTORY-FILE
004100         MOVE 16 TO RETURN-CODE
004110         CLOSE CUSTOMER-FILE TRANS-FILE POSTING-REGISTER
004120             SUSPENSE-FILE REFERRAL-REPORT
004130             REJECT-FILE RETURN-EXCEPTION-REPORT
004140         STOP RUN
004150     END-IF.
004151
004166         MOVE 16 TO RETURN-CODE
004167         CLOSE CUSTOMER-FILE TRANS-FILE POSTING-REGISTER
004168             REJECT-FILE SUSPENSE-FILE REFERRAL-REPORT
004169             HISTORY-FILE RETURN-EXCEPTION-REPORT
004170         STOP RUN
004171     END-IF.
004172
004173*****************************************************************
004174* 1026-OPEN-REJECT-WORK - every reject is also logged to the
004175* shared reject work file for repair on the CREJ screen. The
004176* file is created on first use, and tonight's CUSTUPDT items
004177* continue the sequence after any already logged, so a second
004178* batch of the night or a restart never collides on a key.
004179*****************************************************************
004180 1026-OPEN-REJECT-WORK.
004181     OPEN I-O REJECT-WORK-FILE
004182     IF WS-REJWORK-FILE-STATUS = '35'
004183         OPEN OUTPUT REJECT-WORK-FILE
004184         CLOSE REJECT-WORK-FILE
004185         OPEN I-O REJECT-WORK-FILE
004186     END-IF
004187     IF WS-REJWORK-FILE-STATUS NOT = '00'
004188         DISPLAY 'ERROR OPENING REJECT WORK FILE: '
004189             WS-REJWORK-FILE-STATUS
004190         MOVE 16 TO RETURN-CODE
004191         CLOSE CUSTOMER-FILE TRANS-FILE POSTING-REGISTER
004192             REJECT-FILE SUSPENSE-FILE REFERRAL-REPORT
004193             HISTORY-FILE RETURN-EXCEPTION-REPORT
004194             POSTING-CHECKPOINT-FILE
004195         STOP RUN
004196     END-IF
004197     MOVE ZEROS TO WS-REJWORK-SEQ
004198     MOVE 'N' TO WS-REJWORK-SCAN-DONE-SW
004199     MOVE WS-CONTROL-DATE TO RJW-REJECT-DATE
004200     MOVE 'CUSTUPDT' TO RJW-SOURCE-PGM
004201     MOVE ZEROS TO RJW-SEQ-NO
004202     START REJECT-WORK-FILE KEY IS NOT LESS THAN RJW-KEY
004203         INVALID KEY
004204             SET WS-REJWORK-SCAN-DONE TO TRUE
004205     END-START
004206     PERFORM 1027-SCAN-REJECT-SEQ
004207         UNTIL WS-REJWORK-SCAN-DONE.
004208
004209*****************************************************************
004210* 1028-OPEN-HOLD-LOG - every first hold of an over-limit
004211* debit is logged for the credit-line review; the log is
004212* created on first use.
004213*****************************************************************
004214 1028-OPEN-HOLD-LOG.
004215     OPEN I-O HOLD-LOG-FILE
004216     IF WS-HOLDLOG-FILE-STATUS = '35'
004217         OPEN OUTPUT HOLD-LOG-FILE
004218         CLOSE HOLD-LOG-FILE
004219         OPEN I-O HOLD-LOG-FILE
004220     END-IF
004221     IF WS-HOLDLOG-FILE-STATUS NOT = '00'
004222         DISPLAY 'ERROR OPENING SUSPENSE HOLD LOG: '
004223             WS-HOLDLOG-FILE-STATUS
004224         MOVE 16 TO RETURN-CODE
004225         CLOSE CUSTOMER-FILE TRANS-FILE POSTING-REGISTER
004226             REJECT-FILE SUSPENSE-FILE REFERRAL-REPORT
004227             HISTORY-FILE RETURN-EXCEPTION-REPORT
004228             POSTING-CHECKPOINT-FILE REJECT-WORK-FILE
004229         STOP RUN
004230     END-IF.
004231
004232 1027-SCAN-REJECT-SEQ.
004233     READ REJECT-WORK-FILE NEXT RECORD
004234         AT END
004235             SET WS-REJWORK-SCAN-DONE TO TRUE
004236         NOT AT END
004237             IF RJW-REJECT-DATE NOT = WS-CONTROL-DATE
004238                     OR RJW-SOURCE-PGM NOT = 'CUSTUPDT'
004239                 SET WS-REJWORK-SCAN-DONE TO TRUE
004240             ELSE
004241                 MOVE RJW-SEQ-NO TO WS-REJWORK-SEQ
004242             END-IF
004243     END-READ.
004244
004245*****************************************************************
004246* 1100-VERIFY-BATCH - first pass over TRANS-FILE before a
004247* single record posts: the batch header must lead the file,
004248* the trailer must end it, and the detail record count and
004249* hash total of TRANS-AMOUNT must prove to the trailer.
004250* Anything out of balance stops the run cold.
004251*****************************************************************
004252 1100-VERIFY-BATCH.
004253     READ TRANS-FILE
004260         AT END
004270             DISPLAY 'TRANS FILE IS EMPTY - NO BATCH HEADER'
004280             MOVE 16 TO RETURN-CODE
005773         MOVE SCK-GL-CREDIT-COUNT TO WS-GL-CREDIT-COUNT
005774         MOVE SCK-SUSPENSE-BATCH-NO TO WS-SUSPENSE-BATCH-NO
005775         MOVE SCK-SUSPENSE-HASH TO WS-SUSPENSE-HASH
005776         IF SCK-RETURN-EXCP-COUNT IS NUMERIC
005777             MOVE SCK-RETURN-EXCP-COUNT TO WS-RETURN-EXCP-COUNT
005778         END-IF
005779         DISPLAY 'RESTARTING BATCH ' WS-BATCH-NUMBER
005780             ' AFTER ' WS-RESUME-SKIP-COUNT
005781             ' COMPLETED TRANSACTIONS'
005782     END-IF.
005783
005784*****************************************************************
005785* 1180-READ-NEXT-CHECKPOINT - each record read is saved off to
005786* working storage at once; after end-of-file the FD record
005787* area is not dependable, and the restart decision runs off
005788* the saved copy.
005789*****************************************************************
005790 1180-READ-NEXT-CHECKPOINT.
005791     READ POSTING-CHECKPOINT-FILE
005792         AT END
005793             SET WS-CHKP-EOF TO TRUE
005794         NOT AT END
005795             SET WS-HAVE-CHECKPOINT TO TRUE
005796             MOVE POSTING-CHECKPOINT-RECORD
005797                 TO WS-SAVED-CHECKPOINT
005798     END-READ.
005799
005800 2000-PROCESS-TRANSACTIONS.
005801     READ TRANS-FILE
005802         AT END
005803             SET WS-EOF TO TRUE
005804         NOT AT END
005806             IF BCH-CONTROL-RECORD
005808                     AND (BCH-TYPE-HEADER OR BCH-TYPE-TRAILER)
005980             PERFORM 2900-WRITE-REJECT
005990         NOT INVALID KEY
006000             IF CUST-STATUS-CLOSED
006002                     AND NOT (TRANS-REASON-MERGE
006004                         AND CUST-SUCCESSOR-ID IS NUMERIC
006006                         AND CUST-SUCCESSOR-ID > ZERO)
006008                     AND NOT (TRANS-REASON-REFUND
006010                         AND TRANS-TYPE-DEBIT
006012                         AND (CUST-SUCCESSOR-ID IS NOT NUMERIC
006014                             OR CUST-SUCCESSOR-ID = ZERO))
006016                 PERFORM 2120-SET-CLOSED-REASON
006020                 PERFORM 2900-WRITE-REJECT
006030             ELSE
006040             IF TRANS-TYPE-DEBIT OR TRANS-TYPE-CREDIT
006060                 IF WS-OVER-LIMIT
006070                     PERFORM 2600-SUSPEND-TRANSACTION
006080                 ELSE
006082                     SET WS-POSTING-NORMAL TO TRUE
006084                     MOVE TRANS-TYPE TO WS-POST-TYPE
006086                     MOVE TRANS-AMOUNT TO WS-POST-AMOUNT
006090                     PERFORM 2200-APPLY-TRANSACTION
006100                 END-IF
006102             ELSE
006104             IF TRANS-TYPE-REVERSAL
006106                 PERFORM 2700-REVERSE-RETURNED-ITEM
006110             ELSE
006120                 MOVE 'INVALID TRANSACTION TYPE' TO
006130                     WS-REJECT-REASON
006140                 PERFORM 2900-WRITE-REJECT
006150             END-IF
006160             END-IF
006165             END-IF
006170     END-READ.
006171
006172*****************************************************************
006173* 2120-SET-CLOSED-REASON - an account closed by the duplicate
006174* merge names its survivor, so the item can be re-keyed to the
006175* surviving CUST-ID on CREJ; only the merge's own transfer
006176* legs (reason MRG) still post to it. A closed account that
006177* was not merged still takes its credit-balance refund debit
006178* (reason RFD), which pays out what it is owed.
006179*****************************************************************
006180 2120-SET-CLOSED-REASON.
006181     IF CUST-SUCCESSOR-ID IS NUMERIC
006182             AND CUST-SUCCESSOR-ID > ZERO
006183         MOVE SPACES TO WS-REJECT-REASON
006184         STRING 'ACCOUNT MERGED INTO ' CUST-SUCCESSOR-ID
006185             DELIMITED BY SIZE INTO WS-REJECT-REASON
006186     ELSE
006187         MOVE 'ACCOUNT CLOSED' TO WS-REJECT-REASON
006188     END-IF.
006189
006190*****************************************************************
006200* 2150-CHECK-CREDIT-LIMIT - a debit may not push the balance
006210* past CUST-CREDIT-LIMIT (balance above limit is over, the
006230* always post; so does a debit when the limit field is not
006240* usable or has never been set, which the exception report
006250* already flags - a zero limit means no limit on file, not a
006260* frozen account. A merge transfer leg (reason MRG) moves an
006262* existing balance between two accounts of one customer, so
006264* it is never held; nor is a refund debit (reason RFD), whose
006267* check has already gone to accounts payable.
006270*****************************************************************
006280 2150-CHECK-CREDIT-LIMIT.
006290     MOVE 'N' TO WS-OVER-LIMIT-SW
006300     IF TRANS-TYPE-DEBIT
006305             AND NOT TRANS-REASON-MERGE
006307             AND NOT TRANS-REASON-REFUND
006310             AND CUST-CREDIT-LIMIT IS NUMERIC
006320             AND CUST-CREDIT-LIMIT > ZERO
006330         IF CUST-BALANCE + TRANS-AMOUNT > CUST-CREDIT-LIMIT
006350         END-IF
006360     END-IF.
006370
006372*****************************************************************
006373* 2200-APPLY-TRANSACTION - post WS-POST-AMOUNT as a debit or
006374* credit per WS-POST-TYPE; the caller sets both, from the
006375* transaction itself or from the reversal or fee a returned
006376* item raises. A returned item is not customer activity, nor
006377* is a refund, so only an ordinary posting other than a
006378* refund refreshes the activity date.
006379*****************************************************************
006380 2200-APPLY-TRANSACTION.
006385     MOVE 'N' TO WS-POSTED-SW
006390     MOVE CUST-BALANCE TO WS-OLD-BALANCE
006400     IF WS-POST-TYPE = 'D'
006410         MOVE WS-POST-AMOUNT TO WS-SIGNED-AMOUNT
006420     ELSE
006430         COMPUTE WS-SIGNED-AMOUNT = WS-POST-AMOUNT * -1
006440     END-IF
006450     COMPUTE WS-NEW-BALANCE = WS-OLD-BALANCE + WS-SIGNED-AMOUNT
006460     MOVE WS-NEW-BALANCE TO CUST-BALANCE
006465     IF WS-POSTING-NORMAL AND NOT TRANS-REASON-REFUND
006470         MOVE WS-BUSINESS-DATE TO CUST-LAST-ACTIVITY-DATE
006475     END-IF
006480     REWRITE CUSTOMER-RECORD
006490         INVALID KEY
006500             MOVE 'REWRITE FAILED ON MASTER' TO WS-REJECT-REASON
006510             PERFORM 2900-WRITE-REJECT
006520         NOT INVALID KEY
006525             SET WS-POSTING-APPLIED TO TRUE
006530             ADD 1 TO WS-POSTED-COUNT
006540             ADD WS-SIGNED-AMOUNT TO WS-CONTROL-TOTAL
006550             IF WS-POST-TYPE = 'D'
006560                 ADD WS-POST-AMOUNT TO WS-GL-DEBIT-TOTAL
006570                 ADD 1 TO WS-GL-DEBIT-COUNT
006580             ELSE
006590                 ADD WS-POST-AMOUNT TO WS-GL-CREDIT-TOTAL
006600                 ADD 1 TO WS-GL-CREDIT-COUNT
006610             END-IF
006620             PERFORM 2300-WRITE-POSTING-LINE
006740            '  TRAN AMT: ' WS-DISPLAY-AMOUNT
006750            '  NEW BAL: ' WS-DISPLAY-NEW-BALANCE
006760            '  CONTROL TOTAL: ' WS-DISPLAY-CONTROL-TOTAL
006761         DELIMITED BY SIZE INTO POSTING-LINE
006762     WRITE POSTING-LINE
006763     IF WS-POSTING-REVERSAL
006764         MOVE SPACES TO POSTING-LINE
006765         STRING '   RETURNED ITEM ' TRANS-ITEM-REF
006766                ' REVERSES POSTING OF ' WS-ORIG-TRANS-DATE
006767                ' SEQ ' WS-ORIG-SEQ-NO
006768                '  RETURN REASON: ' TRANS-REASON-CODE
006769             DELIMITED BY SIZE INTO POSTING-LINE
006770         WRITE POSTING-LINE
006771     ELSE
006772     IF WS-POSTING-FEE
006773         MOVE SPACES TO POSTING-LINE
006774         STRING '   RETURNED-ITEM FEE FOR ITEM ' TRANS-ITEM-REF
006775             DELIMITED BY SIZE INTO POSTING-LINE
006776         WRITE POSTING-LINE
006777     ELSE
006782     IF TRANS-REASON-CODE NOT = SPACES
006784         MOVE SPACES TO POSTING-LINE
006786         STRING '   ADJUSTMENT REASON: ' TRANS-REASON-CODE
006788             DELIMITED BY SIZE INTO POSTING-LINE
006790         WRITE POSTING-LINE
006791     END-IF
006792     END-IF
006793     END-IF.
006794
006800*****************************************************************
006810* 2400-WRITE-HISTORY - capture the posted transaction on the
006830* reconciliation and statement cycles line up even when a held
006840* transaction posts nights after it was incurred; the original
006850* transaction date rides along. The sequence number steps past
006860* any earlier postings for the same customer and date. An
006862* ordinary posting keeps its item reference; a reversal or
006864* returned-item fee carries the link to the original instead.
006870*****************************************************************
006880 2400-WRITE-HISTORY.
006890     MOVE SPACES TO HISTORY-RECORD
006910     MOVE WS-BUSINESS-DATE TO HIST-TRANS-DATE
006920     MOVE TRANS-DATE TO HIST-ORIG-TRANS-DATE
006930     MOVE 1 TO HIST-SEQ-NO
006940     MOVE WS-POST-TYPE TO HIST-TRANS-TYPE
006950     MOVE WS-POST-AMOUNT TO HIST-TRANS-AMOUNT
006952     IF WS-POSTING-NORMAL
006954         MOVE TRANS-ITEM-REF TO HIST-ITEM-REF
006955     ELSE
006956         MOVE WS-ORIG-TRANS-DATE TO HIST-LINK-TRANS-DATE
006957         MOVE WS-ORIG-SEQ-NO TO HIST-LINK-SEQ-NO
006958         MOVE WS-POSTING-KIND-SW TO HIST-REVERSAL-FLAG
006959     END-IF
006960     MOVE WS-OLD-BALANCE TO HIST-OLD-BALANCE
006970     MOVE WS-NEW-BALANCE TO HIST-NEW-BALANCE
006980     MOVE 'N' TO WS-HISTORY-WRITTEN-SW
007370*****************************************************************
007380 2600-SUSPEND-TRANSACTION.
007390     IF WS-SUSPENDED-COUNT = ZERO
007391         PERFORM 1016-WRITE-SUSPENSE-HEADER
007392     END-IF
007393     MOVE 'N' TO WS-NEW-HOLD-SW
007394     IF TRANS-HOLD-DATE IS NOT NUMERIC
007395         MOVE WS-BUSINESS-DATE TO TRANS-HOLD-DATE
007396         SET WS-NEW-HOLD TO TRUE
007397     END-IF
007398     ADD 1 TO WS-SUSPENDED-COUNT
007399     ADD TRANS-AMOUNT TO WS-SUSPENSE-HASH
007400     MOVE TRANSACTION-RECORD TO SUSPENSE-RECORD
007401     WRITE SUSPENSE-RECORD
007402     MOVE TRANS-AMOUNT TO WS-DISPLAY-AMOUNT
007403     MOVE CUST-BALANCE TO WS-DISPLAY-OLD-BALANCE
007404     MOVE CUST-CREDIT-LIMIT TO WS-DISPLAY-LIMIT
007405     MOVE SPACES TO REFERRAL-LINE
007406     STRING 'CUST-ID: ' TRANS-CUST-ID
007407            '  HELD DEBIT: ' WS-DISPLAY-AMOUNT
007408            '  BALANCE: ' WS-DISPLAY-OLD-BALANCE
007409            '  LIMIT: ' WS-DISPLAY-LIMIT
007410         DELIMITED BY SIZE INTO REFERRAL-LINE
007411     WRITE REFERRAL-LINE
007412     IF WS-NEW-HOLD
007413         PERFORM 2610-LOG-NEW-HOLD
007414     END-IF.
007415
007416*****************************************************************
007417* 2610-LOG-NEW-HOLD - record the first hold of the item on the
007418* suspense hold log; the sequence steps past any earlier hold
007419* for the same customer and date, as the history write does.
007420* A failed log write is reported but does not stop posting.
007421*****************************************************************
007422 2610-LOG-NEW-HOLD.
007423     MOVE SPACES TO HOLD-LOG-RECORD
007424     MOVE TRANS-CUST-ID TO HLD-CUST-ID
007425     MOVE WS-BUSINESS-DATE TO HLD-HOLD-DATE
007426     MOVE 1 TO HLD-SEQ-NO
007427     MOVE TRANS-AMOUNT TO HLD-TRANS-AMOUNT
007428     MOVE TRANS-DATE TO HLD-TRANS-DATE
007429     MOVE CUST-BALANCE TO HLD-BALANCE
007430     MOVE CUST-CREDIT-LIMIT TO HLD-CREDIT-LIMIT
007431     MOVE WS-BATCH-NUMBER TO HLD-BATCH-NUMBER
007432     MOVE 'N' TO WS-HOLD-LOGGED-SW
007433     MOVE 'N' TO WS-HOLD-LOG-FAILED-SW
007434     PERFORM 2615-WRITE-HOLD-LOG
007435         UNTIL WS-HOLD-LOGGED OR WS-HOLD-LOG-FAILED
007436     IF WS-HOLD-LOG-FAILED
007437         DISPLAY 'HOLD LOG WRITE FAILED FOR CUST-ID '
007438             HLD-CUST-ID ' DATE ' HLD-HOLD-DATE
007439             ' STATUS ' WS-HOLDLOG-FILE-STATUS
007440         IF RETURN-CODE < 4
007441             MOVE 4 TO RETURN-CODE
007442         END-IF
007443     END-IF.
007444
007445 2615-WRITE-HOLD-LOG.
007446     WRITE HOLD-LOG-RECORD
007447     EVALUATE WS-HOLDLOG-FILE-STATUS
007448         WHEN '00'
007449             SET WS-HOLD-LOGGED TO TRUE
007450         WHEN '22'
007451             IF HLD-SEQ-NO = 9999
007452                 SET WS-HOLD-LOG-FAILED TO TRUE
007453             ELSE
007454                 ADD 1 TO HLD-SEQ-NO
007455             END-IF
007456         WHEN OTHER
007457             SET WS-HOLD-LOG-FAILED TO TRUE
007458     END-EVALUATE.
007459
007460*****************************************************************
007461* 2700-REVERSE-RETURNED-ITEM - a returned ACH entry or bounced
007462* check undoes exactly the posting it names. The original is
007463* found on HISTORY-FILE and reversed for its own amount in the
007464* opposite direction - no limit check, the money never
007465* arrived - then flagged so a second return of the same item
007466* is refused. The returned-item fee posts only behind a
007467* reversal that did.
007468*****************************************************************
007469 2700-REVERSE-RETURNED-ITEM.
007470     PERFORM 2710-FIND-ORIGINAL-POSTING
007471     IF NOT WS-ORIGINAL-FOUND
007472         IF WS-REVERSED-SEEN
007473             MOVE 'ORIGINAL ITEM ALREADY REVERSED'
007474                 TO WS-REJECT-REASON
007475         ELSE
007476             MOVE 'NO MATCHING ORIGINAL POSTING ON HISTORY'
007477                 TO WS-REJECT-REASON
007478         END-IF
007479         PERFORM 2790-WRITE-RETURN-EXCEPTION
007480     ELSE
007481         SET WS-POSTING-REVERSAL TO TRUE
007482         IF WS-ORIG-TRANS-TYPE = 'C'
007483             MOVE 'D' TO WS-POST-TYPE
007484         ELSE
007485             MOVE 'C' TO WS-POST-TYPE
007486         END-IF
007487         MOVE TRANS-AMOUNT TO WS-POST-AMOUNT
007488         PERFORM 2200-APPLY-TRANSACTION
007489         IF WS-POSTING-APPLIED
007490             ADD 1 TO WS-REVERSAL-COUNT
007491             PERFORM 2720-MARK-ORIGINAL-REVERSED
007492             IF TRANS-RETURN-FEE IS NUMERIC
007493                     AND TRANS-RETURN-FEE > ZERO
007494                 SET WS-POSTING-FEE TO TRUE
007495                 MOVE 'D' TO WS-POST-TYPE
007496                 MOVE TRANS-RETURN-FEE TO WS-POST-AMOUNT
007497                 PERFORM 2200-APPLY-TRANSACTION
007498                 IF WS-POSTING-APPLIED
007499                     ADD 1 TO WS-RETURN-FEE-COUNT
007500                 END-IF
007501             END-IF
007502         END-IF
007503     END-IF.
007504
007505*****************************************************************
007506* 2710-FIND-ORIGINAL-POSTING - browse the customer's history
007507* from the top of its key range for an ordinary posting with
007508* the same item reference and amount (and original item date,
007509* when the bank sent one). The first unreversed match wins; a
007510* match already flagged reversed is only remembered, so the
007511* exception can say why the return did not post.
007512*****************************************************************
007513 2710-FIND-ORIGINAL-POSTING.
007514     MOVE 'N' TO WS-ORIGINAL-FOUND-SW
007515     MOVE 'N' TO WS-REVERSED-SEEN-SW
007516     MOVE 'N' TO WS-HIST-BROWSE-DONE-SW
007517     MOVE TRANS-CUST-ID TO HIST-CUST-ID
007518     MOVE ZEROS TO HIST-TRANS-DATE
007519     MOVE ZEROS TO HIST-SEQ-NO
007520     START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
007521         INVALID KEY
007522             SET WS-HIST-BROWSE-DONE TO TRUE
007523     END-START
007524     PERFORM 2715-READ-NEXT-CANDIDATE
007525         UNTIL WS-HIST-BROWSE-DONE.
007526
007527 2715-READ-NEXT-CANDIDATE.
007528     READ HISTORY-FILE NEXT RECORD
007529         AT END
007530             SET WS-HIST-BROWSE-DONE TO TRUE
007531         NOT AT END
007532             IF HIST-CUST-ID NOT = TRANS-CUST-ID
007533                 SET WS-HIST-BROWSE-DONE TO TRUE
007534             ELSE
007535                 PERFORM 2716-TEST-CANDIDATE
007536             END-IF
007537     END-READ.
007538
007539 2716-TEST-CANDIDATE.
007540     IF NOT HIST-REVERSAL-ENTRY
007541             AND NOT HIST-RETURN-FEE-ENTRY
007542             AND HIST-ITEM-REF = TRANS-ITEM-REF
007543             AND HIST-TRANS-AMOUNT = TRANS-AMOUNT
007544             AND (TRANS-ORIG-ITEM-DATE = SPACES
007545               OR TRANS-ORIG-ITEM-DATE = HIST-ORIG-TRANS-DATE)
007546         IF HIST-ITEM-REVERSED
007547             SET WS-REVERSED-SEEN TO TRUE
007548         ELSE
007549             SET WS-ORIGINAL-FOUND TO TRUE
007550             SET WS-HIST-BROWSE-DONE TO TRUE
007551             MOVE HIST-KEY TO WS-ORIG-HIST-KEY
007552             MOVE HIST-TRANS-TYPE TO WS-ORIG-TRANS-TYPE
007553         END-IF
007554     END-IF.
007555
007556*****************************************************************
007557* 2720-MARK-ORIGINAL-REVERSED - flag the original posting so a
007558* second return naming the same item lands on the exception
007559* report instead of reversing it again.
007560*****************************************************************
007561 2720-MARK-ORIGINAL-REVERSED.
007562     MOVE WS-ORIG-HIST-KEY TO HIST-KEY
007563     READ HISTORY-FILE
007564         INVALID KEY
007565             DISPLAY 'ORIGINAL POSTING NOT FOUND TO FLAG - KEY '
007566                 WS-ORIG-HIST-KEY
007567             MOVE 8 TO RETURN-CODE
007568         NOT INVALID KEY
007569             SET HIST-ITEM-REVERSED TO TRUE
007570             REWRITE HISTORY-RECORD
007571                 INVALID KEY
007572                     DISPLAY 'REVERSED FLAG NOT WRITTEN - KEY '
007573                         WS-ORIG-HIST-KEY ' STATUS '
007574                         WS-HISTORY-FILE-STATUS
007575                     MOVE 8 TO RETURN-CODE
007576             END-REWRITE
007577     END-READ.
007578
007579 2790-WRITE-RETURN-EXCEPTION.
007580     ADD 1 TO WS-RETURN-EXCP-COUNT
007581     MOVE TRANS-AMOUNT TO WS-DISPLAY-AMOUNT
007582     MOVE SPACES TO RETURN-EXCEPTION-LINE
007583     STRING 'CUST-ID: ' TRANS-CUST-ID
007584            '  ITEM: ' TRANS-ITEM-REF
007585            '  AMOUNT: ' WS-DISPLAY-AMOUNT
007586            '  RETURN REASON: ' TRANS-REASON-CODE
007587            '  - ' WS-REJECT-REASON
007588         DELIMITED BY SIZE INTO RETURN-EXCEPTION-LINE
007589     WRITE RETURN-EXCEPTION-LINE
007590     MOVE SPACES TO WS-REJECT-REASON.
007591
007592 2900-WRITE-REJECT.
007593     ADD 1 TO WS-REJECT-COUNT
007594     MOVE SPACES TO REJECT-LINE
007595     STRING 'CUST-ID: ' TRANS-CUST-ID
007596            '  REJECTED - ' WS-REJECT-REASON
007597         DELIMITED BY SIZE INTO REJECT-LINE
007598     WRITE REJECT-LINE
007599     PERFORM 2910-LOG-REJECT-WORK
007600     MOVE SPACES TO WS-REJECT-REASON.
007601
007602*****************************************************************
007603* 2910-LOG-REJECT-WORK - the rejected transaction goes to the
007604* reject work file in display form, open for repair. A failure
007605* to log does not stop the posting run; the printed reject
007606* report still carries the item.
007607*****************************************************************
007608 2910-LOG-REJECT-WORK.
007609     MOVE SPACES TO REJECT-WORK-RECORD
007610     ADD 1 TO WS-REJWORK-SEQ
007611     MOVE WS-CONTROL-DATE TO RJW-REJECT-DATE
007612     MOVE 'CUSTUPDT' TO RJW-SOURCE-PGM
007613     MOVE WS-REJWORK-SEQ TO RJW-SEQ-NO
007614     SET RJW-KIND-TRANSACTION TO TRUE
007615     SET RJW-STATUS-OPEN TO TRUE
007616     MOVE WS-REJECT-REASON TO RJW-REJECT-REASON
007617     MOVE 'POSTING' TO RJW-CHANNEL
007618     MOVE TRANS-CUST-ID TO RJW-CUST-ID
007619     MOVE TRANS-TYPE TO RJW-TRANS-TYPE
007620     IF TRANS-AMOUNT IS NUMERIC
007621         MOVE TRANS-AMOUNT TO RJW-AMOUNT
007622     END-IF
007623     MOVE TRANS-DATE TO RJW-TRANS-DATE
007624     MOVE TRANS-REASON-CODE TO RJW-REASON-CODE
007625     MOVE TRANS-REASON-CODE TO RJW-LOGGED-REASON-CODE
007626     MOVE TRANS-ITEM-REF TO RJW-ITEM-REF
007627     MOVE TRANS-ORIG-ITEM-DATE TO RJW-ORIG-ITEM-DATE
007628     IF TRANS-TYPE-REVERSAL AND TRANS-RETURN-FEE IS NUMERIC
007629         MOVE TRANS-RETURN-FEE TO RJW-RETURN-FEE
007630     END-IF
007631     MOVE ZEROS TO RJW-ACTION-DATE
007632     MOVE ZEROS TO RJW-ACTION-TIME
007633     MOVE ZEROS TO RJW-REENTRY-BATCH
007634     MOVE ZEROS TO RJW-REENTRY-DATE
007635     WRITE REJECT-WORK-RECORD
007636         INVALID KEY
007637             DISPLAY 'REJECT NOT LOGGED TO REJECT WORK FILE - '
007638                 'STATUS ' WS-REJWORK-FILE-STATUS
007639             MOVE 8 TO RETURN-CODE
007640     END-WRITE.
007641
007642*****************************************************************
007643* 2950-WRITE-CHECKPOINT - one progress record after every
007663     MOVE WS-GL-CREDIT-COUNT TO PCK-GL-CREDIT-COUNT
007664     MOVE WS-SUSPENSE-BATCH-NO TO PCK-SUSPENSE-BATCH-NO
007665     MOVE WS-SUSPENSE-HASH TO PCK-SUSPENSE-HASH
007666     MOVE WS-RETURN-EXCP-COUNT TO PCK-RETURN-EXCP-COUNT
007667     WRITE POSTING-CHECKPOINT-RECORD.
007668
007669 3000-CLOSE-FILES.
007670     CLOSE CUSTOMER-FILE
007680     CLOSE TRANS-FILE
007690     PERFORM 3010-WRITE-POSTING-TRAILER
007740     END-IF
007750     CLOSE SUSPENSE-FILE
007760     CLOSE REFERRAL-REPORT
007763     PERFORM 3012-WRITE-RETURN-EXCP-TRAILER
007766     CLOSE RETURN-EXCEPTION-REPORT
007770     CLOSE HISTORY-FILE
007772     CLOSE POSTING-CHECKPOINT-FILE
007774     CLOSE REJECT-WORK-FILE
007776     CLOSE HOLD-LOG-FILE
007780     PERFORM 3030-WRITE-GL-FEED
007790     CLOSE GL-FILE
007800     PERFORM 3020-RECORD-POSTED-BATCH
007850     DISPLAY 'TOTAL TRANSACTIONS REJECTED: ' WS-REJECT-COUNT
007860     DISPLAY 'TOTAL TRANSACTIONS SUSPENDED: ' WS-SUSPENDED-COUNT
007870     DISPLAY 'TOTAL HISTORY RECORDS WRITTEN: ' WS-HISTORY-COUNT
007872     DISPLAY 'RETURNED ITEMS REVERSED: ' WS-REVERSAL-COUNT
007874     DISPLAY 'RETURNED-ITEM FEES POSTED: ' WS-RETURN-FEE-COUNT
007876     DISPLAY 'TOTAL RETURN EXCEPTIONS: ' WS-RETURN-EXCP-COUNT
007880     DISPLAY 'FINAL CONTROL TOTAL: ' WS-CONTROL-TOTAL.
007890 3000-EXIT.
007900     EXIT.
007960            '  FINAL CONTROL TOTAL: ' WS-DISPLAY-CONTROL-TOTAL
007970         DELIMITED BY SIZE INTO POSTING-LINE
007980     WRITE POSTING-LINE.
007981
007982 3012-WRITE-RETURN-EXCP-TRAILER.
007983     MOVE SPACES TO RETURN-EXCEPTION-LINE
007984     STRING 'RETURN EXCEPTIONS: ' WS-RETURN-EXCP-COUNT
007985         DELIMITED BY SIZE INTO RETURN-EXCEPTION-LINE
007986     WRITE RETURN-EXCEPTION-LINE.
007990
008000*****************************************************************
008010* 3015-WRITE-SUSPENSE-TRAILER - finish the suspense batch with
008760     MOVE WS-CONTROL-TOTAL TO GL-AMOUNT
008770     MOVE WS-POSTED-COUNT TO GL-RECORD-COUNT
008780     WRITE GL-INTERFACE-RECORD.
008790
008800*****************************************************************
008810* 9800-REGISTER-STEP-START - the STEPCTL step-control file
008820* records which steps of the nightly schedule have run for the
008830* business date. The step is refused (RC 12) while its
008840* predecessor has not completed, or once it has already
008850* completed cleanly for the date (see 9830), unless the
008860* STEPOVR rerun override card names this step and date.
008870* Posting registers only once the batch has proved, dated and
008880* cleared the posted-batch register, so a batch refused there
008890* leaves the step as it was.
008900*****************************************************************
008910 9800-REGISTER-STEP-START.
008920     PERFORM 9810-READ-STEP-OVERRIDE
008930     OPEN I-O STEP-CONTROL-FILE
008940     IF WS-STEPCTL-FILE-STATUS = '35'
008950         OPEN OUTPUT STEP-CONTROL-FILE
008960         CLOSE STEP-CONTROL-FILE
008970         OPEN I-O STEP-CONTROL-FILE
008980     END-IF
008990     IF WS-STEPCTL-FILE-STATUS NOT = '00'
009000         DISPLAY 'ERROR OPENING STEP CONTROL FILE: '
009010             WS-STEPCTL-FILE-STATUS
009020         MOVE 16 TO RETURN-CODE
009030         CLOSE CUSTOMER-FILE TRANS-FILE
009040         STOP RUN
009050     END-IF
009060     PERFORM 9820-CHECK-PREDECESSOR THRU 9820-EXIT
009070     PERFORM 9830-CHECK-STEP-RERUN
009080     IF WS-STEP-REFUSED
009090         DISPLAY 'STEP ' WS-STEP-NAME
009100             ' REFUSED FOR BUSINESS DATE ' WS-CONTROL-DATE
009110         MOVE 12 TO RETURN-CODE
009120         CLOSE STEP-CONTROL-FILE
009130         CLOSE CUSTOMER-FILE TRANS-FILE
009140         STOP RUN
009150     END-IF
009160     PERFORM 9840-WRITE-STEP-START
009170     CLOSE STEP-CONTROL-FILE.
009180
009190 9810-READ-STEP-OVERRIDE.
009200     MOVE SPACES TO STEP-OVERRIDE-RECORD
009210     OPEN INPUT STEP-OVERRIDE-FILE
009220     IF WS-STEPOVR-CARD-STATUS = '00'
009230         READ STEP-OVERRIDE-FILE
009240             AT END MOVE SPACES TO STEP-OVERRIDE-RECORD
009250         END-READ
009260         CLOSE STEP-OVERRIDE-FILE
009270     END-IF
009280     IF SOV-STEP-NAME NOT = SPACES
009290         IF (SOV-STEP-NAME = WS-STEP-NAME OR SOV-ALL-STEPS)
009300                 AND SOV-BUSINESS-DATE IS NUMERIC
009310                 AND SOV-BUSINESS-DATE = WS-CONTROL-DATE
009320             SET WS-STEP-OVERRIDE TO TRUE
009330             DISPLAY 'RERUN OVERRIDE CARD ACCEPTED FOR STEP '
009340                 WS-STEP-NAME ' DATE ' WS-CONTROL-DATE
009350         ELSE
009360             DISPLAY 'RERUN OVERRIDE CARD FOR ' SOV-STEP-NAME
009370                 ' DATE ' SOV-BUSINESS-DATE ' IGNORED'
009380         END-IF
009390     END-IF.
009400
009410*****************************************************************
009420* 9820-CHECK-PREDECESSOR - the step waits for its predecessor
009430* in the nightly schedule to show complete for the same date.
009440*****************************************************************
009450 9820-CHECK-PREDECESSOR.
009460     IF WS-PRED-STEP-NAME = SPACES
009470         GO TO 9820-EXIT
009480     END-IF
009490     MOVE WS-CONTROL-DATE TO STP-BUSINESS-DATE
009500     MOVE WS-PRED-STEP-NAME TO STP-STEP-NAME
009510     READ STEP-CONTROL-FILE
009520         INVALID KEY
009530             MOVE SPACES TO STP-STATUS
009540     END-READ
009550     IF STP-COMPLETE
009560         GO TO 9820-EXIT
009570     END-IF
009580     IF WS-STEP-OVERRIDE
009590         DISPLAY 'PREDECESSOR ' WS-PRED-STEP-NAME
009600             ' NOT COMPLETE - OVERRIDDEN BY RERUN CARD'
009610     ELSE
009620         DISPLAY 'PREDECESSOR ' WS-PRED-STEP-NAME
009630             ' HAS NOT COMPLETED FOR ' WS-CONTROL-DATE
009640         SET WS-STEP-REFUSED TO TRUE
009650     END-IF.
009660 9820-EXIT.
009670     EXIT.
009680
009690*****************************************************************
009700* 9830-CHECK-STEP-RERUN - posting runs once for each batch of
009710* the night (the merged batch, the adjustment batch, an accrual
009720* or re-presented suspense batch), all under the one CUSTUPDT
009730* step. A batch posted twice is already refused by 1150 off the
009740* posted-batch register, so a step that has completed is not
009750* refused here; the run count shows how many runs it took.
009760*****************************************************************
009770 9830-CHECK-STEP-RERUN.
009780     MOVE 'N' TO WS-STEP-NEW-SW
009790     MOVE WS-CONTROL-DATE TO STP-BUSINESS-DATE
009800     MOVE WS-STEP-NAME TO STP-STEP-NAME
009810     READ STEP-CONTROL-FILE
009820         INVALID KEY
009830             SET WS-STEP-NEW TO TRUE
009840     END-READ
009850     IF NOT WS-STEP-NEW AND STP-COMPLETE
009860         DISPLAY 'STEP ' WS-STEP-NAME ' ALREADY COMPLETE FOR '
009870             WS-CONTROL-DATE ' - POSTING FURTHER BATCH '
009880             WS-BATCH-NUMBER
009890     END-IF.
009900
009910*****************************************************************
009920* 9840-WRITE-STEP-START - register the step as started; the run
009930* count shows how many attempts the step took for the date.
009940*****************************************************************
009950 9840-WRITE-STEP-START.
009960     IF WS-STEP-NEW
009970         MOVE SPACES TO STEP-CONTROL-RECORD
009980         MOVE WS-CONTROL-DATE TO STP-BUSINESS-DATE
009990         MOVE WS-STEP-NAME TO STP-STEP-NAME
010000         MOVE ZEROS TO STP-RUN-COUNT
010010     END-IF
010020     SET STP-STARTED TO TRUE
010030     ACCEPT STP-START-DATE FROM DATE YYYYMMDD
010040     ACCEPT STP-START-TIME FROM TIME
010050     MOVE ZEROS TO STP-END-DATE STP-END-TIME STP-RETURN-CODE
010060     IF STP-RUN-COUNT < 999
010070         ADD 1 TO STP-RUN-COUNT
010080     END-IF
010090     IF WS-STEP-OVERRIDE
010100         SET STP-RUN-OVERRIDDEN TO TRUE
010110     ELSE
010120         MOVE 'N' TO STP-OVERRIDE-FLAG
010130     END-IF
010140     IF WS-STEP-NEW
010150         WRITE STEP-CONTROL-RECORD
010160     ELSE
010170         REWRITE STEP-CONTROL-RECORD
010180     END-IF
010190     IF WS-STEPCTL-FILE-STATUS NOT = '00'
010200         DISPLAY 'ERROR REGISTERING STEP START: '
010210             WS-STEPCTL-FILE-STATUS
010220         MOVE 16 TO RETURN-CODE
010230         CLOSE STEP-CONTROL-FILE
010240         CLOSE CUSTOMER-FILE TRANS-FILE
010250         STOP RUN
010260     END-IF.
010270
010280*****************************************************************
010290* 9900-REGISTER-STEP-END - record the end time and return code.
010300* Below RC 8 the step shows complete and its successor may
010310* start; at RC 8 and over it shows failed. A step that stops
010320* before it gets here stays registered as started.
010330*****************************************************************
010340 9900-REGISTER-STEP-END.
010350     OPEN I-O STEP-CONTROL-FILE
010360     IF WS-STEPCTL-FILE-STATUS NOT = '00'
010370         DISPLAY 'ERROR OPENING STEP CONTROL FILE: '
010380             WS-STEPCTL-FILE-STATUS ' - STEP END NOT REGISTERED'
010390         IF RETURN-CODE < 8
010400             MOVE 8 TO RETURN-CODE
010410         END-IF
010420         GO TO 9900-EXIT
010430     END-IF
010440     MOVE WS-CONTROL-DATE TO STP-BUSINESS-DATE
010450     MOVE WS-STEP-NAME TO STP-STEP-NAME
010460     READ STEP-CONTROL-FILE
010470         INVALID KEY
010480             DISPLAY 'STEP ' WS-STEP-NAME ' NOT ON STEP CONTROL '
010490                 'FILE - STEP END NOT REGISTERED'
010500             IF RETURN-CODE < 8
010510                 MOVE 8 TO RETURN-CODE
010520             END-IF
010530             CLOSE STEP-CONTROL-FILE
010540             GO TO 9900-EXIT
010550     END-READ
010560     ACCEPT STP-END-DATE FROM DATE YYYYMMDD
010570     ACCEPT STP-END-TIME FROM TIME
010580     MOVE RETURN-CODE TO STP-RETURN-CODE
010590     IF RETURN-CODE < 8
010600         SET STP-COMPLETE TO TRUE
010610     ELSE
010620         SET STP-FAILED TO TRUE
010630     END-IF
010640     REWRITE STEP-CONTROL-RECORD
010650     IF WS-STEPCTL-FILE-STATUS NOT = '00'
010660         DISPLAY 'ERROR REGISTERING STEP END: '
010670             WS-STEPCTL-FILE-STATUS
010680         IF RETURN-CODE < 8
010690             MOVE 8 TO RETURN-CODE
010700         END-IF
010710     ELSE
010720         DISPLAY 'STEP ' WS-STEP-NAME ' FOR ' WS-CONTROL-DATE
010730             ' ENDED - STATUS ' STP-STATUS ' RC ' STP-RETURN-CODE
010740     END-IF
010750     CLOSE STEP-CONTROL-FILE.
010760 9900-EXIT.
010770     EXIT.
