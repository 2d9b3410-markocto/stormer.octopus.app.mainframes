000010*****************************************************************
000020* Program:      CUSTJRNL
000030* Purpose:      Nightly account-change journal - drains the CAUD
000040*               audit queue (the extrapartition dataset behind it,
000050*               before and after images of every online CMNT
000060*               status, name and credit-limit change) and the
000070*               MNTAUD audit file of the changes CUSTMNT applied
000080*               from MAINT-FILE into the permanent keyed ACCTJRN
000090*               account-change journal. Prints the day's changes
000100*               by terminal and by account, and an exception
000110*               report for supervisor review:
000120*                 - limit increases landing just under the
000130*                   supervisor threshold, or over it without the
000140*                   supervisor flag;
000150*                 - repeated changes to one account;
000160*                 - closed accounts reactivated;
000170*                 - a large CADJ adjustment keyed soon after a
000180*                   name change on the same account.
000190*               A change already on the journal is skipped, so the
000200*               step can be rerun against the same input. The
000210*               CAUD dataset is switched by the CICS region; the
000220*               MNTAUD file is emptied here once journaled.
000230* Author:       Stormer Mainframes
000240* Installation: Stormer Mainframes Data Center
000250* Date-Written: 2026
000260* Date-Compiled: 2026
000270*-----------------------------------------------------------------
000280* Modification History
000290* Date       By   Description
000300* 2026       SM   Original program.
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. CUSTJRNL.
000340 AUTHOR. STORMER-MAINFRAMES.
000350 INSTALLATION. STORMER-MAINFRAMES-DATA-CENTER.
000360 DATE-WRITTEN. 2026.
000370 DATE-COMPILED. 2026.
000380
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-ZOS.
000420 OBJECT-COMPUTER. IBM-ZOS.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT ONLINE-AUDIT-FILE
000460         ASSIGN TO CAUDFILE
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-ONLINE-FILE-STATUS.
000490
000500     SELECT BATCH-AUDIT-FILE
000510         ASSIGN TO MNTAUD
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-BATCH-FILE-STATUS.
000540
000550     SELECT PENDING-FILE
000560         ASSIGN TO ADJFILE
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-PENDING-FILE-STATUS.
000590
000600     SELECT JOURNAL-PARM-FILE
000610         ASSIGN TO JRNPARM
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-PARM-FILE-STATUS.
000640
000650     SELECT DATE-CONTROL-FILE
000660         ASSIGN TO DATECTL
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-DATECTL-FILE-STATUS.
000690
000700     SELECT JOURNAL-FILE
000710         ASSIGN TO ACCTJRN
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS JRN-KEY
000750         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
000760
000770     SELECT CHANGE-REPORT
000780         ASSIGN TO JRNRPT
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-REPORT-FILE-STATUS.
000810
000820     SELECT EXCEPTION-REPORT
000830         ASSIGN TO JRNEXC
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-EXCEPTION-FILE-STATUS.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  ONLINE-AUDIT-FILE
000900     RECORD CONTAINS 120 CHARACTERS.
000910     COPY CAUDREC.
000920
000930 FD  BATCH-AUDIT-FILE
000940     RECORD CONTAINS 120 CHARACTERS.
000950 01  BATCH-AUDIT-RECORD             PIC X(120).
000960
000970 FD  PENDING-FILE
000980     RECORD CONTAINS 80 CHARACTERS.
000990     COPY ADJREC.
001000
001010*-----------------------------------------------------------------
001020* Exception parameters. The threshold is the CMNT supervisor
001030* threshold; an increase to within the band below it is flagged.
001040* Amounts carry two implied decimals.
001050*-----------------------------------------------------------------
001060 FD  JOURNAL-PARM-FILE
001070     RECORD CONTAINS 80 CHARACTERS.
001080 01  JOURNAL-PARM-RECORD.
001090     05  JRP-SUPV-THRESHOLD         PIC 9(07)V99.
001100     05  JRP-NEAR-BAND              PIC 9(07)V99.
001110     05  JRP-REPEAT-COUNT           PIC 9(02).
001120     05  JRP-REPEAT-DAYS            PIC 9(03).
001130     05  JRP-LARGE-ADJUSTMENT       PIC 9(07)V99.
001140     05  JRP-NAME-ADJ-DAYS          PIC 9(03).
001150     05  FILLER                     PIC X(45).
001160
001170 FD  DATE-CONTROL-FILE
001180     RECORD CONTAINS 80 CHARACTERS.
001190     COPY DATECTL.
001200
001210 FD  JOURNAL-FILE
001220     RECORD CONTAINS 150 CHARACTERS.
001230     COPY ACCTJRN.
001240
001250 FD  CHANGE-REPORT
001260     RECORD CONTAINS 132 CHARACTERS.
001270 01  REPORT-LINE                    PIC X(132).
001280
001290 FD  EXCEPTION-REPORT
001300     RECORD CONTAINS 132 CHARACTERS.
001310 01  EXCEPTION-LINE                 PIC X(132).
001320
001330 WORKING-STORAGE SECTION.
001340 77  WS-ONLINE-FILE-STATUS          PIC XX VALUE SPACES.
001350 77  WS-BATCH-FILE-STATUS           PIC XX VALUE SPACES.
001360 77  WS-PENDING-FILE-STATUS         PIC XX VALUE SPACES.
001370 77  WS-PARM-FILE-STATUS            PIC XX VALUE SPACES.
001380 77  WS-DATECTL-FILE-STATUS         PIC XX VALUE SPACES.
001390 77  WS-JOURNAL-FILE-STATUS         PIC XX VALUE SPACES.
001400 77  WS-REPORT-FILE-STATUS          PIC XX VALUE SPACES.
001410 77  WS-EXCEPTION-FILE-STATUS       PIC XX VALUE SPACES.
001420
001430 77  WS-EOF-FLAG                    PIC X  VALUE 'N'.
001440     88  WS-EOF                         VALUE 'Y'.
001450 77  WS-ONLINE-PRESENT-SW           PIC X  VALUE 'Y'.
001460     88  WS-ONLINE-PRESENT              VALUE 'Y'.
001470 77  WS-BATCH-PRESENT-SW            PIC X  VALUE 'Y'.
001480     88  WS-BATCH-PRESENT               VALUE 'Y'.
001490 77  WS-PENDING-PRESENT-SW          PIC X  VALUE 'Y'.
001500     88  WS-PENDING-PRESENT             VALUE 'Y'.
001510 77  WS-BROWSE-DONE-FLAG            PIC X  VALUE 'N'.
001520     88  WS-BROWSE-DONE                 VALUE 'Y'.
001530 77  WS-WRITE-DONE-SW               PIC X  VALUE 'N'.
001540     88  WS-WRITE-DONE                  VALUE 'Y'.
001550 77  WS-WRITE-RESULT                PIC X  VALUE SPACES.
001560     88  WS-JOURNALED                   VALUE 'J'.
001570     88  WS-ALREADY-JOURNALED           VALUE 'D'.
001580     88  WS-JOURNAL-FAILED              VALUE 'F'.
001590 77  WS-NAME-CHANGE-FOUND-SW        PIC X  VALUE 'N'.
001600     88  WS-NAME-CHANGE-FOUND           VALUE 'Y'.
001610 77  WS-LEAP-YEAR-SW                PIC X  VALUE 'N'.
001620     88  WS-LEAP-YEAR                   VALUE 'Y'.
001630
001640 77  WS-BUSINESS-DATE               PIC 9(08) VALUE ZEROS.
001650 77  WS-REPEAT-START                PIC 9(08) VALUE ZEROS.
001660 77  WS-WINDOW-START                PIC 9(08) VALUE ZEROS.
001670 77  WS-DAYS-BACK                   PIC 9(03) VALUE ZEROS.
001680 77  WS-REMAINDER                   PIC 9(04) VALUE ZEROS.
001690 77  WS-QUOTIENT                    PIC 9(04) VALUE ZEROS.
001700 01  WS-EIB-DATE.
001710     05  FILLER                      PIC 9(01).
001720     05  WS-EIB-CENTURY              PIC 9(01).
001730     05  WS-EIB-YEAR                 PIC 9(02).
001740     05  WS-EIB-DAY-OF-YEAR          PIC 9(03).
001750 01  WS-EIB-DATE-N REDEFINES WS-EIB-DATE
001760                                     PIC 9(07).
001770
001780 01  WS-WORK-DATE.
001790     05  WS-WORK-YEAR                PIC 9(04).
001800     05  WS-WORK-MONTH               PIC 9(02).
001810     05  WS-WORK-DAY                 PIC 9(02).
001820 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
001830                                     PIC 9(08).
001840
001850*-----------------------------------------------------------------
001860* The change being journaled, kept aside while a colliding key
001870* is read back to see whether it is the same change.
001880*-----------------------------------------------------------------
001890 01  WS-NEW-JOURNAL-RECORD          PIC X(150).
001900 01  WS-NEW-CHANGE-IMAGES           PIC X(82).
001910
001920 77  WS-ONLINE-COUNT                PIC 9(06) VALUE ZEROS.
001930 77  WS-BATCH-COUNT                 PIC 9(06) VALUE ZEROS.
001940 77  WS-JOURNALED-COUNT             PIC 9(06) VALUE ZEROS.
001950 77  WS-DUPLICATE-COUNT             PIC 9(06) VALUE ZEROS.
001960 77  WS-FAILED-COUNT                PIC 9(06) VALUE ZEROS.
001970 77  WS-FAILED-BEFORE               PIC 9(06) VALUE ZEROS.
001980 77  WS-EXCEPTION-COUNT             PIC 9(06) VALUE ZEROS.
001990 77  WS-ADJUSTMENT-COUNT            PIC 9(06) VALUE ZEROS.
002000 77  WS-ACCOUNT-CHANGES             PIC 9(04) VALUE ZEROS.
002010 77  WS-GROUP-COUNT                 PIC 9(04) VALUE ZEROS.
002020 77  WS-NEAR-FLOOR            PIC S9(7)V99 COMP-3 VALUE ZERO.
002030 77  WS-CHANGE-KINDS                PIC X(20) VALUE SPACES.
002040 77  WS-EXCEPTION-TEXT              PIC X(33) VALUE SPACES.
002050 77  WS-EXCEPTION-DETAIL            PIC X(57) VALUE SPACES.
002060
002070*-----------------------------------------------------------------
002080* Tonight's newly journaled changes, sorted once by terminal and
002090* once by account for the two halves of the change report.
002100*-----------------------------------------------------------------
002110 77  WS-TABLE-MAX                   PIC 9(04) COMP VALUE 5000.
002120 77  WS-TABLE-COUNT                 PIC 9(04) COMP VALUE ZERO.
002130 77  WS-TABLE-POS                   PIC 9(04) COMP VALUE ZERO.
002140 77  WS-TABLE-FULL-SW               PIC X  VALUE 'N'.
002150     88  WS-TABLE-FULL                  VALUE 'Y'.
002160 77  WS-PREV-TERM-ID                PIC X(04) VALUE SPACES.
002170 77  WS-PREV-CUST-ID                PIC 9(06) VALUE ZEROS.
002180 01  WS-CHANGE-TABLE.
002190     05  WS-CHANGE-ENTRY OCCURS 1 TO 5000 TIMES
002200             DEPENDING ON WS-TABLE-COUNT
002210             INDEXED BY WS-TBL-IDX.
002220         10  CHG-TERM-ID                PIC X(04).
002230         10  CHG-CUST-ID                PIC 9(06).
002240         10  CHG-CHANGE-DATE            PIC 9(08).
002250         10  CHG-CHANGE-TIME            PIC 9(06).
002260         10  CHG-TRANS-ID               PIC X(04).
002270         10  CHG-SUPV-FLAG              PIC X(01).
002280         10  CHG-OLD-LAST-NAME          PIC X(20).
002290         10  CHG-OLD-FIRST-NAME         PIC X(15).
002300         10  CHG-OLD-STATUS             PIC X(01).
002310         10  CHG-OLD-LIMIT        PIC S9(7)V99 COMP-3.
002320         10  CHG-NEW-LAST-NAME          PIC X(20).
002330         10  CHG-NEW-FIRST-NAME         PIC X(15).
002340         10  CHG-NEW-STATUS             PIC X(01).
002350         10  CHG-NEW-LIMIT        PIC S9(7)V99 COMP-3.
002360
002370 77  WS-DISPLAY-OLD-LIMIT           PIC Z,ZZZ,ZZ9.99.
002380 77  WS-DISPLAY-NEW-LIMIT           PIC Z,ZZZ,ZZ9.99.
002390 77  WS-DISPLAY-AMOUNT              PIC Z,ZZZ,ZZ9.99.
002400 77  WS-DISPLAY-COUNT               PIC ZZZ9.
002410
002420 PROCEDURE DIVISION.
002430 0000-MAIN.
002440     PERFORM 1000-OPEN-FILES THRU 1000-EXIT
002450     PERFORM 2000-LOAD-ONLINE-CHANGES THRU 2000-EXIT
002460     PERFORM 2100-LOAD-BATCH-CHANGES THRU 2100-EXIT
002470     PERFORM 3000-CHECK-REPEATED-CHANGES THRU 3000-EXIT
002480     PERFORM 3200-CHECK-ADJUSTMENTS THRU 3200-EXIT
002490     PERFORM 4000-WRITE-CHANGE-REPORT THRU 4000-EXIT
002500     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
002510     STOP RUN.
002520
002530 1000-OPEN-FILES.
002540     PERFORM 1005-READ-BUSINESS-DATE
002550     PERFORM 1010-READ-JOURNAL-PARMS
002560     MOVE WS-BUSINESS-DATE TO WS-WORK-DATE-N
002570     MOVE JRP-REPEAT-DAYS TO WS-DAYS-BACK
002580     PERFORM 1016-BACK-OFF-ONE-DAY
002590         UNTIL WS-DAYS-BACK = ZERO
002600     MOVE WS-WORK-DATE-N TO WS-REPEAT-START
002610     COMPUTE WS-NEAR-FLOOR = JRP-SUPV-THRESHOLD - JRP-NEAR-BAND
002620     OPEN INPUT ONLINE-AUDIT-FILE
002630     IF WS-ONLINE-FILE-STATUS = '35'
002640         MOVE 'N' TO WS-ONLINE-PRESENT-SW
002650         DISPLAY 'NO CAUD AUDIT DATASET - NO ONLINE CHANGES'
002660     ELSE
002670         IF WS-ONLINE-FILE-STATUS NOT = '00'
002680             DISPLAY 'ERROR OPENING CAUD AUDIT DATASET: '
002690                 WS-ONLINE-FILE-STATUS
002700             MOVE 16 TO RETURN-CODE
002710             STOP RUN
002720         END-IF
002730     END-IF
002740     OPEN INPUT BATCH-AUDIT-FILE
002750     IF WS-BATCH-FILE-STATUS = '35'
002760         MOVE 'N' TO WS-BATCH-PRESENT-SW
002770         DISPLAY 'NO MAINTENANCE AUDIT FILE - NO BATCH CHANGES'
002780     ELSE
002790         IF WS-BATCH-FILE-STATUS NOT = '00'
002800             DISPLAY 'ERROR OPENING MAINTENANCE AUDIT FILE: '
002810                 WS-BATCH-FILE-STATUS
002820             MOVE 16 TO RETURN-CODE
002830             STOP RUN
002840         END-IF
002850     END-IF
002860     OPEN I-O JOURNAL-FILE
002870     IF WS-JOURNAL-FILE-STATUS = '35'
002880         OPEN OUTPUT JOURNAL-FILE
002890         CLOSE JOURNAL-FILE
002900         OPEN I-O JOURNAL-FILE
002910     END-IF
002920     IF WS-JOURNAL-FILE-STATUS NOT = '00'
002930         DISPLAY 'ERROR OPENING ACCOUNT-CHANGE JOURNAL: '
002940             WS-JOURNAL-FILE-STATUS
002950         MOVE 16 TO RETURN-CODE
002960         STOP RUN
002970     END-IF
002980     OPEN OUTPUT CHANGE-REPORT
002990     IF WS-REPORT-FILE-STATUS NOT = '00'
003000         DISPLAY 'ERROR OPENING CHANGE REPORT: '
003010             WS-REPORT-FILE-STATUS
003020         MOVE 16 TO RETURN-CODE
003030         CLOSE JOURNAL-FILE
003040         STOP RUN
003050     END-IF
003060     OPEN OUTPUT EXCEPTION-REPORT
003070     IF WS-EXCEPTION-FILE-STATUS NOT = '00'
003080         DISPLAY 'ERROR OPENING CHANGE EXCEPTION REPORT: '
003090             WS-EXCEPTION-FILE-STATUS
003100         MOVE 16 TO RETURN-CODE
003110         CLOSE JOURNAL-FILE CHANGE-REPORT
003120         STOP RUN
003130     END-IF
003140     PERFORM 1040-WRITE-EXCEPTION-HEADER.
003150 1000-EXIT.
003160     EXIT.
003170
003180 1005-READ-BUSINESS-DATE.
003190     MOVE SPACES TO DATE-CONTROL-RECORD
003200     OPEN INPUT DATE-CONTROL-FILE
003210     IF WS-DATECTL-FILE-STATUS = '00'
003220         READ DATE-CONTROL-FILE
003230             AT END MOVE SPACES TO DATE-CONTROL-RECORD
003240         END-READ
003250         CLOSE DATE-CONTROL-FILE
003260     END-IF
003270     IF DCT-BUSINESS-DATE IS NOT NUMERIC
003280             OR DCT-BUSINESS-DATE = ZEROS
003290         DISPLAY 'MISSING OR INVALID BUSINESS-DATE CONTROL FILE'
003300         MOVE 16 TO RETURN-CODE
003310         STOP RUN
003320     END-IF
003330     MOVE DCT-BUSINESS-DATE TO WS-BUSINESS-DATE.
003340
003350 1010-READ-JOURNAL-PARMS.
003360     MOVE SPACES TO JOURNAL-PARM-RECORD
003370     OPEN INPUT JOURNAL-PARM-FILE
003380     IF WS-PARM-FILE-STATUS = '00'
003390         READ JOURNAL-PARM-FILE
003400             AT END MOVE SPACES TO JOURNAL-PARM-RECORD
003410         END-READ
003420         CLOSE JOURNAL-PARM-FILE
003430     END-IF
003440     IF JRP-SUPV-THRESHOLD IS NOT NUMERIC
003450             OR JRP-NEAR-BAND IS NOT NUMERIC
003460             OR JRP-REPEAT-COUNT IS NOT NUMERIC
003470             OR JRP-REPEAT-COUNT < 2
003480             OR JRP-REPEAT-DAYS IS NOT NUMERIC
003490             OR JRP-LARGE-ADJUSTMENT IS NOT NUMERIC
003500             OR JRP-NAME-ADJ-DAYS IS NOT NUMERIC
003510         DISPLAY 'MISSING OR INVALID JOURNAL PARAMETER CARD'
003520         MOVE 16 TO RETURN-CODE
003530         STOP RUN
003540     END-IF.
003550
003560 1016-BACK-OFF-ONE-DAY.
003570     IF WS-WORK-DAY > 1
003580         SUBTRACT 1 FROM WS-WORK-DAY
003590     ELSE
003600         IF WS-WORK-MONTH = 01
003610             MOVE 12 TO WS-WORK-MONTH
003620             SUBTRACT 1 FROM WS-WORK-YEAR
003630         ELSE
003640             SUBTRACT 1 FROM WS-WORK-MONTH
003650         END-IF
003660         PERFORM 1017-SET-MONTH-END-DAY
003670     END-IF
003680     SUBTRACT 1 FROM WS-DAYS-BACK.
003690
003700 1017-SET-MONTH-END-DAY.
003710     EVALUATE WS-WORK-MONTH
003720         WHEN 04
003730         WHEN 06
003740         WHEN 09
003750         WHEN 11
003760             MOVE 30 TO WS-WORK-DAY
003770         WHEN 02
003780             PERFORM 1018-CHECK-LEAP-YEAR
003790             IF WS-LEAP-YEAR
003800                 MOVE 29 TO WS-WORK-DAY
003810             ELSE
003820                 MOVE 28 TO WS-WORK-DAY
003830             END-IF
003840         WHEN OTHER
003850             MOVE 31 TO WS-WORK-DAY
003860     END-EVALUATE.
003870
003880 1018-CHECK-LEAP-YEAR.
003890     MOVE 'N' TO WS-LEAP-YEAR-SW
003900     DIVIDE WS-WORK-YEAR BY 4
003910         GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
003920     IF WS-REMAINDER = ZERO
003930         DIVIDE WS-WORK-YEAR BY 100
003940             GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
003950         IF WS-REMAINDER NOT = ZERO
003960             SET WS-LEAP-YEAR TO TRUE
003970         ELSE
003980             DIVIDE WS-WORK-YEAR BY 400
003990                 GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
004000             IF WS-REMAINDER = ZERO
004010                 SET WS-LEAP-YEAR TO TRUE
004020             END-IF
004030         END-IF
004040     END-IF.
004050
004060 1040-WRITE-EXCEPTION-HEADER.
004070     MOVE JRP-SUPV-THRESHOLD TO WS-DISPLAY-NEW-LIMIT
004080     MOVE JRP-LARGE-ADJUSTMENT TO WS-DISPLAY-AMOUNT
004090     MOVE SPACES TO EXCEPTION-LINE
004100     STRING 'ACCOUNT-CHANGE EXCEPTIONS FOR SUPERVISOR REVIEW - '
004110            'BUSINESS DATE: ' WS-BUSINESS-DATE
004120         DELIMITED BY SIZE INTO EXCEPTION-LINE
004130     WRITE EXCEPTION-LINE
004140     MOVE SPACES TO EXCEPTION-LINE
004150     STRING 'SUPERVISOR THRESHOLD ' WS-DISPLAY-NEW-LIMIT
004160            '  REPEATS: ' JRP-REPEAT-COUNT ' IN ' JRP-REPEAT-DAYS
004170            ' DAYS  LARGE ADJUSTMENT ' WS-DISPLAY-AMOUNT
004180            ' WITHIN ' JRP-NAME-ADJ-DAYS ' DAYS OF A NAME CHANGE'
004190         DELIMITED BY SIZE INTO EXCEPTION-LINE
004200     WRITE EXCEPTION-LINE
004210     MOVE SPACES TO EXCEPTION-LINE
004220     WRITE EXCEPTION-LINE.
004230
004240*****************************************************************
004250* 2000-LOAD-ONLINE-CHANGES - every CMNT change on the CAUD
004260* dataset goes to the journal.
004270*****************************************************************
004280 2000-LOAD-ONLINE-CHANGES.
004290     IF NOT WS-ONLINE-PRESENT
004300         GO TO 2000-EXIT
004310     END-IF
004320     MOVE 'N' TO WS-EOF-FLAG
004330     PERFORM 2010-READ-ONLINE-CHANGE
004340         UNTIL WS-EOF
004350     CLOSE ONLINE-AUDIT-FILE.
004360 2000-EXIT.
004370     EXIT.
004380
004390 2010-READ-ONLINE-CHANGE.
004400     READ ONLINE-AUDIT-FILE
004410         AT END
004420             SET WS-EOF TO TRUE
004430         NOT AT END
004440             ADD 1 TO WS-ONLINE-COUNT
004450             IF AUD-SOURCE NOT = 'B'
004460                 SET AUD-SOURCE-ONLINE TO TRUE
004470             END-IF
004480             PERFORM 2200-JOURNAL-CHANGE THRU 2200-EXIT
004490     END-READ.
004500
004510*****************************************************************
004520* 2100-LOAD-BATCH-CHANGES - the CUSTMNT audit file is in the same
004530* layout; each record is moved into the CAUD record area and
004540* journaled the same way. Once every record is on the journal
004550* the file is emptied, so the next night's maintenance runs
004560* start it afresh; after a failed write it is kept for the rerun.
004570*****************************************************************
004580 2100-LOAD-BATCH-CHANGES.
004590     IF NOT WS-BATCH-PRESENT
004600         GO TO 2100-EXIT
004610     END-IF
004620     MOVE WS-FAILED-COUNT TO WS-FAILED-BEFORE
004630     MOVE 'N' TO WS-EOF-FLAG
004640     PERFORM 2110-READ-BATCH-CHANGE
004650         UNTIL WS-EOF
004660     CLOSE BATCH-AUDIT-FILE
004670     IF WS-FAILED-COUNT = WS-FAILED-BEFORE
004680         OPEN OUTPUT BATCH-AUDIT-FILE
004690         CLOSE BATCH-AUDIT-FILE
004700     ELSE
004710         DISPLAY 'MAINTENANCE AUDIT FILE KEPT FOR RERUN'
004720     END-IF.
004730 2100-EXIT.
004740     EXIT.
004750
004760 2110-READ-BATCH-CHANGE.
004770     READ BATCH-AUDIT-FILE
004780         AT END
004790             SET WS-EOF TO TRUE
004800         NOT AT END
004810             ADD 1 TO WS-BATCH-COUNT
004820             MOVE BATCH-AUDIT-RECORD TO AUDIT-TRAIL-RECORD
004830             SET AUD-SOURCE-BATCH TO TRUE
004840             PERFORM 2200-JOURNAL-CHANGE THRU 2200-EXIT
004850     END-READ.
004860
004870*****************************************************************
004880* 2200-JOURNAL-CHANGE - build the journal record from the audit
004890* image and write it. Records queued before the change date was
004900* carried on the audit record have only the CICS EIBDATE, which
004910* is converted. A newly journaled change is kept for the report
004920* and checked for the single-change exceptions.
004930*****************************************************************
004940 2200-JOURNAL-CHANGE.
004950     MOVE SPACES TO ACCOUNT-JOURNAL-RECORD
004960     MOVE AUD-CUST-ID TO JRN-CUST-ID
004970     IF AUD-CHANGE-DATE IS NUMERIC AND AUD-CHANGE-DATE > ZERO
004980         MOVE AUD-CHANGE-DATE TO JRN-CHANGE-DATE
004990     ELSE
005000         PERFORM 2210-CONVERT-EIBDATE
005010         MOVE WS-WORK-DATE-N TO JRN-CHANGE-DATE
005020     END-IF
005030     MOVE AUD-TIME TO JRN-CHANGE-TIME
005040     IF AUD-TERM-ID = SPACES OR LOW-VALUES
005050         MOVE '????' TO JRN-TERM-ID
005060     ELSE
005070         MOVE AUD-TERM-ID TO JRN-TERM-ID
005080     END-IF
005090     MOVE 1 TO JRN-SEQ-NO
005100     MOVE AUD-SOURCE TO JRN-SOURCE
005110     MOVE AUD-TRANS-ID TO JRN-TRANS-ID
005120     MOVE AUD-OLD-LAST-NAME TO JRN-OLD-LAST-NAME
005130     MOVE AUD-OLD-FIRST-NAME TO JRN-OLD-FIRST-NAME
005140     MOVE AUD-OLD-STATUS TO JRN-OLD-STATUS
005150     MOVE AUD-OLD-LIMIT TO JRN-OLD-LIMIT
005160     MOVE AUD-NEW-LAST-NAME TO JRN-NEW-LAST-NAME
005170     MOVE AUD-NEW-FIRST-NAME TO JRN-NEW-FIRST-NAME
005180     MOVE AUD-NEW-STATUS TO JRN-NEW-STATUS
005190     MOVE AUD-NEW-LIMIT TO JRN-NEW-LIMIT
005200     MOVE AUD-SUPV-FLAG TO JRN-SUPV-FLAG
005210     MOVE WS-BUSINESS-DATE TO JRN-JOURNAL-DATE
005220     MOVE ACCOUNT-JOURNAL-RECORD TO WS-NEW-JOURNAL-RECORD
005230     MOVE JRN-CHANGE-IMAGES TO WS-NEW-CHANGE-IMAGES
005240     MOVE 'N' TO WS-WRITE-DONE-SW
005250     PERFORM 2220-WRITE-JOURNAL
005260         UNTIL WS-WRITE-DONE
005270     EVALUATE TRUE
005280         WHEN WS-ALREADY-JOURNALED
005290             ADD 1 TO WS-DUPLICATE-COUNT
005300             GO TO 2200-EXIT
005310         WHEN WS-JOURNAL-FAILED
005320             ADD 1 TO WS-FAILED-COUNT
005330             DISPLAY 'JOURNAL WRITE FAILED FOR CUST-ID '
005340                 JRN-CUST-ID ' STATUS ' WS-JOURNAL-FILE-STATUS
005350             MOVE 8 TO RETURN-CODE
005360             GO TO 2200-EXIT
005370     END-EVALUATE
005380     ADD 1 TO WS-JOURNALED-COUNT
005390     PERFORM 2250-ADD-TO-CHANGE-TABLE
005400     PERFORM 2300-CHECK-LIMIT-CHANGE
005410     PERFORM 2310-CHECK-REACTIVATION.
005420 2200-EXIT.
005430     EXIT.
005440
005450*****************************************************************
005460* 2210-CONVERT-EIBDATE - 0CYYDDD to YYYYMMDD: C is the century
005470* past 1900 and DDD the day of the year, counted off a month at
005480* a time.
005490*****************************************************************
005500 2210-CONVERT-EIBDATE.
005510     MOVE AUD-DATE TO WS-EIB-DATE-N
005520     COMPUTE WS-WORK-YEAR = 1900 + WS-EIB-CENTURY * 100
005530         + WS-EIB-YEAR
005540     MOVE 01 TO WS-WORK-MONTH
005550     MOVE 31 TO WS-WORK-DAY
005560     PERFORM 2215-STEP-MONTH
005570         UNTIL WS-EIB-DAY-OF-YEAR NOT > WS-WORK-DAY
005580             OR WS-WORK-MONTH = 12
005590     MOVE WS-EIB-DAY-OF-YEAR TO WS-WORK-DAY.
005600
005610 2215-STEP-MONTH.
005620     SUBTRACT WS-WORK-DAY FROM WS-EIB-DAY-OF-YEAR
005630     ADD 1 TO WS-WORK-MONTH
005640     PERFORM 1017-SET-MONTH-END-DAY.
005650
005660*****************************************************************
005670* 2220-WRITE-JOURNAL - a key already on file is read back: the
005680* same images mean this change was journaled by an earlier run;
005690* different images are a second change in the same second, so
005700* the sequence steps on.
005710*****************************************************************
005720 2220-WRITE-JOURNAL.
005730     WRITE ACCOUNT-JOURNAL-RECORD
005740     EVALUATE WS-JOURNAL-FILE-STATUS
005750         WHEN '00'
005760             SET WS-JOURNALED TO TRUE
005770             SET WS-WRITE-DONE TO TRUE
005780         WHEN '22'
005790             READ JOURNAL-FILE
005800                 INVALID KEY
005810                     SET WS-JOURNAL-FAILED TO TRUE
005820                     SET WS-WRITE-DONE TO TRUE
005830             END-READ
005840             IF NOT WS-WRITE-DONE
005850                 PERFORM 2225-COMPARE-JOURNALED
005860             END-IF
005870         WHEN OTHER
005880             SET WS-JOURNAL-FAILED TO TRUE
005890             SET WS-WRITE-DONE TO TRUE
005900     END-EVALUATE.
005910
005920 2225-COMPARE-JOURNALED.
005930     IF JRN-CHANGE-IMAGES = WS-NEW-CHANGE-IMAGES
005940         SET WS-ALREADY-JOURNALED TO TRUE
005950         SET WS-WRITE-DONE TO TRUE
005960     ELSE
005970         MOVE WS-NEW-JOURNAL-RECORD TO ACCOUNT-JOURNAL-RECORD
005980         IF JRN-SEQ-NO NOT < 99
005990             SET WS-JOURNAL-FAILED TO TRUE
006000             SET WS-WRITE-DONE TO TRUE
006010         ELSE
006020             ADD 1 TO JRN-SEQ-NO
006030             MOVE ACCOUNT-JOURNAL-RECORD TO WS-NEW-JOURNAL-RECORD
006040         END-IF
006050     END-IF.
006060
006070 2250-ADD-TO-CHANGE-TABLE.
006080     IF WS-TABLE-COUNT < WS-TABLE-MAX
006090         ADD 1 TO WS-TABLE-COUNT
006100         SET WS-TBL-IDX TO WS-TABLE-COUNT
006110         MOVE JRN-TERM-ID        TO CHG-TERM-ID(WS-TBL-IDX)
006120         MOVE JRN-CUST-ID        TO CHG-CUST-ID(WS-TBL-IDX)
006130         MOVE JRN-CHANGE-DATE    TO CHG-CHANGE-DATE(WS-TBL-IDX)
006140         MOVE JRN-CHANGE-TIME    TO CHG-CHANGE-TIME(WS-TBL-IDX)
006150         MOVE JRN-TRANS-ID       TO CHG-TRANS-ID(WS-TBL-IDX)
006160         MOVE JRN-SUPV-FLAG      TO CHG-SUPV-FLAG(WS-TBL-IDX)
006170         MOVE JRN-OLD-LAST-NAME  TO CHG-OLD-LAST-NAME(WS-TBL-IDX)
006180         MOVE JRN-OLD-FIRST-NAME TO CHG-OLD-FIRST-NAME(WS-TBL-IDX)
006190         MOVE JRN-OLD-STATUS     TO CHG-OLD-STATUS(WS-TBL-IDX)
006200         MOVE JRN-OLD-LIMIT      TO CHG-OLD-LIMIT(WS-TBL-IDX)
006210         MOVE JRN-NEW-LAST-NAME  TO CHG-NEW-LAST-NAME(WS-TBL-IDX)
006220         MOVE JRN-NEW-FIRST-NAME TO CHG-NEW-FIRST-NAME(WS-TBL-IDX)
006230         MOVE JRN-NEW-STATUS     TO CHG-NEW-STATUS(WS-TBL-IDX)
006240         MOVE JRN-NEW-LIMIT      TO CHG-NEW-LIMIT(WS-TBL-IDX)
006250     ELSE
006260         IF NOT WS-TABLE-FULL
006270             SET WS-TABLE-FULL TO TRUE
006280             DISPLAY 'CHANGE REPORT TABLE FULL AT ' WS-TABLE-MAX
006290                 ' - LATER CHANGES JOURNALED BUT NOT LISTED'
006300             IF RETURN-CODE < 4
006310                 MOVE 4 TO RETURN-CODE
006320             END-IF
006330         END-IF
006340     END-IF.
006350
006360*****************************************************************
006370* 2300-CHECK-LIMIT-CHANGE - an increase to just under the
006380* supervisor threshold is the way round the approval; an
006390* increase over it without the supervisor flag (batch CUSTMNT
006400* asks for none) never had one.
006410*****************************************************************
006420 2300-CHECK-LIMIT-CHANGE.
006430     IF JRN-NEW-LIMIT > JRN-OLD-LIMIT
006440         MOVE JRN-OLD-LIMIT TO WS-DISPLAY-OLD-LIMIT
006450         MOVE JRN-NEW-LIMIT TO WS-DISPLAY-NEW-LIMIT
006460         MOVE SPACES TO WS-EXCEPTION-DETAIL
006470         STRING 'LIMIT ' WS-DISPLAY-OLD-LIMIT ' TO '
006480                WS-DISPLAY-NEW-LIMIT '  SUPV FLAG ' JRN-SUPV-FLAG
006490             DELIMITED BY SIZE INTO WS-EXCEPTION-DETAIL
006500         IF JRN-NEW-LIMIT > JRP-SUPV-THRESHOLD
006510             IF JRN-SUPV-FLAG NOT = 'Y'
006520                 MOVE 'INCREASE OVER THRESHOLD, NO SUPV'
006530                     TO WS-EXCEPTION-TEXT
006540                 PERFORM 2900-WRITE-EXCEPTION
006550             END-IF
006560         ELSE
006570             IF JRN-NEW-LIMIT NOT < WS-NEAR-FLOOR
006580                 MOVE 'LIMIT INCREASE NEAR THRESHOLD'
006590                     TO WS-EXCEPTION-TEXT
006600                 PERFORM 2900-WRITE-EXCEPTION
006610             END-IF
006620         END-IF
006630     END-IF.
006640
006650 2310-CHECK-REACTIVATION.
006660     IF JRN-OLD-STATUS = 'C' AND JRN-NEW-STATUS NOT = 'C'
006670         MOVE 'CLOSED ACCOUNT REACTIVATED' TO WS-EXCEPTION-TEXT
006680         MOVE SPACES TO WS-EXCEPTION-DETAIL
006690         STRING 'STATUS C TO ' JRN-NEW-STATUS
006700                '  NAME ' JRN-NEW-LAST-NAME
006710             DELIMITED BY SIZE INTO WS-EXCEPTION-DETAIL
006720         PERFORM 2900-WRITE-EXCEPTION
006730     END-IF.
006740
006750 2900-WRITE-EXCEPTION.
006760     ADD 1 TO WS-EXCEPTION-COUNT
006770     MOVE SPACES TO EXCEPTION-LINE
006780     STRING WS-EXCEPTION-TEXT
006790            ' CUST-ID ' JRN-CUST-ID
006800            ' ' JRN-CHANGE-DATE ' ' JRN-CHANGE-TIME
006810            ' TERM ' JRN-TERM-ID
006820            ' ' WS-EXCEPTION-DETAIL
006830         DELIMITED BY SIZE INTO EXCEPTION-LINE
006840     WRITE EXCEPTION-LINE.
006850
006860*****************************************************************
006870* 3000-CHECK-REPEATED-CHANGES - each account changed tonight has
006880* its journal read back over the repeat window; as many changes
006890* as the card's repeat count is an exception.
006900*****************************************************************
006910 3000-CHECK-REPEATED-CHANGES.
006920     IF WS-TABLE-COUNT = ZERO
006930         GO TO 3000-EXIT
006940     END-IF
006950     SORT WS-CHANGE-ENTRY
006960         ASCENDING KEY CHG-CUST-ID CHG-CHANGE-DATE CHG-CHANGE-TIME
006970     MOVE ZEROS TO WS-PREV-CUST-ID
006980     MOVE ZERO TO WS-TABLE-POS
006990     PERFORM 3010-CHECK-ACCOUNT
007000         UNTIL WS-TABLE-POS NOT < WS-TABLE-COUNT.
007010 3000-EXIT.
007020     EXIT.
007030
007040 3010-CHECK-ACCOUNT.
007050     ADD 1 TO WS-TABLE-POS
007060     SET WS-TBL-IDX TO WS-TABLE-POS
007070     IF CHG-CUST-ID(WS-TBL-IDX) NOT = WS-PREV-CUST-ID
007080         MOVE CHG-CUST-ID(WS-TBL-IDX) TO WS-PREV-CUST-ID
007090         MOVE ZEROS TO WS-ACCOUNT-CHANGES
007100         MOVE 'N' TO WS-BROWSE-DONE-FLAG
007110         MOVE WS-PREV-CUST-ID TO JRN-CUST-ID
007120         MOVE WS-REPEAT-START TO JRN-CHANGE-DATE
007130         MOVE ZEROS TO JRN-CHANGE-TIME
007140         MOVE LOW-VALUES TO JRN-TERM-ID
007150         MOVE ZEROS TO JRN-SEQ-NO
007160         START JOURNAL-FILE KEY IS NOT LESS THAN JRN-KEY
007170             INVALID KEY
007180                 SET WS-BROWSE-DONE TO TRUE
007190         END-START
007200         PERFORM 3020-COUNT-JOURNAL-ENTRY
007210             UNTIL WS-BROWSE-DONE
007220         IF WS-ACCOUNT-CHANGES NOT < JRP-REPEAT-COUNT
007230             MOVE 'REPEATED CHANGES TO ONE ACCOUNT'
007240                 TO WS-EXCEPTION-TEXT
007250             MOVE WS-ACCOUNT-CHANGES TO WS-DISPLAY-COUNT
007260             MOVE SPACES TO WS-EXCEPTION-DETAIL
007270             STRING WS-DISPLAY-COUNT ' CHANGES SINCE '
007280                    WS-REPEAT-START
007290                 DELIMITED BY SIZE INTO WS-EXCEPTION-DETAIL
007300             MOVE WS-PREV-CUST-ID TO JRN-CUST-ID
007310             MOVE CHG-CHANGE-DATE(WS-TBL-IDX) TO JRN-CHANGE-DATE
007320             MOVE CHG-CHANGE-TIME(WS-TBL-IDX) TO JRN-CHANGE-TIME
007330             MOVE CHG-TERM-ID(WS-TBL-IDX) TO JRN-TERM-ID
007340             PERFORM 2900-WRITE-EXCEPTION
007350         END-IF
007360     END-IF.
007370
007380 3020-COUNT-JOURNAL-ENTRY.
007390     READ JOURNAL-FILE NEXT RECORD
007400         AT END
007410             SET WS-BROWSE-DONE TO TRUE
007420         NOT AT END
007430             IF JRN-CUST-ID NOT = WS-PREV-CUST-ID
007440                 SET WS-BROWSE-DONE TO TRUE
007450             ELSE
007460                 ADD 1 TO WS-ACCOUNT-CHANGES
007470             END-IF
007480     END-READ.
007490
007500*****************************************************************
007510* 3200-CHECK-ADJUSTMENTS - each large adjustment keyed on CADJ
007520* today is held against the account's journal: a name change in
007530* the window before it (and, on the same day, no later than it)
007540* is an exception.
007550*****************************************************************
007560 3200-CHECK-ADJUSTMENTS.
007570     OPEN INPUT PENDING-FILE
007580     IF WS-PENDING-FILE-STATUS NOT = '00'
007590         MOVE 'N' TO WS-PENDING-PRESENT-SW
007600         DISPLAY 'NO PENDING ADJUSTMENTS - NAME/ADJUSTMENT CHECK '
007610             'SKIPPED'
007620         GO TO 3200-EXIT
007630     END-IF
007640     MOVE 'N' TO WS-EOF-FLAG
007650     PERFORM 3210-READ-ADJUSTMENT
007660         UNTIL WS-EOF
007670     CLOSE PENDING-FILE.
007680 3200-EXIT.
007690     EXIT.
007700
007710 3210-READ-ADJUSTMENT.
007720     READ PENDING-FILE
007730         AT END
007740             SET WS-EOF TO TRUE
007750         NOT AT END
007760             ADD 1 TO WS-ADJUSTMENT-COUNT
007770             IF ADJ-CUST-ID IS NUMERIC
007780                     AND ADJ-AMOUNT IS NUMERIC
007790                     AND ADJ-ENTRY-DATE IS NUMERIC
007800                     AND ADJ-AMOUNT NOT < JRP-LARGE-ADJUSTMENT
007810                 PERFORM 3220-FIND-NAME-CHANGE
007820             END-IF
007830     END-READ.
007840
007850 3220-FIND-NAME-CHANGE.
007860     MOVE ADJ-ENTRY-DATE TO WS-WORK-DATE-N
007870     MOVE JRP-NAME-ADJ-DAYS TO WS-DAYS-BACK
007880     PERFORM 1016-BACK-OFF-ONE-DAY
007890         UNTIL WS-DAYS-BACK = ZERO
007900     MOVE WS-WORK-DATE-N TO WS-WINDOW-START
007910     MOVE 'N' TO WS-NAME-CHANGE-FOUND-SW
007920     MOVE 'N' TO WS-BROWSE-DONE-FLAG
007930     MOVE ADJ-CUST-ID TO JRN-CUST-ID
007940     MOVE WS-WINDOW-START TO JRN-CHANGE-DATE
007950     MOVE ZEROS TO JRN-CHANGE-TIME
007960     MOVE LOW-VALUES TO JRN-TERM-ID
007970     MOVE ZEROS TO JRN-SEQ-NO
007980     START JOURNAL-FILE KEY IS NOT LESS THAN JRN-KEY
007990         INVALID KEY
008000             SET WS-BROWSE-DONE TO TRUE
008010     END-START
008020     PERFORM 3230-TEST-NAME-CHANGE
008030         UNTIL WS-BROWSE-DONE
008040     IF WS-NAME-CHANGE-FOUND
008050         MOVE 'NAME CHANGE THEN LARGE ADJUSTMENT'
008060             TO WS-EXCEPTION-TEXT
008070         MOVE ADJ-AMOUNT TO WS-DISPLAY-AMOUNT
008080         MOVE SPACES TO WS-EXCEPTION-DETAIL
008090         STRING 'ADJ ' ADJ-TRANS-TYPE ' ' WS-DISPLAY-AMOUNT
008100                ' ' ADJ-REASON-CODE ' ' ADJ-ENTRY-DATE
008110                ' TERM ' ADJ-TERMINAL-ID
008120             DELIMITED BY SIZE INTO WS-EXCEPTION-DETAIL
008130         PERFORM 2900-WRITE-EXCEPTION
008140     END-IF.
008150
008160*****************************************************************
008170* 3230-TEST-NAME-CHANGE - the browse stops at the first name
008180* change that came before the adjustment; the record stays in
008190* the journal area for the exception line. An add (no old
008200* name) is not a name change.
008210*****************************************************************
008220 3230-TEST-NAME-CHANGE.
008230     READ JOURNAL-FILE NEXT RECORD
008240         AT END
008250             SET WS-BROWSE-DONE TO TRUE
008260         NOT AT END
008270             IF JRN-CUST-ID NOT = ADJ-CUST-ID
008280                     OR JRN-CHANGE-DATE > ADJ-ENTRY-DATE
008290                 SET WS-BROWSE-DONE TO TRUE
008300             ELSE
008310                 IF JRN-OLD-LAST-NAME NOT = SPACES
008320                     AND (JRN-CHANGE-DATE < ADJ-ENTRY-DATE
008330                       OR JRN-CHANGE-TIME NOT > ADJ-ENTRY-TIME)
008340                     PERFORM 3235-COMPARE-NAMES
008350                 END-IF
008360             END-IF
008370     END-READ.
008380
008390 3235-COMPARE-NAMES.
008400     IF JRN-OLD-LAST-NAME NOT = JRN-NEW-LAST-NAME
008410             OR JRN-OLD-FIRST-NAME NOT = JRN-NEW-FIRST-NAME
008420         SET WS-NAME-CHANGE-FOUND TO TRUE
008430         SET WS-BROWSE-DONE TO TRUE
008440     END-IF.
008450
008460*****************************************************************
008470* 4000-WRITE-CHANGE-REPORT - tonight's changes by terminal, then
008480* by account, each change on one line with a line below for each
008490* field it changed.
008500*****************************************************************
008510 4000-WRITE-CHANGE-REPORT.
008520     MOVE SPACES TO REPORT-LINE
008530     STRING 'DAILY ACCOUNT-CHANGE REPORT BY TERMINAL - '
008540            'BUSINESS DATE: ' WS-BUSINESS-DATE
008550         DELIMITED BY SIZE INTO REPORT-LINE
008560     WRITE REPORT-LINE
008570     IF WS-TABLE-COUNT > ZERO
008580         SORT WS-CHANGE-ENTRY
008590             ASCENDING KEY CHG-TERM-ID CHG-CHANGE-DATE
008600                           CHG-CHANGE-TIME CHG-CUST-ID
008610     END-IF
008620     MOVE HIGH-VALUES TO WS-PREV-TERM-ID
008630     MOVE ZERO TO WS-TABLE-POS
008640     PERFORM 4010-WRITE-TERMINAL-ENTRY
008650         UNTIL WS-TABLE-POS NOT < WS-TABLE-COUNT
008660     PERFORM 4015-WRITE-GROUP-COUNT
008670     MOVE SPACES TO REPORT-LINE
008680     WRITE REPORT-LINE
008690     MOVE SPACES TO REPORT-LINE
008700     STRING 'DAILY ACCOUNT-CHANGE REPORT BY ACCOUNT - '
008710            'BUSINESS DATE: ' WS-BUSINESS-DATE
008720         DELIMITED BY SIZE INTO REPORT-LINE
008730     WRITE REPORT-LINE
008740     IF WS-TABLE-COUNT > ZERO
008750         SORT WS-CHANGE-ENTRY
008760             ASCENDING KEY CHG-CUST-ID CHG-CHANGE-DATE
008770                           CHG-CHANGE-TIME CHG-TERM-ID
008780     END-IF
008790     MOVE ZEROS TO WS-PREV-CUST-ID
008800     MOVE ZERO TO WS-GROUP-COUNT
008810     MOVE ZERO TO WS-TABLE-POS
008820     PERFORM 4020-WRITE-ACCOUNT-ENTRY
008830         UNTIL WS-TABLE-POS NOT < WS-TABLE-COUNT
008840     PERFORM 4015-WRITE-GROUP-COUNT.
008850 4000-EXIT.
008860     EXIT.
008870
008880 4010-WRITE-TERMINAL-ENTRY.
008890     ADD 1 TO WS-TABLE-POS
008900     SET WS-TBL-IDX TO WS-TABLE-POS
008910     IF CHG-TERM-ID(WS-TBL-IDX) NOT = WS-PREV-TERM-ID
008920         IF WS-PREV-TERM-ID NOT = HIGH-VALUES
008930             PERFORM 4015-WRITE-GROUP-COUNT
008940         END-IF
008950         MOVE CHG-TERM-ID(WS-TBL-IDX) TO WS-PREV-TERM-ID
008960         MOVE ZERO TO WS-GROUP-COUNT
008970         MOVE SPACES TO REPORT-LINE
008980         WRITE REPORT-LINE
008990         MOVE SPACES TO REPORT-LINE
009000         STRING 'TERMINAL: ' WS-PREV-TERM-ID
009010             DELIMITED BY SIZE INTO REPORT-LINE
009020         WRITE REPORT-LINE
009030     END-IF
009040     ADD 1 TO WS-GROUP-COUNT
009050     PERFORM 4100-WRITE-CHANGE-LINES.
009060
009070 4015-WRITE-GROUP-COUNT.
009080     IF WS-GROUP-COUNT > ZERO
009090         MOVE WS-GROUP-COUNT TO WS-DISPLAY-COUNT
009100         MOVE SPACES TO REPORT-LINE
009110         STRING '   CHANGES: ' WS-DISPLAY-COUNT
009120             DELIMITED BY SIZE INTO REPORT-LINE
009130         WRITE REPORT-LINE
009140     END-IF.
009150
009160 4020-WRITE-ACCOUNT-ENTRY.
009170     ADD 1 TO WS-TABLE-POS
009180     SET WS-TBL-IDX TO WS-TABLE-POS
009190     IF CHG-CUST-ID(WS-TBL-IDX) NOT = WS-PREV-CUST-ID
009200         IF WS-PREV-CUST-ID NOT = ZEROS
009210             PERFORM 4015-WRITE-GROUP-COUNT
009220         END-IF
009230         MOVE CHG-CUST-ID(WS-TBL-IDX) TO WS-PREV-CUST-ID
009240         MOVE ZERO TO WS-GROUP-COUNT
009250         MOVE SPACES TO REPORT-LINE
009260         WRITE REPORT-LINE
009270         MOVE SPACES TO REPORT-LINE
009280         STRING 'ACCOUNT: ' WS-PREV-CUST-ID
009290             DELIMITED BY SIZE INTO REPORT-LINE
009300         WRITE REPORT-LINE
009310     END-IF
009320     ADD 1 TO WS-GROUP-COUNT
009330     PERFORM 4100-WRITE-CHANGE-LINES.
009340
009350 4100-WRITE-CHANGE-LINES.
009360     MOVE SPACES TO WS-CHANGE-KINDS
009370     IF CHG-OLD-STATUS(WS-TBL-IDX) = SPACE
009380         MOVE 'ACCOUNT ADDED' TO WS-CHANGE-KINDS
009390     END-IF
009400     MOVE SPACES TO REPORT-LINE
009410     STRING '   ' CHG-CHANGE-DATE(WS-TBL-IDX)
009420            ' ' CHG-CHANGE-TIME(WS-TBL-IDX)
009430            '  TERM ' CHG-TERM-ID(WS-TBL-IDX)
009440            '  CUST-ID ' CHG-CUST-ID(WS-TBL-IDX)
009450            '  TRAN ' CHG-TRANS-ID(WS-TBL-IDX)
009460            '  SUPV ' CHG-SUPV-FLAG(WS-TBL-IDX)
009470            '  ' WS-CHANGE-KINDS
009480         DELIMITED BY SIZE INTO REPORT-LINE
009490     WRITE REPORT-LINE
009500     IF CHG-OLD-LAST-NAME(WS-TBL-IDX)
009510             NOT = CHG-NEW-LAST-NAME(WS-TBL-IDX)
009520             OR CHG-OLD-FIRST-NAME(WS-TBL-IDX)
009530             NOT = CHG-NEW-FIRST-NAME(WS-TBL-IDX)
009540         MOVE SPACES TO REPORT-LINE
009550         STRING '      NAME    ' CHG-OLD-LAST-NAME(WS-TBL-IDX)
009560                ' ' CHG-OLD-FIRST-NAME(WS-TBL-IDX)
009570                ' -> ' CHG-NEW-LAST-NAME(WS-TBL-IDX)
009580                ' ' CHG-NEW-FIRST-NAME(WS-TBL-IDX)
009590             DELIMITED BY SIZE INTO REPORT-LINE
009600         WRITE REPORT-LINE
009610     END-IF
009620     IF CHG-OLD-STATUS(WS-TBL-IDX)
009630             NOT = CHG-NEW-STATUS(WS-TBL-IDX)
009640         MOVE SPACES TO REPORT-LINE
009650         STRING '      STATUS  ' CHG-OLD-STATUS(WS-TBL-IDX)
009660                ' -> ' CHG-NEW-STATUS(WS-TBL-IDX)
009670             DELIMITED BY SIZE INTO REPORT-LINE
009680         WRITE REPORT-LINE
009690     END-IF
009700     IF CHG-OLD-LIMIT(WS-TBL-IDX) NOT = CHG-NEW-LIMIT(WS-TBL-IDX)
009710         MOVE CHG-OLD-LIMIT(WS-TBL-IDX) TO WS-DISPLAY-OLD-LIMIT
009720         MOVE CHG-NEW-LIMIT(WS-TBL-IDX) TO WS-DISPLAY-NEW-LIMIT
009730         MOVE SPACES TO REPORT-LINE
009740         STRING '      LIMIT   ' WS-DISPLAY-OLD-LIMIT
009750                ' -> ' WS-DISPLAY-NEW-LIMIT
009760             DELIMITED BY SIZE INTO REPORT-LINE
009770         WRITE REPORT-LINE
009780     END-IF.
009790
009800 9000-CLOSE-FILES.
009810     CLOSE JOURNAL-FILE
009820     MOVE SPACES TO REPORT-LINE
009830     WRITE REPORT-LINE
009840     MOVE SPACES TO REPORT-LINE
009850     STRING 'ONLINE CHANGES READ: ' WS-ONLINE-COUNT
009860            '  BATCH CHANGES READ: ' WS-BATCH-COUNT
009870            '  JOURNALED: ' WS-JOURNALED-COUNT
009880            '  ALREADY ON JOURNAL: ' WS-DUPLICATE-COUNT
009890            '  FAILED: ' WS-FAILED-COUNT
009900         DELIMITED BY SIZE INTO REPORT-LINE
009910     WRITE REPORT-LINE
009920     CLOSE CHANGE-REPORT
009930     MOVE SPACES TO EXCEPTION-LINE
009940     WRITE EXCEPTION-LINE
009950     MOVE SPACES TO EXCEPTION-LINE
009960     STRING 'EXCEPTIONS: ' WS-EXCEPTION-COUNT
009970            '  ADJUSTMENTS CHECKED: ' WS-ADJUSTMENT-COUNT
009980         DELIMITED BY SIZE INTO EXCEPTION-LINE
009990     WRITE EXCEPTION-LINE
010000     CLOSE EXCEPTION-REPORT
010010     DISPLAY 'ACCOUNT-CHANGE JOURNAL BUSINESS DATE '
010020         WS-BUSINESS-DATE
010030     DISPLAY 'ONLINE CHANGES READ: ' WS-ONLINE-COUNT
010040     DISPLAY 'BATCH CHANGES READ: ' WS-BATCH-COUNT
010050     DISPLAY 'CHANGES JOURNALED: ' WS-JOURNALED-COUNT
010060     DISPLAY 'ALREADY ON JOURNAL: ' WS-DUPLICATE-COUNT
010070     DISPLAY 'EXCEPTIONS FOR REVIEW: ' WS-EXCEPTION-COUNT.
010080 9000-EXIT.
010090     EXIT.
