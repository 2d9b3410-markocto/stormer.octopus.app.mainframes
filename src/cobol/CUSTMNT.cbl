000178*                 against the right night.
000179* 2026       SM   Carry the MNT-STMT-CYCLE statement cycle
000180*                 onto adds and changes.
000181* 2026       SM   Log every maintenance reject to the shared
000182*                 REJWORK reject work file for repair on CREJ
000183*                 and re-entry as MAINT-FILE input.
000184* 2026       SM   Address/contact maintenance - codes M, N, P
000185*                 and R write or update the ADDRFILE companion
000186*                 record (mailing address, phone, email and
000188*                 returned-mail flag) for a customer on file.
000190* 2026       SM   Write before and after images of every add,
000192*                 change and closure to the MNTAUD audit file in
000194*                 the CAUD layout, for the account-change journal.
000196*****************************************************************
000198 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CUSTMNT.
000210 AUTHOR. STORMER-MAINFRAMES.
000220 INSTALLATION. STORMER-MAINFRAMES-DATA-CENTER.
000525         ASSIGN TO DATECTL
000526         ORGANIZATION IS LINE SEQUENTIAL
000527         FILE STATUS IS WS-DATECTL-FILE-STATUS.
000528
000529     SELECT REJECT-WORK-FILE
000530         ASSIGN TO REJWORK
000531         ORGANIZATION IS INDEXED
000532         ACCESS MODE IS DYNAMIC
000533         RECORD KEY IS RJW-KEY
000534         FILE STATUS IS WS-REJWORK-FILE-STATUS.
000535
000536     SELECT ADDRESS-FILE
000537         ASSIGN TO ADDRFILE
000538         ORGANIZATION IS INDEXED
000539         ACCESS MODE IS RANDOM
000540         RECORD KEY IS ADR-CUST-ID
000541         FILE STATUS IS WS-ADDRESS-FILE-STATUS.
000542
000543     SELECT AUDIT-FILE
000544         ASSIGN TO MNTAUD
000545         ORGANIZATION IS LINE SEQUENTIAL
000546         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000547
000548 DATA DIVISION.
000550 FILE SECTION.
000560 FD  CUSTOMER-FILE
000570     RECORD CONTAINS 76 CHARACTERS.
000704 FD  DATE-CONTROL-FILE
000705     RECORD CONTAINS 80 CHARACTERS.
000706     COPY DATECTL.
000707
000708 FD  REJECT-WORK-FILE
000709     RECORD CONTAINS 200 CHARACTERS.
000710     COPY REJWORK.
000711
000712 FD  ADDRESS-FILE
000713     RECORD CONTAINS 200 CHARACTERS.
000714     COPY ADDRREC.
000715
000716 FD  AUDIT-FILE
000717     RECORD CONTAINS 120 CHARACTERS.
000718     COPY CAUDREC.
000719
000720 WORKING-STORAGE SECTION.
000730 77  WS-CUSTOMER-FILE-STATUS        PIC XX VALUE SPACES.
000740 77  WS-MAINT-FILE-STATUS           PIC XX VALUE SPACES.
000750 77  WS-REGISTER-FILE-STATUS        PIC XX VALUE SPACES.
000760 77  WS-REJECT-FILE-STATUS          PIC XX VALUE SPACES.
000762 77  WS-DATECTL-FILE-STATUS         PIC XX VALUE SPACES.
000763 77  WS-REJWORK-FILE-STATUS         PIC XX VALUE SPACES.
000764 77  WS-REJWORK-SEQ                 PIC 9(06) VALUE ZEROS.
000765 77  WS-REJWORK-SCAN-DONE-SW        PIC X  VALUE 'N'.
000766     88  WS-REJWORK-SCAN-DONE           VALUE 'Y'.
000767 77  WS-ADDRESS-FILE-STATUS         PIC XX VALUE SPACES.
000768 77  WS-ADDRESS-NEW-SW              PIC X  VALUE 'N'.
000770     88  WS-ADDRESS-NEW                 VALUE 'Y'.
000772 77  WS-AUDIT-FILE-STATUS           PIC XX VALUE SPACES.
000774 77  WS-AUDIT-COUNT                 PIC 9(06) VALUE ZEROS.
000777
000780 77  WS-EOF-FLAG                    PIC X  VALUE 'N'.
000790     88  WS-EOF                         VALUE 'Y'.
000800
000820 77  WS-ADD-COUNT                   PIC 9(06) VALUE ZEROS.
000830 77  WS-CHANGE-COUNT                PIC 9(06) VALUE ZEROS.
000840 77  WS-CLOSE-COUNT                 PIC 9(06) VALUE ZEROS.
000845 77  WS-ADDRESS-COUNT               PIC 9(06) VALUE ZEROS.
000850 77  WS-REJECT-COUNT                PIC 9(06) VALUE ZEROS.
000860 77  WS-REJECT-REASON               PIC X(40) VALUE SPACES.
000870 77  WS-ACTION-TAKEN                PIC X(06) VALUE SPACES.
001280         MOVE 16 TO RETURN-CODE
001290         CLOSE CUSTOMER-FILE MAINT-FILE MAINT-REGISTER
001300         STOP RUN
001310     END-IF
001315     PERFORM 1020-OPEN-REJECT-WORK
001316     PERFORM 1030-OPEN-ADDRESS-FILE
001317     PERFORM 1040-OPEN-AUDIT-FILE.
001320 1000-EXIT.
001330     EXIT.
001340
001358 1010-WRITE-REGISTER-HEADER.
001359     MOVE SPACES TO REGISTER-LINE
001360     STRING 'CUSTOMER MAINTENANCE REGISTER - BUSINESS DATE: '
001361             WS-BUSINESS-DATE
001362         DELIMITED BY SIZE INTO REGISTER-LINE
001363     WRITE REGISTER-LINE.
001364
001365*****************************************************************
001366* 1020-OPEN-REJECT-WORK - every maintenance reject is also
001367* logged to the shared reject work file for repair on the CREJ
001368* screen. The file is created on first use, and tonight's
001369* CUSTMNT items continue the sequence after any already
001370* logged, so a second maintenance run never collides on a key.
001371*****************************************************************
001372 1020-OPEN-REJECT-WORK.
001373     OPEN I-O REJECT-WORK-FILE
001374     IF WS-REJWORK-FILE-STATUS = '35'
001375         OPEN OUTPUT REJECT-WORK-FILE
001376         CLOSE REJECT-WORK-FILE
001377         OPEN I-O REJECT-WORK-FILE
001378     END-IF
001379     IF WS-REJWORK-FILE-STATUS NOT = '00'
001380         DISPLAY 'ERROR OPENING REJECT WORK FILE: '
001381             WS-REJWORK-FILE-STATUS
001382         MOVE 16 TO RETURN-CODE
001383         CLOSE CUSTOMER-FILE MAINT-FILE MAINT-REGISTER
001384             REJECT-FILE
001385         STOP RUN
001386     END-IF
001387     MOVE ZEROS TO WS-REJWORK-SEQ
001388     MOVE 'N' TO WS-REJWORK-SCAN-DONE-SW
001389     MOVE WS-BUSINESS-DATE TO RJW-REJECT-DATE
001390     MOVE 'CUSTMNT ' TO RJW-SOURCE-PGM
001391     MOVE ZEROS TO RJW-SEQ-NO
001392     START REJECT-WORK-FILE KEY IS NOT LESS THAN RJW-KEY
001393         INVALID KEY
001394             SET WS-REJWORK-SCAN-DONE TO TRUE
001395     END-START
001396     PERFORM 1021-SCAN-REJECT-SEQ
001397         UNTIL WS-REJWORK-SCAN-DONE.
001398
001399 1021-SCAN-REJECT-SEQ.
001400     READ REJECT-WORK-FILE NEXT RECORD
001401         AT END
001402             SET WS-REJWORK-SCAN-DONE TO TRUE
001403         NOT AT END
001404             IF RJW-REJECT-DATE NOT = WS-BUSINESS-DATE
001405                     OR RJW-SOURCE-PGM NOT = 'CUSTMNT '
001406                 SET WS-REJWORK-SCAN-DONE TO TRUE
001407             ELSE
001408                 MOVE RJW-SEQ-NO TO WS-REJWORK-SEQ
001409             END-IF
001410     END-READ.
001411
001412*****************************************************************
001413* 1030-OPEN-ADDRESS-FILE - the address/contact file is created
001414* on first use; a customer's record is written by the first
001415* address transaction keyed against the account.
001416*****************************************************************
001417 1030-OPEN-ADDRESS-FILE.
001418     OPEN I-O ADDRESS-FILE
001419     IF WS-ADDRESS-FILE-STATUS = '35'
001420         OPEN OUTPUT ADDRESS-FILE
001421         CLOSE ADDRESS-FILE
001422         OPEN I-O ADDRESS-FILE
001423     END-IF
001424     IF WS-ADDRESS-FILE-STATUS NOT = '00'
001425         DISPLAY 'ERROR OPENING ADDRESS FILE: '
001426             WS-ADDRESS-FILE-STATUS
001427         MOVE 16 TO RETURN-CODE
001428         CLOSE CUSTOMER-FILE MAINT-FILE MAINT-REGISTER
001429             REJECT-FILE REJECT-WORK-FILE
001430         STOP RUN
001431     END-IF.
001432
001433*****************************************************************
001434* 1040-OPEN-AUDIT-FILE - the audit file gathers the night's
001435* maintenance runs, so each run adds to it; the CUSTJRNL step
001436* empties it once journaled. A missing file is created here.
001437*****************************************************************
001438 1040-OPEN-AUDIT-FILE.
001439     OPEN EXTEND AUDIT-FILE
001440     IF WS-AUDIT-FILE-STATUS = '35'
001441         OPEN OUTPUT AUDIT-FILE
001442     END-IF
001443     IF WS-AUDIT-FILE-STATUS NOT = '00'
001444         DISPLAY 'ERROR OPENING MAINTENANCE AUDIT FILE: '
001445             WS-AUDIT-FILE-STATUS
001446         MOVE 16 TO RETURN-CODE
001447         CLOSE CUSTOMER-FILE MAINT-FILE MAINT-REGISTER
001448             REJECT-FILE REJECT-WORK-FILE ADDRESS-FILE
001449         STOP RUN
001450     END-IF.
001451
001452 2000-PROCESS-MAINTENANCE.
001453     READ MAINT-FILE
001454         AT END
001455             SET WS-EOF TO TRUE
001460         NOT AT END
001470             ADD 1 TO WS-MAINT-COUNT
001480             PERFORM 2100-APPLY-MAINTENANCE THRU 2100-EXIT
001580             PERFORM 2300-CHANGE-CUSTOMER
001590         WHEN MNT-CODE-CLOSE
001600             PERFORM 2400-CLOSE-CUSTOMER
001605         WHEN MNT-CODE-ADDRESS-FILE
001606             PERFORM 2500-ADDRESS-MAINTENANCE THRU 2500-EXIT
001610         WHEN OTHER
001620             MOVE 'INVALID MAINTENANCE TRANS CODE' TO
001630                 WS-REJECT-REASON
001800
001810 2210-WRITE-NEW-CUSTOMER.
001820     MOVE SPACES TO CUSTOMER-RECORD
001825     PERFORM 2840-CAPTURE-BEFORE-IMAGE
001830     MOVE MNT-CUST-ID TO CUST-ID
001840     MOVE MNT-LAST-NAME TO CUST-LAST-NAME
001850     MOVE MNT-FIRST-NAME TO CUST-FIRST-NAME
002000             ADD 1 TO WS-ADD-COUNT
002010             MOVE 'ADDED' TO WS-ACTION-TAKEN
002020             PERFORM 2800-WRITE-REGISTER-LINE
002025             PERFORM 2850-WRITE-AUDIT-RECORD
002030     END-WRITE.
002040
002050 2300-CHANGE-CUSTOMER.
002168         PERFORM 2900-WRITE-REJECT
002169         GO TO 2310-EXIT
002170     END-IF
002171     PERFORM 2840-CAPTURE-BEFORE-IMAGE
002172     IF MNT-LAST-NAME NOT = SPACES
002180         MOVE MNT-LAST-NAME TO CUST-LAST-NAME
002190     END-IF
002320             ADD 1 TO WS-CHANGE-COUNT
002330             MOVE 'CHANGE' TO WS-ACTION-TAKEN
002340             PERFORM 2800-WRITE-REGISTER-LINE
002345             PERFORM 2850-WRITE-AUDIT-RECORD
002350     END-REWRITE.
002352 2310-EXIT.
002354     EXIT.
002500         MOVE 'CUSTOMER ALREADY CLOSED' TO WS-REJECT-REASON
002510         PERFORM 2900-WRITE-REJECT
002520     ELSE
002525         PERFORM 2840-CAPTURE-BEFORE-IMAGE
002530         SET CUST-STATUS-CLOSED TO TRUE
002540         REWRITE CUSTOMER-RECORD
002550             INVALID KEY
002600                 ADD 1 TO WS-CLOSE-COUNT
002610                 MOVE 'CLOSED' TO WS-ACTION-TAKEN
002620                 PERFORM 2800-WRITE-REGISTER-LINE
002625                 PERFORM 2850-WRITE-AUDIT-RECORD
002630         END-REWRITE
002640     END-IF.
002641
002642*****************************************************************
002643* 2500-ADDRESS-MAINTENANCE - codes M, N, P and R maintain the
002644* address/contact record of a customer on the master (closed
002645* accounts included - refunds and notices still go out to
002646* them). A new mailing address clears the returned-mail flag,
002647* since it is the answer to the returned statement.
002648*****************************************************************
002649 2500-ADDRESS-MAINTENANCE.
002650     MOVE MNT-CUST-ID TO CUST-ID
002651     READ CUSTOMER-FILE
002652         INVALID KEY
002653             MOVE 'CUSTOMER NOT FOUND ON MASTER' TO
002654                 WS-REJECT-REASON
002655     END-READ
002656     IF WS-REJECT-REASON = SPACES
002657         PERFORM 2510-EDIT-ADDRESS-CHANGE
002658     END-IF
002659     IF WS-REJECT-REASON NOT = SPACES
002660         PERFORM 2900-WRITE-REJECT
002661         GO TO 2500-EXIT
002662     END-IF
002663     MOVE MNT-CUST-ID TO ADR-CUST-ID
002664     READ ADDRESS-FILE
002665         INVALID KEY
002666             PERFORM 2520-INIT-ADDRESS-RECORD
002667         NOT INVALID KEY
002668             MOVE 'N' TO WS-ADDRESS-NEW-SW
002669     END-READ
002670     PERFORM 2530-APPLY-ADDRESS-CHANGE
002671     MOVE WS-BUSINESS-DATE TO ADR-LAST-CHANGE-DATE
002672     IF WS-ADDRESS-NEW
002673         WRITE ADDRESS-RECORD
002674             INVALID KEY
002675                 MOVE 'WRITE FAILED ON ADDRESS FILE' TO
002676                     WS-REJECT-REASON
002677         END-WRITE
002678     ELSE
002679         REWRITE ADDRESS-RECORD
002680             INVALID KEY
002681                 MOVE 'REWRITE FAILED ON ADDRESS FILE' TO
002682                     WS-REJECT-REASON
002683         END-REWRITE
002684     END-IF
002685     IF WS-REJECT-REASON NOT = SPACES
002686         PERFORM 2900-WRITE-REJECT
002687     ELSE
002688         ADD 1 TO WS-ADDRESS-COUNT
002689         PERFORM 2810-WRITE-ADDRESS-REGISTER-LINE
002690     END-IF.
002691 2500-EXIT.
002692     EXIT.
002693
002694 2510-EDIT-ADDRESS-CHANGE.
002695     EVALUATE TRUE
002696         WHEN MNT-CODE-ADDRESS
002697             IF MNT-ADDRESS-LINE-1 = SPACES
002698                 MOVE 'BLANK ADDRESS LINE 1' TO WS-REJECT-REASON
002699             END-IF
002700         WHEN MNT-CODE-CITY-STATE
002701             IF MNT-CITY = SPACES OR MNT-STATE = SPACES
002702                     OR MNT-POSTAL-CODE = SPACES
002703                 MOVE 'INCOMPLETE CITY/STATE/POSTAL CODE' TO
002704                     WS-REJECT-REASON
002705             END-IF
002706         WHEN MNT-CODE-CONTACT
002707             IF MNT-PHONE = SPACES AND MNT-EMAIL = SPACES
002708                 MOVE 'NO PHONE OR EMAIL KEYED' TO
002709                     WS-REJECT-REASON
002710             END-IF
002711         WHEN MNT-CODE-RETURNED-MAIL
002712             IF MNT-RETURNED-MAIL-FLAG NOT = 'Y'
002713                     AND MNT-RETURNED-MAIL-FLAG NOT = 'N'
002714                 MOVE 'RETURNED-MAIL FLAG MUST BE Y OR N' TO
002715                     WS-REJECT-REASON
002716             END-IF
002717     END-EVALUATE.
002718
002719 2520-INIT-ADDRESS-RECORD.
002720     MOVE SPACES TO ADDRESS-RECORD
002721     MOVE MNT-CUST-ID TO ADR-CUST-ID
002722     SET ADR-MAIL-GOOD TO TRUE
002723     MOVE ZEROS TO ADR-RETURNED-MAIL-DATE
002724     MOVE ZEROS TO ADR-LAST-CHANGE-DATE
002725     SET WS-ADDRESS-NEW TO TRUE.
002726
002727 2530-APPLY-ADDRESS-CHANGE.
002728     EVALUATE TRUE
002729         WHEN MNT-CODE-ADDRESS
002730             MOVE MNT-ADDRESS-LINE-1 TO ADR-ADDRESS-LINE-1
002731             MOVE MNT-ADDRESS-LINE-2 TO ADR-ADDRESS-LINE-2
002732             SET ADR-MAIL-GOOD TO TRUE
002733             MOVE ZEROS TO ADR-RETURNED-MAIL-DATE
002734             MOVE 'ADDR' TO WS-ACTION-TAKEN
002735         WHEN MNT-CODE-CITY-STATE
002736             MOVE MNT-CITY TO ADR-CITY
002737             MOVE MNT-STATE TO ADR-STATE
002738             MOVE MNT-POSTAL-CODE TO ADR-POSTAL-CODE
002739             SET ADR-MAIL-GOOD TO TRUE
002740             MOVE ZEROS TO ADR-RETURNED-MAIL-DATE
002741             MOVE 'CITYST' TO WS-ACTION-TAKEN
002742         WHEN MNT-CODE-CONTACT
002743             IF MNT-PHONE NOT = SPACES
002744                 MOVE MNT-PHONE TO ADR-PHONE
002745             END-IF
002746             IF MNT-EMAIL NOT = SPACES
002747                 MOVE MNT-EMAIL TO ADR-EMAIL
002748             END-IF
002749             MOVE 'CONTCT' TO WS-ACTION-TAKEN
002750         WHEN MNT-CODE-RETURNED-MAIL
002751             MOVE MNT-RETURNED-MAIL-FLAG TO ADR-RETURNED-MAIL-FLAG
002752             IF ADR-MAIL-RETURNED
002753                 MOVE WS-BUSINESS-DATE TO ADR-RETURNED-MAIL-DATE
002754             ELSE
002755                 MOVE ZEROS TO ADR-RETURNED-MAIL-DATE
002756             END-IF
002757             MOVE 'RTMAIL' TO WS-ACTION-TAKEN
002758     END-EVALUATE.
002759
002760 2800-WRITE-REGISTER-LINE.
002761     MOVE CUST-CREDIT-LIMIT TO WS-DISPLAY-LIMIT
002762     MOVE SPACES TO REGISTER-LINE
002763     STRING 'CUST-ID: ' CUST-ID
002764            '  ACTION: ' WS-ACTION-TAKEN
002765            '  NAME: ' CUST-LAST-NAME ', ' CUST-FIRST-NAME
002766            '  LIMIT: ' WS-DISPLAY-LIMIT
002767            '  STATUS: ' CUST-STATUS
002768         DELIMITED BY SIZE INTO REGISTER-LINE
002769     WRITE REGISTER-LINE
002770     MOVE SPACES TO WS-ACTION-TAKEN.
002771
002772 2810-WRITE-ADDRESS-REGISTER-LINE.
002773     MOVE SPACES TO REGISTER-LINE
002774     STRING 'CUST-ID: ' ADR-CUST-ID
002775            '  ACTION: ' WS-ACTION-TAKEN
002776            '  ADDRESS: ' ADR-ADDRESS-LINE-1
002777            ' ' ADR-CITY
002778            ' ' ADR-STATE
002779            ' ' ADR-POSTAL-CODE
002780            '  RETURNED MAIL: ' ADR-RETURNED-MAIL-FLAG
002781         DELIMITED BY SIZE INTO REGISTER-LINE
002782     WRITE REGISTER-LINE
002783     MOVE SPACES TO WS-ACTION-TAKEN.
002784
002785*****************************************************************
002786* 2840-CAPTURE-BEFORE-IMAGE - the customer fields as they stood
002787* before the maintenance; on an add they are blank.
002788*****************************************************************
002789 2840-CAPTURE-BEFORE-IMAGE.
002790     MOVE SPACES TO AUDIT-TRAIL-RECORD
002791     MOVE CUST-LAST-NAME TO AUD-OLD-LAST-NAME
002792     MOVE CUST-FIRST-NAME TO AUD-OLD-FIRST-NAME
002793     MOVE CUST-STATUS TO AUD-OLD-STATUS
002794     IF CUST-CREDIT-LIMIT IS NUMERIC
002795         MOVE CUST-CREDIT-LIMIT TO AUD-OLD-LIMIT
002796     ELSE
002797         MOVE ZERO TO AUD-OLD-LIMIT
002798     END-IF.
002799
002800*****************************************************************
002801* 2850-WRITE-AUDIT-RECORD - the after image goes out with the
002802* before image in the CAUD layout, dated with the business
002803* date under terminal BTCH. A change that touched only the
002804* statement cycle leaves both images alike and is not written.
002805*****************************************************************
002806 2850-WRITE-AUDIT-RECORD.
002807     MOVE CUST-LAST-NAME TO AUD-NEW-LAST-NAME
002808     MOVE CUST-FIRST-NAME TO AUD-NEW-FIRST-NAME
002809     MOVE CUST-STATUS TO AUD-NEW-STATUS
002810     MOVE CUST-CREDIT-LIMIT TO AUD-NEW-LIMIT
002811     IF AUD-BEFORE-IMAGE NOT = AUD-AFTER-IMAGE
002812         MOVE 'MNTB' TO AUD-TRANS-ID
002813         MOVE ZERO TO AUD-DATE
002814         MOVE ZERO TO AUD-TIME
002815         MOVE CUST-ID TO AUD-CUST-ID
002816         MOVE 'N' TO AUD-SUPV-FLAG
002817         MOVE 'BTCH' TO AUD-TERM-ID
002818         MOVE WS-BUSINESS-DATE TO AUD-CHANGE-DATE
002819         SET AUD-SOURCE-BATCH TO TRUE
002820         WRITE AUDIT-TRAIL-RECORD
002821         ADD 1 TO WS-AUDIT-COUNT
002822     END-IF.
002823
002824 2900-WRITE-REJECT.
002825     ADD 1 TO WS-REJECT-COUNT
002826     MOVE SPACES TO REJECT-LINE
002827     STRING 'CUST-ID: ' MNT-CUST-ID
002828            '  CODE: ' MNT-TRANS-CODE
002830            '  REJECTED - ' WS-REJECT-REASON
002840         DELIMITED BY SIZE INTO REJECT-LINE
002850     WRITE REJECT-LINE
002855     PERFORM 2910-LOG-REJECT-WORK
002860     MOVE SPACES TO WS-REJECT-REASON.
002861
002862*****************************************************************
002863* 2910-LOG-REJECT-WORK - the maintenance record goes to the
002864* reject work file exactly as read, open for repair; once
002865* corrected it is handed back to this program as MAINT-FILE
002866* input by CUSTREJB.
002867*****************************************************************
002868 2910-LOG-REJECT-WORK.
002869     MOVE SPACES TO REJECT-WORK-RECORD
002870     ADD 1 TO WS-REJWORK-SEQ
002871     MOVE WS-BUSINESS-DATE TO RJW-REJECT-DATE
002872     MOVE 'CUSTMNT ' TO RJW-SOURCE-PGM
002873     MOVE WS-REJWORK-SEQ TO RJW-SEQ-NO
002874     SET RJW-KIND-MAINTENANCE TO TRUE
002875     SET RJW-STATUS-OPEN TO TRUE
002876     MOVE WS-REJECT-REASON TO RJW-REJECT-REASON
002877     MOVE 'MAINT  ' TO RJW-CHANNEL
002878     MOVE MAINT-RECORD TO RJW-ITEM-IMAGE
002879     MOVE ZEROS TO RJW-ACTION-DATE
002880     MOVE ZEROS TO RJW-ACTION-TIME
002881     MOVE ZEROS TO RJW-REENTRY-BATCH
002882     MOVE ZEROS TO RJW-REENTRY-DATE
002883     WRITE REJECT-WORK-RECORD
002884         INVALID KEY
002885             DISPLAY 'REJECT NOT LOGGED TO REJECT WORK FILE - '
002886                 'STATUS ' WS-REJWORK-FILE-STATUS
002887             IF RETURN-CODE < 8
002888                 MOVE 8 TO RETURN-CODE
002889             END-IF
002890     END-WRITE.
002891
002892 3000-CLOSE-FILES.
002893     CLOSE CUSTOMER-FILE
002900     CLOSE MAINT-FILE
002910     PERFORM 3010-WRITE-REGISTER-TRAILER
002920     CLOSE MAINT-REGISTER
002930     CLOSE REJECT-FILE
002935     CLOSE REJECT-WORK-FILE
002936     CLOSE ADDRESS-FILE
002937     CLOSE AUDIT-FILE
002940     DISPLAY 'TOTAL MAINTENANCE TRANS READ: ' WS-MAINT-COUNT
002950     DISPLAY 'TOTAL CUSTOMERS ADDED: ' WS-ADD-COUNT
002960     DISPLAY 'TOTAL CUSTOMERS CHANGED: ' WS-CHANGE-COUNT
002970     DISPLAY 'TOTAL CUSTOMERS CLOSED: ' WS-CLOSE-COUNT
002975     DISPLAY 'TOTAL ADDRESS/CONTACT CHANGES: ' WS-ADDRESS-COUNT
002980     DISPLAY 'TOTAL MAINTENANCE REJECTED: ' WS-REJECT-COUNT
002985     DISPLAY 'TOTAL AUDIT RECORDS WRITTEN: ' WS-AUDIT-COUNT.
002990 3000-EXIT.
003000     EXIT.
003010
003040     STRING 'ADDS: ' WS-ADD-COUNT
003050            '  CHANGES: ' WS-CHANGE-COUNT
003060            '  CLOSURES: ' WS-CLOSE-COUNT
003065            '  ADDRESS CHANGES: ' WS-ADDRESS-COUNT
003070            '  REJECTS: ' WS-REJECT-COUNT
003080         DELIMITED BY SIZE INTO REGISTER-LINE
003090     WRITE REGISTER-LINE.
