000090*               and after images go to the CAUD audit queue,
000100*               and a credit-limit increase that leaves the
000110*               limit above the supervisor threshold needs the
000120*               supervisor approval flag keyed. The address
000122*               panel below shows and maintains the customer's
000124*               ADDRFILE address/contact record.
000130* Author:       Stormer Mainframes
000140* Installation: Stormer Mainframes Data Center
000150* Date-Written: 2026
000180* Modification History
000190* Date       By   Description
000200* 2026       SM   Original program.
000202* 2026       SM   Address panel - mailing address, phone, email
000204*                 and returned-mail flag from ADDRFILE shown and
000206*                 maintained alongside the customer fields.
000207* 2026       SM   Audit record layout moved to the CAUDREC
000208*                 copybook; each record now carries the
000209*                 terminal and the calendar date of the change.
000210*-----------------------------------------------------------------
000220* NOTE: this program is compiled through the CICS command-level
000230* translator ahead of the standard COBOL compile step, the same
000480 77  WS-SUPV-THRESHOLD     PIC S9(7)V99 COMP-3 VALUE 5000.00.
000490 77  WS-AUDIT-LENGTH            PIC S9(4) COMP VALUE +120.
000500 77  WS-MSG-TEXT                PIC X(70) VALUE SPACES.
000502 77  WS-ADDR-FILE-NAME          PIC X(08) VALUE 'ADDRFILE'.
000504 77  WS-RESP                    PIC S9(8) COMP VALUE ZERO.
000506 77  WS-ABSTIME                 PIC S9(15) COMP-3 VALUE ZERO.
000508 77  WS-TODAY                   PIC 9(08) VALUE ZEROS.
000510
000520 01  WS-NEW-LIMIT-X             PIC X(09).
000530 01  WS-NEW-LIMIT REDEFINES WS-NEW-LIMIT-X
000560     88  WS-UPDATE-KEYED            VALUE 'Y'.
000570 77  WS-EDIT-FAILED-SW          PIC X  VALUE 'N'.
000580     88  WS-EDIT-FAILED             VALUE 'Y'.
000582 77  WS-ADDRESS-SW              PIC X  VALUE 'N'.
000583     88  WS-ADDRESS-KEYED           VALUE 'Y'.
000584 77  WS-MAILING-SW              PIC X  VALUE 'N'.
000585     88  WS-MAILING-KEYED           VALUE 'Y'.
000586 77  WS-ADDRESS-NEW-SW          PIC X  VALUE 'N'.
000587     88  WS-ADDRESS-NEW             VALUE 'Y'.
000588
000589*-----------------------------------------------------------------
000590* The mailing address as it will stand after the keyed changes,
000591* edited as a whole before it replaces the record's address.
000592*-----------------------------------------------------------------
000593 01  WS-NEW-MAILING-ADDRESS.
000594     05  WS-NEW-ADDRESS-LINE-1      PIC X(30).
000595     05  WS-NEW-ADDRESS-LINE-2      PIC X(30).
000596     05  WS-NEW-CITY                PIC X(20).
000597     05  WS-NEW-STATE               PIC X(02).
000598     05  WS-NEW-POSTAL-CODE         PIC X(10).
000599
000600*-----------------------------------------------------------------
000610* Online audit trail record - before and after images of the
000620* fields CMNT may change, written to the CAUD transient data
000630* queue for the nightly account-change journal.
000640*-----------------------------------------------------------------
000650 COPY CAUDREC.
000820
000830 COPY CUSTMAP.
000840 COPY CUSTREC.
000845 COPY ADDRREC.
000850
000860 PROCEDURE DIVISION.
000870 0000-MAIN.
001010             OR STAT2L > ZERO OR LIMIT2L > ZERO
001020         SET WS-UPDATE-KEYED TO TRUE
001030     END-IF
001032     IF ADDRA2L > ZERO OR ADDRB2L > ZERO OR CITY2L > ZERO
001033             OR STATE2L > ZERO OR ZIP2L > ZERO
001034         SET WS-ADDRESS-KEYED TO TRUE
001035         SET WS-MAILING-KEYED TO TRUE
001036     END-IF
001037     IF PHONE2L > ZERO OR EMAIL2L > ZERO OR RMAIL2L > ZERO
001038         SET WS-ADDRESS-KEYED TO TRUE
001039     END-IF
001040
001050     IF WS-UPDATE-KEYED OR WS-ADDRESS-KEYED
001060         PERFORM 0500-UPDATE-CUSTOMER
001070     ELSE
001080         PERFORM 0200-DISPLAY-CUSTOMER
001250             RIDFLD(CUST-ID) KEYLENGTH(6)
001260     END-EXEC
001270     MOVE SPACES TO WS-MSG-TEXT
001275     PERFORM 0310-READ-ADDRESS
001280     PERFORM 0300-SHOW-CUSTOMER.
001290
001300 0300-SHOW-CUSTOMER.
001370     MOVE WS-DISPLAY-BALANCE TO BAL2O
001380     MOVE CUST-STATUS TO STAT2O
001390     MOVE WS-DISPLAY-LIMIT-X TO LIMIT2O
001392     MOVE ADR-ADDRESS-LINE-1 TO ADDRA2O
001393     MOVE ADR-ADDRESS-LINE-2 TO ADDRB2O
001394     MOVE ADR-CITY TO CITY2O
001395     MOVE ADR-STATE TO STATE2O
001396     MOVE ADR-POSTAL-CODE TO ZIP2O
001397     MOVE ADR-PHONE TO PHONE2O
001398     MOVE ADR-EMAIL TO EMAIL2O
001399     MOVE ADR-RETURNED-MAIL-FLAG TO RMAIL2O
001400     MOVE WS-MSG-TEXT TO MSG2O
001410     EXEC CICS
001420         SEND MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
001430             FROM(CUSTMP2O) ERASE
001440     END-EXEC.
001441
001442*****************************************************************
001443* 0310-READ-ADDRESS - read with RESP so an account with no
001444* address on file shows a blank panel rather than taking the
001445* customer NOTFND handler.
001446*****************************************************************
001447 0310-READ-ADDRESS.
001448     MOVE CUST-ID TO ADR-CUST-ID
001449     EXEC CICS
001450         READ FILE(WS-ADDR-FILE-NAME) INTO(ADDRESS-RECORD)
001451             RIDFLD(ADR-CUST-ID) KEYLENGTH(6)
001452             RESP(WS-RESP)
001453     END-EXEC
001454     IF WS-RESP NOT = DFHRESP(NORMAL)
001455         MOVE SPACES TO ADDRESS-RECORD
001456     END-IF.
001457
001460*****************************************************************
001470* 0500-UPDATE-CUSTOMER - read for update, capture the before
001480* image, apply the keyed changes, police the supervisor rule,
001690     END-EXEC
001700     PERFORM 0510-CAPTURE-BEFORE-IMAGE
001710     MOVE 'N' TO WS-EDIT-FAILED-SW
001715     IF WS-ADDRESS-KEYED
001716         PERFORM 0540-READ-ADDRESS-FOR-UPDATE
001717         PERFORM 0545-EDIT-ADDRESS-CHANGES
001718     ELSE
001719         PERFORM 0310-READ-ADDRESS
001720     END-IF
001721     IF WS-UPDATE-KEYED AND NOT WS-EDIT-FAILED
001722         PERFORM 0520-APPLY-SCREEN-CHANGES
001723     END-IF
001730     IF WS-EDIT-FAILED
001740         PERFORM 0300-SHOW-CUSTOMER
001750     ELSE
001752         IF WS-UPDATE-KEYED
001760             EXEC CICS
001770                 REWRITE FILE(WS-FILE-NAME)
001780                     FROM(CUSTOMER-RECORD)
001790             END-EXEC
001800             PERFORM 0530-WRITE-AUDIT-RECORD
001802         END-IF
001804         IF WS-ADDRESS-KEYED
001806             PERFORM 0550-APPLY-ADDRESS-CHANGES
001808         END-IF
001810         PERFORM 0300-SHOW-CUSTOMER
001820     END-IF.
001830
002490     MOVE CUST-FIRST-NAME TO AUD-NEW-FIRST-NAME
002500     MOVE CUST-STATUS TO AUD-NEW-STATUS
002510     MOVE CUST-CREDIT-LIMIT TO AUD-NEW-LIMIT
002512     EXEC CICS
002513         ASKTIME ABSTIME(WS-ABSTIME)
002514     END-EXEC
002515     EXEC CICS
002516         FORMATTIME ABSTIME(WS-ABSTIME)
002517             YYYYMMDD(WS-TODAY)
002518     END-EXEC
002519     MOVE WS-TODAY TO AUD-CHANGE-DATE
002520     MOVE EIBTRMID TO AUD-TERM-ID
002521     SET AUD-SOURCE-ONLINE TO TRUE
002525     IF SUPV2L > ZERO
002530         MOVE SUPV2I TO AUD-SUPV-FLAG
002540     ELSE
002550         MOVE 'N' TO AUD-SUPV-FLAG
002600             LENGTH(WS-AUDIT-LENGTH)
002610     END-EXEC
002620     MOVE 'CUSTOMER UPDATED' TO WS-MSG-TEXT.
002621
002622*****************************************************************
002623* 0540-READ-ADDRESS-FOR-UPDATE - the first address keyed for an
002624* account creates its record, so NOTFND here starts a blank
002625* one rather than ending the transaction.
002626*****************************************************************
002627 0540-READ-ADDRESS-FOR-UPDATE.
002628     MOVE CUST-ID TO ADR-CUST-ID
002629     EXEC CICS
002630         READ FILE(WS-ADDR-FILE-NAME) INTO(ADDRESS-RECORD)
002631             RIDFLD(ADR-CUST-ID) KEYLENGTH(6) UPDATE
002632             RESP(WS-RESP)
002633     END-EXEC
002634     IF WS-RESP = DFHRESP(NORMAL)
002635         MOVE 'N' TO WS-ADDRESS-NEW-SW
002636     ELSE
002637         MOVE SPACES TO ADDRESS-RECORD
002638         MOVE CUST-ID TO ADR-CUST-ID
002639         SET ADR-MAIL-GOOD TO TRUE
002640         MOVE ZEROS TO ADR-RETURNED-MAIL-DATE
002641         MOVE ZEROS TO ADR-LAST-CHANGE-DATE
002642         SET WS-ADDRESS-NEW TO TRUE
002643     END-IF.
002644
002645*****************************************************************
002646* 0545-EDIT-ADDRESS-CHANGES - the same rules as the CUSTMNT
002647* address codes: a mailing address that is keyed must stand
002648* complete (line 1, city, state and postal code), and the
002649* returned-mail flag is Y or N. Edit only - nothing lands on
002650* the record until every edit has passed.
002651*****************************************************************
002652 0545-EDIT-ADDRESS-CHANGES.
002653     MOVE ADR-MAILING-ADDRESS TO WS-NEW-MAILING-ADDRESS
002654     IF ADDRA2L > ZERO
002655         MOVE ADDRA2I TO WS-NEW-ADDRESS-LINE-1
002656     END-IF
002657     IF ADDRB2L > ZERO
002658         MOVE ADDRB2I TO WS-NEW-ADDRESS-LINE-2
002659     END-IF
002660     IF CITY2L > ZERO
002661         MOVE CITY2I TO WS-NEW-CITY
002662     END-IF
002663     IF STATE2L > ZERO
002664         MOVE STATE2I TO WS-NEW-STATE
002665     END-IF
002666     IF ZIP2L > ZERO
002667         MOVE ZIP2I TO WS-NEW-POSTAL-CODE
002668     END-IF
002669     IF WS-MAILING-KEYED
002670             AND (WS-NEW-ADDRESS-LINE-1 = SPACES
002671                 OR WS-NEW-CITY = SPACES
002672                 OR WS-NEW-STATE = SPACES
002673                 OR WS-NEW-POSTAL-CODE = SPACES)
002674         SET WS-EDIT-FAILED TO TRUE
002675         MOVE 'ADDRESS NEEDS LINE 1, CITY, STATE AND ZIP'
002676             TO WS-MSG-TEXT
002677     END-IF
002678     IF RMAIL2L > ZERO AND NOT WS-EDIT-FAILED
002679             AND RMAIL2I NOT = 'Y' AND RMAIL2I NOT = 'N'
002680         SET WS-EDIT-FAILED TO TRUE
002681         MOVE 'RETURNED MAIL MUST BE Y OR N' TO WS-MSG-TEXT
002682     END-IF.
002683
002684*****************************************************************
002685* 0550-APPLY-ADDRESS-CHANGES - a new mailing address answers a
002686* returned statement, so it clears the returned-mail flag
002687* unless the flag is keyed on the same screen.
002688*****************************************************************
002689 0550-APPLY-ADDRESS-CHANGES.
002690     EXEC CICS
002691         ASKTIME ABSTIME(WS-ABSTIME)
002692     END-EXEC
002693     EXEC CICS
002694         FORMATTIME ABSTIME(WS-ABSTIME)
002695             YYYYMMDD(WS-TODAY)
002696     END-EXEC
002697     IF WS-MAILING-KEYED
002698         MOVE WS-NEW-MAILING-ADDRESS TO ADR-MAILING-ADDRESS
002699         SET ADR-MAIL-GOOD TO TRUE
002700         MOVE ZEROS TO ADR-RETURNED-MAIL-DATE
002701     END-IF
002702     IF PHONE2L > ZERO
002703         MOVE PHONE2I TO ADR-PHONE
002704     END-IF
002705     IF EMAIL2L > ZERO
002706         MOVE EMAIL2I TO ADR-EMAIL
002707     END-IF
002708     IF RMAIL2L > ZERO
002709         MOVE RMAIL2I TO ADR-RETURNED-MAIL-FLAG
002710         IF ADR-MAIL-RETURNED
002711             MOVE WS-TODAY TO ADR-RETURNED-MAIL-DATE
002712         ELSE
002713             MOVE ZEROS TO ADR-RETURNED-MAIL-DATE
002714         END-IF
002715     END-IF
002716     MOVE WS-TODAY TO ADR-LAST-CHANGE-DATE
002717     IF WS-ADDRESS-NEW
002718         EXEC CICS
002719             WRITE FILE(WS-ADDR-FILE-NAME) FROM(ADDRESS-RECORD)
002720                 RIDFLD(ADR-CUST-ID) KEYLENGTH(6)
002721         END-EXEC
002722     ELSE
002723         EXEC CICS
002724             REWRITE FILE(WS-ADDR-FILE-NAME)
002725                 FROM(ADDRESS-RECORD)
002726         END-EXEC
002727     END-IF
002728     IF WS-UPDATE-KEYED
002729         MOVE 'CUSTOMER AND ADDRESS UPDATED' TO WS-MSG-TEXT
002730     ELSE
002731         MOVE 'ADDRESS UPDATED' TO WS-MSG-TEXT
002732     END-IF.
002733
002734 0400-CUSTOMER-NOT-FOUND.
002735     MOVE LOW-VALUES TO CUSTMP2O
002736     MOVE CUSTID2I TO CUSTID2O
002737     STRING 'CUST-ID ' CUSTID2I ' NOT FOUND ON CUSTOMER FILE'
002738         DELIMITED BY SIZE INTO MSG2O
002739     EXEC CICS
002740         SEND MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
002741             FROM(CUSTMP2O) ERASE
002742     END-EXEC
002743     PERFORM 0999-RETURN-TO-CICS.
002744
002750 0900-HANDLE-ERROR.
002760     MOVE LOW-VALUES TO CUSTMP2O
002770     MOVE 'AN ERROR OCCURRED - PLEASE CONTACT SUPPORT' TO MSG2O
