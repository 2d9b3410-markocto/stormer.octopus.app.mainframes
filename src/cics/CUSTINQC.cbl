000150* Modification History
000160* Date       By   Description
000170* 2026       SM   Original program.
000171* 2026       SM   A CUST-ID retired by the CUSTMERG duplicate
000172*                 merge shows its surviving account, with the
000173*                 retired ID named in the message line.
000180*-----------------------------------------------------------------
000190* NOTE: this program is compiled through the CICS command-level
000200* translator ahead of the standard COBOL compile step, the same
000410 77  WS-TRANS-ID                PIC X(04) VALUE 'CINQ'.
000420 77  WS-DISPLAY-BALANCE         PIC ZZZ,ZZZ,ZZ9.99-.
000430 77  WS-COMMAREA-LENGTH         PIC S9(4) COMP VALUE ZERO.
000431 77  WS-RESP                    PIC S9(8) COMP VALUE ZERO.
000432 77  WS-MSG-TEXT                PIC X(70) VALUE SPACES.
000433 77  WS-RETIRED-ID              PIC 9(06) VALUE ZEROS.
000434 77  WS-MERGE-HOPS              PIC 9(02) COMP VALUE ZERO.
000435 77  WS-FOLLOW-DONE-FLAG        PIC X     VALUE 'N'.
000436     88  WS-FOLLOW-DONE             VALUE 'Y'.
000437 01  WS-RETIRED-RECORD          PIC X(76) VALUE SPACES.
000440
000450 COPY CUSTMAP.
000460 COPY CUSTREC.
000770         READ FILE(WS-FILE-NAME) INTO(CUSTOMER-RECORD)
000780             RIDFLD(CUST-ID) KEYLENGTH(6)
000790     END-EXEC
000791     MOVE SPACES TO WS-MSG-TEXT
000792     MOVE CUST-ID TO WS-RETIRED-ID
000793     MOVE 'N' TO WS-FOLLOW-DONE-FLAG
000794     MOVE ZERO TO WS-MERGE-HOPS
000795     PERFORM 0250-FOLLOW-SUCCESSOR
000796         UNTIL WS-FOLLOW-DONE
000800     PERFORM 0300-SHOW-CUSTOMER.
000801
000802*****************************************************************
000803* 0250-FOLLOW-SUCCESSOR - a duplicate retired by the merge is
000804* closed with a pointer to the account it merged into; follow
000805* it (a survivor may have been merged on again later) so the
000806* rep sees the live account. Should the survivor not be on
000807* file the retired record is shown as it stands. The hop limit
000808* stops a damaged pointer chain from looping.
000809*****************************************************************
000810 0250-FOLLOW-SUCCESSOR.
000811     IF CUST-STATUS-CLOSED
000812             AND CUST-SUCCESSOR-ID IS NUMERIC
000813             AND CUST-SUCCESSOR-ID > ZERO
000814             AND WS-MERGE-HOPS < 5
000815         ADD 1 TO WS-MERGE-HOPS
000816         MOVE CUSTOMER-RECORD TO WS-RETIRED-RECORD
000817         MOVE CUST-SUCCESSOR-ID TO CUST-ID
000818         EXEC CICS
000819             READ FILE(WS-FILE-NAME) INTO(CUSTOMER-RECORD)
000820                 RIDFLD(CUST-ID) KEYLENGTH(6)
000821                 RESP(WS-RESP)
000822         END-EXEC
000823         IF WS-RESP = DFHRESP(NORMAL)
000824             MOVE SPACES TO WS-MSG-TEXT
000825             STRING 'CUST-ID ' WS-RETIRED-ID
000826                    ' RETIRED - MERGED INTO THIS ACCOUNT'
000827                 DELIMITED BY SIZE INTO WS-MSG-TEXT
000828         ELSE
000829             MOVE WS-RETIRED-RECORD TO CUSTOMER-RECORD
000830             MOVE SPACES TO WS-MSG-TEXT
000831             STRING 'RETIRED - MERGED INTO ' CUST-SUCCESSOR-ID
000832                    ' WHICH IS NOT ON FILE'
000833                 DELIMITED BY SIZE INTO WS-MSG-TEXT
000834             SET WS-FOLLOW-DONE TO TRUE
000835         END-IF
000836     ELSE
000837         SET WS-FOLLOW-DONE TO TRUE
000838     END-IF.
000840
000842 0300-SHOW-CUSTOMER.
000844     MOVE CUST-BALANCE TO WS-DISPLAY-BALANCE
000846     MOVE LOW-VALUES TO CUSTMP1O
000850     MOVE CUST-ID TO CUSTIDO
000860     MOVE CUST-LAST-NAME TO LNAMEO
000870     MOVE CUST-FIRST-NAME TO FNAMEO
000960         WHEN OTHER
000970             MOVE 'UNKNOWN' TO STATO
000980     END-EVALUATE
000990     MOVE WS-MSG-TEXT TO MSGO
001000     EXEC CICS
001010         SEND MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
001020             FROM(CUSTMP1O) ERASE
