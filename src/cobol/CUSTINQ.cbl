000190*                 re-key of CUSTOMER-FILE.
000200* 2026       SM   Name-search inquiry cards browsed through the
000210*                 new CUST-LAST-NAME alternate index.
000211* 2026       SM   A CUST-ID retired by the CUSTMERG duplicate
000212*                 merge is followed to its surviving account,
000213*                 which is shown with a merged-into note.
000220*****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. CUSTINQ.
000670     88  WS-EOF                         VALUE 'Y'.
000680 77  WS-BROWSE-DONE-FLAG            PIC X  VALUE 'N'.
000690     88  WS-BROWSE-DONE                 VALUE 'Y'.
000691 77  WS-FOLLOW-DONE-FLAG            PIC X  VALUE 'N'.
000692     88  WS-FOLLOW-DONE                 VALUE 'Y'.
000693 77  WS-SURVIVOR-MISSING-FLAG       PIC X  VALUE 'N'.
000694     88  WS-SURVIVOR-MISSING            VALUE 'Y'.
000695 77  WS-MERGE-HOPS                  PIC 9(02) COMP VALUE ZERO.
000700 77  WS-DISPLAY-BALANCE             PIC ZZZ,ZZZ,ZZ9.99-.
000710 77  WS-INQUIRY-COUNT               PIC 9(06) VALUE ZEROS.
000720 77  WS-MATCH-COUNT                 PIC 9(06) VALUE ZEROS.
001310         INVALID KEY
001320             DISPLAY 'CUST-ID ' INQ-CUST-ID ' NOT FOUND'
001330         NOT INVALID KEY
001332             MOVE 'N' TO WS-FOLLOW-DONE-FLAG
001334             MOVE 'N' TO WS-SURVIVOR-MISSING-FLAG
001336             MOVE ZERO TO WS-MERGE-HOPS
001338             PERFORM 2120-FOLLOW-SUCCESSOR
001339                 UNTIL WS-FOLLOW-DONE
001340             IF NOT WS-SURVIVOR-MISSING
001342                 PERFORM 2110-DISPLAY-CUSTOMER
001344             END-IF
001350     END-READ.
001360
001370 2110-DISPLAY-CUSTOMER.
001400         '  NAME: ' CUST-LAST-NAME ', ' CUST-FIRST-NAME
001410         '  BALANCE: ' WS-DISPLAY-BALANCE
001420         '  STATUS: ' CUST-STATUS.
001421
001422*****************************************************************
001423* 2120-FOLLOW-SUCCESSOR - a retired duplicate points at the
001424* account it was merged into; step along the pointer (a
001425* survivor may itself have been merged later) so the caller
001426* sees the account that is live today. The hop limit stops a
001427* damaged pointer chain from looping.
001428*****************************************************************
001429 2120-FOLLOW-SUCCESSOR.
001430     IF CUST-STATUS-CLOSED
001431             AND CUST-SUCCESSOR-ID IS NUMERIC
001432             AND CUST-SUCCESSOR-ID > ZERO
001433             AND WS-MERGE-HOPS < 5
001434         DISPLAY 'CUST-ID ' CUST-ID ' RETIRED - MERGED INTO '
001435             CUST-SUCCESSOR-ID
001436         ADD 1 TO WS-MERGE-HOPS
001437         MOVE CUST-SUCCESSOR-ID TO CUST-ID
001438         READ CUSTOMER-FILE
001439             INVALID KEY
001440                 DISPLAY 'SURVIVING CUST-ID ' CUST-ID ' NOT FOUND'
001441                 SET WS-SURVIVOR-MISSING TO TRUE
001442                 SET WS-FOLLOW-DONE TO TRUE
001443         END-READ
001444     ELSE
001445         SET WS-FOLLOW-DONE TO TRUE
001446     END-IF.
001447
001448*****************************************************************
001450* 2200-SEARCH-BY-NAME - position the alternate index at the
001460* keyed name and list every customer whose last name starts
001470* with it, so a leading portion like HEND finds all the
