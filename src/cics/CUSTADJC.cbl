000210* Modification History
000220* Date       By   Description
000230* 2026       SM   Original program.
000231* 2026       SM   Refuse reason code MRG, reserved for the
000232*                 CUSTMERG duplicate-merge transfer legs.
000234* 2026       SM   Refuse reason code RFD, reserved for the
000236*                 CUSTRFND credit-balance refund debits.
000240*-----------------------------------------------------------------
000250* NOTE: this program is compiled through the CICS command-level
000260* translator ahead of the standard COBOL compile step, the same
001810                 OR RSN4I = LOW-VALUES)
001820         SET WS-EDIT-FAILED TO TRUE
001830         MOVE 'A REASON CODE IS REQUIRED' TO WS-MSG-TEXT
001831     END-IF
001832     IF NOT WS-EDIT-FAILED AND RSN4I = 'MRG'
001833         SET WS-EDIT-FAILED TO TRUE
001834         MOVE 'REASON MRG IS RESERVED FOR ACCOUNT MERGES'
001835             TO WS-MSG-TEXT
001836     END-IF
001837     IF NOT WS-EDIT-FAILED AND RSN4I = 'RFD'
001838         SET WS-EDIT-FAILED TO TRUE
001839         MOVE 'REASON RFD IS RESERVED FOR BALANCE REFUNDS'
001840             TO WS-MSG-TEXT
001841     END-IF.
001850
001860 0520-QUEUE-ADJUSTMENT.
001862     EXEC CICS
