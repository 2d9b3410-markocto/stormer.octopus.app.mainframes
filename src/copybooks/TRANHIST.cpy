000107* 2026       SM   Original layout keyed on the transaction date.
000108* 2026       SM   Key now carries the posting date; original
000109*                 transaction date kept in HIST-ORIG-TRANS-DATE.
000110* 2026       SM   Carved HIST-ITEM-REF and HIST-REVERSAL-FLAG
000111*                 from the FILLER. An original posting keeps
000112*                 its ACH trace or check number and is flagged
000113*                 Y once a returned item reverses it; the
000114*                 reversal (flag R) and returned-item fee (F)
000115*                 entries carry the original's posting date
000116*                 and sequence number instead, linking them
000117*                 back to the HIST-KEY they undo.
000118*****************************************************************
000120 01  HISTORY-RECORD.
000130     05  HIST-KEY.
000140         10  HIST-CUST-ID            PIC 9(06).
000210     05  HIST-OLD-BALANCE            PIC S9(9)V99 COMP-3.
000220     05  HIST-NEW-BALANCE            PIC S9(9)V99 COMP-3.
000225     05  HIST-ORIG-TRANS-DATE        PIC 9(08).
000230     05  HIST-ITEM-REF               PIC X(15).
000231     05  HIST-REVERSAL-LINK REDEFINES HIST-ITEM-REF.
000232         10  HIST-LINK-TRANS-DATE    PIC 9(08).
000233         10  HIST-LINK-SEQ-NO        PIC 9(04).
000234         10  FILLER                  PIC X(03).
000235     05  HIST-REVERSAL-FLAG          PIC X(01).
000236         88  HIST-ITEM-REVERSED           VALUE 'Y'.
000237         88  HIST-REVERSAL-ENTRY          VALUE 'R'.
000238         88  HIST-RETURN-FEE-ENTRY        VALUE 'F'.
