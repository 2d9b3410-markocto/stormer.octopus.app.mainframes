000212* 2026       SM   Accrual business date now comes from the
000214*                 DATECTL cycle control record; the card date
000216*                 columns are no longer read.
000217* 2026       SM   Append a type-A accrual record to the CYCLECTL
000218*                 cycle control file with the interest and fee
000219*                 totals for the month-end portfolio statistics.
000220*****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. CUSTINTR.
000566         ORGANIZATION IS LINE SEQUENTIAL
000567         FILE STATUS IS WS-DATECTL-FILE-STATUS.
000570
000571     SELECT CYCLE-CONTROL-FILE
000572         ASSIGN TO CYCLECTL
000573         ORGANIZATION IS LINE SEQUENTIAL
000574         FILE STATUS IS WS-CYCLECTL-FILE-STATUS.
000575
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  CUSTOMER-FILE
000805     RECORD CONTAINS 80 CHARACTERS.
000806     COPY DATECTL.
000810
000811 FD  CYCLE-CONTROL-FILE
000812     RECORD CONTAINS 80 CHARACTERS.
000814     COPY CYCLECTL.
000816
000820 WORKING-STORAGE SECTION.
000830 77  WS-CUSTOMER-FILE-STATUS        PIC XX VALUE SPACES.
000840 77  WS-ACCRUAL-CARD-STATUS         PIC XX VALUE SPACES.
000850 77  WS-ACCRUAL-FILE-STATUS         PIC XX VALUE SPACES.
000860 77  WS-REGISTER-FILE-STATUS        PIC XX VALUE SPACES.
000862 77  WS-DATECTL-FILE-STATUS         PIC XX VALUE SPACES.
000866 77  WS-CYCLECTL-FILE-STATUS        PIC XX VALUE SPACES.
000870
000880 77  WS-EOF-FLAG                    PIC X  VALUE 'N'.
000890     88  WS-EOF                         VALUE 'Y'.
002570     CLOSE ACCRUAL-FILE
002580     PERFORM 3020-WRITE-REGISTER-TRAILER
002590     CLOSE ACCRUAL-REGISTER
002595     PERFORM 3030-WRITE-ACCRUAL-CONTROL
002600     DISPLAY 'ACCRUAL BATCH ' INTR-BATCH-NUMBER
002610         ' BUSINESS DATE ' WS-BUSINESS-DATE ' CUT'
002620     DISPLAY 'TOTAL ACCOUNTS READ: ' WS-RECORD-COUNT
002950         DELIMITED BY SIZE INTO REGISTER-LINE
002960     WRITE REGISTER-LINE.
002970
002980*****************************************************************
002990* 3030-WRITE-ACCRUAL-CONTROL - the register trailer totals,
003000* interest and service fees kept apart, appended to the
003010* CYCLECTL file in record form. The accrual batch carries one
003020* combined debit per account, so this record is where the
003030* month-end statistics find the split.
003040*****************************************************************
003050 3030-WRITE-ACCRUAL-CONTROL.
003060     OPEN EXTEND CYCLE-CONTROL-FILE
003070     IF WS-CYCLECTL-FILE-STATUS NOT = '00'
003080         OPEN OUTPUT CYCLE-CONTROL-FILE
003090     END-IF
003100     IF WS-CYCLECTL-FILE-STATUS = '00'
003110         MOVE SPACES TO CYCLE-CONTROL-RECORD
003120         SET CYC-TYPE-ACCRUAL TO TRUE
003130         MOVE WS-BUSINESS-DATE TO CYC-BUSINESS-DATE
003140         MOVE INTR-BATCH-NUMBER TO CYC-BATCH-NUMBER
003150         MOVE WS-CHARGED-COUNT TO CYC-CHARGED-COUNT
003160         MOVE WS-INTEREST-TOTAL TO CYC-INTEREST-TOTAL
003170         MOVE WS-FEE-TOTAL TO CYC-FEE-TOTAL
003180         WRITE CYCLE-CONTROL-RECORD
003190         CLOSE CYCLE-CONTROL-FILE
003200     ELSE
003210         DISPLAY 'ERROR OPENING CYCLE CONTROL FILE: '
003220             WS-CYCLECTL-FILE-STATUS
003230         MOVE 8 TO RETURN-CODE
003240     END-IF.
003250
