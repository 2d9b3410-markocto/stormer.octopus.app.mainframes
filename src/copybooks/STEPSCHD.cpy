000010*****************************************************************
000020* Copybook:   STEPSCHD
000030* Purpose:    Nightly schedule table - the batch steps that
000040*             register on the STEPCTL step-control file, in
000050*             schedule order, with the predecessor each one
000060*             waits for and whether the step must run every
000070*             night. The month-end statement run and the
000080*             periodic history archive are not mandatory and
000090*             no other step waits for them. Each step also
000100*             names its own predecessor in its start check, so
000110*             a schedule change is made in both places.
000120* Author:     Stormer Mainframes
000130* Date-Written: 2026
000131*-----------------------------------------------------------------
000132* Modification History
000133* Date       By   Description
000134* 2026       SM   Original layout.
000135* 2026       SM   CUSTPROM promise-to-pay check added between
000136*                 CUSTAGE and CUSTDLQ; CUSTDLQ now waits for it.
000140*****************************************************************
000150 01  STEP-SCHEDULE-VALUES.
000160     05  FILLER                      PIC X(17)
000170                                     VALUE 'TRNMERGE        Y'.
000180     05  FILLER                      PIC X(17)
000190                                     VALUE 'CUSTADJBTRNMERGEY'.
000200     05  FILLER                      PIC X(17)
000210                                     VALUE 'CUSTUPDTCUSTADJBY'.
000220     05  FILLER                      PIC X(17)
000230                                     VALUE 'SUSPRLSECUSTUPDTY'.
000240     05  FILLER                      PIC X(17)
000250                                     VALUE 'CUSTRECNSUSPRLSEY'.
000260     05  FILLER                      PIC X(17)
000270                                     VALUE 'CUSTBAL CUSTRECNY'.
000280     05  FILLER                      PIC X(17)
000290                                     VALUE 'CUSTSTMTCUSTBAL N'.
000300     05  FILLER                      PIC X(17)
000310                                     VALUE 'CUSTAGE CUSTBAL Y'.
000313     05  FILLER                      PIC X(17)
000316                                     VALUE 'CUSTPROMCUSTAGE Y'.
000320     05  FILLER                      PIC X(17)
000330                                     VALUE 'CUSTDLQ CUSTPROMY'.
000340     05  FILLER                      PIC X(17)
000350                                     VALUE 'HISTARCHCUSTDLQ N'.
000360     05  FILLER                      PIC X(17)
000370                                     VALUE 'CUSTEOD         Y'.
000380 01  STEP-SCHEDULE-TABLE REDEFINES STEP-SCHEDULE-VALUES.
000390     05  SCH-ENTRY OCCURS 12 TIMES.
000400         10  SCH-STEP-NAME           PIC X(08).
000410         10  SCH-PRED-STEP           PIC X(08).
000420         10  SCH-MANDATORY-FLAG      PIC X(01).
000430             88  SCH-MANDATORY            VALUE 'Y'.
