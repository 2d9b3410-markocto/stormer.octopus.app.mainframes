000010*****************************************************************
000020* Copybook:   STEPCTL
000030* Purpose:    Step-control record layout for the keyed STEPCTL
000040*             file - one record per nightly batch step per
000050*             business date, so the schedule can tell which
000060*             steps have actually run for the DATECTL date.
000070*             Each step writes the record as it starts (status
000080*             S) and rewrites it with the end time and return
000090*             code as it ends (status C below RC 8, F at RC 8
000100*             and over). A step that stops before it ends is
000110*             left at S. Each step refuses to start until its
000120*             predecessor shows C, CUSTEOD refuses to roll the
000130*             date until every mandatory step shows C, and
000140*             CUSTSTEP prints the morning step-status report.
000150* Author:     Stormer Mainframes
000160* Date-Written: 2026
000170*****************************************************************
000180 01  STEP-CONTROL-RECORD.
000190     05  STP-KEY.
000200         10  STP-BUSINESS-DATE       PIC 9(08).
000210         10  STP-STEP-NAME           PIC X(08).
000220     05  STP-STATUS                  PIC X(01).
000230         88  STP-STARTED                  VALUE 'S'.
000240         88  STP-COMPLETE                 VALUE 'C'.
000250         88  STP-FAILED                   VALUE 'F'.
000260     05  STP-START-DATE              PIC 9(08).
000270     05  STP-START-TIME              PIC 9(08).
000280     05  STP-END-DATE                PIC 9(08).
000290     05  STP-END-TIME                PIC 9(08).
000300     05  STP-RETURN-CODE             PIC 9(04).
000310     05  STP-RUN-COUNT               PIC 9(03).
000320     05  STP-OVERRIDE-FLAG           PIC X(01).
000330         88  STP-RUN-OVERRIDDEN           VALUE 'Y'.
000340     05  FILLER                      PIC X(23).
