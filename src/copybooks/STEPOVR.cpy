000010*****************************************************************
000020* Copybook:   STEPOVR
000030* Purpose:    Rerun override card layout for the STEPOVR card
000040*             every nightly batch step reads before it starts.
000050*             The card names the step and the business date it
000060*             applies to (ALLSTEPS covers every step of that
000070*             date, for a deliberate rerun of a whole night).
000080*             With a matching card the step runs even though
000090*             its predecessor has not completed or it has
000100*             already completed cleanly for the date; a card
000110*             for another step or date is ignored.
000120* Author:     Stormer Mainframes
000130* Date-Written: 2026
000140*****************************************************************
000150 01  STEP-OVERRIDE-RECORD.
000160     05  SOV-STEP-NAME               PIC X(08).
000170         88  SOV-ALL-STEPS                VALUE 'ALLSTEPS'.
000180     05  SOV-BUSINESS-DATE           PIC 9(08).
000190     05  FILLER                      PIC X(64).
