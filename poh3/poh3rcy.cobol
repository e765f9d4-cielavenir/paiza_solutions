002797*                        ITS AUDIT LINES.  A PROC-DATE CARD ON
002798*                        THE NEW POH3RCYP DATASET NOW RIDES THE
002799*                        POH3CIF INTERFACE INTO POH3LOG INSTEAD.
002813*  10/15/2026  RTM       POH3CIF NOW CARRIES AN AS-OF DATE FOR
002828*                        HISTORICAL LOOKUPS AGAINST THE POH3BRH
002842*                        VERSION HISTORY.  THE RECYCLE PASS
002857*                        SETS IT TO ZERO SO POH3CALC ANSWERS
002871*                        FROM THE LIVE TABLE, AS ALWAYS.
002873*  10/15/2026  RTM       THE RUN NOW HOLDS THE POH3LCK RUN LOCK
002875*                        THROUGH THE POH3LOK SUBPROGRAM FROM
002877*                        INITIALIZE TO TERMINATE, SO ITS POH3LOG
002880*                        LINES CANNOT FORK THE AUDIT CHAIN AGAINST
002882*                        ANOTHER LOG WRITER.  A LOCK HELD BY ANY
002884*                        OTHER RUN REFUSES IT WITH RETURN-CODE 24.
002886*--------------------------------------------------------------
002900   ENVIRONMENT DIVISION.
003000   INPUT-OUTPUT SECTION.
003100   FILE-CONTROL.
004900   WORKING-STORAGE SECTION.
005000      COPY POH3CIF.
005010      COPY POH3RIF.
005055      COPY POH3LIF.
005100   01  WS-SWITCHES.
005200      05  WS-OLD-EOF-SWITCH       PIC X(01) VALUE "N".
005300          88  WS-OLD-EOF                      VALUE "Y".
009402      MOVE "S" TO POH3-RIF-MODE.
009404      MOVE "POH3RCY" TO POH3-RIF-PROGRAM.
009406      CALL "POH3RUN" USING POH3-RUN-INTERFACE.
009407      MOVE "T" TO POH3-LIF-MODE.
009409      MOVE "POH3RCY" TO POH3-LIF-PROGRAM.
009410      CALL "POH3LOK" USING POH3-LOCK-INTERFACE.
009412      IF POH3-LIF-RC NOT = 0
009413          MOVE POH3-LIF-RC TO RETURN-CODE
009414          MOVE "Y" TO WS-OLD-EOF-SWITCH
009416          GO TO 1000-EXIT
009417      END-IF.
009419      MOVE "R" TO POH3-IF-CLASS-MODE.
009420      PERFORM 1300-LOAD-PARAMETERS THRU 1300-EXIT.
009430      IF WS-OLD-EOF
009440          GO TO 1000-EXIT
009480      ELSE
009485          MOVE 0 TO POH3-IF-PROC-DATE
009490      END-IF.
009495      MOVE 0 TO POH3-IF-AS-OF-DATE.
009500      OPEN INPUT POH3REJOF.
009600      IF WS-OLD-FS NOT = "00"
009700          DISPLAY "POH3REJO OPEN FAILED - FILE STATUS " WS-OLD-FS
019220      MOVE WS-READ-COUNT TO POH3-RIF-RECS-IN.
019230      MOVE WS-ANSWERED-COUNT TO POH3-RIF-RECS-OUT.
019240      MOVE RETURN-CODE TO POH3-RIF-RC.
019242      MOVE "R" TO POH3-LIF-MODE.
019245      MOVE RETURN-CODE TO POH3-LIF-RC.
019248      CALL "POH3LOK" USING POH3-LOCK-INTERFACE.
019250      CALL "POH3RUN" USING POH3-RUN-INTERFACE.
019300   9999-EXIT.
019400      EXIT.
