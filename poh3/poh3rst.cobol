002600*                        BREAKPOINT WAS REMOVED ALTOGETHER HAS
002700*                        NO CORRECTED RESULT TO RESTATE AND IS
002800*                        PASSED OVER.
002817*  10/15/2026  RTM       EACH NOTICE NOW CARRIES THE RUN DATE
002833*                        AS ITS RESTATED DATE, SO THE LIFECYCLE
002850*                        TRACE CAN PLACE IT IN TIME AND
002867*                        CHARGEBACK CAN CREDIT IT IN THE MONTH
002883*                        IT WAS RAISED.
002900*--------------------------------------------------------------
003000   ENVIRONMENT DIVISION.
003100   INPUT-OUTPUT SECTION.
007500   77  WS-RESTATED-COUNT           PIC 9(09) COMP VALUE ZERO.
007600   77  WS-HIT-BX                   PIC 9(03) COMP.
007700   77  WS-BX-WORK                  PIC 9(03) COMP.
007750   77  WS-RUN-DATE                 PIC 9(08).
007800   PROCEDURE DIVISION.
007900*--------------------------------------------------------------
008000* 0000-MAINLINE
009400*--------------------------------------------------------------
009500   1000-INITIALIZE.
009600      MOVE 0 TO RETURN-CODE.
009650      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
009700      PERFORM 1100-LOAD-BREAKPOINTS THRU 1100-EXIT.
009800      IF POH3-BRK-COUNT = 0
009900          DISPLAY "POH3BRK EMPTY OR MISSING - NOTHING TO COMPARE"
022200      MOVE POH3-BRK-TAB-RESULT(POH3-BX) TO POH3-RST-NEW-RESULT.
022300      MOVE POH3-MST-REQUESTER TO POH3-RST-REQUESTER.
022400      MOVE POH3-MST-REFERENCE TO POH3-RST-REFERENCE.
022450      MOVE WS-RUN-DATE TO POH3-RST-DATE.
022500      WRITE POH3-RST-RECORD.
022600      ADD 1 TO WS-RESTATED-COUNT.
022700   2300-EXIT.
