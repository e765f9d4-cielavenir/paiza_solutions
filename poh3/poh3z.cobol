007630*                        THE BATCH CALLERS.  AN OPERATOR LOOKUP
007640*                        HAS NEITHER, SO BOTH ARE SET TO SPACES
007650*                        BEFORE THE FIRST CALL.
007658*  10/15/2026  RTM       POH3CIF NOW CARRIES AN AS-OF DATE FOR
007667*                        HISTORICAL LOOKUPS AGAINST THE POH3BRH
007675*                        VERSION HISTORY.  AN OPERATOR LOOKUP
007683*                        SETS IT TO ZERO SO POH3CALC ANSWERS
007692*                        FROM THE LIVE TABLE, AS ALWAYS.
007693*  10/15/2026  RTM       AN OPERATOR LOOKUP NOW HOLDS THE POH3LCK
007694*                        RUN LOCK THROUGH THE POH3LOK SUBPROGRAM
007695*                        WHILE IT RUNS, SO ITS POH3LOG LINES
007696*                        CANNOT FORK THE AUDIT CHAIN AGAINST A
007697*                        BATCH RUN WRITING THE LOG.  WHILE
007698*                        ANOTHER RUN HOLDS THE LOCK THE LOOKUP IS
007699*                        REFUSED WITH RETURN-CODE 24.
007700*--------------------------------------------------------------
007800   DATA DIVISION.
007900   WORKING-STORAGE SECTION.
008000      COPY POH3CIF.
008100      COPY POH3CIF REPLACING POH3-INTERFACE BY POH3-INTERFACE-2.
008150      COPY POH3LIF.
008200   01  WS-SWITCHES.
008300      05  WS-DELTA-SWITCH         PIC X(01) VALUE "N".
008400          88  WS-DELTA-MODE                 VALUE "Y".
008433      05  WS-LOCK-SWITCH          PIC X(01) VALUE "N".
008467          88  WS-LOCK-REFUSED               VALUE "Y".
008500   77  M                       PIC X(06).
008600   77  MOVER REDEFINES M       PIC Z(06).
008700   77  M2                      PIC X(06).
009500*--------------------------------------------------------------
009600   0000-MAINLINE.
009700      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009771      IF NOT WS-LOCK-REFUSED
009843          IF WS-DELTA-MODE
009914              PERFORM 3000-DELTA THRU 3000-EXIT
009986          ELSE
010057              PERFORM 2000-LOOKUP THRU 2000-EXIT
010129          END-IF
010200      END-IF.
010300      PERFORM 9999-TERMINATE THRU 9999-EXIT.
010400      STOP RUN.
010700* X(06)/Z(06) REDEFINITION TOLERATES BLANK-PADDED OR SHORT
010800* ENTRIES, NOT JUST FULLY ZERO-PADDED SIX-DIGIT INPUT.  A BLANK
010900* SECOND VALUE MEANS A SINGLE-VALUE LOOKUP, THE SAME AS BEFORE
010967* DELTA MODE EXISTED.  NOTHING IS ACCEPTED WHILE ANOTHER RUN
011033* HOLDS THE POH3LCK RUN LOCK.
011100*--------------------------------------------------------------
011200   1000-INITIALIZE.
011300      MOVE 0 TO RETURN-CODE.
011301      MOVE "T" TO POH3-LIF-MODE.
011302      MOVE "POH3Z" TO POH3-LIF-PROGRAM.
011303      CALL "POH3LOK" USING POH3-LOCK-INTERFACE.
011304      IF POH3-LIF-RC NOT = 0
011306          MOVE POH3-LIF-RC TO RETURN-CODE
011307          MOVE "Y" TO WS-LOCK-SWITCH
011308          GO TO 1000-EXIT
011309      END-IF.
011310      MOVE SPACES TO POH3-IF-REQUESTER OF POH3-INTERFACE.
011320      MOVE SPACES TO POH3-IF-REFERENCE OF POH3-INTERFACE.
011322      MOVE SPACE TO POH3-IF-CLASS-MODE OF POH3-INTERFACE.
011340      MOVE SPACES TO POH3-IF-REFERENCE OF POH3-INTERFACE-2.
011342      MOVE SPACE TO POH3-IF-CLASS-MODE OF POH3-INTERFACE-2.
011344      MOVE 0 TO POH3-IF-PROC-DATE OF POH3-INTERFACE-2.
011363      MOVE 0 TO POH3-IF-AS-OF-DATE OF POH3-INTERFACE.
011381      MOVE 0 TO POH3-IF-AS-OF-DATE OF POH3-INTERFACE-2.
011400      ACCEPT M.
011500      MOVE MOVER TO POH3-IF-N OF POH3-INTERFACE.
011600      ACCEPT M2.
017900   3000-EXIT.
018000      EXIT.
018100*--------------------------------------------------------------
018167* 9999-TERMINATE - RELEASE THE RUN LOCK, KEEPING THE LOOKUP'S
018233* RETURN CODE.
018300*--------------------------------------------------------------
018400   9999-TERMINATE.
018425      MOVE "R" TO POH3-LIF-MODE.
018450      MOVE RETURN-CODE TO POH3-LIF-RC.
018475      CALL "POH3LOK" USING POH3-LOCK-INTERFACE.
018500   9999-EXIT.
018600      EXIT.
