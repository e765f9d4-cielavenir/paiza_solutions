008430*                        THE BATCH CALLERS.  AN OPERATOR LOOKUP
008440*                        HAS NEITHER, SO BOTH ARE SET TO SPACES
008450*                        BEFORE THE FIRST CALL.
008458*  10/15/2026  RTM       POH3CIF NOW CARRIES AN AS-OF DATE FOR
008467*                        HISTORICAL LOOKUPS AGAINST THE POH3BRH
008475*                        VERSION HISTORY.  AN OPERATOR LOOKUP
008483*                        SETS IT TO ZERO SO POH3CALC ANSWERS
008492*                        FROM THE LIVE TABLE, AS ALWAYS.
008493*  10/15/2026  RTM       AN OPERATOR LOOKUP NOW HOLDS THE POH3LCK
008494*                        RUN LOCK THROUGH THE POH3LOK SUBPROGRAM
008495*                        WHILE IT RUNS, SO ITS POH3LOG LINES
008496*                        CANNOT FORK THE AUDIT CHAIN AGAINST A
008497*                        BATCH RUN WRITING THE LOG.  WHILE
008498*                        ANOTHER RUN HOLDS THE LOCK THE LOOKUP IS
008499*                        REFUSED WITH RETURN-CODE 24.
008500*--------------------------------------------------------------
008600  DATA DIVISION.
008700  WORKING-STORAGE SECTION.
008800      COPY POH3CIF.
008900      COPY POH3CIF REPLACING POH3-INTERFACE BY POH3-INTERFACE-2.
008950      COPY POH3LIF.
009000  01  WS-SWITCHES.
009100      05  WS-DELTA-SWITCH         PIC X(01) VALUE "N".
009200          88  WS-DELTA-MODE                 VALUE "Y".
009233      05  WS-LOCK-SWITCH          PIC X(01) VALUE "N".
009267          88  WS-LOCK-REFUSED               VALUE "Y".
009300  77  M                       PIC X(06).
009400  77  MOVER REDEFINES M       PIC Z(06).
009500  77  M2                      PIC X(06).
010300*--------------------------------------------------------------
010400  0000-MAINLINE.
010500      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010571      IF NOT WS-LOCK-REFUSED
010643          IF WS-DELTA-MODE
010714              PERFORM 3000-DELTA THRU 3000-EXIT
010786          ELSE
010857              PERFORM 2000-LOOKUP THRU 2000-EXIT
010929          END-IF
011000      END-IF.
011100      PERFORM 9999-TERMINATE THRU 9999-EXIT.
011200      STOP RUN.
011500* X(06)/Z(06) REDEFINITION TOLERATES BLANK-PADDED OR SHORT
011600* ENTRIES, NOT JUST FULLY ZERO-PADDED SIX-DIGIT INPUT.  A BLANK
011700* SECOND VALUE MEANS A SINGLE-VALUE LOOKUP, THE SAME AS BEFORE
011767* DELTA MODE EXISTED.  NOTHING IS ACCEPTED WHILE ANOTHER RUN
011833* HOLDS THE POH3LCK RUN LOCK.
011900*--------------------------------------------------------------
012000  1000-INITIALIZE.
012100      MOVE 0 TO RETURN-CODE.
012101      MOVE "T" TO POH3-LIF-MODE.
012102      MOVE "POH3Z1" TO POH3-LIF-PROGRAM.
012103      CALL "POH3LOK" USING POH3-LOCK-INTERFACE.
012104      IF POH3-LIF-RC NOT = 0
012106          MOVE POH3-LIF-RC TO RETURN-CODE
012107          MOVE "Y" TO WS-LOCK-SWITCH
012108          GO TO 1000-EXIT
012109      END-IF.
012110      MOVE SPACES TO POH3-IF-REQUESTER OF POH3-INTERFACE.
012120      MOVE SPACES TO POH3-IF-REFERENCE OF POH3-INTERFACE.
012122      MOVE SPACE TO POH3-IF-CLASS-MODE OF POH3-INTERFACE.
012140      MOVE SPACES TO POH3-IF-REFERENCE OF POH3-INTERFACE-2.
012142      MOVE SPACE TO POH3-IF-CLASS-MODE OF POH3-INTERFACE-2.
012144      MOVE 0 TO POH3-IF-PROC-DATE OF POH3-INTERFACE-2.
012163      MOVE 0 TO POH3-IF-AS-OF-DATE OF POH3-INTERFACE.
012181      MOVE 0 TO POH3-IF-AS-OF-DATE OF POH3-INTERFACE-2.
012200      ACCEPT M.
012300      MOVE MOVER TO POH3-IF-N OF POH3-INTERFACE.
012400      ACCEPT M2.
018700  3000-EXIT.
018800      EXIT.
018900*--------------------------------------------------------------
018967* 9999-TERMINATE - RELEASE THE RUN LOCK, KEEPING THE LOOKUP'S
019033* RETURN CODE.
019100*--------------------------------------------------------------
019200  9999-TERMINATE.
019225      MOVE "R" TO POH3-LIF-MODE.
019250      MOVE RETURN-CODE TO POH3-LIF-RC.
019275      CALL "POH3LOK" USING POH3-LOCK-INTERFACE.
019300  9999-EXIT.
019400      EXIT.
