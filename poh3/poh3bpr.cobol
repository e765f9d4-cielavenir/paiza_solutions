002800*                        REAL PUBLISHED RESULTS.  NOTHING
002900*                        DEPENDS ON A HUMAN REMEMBERING TO COPY
003000*                        A FILE AT 6 AM ANY MORE.
003008*  10/15/2026  RTM       EVERY PROMOTED TABLE IS NOW ALSO WRITTEN
003017*                        TO THE POH3BRH VERSION HISTORY THROUGH
003025*                        THE NEW POH3BRH SUBPROGRAM, EFFECTIVE
003033*                        FROM THE PROMOTION DATE, THE TABLE IT
003042*                        REPLACES SEEDED AHEAD OF IT THE FIRST
003050*                        TIME.  THE LIVE TABLE HAS ALREADY
003058*                        CHANGED BY THEN, SO A HISTORY FAILURE
003067*                        ENDS THE MORNING WITH RETURN-CODE 16 FOR
003075*                        THE HISTORY TO BE PUT RIGHT, BUT THE
003083*                        PENDING FILE AND AUDIT LINES STILL
003092*                        FOLLOW THE TABLE THAT WENT LIVE.
003093*  10/15/2026  RTM       THE RUN NOW HOLDS THE POH3LCK RUN LOCK
003094*                        THROUGH THE POH3LOK SUBPROGRAM FROM
003095*                        INITIALIZE TO TERMINATE, SO ITS POH3LOG
003097*                        LINES CANNOT FORK THE AUDIT CHAIN AGAINST
003098*                        ANOTHER LOG WRITER.  A LOCK HELD BY ANY
003099*                        OTHER RUN REFUSES IT WITH RETURN-CODE 24.
003100*--------------------------------------------------------------
003200   ENVIRONMENT DIVISION.
003300   INPUT-OUTPUT SECTION.
005200   WORKING-STORAGE SECTION.
005300      COPY POH3CIF.
005310      COPY POH3RIF.
005332      COPY POH3LIF.
005355      COPY POH3HIF.
005400   01  WS-SWITCHES.
005500      05  WS-BRK-EOF-SWITCH       PIC X(01) VALUE "N".
005600          88  WS-BRK-EOF                      VALUE "Y".
006600          88  WS-LIVE-OVERFLOWED              VALUE "Y".
006700      05  WS-ABORT-SWITCH         PIC X(01) VALUE "N".
006800          88  WS-ABORTED                      VALUE "Y".
006833      05  WS-HIST-FAIL-SWITCH     PIC X(01) VALUE "N".
006867          88  WS-HIST-FAILED                  VALUE "Y".
006900*--------------------------------------------------------------
007000* WORK COPY OF THE LIVE BREAKPOINT TABLE, DISPLAY CHARACTERS SO
007100* THE FINAL EDIT CAN TEST EVERY ENTRY FOR NUMERIC CONTENT - THE
010600      05  WS-SAVE-BUCKET          PIC X(01).
010700      05  WS-SAVE-THRESHOLD       PIC X(06).
010800      05  WS-SAVE-RESULT          PIC X(09).
010808*--------------------------------------------------------------
010817* THE LIVE TABLE AS LOADED, KEPT WHOLE SO THE POH3BRH HISTORY
010825* CAN BE SEEDED WITH IT THE FIRST TIME A NEW VERSION IS WRITTEN.
010833*--------------------------------------------------------------
010842   01  WS-BEFORE-TABLE             PIC X(800).
010850   01  WS-HIST-DISP.
010858      05  FILLER                  PIC X(16)
010867                                  VALUE "HISTORY VERSION ".
010875      05  WS-HIST-VERSION         PIC 9(06).
010883      05  FILLER                  PIC X(20)
010892                                  VALUE " WRITTEN TO POH3BRH".
010900   01  WS-RPT-DETAIL.
011000      05  WS-RPT-EFF-DATE         PIC X(08).
011100      05  FILLER                  PIC X(02) VALUE SPACES.
013700   77  WS-PX                       PIC 9(03) COMP.
013800   77  WS-AX                       PIC 9(03) COMP.
013900   77  WS-COUNT-DISPLAY            PIC 9(05).
013950   77  WS-BEFORE-COUNT             PIC 9(03) COMP VALUE ZERO.
014000   PROCEDURE DIVISION.
014100*--------------------------------------------------------------
014200* 0000-MAINLINE
016502      MOVE "S" TO POH3-RIF-MODE.
016504      MOVE "POH3BPR" TO POH3-RIF-PROGRAM.
016506      CALL "POH3RUN" USING POH3-RUN-INTERFACE.
016515      MOVE SPACES TO WS-BPP-FS.
016525      MOVE "T" TO POH3-LIF-MODE.
016534      MOVE "POH3BPR" TO POH3-LIF-PROGRAM.
016544      CALL "POH3LOK" USING POH3-LOCK-INTERFACE.
016553      IF POH3-LIF-RC NOT = 0
016562          MOVE POH3-LIF-RC TO RETURN-CODE
016572          MOVE "Y" TO WS-ABORT-SWITCH
016581          GO TO 1000-EXIT
016591      END-IF.
016600      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
016700      MOVE WS-RUN-DATE TO WS-EFF-TODAY.
016800      OPEN OUTPUT POH3BPPF.
018200          GO TO 1000-EXIT
018300      END-IF.
018400      PERFORM 1200-LOAD-LIVE-TABLE THRU 1200-EXIT.
018433      MOVE WS-WORK-TABLE TO WS-BEFORE-TABLE.
018467      MOVE WS-WORK-COUNT TO WS-BEFORE-COUNT.
018500      IF WS-LIVE-OVERFLOWED
018600          MOVE "EDIT FAILED - LIVE TABLE EXCEEDS 50 ENTRIES"
018700              TO POH3-BPP-RECORD
059200* OF THIS STEP - THE PENDING FILE IS REBUILT HOLDING ONLY THE
059300* CARRIED ENTRIES, AND THE HELD AUDIT LINES GO TO POH3LOG.  THE
059400* LIVE DATASET IS NEVER TOUCHED UNTIL EVERYTHING HAS PASSED.
059433* THE NEW TABLE GOES TO THE POH3BRH VERSION HISTORY AS SOON AS
059467* IT IS LIVE.
059500*--------------------------------------------------------------
059600   4000-WRITE-LIVE.
059700      OPEN OUTPUT POH3BRKF.
060500          VARYING WS-IX FROM 1 BY 1
060600          UNTIL WS-IX > WS-WORK-COUNT.
060700      CLOSE POH3BRKF.
060750      PERFORM 4400-WRITE-HISTORY THRU 4400-EXIT.
060800      PERFORM 4300-REWRITE-PENDING THRU 4300-EXIT.
060900      PERFORM 4200-FLUSH-AUDIT THRU 4200-EXIT
061000          VARYING WS-AX FROM 1 BY 1
066800   4310-EXIT.
066900      EXIT.
067000*--------------------------------------------------------------
067003* 4400-WRITE-HISTORY - SEED AN EMPTY HISTORY WITH THE TABLE THAT
067006* WAS LIVE BEFORE THIS MORNING (POH3BRH IGNORES THE SEED ONCE ANY
067009* VERSION EXISTS), THEN RECORD THE PROMOTED TABLE AS A NEW
067012* VERSION EFFECTIVE TODAY.
067015*--------------------------------------------------------------
067018   4400-WRITE-HISTORY.
067021      MOVE "POH3BPR" TO POH3-HIF-PROGRAM.
067024      MOVE WS-RUN-DATE TO POH3-HIF-EFF-DATE.
067026      MOVE "S" TO POH3-HIF-MODE.
067029      MOVE WS-BEFORE-COUNT TO POH3-HIF-COUNT.
067032      MOVE WS-BEFORE-TABLE TO POH3-HIF-TABLE.
067035      CALL "POH3BRH" USING POH3-HIST-INTERFACE.
067038      IF POH3-HIF-RC = 16
067041          GO TO 4400-FAILED
067044      END-IF.
067047      MOVE "V" TO POH3-HIF-MODE.
067050      MOVE WS-WORK-COUNT TO POH3-HIF-COUNT.
067053      MOVE WS-WORK-TABLE TO POH3-HIF-TABLE.
067056      CALL "POH3BRH" USING POH3-HIST-INTERFACE.
067059      IF POH3-HIF-RC = 16
067062          GO TO 4400-FAILED
067065      END-IF.
067068      MOVE POH3-HIF-VERSION TO WS-HIST-VERSION.
067071      WRITE POH3-BPP-RECORD FROM WS-HIST-DISP.
067074      GO TO 4400-EXIT.
067076   4400-FAILED.
067079      DISPLAY "POH3BRH HISTORY NOT WRITTEN - TABLE IS LIVE".
067082      MOVE "HISTORY NOT WRITTEN TO POH3BRH" TO POH3-BPP-RECORD.
067085      WRITE POH3-BPP-RECORD.
067088      MOVE 16 TO RETURN-CODE.
067090      MOVE "Y" TO WS-HIST-FAIL-SWITCH.
067091   4400-EXIT.
067094      EXIT.
067097*--------------------------------------------------------------
067100* 9999-TERMINATE - THE MORNING'S TOTALS AND DISPOSITION, THEN
067200* CLOSE THE REPORT.  A MORNING WITH A FAILED EDIT ENDS WITH
067250* RETURN-CODE 8 AND EVERYTHING LEFT AS IT WAS.  A HISTORY FAILURE
067300* IS SET BACK TO 16 HERE, SINCE THE POH3LOG CALLS THAT FLUSH THE
067350* AUDIT LINES AFTER IT RESET RETURN-CODE.
067400*--------------------------------------------------------------
067500   9999-TERMINATE.
067600      IF WS-BPP-FS = "00"
069400          END-IF
069500          CLOSE POH3BPPF
069600      END-IF.
069625      IF WS-HIST-FAILED
069650          MOVE 16 TO RETURN-CODE
069675      END-IF.
069700      IF WS-EDIT-FAILED AND RETURN-CODE = 0
069800          MOVE 8 TO RETURN-CODE
069900      END-IF.
069932      MOVE WS-PEND-COUNT TO POH3-RIF-RECS-IN.
069948      MOVE WS-PROMOTED-COUNT TO POH3-RIF-RECS-OUT.
069964      MOVE RETURN-CODE TO POH3-RIF-RC.
069968      MOVE "R" TO POH3-LIF-MODE.
069972      MOVE RETURN-CODE TO POH3-LIF-RC.
069976      CALL "POH3LOK" USING POH3-LOCK-INTERFACE.
069980      CALL "POH3RUN" USING POH3-RUN-INTERFACE.
070000   9999-EXIT.
070100      EXIT.
