003270*                        AND OUT, RETURN CODE) SO THE MORNING
003280*                        POH3MRP REPORT CAN CHECK THE NIGHT
003285*                        WITHOUT SCRAPING SYSOUTS.
003286*  10/15/2026  RTM       A REPLACEMENT TABLE IS NOW ALSO WRITTEN
003287*                        TO THE POH3BRH VERSION HISTORY THROUGH
003288*                        THE NEW POH3BRH SUBPROGRAM, EFFECTIVE
003289*                        FROM THE RUN DATE, SO A DISPUTED ANSWER
003290*                        CAN BE RERUN AGAINST THE TABLE THAT WAS
003291*                        LIVE THE DAY IT WAS GIVEN.  THE FIRST
003292*                        TIME, THE TABLE BEING REPLACED IS SEEDED
003293*                        INTO THE HISTORY AHEAD OF IT.  A HISTORY
003294*                        THAT CANNOT BE WRITTEN SUPPRESSES THE
003295*                        REPLACEMENT WITH RETURN-CODE 16, SO THE
003296*                        TABLE NEVER CHANGES WITHOUT A RECORD.
003297*                        THE VERSION IS RECORDED ONLY AFTER THE
003298*                        AUDIT LINES AND PENDED CHANGES FLUSH.
003309*  10/15/2026  RTM       THE RUN NOW HOLDS THE POH3LCK RUN LOCK
003321*                        THROUGH THE POH3LOK SUBPROGRAM FROM
003332*                        INITIALIZE TO TERMINATE, SO ITS POH3LOG
003343*                        LINES CANNOT FORK THE AUDIT CHAIN AGAINST
003355*                        ANOTHER LOG WRITER.  A LOCK HELD BY ANY
003366*                        OTHER RUN REFUSES IT WITH RETURN-CODE 24.
003377*--------------------------------------------------------------
003389   ENVIRONMENT DIVISION.
003400   INPUT-OUTPUT SECTION.
003500   FILE-CONTROL.
003600      SELECT POH3BRKF ASSIGN TO "POH3BRK"
005800   WORKING-STORAGE SECTION.
005900      COPY POH3CIF.
005910      COPY POH3RIF.
005932      COPY POH3LIF.
005955      COPY POH3HIF.
006000   01  WS-SWITCHES.
006100      05  WS-BRK-EOF-SWITCH       PIC X(01) VALUE "N".
006200          88  WS-BRK-EOF                      VALUE "Y".
008880                                  VALUE "PENDING UNTIL ".
008885      05  WS-PENDING-DATE         PIC X(08).
008890      05  FILLER                  PIC X(08) VALUE SPACES.
008898*--------------------------------------------------------------
008907* THE LIVE TABLE AS LOADED, KEPT WHOLE SO THE POH3BRH HISTORY
008915* CAN BE SEEDED WITH IT THE FIRST TIME A NEW VERSION IS WRITTEN.
008924*--------------------------------------------------------------
008932   01  WS-BEFORE-TABLE             PIC X(800).
008941   01  WS-HIST-DISP.
008949      05  FILLER                  PIC X(16)
008958                                  VALUE "HISTORY VERSION ".
008966      05  WS-HIST-VERSION         PIC 9(06).
008975      05  FILLER                  PIC X(20)
008983                                  VALUE " WRITTEN TO POH3BRH".
008992   01  WS-RPT-DETAIL.
009000      05  WS-RPT-ACTION           PIC X(03).
009100      05  FILLER                  PIC X(02) VALUE SPACES.
009200      05  WS-RPT-BUCKET           PIC X(01).
011160   77  WS-EFF-TODAY                PIC X(08).
011170   77  WS-PENDED-COUNT             PIC 9(05) COMP VALUE ZERO.
011180   77  WS-PX                       PIC 9(03) COMP.
011190   77  WS-BEFORE-COUNT             PIC 9(03) COMP VALUE ZERO.
011200   PROCEDURE DIVISION.
011300*--------------------------------------------------------------
011400* 0000-MAINLINE
013520      MOVE SPACES TO POH3-IF-REFERENCE.
013530      MOVE 0 TO POH3-IF-PROC-DATE.
013550      MOVE SPACES TO WS-BRP-FS.
013555      MOVE "T" TO POH3-LIF-MODE.
013560      MOVE "POH3BRM" TO POH3-LIF-PROGRAM.
013565      CALL "POH3LOK" USING POH3-LOCK-INTERFACE.
013570      IF POH3-LIF-RC NOT = 0
013575          MOVE POH3-LIF-RC TO RETURN-CODE
013580          MOVE "Y" TO WS-BTX-EOF-SWITCH
013585          MOVE "Y" TO WS-EDIT-FAIL-SWITCH
013590          GO TO 1000-EXIT
013595      END-IF.
013600      OPEN INPUT POH3BTXF.
013700      IF WS-BTX-FS NOT = "00"
013800          DISPLAY "POH3BTX OPEN FAILED - FILE STATUS " WS-BTX-FS
015000          GO TO 1000-EXIT
015100      END-IF.
015200      PERFORM 1100-LOAD-LIVE-TABLE THRU 1100-EXIT.
015233      MOVE WS-WORK-TABLE TO WS-BEFORE-TABLE.
015267      MOVE WS-WORK-COUNT TO WS-BEFORE-COUNT.
015300      MOVE "BEFORE - LIVE POH3BRK TABLE" TO POH3-BRP-RECORD.
015400      WRITE POH3-BRP-RECORD.
015500      PERFORM 1300-REPORT-ENTRY THRU 1300-EXIT
051300* 4000-WRITE-NEW-TABLE - EVERY EDIT PASSED, SO WRITE THE
051400* REPLACEMENT TABLE TO POH3BRN AND REPORT THE AFTER-IMAGE.  THE
051500* LIVE POH3BRK IS NEVER WRITTEN BY THIS JOB - THE SCHEDULER
051550* SWAPS POH3BRN IN ONLY WHEN THIS STEP ENDS CLEAN.  THE VERSION
051588* HISTORY IS WRITTEN ONLY AFTER THE AUDIT LINES AND THE PENDED
051625* CHANGES ARE FLUSHED; A FAILED FLUSH OR A HISTORY FAILURE STOPS
051662* THE RUN THERE LIKE A FAILED EDIT.
051700*--------------------------------------------------------------
051800   4000-WRITE-NEW-TABLE.
051900      OPEN OUTPUT POH3BRNF.
053140      IF WS-PENDED-COUNT > 0
053150          PERFORM 4300-FLUSH-PENDING THRU 4300-EXIT
053160      END-IF.
053168      IF WS-EDIT-FAILED
053176          GO TO 4000-EXIT
053184      END-IF.
053192      PERFORM 4400-WRITE-HISTORY THRU 4400-EXIT.
053200   4000-EXIT.
053300      EXIT.
053400*--------------------------------------------------------------
054290      MOVE WS-AUDIT-STATUS(WS-AX) TO POH3-IF-STATUS.
054292      CALL "POH3LOG" USING WS-LOG-TAG, POH3-INTERFACE.
054294   4200-EXIT.
054297      EXIT.
054299*--------------------------------------------------------------
054302* 4400-WRITE-HISTORY - SEED AN EMPTY HISTORY WITH THE TABLE THAT
054304* WAS LIVE BEFORE THIS RUN (POH3BRH IGNORES THE SEED ONCE ANY
054307* VERSION EXISTS), THEN RECORD THE REPLACEMENT AS A NEW VERSION
054309* EFFECTIVE TODAY - THE DAY THE SCHEDULER SWAPS IT IN.  A RUN
054312* THAT ONLY PARKED FUTURE CHANGES LEAVES THE TABLE AS IT WAS AND
054314* WRITES NO NEW VERSION.
054317*--------------------------------------------------------------
054319   4400-WRITE-HISTORY.
054322      MOVE "POH3BRM" TO POH3-HIF-PROGRAM.
054324      MOVE WS-RUN-DATE TO POH3-HIF-EFF-DATE.
054327      MOVE "S" TO POH3-HIF-MODE.
054329      MOVE WS-BEFORE-COUNT TO POH3-HIF-COUNT.
054332      MOVE WS-BEFORE-TABLE TO POH3-HIF-TABLE.
054334      CALL "POH3BRH" USING POH3-HIST-INTERFACE.
054337      IF POH3-HIF-RC = 16
054339          GO TO 4400-FAILED
054342      END-IF.
054344      IF WS-APPLIED-COUNT = 0
054347          GO TO 4400-EXIT
054350      END-IF.
054352      MOVE "V" TO POH3-HIF-MODE.
054355      MOVE WS-WORK-COUNT TO POH3-HIF-COUNT.
054357      MOVE WS-WORK-TABLE TO POH3-HIF-TABLE.
054360      CALL "POH3BRH" USING POH3-HIST-INTERFACE.
054362      IF POH3-HIF-RC = 16
054365          GO TO 4400-FAILED
054367      END-IF.
054370      MOVE POH3-HIF-VERSION TO WS-HIST-VERSION.
054372      WRITE POH3-BRP-RECORD FROM WS-HIST-DISP.
054375      GO TO 4400-EXIT.
054377   4400-FAILED.
054380      DISPLAY "POH3BRH HISTORY NOT WRITTEN - POH3BRN SUPPRESSED".
054382      MOVE "HISTORY NOT WRITTEN TO POH3BRH" TO POH3-BRP-RECORD.
054385      WRITE POH3-BRP-RECORD.
054387      MOVE 16 TO RETURN-CODE.
054390      MOVE "Y" TO WS-EDIT-FAIL-SWITCH.
054392   4400-EXIT.
054395      EXIT.
054397*--------------------------------------------------------------
054400* 9999-TERMINATE - REPORT THE TRANSACTION TOTALS AND THE RUN
054500* DISPOSITION, CLOSE EVERYTHING, AND SET THE RETURN CODE.  A
054600* RUN WITH ANY REJECTED TRANSACTION OR FAILED EDIT ENDS WITH
057720      MOVE WS-TXN-COUNT TO POH3-RIF-RECS-IN.
057730      MOVE WS-APPLIED-COUNT TO POH3-RIF-RECS-OUT.
057740      MOVE RETURN-CODE TO POH3-RIF-RC.
057742      MOVE "R" TO POH3-LIF-MODE.
057745      MOVE RETURN-CODE TO POH3-LIF-RC.
057748      CALL "POH3LOK" USING POH3-LOCK-INTERFACE.
057750      CALL "POH3RUN" USING POH3-RUN-INTERFACE.
057800   9999-EXIT.
057900      EXIT.
061600      IF WS-BPD-FS NOT = "00"
061700          DISPLAY "POH3BPD OPEN FAILED - FILE STATUS " WS-BPD-FS
061800          MOVE 16 TO RETURN-CODE
061850          MOVE "Y" TO WS-EDIT-FAIL-SWITCH
061900          GO TO 4300-EXIT
062000      END-IF.
062100      PERFORM 4310-WRITE-PENDING THRU 4310-EXIT
