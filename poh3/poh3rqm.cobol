000100   IDENTIFICATION DIVISION.
000200   PROGRAM-ID.     POH3RQM.
000300   AUTHOR.         RTM.
000400   INSTALLATION.   BATCH SYSTEMS GROUP.
000500   DATE-WRITTEN.   10/15/2026.
000600   DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000*  10/15/2026  RTM       ORIGINAL VERSION.  WHICH DEPARTMENTS MAY
001100*                        SUBMIT WAS HARDCODED - POH3COL MOVED
001200*                        LITERAL "ACCT"/"MKTG"/"OPS" INTO ITS
001300*                        SOURCE TABLE AND POH3DST ROUTED WITH A
001400*                        WHEN LADDER - SO ONBOARDING OR SUSPENDING
001500*                        A DEPARTMENT MEANT A RECOMPILE OF BOTH.
001600*                        THE NEW POH3RQM REQUESTER MASTER (ID,
001700*                        DEPARTMENT NAME, COST CENTER, ACTIVE OR
001800*                        SUSPENDED, EFFECTIVE DATES, DAILY LOOKUP
001900*                        QUOTA, DATASET SUFFIX) NOW DRIVES THE
002000*                        INTAKE CHAIN, AND THIS JOB MAINTAINS IT
002100*                        THE WAY POH3BRM MAINTAINS POH3BRK: ADD/
002200*                        CHG/DEL TRANSACTIONS FROM POH3RQX ARE
002300*                        EDITED AND APPLIED TO A WORK COPY, THE
002400*                        WHOLE RESULT IS EDITED AGAIN (NO
002500*                        DUPLICATE IDS OR SUFFIXES, NUMERIC DATES
002600*                        AND QUOTAS, THE 50-ENTRY CAPACITY), A
002700*                        BEFORE/AFTER CHANGE REPORT GOES TO
002800*                        POH3RQP, AND THE REPLACEMENT MASTER IS
002900*                        WRITTEN TO POH3RQN ONLY WHEN EVERY EDIT
003000*                        PASSES - A FAILED EDIT LEAVES THE LIVE
003100*                        DATASET UNTOUCHED AND ENDS WITH
003200*                        RETURN-CODE 8.  EVERY APPLIED CHANGE IS
003300*                        AUDITED TO POH3LOG ONCE THE REPLACEMENT
003400*                        IS OUT, AND THE RUN STAMPS POH3RUN.
003417*                        THE RUN HOLDS THE POH3LCK RUN LOCK
003433*                        THROUGH POH3LOK WHILE IT WORKS, SO ITS
003450*                        AUDIT LINES NEVER FORK THE POH3LOG CHAIN;
003467*                        A HELD LOCK REFUSES IT WITH RETURN-CODE
003483*                        24.
003500*--------------------------------------------------------------
003600   ENVIRONMENT DIVISION.
003700   INPUT-OUTPUT SECTION.
003800   FILE-CONTROL.
003900      SELECT POH3RQMF ASSIGN TO "POH3RQM"
004000          ORGANIZATION IS LINE SEQUENTIAL
004100          FILE STATUS IS WS-RQM-FS.
004200      SELECT POH3RQXF ASSIGN TO "POH3RQX"
004300          ORGANIZATION IS LINE SEQUENTIAL
004400          FILE STATUS IS WS-RQX-FS.
004500      SELECT POH3RQNF ASSIGN TO "POH3RQN"
004600          ORGANIZATION IS LINE SEQUENTIAL
004700          FILE STATUS IS WS-RQN-FS.
004800      SELECT POH3RQPF ASSIGN TO "POH3RQP"
004900          ORGANIZATION IS LINE SEQUENTIAL
005000          FILE STATUS IS WS-RQP-FS.
005100   DATA DIVISION.
005200   FILE SECTION.
005300   FD  POH3RQMF.
005400      COPY POH3RQMR.
005500   FD  POH3RQXF.
005600      COPY POH3RQXR.
005700   FD  POH3RQNF.
005800   01  POH3-RQN-RECORD             PIC X(55).
005900   FD  POH3RQPF.
006000   01  POH3-RQP-RECORD             PIC X(132).
006100   WORKING-STORAGE SECTION.
006200      COPY POH3CIF.
006300      COPY POH3RIF.
006350      COPY POH3LIF.
006400   01  WS-SWITCHES.
006500      05  WS-RQM-EOF-SWITCH       PIC X(01) VALUE "N".
006600          88  WS-RQM-EOF                      VALUE "Y".
006700      05  WS-RQX-EOF-SWITCH       PIC X(01) VALUE "N".
006800          88  WS-RQX-EOF                      VALUE "Y".
006900      05  WS-EDIT-FAIL-SWITCH     PIC X(01) VALUE "N".
007000          88  WS-EDIT-FAILED                  VALUE "Y".
007100      05  WS-TXN-FAIL-SWITCH      PIC X(01) VALUE "N".
007200          88  WS-TXN-FAILED                   VALUE "Y".
007300      05  WS-SORT-SWAP-SWITCH     PIC X(01) VALUE "N".
007400          88  WS-SORT-SWAPPED                 VALUE "Y".
007500      05  WS-LIVE-OVFL-SWITCH     PIC X(01) VALUE "N".
007600          88  WS-LIVE-OVERFLOWED              VALUE "Y".
007700*--------------------------------------------------------------
007800* WORK COPY OF THE REQUESTER MASTER.  THE DATES AND THE QUOTA
007900* ARE HELD AS DISPLAY CHARACTERS, NOT NUMERICS, SO THE FINAL
008000* EDIT CAN TEST EVERY ENTRY - INCLUDING ONES ALREADY ON THE LIVE
008100* DATASET - FOR NUMERIC CONTENT.  THE ENTRY IMAGE IS BYTE-FOR-
008200* BYTE THE POH3RQMR RECORD LAYOUT SO A CLEAN ENTRY CAN BE
008300* WRITTEN TO POH3RQN AS ONE MOVE.
008400*--------------------------------------------------------------
008500   01  WS-WORK-TABLE.
008600      05  WS-WORK-ENTRY OCCURS 50 TIMES.
008700          10  WS-WORK-REQUESTER   PIC X(04).
008800          10  WS-WORK-DEPT-NAME   PIC X(20).
008900          10  WS-WORK-COST-CENTER PIC X(06).
009000          10  WS-WORK-STATUS      PIC X(01).
009100          10  WS-WORK-EFF-FROM    PIC X(08).
009200          10  WS-WORK-EFF-TO      PIC X(08).
009300          10  WS-WORK-QUOTA       PIC X(07).
009400          10  WS-WORK-SUFFIX      PIC X(01).
009500*--------------------------------------------------------------
009600* THE CURRENT TRANSACTION AS IT WILL LAND ON THE WORK TABLE -
009700* BLANK DATES AND A BLANK QUOTA ALREADY TURNED INTO THEIR
009800* DEFAULTS, SO THE EDITS AND THE APPLY SEE ONE IMAGE.
009900*--------------------------------------------------------------
010000   01  WS-TXN-ENTRY.
010100      05  WS-TXN-REQUESTER        PIC X(04).
010200      05  WS-TXN-DEPT-NAME        PIC X(20).
010300      05  WS-TXN-COST-CENTER      PIC X(06).
010400      05  WS-TXN-STATUS           PIC X(01).
010500      05  WS-TXN-EFF-FROM         PIC X(08).
010600      05  WS-TXN-EFF-TO           PIC X(08).
010700      05  WS-TXN-QUOTA            PIC X(07).
010800      05  WS-TXN-SUFFIX           PIC X(01).
010900   01  WS-SAVE-ENTRY               PIC X(55).
011000*--------------------------------------------------------------
011100* AUDIT LINES FOR APPLIED TRANSACTIONS ARE HELD HERE AND ONLY
011200* FLUSHED TO POH3LOG ONCE THE WHOLE RUN HAS PASSED EDIT AND THE
011300* REPLACEMENT MASTER HAS BEEN WRITTEN, THE SAME DISCIPLINE
011400* POH3BRM HOLDS ITS AUDIT LINES TO.
011500*--------------------------------------------------------------
011600   01  WS-AUDIT-TABLE.
011700      05  WS-AUDIT-ENTRY OCCURS 200 TIMES.
011800          10  WS-AUDIT-REQUESTER  PIC X(04).
011900          10  WS-AUDIT-QUOTA      PIC 9(09).
012000          10  WS-AUDIT-FLAG       PIC X(01).
012100          10  WS-AUDIT-STATUS     PIC X(08).
012200   01  WS-RPT-DETAIL.
012300      05  WS-RPT-ACTION           PIC X(03).
012400      05  FILLER                  PIC X(02) VALUE SPACES.
012500      05  WS-RPT-REQUESTER        PIC X(04).
012600      05  FILLER                  PIC X(02) VALUE SPACES.
012700      05  WS-RPT-DEPT-NAME        PIC X(20).
012800      05  FILLER                  PIC X(02) VALUE SPACES.
012900      05  WS-RPT-COST-CENTER      PIC X(06).
013000      05  FILLER                  PIC X(02) VALUE SPACES.
013100      05  WS-RPT-STATUS           PIC X(01).
013200      05  FILLER                  PIC X(02) VALUE SPACES.
013300      05  WS-RPT-EFF-FROM         PIC X(08).
013400      05  FILLER                  PIC X(02) VALUE SPACES.
013500      05  WS-RPT-EFF-TO           PIC X(08).
013600      05  FILLER                  PIC X(02) VALUE SPACES.
013700      05  WS-RPT-QUOTA            PIC X(07).
013800      05  FILLER                  PIC X(02) VALUE SPACES.
013900      05  WS-RPT-SUFFIX           PIC X(01).
014000      05  FILLER                  PIC X(02) VALUE SPACES.
014100      05  WS-RPT-DISPOSITION      PIC X(30).
014200   01  WS-EDIT-LINE.
014300      05  FILLER                  PIC X(14)
014400                                  VALUE "EDIT FAILED - ".
014500      05  WS-EDIT-REQUESTER       PIC X(04).
014600      05  FILLER                  PIC X(01) VALUE SPACE.
014700      05  WS-EDIT-MESSAGE         PIC X(40).
014800   77  WS-RQM-FS                   PIC X(02).
014900   77  WS-RQX-FS                   PIC X(02).
015000   77  WS-RQN-FS                   PIC X(02).
015100   77  WS-RQP-FS                   PIC X(02).
015200   77  WS-LOG-TAG                  PIC X(08) VALUE "POH3RQM".
015300   77  WS-WORK-COUNT               PIC 9(03) COMP VALUE ZERO.
015400   77  WS-IX                       PIC 9(03) COMP.
015500   77  WS-JX                       PIC 9(03) COMP.
015600   77  WS-HIT-IX                   PIC 9(03) COMP.
015700   77  WS-SORT-TOP                 PIC 9(03) COMP.
015800   77  WS-TXN-COUNT                PIC 9(05) COMP VALUE ZERO.
015900   77  WS-APPLIED-COUNT            PIC 9(05) COMP VALUE ZERO.
016000   77  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
016100   77  WS-COUNT-DISPLAY            PIC 9(05).
016200   77  WS-AUDIT-COUNT              PIC 9(03) COMP VALUE ZERO.
016300   77  WS-AX                       PIC 9(03) COMP.
016400   PROCEDURE DIVISION.
016500*--------------------------------------------------------------
016600* 0000-MAINLINE
016700*--------------------------------------------------------------
016800   0000-MAINLINE.
016900      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017000      PERFORM 2000-PROCESS-TXN THRU 2000-EXIT
017100          UNTIL WS-RQX-EOF.
017200      PERFORM 3000-FINAL-EDIT THRU 3000-EXIT.
017300      IF NOT WS-EDIT-FAILED
017400          PERFORM 4000-WRITE-NEW-MASTER THRU 4000-EXIT
017500      END-IF.
017600      PERFORM 9999-TERMINATE THRU 9999-EXIT.
017700      STOP RUN.
017800*--------------------------------------------------------------
017900* 1000-INITIALIZE - OPEN THE TRANSACTION AND REPORT DATASETS,
018000* LOAD THE LIVE MASTER INTO THE WORK COPY, AND REPORT THE
018100* BEFORE-IMAGE.  A TRANSACTION FILE THAT WILL NOT OPEN IS FATAL
018200* - THERE IS NOTHING FOR THE JOB TO APPLY.  A MISSING POH3RQM
018300* LEAVES THE WORK TABLE EMPTY, SO THIS JOB CAN ALSO BUILD THE
018400* VERY FIRST MASTER.
018500*--------------------------------------------------------------
018600   1000-INITIALIZE.
018700      MOVE 0 TO RETURN-CODE.
018800      MOVE "S" TO POH3-RIF-MODE.
018900      MOVE "POH3RQM" TO POH3-RIF-PROGRAM.
019000      CALL "POH3RUN" USING POH3-RUN-INTERFACE.
019100      MOVE SPACES TO POH3-IF-REFERENCE.
019200      MOVE 0 TO POH3-IF-N.
019300      MOVE 0 TO POH3-IF-PROC-DATE.
019400      MOVE SPACES TO WS-RQP-FS.
019410      MOVE "T" TO POH3-LIF-MODE.
019420      MOVE "POH3RQM" TO POH3-LIF-PROGRAM.
019430      CALL "POH3LOK" USING POH3-LOCK-INTERFACE.
019440      IF POH3-LIF-RC NOT = 0
019450          MOVE POH3-LIF-RC TO RETURN-CODE
019460          MOVE "Y" TO WS-RQX-EOF-SWITCH
019470          MOVE "Y" TO WS-EDIT-FAIL-SWITCH
019480          GO TO 1000-EXIT
019490      END-IF.
019500      OPEN INPUT POH3RQXF.
019600      IF WS-RQX-FS NOT = "00"
019700          DISPLAY "POH3RQX OPEN FAILED - FILE STATUS " WS-RQX-FS
019800          MOVE 16 TO RETURN-CODE
019900          MOVE "Y" TO WS-RQX-EOF-SWITCH
020000          MOVE "Y" TO WS-EDIT-FAIL-SWITCH
020100          GO TO 1000-EXIT
020200      END-IF.
020300      OPEN OUTPUT POH3RQPF.
020400      IF WS-RQP-FS NOT = "00"
020500          DISPLAY "POH3RQP OPEN FAILED - FILE STATUS " WS-RQP-FS
020600          MOVE 16 TO RETURN-CODE
020700          MOVE "Y" TO WS-RQX-EOF-SWITCH
020800          MOVE "Y" TO WS-EDIT-FAIL-SWITCH
020900          GO TO 1000-EXIT
021000      END-IF.
021100      PERFORM 1100-LOAD-LIVE-MASTER THRU 1100-EXIT.
021200      MOVE "BEFORE - LIVE POH3RQM REQUESTER MASTER"
021300          TO POH3-RQP-RECORD.
021400      WRITE POH3-RQP-RECORD.
021500      PERFORM 1300-REPORT-ENTRY THRU 1300-EXIT
021600          VARYING WS-IX FROM 1 BY 1
021700          UNTIL WS-IX > WS-WORK-COUNT.
021800      IF WS-LIVE-OVERFLOWED
021900          MOVE "EDIT FAILED - LIVE MASTER EXCEEDS 50 ENTRIES"
022000              TO POH3-RQP-RECORD
022100          WRITE POH3-RQP-RECORD
022200      END-IF.
022300      MOVE "TRANSACTIONS" TO POH3-RQP-RECORD.
022400      WRITE POH3-RQP-RECORD.
022500      PERFORM 2100-READ-TXN THRU 2100-EXIT.
022600   1000-EXIT.
022700      EXIT.
022800*--------------------------------------------------------------
022900* 1100-LOAD-LIVE-MASTER
023000*--------------------------------------------------------------
023100   1100-LOAD-LIVE-MASTER.
023200      MOVE 0 TO WS-WORK-COUNT.
023300      OPEN INPUT POH3RQMF.
023400      IF WS-RQM-FS = "00"
023500          MOVE "N" TO WS-RQM-EOF-SWITCH
023600          PERFORM 1110-READ-LIVE THRU 1110-EXIT
023700          PERFORM 1120-ADD-LIVE THRU 1120-EXIT
023800              UNTIL WS-RQM-EOF
023900                  OR WS-WORK-COUNT = 50
024000          CLOSE POH3RQMF
024100          IF NOT WS-RQM-EOF
024200              MOVE "Y" TO WS-LIVE-OVFL-SWITCH
024300              MOVE "Y" TO WS-EDIT-FAIL-SWITCH
024400          END-IF
024500      END-IF.
024600   1100-EXIT.
024700      EXIT.
024800*--------------------------------------------------------------
024900* 1110-READ-LIVE
025000*--------------------------------------------------------------
025100   1110-READ-LIVE.
025200      READ POH3RQMF
025300          AT END
025400              MOVE "Y" TO WS-RQM-EOF-SWITCH
025500      END-READ.
025600   1110-EXIT.
025700      EXIT.
025800*--------------------------------------------------------------
025900* 1120-ADD-LIVE
026000*--------------------------------------------------------------
026100   1120-ADD-LIVE.
026200      ADD 1 TO WS-WORK-COUNT.
026300      MOVE POH3-RQM-RECORD TO WS-WORK-ENTRY(WS-WORK-COUNT).
026400      PERFORM 1110-READ-LIVE THRU 1110-EXIT.
026500   1120-EXIT.
026600      EXIT.
026700*--------------------------------------------------------------
026800* 1300-REPORT-ENTRY - ONE MASTER ENTRY AS A REPORT LINE.
026900*--------------------------------------------------------------
027000   1300-REPORT-ENTRY.
027100      MOVE SPACES TO WS-RPT-DETAIL.
027200      MOVE WS-WORK-REQUESTER(WS-IX) TO WS-RPT-REQUESTER.
027300      MOVE WS-WORK-DEPT-NAME(WS-IX) TO WS-RPT-DEPT-NAME.
027400      MOVE WS-WORK-COST-CENTER(WS-IX) TO WS-RPT-COST-CENTER.
027500      MOVE WS-WORK-STATUS(WS-IX) TO WS-RPT-STATUS.
027600      MOVE WS-WORK-EFF-FROM(WS-IX) TO WS-RPT-EFF-FROM.
027700      MOVE WS-WORK-EFF-TO(WS-IX) TO WS-RPT-EFF-TO.
027800      MOVE WS-WORK-QUOTA(WS-IX) TO WS-RPT-QUOTA.
027900      MOVE WS-WORK-SUFFIX(WS-IX) TO WS-RPT-SUFFIX.
028000      WRITE POH3-RQP-RECORD FROM WS-RPT-DETAIL.
028100   1300-EXIT.
028200      EXIT.
028300*--------------------------------------------------------------
028400* 2000-PROCESS-TXN - EDIT AND APPLY ONE TRANSACTION.  A
028500* TRANSACTION THAT FAILS EDIT IS REPORTED AND SKIPPED, AND THE
028600* RUN IS MARKED FAILED SO THE REPLACEMENT MASTER IS NEVER
028700* WRITTEN - THE WHOLE BATCH EITHER GOES LIVE OR NONE OF IT
028800* DOES.  AN APPLIED CHANGE IS HELD FOR THE POH3LOG AUDIT TRAIL,
028900* WRITTEN ONLY ONCE THE REPLACEMENT ACTUALLY GOES OUT.
029000*--------------------------------------------------------------
029100   2000-PROCESS-TXN.
029200      ADD 1 TO WS-TXN-COUNT.
029300      MOVE "N" TO WS-TXN-FAIL-SWITCH.
029400      MOVE SPACES TO WS-RPT-DISPOSITION.
029500      PERFORM 2200-EDIT-TXN THRU 2200-EXIT.
029600      IF NOT WS-TXN-FAILED
029700          EVALUATE POH3-RQX-ACTION
029800              WHEN "ADD"
029900                  PERFORM 2300-APPLY-ADD THRU 2300-EXIT
030000              WHEN "CHG"
030100                  PERFORM 2400-APPLY-CHG THRU 2400-EXIT
030200              WHEN "DEL"
030300                  PERFORM 2500-APPLY-DEL THRU 2500-EXIT
030400          END-EVALUATE
030500      END-IF.
030600      IF WS-TXN-FAILED
030700          ADD 1 TO WS-REJECTED-COUNT
030800          MOVE "Y" TO WS-EDIT-FAIL-SWITCH
030900      ELSE
031000          ADD 1 TO WS-APPLIED-COUNT
031100          MOVE "APPLIED" TO WS-RPT-DISPOSITION
031200          PERFORM 2600-HOLD-AUDIT THRU 2600-EXIT
031300      END-IF.
031400      PERFORM 2700-REPORT-TXN THRU 2700-EXIT.
031500      PERFORM 2100-READ-TXN THRU 2100-EXIT.
031600   2000-EXIT.
031700      EXIT.
031800*--------------------------------------------------------------
031900* 2100-READ-TXN
032000*--------------------------------------------------------------
032100   2100-READ-TXN.
032200      READ POH3RQXF
032300          AT END
032400              MOVE "Y" TO WS-RQX-EOF-SWITCH
032500      END-READ.
032600   2100-EXIT.
032700      EXIT.
032800*--------------------------------------------------------------
032900* 2200-EDIT-TXN - FIELD-LEVEL EDITS ON ONE TRANSACTION, AFTER
033000* THE BLANK DEFAULTS ARE FILLED IN.  THE REQUESTER LOOKUP LEAVES
033100* WS-HIT-IX SET FOR THE APPLY PARAGRAPHS.  THE SUFFIX "X" IS
033200* RESERVED - POH3DSX IS THE DISTRIBUTION CATCH-ALL.
033300*--------------------------------------------------------------
033400   2200-EDIT-TXN.
033500      IF POH3-RQX-ACTION NOT = "ADD"
033600              AND POH3-RQX-ACTION NOT = "CHG"
033700              AND POH3-RQX-ACTION NOT = "DEL"
033800          MOVE "INVALID ACTION CODE" TO WS-RPT-DISPOSITION
033900          MOVE "Y" TO WS-TXN-FAIL-SWITCH
034000          GO TO 2200-EXIT
034100      END-IF.
034200      IF POH3-RQX-REQUESTER = SPACES
034300          MOVE "REQUESTER IS BLANK" TO WS-RPT-DISPOSITION
034400          MOVE "Y" TO WS-TXN-FAIL-SWITCH
034500          GO TO 2200-EXIT
034600      END-IF.
034700      MOVE POH3-RQX-REQUESTER TO WS-TXN-REQUESTER.
034800      MOVE POH3-RQX-DEPT-NAME TO WS-TXN-DEPT-NAME.
034900      MOVE POH3-RQX-COST-CENTER TO WS-TXN-COST-CENTER.
035000      MOVE POH3-RQX-STATUS TO WS-TXN-STATUS.
035100      MOVE POH3-RQX-EFF-FROM TO WS-TXN-EFF-FROM.
035200      MOVE POH3-RQX-EFF-TO TO WS-TXN-EFF-TO.
035300      MOVE POH3-RQX-DAILY-QUOTA TO WS-TXN-QUOTA.
035400      MOVE POH3-RQX-DD-SUFFIX TO WS-TXN-SUFFIX.
035500      IF WS-TXN-EFF-FROM = SPACES
035600          MOVE "00000000" TO WS-TXN-EFF-FROM
035700      END-IF.
035800      IF WS-TXN-EFF-TO = SPACES
035900          MOVE "99999999" TO WS-TXN-EFF-TO
036000      END-IF.
036100      IF WS-TXN-QUOTA = SPACES
036200          MOVE "0000000" TO WS-TXN-QUOTA
036300      END-IF.
036400      IF POH3-RQX-ACTION NOT = "DEL"
036500          IF WS-TXN-DEPT-NAME = SPACES
036600              MOVE "DEPARTMENT NAME IS BLANK"
036700                  TO WS-RPT-DISPOSITION
036800              MOVE "Y" TO WS-TXN-FAIL-SWITCH
036900              GO TO 2200-EXIT
037000          END-IF
037100          IF WS-TXN-STATUS NOT = "A" AND WS-TXN-STATUS NOT = "S"
037200              MOVE "STATUS NOT A OR S" TO WS-RPT-DISPOSITION
037300              MOVE "Y" TO WS-TXN-FAIL-SWITCH
037400              GO TO 2200-EXIT
037500          END-IF
037600          IF WS-TXN-EFF-FROM NOT NUMERIC
037700                  OR WS-TXN-EFF-TO NOT NUMERIC
037800              MOVE "EFF DATE NOT NUMERIC" TO WS-RPT-DISPOSITION
037900              MOVE "Y" TO WS-TXN-FAIL-SWITCH
038000              GO TO 2200-EXIT
038100          END-IF
038200          IF WS-TXN-EFF-FROM > WS-TXN-EFF-TO
038300              MOVE "EFF FROM AFTER EFF TO" TO WS-RPT-DISPOSITION
038400              MOVE "Y" TO WS-TXN-FAIL-SWITCH
038500              GO TO 2200-EXIT
038600          END-IF
038700          IF WS-TXN-QUOTA NOT NUMERIC
038800              MOVE "QUOTA NOT NUMERIC" TO WS-RPT-DISPOSITION
038900              MOVE "Y" TO WS-TXN-FAIL-SWITCH
039000              GO TO 2200-EXIT
039100          END-IF
039200          IF WS-TXN-SUFFIX = SPACE OR WS-TXN-SUFFIX = "X"
039300              MOVE "SUFFIX BLANK OR RESERVED"
039400                  TO WS-RPT-DISPOSITION
039500              MOVE "Y" TO WS-TXN-FAIL-SWITCH
039600              GO TO 2200-EXIT
039700          END-IF
039800      END-IF.
039900      PERFORM 2210-FIND-REQUESTER THRU 2210-EXIT.
040000      EVALUATE POH3-RQX-ACTION
040100          WHEN "ADD"
040200              IF WS-HIT-IX > 0
040300                  MOVE "REQUESTER ALREADY ON MASTER"
040400                      TO WS-RPT-DISPOSITION
040500                  MOVE "Y" TO WS-TXN-FAIL-SWITCH
040600              ELSE
040700                  IF WS-WORK-COUNT = 50
040800                      MOVE "MASTER FULL - 50 ENTRIES"
040900                          TO WS-RPT-DISPOSITION
041000                      MOVE "Y" TO WS-TXN-FAIL-SWITCH
041100                  END-IF
041200              END-IF
041300          WHEN OTHER
041400              IF WS-HIT-IX = 0
041500                  MOVE "REQUESTER NOT ON MASTER"
041600                      TO WS-RPT-DISPOSITION
041700                  MOVE "Y" TO WS-TXN-FAIL-SWITCH
041800              END-IF
041900      END-EVALUATE.
042000   2200-EXIT.
042100      EXIT.
042200*--------------------------------------------------------------
042300* 2210-FIND-REQUESTER - LOCATE THE TRANSACTION'S REQUESTER ON
042400* THE WORK TABLE.  WS-HIT-IX COMES BACK ZERO WHEN IT IS NOT
042500* THERE.
042600*--------------------------------------------------------------
042700   2210-FIND-REQUESTER.
042800      MOVE 0 TO WS-HIT-IX.
042900      PERFORM 2220-TEST-REQUESTER THRU 2220-EXIT
043000          VARYING WS-IX FROM 1 BY 1
043100          UNTIL WS-IX > WS-WORK-COUNT
043200              OR WS-HIT-IX > 0.
043300   2210-EXIT.
043400      EXIT.
043500*--------------------------------------------------------------
043600* 2220-TEST-REQUESTER
043700*--------------------------------------------------------------
043800   2220-TEST-REQUESTER.
043900      IF WS-WORK-REQUESTER(WS-IX) = POH3-RQX-REQUESTER
044000          MOVE WS-IX TO WS-HIT-IX
044100      END-IF.
044200   2220-EXIT.
044300      EXIT.
044400*--------------------------------------------------------------
044500* 2300-APPLY-ADD - APPEND THE NEW ENTRY.  3100-SORT-TABLE PUTS
044600* THE WHOLE MASTER BACK IN REQUESTER ORDER BEFORE THE FINAL
044700* EDIT.
044800*--------------------------------------------------------------
044900   2300-APPLY-ADD.
045000      ADD 1 TO WS-WORK-COUNT.
045100      MOVE WS-TXN-ENTRY TO WS-WORK-ENTRY(WS-WORK-COUNT).
045200   2300-EXIT.
045300      EXIT.
045400*--------------------------------------------------------------
045500* 2400-APPLY-CHG - REPLACE THE MATCHED REQUESTER'S ENTRY IN
045600* PLACE.  A CHANGE CARRIES EVERY FIELD, SO A SUSPENSION OR A
045700* QUOTA CHANGE IS ONE TRANSACTION THAT RESTATES THE REST.
045800*--------------------------------------------------------------
045900   2400-APPLY-CHG.
046000      MOVE WS-TXN-ENTRY TO WS-WORK-ENTRY(WS-HIT-IX).
046100   2400-EXIT.
046200      EXIT.
046300*--------------------------------------------------------------
046400* 2500-APPLY-DEL - REMOVE THE MATCHED ENTRY AND CLOSE THE GAP.
046500* THE DELETED ENTRY IS SAVED FIRST SO THE AUDIT LINE CAN RECORD
046600* WHAT WAS REMOVED.  A DEPARTMENT THAT MAY COME BACK IS BETTER
046700* SUSPENDED THAN DELETED - ITS HISTORY STILL BILLS BY NAME.
046800*--------------------------------------------------------------
046900   2500-APPLY-DEL.
047000      MOVE WS-WORK-ENTRY(WS-HIT-IX) TO WS-SAVE-ENTRY.
047100      MOVE WS-SAVE-ENTRY TO WS-TXN-ENTRY.
047200      PERFORM 2510-SHIFT-ENTRY THRU 2510-EXIT
047300          VARYING WS-IX FROM WS-HIT-IX BY 1
047400          UNTIL WS-IX >= WS-WORK-COUNT.
047500      SUBTRACT 1 FROM WS-WORK-COUNT.
047600   2500-EXIT.
047700      EXIT.
047800*--------------------------------------------------------------
047900* 2510-SHIFT-ENTRY
048000*--------------------------------------------------------------
048100   2510-SHIFT-ENTRY.
048200      ADD 1 WS-IX GIVING WS-JX.
048300      MOVE WS-WORK-ENTRY(WS-JX) TO WS-WORK-ENTRY(WS-IX).
048400   2510-EXIT.
048500      EXIT.
048600*--------------------------------------------------------------
048700* 2600-HOLD-AUDIT - HOLD ONE AUDIT LINE PER APPLIED CHANGE FOR
048800* THE SAME POH3LOG DATASET THE LOOKUPS WRITE.  THE LINE CARRIES
048900* THE REQUESTER, THE MAINTENANCE ACTION IN THE STATUS FIELD, THE
049000* ACTIVE/SUSPENDED FLAG IN THE BUCKET FIELD, AND THE DAILY QUOTA
049100* IN THE RESULT FIELD; A DELETE LOGS THE ENTRY THAT WAS REMOVED.
049200*--------------------------------------------------------------
049300   2600-HOLD-AUDIT.
049400      IF WS-AUDIT-COUNT = 200
049500          MOVE "EDIT FAILED - MORE THAN 200 TRANSACTIONS"
049600              TO POH3-RQP-RECORD
049700          WRITE POH3-RQP-RECORD
049800          MOVE "Y" TO WS-EDIT-FAIL-SWITCH
049900          GO TO 2600-EXIT
050000      END-IF.
050100      ADD 1 TO WS-AUDIT-COUNT.
050200      MOVE WS-TXN-REQUESTER TO WS-AUDIT-REQUESTER(WS-AUDIT-COUNT).
050300      MOVE WS-TXN-QUOTA TO WS-AUDIT-QUOTA(WS-AUDIT-COUNT).
050400      MOVE WS-TXN-STATUS TO WS-AUDIT-FLAG(WS-AUDIT-COUNT).
050500      EVALUATE POH3-RQX-ACTION
050600          WHEN "ADD"
050700              MOVE "ADDED   " TO WS-AUDIT-STATUS(WS-AUDIT-COUNT)
050800          WHEN "CHG"
050900              MOVE "CHANGED " TO WS-AUDIT-STATUS(WS-AUDIT-COUNT)
051000          WHEN OTHER
051100              MOVE "DELETED " TO WS-AUDIT-STATUS(WS-AUDIT-COUNT)
051200      END-EVALUATE.
051300   2600-EXIT.
051400      EXIT.
051500*--------------------------------------------------------------
051600* 2700-REPORT-TXN - ONE REPORT LINE PER TRANSACTION, APPLIED OR
051700* REJECTED, WITH ITS DISPOSITION, SHOWING THE FIELDS AS KEYED.
051800*--------------------------------------------------------------
051900   2700-REPORT-TXN.
052000      MOVE POH3-RQX-ACTION TO WS-RPT-ACTION.
052100      MOVE POH3-RQX-REQUESTER TO WS-RPT-REQUESTER.
052200      MOVE POH3-RQX-DEPT-NAME TO WS-RPT-DEPT-NAME.
052300      MOVE POH3-RQX-COST-CENTER TO WS-RPT-COST-CENTER.
052400      MOVE POH3-RQX-STATUS TO WS-RPT-STATUS.
052500      MOVE POH3-RQX-EFF-FROM TO WS-RPT-EFF-FROM.
052600      MOVE POH3-RQX-EFF-TO TO WS-RPT-EFF-TO.
052700      MOVE POH3-RQX-DAILY-QUOTA TO WS-RPT-QUOTA.
052800      MOVE POH3-RQX-DD-SUFFIX TO WS-RPT-SUFFIX.
052900      WRITE POH3-RQP-RECORD FROM WS-RPT-DETAIL.
053000   2700-EXIT.
053100      EXIT.
053200*--------------------------------------------------------------
053300* 3000-FINAL-EDIT - SORT THE WORK TABLE INTO REQUESTER ORDER,
053400* THEN EDIT THE WHOLE RESULT - INCLUDING ENTRIES THAT WERE
053500* ALREADY ON THE LIVE DATASET - FOR BLANK IDS, A BAD STATUS,
053600* NON-NUMERIC OR REVERSED DATES, A NON-NUMERIC QUOTA, AND
053700* DUPLICATED REQUESTERS OR DATASET SUFFIXES.  A FAILURE HERE
053800* SUPPRESSES THE REPLACEMENT THE SAME WAY A BAD TRANSACTION
053900* DOES.
054000*--------------------------------------------------------------
054100   3000-FINAL-EDIT.
054200      IF WS-WORK-COUNT > 1
054300          PERFORM 3100-SORT-TABLE THRU 3100-EXIT
054400      END-IF.
054500      PERFORM 3200-EDIT-ENTRY THRU 3200-EXIT
054600          VARYING WS-IX FROM 1 BY 1
054700          UNTIL WS-IX > WS-WORK-COUNT.
054800   3000-EXIT.
054900      EXIT.
055000*--------------------------------------------------------------
055100* 3100-SORT-TABLE - EXCHANGE SORT ON REQUESTER ID.  THE MASTER
055200* IS AT MOST 50 ENTRIES, SO A SIMPLE PASS-UNTIL-CLEAN SORT IS
055300* PLENTY.
055400*--------------------------------------------------------------
055500   3100-SORT-TABLE.
055600      MOVE "Y" TO WS-SORT-SWAP-SWITCH.
055700      PERFORM 3110-SORT-PASS THRU 3110-EXIT
055800          UNTIL NOT WS-SORT-SWAPPED.
055900   3100-EXIT.
056000      EXIT.
056100*--------------------------------------------------------------
056200* 3110-SORT-PASS
056300*--------------------------------------------------------------
056400   3110-SORT-PASS.
056500      MOVE "N" TO WS-SORT-SWAP-SWITCH.
056600      SUBTRACT 1 FROM WS-WORK-COUNT GIVING WS-SORT-TOP.
056700      PERFORM 3120-SORT-COMPARE THRU 3120-EXIT
056800          VARYING WS-IX FROM 1 BY 1
056900          UNTIL WS-IX > WS-SORT-TOP.
057000   3110-EXIT.
057100      EXIT.
057200*--------------------------------------------------------------
057300* 3120-SORT-COMPARE
057400*--------------------------------------------------------------
057500   3120-SORT-COMPARE.
057600      ADD 1 WS-IX GIVING WS-JX.
057700      IF WS-WORK-REQUESTER(WS-IX) > WS-WORK-REQUESTER(WS-JX)
057800          MOVE WS-WORK-ENTRY(WS-IX) TO WS-SAVE-ENTRY
057900          MOVE WS-WORK-ENTRY(WS-JX) TO WS-WORK-ENTRY(WS-IX)
058000          MOVE WS-SAVE-ENTRY TO WS-WORK-ENTRY(WS-JX)
058100          MOVE "Y" TO WS-SORT-SWAP-SWITCH
058200      END-IF.
058300   3120-EXIT.
058400      EXIT.
058500*--------------------------------------------------------------
058600* 3200-EDIT-ENTRY - EDIT ONE SORTED ENTRY.  AFTER THE SORT A
058700* DUPLICATED REQUESTER SITS NEXT TO ITS TWIN; SUFFIXES ARE
058800* CHECKED AGAINST EVERY EARLIER ENTRY SINCE THE SORT ORDERS BY
058900* REQUESTER, NOT SUFFIX.
059000*--------------------------------------------------------------
059100   3200-EDIT-ENTRY.
059200      MOVE WS-WORK-REQUESTER(WS-IX) TO WS-EDIT-REQUESTER.
059300      IF WS-WORK-REQUESTER(WS-IX) = SPACES
059400          MOVE "REQUESTER IS BLANK" TO WS-EDIT-MESSAGE
059500          PERFORM 3300-REPORT-EDIT THRU 3300-EXIT
059600      END-IF.
059700      IF WS-WORK-STATUS(WS-IX) NOT = "A"
059800              AND WS-WORK-STATUS(WS-IX) NOT = "S"
059900          MOVE "STATUS NOT A OR S" TO WS-EDIT-MESSAGE
060000          PERFORM 3300-REPORT-EDIT THRU 3300-EXIT
060100      END-IF.
060200      IF WS-WORK-EFF-FROM(WS-IX) NOT NUMERIC
060300              OR WS-WORK-EFF-TO(WS-IX) NOT NUMERIC
060400          MOVE "EFF DATE NOT NUMERIC" TO WS-EDIT-MESSAGE
060500          PERFORM 3300-REPORT-EDIT THRU 3300-EXIT
060600      ELSE
060700          IF WS-WORK-EFF-FROM(WS-IX) > WS-WORK-EFF-TO(WS-IX)
060800              MOVE "EFF FROM AFTER EFF TO" TO WS-EDIT-MESSAGE
060900              PERFORM 3300-REPORT-EDIT THRU 3300-EXIT
061000          END-IF
061100      END-IF.
061200      IF WS-WORK-QUOTA(WS-IX) NOT NUMERIC
061300          MOVE "QUOTA NOT NUMERIC" TO WS-EDIT-MESSAGE
061400          PERFORM 3300-REPORT-EDIT THRU 3300-EXIT
061500      END-IF.
061600      IF WS-WORK-SUFFIX(WS-IX) = SPACE
061700              OR WS-WORK-SUFFIX(WS-IX) = "X"
061800          MOVE "SUFFIX BLANK OR RESERVED" TO WS-EDIT-MESSAGE
061900          PERFORM 3300-REPORT-EDIT THRU 3300-EXIT
062000      END-IF.
062100      IF WS-IX > 1
062200          SUBTRACT 1 FROM WS-IX GIVING WS-JX
062300          IF WS-WORK-REQUESTER(WS-IX) = WS-WORK-REQUESTER(WS-JX)
062400              MOVE "DUPLICATE REQUESTER" TO WS-EDIT-MESSAGE
062500              PERFORM 3300-REPORT-EDIT THRU 3300-EXIT
062600          END-IF
062700          PERFORM 3210-EDIT-DUP-SUFFIX THRU 3210-EXIT
062800              VARYING WS-JX FROM 1 BY 1
062900              UNTIL WS-JX >= WS-IX
063000      END-IF.
063100   3200-EXIT.
063200      EXIT.
063300*--------------------------------------------------------------
063400* 3210-EDIT-DUP-SUFFIX - TWO DEPARTMENTS ON ONE SUFFIX WOULD
063500* SHARE AN INTAKE DATASET AND A RESPONSE FILE.
063600*--------------------------------------------------------------
063700   3210-EDIT-DUP-SUFFIX.
063800      IF WS-WORK-SUFFIX(WS-JX) = WS-WORK-SUFFIX(WS-IX)
063900          MOVE "DUPLICATE DATASET SUFFIX" TO WS-EDIT-MESSAGE
064000          PERFORM 3300-REPORT-EDIT THRU 3300-EXIT
064100      END-IF.
064200   3210-EXIT.
064300      EXIT.
064400*--------------------------------------------------------------
064500* 3300-REPORT-EDIT - ONE WHOLE-MASTER EDIT FAILURE, NAMING THE
064600* REQUESTER IT WAS FOUND ON, AND THE RUN MARKED FAILED.
064700*--------------------------------------------------------------
064800   3300-REPORT-EDIT.
064900      WRITE POH3-RQP-RECORD FROM WS-EDIT-LINE.
065000      MOVE "Y" TO WS-EDIT-FAIL-SWITCH.
065100   3300-EXIT.
065200      EXIT.
065300*--------------------------------------------------------------
065400* 4000-WRITE-NEW-MASTER - EVERY EDIT PASSED, SO WRITE THE
065500* REPLACEMENT MASTER TO POH3RQN AND REPORT THE AFTER-IMAGE.  THE
065600* LIVE POH3RQM IS NEVER WRITTEN BY THIS JOB - THE SCHEDULER
065700* SWAPS POH3RQN IN ONLY WHEN THIS STEP ENDS CLEAN.
065800*--------------------------------------------------------------
065900   4000-WRITE-NEW-MASTER.
066000      OPEN OUTPUT POH3RQNF.
066100      IF WS-RQN-FS NOT = "00"
066200          DISPLAY "POH3RQN OPEN FAILED - FILE STATUS " WS-RQN-FS
066300          MOVE 16 TO RETURN-CODE
066400          MOVE "Y" TO WS-EDIT-FAIL-SWITCH
066500          GO TO 4000-EXIT
066600      END-IF.
066700      MOVE "AFTER - REPLACEMENT POH3RQM REQUESTER MASTER"
066800          TO POH3-RQP-RECORD.
066900      WRITE POH3-RQP-RECORD.
067000      PERFORM 4100-WRITE-ENTRY THRU 4100-EXIT
067100          VARYING WS-IX FROM 1 BY 1
067200          UNTIL WS-IX > WS-WORK-COUNT.
067300      CLOSE POH3RQNF.
067400      PERFORM 4200-FLUSH-AUDIT THRU 4200-EXIT
067500          VARYING WS-AX FROM 1 BY 1
067600          UNTIL WS-AX > WS-AUDIT-COUNT.
067700   4000-EXIT.
067800      EXIT.
067900*--------------------------------------------------------------
068000* 4100-WRITE-ENTRY
068100*--------------------------------------------------------------
068200   4100-WRITE-ENTRY.
068300      MOVE WS-WORK-ENTRY(WS-IX) TO POH3-RQN-RECORD.
068400      WRITE POH3-RQN-RECORD.
068500      PERFORM 1300-REPORT-ENTRY THRU 1300-EXIT.
068600   4100-EXIT.
068700      EXIT.
068800*--------------------------------------------------------------
068900* 4200-FLUSH-AUDIT - APPEND THE HELD AUDIT LINES TO POH3LOG NOW
069000* THAT THE REPLACEMENT MASTER IS WRITTEN.
069100*--------------------------------------------------------------
069200   4200-FLUSH-AUDIT.
069300      MOVE WS-AUDIT-REQUESTER(WS-AX) TO POH3-IF-REQUESTER.
069400      MOVE WS-AUDIT-QUOTA(WS-AX) TO POH3-IF-RESULT.
069500      MOVE WS-AUDIT-FLAG(WS-AX) TO POH3-IF-BUCKET.
069600      MOVE WS-AUDIT-STATUS(WS-AX) TO POH3-IF-STATUS.
069700      CALL "POH3LOG" USING WS-LOG-TAG, POH3-INTERFACE.
069800   4200-EXIT.
069900      EXIT.
070000*--------------------------------------------------------------
070100* 9999-TERMINATE - REPORT THE TRANSACTION TOTALS AND THE RUN
070200* DISPOSITION, CLOSE EVERYTHING, AND SET THE RETURN CODE.  A
070300* RUN WITH ANY REJECTED TRANSACTION OR FAILED EDIT ENDS WITH
070400* RETURN-CODE 8 SO THE SCHEDULER NEVER SWAPS POH3RQN IN.
070500*--------------------------------------------------------------
070600   9999-TERMINATE.
070700      IF WS-RQP-FS = "00"
070800          MOVE SPACES TO WS-RPT-DETAIL
070900          MOVE "TRANSACTIONS READ" TO WS-RPT-DISPOSITION
071000          MOVE WS-TXN-COUNT TO WS-COUNT-DISPLAY
071100          MOVE WS-COUNT-DISPLAY TO WS-RPT-QUOTA
071200          WRITE POH3-RQP-RECORD FROM WS-RPT-DETAIL
071300          MOVE "APPLIED" TO WS-RPT-DISPOSITION
071400          MOVE WS-APPLIED-COUNT TO WS-COUNT-DISPLAY
071500          MOVE WS-COUNT-DISPLAY TO WS-RPT-QUOTA
071600          WRITE POH3-RQP-RECORD FROM WS-RPT-DETAIL
071700          MOVE "REJECTED" TO WS-RPT-DISPOSITION
071800          MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
071900          MOVE WS-COUNT-DISPLAY TO WS-RPT-QUOTA
072000          WRITE POH3-RQP-RECORD FROM WS-RPT-DETAIL
072100          IF WS-EDIT-FAILED
072200              MOVE "REPLACEMENT SUPPRESSED - EDIT FAILED"
072300                  TO POH3-RQP-RECORD
072400              WRITE POH3-RQP-RECORD
072500          ELSE
072600              MOVE "REPLACEMENT MASTER WRITTEN TO POH3RQN"
072700                  TO POH3-RQP-RECORD
072800              WRITE POH3-RQP-RECORD
072900          END-IF
073000          CLOSE POH3RQPF
073100      END-IF.
073200      CLOSE POH3RQXF.
073300      IF WS-EDIT-FAILED AND RETURN-CODE = 0
073400          MOVE 8 TO RETURN-CODE
073500      END-IF.
073600      MOVE "E" TO POH3-RIF-MODE.
073700      MOVE WS-TXN-COUNT TO POH3-RIF-RECS-IN.
073800      MOVE WS-APPLIED-COUNT TO POH3-RIF-RECS-OUT.
073900      MOVE RETURN-CODE TO POH3-RIF-RC.
073925      MOVE "R" TO POH3-LIF-MODE.
073950      MOVE RETURN-CODE TO POH3-LIF-RC.
073975      CALL "POH3LOK" USING POH3-LOCK-INTERFACE.
074000      CALL "POH3RUN" USING POH3-RUN-INTERFACE.
074100   9999-EXIT.
074200      EXIT.
