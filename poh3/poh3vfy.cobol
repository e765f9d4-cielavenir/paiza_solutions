000100   IDENTIFICATION DIVISION.
000200   PROGRAM-ID.     POH3VFY.
000300   AUTHOR.         RTM.
000400   INSTALLATION.   BATCH SYSTEMS GROUP.
000500   DATE-WRITTEN.   10/15/2026.
000600   DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000*  10/15/2026  RTM       ORIGINAL VERSION.  CHARGEBACK,
001100*                        RECONCILIATION, DUPLICATE DETECTION AND
001200*                        DISPUTES ALL TAKE POH3LOG AT ITS WORD.
001300*                        EVERY LOG LINE NOW CARRIES A RUNNING
001400*                        SEQUENCE NUMBER AND A CHECK VALUE THE
001500*                        POH3CHK SUBPROGRAM CHAINS FROM THE LINE
001600*                        BEFORE IT, AND THIS JOB WALKS THE CHAIN:
001700*                        THE CURRENT LOG BY DEFAULT, ONE ARCHIVE
001800*                        GENERATION NAMED ON A POH3VFYP CARD, OR
001900*                        EVERY GENERATION THE POH3AIDX INDEX
002000*                        LISTS AND THEN THE CURRENT LOG.  EVERY
002100*                        SEQUENCE GAP, LINE OUT OF ORDER OR
002200*                        REPEATED, ALTERED LINE, UNSEQUENCED LINE
002300*                        INSIDE THE CHAIN, AND GENERATION THAT
002400*                        DOES NOT CLOSE WHERE ITS INDEX ENTRY SAYS
002500*                        IT DOES IS LISTED ON THE POH3VFR REPORT
002600*                        WITH ITS LINE POSITION.  ANY SUCH BREAK
002700*                        ENDS THE RUN WITH RETURN-CODE 8 SO THE
002800*                        SCHEDULER HOLDS CHARGEBACK; A GENERATION
002900*                        NOT ALLOCATED ENDS IT WITH 4.  THE RUN
003000*                        STAMPS POH3RUN.
003100*--------------------------------------------------------------
003200   ENVIRONMENT DIVISION.
003300   INPUT-OUTPUT SECTION.
003400   FILE-CONTROL.
003500      SELECT POH3VFYPF ASSIGN TO "POH3VFYP"
003600          ORGANIZATION IS LINE SEQUENTIAL
003700          FILE STATUS IS WS-PRM-FS.
003800      SELECT POH3AIDXF ASSIGN TO "POH3AIDX"
003900          ORGANIZATION IS LINE SEQUENTIAL
004000          FILE STATUS IS WS-IDX-FS.
004100      SELECT POH3LOGF ASSIGN USING WS-LOG-DDNAME
004200          ORGANIZATION IS LINE SEQUENTIAL
004300          FILE STATUS IS WS-LOG-FS.
004400      SELECT POH3VFRF ASSIGN TO "POH3VFR"
004500          ORGANIZATION IS LINE SEQUENTIAL
004600          FILE STATUS IS WS-VFR-FS.
004700   DATA DIVISION.
004800   FILE SECTION.
004900   FD  POH3VFYPF.
005000      COPY POH3PRMR.
005100   FD  POH3AIDXF.
005200      COPY POH3AIXR.
005300   FD  POH3LOGF.
005400      COPY POH3LOGR.
005408*--------------------------------------------------------------
005417* THE SAME LINE, VIEWED AS THE BODY THE CHECK VALUE IS FOLDED
005425* OVER AND THE SEAL, WHICH IS SPACES ON A LINE FROM BEFORE THE
005433* CHAIN.
005442*--------------------------------------------------------------
005450   01  POH3-LOG-SEAL-VIEW.
005458      05  FILLER                  PIC X(69).
005467      05  POH3-LSV-SEAL.
005475          10  POH3-LSV-SEQ        PIC X(09).
005483          10  FILLER              PIC X(01).
005492          10  POH3-LSV-CHECK      PIC X(09).
005500   FD  POH3VFRF.
005600   01  POH3-VFR-RECORD             PIC X(80).
005625   01  POH3-VFR-VERDICT-VIEW.
005650      05  POH3-VFR-VERDICT        PIC X(40).
005675      05  FILLER                  PIC X(40).
005700   WORKING-STORAGE SECTION.
005800      COPY POH3RIF.
005900      COPY POH3KIF.
006000   01  WS-SWITCHES.
006100      05  WS-PRM-EOF-SWITCH       PIC X(01) VALUE "N".
006200          88  WS-PRM-EOF                      VALUE "Y".
006300      05  WS-IDX-EOF-SWITCH       PIC X(01) VALUE "N".
006400          88  WS-IDX-EOF                      VALUE "Y".
006500      05  WS-LOG-EOF-SWITCH       PIC X(01) VALUE "N".
006600          88  WS-LOG-EOF                      VALUE "Y".
006700      05  WS-ABORT-SWITCH         PIC X(01) VALUE "N".
006800          88  WS-ABORTED                      VALUE "Y".
006900      05  WS-WARN-SWITCH          PIC X(01) VALUE "N".
007000          88  WS-WARNED                       VALUE "Y".
007100      05  WS-SCOPE-SWITCH         PIC X(01) VALUE "C".
007200          88  WS-SCOPE-CURRENT                VALUE "C".
007300          88  WS-SCOPE-ALL                    VALUE "A".
007400          88  WS-SCOPE-ONE-CUT                VALUE "G".
007500      05  WS-ANCHOR-SWITCH        PIC X(01).
007600          88  WS-ANCHORED                     VALUE "Y".
007700      05  WS-CHAIN-STARTED-SWITCH PIC X(01).
007800          88  WS-CHAIN-STARTED                VALUE "Y".
007900      05  WS-DATASET-SWITCH       PIC X(01).
008000          88  WS-DATASET-MISSING              VALUE "M".
008100*--------------------------------------------------------------
008200* THE DATASET THE LOG FD IS POINTED AT.  EACH ARCHIVE GENERATION
008300* IS ALLOCATED UNDER "AR" AND THE LOW-ORDER SIX DIGITS OF ITS
008400* CUT DATE, AS POH3TRD READS THEM; THE CURRENT LOG IS POH3LOG
008500* ITSELF.
008600*--------------------------------------------------------------
008700   01  WS-LOG-DDNAME               PIC X(08).
008800   01  WS-ARC-DDNAME.
008900      05  FILLER                  PIC X(02) VALUE "AR".
009000      05  WS-ARC-DD-CUT           PIC X(06).
009100   01  WS-CUT-DATE-X.
009200      05  FILLER                  PIC X(02).
009300      05  WS-CUT-YYMMDD           PIC X(06).
009400*--------------------------------------------------------------
009500* THE POH3AIDX ENTRIES, OLDEST CUT FIRST.  A GENERATION'S CHAIN
009600* OPENS WHERE THE ENTRY BEFORE IT CLOSED; AN ENTRY CUT BEFORE THE
009700* CHAIN EXISTED CARRIES NO CLOSING VALUES, AND THE CHAIN AFTER
009800* IT OPENED FROM ZERO.
009900*--------------------------------------------------------------
010000   01  WS-AIX-TABLE.
010100      05  WS-AIX-ENTRY OCCURS 100 TIMES.
010200          10  WS-AIX-CUT-DATE     PIC 9(08).
010300          10  WS-AIX-COUNT        PIC 9(09).
010400          10  WS-AIX-CLOSE-SEQ    PIC 9(09).
010500          10  WS-AIX-CLOSE-CHECK  PIC 9(09).
010600          10  WS-AIX-CHAINED      PIC X(01).
010700              88  WS-AIX-IS-CHAINED           VALUE "Y".
010800   01  WS-HEAD-LINE.
010900      05  WS-HEAD-LABEL           PIC X(10).
011000      05  FILLER                  PIC X(02) VALUE SPACES.
011100      05  WS-HEAD-VALUE           PIC X(30).
011120      05  WS-HEAD-CUT-VIEW REDEFINES WS-HEAD-VALUE.
011140          10  FILLER              PIC X(12).
011160          10  WS-HEAD-CUT-DATE    PIC 9(08).
011180          10  FILLER              PIC X(10).
011200   01  WS-UNIT-LINE.
011300      05  FILLER                  PIC X(10) VALUE "DATASET".
011400      05  FILLER                  PIC X(02) VALUE SPACES.
011500      05  WS-UNT-DDNAME           PIC X(08).
011600      05  FILLER                  PIC X(02) VALUE SPACES.
011700      05  WS-UNT-KIND             PIC X(12).
011800      05  WS-UNT-CUT-DATE         PIC X(08).
011900      05  FILLER                  PIC X(02) VALUE SPACES.
012000      05  WS-UNT-NOTE             PIC X(30).
012100   01  WS-EXC-LINE.
012200      05  FILLER                  PIC X(02) VALUE SPACES.
012300      05  FILLER                  PIC X(05) VALUE "LINE".
012400      05  WS-EXC-POSITION         PIC Z(08)9.
012500      05  FILLER                  PIC X(06) VALUE "  SEQ".
012600      05  WS-EXC-SEQ              PIC X(09).
012700      05  FILLER                  PIC X(02) VALUE SPACES.
012800      05  WS-EXC-MESSAGE          PIC X(26).
012900      05  FILLER                  PIC X(02) VALUE SPACES.
013000      05  WS-EXC-DETAIL-LABEL     PIC X(09).
013100      05  WS-EXC-DETAIL-VALUE     PIC X(09).
013200   01  WS-TOT-LINE.
013300      05  WS-TOT-LABEL            PIC X(18).
013400      05  FILLER                  PIC X(02) VALUE SPACES.
013500      05  WS-TOT-COUNT            PIC Z(08)9.
013600   77  WS-PRM-FS                   PIC X(02).
013700   77  WS-IDX-FS                   PIC X(02).
013800   77  WS-LOG-FS                   PIC X(02).
013900   77  WS-VFR-FS                   PIC X(02).
014000   77  WS-RUN-RC                   PIC 9(04) VALUE ZERO.
014100   77  WS-RUN-DATE                 PIC 9(08).
014200   77  WS-PRM-NUM                  PIC 9(09).
014300   77  WS-SELECT-CUT-DATE          PIC 9(08) VALUE ZERO.
014400   77  WS-AIX-USED                 PIC 9(03) COMP VALUE ZERO.
014500   77  WS-AX                       PIC 9(03) COMP.
014600   77  WS-HIT-AX                   PIC 9(03) COMP.
014700   77  WS-OPEN-SEQ                 PIC 9(09).
014800   77  WS-OPEN-CHECK               PIC 9(09).
014900   77  WS-LAST-SEQ                 PIC 9(09).
015000   77  WS-LAST-CHECK               PIC 9(09).
015100   77  WS-EXPECT-SEQ               PIC 9(09).
015200   77  WS-FIRST-SEQ                PIC 9(09).
015300   77  WS-DETAIL-NUM               PIC 9(09).
015400   77  WS-UNIT-LINES               PIC 9(09) COMP.
015500   77  WS-UNIT-PRECHAIN            PIC 9(09) COMP.
015600   77  WS-UNIT-EXCEPTIONS          PIC 9(09) COMP.
015700   77  WS-UNIT-COUNT               PIC 9(09) COMP VALUE ZERO.
015800   77  WS-MISSING-COUNT            PIC 9(09) COMP VALUE ZERO.
015900   77  WS-LINES-READ               PIC 9(09) COMP VALUE ZERO.
016000   77  WS-EXCEPTION-COUNT          PIC 9(09) COMP VALUE ZERO.
016100   PROCEDURE DIVISION.
016200*--------------------------------------------------------------
016300* 0000-MAINLINE
016400*--------------------------------------------------------------
016500   0000-MAINLINE.
016600      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016700      IF NOT WS-ABORTED
016800              AND NOT WS-SCOPE-CURRENT
016900          PERFORM 2000-VERIFY-ARCHIVES THRU 2000-EXIT
017000      END-IF.
017100      IF NOT WS-ABORTED
017200              AND NOT WS-SCOPE-ONE-CUT
017300          PERFORM 3000-VERIFY-CURRENT-LOG THRU 3000-EXIT
017400      END-IF.
017500      IF NOT WS-ABORTED
017600          PERFORM 4000-WRITE-VERDICT THRU 4000-EXIT
017700      END-IF.
017800      PERFORM 9999-TERMINATE THRU 9999-EXIT.
017900      STOP RUN.
018000*--------------------------------------------------------------
018100* 1000-INITIALIZE - SETTLE THE SCOPE FROM THE CARD, OPEN THE
018200* REPORT, AND LOAD THE ARCHIVE INDEX.  A BAD CARD, A CUT DATE
018300* THE INDEX DOES NOT LIST, OR A REPORT THAT WILL NOT OPEN IS
018400* FATAL.
018500*--------------------------------------------------------------
018600   1000-INITIALIZE.
018700      MOVE 0 TO RETURN-CODE.
018800      MOVE "S" TO POH3-RIF-MODE.
018900      MOVE "POH3VFY" TO POH3-RIF-PROGRAM.
019000      CALL "POH3RUN" USING POH3-RUN-INTERFACE.
019100      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019200      MOVE SPACES TO WS-VFR-FS.
019300      PERFORM 1400-LOAD-PARAMETERS THRU 1400-EXIT.
019400      IF WS-ABORTED
019500          GO TO 1000-EXIT
019600      END-IF.
019700      PERFORM 1500-LOAD-INDEX THRU 1500-EXIT.
019800      IF WS-ABORTED
019900          GO TO 1000-EXIT
020000      END-IF.
020100      IF WS-SCOPE-ONE-CUT
020200          MOVE 0 TO WS-HIT-AX
020300          PERFORM 1600-TEST-CUT THRU 1600-EXIT
020400              VARYING WS-AX FROM 1 BY 1
020500              UNTIL WS-AX > WS-AIX-USED
020600                  OR WS-HIT-AX > 0
020700          IF WS-HIT-AX = 0
020800              DISPLAY "POH3VFYP CUT-DATE " WS-SELECT-CUT-DATE
020900                  " NOT ON POH3AIDX"
021000              PERFORM 8000-ABORT-RUN THRU 8000-EXIT
021100              GO TO 1000-EXIT
021200          END-IF
021300      END-IF.
021400      OPEN OUTPUT POH3VFRF.
021500      IF WS-VFR-FS NOT = "00"
021600          DISPLAY "POH3VFR OPEN FAILED - FILE STATUS " WS-VFR-FS
021700          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
021800          GO TO 1000-EXIT
021900      END-IF.
022000      MOVE "POH3VFY LOG CHAIN VERIFICATION" TO POH3-VFR-RECORD.
022100      WRITE POH3-VFR-RECORD.
022200      MOVE SPACES TO WS-HEAD-LINE.
022300      MOVE "RUN DATE" TO WS-HEAD-LABEL.
022400      MOVE WS-RUN-DATE TO WS-HEAD-VALUE.
022500      WRITE POH3-VFR-RECORD FROM WS-HEAD-LINE.
022600      MOVE "SCOPE" TO WS-HEAD-LABEL.
022700      EVALUATE TRUE
022800          WHEN WS-SCOPE-ALL
022900              MOVE "ALL ARCHIVES AND CURRENT LOG" TO WS-HEAD-VALUE
023000          WHEN WS-SCOPE-ONE-CUT
023100              MOVE "ARCHIVE CUT" TO WS-HEAD-VALUE
023200              MOVE WS-SELECT-CUT-DATE TO WS-HEAD-CUT-DATE
023300          WHEN OTHER
023400              MOVE "CURRENT LOG" TO WS-HEAD-VALUE
023500      END-EVALUATE.
023600      WRITE POH3-VFR-RECORD FROM WS-HEAD-LINE.
023700   1000-EXIT.
023800      EXIT.
023900*--------------------------------------------------------------
024000* 1400-LOAD-PARAMETERS - THE OPTIONAL POH3VFYP CONTROL CARDS.  A
024100* MISSING DATASET VERIFIES THE CURRENT LOG ONLY; A CARD THAT
024200* FAILS EDIT STOPS THE RUN.
024300*
024400*   CUT-DATE         0YYYYMMDD  VERIFY THE ONE ARCHIVE GENERATION
024500*                               CUT ON THIS DATE, LOW-ORDER
024600*                               EIGHT DIGITS
024700*   ALL-ARCHIVES     Y          VERIFY EVERY GENERATION ON
024800*                               POH3AIDX, THEN THE CURRENT LOG
024900*
025000* THE TWO CARDS ARE ALTERNATIVES; BOTH TOGETHER FAIL EDIT.
025100*--------------------------------------------------------------
025200   1400-LOAD-PARAMETERS.
025300      OPEN INPUT POH3VFYPF.
025400      IF WS-PRM-FS = "35"
025500          GO TO 1400-EXIT
025600      END-IF.
025700      IF WS-PRM-FS NOT = "00"
025800          DISPLAY "POH3VFYP OPEN FAILED - FILE STATUS " WS-PRM-FS
025900          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
026000          GO TO 1400-EXIT
026100      END-IF.
026200      PERFORM 1410-READ-PARM THRU 1410-EXIT.
026300      PERFORM 1420-APPLY-PARM THRU 1420-EXIT
026400          UNTIL WS-PRM-EOF
026500              OR WS-ABORTED.
026600      CLOSE POH3VFYPF.
026700   1400-EXIT.
026800      EXIT.
026900*--------------------------------------------------------------
027000* 1410-READ-PARM
027100*--------------------------------------------------------------
027200   1410-READ-PARM.
027300      READ POH3VFYPF
027400          AT END
027500              MOVE "Y" TO WS-PRM-EOF-SWITCH
027600      END-READ.
027700   1410-EXIT.
027800      EXIT.
027900*--------------------------------------------------------------
028000* 1420-APPLY-PARM
028100*--------------------------------------------------------------
028200   1420-APPLY-PARM.
028300      IF POH3-PRM-RECORD = SPACES
028400          GO TO 1420-NEXT
028500      END-IF.
028600      EVALUATE POH3-PRM-KEYWORD
028700          WHEN "CUT-DATE"
028800              IF POH3-PRM-VALUE NOT NUMERIC
028900                  DISPLAY "POH3VFYP CUT-DATE NOT NUMERIC"
029000                  PERFORM 8000-ABORT-RUN THRU 8000-EXIT
029100              ELSE
029200                  IF WS-SCOPE-ALL
029300                      DISPLAY "POH3VFYP CUT-DATE AND "
029400                          "ALL-ARCHIVES ARE ALTERNATIVES"
029500                      PERFORM 8000-ABORT-RUN THRU 8000-EXIT
029600                  ELSE
029700                      MOVE POH3-PRM-VALUE TO WS-PRM-NUM
029800                      MOVE WS-PRM-NUM TO WS-SELECT-CUT-DATE
029900                      MOVE "G" TO WS-SCOPE-SWITCH
030000                  END-IF
030100              END-IF
030200          WHEN "ALL-ARCHIVES"
030300              IF POH3-PRM-VALUE NOT = "Y"
030400                  DISPLAY "POH3VFYP ALL-ARCHIVES MUST BE Y"
030500                  PERFORM 8000-ABORT-RUN THRU 8000-EXIT
030600              ELSE
030700                  IF WS-SCOPE-ONE-CUT
030800                      DISPLAY "POH3VFYP CUT-DATE AND "
030900                          "ALL-ARCHIVES ARE ALTERNATIVES"
031000                      PERFORM 8000-ABORT-RUN THRU 8000-EXIT
031100                  ELSE
031200                      MOVE "A" TO WS-SCOPE-SWITCH
031300                  END-IF
031400              END-IF
031500          WHEN OTHER
031600              DISPLAY "POH3VFYP UNKNOWN KEYWORD " POH3-PRM-KEYWORD
031700              PERFORM 8000-ABORT-RUN THRU 8000-EXIT
031800      END-EVALUATE.
031900   1420-NEXT.
032000      IF NOT WS-ABORTED
032100          PERFORM 1410-READ-PARM THRU 1410-EXIT
032200      END-IF.
032300   1420-EXIT.
032400      EXIT.
032500*--------------------------------------------------------------
032600* 1500-LOAD-INDEX - EVERY POH3AIDX ENTRY INTO THE TABLE.  NO
032700* INDEX MEANS NOTHING HAS EVER BEEN CUT; THE CURRENT LOG'S CHAIN
032800* THEN OPENED FROM ZERO.
032900*--------------------------------------------------------------
033000   1500-LOAD-INDEX.
033100      OPEN INPUT POH3AIDXF.
033200      IF WS-IDX-FS = "35"
033300          GO TO 1500-EXIT
033400      END-IF.
033500      IF WS-IDX-FS NOT = "00"
033600          DISPLAY "POH3AIDX OPEN FAILED - FILE STATUS " WS-IDX-FS
033700          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
033800          GO TO 1500-EXIT
033900      END-IF.
034000      PERFORM 1510-READ-INDEX THRU 1510-EXIT.
034100      PERFORM 1520-ADD-ENTRY THRU 1520-EXIT
034200          UNTIL WS-IDX-EOF
034300              OR WS-ABORTED.
034400      CLOSE POH3AIDXF.
034500   1500-EXIT.
034600      EXIT.
034700*--------------------------------------------------------------
034800* 1510-READ-INDEX
034900*--------------------------------------------------------------
035000   1510-READ-INDEX.
035100      READ POH3AIDXF
035200          AT END
035300              MOVE "Y" TO WS-IDX-EOF-SWITCH
035400      END-READ.
035500   1510-EXIT.
035600      EXIT.
035700*--------------------------------------------------------------
035800* 1520-ADD-ENTRY - AN INDEX TOO LONG FOR THE TABLE ABORTS THE
035900* RUN RATHER THAN VERIFY PART OF THE HISTORY.
036000*--------------------------------------------------------------
036100   1520-ADD-ENTRY.
036200      IF WS-AIX-USED = 100
036300          DISPLAY "POH3AIDX HAS MORE THAN 100 ENTRIES"
036400          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
036500          GO TO 1520-EXIT
036600      END-IF.
036700      ADD 1 TO WS-AIX-USED.
036800      MOVE POH3-AIX-CUT-DATE TO WS-AIX-CUT-DATE(WS-AIX-USED).
036900      MOVE POH3-AIX-COUNT TO WS-AIX-COUNT(WS-AIX-USED).
037000      IF POH3-AIX-CLOSE-SEQ NUMERIC
037100              AND POH3-AIX-CLOSE-CHECK NUMERIC
037200          MOVE POH3-AIX-CLOSE-SEQ TO WS-AIX-CLOSE-SEQ(WS-AIX-USED)
037300          MOVE POH3-AIX-CLOSE-CHECK
037400              TO WS-AIX-CLOSE-CHECK(WS-AIX-USED)
037500          MOVE "Y" TO WS-AIX-CHAINED(WS-AIX-USED)
037600      ELSE
037700          MOVE ZERO TO WS-AIX-CLOSE-SEQ(WS-AIX-USED)
037800          MOVE ZERO TO WS-AIX-CLOSE-CHECK(WS-AIX-USED)
037900          MOVE "N" TO WS-AIX-CHAINED(WS-AIX-USED)
038000      END-IF.
038100      PERFORM 1510-READ-INDEX THRU 1510-EXIT.
038200   1520-EXIT.
038300      EXIT.
038400*--------------------------------------------------------------
038500* 1600-TEST-CUT
038600*--------------------------------------------------------------
038700   1600-TEST-CUT.
038800      IF WS-AIX-CUT-DATE(WS-AX) = WS-SELECT-CUT-DATE
038900          MOVE WS-AX TO WS-HIT-AX
039000      END-IF.
039100   1600-EXIT.
039200      EXIT.
039300*--------------------------------------------------------------
039400* 2000-VERIFY-ARCHIVES - EVERY GENERATION ON THE INDEX, OR ONLY
039500* THE ONE THE CARD NAMES.
039600*--------------------------------------------------------------
039700   2000-VERIFY-ARCHIVES.
039800      IF WS-AIX-USED = 0
039900          MOVE SPACES TO WS-HEAD-LINE
040000          MOVE "ARCHIVE" TO WS-HEAD-LABEL
040100          MOVE "NO POH3AIDX - CURRENT LOG ONLY" TO WS-HEAD-VALUE
040200          WRITE POH3-VFR-RECORD FROM WS-HEAD-LINE
040300          GO TO 2000-EXIT
040400      END-IF.
040500      PERFORM 2100-VERIFY-GENERATION THRU 2100-EXIT
040600          VARYING WS-AX FROM 1 BY 1
040700          UNTIL WS-AX > WS-AIX-USED
040800              OR WS-ABORTED.
040900   2000-EXIT.
041000      EXIT.
041100*--------------------------------------------------------------
041200* 2100-VERIFY-GENERATION - ONE ARCHIVE GENERATION.  ITS CHAIN
041300* OPENS WHERE THE ENTRY BEFORE IT CLOSED.  THE OLDEST ENTRY STILL
041400* ON THE INDEX HAS NOTHING BEFORE IT TO ANCHOR TO - THE ENTRIES
041500* BEFORE IT HAVE BEEN PURGED - SO ITS FIRST SEQUENCED LINE IS
041600* TAKEN AS FOUND, UNLESS IT IS THE VERY FIRST LINE OF THE CHAIN.
041700* A GENERATION THAT WAS NOT ALLOCATED IS NOTED AND ENDS THE RUN
041800* WITH RETURN-CODE 4; ONE THAT WAS MUST HOLD THE LINE COUNT AND
041900* CLOSE ON THE VALUES ITS INDEX ENTRY CARRIES.
042000*--------------------------------------------------------------
042100   2100-VERIFY-GENERATION.
042200      IF WS-SCOPE-ONE-CUT
042300              AND WS-AX NOT = WS-HIT-AX
042400          GO TO 2100-EXIT
042500      END-IF.
042600      MOVE WS-AIX-CUT-DATE(WS-AX) TO WS-CUT-DATE-X.
042700      MOVE WS-CUT-YYMMDD TO WS-ARC-DD-CUT.
042800      MOVE WS-ARC-DDNAME TO WS-LOG-DDNAME.
042900      MOVE SPACES TO WS-UNT-NOTE.
043000      MOVE "ARCHIVE CUT" TO WS-UNT-KIND.
043100      MOVE WS-AIX-CUT-DATE(WS-AX) TO WS-UNT-CUT-DATE.
043200      IF WS-AX = 1
043300          MOVE "N" TO WS-ANCHOR-SWITCH
043400          MOVE ZERO TO WS-OPEN-SEQ
043500          MOVE ZERO TO WS-OPEN-CHECK
043600          MOVE "OPENING NOT ANCHORED" TO WS-UNT-NOTE
043700      ELSE
043800          MOVE "Y" TO WS-ANCHOR-SWITCH
043900          MOVE WS-AIX-CLOSE-SEQ(WS-AX - 1) TO WS-OPEN-SEQ
044000          MOVE WS-AIX-CLOSE-CHECK(WS-AX - 1) TO WS-OPEN-CHECK
044100      END-IF.
044200      PERFORM 2500-VERIFY-DATASET THRU 2500-EXIT.
044300      IF WS-ABORTED
044400          GO TO 2100-EXIT
044500      END-IF.
044600      IF WS-DATASET-MISSING
044700          ADD 1 TO WS-MISSING-COUNT
044800          MOVE "Y" TO WS-WARN-SWITCH
044900          GO TO 2100-EXIT
045000      END-IF.
045100      PERFORM 2200-CHECK-CLOSING THRU 2200-EXIT.
045200      PERFORM 2800-WRITE-UNIT-TOTALS THRU 2800-EXIT.
045300   2100-EXIT.
045400      EXIT.
045500*--------------------------------------------------------------
045600* 2200-CHECK-CLOSING - A GENERATION THAT HOLDS FEWER OR MORE
045700* LINES THAN ITS INDEX ENTRY, OR ENDS ON A DIFFERENT SEQUENCE
045800* NUMBER OR CHECK VALUE, HAS LOST OR GAINED LINES AT ITS END,
045900* WHERE THE CHAIN ALONE CANNOT SEE IT.  REPORTED AT THE LAST
046000* LINE POSITION.
046100*--------------------------------------------------------------
046200   2200-CHECK-CLOSING.
046300      MOVE SPACES TO WS-EXC-SEQ.
046400      IF WS-UNIT-LINES NOT = WS-AIX-COUNT(WS-AX)
046500          MOVE "COUNT DIFFERS FROM INDEX" TO WS-EXC-MESSAGE
046600          MOVE "INDEX" TO WS-EXC-DETAIL-LABEL
046700          MOVE WS-AIX-COUNT(WS-AX) TO WS-DETAIL-NUM
046800          PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
046900      END-IF.
047000      IF WS-AIX-IS-CHAINED(WS-AX)
047100          IF WS-LAST-SEQ NOT = WS-AIX-CLOSE-SEQ(WS-AX)
047200                  OR WS-LAST-CHECK NOT = WS-AIX-CLOSE-CHECK(WS-AX)
047300              MOVE "CLOSE DIFFERS FROM INDEX" TO WS-EXC-MESSAGE
047400              MOVE "INDEX SEQ" TO WS-EXC-DETAIL-LABEL
047500              MOVE WS-AIX-CLOSE-SEQ(WS-AX) TO WS-DETAIL-NUM
047600              PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
047700          END-IF
047800      END-IF.
047900   2200-EXIT.
048000      EXIT.
048100*--------------------------------------------------------------
048200* 2500-VERIFY-DATASET - WALK THE CHAIN THROUGH THE LOG DATASET
048300* NAMED IN WS-LOG-DDNAME, FROM WS-OPEN-SEQ AND WS-OPEN-CHECK.
048400* THE UNIT LINE (ITS NOTE ALREADY SET BY THE CALLER) HEADS ITS
048500* EXCEPTIONS.  A DATASET THAT IS NOT THERE COMES BACK MARKED
048600* MISSING FOR THE CALLER TO JUDGE; ANY OTHER OPEN FAILURE IS
048700* FATAL.
048800*--------------------------------------------------------------
048900   2500-VERIFY-DATASET.
049000      MOVE SPACE TO WS-DATASET-SWITCH.
049100      MOVE "N" TO WS-CHAIN-STARTED-SWITCH.
049200      MOVE "N" TO WS-LOG-EOF-SWITCH.
049300      MOVE 0 TO WS-UNIT-LINES.
049400      MOVE 0 TO WS-UNIT-PRECHAIN.
049500      MOVE 0 TO WS-UNIT-EXCEPTIONS.
049600      MOVE 0 TO WS-FIRST-SEQ.
049700      MOVE WS-OPEN-SEQ TO WS-LAST-SEQ.
049800      MOVE WS-OPEN-CHECK TO WS-LAST-CHECK.
049900      MOVE WS-LOG-DDNAME TO WS-UNT-DDNAME.
050000      ADD 1 TO WS-UNIT-COUNT.
050100      OPEN INPUT POH3LOGF.
050200      IF WS-LOG-FS = "35"
050300          MOVE "M" TO WS-DATASET-SWITCH
050400          MOVE "NOT ALLOCATED - MISSING" TO WS-UNT-NOTE
050500          WRITE POH3-VFR-RECORD FROM WS-UNIT-LINE
050600          GO TO 2500-EXIT
050700      END-IF.
050800      IF WS-LOG-FS NOT = "00"
050900          DISPLAY WS-LOG-DDNAME " OPEN FAILED - FILE STATUS "
051000              WS-LOG-FS
051100          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
051200          GO TO 2500-EXIT
051300      END-IF.
051400      WRITE POH3-VFR-RECORD FROM WS-UNIT-LINE.
051500      PERFORM 2510-READ-LOG THRU 2510-EXIT.
051600      PERFORM 2600-CHECK-LINE THRU 2600-EXIT
051700          UNTIL WS-LOG-EOF.
051800      CLOSE POH3LOGF.
051900   2500-EXIT.
052000      EXIT.
052100*--------------------------------------------------------------
052200* 2510-READ-LOG
052300*--------------------------------------------------------------
052400   2510-READ-LOG.
052500      READ POH3LOGF
052600          AT END
052700              MOVE "Y" TO WS-LOG-EOF-SWITCH
052800      END-READ.
052900   2510-EXIT.
053000      EXIT.
053100*--------------------------------------------------------------
053200* 2600-CHECK-LINE - ONE LOG LINE AGAINST THE CHAIN.
053300*   - A LINE WITH NO SEQUENCE NUMBER IS WRITTEN BEFORE THE CHAIN
053400*     WAS INTRODUCED AND MAY ONLY LEAD A CHAIN THAT OPENED FROM
053500*     ZERO; ANYWHERE ELSE IT WAS PUT THERE BY HAND.
053600*   - A SEQUENCE NUMBER PAST THE NEXT ONE IS A GAP - LINES WERE
053700*     TAKEN OUT.  THE CHAIN PICKS UP AGAIN FROM THE LINE FOUND.
053800*   - A SEQUENCE NUMBER ALREADY PASSED IS A LINE MOVED OR
053900*     REPEATED.  THE CHAIN CARRIES ON FROM THE LINE BEFORE IT,
054000*     SO THE LINES THAT FOLLOW ARE STILL PROVED.
054100*   - THE NEXT SEQUENCE NUMBER WITH THE WRONG CHECK VALUE IS A
054200*     LINE ALTERED IN PLACE.  THE CHAIN PICKS UP AGAIN FROM THE
054300*     CHECK VALUE FOUND.
054400*--------------------------------------------------------------
054500   2600-CHECK-LINE.
054600      ADD 1 TO WS-UNIT-LINES.
054700      ADD 1 TO WS-LINES-READ.
054800      MOVE POH3-LSV-SEQ TO WS-EXC-SEQ.
054900      MOVE SPACES TO WS-EXC-DETAIL-LABEL.
055000      IF POH3-LOG-SEQ NOT NUMERIC OR POH3-LOG-CHECK NOT NUMERIC
055100          IF WS-CHAIN-STARTED OR WS-OPEN-SEQ > 0
055200              MOVE "UNSEQUENCED LINE" TO WS-EXC-MESSAGE
055300              PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
055400          ELSE
055500              ADD 1 TO WS-UNIT-PRECHAIN
055600          END-IF
055700          GO TO 2600-NEXT
055800      END-IF.
055900      IF NOT WS-CHAIN-STARTED
056000          MOVE "Y" TO WS-CHAIN-STARTED-SWITCH
056100          MOVE POH3-LOG-SEQ TO WS-FIRST-SEQ
056200          IF NOT WS-ANCHORED
056300                  AND POH3-LOG-SEQ NOT = 1
056400              MOVE POH3-LOG-SEQ TO WS-LAST-SEQ
056500              MOVE POH3-LOG-CHECK TO WS-LAST-CHECK
056600              GO TO 2600-NEXT
056700          END-IF
056800      END-IF.
056900      COMPUTE WS-EXPECT-SEQ = WS-LAST-SEQ + 1.
057000      MOVE "EXPECTED" TO WS-EXC-DETAIL-LABEL.
057100      MOVE WS-EXPECT-SEQ TO WS-DETAIL-NUM.
057200      IF POH3-LOG-SEQ > WS-EXPECT-SEQ
057300          MOVE "SEQUENCE GAP" TO WS-EXC-MESSAGE
057400          PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
057500          MOVE POH3-LOG-SEQ TO WS-LAST-SEQ
057600          MOVE POH3-LOG-CHECK TO WS-LAST-CHECK
057700          GO TO 2600-NEXT
057800      END-IF.
057900      IF POH3-LOG-SEQ < WS-EXPECT-SEQ
058000          MOVE "OUT OF ORDER OR REPEATED" TO WS-EXC-MESSAGE
058100          PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
058200          GO TO 2600-NEXT
058300      END-IF.
058400      MOVE WS-LAST-CHECK TO POH3-KIF-PRIOR-CHECK.
058500      MOVE POH3-LOG-RECORD TO POH3-KIF-LINE.
058600      CALL "POH3CHK" USING POH3-CHK-INTERFACE.
058700      IF POH3-KIF-CHECK NOT = POH3-LOG-CHECK
058800          MOVE "LINE ALTERED" TO WS-EXC-MESSAGE
058900          MOVE SPACES TO WS-EXC-DETAIL-LABEL
059000          PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
059100      END-IF.
059200      MOVE POH3-LOG-SEQ TO WS-LAST-SEQ.
059300      MOVE POH3-LOG-CHECK TO WS-LAST-CHECK.
059400   2600-NEXT.
059500      PERFORM 2510-READ-LOG THRU 2510-EXIT.
059600   2600-EXIT.
059700      EXIT.
059800*--------------------------------------------------------------
059900* 2700-WRITE-EXCEPTION - ONE EXCEPTION LINE AT THE CURRENT LINE
060000* POSITION.  THE CALLER HAS SET THE SEQUENCE NUMBER AS IT STANDS
060100* ON THE LINE, THE MESSAGE AND, WHEN THERE IS ONE, THE DETAIL
060200* LABEL AND WS-DETAIL-NUM.
060300*--------------------------------------------------------------
060400   2700-WRITE-EXCEPTION.
060500      ADD 1 TO WS-UNIT-EXCEPTIONS.
060600      ADD 1 TO WS-EXCEPTION-COUNT.
060700      MOVE WS-UNIT-LINES TO WS-EXC-POSITION.
060800      IF WS-EXC-DETAIL-LABEL = SPACES
060900          MOVE SPACES TO WS-EXC-DETAIL-VALUE
061000      ELSE
061100          MOVE WS-DETAIL-NUM TO WS-EXC-DETAIL-VALUE
061200      END-IF.
061300      WRITE POH3-VFR-RECORD FROM WS-EXC-LINE.
061400   2700-EXIT.
061500      EXIT.
061600*--------------------------------------------------------------
061700* 2800-WRITE-UNIT-TOTALS
061800*--------------------------------------------------------------
061900   2800-WRITE-UNIT-TOTALS.
062000      MOVE SPACES TO WS-TOT-LINE.
062100      MOVE "  LINES READ" TO WS-TOT-LABEL.
062200      MOVE WS-UNIT-LINES TO WS-TOT-COUNT.
062300      WRITE POH3-VFR-RECORD FROM WS-TOT-LINE.
062400      MOVE "  PRE-CHAIN LINES" TO WS-TOT-LABEL.
062500      MOVE WS-UNIT-PRECHAIN TO WS-TOT-COUNT.
062600      WRITE POH3-VFR-RECORD FROM WS-TOT-LINE.
062700      MOVE "  FIRST SEQUENCE" TO WS-TOT-LABEL.
062800      MOVE WS-FIRST-SEQ TO WS-TOT-COUNT.
062900      WRITE POH3-VFR-RECORD FROM WS-TOT-LINE.
063000      MOVE "  LAST SEQUENCE" TO WS-TOT-LABEL.
063100      MOVE WS-LAST-SEQ TO WS-TOT-COUNT.
063200      WRITE POH3-VFR-RECORD FROM WS-TOT-LINE.
063300      MOVE "  EXCEPTIONS" TO WS-TOT-LABEL.
063400      MOVE WS-UNIT-EXCEPTIONS TO WS-TOT-COUNT.
063500      WRITE POH3-VFR-RECORD FROM WS-TOT-LINE.
063600   2800-EXIT.
063700      EXIT.
063800*--------------------------------------------------------------
063900* 3000-VERIFY-CURRENT-LOG - THE CURRENT POH3LOG, WHOSE CHAIN
064000* OPENS WHERE THE LAST INDEX ENTRY CLOSED, OR FROM ZERO WHEN
064100* THERE IS NO ENTRY OR THE LAST ONE WAS CUT BEFORE THE CHAIN
064200* EXISTED - THE SAME RULE POH3LOG FOLLOWS.  UNLIKE AN ARCHIVE
064300* GENERATION IT MUST BE THERE.
064400*--------------------------------------------------------------
064500   3000-VERIFY-CURRENT-LOG.
064600      MOVE "POH3LOG" TO WS-LOG-DDNAME.
064700      MOVE SPACES TO WS-UNT-NOTE.
064800      MOVE "CURRENT LOG" TO WS-UNT-KIND.
064900      MOVE SPACES TO WS-UNT-CUT-DATE.
065000      MOVE "Y" TO WS-ANCHOR-SWITCH.
065100      MOVE ZERO TO WS-OPEN-SEQ.
065200      MOVE ZERO TO WS-OPEN-CHECK.
065300      IF WS-AIX-USED > 0
065400          MOVE WS-AIX-CLOSE-SEQ(WS-AIX-USED) TO WS-OPEN-SEQ
065500          MOVE WS-AIX-CLOSE-CHECK(WS-AIX-USED) TO WS-OPEN-CHECK
065600      END-IF.
065700      PERFORM 2500-VERIFY-DATASET THRU 2500-EXIT.
065800      IF WS-ABORTED
065900          GO TO 3000-EXIT
066000      END-IF.
066100      IF WS-DATASET-MISSING
066200          DISPLAY "POH3LOG OPEN FAILED - FILE STATUS " WS-LOG-FS
066300          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
066400          GO TO 3000-EXIT
066500      END-IF.
066600      PERFORM 2800-WRITE-UNIT-TOTALS THRU 2800-EXIT.
066700   3000-EXIT.
066800      EXIT.
066900*--------------------------------------------------------------
067000* 4000-WRITE-VERDICT - THE RUN TOTALS AND THE ONE LINE THE
067100* OPERATOR ACTS ON.  THE SAME VERDICT GOES TO THE JOB LOG.
067200*--------------------------------------------------------------
067300   4000-WRITE-VERDICT.
067400      MOVE SPACES TO WS-TOT-LINE.
067500      MOVE "DATASETS VERIFIED" TO WS-TOT-LABEL.
067600      COMPUTE WS-TOT-COUNT = WS-UNIT-COUNT - WS-MISSING-COUNT.
067700      WRITE POH3-VFR-RECORD FROM WS-TOT-LINE.
067800      MOVE "DATASETS MISSING" TO WS-TOT-LABEL.
067900      MOVE WS-MISSING-COUNT TO WS-TOT-COUNT.
068000      WRITE POH3-VFR-RECORD FROM WS-TOT-LINE.
068100      MOVE "LINES VERIFIED" TO WS-TOT-LABEL.
068200      MOVE WS-LINES-READ TO WS-TOT-COUNT.
068300      WRITE POH3-VFR-RECORD FROM WS-TOT-LINE.
068400      MOVE "TOTAL EXCEPTIONS" TO WS-TOT-LABEL.
068500      MOVE WS-EXCEPTION-COUNT TO WS-TOT-COUNT.
068600      WRITE POH3-VFR-RECORD FROM WS-TOT-LINE.
068700      EVALUATE TRUE
068800          WHEN WS-EXCEPTION-COUNT > 0
068900              MOVE "LOG CHAIN BROKEN - HOLD CHARGEBACK"
069000                  TO POH3-VFR-RECORD
069100          WHEN WS-WARNED
069200              MOVE "LOG CHAIN INTACT WHERE ALLOCATED"
069300                  TO POH3-VFR-RECORD
069400          WHEN OTHER
069500              MOVE "LOG CHAIN INTACT" TO POH3-VFR-RECORD
069600      END-EVALUATE.
069700      WRITE POH3-VFR-RECORD.
069800      DISPLAY "POH3VFY " POH3-VFR-VERDICT.
069900   4000-EXIT.
070000      EXIT.
070100*--------------------------------------------------------------
070200* 8000-ABORT-RUN - THE RETURN CODE IS HELD APART FROM
070300* RETURN-CODE, WHICH EVERY CALL TO POH3CHK RESETS.
070400*--------------------------------------------------------------
070500   8000-ABORT-RUN.
070600      MOVE "Y" TO WS-ABORT-SWITCH.
070700      MOVE 16 TO WS-RUN-RC.
070800      MOVE 16 TO RETURN-CODE.
070900   8000-EXIT.
071000      EXIT.
071100*--------------------------------------------------------------
071200* 9999-TERMINATE - CLOSE THE REPORT AND STAMP THE RUN.  ANY
071300* BREAK IN THE CHAIN ENDS WITH RETURN-CODE 8, A GENERATION NOT
071400* ALLOCATED WITH 4.
071500*--------------------------------------------------------------
071600   9999-TERMINATE.
071700      IF WS-VFR-FS = "00"
071800          CLOSE POH3VFRF
071900      END-IF.
072000      IF WS-RUN-RC = 0
072100          IF WS-EXCEPTION-COUNT > 0
072200              MOVE 8 TO WS-RUN-RC
072300          ELSE
072400              IF WS-WARNED
072500                  MOVE 4 TO WS-RUN-RC
072600              END-IF
072700          END-IF
072800      END-IF.
072900      MOVE WS-RUN-RC TO RETURN-CODE.
073000      MOVE "E" TO POH3-RIF-MODE.
073100      MOVE WS-LINES-READ TO POH3-RIF-RECS-IN.
073200      MOVE WS-EXCEPTION-COUNT TO POH3-RIF-RECS-OUT.
073300      MOVE WS-RUN-RC TO POH3-RIF-RC.
073400      CALL "POH3RUN" USING POH3-RUN-INTERFACE.
073500   9999-EXIT.
073600      EXIT.
