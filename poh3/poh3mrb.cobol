000100   IDENTIFICATION DIVISION.
000200   PROGRAM-ID.     POH3MRB.
000300   AUTHOR.         RTM.
000400   INSTALLATION.   BATCH SYSTEMS GROUP.
000500   DATE-WRITTEN.   10/15/2026.
000600   DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000*  10/15/2026  RTM       ORIGINAL VERSION.  WHEN POH3MST IS
001100*                        DAMAGED OR A DAY'S FEED IS LOST, THE
001200*                        ONLY WAY BACK HAS BEEN TO REPLAY OLD
001300*                        POH3OUT GENERATIONS BY HAND.  THIS JOB
001400*                        REBUILDS THE KEYED MASTER FROM THE
001500*                        AUDIT HISTORY INSTEAD - EVERY POH3ARCH
001600*                        GENERATION THE POH3AIDX INDEX STILL
001700*                        LISTS, OLDEST FIRST, THEN THE CURRENT
001800*                        POH3LOG.  ONLY ANSWERED LOOKUPS (EXACT
001900*                        OR MASTERED) ARE TAKEN, KEYED BY N AND
002000*                        THE PROCESSING DATE THE LINE CARRIES,
002100*                        AND A KEY ALREADY BUILT IS REWRITTEN SO
002200*                        THE NEWEST RESULT WINS, AS IN POH3MST.
002300*                        AN OPTIONAL FROM-DATE ON THE NEW
002400*                        POH3MRBP CARDS REBUILDS ONLY THE DAMAGED
002500*                        RANGE; MASTER ENTRIES BEFORE IT ARE
002600*                        CARRIED ACROSS AS THEY STAND.  THE NEW
002700*                        MASTER GOES TO POH3MSTN FOR THE
002800*                        SCHEDULER TO SWAP IN ON RETURN-CODE 0.
002900*                        COMPARE-ONLY Y BUILDS INTO THE POH3MSTW
003000*                        WORK DATASET INSTEAD AND REPLACES
003100*                        NOTHING.  EITHER WAY POH3MBR LISTS EVERY
003200*                        KEY WHERE THE LIVE MASTER AND THE
003300*                        REBUILT ONE DISAGREE, AND A COMPARE THAT
003400*                        FINDS ANY ENDS WITH RETURN-CODE 8.  THE
003500*                        RUN STAMPS POH3RUN.
003600*--------------------------------------------------------------
003700   ENVIRONMENT DIVISION.
003800   INPUT-OUTPUT SECTION.
003900   FILE-CONTROL.
004000      SELECT POH3MRBPF ASSIGN TO "POH3MRBP"
004100          ORGANIZATION IS LINE SEQUENTIAL
004200          FILE STATUS IS WS-PRM-FS.
004300      SELECT POH3AIDXF ASSIGN TO "POH3AIDX"
004400          ORGANIZATION IS LINE SEQUENTIAL
004500          FILE STATUS IS WS-IDX-FS.
004600      SELECT POH3LOGF ASSIGN USING WS-LOG-DDNAME
004700          ORGANIZATION IS LINE SEQUENTIAL
004800          FILE STATUS IS WS-LOG-FS.
004900      SELECT POH3MSTF ASSIGN TO "POH3MST"
005000          ORGANIZATION IS INDEXED
005100          ACCESS MODE IS SEQUENTIAL
005200          RECORD KEY IS POH3-MST-KEY OF POH3-MST-RECORD
005300          FILE STATUS IS WS-MST-FS.
005400      SELECT POH3MSTNF ASSIGN USING WS-NEW-DDNAME
005500          ORGANIZATION IS INDEXED
005600          ACCESS MODE IS DYNAMIC
005700          RECORD KEY IS POH3-MST-KEY OF POH3-MSTN-RECORD
005800          FILE STATUS IS WS-NEW-FS.
005900      SELECT POH3MBRF ASSIGN TO "POH3MBR"
006000          ORGANIZATION IS LINE SEQUENTIAL
006100          FILE STATUS IS WS-MBR-FS.
006200   DATA DIVISION.
006300   FILE SECTION.
006400   FD  POH3MRBPF.
006500      COPY POH3PRMR.
006600   FD  POH3AIDXF.
006700      COPY POH3AIXR.
006800   FD  POH3LOGF.
006900      COPY POH3LOGR.
007000   FD  POH3MSTF.
007100      COPY POH3MSTR.
007200   FD  POH3MSTNF.
007300      COPY POH3MSTR REPLACING POH3-MST-RECORD BY POH3-MSTN-RECORD.
007400   FD  POH3MBRF.
007500   01  POH3-MBR-RECORD             PIC X(80).
007600   WORKING-STORAGE SECTION.
007700      COPY POH3RIF.
007800   01  WS-SWITCHES.
007900      05  WS-PRM-EOF-SWITCH       PIC X(01) VALUE "N".
008000          88  WS-PRM-EOF                      VALUE "Y".
008100      05  WS-IDX-EOF-SWITCH       PIC X(01) VALUE "N".
008200          88  WS-IDX-EOF                      VALUE "Y".
008300      05  WS-LOG-EOF-SWITCH       PIC X(01) VALUE "N".
008400          88  WS-LOG-EOF                      VALUE "Y".
008500      05  WS-ABORT-SWITCH         PIC X(01) VALUE "N".
008600          88  WS-ABORTED                      VALUE "Y".
008700      05  WS-MODE-SWITCH          PIC X(01) VALUE "R".
008800          88  WS-MODE-REBUILD                 VALUE "R".
008900          88  WS-MODE-COMPARE                 VALUE "C".
009000      05  WS-MST-OPEN-SWITCH      PIC X(01) VALUE "N".
009100          88  WS-MST-IS-OPEN                  VALUE "Y".
009200      05  WS-NEW-OPEN-SWITCH      PIC X(01) VALUE "N".
009300          88  WS-NEW-IS-OPEN                  VALUE "Y".
009400*--------------------------------------------------------------
009500* THE DATASET THE LOG FD IS POINTED AT.  EACH ARCHIVE GENERATION
009600* IS ALLOCATED UNDER "AR" AND THE LOW-ORDER SIX DIGITS OF ITS
009700* CUT DATE, AS POH3TRD READS THEM; THE CURRENT LOG IS POH3LOG
009800* ITSELF.  THE REBUILT MASTER IS POH3MSTN, OR THE POH3MSTW WORK
009900* DATASET WHEN ONLY A COMPARE WAS ASKED FOR.
010000*--------------------------------------------------------------
010100   01  WS-LOG-DDNAME               PIC X(08).
010200   01  WS-ARC-DDNAME.
010300      05  FILLER                  PIC X(02) VALUE "AR".
010400      05  WS-ARC-DD-CUT           PIC X(06).
010500   01  WS-CUT-DATE-X.
010600      05  FILLER                  PIC X(02).
010700      05  WS-CUT-YYMMDD           PIC X(06).
010800   01  WS-NEW-DDNAME               PIC X(08) VALUE "POH3MSTN".
010900*--------------------------------------------------------------
011000* THE KEY EACH MASTER WAS LAST READ AT, HIGH-VALUES ONCE IT HAS
011100* RUN OUT, SO THE TWO CAN BE WALKED SIDE BY SIDE IN KEY ORDER.
011200*--------------------------------------------------------------
011300   01  WS-MST-CMP-KEY              PIC X(14).
011400   01  WS-NEW-CMP-KEY              PIC X(14).
011500   01  WS-HEAD-LINE.
011600      05  WS-HEAD-LABEL           PIC X(10).
011700      05  FILLER                  PIC X(02) VALUE SPACES.
011800      05  WS-HEAD-VALUE           PIC X(30).
011820      05  WS-HEAD-DATED REDEFINES WS-HEAD-VALUE.
011840          10  WS-HEAD-DATE        PIC X(08).
011860          10  FILLER              PIC X(01).
011880          10  WS-HEAD-DATE-NOTE   PIC X(21).
011900   01  WS-GEN-LINE.
012000      05  WS-GEN-LABEL            PIC X(10) VALUE "GENERATION".
012100      05  FILLER                  PIC X(02) VALUE SPACES.
012200      05  WS-GEN-DDNAME           PIC X(08).
012300      05  FILLER                  PIC X(02) VALUE SPACES.
012400      05  WS-GEN-CUT-DATE         PIC 9(08).
012500      05  FILLER                  PIC X(02) VALUE SPACES.
012600      05  WS-GEN-COUNT            PIC Z(08)9.
012700      05  FILLER                  PIC X(02) VALUE SPACES.
012800      05  WS-GEN-NOTE             PIC X(24).
012900*--------------------------------------------------------------
013000* DIFFERENCE LEGEND ALIGNED TO THE WS-DIF-LINE LAYOUT.  THE
013100* STATUS, REQUESTER AND REFERENCE SHOWN ARE THE LIVE MASTER'S,
013200* OR THE HISTORY'S FOR A KEY NOT ON THE MASTER; WHERE THE TWO
013300* DISAGREE ON THEM A SECOND LINE SHOWS WHAT HISTORY HAS.
013400*--------------------------------------------------------------
013500   01  WS-LEGEND-LINE.
013600      05  FILLER                  PIC X(08) VALUE "N".
013700      05  FILLER                  PIC X(10) VALUE "DATE".
013800      05  FILLER                  PIC X(11) VALUE "MASTER".
013900      05  FILLER                  PIC X(11) VALUE "REBUILT".
014000      05  FILLER                  PIC X(16) VALUE "DIFFERENCE".
014100      05  FILLER                  PIC X(09) VALUE "STATUS".
014200      05  FILLER                  PIC X(05) VALUE "REQ".
014300      05  FILLER                  PIC X(09) VALUE "REFERENCE".
014400   01  WS-DIF-LINE.
014500      05  WS-DIF-N                PIC X(06).
014600      05  FILLER                  PIC X(02) VALUE SPACES.
014700      05  WS-DIF-DATE             PIC X(08).
014800      05  FILLER                  PIC X(02) VALUE SPACES.
014900      05  WS-DIF-MST-RESULT       PIC X(09).
015000      05  FILLER                  PIC X(02) VALUE SPACES.
015100      05  WS-DIF-NEW-RESULT       PIC X(09).
015200      05  FILLER                  PIC X(02) VALUE SPACES.
015300      05  WS-DIF-NOTE             PIC X(14).
015400      05  FILLER                  PIC X(02) VALUE SPACES.
015500      05  WS-DIF-STATUS           PIC X(08).
015600      05  FILLER                  PIC X(01) VALUE SPACES.
015700      05  WS-DIF-REQUESTER        PIC X(04).
015800      05  FILLER                  PIC X(01) VALUE SPACES.
015900      05  WS-DIF-REFERENCE        PIC X(08).
016000   01  WS-TOT-LINE.
016100      05  WS-TOT-LABEL            PIC X(18).
016200      05  FILLER                  PIC X(02) VALUE SPACES.
016300      05  WS-TOT-COUNT            PIC Z(08)9.
016400   77  WS-PRM-FS                   PIC X(02).
016500   77  WS-IDX-FS                   PIC X(02).
016600   77  WS-LOG-FS                   PIC X(02).
016700   77  WS-MST-FS                   PIC X(02).
016800   77  WS-NEW-FS                   PIC X(02).
016900   77  WS-MBR-FS                   PIC X(02).
017000   77  WS-PRM-NUM                  PIC 9(09).
017100   77  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
017200   77  WS-HISTORY-FLOOR            PIC 9(08) VALUE ZERO.
017300   77  WS-FLOOR-DATE               PIC 9(08) VALUE ZERO.
017400   77  WS-GEN-READ                 PIC 9(09) COMP.
017500   77  WS-LOG-READ                 PIC 9(09) COMP VALUE ZERO.
017600   77  WS-NOT-ANSWER-COUNT         PIC 9(09) COMP VALUE ZERO.
017700   77  WS-BEFORE-COUNT             PIC 9(09) COMP VALUE ZERO.
017800   77  WS-ADDED-COUNT              PIC 9(09) COMP VALUE ZERO.
017900   77  WS-REPLACED-COUNT           PIC 9(09) COMP VALUE ZERO.
018000   77  WS-CARRIED-COUNT            PIC 9(09) COMP VALUE ZERO.
018100   77  WS-MST-READ                 PIC 9(09) COMP VALUE ZERO.
018200   77  WS-BELOW-COUNT              PIC 9(09) COMP VALUE ZERO.
018300   77  WS-MATCH-COUNT              PIC 9(09) COMP VALUE ZERO.
018400   77  WS-NOT-ON-MST-COUNT         PIC 9(09) COMP VALUE ZERO.
018500   77  WS-NOT-IN-LOG-COUNT         PIC 9(09) COMP VALUE ZERO.
018600   77  WS-RESULT-DIF-COUNT         PIC 9(09) COMP VALUE ZERO.
018700   77  WS-ORIGIN-DIF-COUNT         PIC 9(09) COMP VALUE ZERO.
018800   77  WS-DIFFER-COUNT             PIC 9(09) COMP VALUE ZERO.
018900   PROCEDURE DIVISION.
019000*--------------------------------------------------------------
019100* 0000-MAINLINE
019200*--------------------------------------------------------------
019300   0000-MAINLINE.
019400      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019500      IF NOT WS-ABORTED
019600          PERFORM 2000-READ-GENERATIONS THRU 2000-EXIT
019700      END-IF.
019800      IF NOT WS-ABORTED
019900          PERFORM 3000-APPLY-CURRENT-LOG THRU 3000-EXIT
020000      END-IF.
020100      IF NOT WS-ABORTED AND WS-MODE-REBUILD
020200          PERFORM 4000-CARRY-MASTER THRU 4000-EXIT
020300      END-IF.
020400      IF NOT WS-ABORTED
020500          PERFORM 5000-COMPARE-MASTERS THRU 5000-EXIT
020600      END-IF.
020700      IF NOT WS-ABORTED
020800          PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT
020900      END-IF.
021000      PERFORM 9999-TERMINATE THRU 9999-EXIT.
021100      STOP RUN.
021200*--------------------------------------------------------------
021300* 1000-INITIALIZE - READ THE CARDS, SETTLE THE DATE THE REBUILD
021400* STARTS FROM, CREATE THE REBUILT MASTER EMPTY, AND OPEN THE
021500* REPORT.  A BAD CARD OR ANYTHING THAT WILL NOT OPEN IS FATAL.
021600*--------------------------------------------------------------
021700   1000-INITIALIZE.
021800      MOVE 0 TO RETURN-CODE.
021900      MOVE "S" TO POH3-RIF-MODE.
022000      MOVE "POH3MRB" TO POH3-RIF-PROGRAM.
022100      CALL "POH3RUN" USING POH3-RUN-INTERFACE.
022200      MOVE SPACES TO WS-MBR-FS.
022300      PERFORM 1400-LOAD-PARAMETERS THRU 1400-EXIT.
022400      IF WS-ABORTED
022500          GO TO 1000-EXIT
022600      END-IF.
022700      PERFORM 1500-FIND-HISTORY-FLOOR THRU 1500-EXIT.
022800      IF WS-ABORTED
022900          GO TO 1000-EXIT
023000      END-IF.
023100      MOVE WS-FROM-DATE TO WS-FLOOR-DATE.
023200      IF WS-HISTORY-FLOOR > WS-FLOOR-DATE
023300          MOVE WS-HISTORY-FLOOR TO WS-FLOOR-DATE
023400      END-IF.
023500      IF WS-MODE-COMPARE
023600          MOVE "POH3MSTW" TO WS-NEW-DDNAME
023700      END-IF.
023800      OPEN OUTPUT POH3MSTNF.
023900      IF WS-NEW-FS = "00"
024000          CLOSE POH3MSTNF
024100          OPEN I-O POH3MSTNF
024200      END-IF.
024300      IF WS-NEW-FS NOT = "00"
024400          DISPLAY WS-NEW-DDNAME " OPEN FAILED - FILE STATUS "
024500              WS-NEW-FS
024600          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
024700          GO TO 1000-EXIT
024800      END-IF.
024900      MOVE "Y" TO WS-NEW-OPEN-SWITCH.
025000      OPEN OUTPUT POH3MBRF.
025100      IF WS-MBR-FS NOT = "00"
025200          DISPLAY "POH3MBR OPEN FAILED - FILE STATUS " WS-MBR-FS
025300          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
025400          GO TO 1000-EXIT
025500      END-IF.
025600      MOVE "POH3MRB POH3MST REBUILD FROM HISTORY"
025700          TO POH3-MBR-RECORD.
025800      WRITE POH3-MBR-RECORD.
025900      MOVE SPACES TO WS-HEAD-LINE.
026000      MOVE "MODE" TO WS-HEAD-LABEL.
026100      IF WS-MODE-COMPARE
026200          MOVE "COMPARE ONLY INTO POH3MSTW" TO WS-HEAD-VALUE
026300      ELSE
026400          MOVE "REBUILD INTO POH3MSTN" TO WS-HEAD-VALUE
026500      END-IF.
026600      WRITE POH3-MBR-RECORD FROM WS-HEAD-LINE.
026700      MOVE SPACES TO WS-HEAD-VALUE.
026800      MOVE "FROM DATE" TO WS-HEAD-LABEL.
026900      IF WS-FROM-DATE = 0
027000          MOVE "NONE - ALL HISTORY" TO WS-HEAD-VALUE
027100      ELSE
027200          MOVE WS-FROM-DATE TO WS-HEAD-VALUE
027300      END-IF.
027400      WRITE POH3-MBR-RECORD FROM WS-HEAD-LINE.
027500      MOVE SPACES TO WS-HEAD-VALUE.
027600      MOVE "HISTORY" TO WS-HEAD-LABEL.
027700      IF WS-HISTORY-FLOOR = 0
027800          MOVE "NO POH3AIDX - CURRENT LOG ONLY" TO WS-HEAD-VALUE
027900      ELSE
028000          MOVE WS-HISTORY-FLOOR TO WS-HEAD-DATE
028100          MOVE "ONWARD RETAINED" TO WS-HEAD-DATE-NOTE
028200      END-IF.
028300      WRITE POH3-MBR-RECORD FROM WS-HEAD-LINE.
028400      MOVE SPACES TO WS-HEAD-VALUE.
028500      MOVE "REBUILT" TO WS-HEAD-LABEL.
028600      MOVE WS-FLOOR-DATE TO WS-HEAD-DATE.
028700      MOVE "ONWARD" TO WS-HEAD-DATE-NOTE.
028800      WRITE POH3-MBR-RECORD FROM WS-HEAD-LINE.
028900   1000-EXIT.
029000      EXIT.
029100*--------------------------------------------------------------
029200* 1400-LOAD-PARAMETERS - THE OPTIONAL POH3MRBP CONTROL CARDS.  A
029300* MISSING DATASET REBUILDS ALL THE HISTORY THERE IS INTO
029400* POH3MSTN; A CARD THAT FAILS EDIT STOPS THE RUN.
029500*
029600*   FROM-DATE        0YYYYMMDD  REBUILD ONLY KEYS FROM THIS
029700*                               PROCESSING DATE ON, LOW-ORDER
029800*                               EIGHT DIGITS
029900*   COMPARE-ONLY     Y          BUILD INTO POH3MSTW AND REPORT
030000*                               THE DIFFERENCES ONLY
030100*--------------------------------------------------------------
030200   1400-LOAD-PARAMETERS.
030300      OPEN INPUT POH3MRBPF.
030400      IF WS-PRM-FS = "35"
030500          GO TO 1400-EXIT
030600      END-IF.
030700      IF WS-PRM-FS NOT = "00"
030800          DISPLAY "POH3MRBP OPEN FAILED - FILE STATUS " WS-PRM-FS
030900          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
031000          GO TO 1400-EXIT
031100      END-IF.
031200      PERFORM 1410-READ-PARM THRU 1410-EXIT.
031300      PERFORM 1420-APPLY-PARM THRU 1420-EXIT
031400          UNTIL WS-PRM-EOF
031500              OR WS-ABORTED.
031600      CLOSE POH3MRBPF.
031700   1400-EXIT.
031800      EXIT.
031900*--------------------------------------------------------------
032000* 1410-READ-PARM
032100*--------------------------------------------------------------
032200   1410-READ-PARM.
032300      READ POH3MRBPF
032400          AT END
032500              MOVE "Y" TO WS-PRM-EOF-SWITCH
032600      END-READ.
032700   1410-EXIT.
032800      EXIT.
032900*--------------------------------------------------------------
033000* 1420-APPLY-PARM
033100*--------------------------------------------------------------
033200   1420-APPLY-PARM.
033300      IF POH3-PRM-RECORD = SPACES
033400          GO TO 1420-NEXT
033500      END-IF.
033600      EVALUATE POH3-PRM-KEYWORD
033700          WHEN "FROM-DATE"
033800              IF POH3-PRM-VALUE NOT NUMERIC
033900                  DISPLAY "POH3MRBP FROM-DATE NOT NUMERIC"
034000                  PERFORM 8000-ABORT-RUN THRU 8000-EXIT
034100              ELSE
034200                  MOVE POH3-PRM-VALUE TO WS-PRM-NUM
034300                  MOVE WS-PRM-NUM TO WS-FROM-DATE
034400              END-IF
034500          WHEN "COMPARE-ONLY"
034600              IF POH3-PRM-VALUE = "Y"
034700                  MOVE "C" TO WS-MODE-SWITCH
034800              ELSE
034900                  IF POH3-PRM-VALUE NOT = "N"
035000                      DISPLAY "POH3MRBP COMPARE-ONLY NOT Y OR N"
035100                      PERFORM 8000-ABORT-RUN THRU 8000-EXIT
035200                  END-IF
035300              END-IF
035400          WHEN OTHER
035500              DISPLAY "POH3MRBP UNKNOWN KEYWORD " POH3-PRM-KEYWORD
035600              PERFORM 8000-ABORT-RUN THRU 8000-EXIT
035700      END-EVALUATE.
035800   1420-NEXT.
035900      IF NOT WS-ABORTED
036000          PERFORM 1410-READ-PARM THRU 1410-EXIT
036100      END-IF.
036200   1420-EXIT.
036300      EXIT.
036400*--------------------------------------------------------------
036500* 1500-FIND-HISTORY-FLOOR - THE OLDEST DATE THE AUDIT HISTORY
036600* STILL HOLDS IS THE LOW DATE OF THE FIRST POH3AIDX ENTRY;
036700* POH3ARC HAS ALREADY DROPPED THE GENERATIONS PAST RETENTION.
036800* NOTHING BEFORE IT CAN BE REBUILT, SO MASTER ENTRIES BEFORE IT
036900* ARE CARRIED ACROSS, NOT COMPARED.  NO INDEX MEANS NOTHING HAS
037000* EVER BEEN CUT AND THE CURRENT LOG IS THE WHOLE HISTORY.
037100*--------------------------------------------------------------
037200   1500-FIND-HISTORY-FLOOR.
037300      OPEN INPUT POH3AIDXF.
037400      IF WS-IDX-FS = "35"
037500          GO TO 1500-EXIT
037600      END-IF.
037700      IF WS-IDX-FS NOT = "00"
037800          DISPLAY "POH3AIDX OPEN FAILED - FILE STATUS " WS-IDX-FS
037900          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
038000          GO TO 1500-EXIT
038100      END-IF.
038200      PERFORM 2010-READ-INDEX THRU 2010-EXIT.
038300      IF NOT WS-IDX-EOF
038400          IF POH3-AIX-LOW-DATE NUMERIC
038500              MOVE POH3-AIX-LOW-DATE TO WS-HISTORY-FLOOR
038600          END-IF
038700      END-IF.
038800      CLOSE POH3AIDXF.
038900      MOVE "N" TO WS-IDX-EOF-SWITCH.
039000   1500-EXIT.
039100      EXIT.
039200*--------------------------------------------------------------
039300* 2000-READ-GENERATIONS - WALK THE POH3AIDX ARCHIVE INDEX,
039400* OLDEST CUT FIRST, AND APPLY EVERY GENERATION THAT HOLDS ANY
039500* DATE THE REBUILD COVERS.
039600*--------------------------------------------------------------
039700   2000-READ-GENERATIONS.
039800      OPEN INPUT POH3AIDXF.
039900      IF WS-IDX-FS = "35"
040000          GO TO 2000-EXIT
040100      END-IF.
040200      IF WS-IDX-FS NOT = "00"
040300          DISPLAY "POH3AIDX OPEN FAILED - FILE STATUS " WS-IDX-FS
040400          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
040500          GO TO 2000-EXIT
040600      END-IF.
040700      PERFORM 2010-READ-INDEX THRU 2010-EXIT.
040800      PERFORM 2100-APPLY-GENERATION THRU 2100-EXIT
040900          UNTIL WS-IDX-EOF
041000              OR WS-ABORTED.
041100      CLOSE POH3AIDXF.
041200   2000-EXIT.
041300      EXIT.
041400*--------------------------------------------------------------
041500* 2010-READ-INDEX
041600*--------------------------------------------------------------
041700   2010-READ-INDEX.
041800      READ POH3AIDXF
041900          AT END
042000              MOVE "Y" TO WS-IDX-EOF-SWITCH
042100      END-READ.
042200   2010-EXIT.
042300      EXIT.
042400*--------------------------------------------------------------
042500* 2100-APPLY-GENERATION - APPLY ONE ARCHIVE GENERATION AND SAY
042600* SO ON THE REPORT.  ONE WHOSE DATES ALL FALL BEFORE THE FROM
042700* DATE IS PASSED OVER.  ONE THE REBUILD NEEDS BUT THE SCHEDULER
042800* DID NOT ALLOCATE IS FATAL - A MASTER REBUILT WITH A MONTH
042900* MISSING WOULD BE WORSE THAN THE ONE IT REPLACES, AND A COMPARE
043000* WOULD LIST THAT WHOLE MONTH AS DAMAGE.
043100*--------------------------------------------------------------
043200   2100-APPLY-GENERATION.
043300      MOVE POH3-AIX-CUT-DATE TO WS-CUT-DATE-X.
043400      MOVE WS-CUT-YYMMDD TO WS-ARC-DD-CUT.
043500      MOVE WS-ARC-DDNAME TO WS-LOG-DDNAME.
043600      MOVE SPACES TO WS-GEN-NOTE.
043700      MOVE WS-LOG-DDNAME TO WS-GEN-DDNAME.
043800      MOVE POH3-AIX-CUT-DATE TO WS-GEN-CUT-DATE.
043900      MOVE 0 TO WS-GEN-COUNT.
044000      IF POH3-AIX-HIGH-DATE NUMERIC
044100              AND POH3-AIX-HIGH-DATE < WS-FLOOR-DATE
044200          MOVE "BEFORE FROM DATE" TO WS-GEN-NOTE
044300          WRITE POH3-MBR-RECORD FROM WS-GEN-LINE
044400          GO TO 2100-NEXT
044500      END-IF.
044600      PERFORM 2200-APPLY-DATASET THRU 2200-EXIT.
044700      IF WS-ABORTED
044800          GO TO 2100-EXIT
044900      END-IF.
045000      IF WS-LOG-FS = "35"
045100          MOVE "NOT ALLOCATED - MISSING" TO WS-GEN-NOTE
045200          WRITE POH3-MBR-RECORD FROM WS-GEN-LINE
045300          DISPLAY WS-LOG-DDNAME " NOT ALLOCATED - "
045400              "MASTER NOT REBUILT"
045500          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
045600          GO TO 2100-EXIT
045700      END-IF.
045800      MOVE WS-GEN-READ TO WS-GEN-COUNT.
045900      MOVE "APPLIED" TO WS-GEN-NOTE.
046000      WRITE POH3-MBR-RECORD FROM WS-GEN-LINE.
046100   2100-NEXT.
046200      PERFORM 2010-READ-INDEX THRU 2010-EXIT.
046300   2100-EXIT.
046400      EXIT.
046500*--------------------------------------------------------------
046600* 2200-APPLY-DATASET - APPLY EVERY LINE OF THE LOG DATASET NAMED
046700* IN WS-LOG-DDNAME.  A DATASET THAT IS NOT THERE COMES BACK WITH
046800* STATUS 35 AND NOTHING APPLIED FOR THE CALLER TO JUDGE; ANY
046900* OTHER OPEN FAILURE IS FATAL.
047000*--------------------------------------------------------------
047100   2200-APPLY-DATASET.
047200      MOVE 0 TO WS-GEN-READ.
047300      MOVE "N" TO WS-LOG-EOF-SWITCH.
047400      OPEN INPUT POH3LOGF.
047500      IF WS-LOG-FS = "35"
047600          GO TO 2200-EXIT
047700      END-IF.
047800      IF WS-LOG-FS NOT = "00"
047900          DISPLAY WS-LOG-DDNAME " OPEN FAILED - FILE STATUS "
048000              WS-LOG-FS
048100          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
048200          GO TO 2200-EXIT
048300      END-IF.
048400      PERFORM 2210-READ-LOG THRU 2210-EXIT.
048500      PERFORM 2300-APPLY-LINE THRU 2300-EXIT
048600          UNTIL WS-LOG-EOF
048700              OR WS-ABORTED.
048800      CLOSE POH3LOGF.
048900   2200-EXIT.
049000      EXIT.
049100*--------------------------------------------------------------
049200* 2210-READ-LOG
049300*--------------------------------------------------------------
049400   2210-READ-LOG.
049500      READ POH3LOGF
049600          AT END
049700              MOVE "Y" TO WS-LOG-EOF-SWITCH
049800      END-READ.
049900   2210-EXIT.
050000      EXIT.
050100*--------------------------------------------------------------
050200* 2300-APPLY-LINE - ONE LOG LINE INTO THE REBUILT MASTER.  ONLY
050300* AN ANSWER REACHED POH3OUT AND SO THE MASTER: EXACT, OR
050400* MASTERED, WHICH POH3BAT PUBLISHES AS EXACT.  THE AUDIT LINES
050500* OF THE BREAKPOINT AND REQUESTER MAINTENANCE JOBS ARE NOT
050600* LOOKUPS.  THE LOG DATE IS THE PROCESSING DATE THE LOOKUP RAN
050700* UNDER, THE DATE POH3MST KEYED IT BY.  A KEY ALREADY BUILT IS
050800* REWRITTEN, SO THE LAST ANSWER THE HISTORY HOLDS FOR AN N ON A
050900* DAY IS THE ONE THAT COUNTS - NEWEST WINS, AS IN POH3MST.
051000*--------------------------------------------------------------
051100   2300-APPLY-LINE.
051200      ADD 1 TO WS-GEN-READ.
051300      ADD 1 TO WS-LOG-READ.
051400      IF POH3-LOG-PROGRAM = "POH3BRM"
051500              OR POH3-LOG-PROGRAM = "POH3BPR"
051600              OR POH3-LOG-PROGRAM = "POH3RQM"
051700          ADD 1 TO WS-NOT-ANSWER-COUNT
051800          GO TO 2300-NEXT
051900      END-IF.
052000      IF POH3-LOG-STATUS NOT = "EXACT   "
052100              AND POH3-LOG-STATUS NOT = "MASTERED"
052200          ADD 1 TO WS-NOT-ANSWER-COUNT
052300          GO TO 2300-NEXT
052400      END-IF.
052500      IF POH3-LOG-DATE NOT NUMERIC
052600              OR POH3-LOG-N NOT NUMERIC
052700              OR POH3-LOG-RESULT NOT NUMERIC
052800          ADD 1 TO WS-NOT-ANSWER-COUNT
052900          GO TO 2300-NEXT
053000      END-IF.
053100      IF POH3-LOG-DATE < WS-FLOOR-DATE
053200          ADD 1 TO WS-BEFORE-COUNT
053300          GO TO 2300-NEXT
053400      END-IF.
053500      MOVE SPACES TO POH3-MSTN-RECORD.
053600      MOVE POH3-LOG-N TO POH3-MST-N OF POH3-MSTN-RECORD.
053700      MOVE POH3-LOG-DATE TO POH3-MST-DATE OF POH3-MSTN-RECORD.
053800      MOVE POH3-LOG-RESULT TO POH3-MST-RESULT OF POH3-MSTN-RECORD.
053900      MOVE "EXACT" TO POH3-MST-STATUS OF POH3-MSTN-RECORD.
054000      MOVE POH3-LOG-REQUESTER
054100          TO POH3-MST-REQUESTER OF POH3-MSTN-RECORD.
054200      MOVE POH3-LOG-REFERENCE
054300          TO POH3-MST-REFERENCE OF POH3-MSTN-RECORD.
054400      WRITE POH3-MSTN-RECORD
054500          INVALID KEY
054600              PERFORM 2400-REPLACE-ENTRY THRU 2400-EXIT
054700          NOT INVALID KEY
054800              ADD 1 TO WS-ADDED-COUNT
054900      END-WRITE.
055000   2300-NEXT.
055100      IF NOT WS-ABORTED
055200          PERFORM 2210-READ-LOG THRU 2210-EXIT
055300      END-IF.
055400   2300-EXIT.
055500      EXIT.
055600*--------------------------------------------------------------
055700* 2400-REPLACE-ENTRY - THE KEY IS ALREADY BUILT, SO THE NEWER
055800* ANSWER REPLACES IT.  A REWRITE THAT FAILS IS A BROKEN REBUILD
055900* AND STOPS THE RUN.
056000*--------------------------------------------------------------
056100   2400-REPLACE-ENTRY.
056200      REWRITE POH3-MSTN-RECORD
056300          INVALID KEY
056400              DISPLAY WS-NEW-DDNAME " REWRITE FAILED - "
056500                  "FILE STATUS " WS-NEW-FS
056600              PERFORM 8000-ABORT-RUN THRU 8000-EXIT
056700      END-REWRITE.
056800      IF NOT WS-ABORTED
056900          ADD 1 TO WS-REPLACED-COUNT
057000      END-IF.
057100   2400-EXIT.
057200      EXIT.
057300*--------------------------------------------------------------
057400* 3000-APPLY-CURRENT-LOG - THE CURRENT POH3LOG, EVERYTHING SINCE
057500* THE LAST CUT.  UNLIKE AN ARCHIVE GENERATION IT MUST BE THERE.
057600*--------------------------------------------------------------
057700   3000-APPLY-CURRENT-LOG.
057800      MOVE "POH3LOG" TO WS-LOG-DDNAME.
057900      PERFORM 2200-APPLY-DATASET THRU 2200-EXIT.
058000      IF WS-LOG-FS = "35"
058100          DISPLAY "POH3LOG OPEN FAILED - FILE STATUS " WS-LOG-FS
058200          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
058300          GO TO 3000-EXIT
058400      END-IF.
058500      IF WS-ABORTED
058600          GO TO 3000-EXIT
058700      END-IF.
058800      MOVE SPACES TO WS-GEN-LINE.
058900      MOVE "CURRENT" TO WS-GEN-LABEL.
059000      MOVE WS-LOG-DDNAME TO WS-GEN-DDNAME.
059100      MOVE WS-GEN-READ TO WS-GEN-COUNT.
059200      MOVE "APPLIED" TO WS-GEN-NOTE.
059300      WRITE POH3-MBR-RECORD FROM WS-GEN-LINE.
059400   3000-EXIT.
059500      EXIT.
059600*--------------------------------------------------------------
059700* 4000-CARRY-MASTER - A REBUILD FROM A LATER DATE, OR ONE WHOSE
059800* HISTORY NO LONGER REACHES BACK TO THE MASTER'S OLDEST
059900* ENTRIES, CARRIES EVERY LIVE ENTRY BEFORE THE REBUILT RANGE
060000* ACROSS UNCHANGED.  NO LIVE MASTER AT ALL LEAVES NOTHING TO
060100* CARRY.
060200*--------------------------------------------------------------
060300   4000-CARRY-MASTER.
060400      OPEN INPUT POH3MSTF.
060500      IF WS-MST-FS = "35"
060600          GO TO 4000-EXIT
060700      END-IF.
060800      IF WS-MST-FS NOT = "00"
060900          DISPLAY "POH3MST OPEN FAILED - FILE STATUS " WS-MST-FS
061000          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
061100          GO TO 4000-EXIT
061200      END-IF.
061300      PERFORM 4010-READ-MASTER THRU 4010-EXIT.
061400      PERFORM 4100-CARRY-ENTRY THRU 4100-EXIT
061500          UNTIL WS-MST-CMP-KEY = HIGH-VALUES
061600              OR WS-ABORTED.
061700      CLOSE POH3MSTF.
061800   4000-EXIT.
061900      EXIT.
062000*--------------------------------------------------------------
062100* 4010-READ-MASTER - NEXT LIVE MASTER ENTRY IN KEY ORDER.
062200*--------------------------------------------------------------
062300   4010-READ-MASTER.
062400      READ POH3MSTF
062500          AT END
062600              MOVE HIGH-VALUES TO WS-MST-CMP-KEY
062700          NOT AT END
062800              MOVE POH3-MST-KEY OF POH3-MST-RECORD
062900                  TO WS-MST-CMP-KEY
063000      END-READ.
063100   4010-EXIT.
063200      EXIT.
063300*--------------------------------------------------------------
063400* 4100-CARRY-ENTRY - ONE LIVE ENTRY BEFORE THE REBUILT RANGE.
063500* NOTHING FROM THE HISTORY CAN HAVE TAKEN ITS KEY, SO A WRITE
063600* THAT FAILS IS A BROKEN REBUILD AND STOPS THE RUN.
063700*--------------------------------------------------------------
063800   4100-CARRY-ENTRY.
063900      IF POH3-MST-DATE OF POH3-MST-RECORD NOT < WS-FLOOR-DATE
064000          GO TO 4100-NEXT
064100      END-IF.
064200      MOVE POH3-MST-RECORD TO POH3-MSTN-RECORD.
064300      WRITE POH3-MSTN-RECORD
064400          INVALID KEY
064500              DISPLAY WS-NEW-DDNAME " WRITE FAILED - FILE STATUS "
064600                  WS-NEW-FS
064700              PERFORM 8000-ABORT-RUN THRU 8000-EXIT
064800              GO TO 4100-EXIT
064900      END-WRITE.
065000      ADD 1 TO WS-CARRIED-COUNT.
065100   4100-NEXT.
065200      PERFORM 4010-READ-MASTER THRU 4010-EXIT.
065300   4100-EXIT.
065400      EXIT.
065500*--------------------------------------------------------------
065600* 5000-COMPARE-MASTERS - READ THE LIVE MASTER AND THE REBUILT
065700* ONE SIDE BY SIDE IN KEY ORDER AND LIST EVERY KEY IN THE
065800* REBUILT RANGE WHERE THEY DISAGREE.  A KEY BEFORE THE RANGE IS
065900* NOT THE REBUILD'S TO JUDGE AND IS ONLY COUNTED.
066000*--------------------------------------------------------------
066100   5000-COMPARE-MASTERS.
066200      CLOSE POH3MSTNF.
066300      MOVE "N" TO WS-NEW-OPEN-SWITCH.
066400      OPEN INPUT POH3MSTNF.
066500      IF WS-NEW-FS NOT = "00"
066600          DISPLAY WS-NEW-DDNAME " OPEN FAILED - FILE STATUS "
066700              WS-NEW-FS
066800          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
066900          GO TO 5000-EXIT
067000      END-IF.
067100      MOVE "Y" TO WS-NEW-OPEN-SWITCH.
067200      MOVE HIGH-VALUES TO WS-MST-CMP-KEY.
067300      OPEN INPUT POH3MSTF.
067400      IF WS-MST-FS = "00"
067500          MOVE "Y" TO WS-MST-OPEN-SWITCH
067600          PERFORM 4010-READ-MASTER THRU 4010-EXIT
067700      ELSE
067800          IF WS-MST-FS NOT = "35"
067900              DISPLAY "POH3MST OPEN FAILED - FILE STATUS "
068000                  WS-MST-FS
068100              PERFORM 8000-ABORT-RUN THRU 8000-EXIT
068200              GO TO 5000-EXIT
068300          END-IF
068400          MOVE SPACES TO WS-HEAD-LINE
068500          MOVE "POH3MST" TO WS-HEAD-LABEL
068600          MOVE "NO LIVE MASTER" TO WS-HEAD-VALUE
068700          WRITE POH3-MBR-RECORD FROM WS-HEAD-LINE
068800      END-IF.
068900      MOVE SPACES TO POH3-MBR-RECORD.
069000      WRITE POH3-MBR-RECORD.
069100      WRITE POH3-MBR-RECORD FROM WS-LEGEND-LINE.
069200      PERFORM 5010-READ-REBUILT THRU 5010-EXIT.
069300      PERFORM 5100-COMPARE-KEY THRU 5100-EXIT
069400          UNTIL WS-MST-CMP-KEY = HIGH-VALUES
069500              AND WS-NEW-CMP-KEY = HIGH-VALUES.
069600   5000-EXIT.
069700      EXIT.
069800*--------------------------------------------------------------
069900* 5010-READ-REBUILT - NEXT REBUILT ENTRY IN KEY ORDER.
070000*--------------------------------------------------------------
070100   5010-READ-REBUILT.
070200      READ POH3MSTNF NEXT RECORD
070300          AT END
070400              MOVE HIGH-VALUES TO WS-NEW-CMP-KEY
070500          NOT AT END
070600              MOVE POH3-MST-KEY OF POH3-MSTN-RECORD
070700                  TO WS-NEW-CMP-KEY
070800      END-READ.
070900   5010-EXIT.
071000      EXIT.
071100*--------------------------------------------------------------
071200* 5100-COMPARE-KEY - THE LOWER OF THE TWO KEYS DECIDES WHICH
071300* SIDE HAS AN ENTRY THE OTHER LACKS.
071400*--------------------------------------------------------------
071500   5100-COMPARE-KEY.
071600      IF WS-MST-CMP-KEY < WS-NEW-CMP-KEY
071700          PERFORM 5200-MASTER-ONLY THRU 5200-EXIT
071800          PERFORM 4010-READ-MASTER THRU 4010-EXIT
071900          GO TO 5100-EXIT
072000      END-IF.
072100      IF WS-NEW-CMP-KEY < WS-MST-CMP-KEY
072200          PERFORM 5300-REBUILT-ONLY THRU 5300-EXIT
072300          PERFORM 5010-READ-REBUILT THRU 5010-EXIT
072400          GO TO 5100-EXIT
072500      END-IF.
072600      PERFORM 5400-COMPARE-ENTRY THRU 5400-EXIT.
072700      PERFORM 4010-READ-MASTER THRU 4010-EXIT.
072800      PERFORM 5010-READ-REBUILT THRU 5010-EXIT.
072900   5100-EXIT.
073000      EXIT.
073100*--------------------------------------------------------------
073200* 5200-MASTER-ONLY - ON THE LIVE MASTER BUT NOT IN THE HISTORY.
073300*--------------------------------------------------------------
073400   5200-MASTER-ONLY.
073500      ADD 1 TO WS-MST-READ.
073600      IF POH3-MST-DATE OF POH3-MST-RECORD < WS-FLOOR-DATE
073700          ADD 1 TO WS-BELOW-COUNT
073800          GO TO 5200-EXIT
073900      END-IF.
074000      ADD 1 TO WS-NOT-IN-LOG-COUNT.
074100      MOVE SPACES TO WS-DIF-LINE.
074200      MOVE POH3-MST-N OF POH3-MST-RECORD TO WS-DIF-N.
074300      MOVE POH3-MST-DATE OF POH3-MST-RECORD TO WS-DIF-DATE.
074400      MOVE POH3-MST-RESULT OF POH3-MST-RECORD
074500          TO WS-DIF-MST-RESULT.
074600      MOVE "NOT IN HISTORY" TO WS-DIF-NOTE.
074700      MOVE POH3-MST-STATUS OF POH3-MST-RECORD TO WS-DIF-STATUS.
074800      MOVE POH3-MST-REQUESTER OF POH3-MST-RECORD
074900          TO WS-DIF-REQUESTER.
075000      MOVE POH3-MST-REFERENCE OF POH3-MST-RECORD
075100          TO WS-DIF-REFERENCE.
075200      PERFORM 5500-WRITE-DIFFERENCE THRU 5500-EXIT.
075300   5200-EXIT.
075400      EXIT.
075500*--------------------------------------------------------------
075600* 5300-REBUILT-ONLY - IN THE HISTORY BUT LOST FROM THE MASTER.
075700*--------------------------------------------------------------
075800   5300-REBUILT-ONLY.
075900      ADD 1 TO WS-NOT-ON-MST-COUNT.
076000      MOVE SPACES TO WS-DIF-LINE.
076100      MOVE POH3-MST-N OF POH3-MSTN-RECORD TO WS-DIF-N.
076200      MOVE POH3-MST-DATE OF POH3-MSTN-RECORD TO WS-DIF-DATE.
076300      MOVE POH3-MST-RESULT OF POH3-MSTN-RECORD
076400          TO WS-DIF-NEW-RESULT.
076500      MOVE "NOT ON MASTER" TO WS-DIF-NOTE.
076600      MOVE POH3-MST-STATUS OF POH3-MSTN-RECORD TO WS-DIF-STATUS.
076700      MOVE POH3-MST-REQUESTER OF POH3-MSTN-RECORD
076800          TO WS-DIF-REQUESTER.
076900      MOVE POH3-MST-REFERENCE OF POH3-MSTN-RECORD
077000          TO WS-DIF-REFERENCE.
077100      PERFORM 5500-WRITE-DIFFERENCE THRU 5500-EXIT.
077200   5300-EXIT.
077300      EXIT.
077400*--------------------------------------------------------------
077500* 5400-COMPARE-ENTRY - THE SAME KEY ON BOTH.  A DIFFERENT RESULT
077600* IS LISTED FIRST; OTHERWISE A DIFFERENT STATUS, REQUESTER OR
077700* REFERENCE IS AN ORIGIN DIFFERENCE.  WHERE THE ORIGIN DIFFERS
077800* A SECOND LINE SHOWS WHAT THE HISTORY HAS.  AN ENTRY CARRIED
077900* ACROSS FROM BEFORE THE REBUILT RANGE IS ONLY COUNTED.
078000*--------------------------------------------------------------
078100   5400-COMPARE-ENTRY.
078200      ADD 1 TO WS-MST-READ.
078300      IF POH3-MST-DATE OF POH3-MST-RECORD < WS-FLOOR-DATE
078400          ADD 1 TO WS-BELOW-COUNT
078500          GO TO 5400-EXIT
078600      END-IF.
078700      IF POH3-MST-RECORD = POH3-MSTN-RECORD
078800          ADD 1 TO WS-MATCH-COUNT
078900          GO TO 5400-EXIT
079000      END-IF.
079100      MOVE SPACES TO WS-DIF-LINE.
079200      MOVE POH3-MST-N OF POH3-MST-RECORD TO WS-DIF-N.
079300      MOVE POH3-MST-DATE OF POH3-MST-RECORD TO WS-DIF-DATE.
079400      MOVE POH3-MST-RESULT OF POH3-MST-RECORD
079500          TO WS-DIF-MST-RESULT.
079600      MOVE POH3-MST-RESULT OF POH3-MSTN-RECORD
079700          TO WS-DIF-NEW-RESULT.
079800      IF POH3-MST-RESULT OF POH3-MST-RECORD
079900              NOT = POH3-MST-RESULT OF POH3-MSTN-RECORD
080000          ADD 1 TO WS-RESULT-DIF-COUNT
080100          MOVE "RESULT DIFFERS" TO WS-DIF-NOTE
080200      ELSE
080300          ADD 1 TO WS-ORIGIN-DIF-COUNT
080400          MOVE "ORIGIN DIFFERS" TO WS-DIF-NOTE
080500      END-IF.
080600      MOVE POH3-MST-STATUS OF POH3-MST-RECORD TO WS-DIF-STATUS.
080700      MOVE POH3-MST-REQUESTER OF POH3-MST-RECORD
080800          TO WS-DIF-REQUESTER.
080900      MOVE POH3-MST-REFERENCE OF POH3-MST-RECORD
081000          TO WS-DIF-REFERENCE.
081100      PERFORM 5500-WRITE-DIFFERENCE THRU 5500-EXIT.
081129      IF POH3-MST-STATUS OF POH3-MST-RECORD
081157              = POH3-MST-STATUS OF POH3-MSTN-RECORD
081186          AND POH3-MST-REQUESTER OF POH3-MST-RECORD
081214              = POH3-MST-REQUESTER OF POH3-MSTN-RECORD
081243          AND POH3-MST-REFERENCE OF POH3-MST-RECORD
081271              = POH3-MST-REFERENCE OF POH3-MSTN-RECORD
081300          GO TO 5400-EXIT
081400      END-IF.
081500      MOVE SPACES TO WS-DIF-LINE.
081600      MOVE "HISTORY HAS" TO WS-DIF-NOTE.
081700      MOVE POH3-MST-STATUS OF POH3-MSTN-RECORD TO WS-DIF-STATUS.
081800      MOVE POH3-MST-REQUESTER OF POH3-MSTN-RECORD
081900          TO WS-DIF-REQUESTER.
082000      MOVE POH3-MST-REFERENCE OF POH3-MSTN-RECORD
082100          TO WS-DIF-REFERENCE.
082200      WRITE POH3-MBR-RECORD FROM WS-DIF-LINE.
082300   5400-EXIT.
082400      EXIT.
082500*--------------------------------------------------------------
082600* 5500-WRITE-DIFFERENCE
082700*--------------------------------------------------------------
082800   5500-WRITE-DIFFERENCE.
082900      ADD 1 TO WS-DIFFER-COUNT.
083000      WRITE POH3-MBR-RECORD FROM WS-DIF-LINE.
083100   5500-EXIT.
083200      EXIT.
083300*--------------------------------------------------------------
083400* 6000-WRITE-TOTALS - THE RUN TOTALS UNDER THE DIFFERENCES, AND
083500* THE VERDICT.
083600*--------------------------------------------------------------
083700   6000-WRITE-TOTALS.
083800      MOVE SPACES TO POH3-MBR-RECORD.
083900      WRITE POH3-MBR-RECORD.
084000      MOVE SPACES TO WS-TOT-LINE.
084100      MOVE "LOG LINES READ" TO WS-TOT-LABEL.
084200      MOVE WS-LOG-READ TO WS-TOT-COUNT.
084300      WRITE POH3-MBR-RECORD FROM WS-TOT-LINE.
084400      MOVE "NOT ANSWERS" TO WS-TOT-LABEL.
084500      MOVE WS-NOT-ANSWER-COUNT TO WS-TOT-COUNT.
084600      WRITE POH3-MBR-RECORD FROM WS-TOT-LINE.
084700      MOVE "BEFORE FROM DATE" TO WS-TOT-LABEL.
084800      MOVE WS-BEFORE-COUNT TO WS-TOT-COUNT.
084900      WRITE POH3-MBR-RECORD FROM WS-TOT-LINE.
085000      MOVE "KEYS REBUILT" TO WS-TOT-LABEL.
085100      MOVE WS-ADDED-COUNT TO WS-TOT-COUNT.
085200      WRITE POH3-MBR-RECORD FROM WS-TOT-LINE.
085300      MOVE "NEWER ANSWER WON" TO WS-TOT-LABEL.
085400      MOVE WS-REPLACED-COUNT TO WS-TOT-COUNT.
085500      WRITE POH3-MBR-RECORD FROM WS-TOT-LINE.
085600      IF WS-MODE-REBUILD
085700          MOVE "CARRIED ACROSS" TO WS-TOT-LABEL
085800          MOVE WS-CARRIED-COUNT TO WS-TOT-COUNT
085900          WRITE POH3-MBR-RECORD FROM WS-TOT-LINE
086000      END-IF.
086100      MOVE "MASTER ENTRIES" TO WS-TOT-LABEL.
086200      MOVE WS-MST-READ TO WS-TOT-COUNT.
086300      WRITE POH3-MBR-RECORD FROM WS-TOT-LINE.
086400      MOVE "BEFORE REBUILT" TO WS-TOT-LABEL.
086500      MOVE WS-BELOW-COUNT TO WS-TOT-COUNT.
086600      WRITE POH3-MBR-RECORD FROM WS-TOT-LINE.
086700      MOVE "KEYS AGREEING" TO WS-TOT-LABEL.
086800      MOVE WS-MATCH-COUNT TO WS-TOT-COUNT.
086900      WRITE POH3-MBR-RECORD FROM WS-TOT-LINE.
087000      MOVE "NOT ON MASTER" TO WS-TOT-LABEL.
087100      MOVE WS-NOT-ON-MST-COUNT TO WS-TOT-COUNT.
087200      WRITE POH3-MBR-RECORD FROM WS-TOT-LINE.
087300      MOVE "NOT IN HISTORY" TO WS-TOT-LABEL.
087400      MOVE WS-NOT-IN-LOG-COUNT TO WS-TOT-COUNT.
087500      WRITE POH3-MBR-RECORD FROM WS-TOT-LINE.
087600      MOVE "RESULT DIFFERS" TO WS-TOT-LABEL.
087700      MOVE WS-RESULT-DIF-COUNT TO WS-TOT-COUNT.
087800      WRITE POH3-MBR-RECORD FROM WS-TOT-LINE.
087900      MOVE "ORIGIN DIFFERS" TO WS-TOT-LABEL.
088000      MOVE WS-ORIGIN-DIF-COUNT TO WS-TOT-COUNT.
088100      WRITE POH3-MBR-RECORD FROM WS-TOT-LINE.
088200      EVALUATE TRUE
088300          WHEN WS-MODE-REBUILD
088400              MOVE "POH3MSTN REBUILT - SWAP IN FOR POH3MST"
088500                  TO POH3-MBR-RECORD
088600          WHEN WS-DIFFER-COUNT > 0
088700              MOVE "POH3MST DISAGREES WITH HISTORY - REBUILD IT"
088800                  TO POH3-MBR-RECORD
088900          WHEN OTHER
089000              MOVE "POH3MST AGREES WITH HISTORY"
089100                  TO POH3-MBR-RECORD
089200      END-EVALUATE.
089300      WRITE POH3-MBR-RECORD.
089400   6000-EXIT.
089500      EXIT.
089600*--------------------------------------------------------------
089700* 8000-ABORT-RUN
089800*--------------------------------------------------------------
089900   8000-ABORT-RUN.
090000      MOVE "Y" TO WS-ABORT-SWITCH.
090100      MOVE 16 TO RETURN-CODE.
090200   8000-EXIT.
090300      EXIT.
090400*--------------------------------------------------------------
090500* 9999-TERMINATE - CLOSE EVERYTHING AND STAMP THE RUN.  A REBUILD
090600* THAT DID NOT FINISH ENDS WITH RETURN-CODE 16 SO POH3MSTN IS
090700* NEVER SWAPPED IN HALF BUILT; A COMPARE THAT FOUND ANY KEY IN
090800* DISAGREEMENT ENDS WITH RETURN-CODE 8.
090900*--------------------------------------------------------------
091000   9999-TERMINATE.
091100      IF WS-NEW-IS-OPEN
091200          CLOSE POH3MSTNF
091300      END-IF.
091400      IF WS-MST-IS-OPEN
091500          CLOSE POH3MSTF
091600      END-IF.
091700      IF WS-MBR-FS = "00"
091800          CLOSE POH3MBRF
091900      END-IF.
092000      IF RETURN-CODE = 0
092100          IF WS-MODE-COMPARE AND WS-DIFFER-COUNT > 0
092200              MOVE 8 TO RETURN-CODE
092300          END-IF
092400      END-IF.
092500      MOVE "E" TO POH3-RIF-MODE.
092600      MOVE WS-LOG-READ TO POH3-RIF-RECS-IN.
092700      IF WS-MODE-REBUILD
092800          COMPUTE POH3-RIF-RECS-OUT =
092900              WS-ADDED-COUNT + WS-CARRIED-COUNT
093000      ELSE
093100          MOVE WS-DIFFER-COUNT TO POH3-RIF-RECS-OUT
093200      END-IF.
093300      MOVE RETURN-CODE TO POH3-RIF-RC.
093400      CALL "POH3RUN" USING POH3-RUN-INTERFACE.
093500   9999-EXIT.
093600      EXIT.
