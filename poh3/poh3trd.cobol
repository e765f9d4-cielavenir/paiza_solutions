000100   IDENTIFICATION DIVISION.
000200   PROGRAM-ID.     POH3TRD.
000300   AUTHOR.         RTM.
000400   INSTALLATION.   BATCH SYSTEMS GROUP.
000500   DATE-WRITTEN.   10/15/2026.
000600   DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000*  10/15/2026  RTM       ORIGINAL VERSION.  POH3SUM SHOWS ONE
001100*                        NIGHT AND POH3ASUM ONE MONTH'S CUT, AND
001200*                        THE QUARTERLY CAPACITY QUESTIONS WERE
001300*                        BEING ANSWERED BY PASTING OLD SUMMARIES
001400*                        INTO A SPREADSHEET.  THIS JOB READS EVERY
001500*                        POH3ARCH GENERATION THE POH3AIDX ARCHIVE
001600*                        INDEX STILL LISTS, THEN THE CURRENT
001700*                        POH3LOG, AND COUNTS EVERY LOOKUP BY THE
001800*                        MONTH IT WAS LOGGED - IN TOTAL, BY STATUS
001900*                        (EXACT, MASTERED, INVALID, DUPLICAT, ALL
002000*                        OTHERS TOGETHER), BY REQUESTER AND BY
002100*                        BUCKET - OVER THE THIRTY-SIX MONTHS
002200*                        ENDING WITH THE REPORT MONTH.  THE
002300*                        POH3TRR REPORT GIVES EACH MONTH'S
002400*                        VOLUME, THE CHANGE FROM THE MONTH BEFORE
002500*                        AND THE ROLLING TWELVE-MONTH TOTAL, AND
002600*                        THE SAME FIGURES GO TO THE FIXED-FORMAT
002700*                        POH3TRX EXTRACT FOR CAPACITY PLANNING.
002800*                        A GENERATION THE INDEX LISTS BUT THE
002900*                        SCHEDULER DID NOT ALLOCATE, OR ONE THAT
003000*                        DOES NOT HOLD THE COUNT THE INDEX SAYS
003100*                        IT DOES, IS NOTED ON THE REPORT AND ENDS
003200*                        THE RUN WITH RETURN-CODE 4.  THE RUN
003300*                        STAMPS POH3RUN.
003400*--------------------------------------------------------------
003500   ENVIRONMENT DIVISION.
003600   INPUT-OUTPUT SECTION.
003700   FILE-CONTROL.
003800      SELECT POH3TRDPF ASSIGN TO "POH3TRDP"
003900          ORGANIZATION IS LINE SEQUENTIAL
004000          FILE STATUS IS WS-PRM-FS.
004100      SELECT POH3AIDXF ASSIGN TO "POH3AIDX"
004200          ORGANIZATION IS LINE SEQUENTIAL
004300          FILE STATUS IS WS-IDX-FS.
004400      SELECT POH3LOGF ASSIGN USING WS-LOG-DDNAME
004500          ORGANIZATION IS LINE SEQUENTIAL
004600          FILE STATUS IS WS-LOG-FS.
004700      SELECT POH3RQMF ASSIGN TO "POH3RQM"
004800          ORGANIZATION IS LINE SEQUENTIAL
004900          FILE STATUS IS WS-RQM-FS.
005000      SELECT POH3BRKF ASSIGN TO "POH3BRK"
005100          ORGANIZATION IS LINE SEQUENTIAL
005200          FILE STATUS IS WS-BRK-FS.
005300      SELECT POH3TRRF ASSIGN TO "POH3TRR"
005400          ORGANIZATION IS LINE SEQUENTIAL
005500          FILE STATUS IS WS-TRR-FS.
005600      SELECT POH3TRXF ASSIGN TO "POH3TRX"
005700          ORGANIZATION IS LINE SEQUENTIAL
005800          FILE STATUS IS WS-TRX-FS.
005900   DATA DIVISION.
006000   FILE SECTION.
006100   FD  POH3TRDPF.
006200      COPY POH3PRMR.
006300   FD  POH3AIDXF.
006400      COPY POH3AIXR.
006500   FD  POH3LOGF.
006600      COPY POH3LOGR.
006700   FD  POH3RQMF.
006800      COPY POH3RQMR.
006900   FD  POH3BRKF.
007000      COPY POH3BRKR.
007100   FD  POH3TRRF.
007200   01  POH3-TRR-RECORD             PIC X(80).
007300   FD  POH3TRXF.
007400      COPY POH3TRXR.
007500   WORKING-STORAGE SECTION.
007600      COPY POH3RIF.
007700   01  WS-SWITCHES.
007800      05  WS-PRM-EOF-SWITCH       PIC X(01) VALUE "N".
007900          88  WS-PRM-EOF                      VALUE "Y".
008000      05  WS-IDX-EOF-SWITCH       PIC X(01) VALUE "N".
008100          88  WS-IDX-EOF                      VALUE "Y".
008200      05  WS-LOG-EOF-SWITCH       PIC X(01) VALUE "N".
008300          88  WS-LOG-EOF                      VALUE "Y".
008400      05  WS-RQM-EOF-SWITCH       PIC X(01) VALUE "N".
008500          88  WS-RQM-EOF                      VALUE "Y".
008600      05  WS-BRK-EOF-SWITCH       PIC X(01) VALUE "N".
008700          88  WS-BRK-EOF                      VALUE "Y".
008800      05  WS-ABORT-SWITCH         PIC X(01) VALUE "N".
008900          88  WS-ABORTED                      VALUE "Y".
009000      05  WS-WARN-SWITCH          PIC X(01) VALUE "N".
009100          88  WS-WARNED                       VALUE "Y".
009200*--------------------------------------------------------------
009300* THE DATASET THE LOG FD IS POINTED AT.  EACH ARCHIVE GENERATION
009400* IS ALLOCATED UNDER "AR" AND THE LOW-ORDER SIX DIGITS OF ITS
009500* CUT DATE, THE DATE ITS POH3AIDX ENTRY NAMES IT BY; THE
009600* CURRENT LOG IS POH3LOG ITSELF.
009700*--------------------------------------------------------------
009800   01  WS-LOG-DDNAME               PIC X(08).
009900   01  WS-ARC-DDNAME.
010000      05  FILLER                  PIC X(02) VALUE "AR".
010100      05  WS-ARC-DD-CUT           PIC X(06).
010200   01  WS-CUT-DATE-X.
010300      05  FILLER                  PIC X(02).
010400      05  WS-CUT-YYMMDD           PIC X(06).
010500*--------------------------------------------------------------
010600* ONE SERIES PER FIGURE TRENDED, EACH WITH A COUNT FOR EVERY
010700* MONTH OF THE WINDOW; SLOT 36 IS THE REPORT MONTH.  THE TOTAL
010800* AND THE FIVE STATUS SERIES COME FIRST, THEN THE REQUESTERS IN
010900* MASTER ORDER AND THE BUCKETS IN POH3BRK ORDER, THEN ANY
011000* REQUESTER OR BUCKET FIRST SEEN ON THE LOG.
011100*--------------------------------------------------------------
011200   01  WS-SERIES-TABLE.
011300      05  WS-SER-ENTRY OCCURS 120 TIMES.
011400          10  WS-SER-TYPE         PIC X(03).
011500          10  WS-SER-KEY          PIC X(08).
011600          10  WS-SER-NAME         PIC X(20).
011700          10  WS-SER-COUNT        PIC 9(09) COMP
011800                                  OCCURS 36 TIMES.
011900   01  WS-WORK-DATE-P.
012000      05  WS-WORK-YYYY            PIC 9(04).
012100      05  WS-WORK-MM              PIC 9(02).
012200      05  WS-WORK-DD              PIC 9(02).
012300   01  WS-WORK-DATE REDEFINES WS-WORK-DATE-P
012400                                  PIC 9(08).
012500   01  WS-MONTH-P.
012600      05  WS-MONTH-YYYY           PIC 9(04).
012700      05  WS-MONTH-MM             PIC 9(02).
012800   01  WS-MONTH-NUM REDEFINES WS-MONTH-P
012900                                  PIC 9(06).
013000   01  WS-HEAD-LINE.
013100      05  WS-HEAD-LABEL           PIC X(10).
013200      05  FILLER                  PIC X(02) VALUE SPACES.
013300      05  WS-HEAD-VALUE           PIC X(30).
013325      05  WS-HEAD-MONTH-VIEW REDEFINES WS-HEAD-VALUE.
013350          10  FILLER              PIC X(07).
013375          10  WS-HEAD-MONTH-NOTE  PIC X(23).
013400   01  WS-GEN-LINE.
013500      05  FILLER                  PIC X(10) VALUE "GENERATION".
013600      05  FILLER                  PIC X(02) VALUE SPACES.
013700      05  WS-GEN-DDNAME           PIC X(08).
013800      05  FILLER                  PIC X(02) VALUE SPACES.
013900      05  WS-GEN-CUT-DATE         PIC 9(08).
014000      05  FILLER                  PIC X(02) VALUE SPACES.
014100      05  WS-GEN-COUNT            PIC Z(08)9.
014200      05  FILLER                  PIC X(02) VALUE SPACES.
014300      05  WS-GEN-NOTE             PIC X(24).
014400   01  WS-SER-HEAD-LINE.
014500      05  WS-SHL-TYPE             PIC X(10).
014600      05  FILLER                  PIC X(02) VALUE SPACES.
014700      05  WS-SHL-KEY              PIC X(08).
014800      05  FILLER                  PIC X(02) VALUE SPACES.
014900      05  WS-SHL-NAME             PIC X(20).
015000*--------------------------------------------------------------
015100* MONTH LEGEND ALIGNED TO THE WS-MONTH-LINE LAYOUT.
015200*--------------------------------------------------------------
015300   01  WS-LEGEND-LINE.
015400      05  FILLER                  PIC X(08) VALUE "MONTH".
015500      05  FILLER                  PIC X(09) VALUE "   VOLUME".
015600      05  FILLER                  PIC X(12) VALUE "      CHANGE".
015700      05  FILLER                  PIC X(10) VALUE "       PCT".
015800      05  FILLER                  PIC X(12) VALUE "  ROLLING-12".
015900      05  FILLER                  PIC X(07) VALUE " MONTHS".
016000   01  WS-MONTH-LINE.
016100      05  WS-MTL-MONTH            PIC 9(06).
016200      05  FILLER                  PIC X(02) VALUE SPACES.
016300      05  WS-MTL-VOLUME           PIC Z(08)9.
016400      05  FILLER                  PIC X(02) VALUE SPACES.
016500      05  WS-MTL-CHANGE           PIC Z(08)9-.
016600      05  WS-MTL-CHANGE-X REDEFINES WS-MTL-CHANGE
016700                                  PIC X(10).
016800      05  FILLER                  PIC X(02) VALUE SPACES.
016900      05  WS-MTL-PCT              PIC ZZZZ9.9-.
017000      05  WS-MTL-PCT-X REDEFINES WS-MTL-PCT
017100                                  PIC X(08).
017200      05  FILLER                  PIC X(02) VALUE SPACES.
017300      05  WS-MTL-ROLLING          PIC Z(09)9.
017400      05  FILLER                  PIC X(05) VALUE SPACES.
017500      05  WS-MTL-ROLL-MONTHS      PIC Z9.
017600   01  WS-TOT-LINE.
017700      05  WS-TOT-LABEL            PIC X(18).
017800      05  FILLER                  PIC X(02) VALUE SPACES.
017900      05  WS-TOT-COUNT            PIC Z(08)9.
018000   77  WS-PRM-FS                   PIC X(02).
018100   77  WS-IDX-FS                   PIC X(02).
018200   77  WS-LOG-FS                   PIC X(02).
018300   77  WS-RQM-FS                   PIC X(02).
018400   77  WS-BRK-FS                   PIC X(02).
018500   77  WS-TRR-FS                   PIC X(02).
018600   77  WS-TRX-FS                   PIC X(02).
018700   77  WS-RUN-DATE                 PIC 9(08).
018800   77  WS-RUN-MONTH                PIC 9(06).
018900   77  WS-REPORT-MONTH             PIC 9(06).
019000   77  WS-FIRST-MONTH              PIC 9(06).
019100   77  WS-PRM-NUM                  PIC 9(09).
019200   77  WS-END-ORDINAL              PIC 9(07) COMP.
019300   77  WS-LINE-ORDINAL             PIC 9(07) COMP.
019400   77  WS-SLOT-WORK                PIC S9(07) COMP.
019500   77  WS-SLOT                     PIC 9(03) COMP.
019600   77  WS-FIRST-SLOT               PIC 9(03) COMP VALUE 37.
019700   77  WS-MX                       PIC 9(03) COMP.
019800   77  WS-RX                       PIC 9(03) COMP.
019900   77  WS-SER-COUNT-USED           PIC 9(03) COMP VALUE ZERO.
020000   77  WS-SX                       PIC 9(03) COMP.
020100   77  WS-HIT-SX                   PIC 9(03) COMP.
020200   77  WS-PRINT-TYPE               PIC X(03).
020300   77  WS-FIND-TYPE                PIC X(03).
020400   77  WS-FIND-KEY                 PIC X(08).
020500   77  WS-FIND-NAME                PIC X(20).
020600   77  WS-GEN-READ                 PIC 9(09) COMP.
020700   77  WS-GEN-COUNT-USED           PIC 9(03) COMP VALUE ZERO.
020800   77  WS-LOG-READ                 PIC 9(09) COMP VALUE ZERO.
020900   77  WS-LOOKUP-COUNT             PIC 9(09) COMP VALUE ZERO.
021000   77  WS-NOT-LOOKUP-COUNT         PIC 9(09) COMP VALUE ZERO.
021100   77  WS-BEFORE-COUNT             PIC 9(09) COMP VALUE ZERO.
021200   77  WS-AFTER-COUNT              PIC 9(09) COMP VALUE ZERO.
021300   77  WS-TRX-COUNT                PIC 9(09) COMP VALUE ZERO.
021400   77  WS-PREV-VOLUME              PIC 9(09) COMP.
021500   77  WS-CHANGE                   PIC S9(09) COMP.
021600   77  WS-PCT                      PIC S9(05)V9.
021700   77  WS-ROLLING                  PIC 9(10) COMP.
021800   77  WS-ROLL-MONTHS              PIC 9(02) COMP.
021900   PROCEDURE DIVISION.
022000*--------------------------------------------------------------
022100* 0000-MAINLINE
022200*--------------------------------------------------------------
022300   0000-MAINLINE.
022400      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022500      IF NOT WS-ABORTED
022600          PERFORM 2000-READ-GENERATIONS THRU 2000-EXIT
022700      END-IF.
022800      IF NOT WS-ABORTED
022900          PERFORM 3000-COUNT-CURRENT-LOG THRU 3000-EXIT
023000      END-IF.
023100      IF NOT WS-ABORTED
023200          PERFORM 4000-WRITE-TREND THRU 4000-EXIT
023300      END-IF.
023400      PERFORM 9999-TERMINATE THRU 9999-EXIT.
023500      STOP RUN.
023600*--------------------------------------------------------------
023700* 1000-INITIALIZE - SETTLE THE REPORT MONTH, SET UP THE SERIES
023800* FROM THE REQUESTER MASTER AND THE BREAKPOINT FILE, AND OPEN
023900* THE REPORT AND THE EXTRACT.  A BAD CARD, A MISSING MASTER, OR
024000* AN OUTPUT THAT WILL NOT OPEN IS FATAL.
024100*--------------------------------------------------------------
024200   1000-INITIALIZE.
024300      MOVE 0 TO RETURN-CODE.
024400      MOVE "S" TO POH3-RIF-MODE.
024500      MOVE "POH3TRD" TO POH3-RIF-PROGRAM.
024600      CALL "POH3RUN" USING POH3-RUN-INTERFACE.
024700      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
024800      MOVE WS-RUN-DATE TO WS-WORK-DATE.
024900      MOVE WS-WORK-YYYY TO WS-MONTH-YYYY.
025000      MOVE WS-WORK-MM TO WS-MONTH-MM.
025100      MOVE WS-MONTH-NUM TO WS-RUN-MONTH.
025200      MOVE WS-RUN-MONTH TO WS-REPORT-MONTH.
025300      MOVE SPACES TO WS-TRR-FS.
025400      MOVE SPACES TO WS-TRX-FS.
025500      PERFORM 1400-LOAD-PARAMETERS THRU 1400-EXIT.
025600      IF WS-ABORTED
025700          GO TO 1000-EXIT
025800      END-IF.
025900      MOVE WS-REPORT-MONTH TO WS-MONTH-NUM.
026000      IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
026100          DISPLAY "POH3TRDP REPORT-MONTH NOT A VALID MONTH"
026200          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
026300          GO TO 1000-EXIT
026400      END-IF.
026500      COMPUTE WS-END-ORDINAL = WS-MONTH-YYYY * 12 + WS-MONTH-MM.
026600      MOVE "TOT" TO WS-FIND-TYPE.
026700      MOVE "ALL" TO WS-FIND-KEY.
026800      MOVE "ALL LOOKUPS" TO WS-FIND-NAME.
026900      PERFORM 2900-FIND-SERIES THRU 2900-EXIT.
027000      MOVE "STA" TO WS-FIND-TYPE.
027100      MOVE SPACES TO WS-FIND-NAME.
027200      MOVE "EXACT" TO WS-FIND-KEY.
027300      PERFORM 2900-FIND-SERIES THRU 2900-EXIT.
027400      MOVE "MASTERED" TO WS-FIND-KEY.
027500      PERFORM 2900-FIND-SERIES THRU 2900-EXIT.
027600      MOVE "INVALID" TO WS-FIND-KEY.
027700      PERFORM 2900-FIND-SERIES THRU 2900-EXIT.
027800      MOVE "DUPLICAT" TO WS-FIND-KEY.
027900      PERFORM 2900-FIND-SERIES THRU 2900-EXIT.
028000      MOVE "OTHER" TO WS-FIND-KEY.
028100      MOVE "ALL OTHER STATUSES" TO WS-FIND-NAME.
028200      PERFORM 2900-FIND-SERIES THRU 2900-EXIT.
028300      PERFORM 1200-LOAD-REQUESTERS THRU 1200-EXIT.
028400      IF WS-ABORTED
028500          GO TO 1000-EXIT
028600      END-IF.
028700      PERFORM 1300-LOAD-BUCKETS THRU 1300-EXIT.
028800      IF WS-ABORTED
028900          GO TO 1000-EXIT
029000      END-IF.
029100      OPEN OUTPUT POH3TRRF.
029200      IF WS-TRR-FS NOT = "00"
029300          DISPLAY "POH3TRR OPEN FAILED - FILE STATUS " WS-TRR-FS
029400          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
029500          GO TO 1000-EXIT
029600      END-IF.
029700      OPEN OUTPUT POH3TRXF.
029800      IF WS-TRX-FS NOT = "00"
029900          DISPLAY "POH3TRX OPEN FAILED - FILE STATUS " WS-TRX-FS
030000          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
030100          GO TO 1000-EXIT
030200      END-IF.
030300      MOVE "POH3TRD MONTHLY VOLUME TREND" TO POH3-TRR-RECORD.
030400      WRITE POH3-TRR-RECORD.
030500      MOVE SPACES TO WS-HEAD-LINE.
030600      MOVE "REPORT TO" TO WS-HEAD-LABEL.
030700      MOVE WS-REPORT-MONTH TO WS-HEAD-VALUE.
030800      IF WS-REPORT-MONTH = WS-RUN-MONTH
030900          MOVE "MONTH TO DATE" TO WS-HEAD-MONTH-NOTE
031000      END-IF.
031100      WRITE POH3-TRR-RECORD FROM WS-HEAD-LINE.
031200   1000-EXIT.
031300      EXIT.
031400*--------------------------------------------------------------
031500* 1200-LOAD-REQUESTERS - ONE SERIES PER REQUESTER ON THE POH3RQM
031600* MASTER, SO A DEPARTMENT THAT HAS GONE QUIET STILL SHOWS ITS
031700* MONTHS AT ZERO.
031800*--------------------------------------------------------------
031900   1200-LOAD-REQUESTERS.
032000      OPEN INPUT POH3RQMF.
032100      IF WS-RQM-FS NOT = "00"
032200          DISPLAY "POH3RQM OPEN FAILED - FILE STATUS " WS-RQM-FS
032300          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
032400          GO TO 1200-EXIT
032500      END-IF.
032600      MOVE "REQ" TO WS-FIND-TYPE.
032700      PERFORM 1210-READ-REQUESTER THRU 1210-EXIT.
032800      PERFORM 1220-ADD-REQUESTER THRU 1220-EXIT
032900          UNTIL WS-RQM-EOF
033000              OR WS-ABORTED.
033100      CLOSE POH3RQMF.
033200   1200-EXIT.
033300      EXIT.
033400*--------------------------------------------------------------
033500* 1210-READ-REQUESTER
033600*--------------------------------------------------------------
033700   1210-READ-REQUESTER.
033800      READ POH3RQMF
033900          AT END
034000              MOVE "Y" TO WS-RQM-EOF-SWITCH
034100      END-READ.
034200   1210-EXIT.
034300      EXIT.
034400*--------------------------------------------------------------
034500* 1220-ADD-REQUESTER
034600*--------------------------------------------------------------
034700   1220-ADD-REQUESTER.
034800      MOVE POH3-RQM-REQUESTER TO WS-FIND-KEY.
034900      MOVE POH3-RQM-DEPT-NAME TO WS-FIND-NAME.
035000      PERFORM 2900-FIND-SERIES THRU 2900-EXIT.
035100      PERFORM 1210-READ-REQUESTER THRU 1210-EXIT.
035200   1220-EXIT.
035300      EXIT.
035400*--------------------------------------------------------------
035500* 1300-LOAD-BUCKETS - ONE SERIES PER BUCKET LETTER ON POH3BRK, IN
035600* THE FILE'S OWN ORDER.  WITHOUT POH3BRK THE BUCKETS ARE SIMPLY
035700* TAKEN AS THE LOG SHOWS THEM.
035800*--------------------------------------------------------------
035900   1300-LOAD-BUCKETS.
036000      OPEN INPUT POH3BRKF.
036100      IF WS-BRK-FS = "35"
036200          GO TO 1300-EXIT
036300      END-IF.
036400      IF WS-BRK-FS NOT = "00"
036500          DISPLAY "POH3BRK OPEN FAILED - FILE STATUS " WS-BRK-FS
036600          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
036700          GO TO 1300-EXIT
036800      END-IF.
036900      MOVE "BKT" TO WS-FIND-TYPE.
037000      MOVE SPACES TO WS-FIND-NAME.
037100      PERFORM 1310-READ-BUCKET THRU 1310-EXIT.
037200      PERFORM 1320-ADD-BUCKET THRU 1320-EXIT
037300          UNTIL WS-BRK-EOF
037400              OR WS-ABORTED.
037500      CLOSE POH3BRKF.
037600   1300-EXIT.
037700      EXIT.
037800*--------------------------------------------------------------
037900* 1310-READ-BUCKET
038000*--------------------------------------------------------------
038100   1310-READ-BUCKET.
038200      READ POH3BRKF
038300          AT END
038400              MOVE "Y" TO WS-BRK-EOF-SWITCH
038500      END-READ.
038600   1310-EXIT.
038700      EXIT.
038800*--------------------------------------------------------------
038900* 1320-ADD-BUCKET
039000*--------------------------------------------------------------
039100   1320-ADD-BUCKET.
039200      MOVE POH3-BRK-BUCKET TO WS-FIND-KEY.
039300      PERFORM 2900-FIND-SERIES THRU 2900-EXIT.
039400      PERFORM 1310-READ-BUCKET THRU 1310-EXIT.
039500   1320-EXIT.
039600      EXIT.
039700*--------------------------------------------------------------
039800* 1400-LOAD-PARAMETERS - THE OPTIONAL POH3TRDP CONTROL CARD.  A
039900* MISSING DATASET ENDS THE TREND WITH THE RUN DATE'S OWN MONTH,
040000* MONTH TO DATE; A CARD THAT FAILS EDIT STOPS THE RUN.
040100*
040200*   REPORT-MONTH     000YYYYMM  THE LAST MONTH OF THE TREND,
040300*                               LOW-ORDER SIX DIGITS
040400*--------------------------------------------------------------
040500   1400-LOAD-PARAMETERS.
040600      OPEN INPUT POH3TRDPF.
040700      IF WS-PRM-FS = "35"
040800          GO TO 1400-EXIT
040900      END-IF.
041000      IF WS-PRM-FS NOT = "00"
041100          DISPLAY "POH3TRDP OPEN FAILED - FILE STATUS " WS-PRM-FS
041200          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
041300          GO TO 1400-EXIT
041400      END-IF.
041500      PERFORM 1410-READ-PARM THRU 1410-EXIT.
041600      PERFORM 1420-APPLY-PARM THRU 1420-EXIT
041700          UNTIL WS-PRM-EOF
041800              OR WS-ABORTED.
041900      CLOSE POH3TRDPF.
042000   1400-EXIT.
042100      EXIT.
042200*--------------------------------------------------------------
042300* 1410-READ-PARM
042400*--------------------------------------------------------------
042500   1410-READ-PARM.
042600      READ POH3TRDPF
042700          AT END
042800              MOVE "Y" TO WS-PRM-EOF-SWITCH
042900      END-READ.
043000   1410-EXIT.
043100      EXIT.
043200*--------------------------------------------------------------
043300* 1420-APPLY-PARM
043400*--------------------------------------------------------------
043500   1420-APPLY-PARM.
043600      IF POH3-PRM-RECORD = SPACES
043700          GO TO 1420-NEXT
043800      END-IF.
043900      EVALUATE POH3-PRM-KEYWORD
044000          WHEN "REPORT-MONTH"
044100              IF POH3-PRM-VALUE NOT NUMERIC
044200                  DISPLAY "POH3TRDP REPORT-MONTH NOT NUMERIC"
044300                  PERFORM 8000-ABORT-RUN THRU 8000-EXIT
044400              ELSE
044500                  MOVE POH3-PRM-VALUE TO WS-PRM-NUM
044600                  MOVE WS-PRM-NUM TO WS-REPORT-MONTH
044700              END-IF
044800          WHEN OTHER
044900              DISPLAY "POH3TRDP UNKNOWN KEYWORD " POH3-PRM-KEYWORD
045000              PERFORM 8000-ABORT-RUN THRU 8000-EXIT
045100      END-EVALUATE.
045200   1420-NEXT.
045300      IF NOT WS-ABORTED
045400          PERFORM 1410-READ-PARM THRU 1410-EXIT
045500      END-IF.
045600   1420-EXIT.
045700      EXIT.
045800*--------------------------------------------------------------
045900* 2000-READ-GENERATIONS - WALK THE POH3AIDX ARCHIVE INDEX AND
046000* COUNT EVERY GENERATION IT LISTS.  POH3ARC HAS ALREADY DROPPED
046100* THE ENTRIES PAST RETENTION, SO THE INDEX IS THE LIST.  NO
046200* INDEX MEANS NOTHING HAS EVER BEEN CUT AND THE CURRENT LOG IS
046300* THE WHOLE HISTORY.
046400*--------------------------------------------------------------
046500   2000-READ-GENERATIONS.
046600      OPEN INPUT POH3AIDXF.
046700      IF WS-IDX-FS = "35"
046800          MOVE SPACES TO WS-HEAD-LINE
046900          MOVE "ARCHIVE" TO WS-HEAD-LABEL
047000          MOVE "NO POH3AIDX - CURRENT LOG ONLY" TO WS-HEAD-VALUE
047100          WRITE POH3-TRR-RECORD FROM WS-HEAD-LINE
047200          GO TO 2000-EXIT
047300      END-IF.
047400      IF WS-IDX-FS NOT = "00"
047500          DISPLAY "POH3AIDX OPEN FAILED - FILE STATUS " WS-IDX-FS
047600          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
047700          GO TO 2000-EXIT
047800      END-IF.
047900      PERFORM 2010-READ-INDEX THRU 2010-EXIT.
048000      PERFORM 2100-COUNT-GENERATION THRU 2100-EXIT
048100          UNTIL WS-IDX-EOF
048200              OR WS-ABORTED.
048300      CLOSE POH3AIDXF.
048400   2000-EXIT.
048500      EXIT.
048600*--------------------------------------------------------------
048700* 2010-READ-INDEX
048800*--------------------------------------------------------------
048900   2010-READ-INDEX.
049000      READ POH3AIDXF
049100          AT END
049200              MOVE "Y" TO WS-IDX-EOF-SWITCH
049300      END-READ.
049400   2010-EXIT.
049500      EXIT.
049600*--------------------------------------------------------------
049700* 2100-COUNT-GENERATION - COUNT ONE ARCHIVE GENERATION AND SAY
049800* SO ON THE REPORT.  ONE THAT WAS NOT ALLOCATED, OR THAT DOES NOT
049900* HOLD THE RECORD COUNT ITS INDEX ENTRY CARRIES, LEAVES THE
050000* MONTHS IT COVERS SHORT; THE REPORT SAYS WHICH AND THE RUN ENDS
050100* WITH RETURN-CODE 4 SO NOBODY PLANS ON A HOLE IN THE HISTORY.
050200*--------------------------------------------------------------
050300   2100-COUNT-GENERATION.
050400      MOVE POH3-AIX-CUT-DATE TO WS-CUT-DATE-X.
050500      MOVE WS-CUT-YYMMDD TO WS-ARC-DD-CUT.
050600      MOVE WS-ARC-DDNAME TO WS-LOG-DDNAME.
050700      ADD 1 TO WS-GEN-COUNT-USED.
050800      PERFORM 2200-COUNT-DATASET THRU 2200-EXIT.
050900      IF WS-ABORTED
051000          GO TO 2100-EXIT
051100      END-IF.
051200      MOVE SPACES TO WS-GEN-NOTE.
051300      MOVE WS-LOG-DDNAME TO WS-GEN-DDNAME.
051400      MOVE POH3-AIX-CUT-DATE TO WS-GEN-CUT-DATE.
051500      MOVE WS-GEN-READ TO WS-GEN-COUNT.
051600      EVALUATE TRUE
051700          WHEN WS-LOG-FS = "35"
051800              MOVE "NOT ALLOCATED - MISSING" TO WS-GEN-NOTE
051900              MOVE "Y" TO WS-WARN-SWITCH
052000          WHEN WS-GEN-READ NOT = POH3-AIX-COUNT
052100              MOVE "INDEX COUNT DIFFERS" TO WS-GEN-NOTE
052200              MOVE "Y" TO WS-WARN-SWITCH
052300      END-EVALUATE.
052400      WRITE POH3-TRR-RECORD FROM WS-GEN-LINE.
052500      PERFORM 2010-READ-INDEX THRU 2010-EXIT.
052600   2100-EXIT.
052700      EXIT.
052800*--------------------------------------------------------------
052900* 2200-COUNT-DATASET - COUNT EVERY LINE OF THE LOG DATASET NAMED
053000* IN WS-LOG-DDNAME.  A DATASET THAT IS NOT THERE COMES BACK WITH
053100* STATUS 35 AND NOTHING COUNTED FOR THE CALLER TO JUDGE; ANY
053200* OTHER OPEN FAILURE IS FATAL.
053300*--------------------------------------------------------------
053400   2200-COUNT-DATASET.
053500      MOVE 0 TO WS-GEN-READ.
053600      MOVE "N" TO WS-LOG-EOF-SWITCH.
053700      OPEN INPUT POH3LOGF.
053800      IF WS-LOG-FS = "35"
053900          GO TO 2200-EXIT
054000      END-IF.
054100      IF WS-LOG-FS NOT = "00"
054200          DISPLAY WS-LOG-DDNAME " OPEN FAILED - FILE STATUS "
054300              WS-LOG-FS
054400          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
054500          GO TO 2200-EXIT
054600      END-IF.
054700      PERFORM 2210-READ-LOG THRU 2210-EXIT.
054800      PERFORM 2300-TALLY-LINE THRU 2300-EXIT
054900          UNTIL WS-LOG-EOF
055000              OR WS-ABORTED.
055100      CLOSE POH3LOGF.
055200   2200-EXIT.
055300      EXIT.
055400*--------------------------------------------------------------
055500* 2210-READ-LOG
055600*--------------------------------------------------------------
055700   2210-READ-LOG.
055800      READ POH3LOGF
055900          AT END
056000              MOVE "Y" TO WS-LOG-EOF-SWITCH
056100      END-READ.
056200   2210-EXIT.
056300      EXIT.
056400*--------------------------------------------------------------
056500* 2300-TALLY-LINE - COUNT ONE LOG LINE INTO ITS MONTH.  THE
056600* BREAKPOINT AND REQUESTER MAINTENANCE JOBS LOG THEIR AUDIT
056700* TRAIL TO POH3LOG TOO; THOSE LINES ARE NOT LOOKUPS AND ARE
056800* COUNTED ONLY AS SUCH.  A LOOKUP WITH NO REQUESTER (THE
056900* POH3Z DRIVERS) OR NO BUCKET (TURNED AWAY BEFORE IT WAS
057000* CLASSIFIED) IS TRENDED UNDER "NONE".
057100*--------------------------------------------------------------
057200   2300-TALLY-LINE.
057300      ADD 1 TO WS-GEN-READ.
057400      ADD 1 TO WS-LOG-READ.
057500      IF POH3-LOG-PROGRAM = "POH3BRM"
057600              OR POH3-LOG-PROGRAM = "POH3BPR"
057700              OR POH3-LOG-PROGRAM = "POH3RQM"
057800          ADD 1 TO WS-NOT-LOOKUP-COUNT
057900          GO TO 2300-NEXT
058000      END-IF.
058100      IF POH3-LOG-DATE NOT NUMERIC
058200          ADD 1 TO WS-NOT-LOOKUP-COUNT
058300          GO TO 2300-NEXT
058400      END-IF.
058500      MOVE POH3-LOG-DATE TO WS-WORK-DATE.
058600      COMPUTE WS-LINE-ORDINAL = WS-WORK-YYYY * 12 + WS-WORK-MM.
058700      COMPUTE WS-SLOT-WORK =
058800          WS-LINE-ORDINAL - WS-END-ORDINAL + 36.
058900      IF WS-SLOT-WORK < 1
059000          ADD 1 TO WS-BEFORE-COUNT
059100          GO TO 2300-NEXT
059200      END-IF.
059300      IF WS-SLOT-WORK > 36
059400          ADD 1 TO WS-AFTER-COUNT
059500          GO TO 2300-NEXT
059600      END-IF.
059700      MOVE WS-SLOT-WORK TO WS-SLOT.
059800      IF WS-SLOT < WS-FIRST-SLOT
059900          MOVE WS-SLOT TO WS-FIRST-SLOT
060000      END-IF.
060100      ADD 1 TO WS-LOOKUP-COUNT.
060200      ADD 1 TO WS-SER-COUNT(1, WS-SLOT).
060300      MOVE "STA" TO WS-FIND-TYPE.
060400      MOVE SPACES TO WS-FIND-NAME.
060500      EVALUATE POH3-LOG-STATUS
060600          WHEN "EXACT"
060700          WHEN "MASTERED"
060800          WHEN "INVALID"
060900          WHEN "DUPLICAT"
061000              MOVE POH3-LOG-STATUS TO WS-FIND-KEY
061100          WHEN OTHER
061200              MOVE "OTHER" TO WS-FIND-KEY
061300      END-EVALUATE.
061400      PERFORM 2900-FIND-SERIES THRU 2900-EXIT.
061500      ADD 1 TO WS-SER-COUNT(WS-HIT-SX, WS-SLOT).
061600      MOVE "REQ" TO WS-FIND-TYPE.
061700      MOVE "NOT ON MASTER" TO WS-FIND-NAME.
061800      IF POH3-LOG-REQUESTER = SPACES
061900          MOVE "NONE" TO WS-FIND-KEY
062000          MOVE "NO REQUESTER" TO WS-FIND-NAME
062100      ELSE
062200          MOVE POH3-LOG-REQUESTER TO WS-FIND-KEY
062300      END-IF.
062400      PERFORM 2900-FIND-SERIES THRU 2900-EXIT.
062500      IF WS-ABORTED
062600          GO TO 2300-EXIT
062700      END-IF.
062800      ADD 1 TO WS-SER-COUNT(WS-HIT-SX, WS-SLOT).
062900      MOVE "BKT" TO WS-FIND-TYPE.
063000      MOVE SPACES TO WS-FIND-NAME.
063100      IF POH3-LOG-BUCKET = SPACE
063200          MOVE "NONE" TO WS-FIND-KEY
063300          MOVE "NO BUCKET MATCHED" TO WS-FIND-NAME
063400      ELSE
063500          MOVE POH3-LOG-BUCKET TO WS-FIND-KEY
063600      END-IF.
063700      PERFORM 2900-FIND-SERIES THRU 2900-EXIT.
063800      IF WS-ABORTED
063900          GO TO 2300-EXIT
064000      END-IF.
064100      ADD 1 TO WS-SER-COUNT(WS-HIT-SX, WS-SLOT).
064200   2300-NEXT.
064300      PERFORM 2210-READ-LOG THRU 2210-EXIT.
064400   2300-EXIT.
064500      EXIT.
064600*--------------------------------------------------------------
064700* 2900-FIND-SERIES - LOCATE THE WS-FIND-TYPE/KEY SERIES, OPENING
064800* IT WITH WS-FIND-NAME AND ZERO COUNTS ON FIRST SIGHT.  A TABLE
064900* TOO SMALL FOR THE HISTORY ABORTS THE RUN RATHER THAN TREND
065000* PART OF IT.
065100*--------------------------------------------------------------
065200   2900-FIND-SERIES.
065300      MOVE 0 TO WS-HIT-SX.
065400      PERFORM 2910-TEST-SERIES THRU 2910-EXIT
065500          VARYING WS-SX FROM 1 BY 1
065600          UNTIL WS-SX > WS-SER-COUNT-USED
065700              OR WS-HIT-SX > 0.
065800      IF WS-HIT-SX > 0
065900          GO TO 2900-EXIT
066000      END-IF.
066100      IF WS-SER-COUNT-USED = 120
066200          DISPLAY "SERIES TABLE FULL - TREND NOT PRODUCED"
066300          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
066400          GO TO 2900-EXIT
066500      END-IF.
066600      ADD 1 TO WS-SER-COUNT-USED.
066700      MOVE WS-SER-COUNT-USED TO WS-HIT-SX.
066800      MOVE WS-FIND-TYPE TO WS-SER-TYPE(WS-HIT-SX).
066900      MOVE WS-FIND-KEY TO WS-SER-KEY(WS-HIT-SX).
067000      MOVE WS-FIND-NAME TO WS-SER-NAME(WS-HIT-SX).
067100      PERFORM 2920-ZERO-MONTH THRU 2920-EXIT
067200          VARYING WS-MX FROM 1 BY 1
067300          UNTIL WS-MX > 36.
067400   2900-EXIT.
067500      EXIT.
067600*--------------------------------------------------------------
067700* 2910-TEST-SERIES
067800*--------------------------------------------------------------
067900   2910-TEST-SERIES.
068000      IF WS-SER-TYPE(WS-SX) = WS-FIND-TYPE
068100              AND WS-SER-KEY(WS-SX) = WS-FIND-KEY
068200          MOVE WS-SX TO WS-HIT-SX
068300      END-IF.
068400   2910-EXIT.
068500      EXIT.
068600*--------------------------------------------------------------
068700* 2920-ZERO-MONTH
068800*--------------------------------------------------------------
068900   2920-ZERO-MONTH.
069000      MOVE 0 TO WS-SER-COUNT(WS-HIT-SX, WS-MX).
069100   2920-EXIT.
069200      EXIT.
069300*--------------------------------------------------------------
069400* 3000-COUNT-CURRENT-LOG - THE CURRENT POH3LOG, EVERYTHING SINCE
069500* THE LAST CUT.  UNLIKE AN ARCHIVE GENERATION IT MUST BE THERE.
069600*--------------------------------------------------------------
069700   3000-COUNT-CURRENT-LOG.
069800      MOVE "POH3LOG" TO WS-LOG-DDNAME.
069900      PERFORM 2200-COUNT-DATASET THRU 2200-EXIT.
070000      IF WS-LOG-FS = "35"
070100          DISPLAY "POH3LOG OPEN FAILED - FILE STATUS " WS-LOG-FS
070200          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
070300      END-IF.
070400   3000-EXIT.
070500      EXIT.
070600*--------------------------------------------------------------
070700* 4000-WRITE-TREND - THE RUN TOTALS UNDER THE HEADINGS AND THE
070800* GENERATION LINES, THEN EVERY SERIES MONTH BY MONTH FROM THE
070900* FIRST MONTH ANY LOOKUP WAS FOUND: THE TOTAL, THE STATUSES,
071000* THE REQUESTERS, THE BUCKETS.  EACH MONTH LINE ALSO GOES TO
071100* THE EXTRACT, WHICH ENDS WITH ITS TRAILER.
071200*--------------------------------------------------------------
071300   4000-WRITE-TREND.
071400      MOVE SPACES TO WS-TOT-LINE.
071500      MOVE "LOG LINES READ" TO WS-TOT-LABEL.
071600      MOVE WS-LOG-READ TO WS-TOT-COUNT.
071700      WRITE POH3-TRR-RECORD FROM WS-TOT-LINE.
071800      MOVE "LOOKUPS TRENDED" TO WS-TOT-LABEL.
071900      MOVE WS-LOOKUP-COUNT TO WS-TOT-COUNT.
072000      WRITE POH3-TRR-RECORD FROM WS-TOT-LINE.
072100      MOVE "MAINTENANCE LINES" TO WS-TOT-LABEL.
072200      MOVE WS-NOT-LOOKUP-COUNT TO WS-TOT-COUNT.
072300      WRITE POH3-TRR-RECORD FROM WS-TOT-LINE.
072400      MOVE "BEFORE WINDOW" TO WS-TOT-LABEL.
072500      MOVE WS-BEFORE-COUNT TO WS-TOT-COUNT.
072600      WRITE POH3-TRR-RECORD FROM WS-TOT-LINE.
072700      MOVE "AFTER REPORT MONTH" TO WS-TOT-LABEL.
072800      MOVE WS-AFTER-COUNT TO WS-TOT-COUNT.
072900      WRITE POH3-TRR-RECORD FROM WS-TOT-LINE.
073000      IF WS-LOOKUP-COUNT = 0
073100          MOVE "NO LOOKUPS IN THE WINDOW" TO POH3-TRR-RECORD
073200          WRITE POH3-TRR-RECORD
073300          GO TO 4000-TRAILER
073400      END-IF.
073500      MOVE "TOT" TO WS-PRINT-TYPE.
073600      PERFORM 4100-WRITE-TYPE THRU 4100-EXIT.
073700      MOVE "STA" TO WS-PRINT-TYPE.
073800      PERFORM 4100-WRITE-TYPE THRU 4100-EXIT.
073900      MOVE "REQ" TO WS-PRINT-TYPE.
074000      PERFORM 4100-WRITE-TYPE THRU 4100-EXIT.
074100      MOVE "BKT" TO WS-PRINT-TYPE.
074200      PERFORM 4100-WRITE-TYPE THRU 4100-EXIT.
074300   4000-TRAILER.
074400      MOVE SPACES TO POH3-TRX-RECORD.
074500      MOVE "TRL" TO POH3-TRX-TYPE.
074600      MOVE WS-TRX-COUNT TO POH3-TRX-TRL-COUNT.
074700      WRITE POH3-TRX-RECORD.
074800   4000-EXIT.
074900      EXIT.
075000*--------------------------------------------------------------
075100* 4100-WRITE-TYPE - EVERY SERIES OF ONE TYPE, IN TABLE ORDER.
075200*--------------------------------------------------------------
075300   4100-WRITE-TYPE.
075400      PERFORM 4200-WRITE-SERIES THRU 4200-EXIT
075500          VARYING WS-SX FROM 1 BY 1
075600          UNTIL WS-SX > WS-SER-COUNT-USED.
075700   4100-EXIT.
075800      EXIT.
075900*--------------------------------------------------------------
076000* 4200-WRITE-SERIES - ONE SERIES' HEADING, LEGEND AND MONTHS.
076100*--------------------------------------------------------------
076200   4200-WRITE-SERIES.
076300      IF WS-SER-TYPE(WS-SX) NOT = WS-PRINT-TYPE
076400          GO TO 4200-EXIT
076500      END-IF.
076600      MOVE SPACES TO POH3-TRR-RECORD.
076700      WRITE POH3-TRR-RECORD.
076800      MOVE SPACES TO WS-SER-HEAD-LINE.
076900      EVALUATE WS-SER-TYPE(WS-SX)
077000          WHEN "TOT"
077100              MOVE "TOTAL" TO WS-SHL-TYPE
077200          WHEN "STA"
077300              MOVE "STATUS" TO WS-SHL-TYPE
077400          WHEN "REQ"
077500              MOVE "REQUESTER" TO WS-SHL-TYPE
077600          WHEN OTHER
077700              MOVE "BUCKET" TO WS-SHL-TYPE
077800      END-EVALUATE.
077900      MOVE WS-SER-KEY(WS-SX) TO WS-SHL-KEY.
078000      MOVE WS-SER-NAME(WS-SX) TO WS-SHL-NAME.
078100      WRITE POH3-TRR-RECORD FROM WS-SER-HEAD-LINE.
078200      WRITE POH3-TRR-RECORD FROM WS-LEGEND-LINE.
078300      PERFORM 4300-WRITE-MONTH THRU 4300-EXIT
078400          VARYING WS-MX FROM WS-FIRST-SLOT BY 1
078500          UNTIL WS-MX > 36.
078600   4200-EXIT.
078700      EXIT.
078800*--------------------------------------------------------------
078900* 4300-WRITE-MONTH - ONE MONTH OF ONE SERIES.  THE CHANGE IS
079000* AGAINST THE MONTH BEFORE, BLANK FOR THE FIRST MONTH SHOWN;
079100* THE PERCENTAGE IS BLANK WHEN THE MONTH BEFORE WAS ZERO.  THE
079200* ROLLING TOTAL RUNS BACK TWELVE MONTHS OR TO THE FIRST MONTH
079300* SHOWN, WHICHEVER IS NEARER, AND SAYS HOW MANY IT COVERS.
079400*--------------------------------------------------------------
079500   4300-WRITE-MONTH.
079600      COMPUTE WS-LINE-ORDINAL = WS-END-ORDINAL - 36 + WS-MX - 1.
079700      DIVIDE WS-LINE-ORDINAL BY 12
079800          GIVING WS-MONTH-YYYY REMAINDER WS-MONTH-MM.
079900      ADD 1 TO WS-MONTH-MM.
080000      MOVE SPACES TO WS-MONTH-LINE.
080100      MOVE SPACES TO POH3-TRX-RECORD.
080200      MOVE WS-SER-TYPE(WS-SX) TO POH3-TRX-TYPE.
080300      MOVE WS-SER-KEY(WS-SX) TO POH3-TRX-KEY.
080400      MOVE WS-MONTH-NUM TO WS-MTL-MONTH.
080500      MOVE WS-MONTH-NUM TO POH3-TRX-MONTH.
080600      MOVE WS-SER-COUNT(WS-SX, WS-MX) TO WS-MTL-VOLUME.
080700      MOVE WS-SER-COUNT(WS-SX, WS-MX) TO POH3-TRX-VOLUME.
080800      IF WS-MX = WS-FIRST-SLOT
080900          MOVE SPACE TO POH3-TRX-CHANGE-SIGN
081000          MOVE 0 TO POH3-TRX-CHANGE
081100      ELSE
081200          MOVE WS-SER-COUNT(WS-SX, WS-MX - 1) TO WS-PREV-VOLUME
081300          COMPUTE WS-CHANGE =
081400              WS-SER-COUNT(WS-SX, WS-MX) - WS-PREV-VOLUME
081500          MOVE WS-CHANGE TO WS-MTL-CHANGE
081600          MOVE WS-CHANGE TO POH3-TRX-CHANGE
081700          IF WS-CHANGE < 0
081800              MOVE "-" TO POH3-TRX-CHANGE-SIGN
081900          ELSE
082000              MOVE "+" TO POH3-TRX-CHANGE-SIGN
082100          END-IF
082200          IF WS-PREV-VOLUME > 0
082300              COMPUTE WS-PCT ROUNDED =
082400                  WS-CHANGE * 100 / WS-PREV-VOLUME
082500                  ON SIZE ERROR
082600                      MOVE 99999.9 TO WS-PCT
082700              END-COMPUTE
082800              MOVE WS-PCT TO WS-MTL-PCT
082900          END-IF
083000      END-IF.
083100      MOVE 0 TO WS-ROLLING.
083200      MOVE 0 TO WS-ROLL-MONTHS.
083300      MOVE WS-MX TO WS-RX.
083400      PERFORM 4310-ADD-ROLLING THRU 4310-EXIT
083500          UNTIL WS-ROLL-MONTHS = 12
083600              OR WS-RX < WS-FIRST-SLOT.
083700      MOVE WS-ROLLING TO WS-MTL-ROLLING.
083800      MOVE WS-ROLLING TO POH3-TRX-ROLLING.
083900      MOVE WS-ROLL-MONTHS TO WS-MTL-ROLL-MONTHS.
084000      MOVE WS-ROLL-MONTHS TO POH3-TRX-ROLL-MONTHS.
084100      WRITE POH3-TRR-RECORD FROM WS-MONTH-LINE.
084200      WRITE POH3-TRX-RECORD.
084300      ADD 1 TO WS-TRX-COUNT.
084400   4300-EXIT.
084500      EXIT.
084600*--------------------------------------------------------------
084700* 4310-ADD-ROLLING
084800*--------------------------------------------------------------
084900   4310-ADD-ROLLING.
085000      ADD WS-SER-COUNT(WS-SX, WS-RX) TO WS-ROLLING.
085100      ADD 1 TO WS-ROLL-MONTHS.
085200      SUBTRACT 1 FROM WS-RX.
085300   4310-EXIT.
085400      EXIT.
085500*--------------------------------------------------------------
085600* 8000-ABORT-RUN
085700*--------------------------------------------------------------
085800   8000-ABORT-RUN.
085900      MOVE "Y" TO WS-ABORT-SWITCH.
086000      MOVE 16 TO RETURN-CODE.
086100   8000-EXIT.
086200      EXIT.
086300*--------------------------------------------------------------
086400* 9999-TERMINATE - CLOSE THE REPORT AND THE EXTRACT AND STAMP
086500* THE RUN.  A HOLE IN THE ARCHIVE OR A WINDOW WITH NO LOOKUPS
086600* ENDS WITH RETURN-CODE 4.
086700*--------------------------------------------------------------
086800   9999-TERMINATE.
086900      IF WS-TRR-FS = "00"
087000          CLOSE POH3TRRF
087100      END-IF.
087200      IF WS-TRX-FS = "00"
087300          CLOSE POH3TRXF
087400      END-IF.
087500      IF RETURN-CODE = 0
087600          IF WS-WARNED OR WS-LOOKUP-COUNT = 0
087700              MOVE 4 TO RETURN-CODE
087800          END-IF
087900      END-IF.
088000      MOVE "E" TO POH3-RIF-MODE.
088100      MOVE WS-LOG-READ TO POH3-RIF-RECS-IN.
088200      MOVE WS-TRX-COUNT TO POH3-RIF-RECS-OUT.
088300      MOVE RETURN-CODE TO POH3-RIF-RC.
088400      CALL "POH3RUN" USING POH3-RUN-INTERFACE.
088500   9999-EXIT.
088600      EXIT.
