000100   IDENTIFICATION DIVISION.
000200   PROGRAM-ID.     POH3SLA.
000300   AUTHOR.         RTM.
000400   INSTALLATION.   BATCH SYSTEMS GROUP.
000500   DATE-WRITTEN.   10/15/2026.
000600   DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000*  10/15/2026  RTM       ORIGINAL VERSION.  DEPARTMENTS SAY THEIR
001100*                        LOOKUPS TAKE DAYS AND NOBODY HAD NUMBERS
001200*                        EITHER WAY.  THIS MONTH-END JOB MEASURES
001300*                        THE TURNAROUND OF EVERY REFERENCE FROM
001400*                        THE DAY ITS DEPARTMENT SUBMITTED IT (THE
001500*                        TRANSMISSION HEADER DATE, KEPT ON THE
001600*                        POH3SBR SUBMISSION REGISTER) TO THE DAY
001700*                        POH3LOG FIRST SHOWS IT ANSWERED - BY THE
001800*                        NIGHTLY RUN OR BY A LATER POH3RCY
001900*                        RECYCLE - AND AGES WHAT IS STILL IN
002000*                        POH3REJ SUSPENSE AT MONTH END FROM ITS
002100*                        SUBMISSION, OR FROM THE DATE IT FIRST
002200*                        WENT TO SUSPENSE WHEN THE REGISTER HAS NO
002300*                        ENTRY FOR IT.  THE POH3SLR REPORT GIVES
002400*                        EACH REQUESTER'S COUNTS ANSWERED SAME
002500*                        DAY, WITHIN THE TARGET, LATE, AND
002600*                        OUTSTANDING, THE AVERAGE AND WORST
002700*                        TURNAROUND, AND LISTS EVERY REFERENCE
002800*                        THAT BREACHED THE TARGET.  THE MONTH
002900*                        AND THE TARGET DAYS COME FROM OPTIONAL
003000*                        POH3SLAP CARDS THE WAY POH3BIL TAKES ITS
003100*                        STATEMENT MONTH.  THE RUN STAMPS POH3RUN.
003200*--------------------------------------------------------------
003300   ENVIRONMENT DIVISION.
003400   INPUT-OUTPUT SECTION.
003500   FILE-CONTROL.
003600      SELECT POH3SLAPF ASSIGN TO "POH3SLAP"
003700          ORGANIZATION IS LINE SEQUENTIAL
003800          FILE STATUS IS WS-PRM-FS.
003900      SELECT POH3LOGF ASSIGN TO "POH3LOG"
004000          ORGANIZATION IS LINE SEQUENTIAL
004100          FILE STATUS IS WS-LOG-FS.
004200      SELECT POH3REJF ASSIGN TO "POH3REJ"
004300          ORGANIZATION IS LINE SEQUENTIAL
004400          FILE STATUS IS WS-REJ-FS.
004500      SELECT POH3SBRF ASSIGN TO "POH3SBR"
004600          ORGANIZATION IS LINE SEQUENTIAL
004700          FILE STATUS IS WS-SBR-FS.
004800      SELECT POH3RQMF ASSIGN TO "POH3RQM"
004900          ORGANIZATION IS LINE SEQUENTIAL
005000          FILE STATUS IS WS-RQM-FS.
005100      SELECT POH3SLRF ASSIGN TO "POH3SLR"
005200          ORGANIZATION IS LINE SEQUENTIAL
005300          FILE STATUS IS WS-SLR-FS.
005400   DATA DIVISION.
005500   FILE SECTION.
005600   FD  POH3SLAPF.
005700      COPY POH3PRMR.
005800   FD  POH3LOGF.
005900      COPY POH3LOGR.
006000   FD  POH3REJF.
006100      COPY POH3REJR.
006200   FD  POH3SBRF.
006300      COPY POH3SBRR.
006400   FD  POH3RQMF.
006500      COPY POH3RQMR.
006600   FD  POH3SLRF.
006700   01  POH3-SLR-RECORD             PIC X(80).
006800   WORKING-STORAGE SECTION.
006900      COPY POH3RQMT.
007000      COPY POH3DIF.
007100      COPY POH3RIF.
007200   01  WS-SWITCHES.
007300      05  WS-PRM-EOF-SWITCH       PIC X(01) VALUE "N".
007400          88  WS-PRM-EOF                      VALUE "Y".
007500      05  WS-LOG-EOF-SWITCH       PIC X(01) VALUE "N".
007600          88  WS-LOG-EOF                      VALUE "Y".
007700      05  WS-REJ-EOF-SWITCH       PIC X(01) VALUE "N".
007800          88  WS-REJ-EOF                      VALUE "Y".
007900      05  WS-SBR-EOF-SWITCH       PIC X(01) VALUE "N".
008000          88  WS-SBR-EOF                      VALUE "Y".
008100      05  WS-RQM-EOF-SWITCH       PIC X(01) VALUE "N".
008200          88  WS-RQM-EOF                      VALUE "Y".
008300      05  WS-ABORT-SWITCH         PIC X(01) VALUE "N".
008400          88  WS-ABORTED                      VALUE "Y".
008500*--------------------------------------------------------------
008600* ONE ENTRY PER REFERENCE MEASURED.  THE KIND SAYS HOW IT CAME
008700* IN: "A" FIRST ANSWERED INSIDE THE MONTH, "P" ANSWERED BEFORE
008800* IT (NOT THIS MONTH'S BUSINESS), "L" ANSWERED AFTER MONTH END
008900* (STILL OUTSTANDING AT MONTH END IF IT WAS SUBMITTED BY THEN),
009000* "O" STILL IN SUSPENSE.  THE SUBMIT DATE IS ZERO UNTIL THE
009100* REGISTER PASS FINDS ONE.
009200*--------------------------------------------------------------
009300   01  WS-REF-TABLE.
009400      05  WS-REF-ENTRY OCCURS 2000 TIMES.
009500          10  WS-REF-REQUESTER    PIC X(04).
009600          10  WS-REF-REFERENCE    PIC X(08).
009700          10  WS-REF-N            PIC 9(06).
009800          10  WS-REF-KIND         PIC X(01).
009900              88  WS-REF-ANSWERED             VALUE "A".
010000              88  WS-REF-ANSWERED-BEFORE      VALUE "P".
010100              88  WS-REF-ANSWERED-AFTER       VALUE "L".
010200              88  WS-REF-IN-SUSPENSE          VALUE "O".
010300          10  WS-REF-ANSWER-DATE  PIC 9(08).
010400          10  WS-REF-STATUS       PIC X(08).
010500          10  WS-REF-SUBMIT-DATE  PIC 9(08).
010600          10  WS-REF-REJ-DATE     PIC 9(08).
010700          10  WS-REF-DAYS         PIC 9(05) COMP.
010800          10  WS-REF-BREACH       PIC X(01).
010900              88  WS-REF-BREACHED             VALUE "Y".
011000*--------------------------------------------------------------
011100* ONE TALLY PER REQUESTER - EVERY REQUESTER ON THE MASTER, IN
011200* MASTER ORDER, THEN ANY REQUESTER SEEN THAT IS NO LONGER ON IT.
011300* THE LAST SLOT IS KEPT BACK FOR THE ALL-REQUESTERS TOTAL.
011400*--------------------------------------------------------------
011500   01  WS-SLA-TABLE.
011600      05  WS-SLA-ENTRY OCCURS 61 TIMES.
011700          10  WS-SLA-REQUESTER    PIC X(04).
011800          10  WS-SLA-DEPT-NAME    PIC X(20).
011900          10  WS-SLA-ANSWERED     PIC 9(07) COMP.
012000          10  WS-SLA-SAME-DAY     PIC 9(07) COMP.
012100          10  WS-SLA-WITHIN       PIC 9(07) COMP.
012200          10  WS-SLA-LATE         PIC 9(07) COMP.
012300          10  WS-SLA-NO-DATE      PIC 9(07) COMP.
012400          10  WS-SLA-OUTSTANDING  PIC 9(07) COMP.
012500          10  WS-SLA-OUT-LATE     PIC 9(07) COMP.
012600          10  WS-SLA-DAYS-TOTAL   PIC 9(09) COMP.
012700          10  WS-SLA-WORST        PIC 9(05) COMP.
012800          10  WS-SLA-OLDEST       PIC 9(05) COMP.
012900   01  WS-WORK-DATE-P.
013000      05  WS-WORK-YYYYMM          PIC 9(06).
013100      05  WS-WORK-DD              PIC 9(02).
013200   01  WS-WORK-DATE REDEFINES WS-WORK-DATE-P
013300                                  PIC 9(08).
013400   01  WS-MONTH-P.
013500      05  WS-MONTH-YYYY           PIC 9(04).
013600      05  WS-MONTH-MM             PIC 9(02).
013700   01  WS-MONTH-NUM REDEFINES WS-MONTH-P
013800                                  PIC 9(06).
013900   01  WS-HEAD-LINE.
014000      05  WS-HEAD-LABEL           PIC X(10).
014100      05  FILLER                  PIC X(02) VALUE SPACES.
014200      05  WS-HEAD-VALUE           PIC X(30).
014217      05  WS-HEAD-TARGET-VIEW REDEFINES WS-HEAD-VALUE.
014233          10  WS-HEAD-TARGET-DAYS PIC 9(03).
014250          10  FILLER              PIC X(01).
014267          10  WS-HEAD-TARGET-UNIT PIC X(04).
014283          10  FILLER              PIC X(22).
014300   01  WS-REQ-LINE.
014400      05  FILLER                  PIC X(10) VALUE "REQUESTER".
014500      05  FILLER                  PIC X(02) VALUE SPACES.
014600      05  WS-REQ-REQUESTER        PIC X(04).
014700      05  FILLER                  PIC X(02) VALUE SPACES.
014800      05  WS-REQ-DEPT-NAME        PIC X(20).
014900   01  WS-TOT-LINE.
015000      05  WS-TOT-LABEL            PIC X(18).
015100      05  FILLER                  PIC X(02) VALUE SPACES.
015200      05  WS-TOT-COUNT            PIC Z(08)9.
015300   01  WS-AVG-LINE.
015400      05  WS-AVG-LABEL            PIC X(18).
015500      05  FILLER                  PIC X(02) VALUE SPACES.
015600      05  WS-AVG-DAYS             PIC Z(06)9.99.
015700*--------------------------------------------------------------
015800* BREACH LIST LEGEND ALIGNED TO THE WS-BREACH-LINE LAYOUT.
015900*--------------------------------------------------------------
016000   01  WS-LEGEND-LINE.
016100      05  FILLER                  PIC X(05) VALUE "REQ".
016200      05  FILLER                  PIC X(09) VALUE "REF".
016300      05  FILLER                  PIC X(07) VALUE "N".
016400      05  FILLER                  PIC X(09) VALUE "SUBMIT".
016500      05  FILLER                  PIC X(09) VALUE "ANSWERED".
016600      05  FILLER                  PIC X(06) VALUE " DAYS".
016700      05  FILLER                  PIC X(08) VALUE "STATUS".
016800   01  WS-BREACH-LINE.
016900      05  WS-BRL-REQUESTER        PIC X(04).
017000      05  FILLER                  PIC X(01) VALUE SPACE.
017100      05  WS-BRL-REFERENCE        PIC X(08).
017200      05  FILLER                  PIC X(01) VALUE SPACE.
017300      05  WS-BRL-N                PIC 9(06).
017400      05  FILLER                  PIC X(01) VALUE SPACE.
017500      05  WS-BRL-SUBMIT           PIC X(08).
017600      05  FILLER                  PIC X(01) VALUE SPACE.
017700      05  WS-BRL-ANSWERED         PIC X(08).
017800      05  FILLER                  PIC X(01) VALUE SPACE.
017900      05  WS-BRL-DAYS             PIC ZZZZ9.
018000      05  FILLER                  PIC X(01) VALUE SPACE.
018100      05  WS-BRL-STATUS           PIC X(08).
018200   01  WS-DATE-DISPLAY             PIC 9(08).
018300   77  WS-PRM-FS                   PIC X(02).
018400   77  WS-LOG-FS                   PIC X(02).
018500   77  WS-REJ-FS                   PIC X(02).
018600   77  WS-SBR-FS                   PIC X(02).
018700   77  WS-RQM-FS                   PIC X(02).
018800   77  WS-SLR-FS                   PIC X(02).
018900   77  WS-RUN-DATE                 PIC 9(08).
019000   77  WS-REPORT-MONTH             PIC 9(06).
019100   77  WS-TARGET-DAYS              PIC 9(03) VALUE 2.
019200   77  WS-PRM-NUM                  PIC 9(09).
019300   77  WS-MONTH-START              PIC 9(08).
019400   77  WS-MONTH-END                PIC 9(08).
019500   77  WS-MONTH-END-DAYS           PIC 9(07).
019600   77  WS-FROM-DAYS                PIC 9(07).
019700   77  WS-REF-COUNT                PIC 9(05) COMP VALUE ZERO.
019800   77  WS-REF-DROPPED              PIC 9(07) COMP VALUE ZERO.
019900   77  WS-FX                       PIC 9(05) COMP.
020000   77  WS-HIT-FX                   PIC 9(05) COMP.
020100   77  WS-SLA-COUNT                PIC 9(03) COMP VALUE ZERO.
020200   77  WS-SX                       PIC 9(03) COMP.
020300   77  WS-HIT-SX                   PIC 9(03) COMP.
020400   77  WS-TX                       PIC 9(03) COMP.
020500   77  WS-FIND-REQUESTER           PIC X(04).
020600   77  WS-FIND-REFERENCE           PIC X(08).
020700   77  WS-LIMIT-DATE               PIC 9(08).
020800   77  WS-BREACH-COUNT             PIC 9(07) COMP VALUE ZERO.
020900   77  WS-MEASURED-COUNT           PIC 9(07) COMP VALUE ZERO.
021000   77  WS-AVERAGE                  PIC 9(07)V99.
021100   77  WS-LOG-READ                 PIC 9(09) COMP VALUE ZERO.
021200   PROCEDURE DIVISION.
021300*--------------------------------------------------------------
021400* 0000-MAINLINE
021500*--------------------------------------------------------------
021600   0000-MAINLINE.
021700      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021800      IF NOT WS-ABORTED
021900          PERFORM 2000-COLLECT-ANSWERS THRU 2000-EXIT
022000      END-IF.
022100      IF NOT WS-ABORTED
022200          PERFORM 2300-COLLECT-SUSPENSE THRU 2300-EXIT
022300      END-IF.
022400      IF NOT WS-ABORTED
022500          PERFORM 2500-APPLY-REGISTER THRU 2500-EXIT
022600      END-IF.
022700      IF NOT WS-ABORTED
022800          PERFORM 3000-MEASURE-REFERENCE THRU 3000-EXIT
022900              VARYING WS-FX FROM 1 BY 1
023000              UNTIL WS-FX > WS-REF-COUNT
023100                  OR WS-ABORTED
023200      END-IF.
023300      IF NOT WS-ABORTED
023400          PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
023500      END-IF.
023600      PERFORM 9999-TERMINATE THRU 9999-EXIT.
023700      STOP RUN.
023800*--------------------------------------------------------------
023900* 1000-INITIALIZE - SETTLE THE MONTH AND THE TARGET, WORK OUT
024000* THE MONTH'S FIRST AND LAST DAYS, LOAD THE REQUESTER MASTER,
024100* AND OPEN THE REPORT.  A BAD CARD, A REPORT THAT WILL NOT OPEN,
024200* OR A MISSING MASTER IS FATAL.
024300*--------------------------------------------------------------
024400   1000-INITIALIZE.
024500      MOVE 0 TO RETURN-CODE.
024600      MOVE "S" TO POH3-RIF-MODE.
024700      MOVE "POH3SLA" TO POH3-RIF-PROGRAM.
024800      CALL "POH3RUN" USING POH3-RUN-INTERFACE.
024900      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
025000      MOVE WS-RUN-DATE TO WS-WORK-DATE.
025100      MOVE WS-WORK-YYYYMM TO WS-REPORT-MONTH.
025200      MOVE SPACES TO WS-SLR-FS.
025300      PERFORM 1400-LOAD-PARAMETERS THRU 1400-EXIT.
025400      IF WS-ABORTED
025500          GO TO 1000-EXIT
025600      END-IF.
025700      PERFORM 1100-SETTLE-MONTH THRU 1100-EXIT.
025800      IF WS-ABORTED
025900          GO TO 1000-EXIT
026000      END-IF.
026100      PERFORM 1200-LOAD-REQUESTERS THRU 1200-EXIT.
026200      IF WS-ABORTED
026300          GO TO 1000-EXIT
026400      END-IF.
026500      OPEN OUTPUT POH3SLRF.
026600      IF WS-SLR-FS NOT = "00"
026700          DISPLAY "POH3SLR OPEN FAILED - FILE STATUS " WS-SLR-FS
026800          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
026900      END-IF.
027000   1000-EXIT.
027100      EXIT.
027200*--------------------------------------------------------------
027300* 1100-SETTLE-MONTH - THE FIRST OF THE MONTH, AND THE DAY BEFORE
027400* THE FIRST OF THE NEXT ONE AS MONTH END.
027500*--------------------------------------------------------------
027600   1100-SETTLE-MONTH.
027700      MOVE WS-REPORT-MONTH TO WS-MONTH-NUM.
027800      IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
027900          DISPLAY "POH3SLAP REPORT-MONTH NOT A VALID MONTH"
028000          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
028100          GO TO 1100-EXIT
028200      END-IF.
028300      MOVE WS-REPORT-MONTH TO WS-WORK-YYYYMM.
028400      MOVE 1 TO WS-WORK-DD.
028500      MOVE WS-WORK-DATE TO WS-MONTH-START.
028600      IF WS-MONTH-MM = 12
028700          ADD 1 TO WS-MONTH-YYYY
028800          MOVE 1 TO WS-MONTH-MM
028900      ELSE
029000          ADD 1 TO WS-MONTH-MM
029100      END-IF.
029200      MOVE WS-MONTH-NUM TO WS-WORK-YYYYMM.
029300      MOVE "D" TO POH3-DIF-MODE.
029400      MOVE WS-WORK-DATE TO POH3-DIF-DATE.
029500      CALL "POH3DAY" USING POH3-DAY-INTERFACE.
029600      SUBTRACT 1 FROM POH3-DIF-DAYS GIVING WS-MONTH-END-DAYS.
029700      MOVE "T" TO POH3-DIF-MODE.
029800      MOVE WS-MONTH-END-DAYS TO POH3-DIF-DAYS.
029900      CALL "POH3DAY" USING POH3-DAY-INTERFACE.
030000      MOVE POH3-DIF-DATE TO WS-MONTH-END.
030100   1100-EXIT.
030200      EXIT.
030300*--------------------------------------------------------------
030400* 1200-LOAD-REQUESTERS - READ THE POH3RQM REQUESTER MASTER INTO
030500* POH3RQMT AND OPEN ONE TALLY PER REQUESTER, SO A DEPARTMENT
030600* WITH NOTHING TO MEASURE STILL SHOWS ON THE REPORT AS ZERO.
030700*--------------------------------------------------------------
030800   1200-LOAD-REQUESTERS.
030900      MOVE 0 TO POH3-RQT-COUNT.
031000      OPEN INPUT POH3RQMF.
031100      IF WS-RQM-FS NOT = "00"
031200          DISPLAY "POH3RQM OPEN FAILED - FILE STATUS " WS-RQM-FS
031300          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
031400          GO TO 1200-EXIT
031500      END-IF.
031600      PERFORM 1210-READ-REQUESTER THRU 1210-EXIT.
031700      PERFORM 1220-ADD-REQUESTER THRU 1220-EXIT
031800          UNTIL WS-RQM-EOF
031900              OR WS-ABORTED.
032000      CLOSE POH3RQMF.
032100   1200-EXIT.
032200      EXIT.
032300*--------------------------------------------------------------
032400* 1210-READ-REQUESTER
032500*--------------------------------------------------------------
032600   1210-READ-REQUESTER.
032700      READ POH3RQMF
032800          AT END
032900              MOVE "Y" TO WS-RQM-EOF-SWITCH
033000      END-READ.
033100   1210-EXIT.
033200      EXIT.
033300*--------------------------------------------------------------
033400* 1220-ADD-REQUESTER
033500*--------------------------------------------------------------
033600   1220-ADD-REQUESTER.
033700      IF POH3-RQT-COUNT = 50
033800          DISPLAY "POH3RQM HAS MORE THAN 50 REQUESTERS"
033900          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
034000          GO TO 1220-EXIT
034100      END-IF.
034200      ADD 1 TO POH3-RQT-COUNT.
034300      MOVE POH3-RQM-RECORD TO POH3-RQT-ENTRY(POH3-RQT-COUNT).
034400      MOVE POH3-RQM-REQUESTER TO WS-FIND-REQUESTER.
034500      PERFORM 3100-FIND-TALLY THRU 3100-EXIT.
034600      MOVE POH3-RQM-DEPT-NAME TO WS-SLA-DEPT-NAME(WS-HIT-SX).
034700      PERFORM 1210-READ-REQUESTER THRU 1210-EXIT.
034800   1220-EXIT.
034900      EXIT.
035000*--------------------------------------------------------------
035100* 1400-LOAD-PARAMETERS - THE OPTIONAL POH3SLAP CONTROL CARDS.  A
035200* MISSING DATASET REPORTS THE RUN DATE'S OWN MONTH AGAINST A
035300* TWO-DAY TARGET; A CARD THAT FAILS EDIT STOPS THE RUN.
035400*
035500*   REPORT-MONTH     000YYYYMM  THE MONTH TO REPORT, LOW-ORDER
035600*                               SIX DIGITS
035700*   TARGET-DAYS      000000NNN  THE AGREED TURNAROUND IN DAYS
035800*--------------------------------------------------------------
035900   1400-LOAD-PARAMETERS.
036000      OPEN INPUT POH3SLAPF.
036100      IF WS-PRM-FS = "35"
036200          GO TO 1400-EXIT
036300      END-IF.
036400      IF WS-PRM-FS NOT = "00"
036500          DISPLAY "POH3SLAP OPEN FAILED - FILE STATUS " WS-PRM-FS
036600          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
036700          GO TO 1400-EXIT
036800      END-IF.
036900      PERFORM 1410-READ-PARM THRU 1410-EXIT.
037000      PERFORM 1420-APPLY-PARM THRU 1420-EXIT
037100          UNTIL WS-PRM-EOF
037200              OR WS-ABORTED.
037300      CLOSE POH3SLAPF.
037400   1400-EXIT.
037500      EXIT.
037600*--------------------------------------------------------------
037700* 1410-READ-PARM
037800*--------------------------------------------------------------
037900   1410-READ-PARM.
038000      READ POH3SLAPF
038100          AT END
038200              MOVE "Y" TO WS-PRM-EOF-SWITCH
038300      END-READ.
038400   1410-EXIT.
038500      EXIT.
038600*--------------------------------------------------------------
038700* 1420-APPLY-PARM
038800*--------------------------------------------------------------
038900   1420-APPLY-PARM.
039000      IF POH3-PRM-RECORD = SPACES
039100          GO TO 1420-NEXT
039200      END-IF.
039300      EVALUATE POH3-PRM-KEYWORD
039400          WHEN "REPORT-MONTH"
039500              IF POH3-PRM-VALUE NOT NUMERIC
039600                  DISPLAY "POH3SLAP REPORT-MONTH NOT NUMERIC"
039700                  PERFORM 8000-ABORT-RUN THRU 8000-EXIT
039800              ELSE
039900                  MOVE POH3-PRM-VALUE TO WS-PRM-NUM
040000                  MOVE WS-PRM-NUM TO WS-REPORT-MONTH
040100              END-IF
040200          WHEN "TARGET-DAYS"
040300              IF POH3-PRM-VALUE NOT NUMERIC
040400                  DISPLAY "POH3SLAP TARGET-DAYS NOT NUMERIC"
040500                  PERFORM 8000-ABORT-RUN THRU 8000-EXIT
040600              ELSE
040700                  MOVE POH3-PRM-VALUE TO WS-PRM-NUM
040800                  MOVE WS-PRM-NUM TO WS-TARGET-DAYS
040900              END-IF
041000          WHEN OTHER
041100              DISPLAY "POH3SLAP UNKNOWN KEYWORD " POH3-PRM-KEYWORD
041200              PERFORM 8000-ABORT-RUN THRU 8000-EXIT
041300      END-EVALUATE.
041400   1420-NEXT.
041500      IF NOT WS-ABORTED
041600          PERFORM 1410-READ-PARM THRU 1410-EXIT
041700      END-IF.
041800   1420-EXIT.
041900      EXIT.
042000*--------------------------------------------------------------
042100* 2000-COLLECT-ANSWERS - ONE ENTRY PER REFERENCE POH3LOG SHOWS
042200* ANSWERED, AT THE EARLIEST ANSWER.  EXACT AND MASTERED ARE
042300* ANSWERS WHETHER THE NIGHTLY RUN OR A RECYCLE WROTE THEM; A
042400* DUPLICATE, A HOLD OR A TURN-AWAY IS NOT.  THE LOG IS THE ONE
042500* SOURCE THE REPORT CANNOT DO WITHOUT.
042600*--------------------------------------------------------------
042700   2000-COLLECT-ANSWERS.
042800      OPEN INPUT POH3LOGF.
042900      IF WS-LOG-FS NOT = "00"
043000          DISPLAY "POH3LOG OPEN FAILED - FILE STATUS " WS-LOG-FS
043100          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
043200          GO TO 2000-EXIT
043300      END-IF.
043400      PERFORM 2010-READ-LOG THRU 2010-EXIT.
043500      PERFORM 2100-NOTE-ANSWER THRU 2100-EXIT
043600          UNTIL WS-LOG-EOF.
043700      CLOSE POH3LOGF.
043800   2000-EXIT.
043900      EXIT.
044000*--------------------------------------------------------------
044100* 2010-READ-LOG
044200*--------------------------------------------------------------
044300   2010-READ-LOG.
044400      READ POH3LOGF
044500          AT END
044600              MOVE "Y" TO WS-LOG-EOF-SWITCH
044700      END-READ.
044800   2010-EXIT.
044900      EXIT.
045000*--------------------------------------------------------------
045100* 2100-NOTE-ANSWER
045200*--------------------------------------------------------------
045300   2100-NOTE-ANSWER.
045400      ADD 1 TO WS-LOG-READ.
045500      IF POH3-LOG-REQUESTER = SPACES
045600          GO TO 2100-NEXT
045700      END-IF.
045800      IF POH3-LOG-STATUS NOT = "EXACT"
045900              AND POH3-LOG-STATUS NOT = "MASTERED"
046000          GO TO 2100-NEXT
046100      END-IF.
046200      MOVE POH3-LOG-REQUESTER TO WS-FIND-REQUESTER.
046300      MOVE POH3-LOG-REFERENCE TO WS-FIND-REFERENCE.
046400      PERFORM 2900-FIND-REFERENCE THRU 2900-EXIT.
046500      IF WS-HIT-FX > 0
046600          IF POH3-LOG-DATE NOT < WS-REF-ANSWER-DATE(WS-HIT-FX)
046700              GO TO 2100-NEXT
046800          END-IF
046900      ELSE
047000          PERFORM 2950-ADD-REFERENCE THRU 2950-EXIT
047100          IF WS-HIT-FX = 0
047200              GO TO 2100-NEXT
047300          END-IF
047400      END-IF.
047500      MOVE POH3-LOG-N TO WS-REF-N(WS-HIT-FX).
047600      MOVE POH3-LOG-DATE TO WS-REF-ANSWER-DATE(WS-HIT-FX).
047700      MOVE POH3-LOG-STATUS TO WS-REF-STATUS(WS-HIT-FX).
047800      EVALUATE TRUE
047900          WHEN POH3-LOG-DATE < WS-MONTH-START
048000              MOVE "P" TO WS-REF-KIND(WS-HIT-FX)
048100          WHEN POH3-LOG-DATE > WS-MONTH-END
048200              MOVE "L" TO WS-REF-KIND(WS-HIT-FX)
048300          WHEN OTHER
048400              MOVE "A" TO WS-REF-KIND(WS-HIT-FX)
048500      END-EVALUATE.
048600   2100-NEXT.
048700      PERFORM 2010-READ-LOG THRU 2010-EXIT.
048800   2100-EXIT.
048900      EXIT.
049000*--------------------------------------------------------------
049100* 2300-COLLECT-SUSPENSE - EVERY REFERENCE STILL IN POH3REJ THAT
049200* WENT TO SUSPENSE BY MONTH END IS OUTSTANDING.  THE SUSPENSE
049300* FILE CARRIES EACH ITEM ONCE PER RECYCLE PASS IT HAS SURVIVED,
049400* SO A REFERENCE ALREADY ON THE TABLE IS NOT ADDED AGAIN.  NO
049500* POH3REJ MEANS NOTHING IS IN SUSPENSE.
049600*--------------------------------------------------------------
049700   2300-COLLECT-SUSPENSE.
049800      OPEN INPUT POH3REJF.
049900      IF WS-REJ-FS = "35"
050000          GO TO 2300-EXIT
050100      END-IF.
050200      IF WS-REJ-FS NOT = "00"
050300          DISPLAY "POH3REJ OPEN FAILED - FILE STATUS " WS-REJ-FS
050400          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
050500          GO TO 2300-EXIT
050600      END-IF.
050700      PERFORM 2310-READ-REJ THRU 2310-EXIT.
050800      PERFORM 2320-NOTE-SUSPENSE THRU 2320-EXIT
050900          UNTIL WS-REJ-EOF.
051000      CLOSE POH3REJF.
051100   2300-EXIT.
051200      EXIT.
051300*--------------------------------------------------------------
051400* 2310-READ-REJ
051500*--------------------------------------------------------------
051600   2310-READ-REJ.
051700      READ POH3REJF
051800          AT END
051900              MOVE "Y" TO WS-REJ-EOF-SWITCH
052000      END-READ.
052100   2310-EXIT.
052200      EXIT.
052300*--------------------------------------------------------------
052400* 2320-NOTE-SUSPENSE
052500*--------------------------------------------------------------
052600   2320-NOTE-SUSPENSE.
052700      IF POH3-REJ-REQUESTER = SPACES
052800              OR POH3-REJ-DATE NOT NUMERIC
052900          GO TO 2320-NEXT
053000      END-IF.
053100      IF POH3-REJ-DATE > WS-MONTH-END
053200          GO TO 2320-NEXT
053300      END-IF.
053400      MOVE POH3-REJ-REQUESTER TO WS-FIND-REQUESTER.
053500      MOVE POH3-REJ-REFERENCE TO WS-FIND-REFERENCE.
053600      PERFORM 2900-FIND-REFERENCE THRU 2900-EXIT.
053700      IF WS-HIT-FX > 0
053800          GO TO 2320-NEXT
053900      END-IF.
054000      PERFORM 2950-ADD-REFERENCE THRU 2950-EXIT.
054100      IF WS-HIT-FX = 0
054200          GO TO 2320-NEXT
054300      END-IF.
054400      MOVE POH3-REJ-N TO WS-REF-N(WS-HIT-FX).
054500      MOVE "O" TO WS-REF-KIND(WS-HIT-FX).
054600      MOVE "SUSPENSE" TO WS-REF-STATUS(WS-HIT-FX).
054700      MOVE POH3-REJ-DATE TO WS-REF-REJ-DATE(WS-HIT-FX).
054800   2320-NEXT.
054900      PERFORM 2310-READ-REJ THRU 2310-EXIT.
055000   2320-EXIT.
055100      EXIT.
055200*--------------------------------------------------------------
055300* 2500-APPLY-REGISTER - GIVE EACH REFERENCE ITS SUBMISSION DATE
055400* FROM THE POH3SBR REGISTER: THE LATEST SUBMISSION NOT AFTER THE
055500* ANSWER (OR, STILL IN SUSPENSE, NOT AFTER MONTH END), SO A
055600* REFERENCE A DEPARTMENT REUSES IS MEASURED FROM THE SUBMISSION
055700* THAT WAS ACTUALLY ANSWERED.  NO REGISTER LEAVES EVERY ANSWER
055800* UNMEASURED AND SUSPENSE AGED FROM ITS SUSPENSE DATE.
055900*--------------------------------------------------------------
056000   2500-APPLY-REGISTER.
056100      OPEN INPUT POH3SBRF.
056200      IF WS-SBR-FS = "35"
056300          DISPLAY "POH3SBR NOT PRESENT - NO SUBMISSION DATES"
056400          GO TO 2500-EXIT
056500      END-IF.
056600      IF WS-SBR-FS NOT = "00"
056700          DISPLAY "POH3SBR OPEN FAILED - FILE STATUS " WS-SBR-FS
056800          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
056900          GO TO 2500-EXIT
057000      END-IF.
057100      PERFORM 2510-READ-SBR THRU 2510-EXIT.
057200      PERFORM 2520-NOTE-SUBMISSION THRU 2520-EXIT
057300          UNTIL WS-SBR-EOF.
057400      CLOSE POH3SBRF.
057500   2500-EXIT.
057600      EXIT.
057700*--------------------------------------------------------------
057800* 2510-READ-SBR
057900*--------------------------------------------------------------
058000   2510-READ-SBR.
058100      READ POH3SBRF
058200          AT END
058300              MOVE "Y" TO WS-SBR-EOF-SWITCH
058400      END-READ.
058500   2510-EXIT.
058600      EXIT.
058700*--------------------------------------------------------------
058800* 2520-NOTE-SUBMISSION
058900*--------------------------------------------------------------
059000   2520-NOTE-SUBMISSION.
059100      IF POH3-SBR-SUBMIT-DATE NOT NUMERIC
059200          GO TO 2520-NEXT
059300      END-IF.
059400      MOVE POH3-SBR-REQUESTER TO WS-FIND-REQUESTER.
059500      MOVE POH3-SBR-REFERENCE TO WS-FIND-REFERENCE.
059600      PERFORM 2900-FIND-REFERENCE THRU 2900-EXIT.
059700      IF WS-HIT-FX = 0
059800          GO TO 2520-NEXT
059900      END-IF.
060000      IF WS-REF-IN-SUSPENSE(WS-HIT-FX)
060100          MOVE WS-MONTH-END TO WS-LIMIT-DATE
060200      ELSE
060300          MOVE WS-REF-ANSWER-DATE(WS-HIT-FX) TO WS-LIMIT-DATE
060400      END-IF.
060500      IF POH3-SBR-SUBMIT-DATE > WS-LIMIT-DATE
060600              OR POH3-SBR-SUBMIT-DATE
060700                  NOT > WS-REF-SUBMIT-DATE(WS-HIT-FX)
060800          GO TO 2520-NEXT
060900      END-IF.
061000      MOVE POH3-SBR-SUBMIT-DATE TO WS-REF-SUBMIT-DATE(WS-HIT-FX).
061100   2520-NEXT.
061200      PERFORM 2510-READ-SBR THRU 2510-EXIT.
061300   2520-EXIT.
061400      EXIT.
061500*--------------------------------------------------------------
061600* 2900-FIND-REFERENCE - LOCATE WS-FIND-REQUESTER/REFERENCE ON
061700* THE REFERENCE TABLE.  WS-HIT-FX COMES BACK ZERO WHEN IT IS NOT
061800* THERE.
061900*--------------------------------------------------------------
062000   2900-FIND-REFERENCE.
062100      MOVE 0 TO WS-HIT-FX.
062200      PERFORM 2910-TEST-REFERENCE THRU 2910-EXIT
062300          VARYING WS-FX FROM 1 BY 1
062400          UNTIL WS-FX > WS-REF-COUNT
062500              OR WS-HIT-FX > 0.
062600   2900-EXIT.
062700      EXIT.
062800*--------------------------------------------------------------
062900* 2910-TEST-REFERENCE
063000*--------------------------------------------------------------
063100   2910-TEST-REFERENCE.
063200      IF WS-REF-REQUESTER(WS-FX) = WS-FIND-REQUESTER
063300              AND WS-REF-REFERENCE(WS-FX) = WS-FIND-REFERENCE
063400          MOVE WS-FX TO WS-HIT-FX
063500      END-IF.
063600   2910-EXIT.
063700      EXIT.
063800*--------------------------------------------------------------
063900* 2950-ADD-REFERENCE - A NEW, EMPTY ENTRY FOR WS-FIND-REQUESTER/
064000* REFERENCE.  A FULL TABLE COUNTS THE REFERENCE AS NOT MEASURED
064100* AND LEAVES WS-HIT-FX ZERO; THE REPORT SAYS HOW MANY.
064200*--------------------------------------------------------------
064300   2950-ADD-REFERENCE.
064400      IF WS-REF-COUNT = 2000
064500          ADD 1 TO WS-REF-DROPPED
064600          MOVE 0 TO WS-HIT-FX
064700          GO TO 2950-EXIT
064800      END-IF.
064900      ADD 1 TO WS-REF-COUNT.
065000      MOVE WS-REF-COUNT TO WS-HIT-FX.
065100      MOVE WS-FIND-REQUESTER TO WS-REF-REQUESTER(WS-HIT-FX).
065200      MOVE WS-FIND-REFERENCE TO WS-REF-REFERENCE(WS-HIT-FX).
065300      MOVE 0 TO WS-REF-N(WS-HIT-FX).
065400      MOVE SPACE TO WS-REF-KIND(WS-HIT-FX).
065500      MOVE 0 TO WS-REF-ANSWER-DATE(WS-HIT-FX).
065600      MOVE SPACES TO WS-REF-STATUS(WS-HIT-FX).
065700      MOVE 0 TO WS-REF-SUBMIT-DATE(WS-HIT-FX).
065800      MOVE 0 TO WS-REF-REJ-DATE(WS-HIT-FX).
065900      MOVE 0 TO WS-REF-DAYS(WS-HIT-FX).
066000      MOVE "N" TO WS-REF-BREACH(WS-HIT-FX).
066100   2950-EXIT.
066200      EXIT.
066300*--------------------------------------------------------------
066400* 3000-MEASURE-REFERENCE - TURN ONE ENTRY INTO ITS REQUESTER'S
066500* COUNTS.  AN ANSWER IN THE MONTH IS SAME DAY, WITHIN TARGET OR
066600* LATE BY ITS ELAPSED DAYS FROM SUBMISSION; ONE WITH NO
066700* SUBMISSION ON THE REGISTER CANNOT BE MEASURED AND IS COUNTED
066800* AS SUCH.  A REFERENCE IN SUSPENSE AT MONTH END, OR ANSWERED
066900* ONLY AFTER IT, IS OUTSTANDING AND AGED TO MONTH END.  ANYTHING
067000* OVER THE TARGET IS A BREACH.
067100*--------------------------------------------------------------
067200   3000-MEASURE-REFERENCE.
067300      IF WS-REF-ANSWERED-BEFORE(WS-FX)
067400          GO TO 3000-EXIT
067500      END-IF.
067600      IF WS-REF-ANSWERED-AFTER(WS-FX)
067700          IF WS-REF-SUBMIT-DATE(WS-FX) = 0
067800                  OR WS-REF-SUBMIT-DATE(WS-FX) > WS-MONTH-END
067900              GO TO 3000-EXIT
068000          END-IF
068100      END-IF.
068200      MOVE WS-REF-REQUESTER(WS-FX) TO WS-FIND-REQUESTER.
068300      PERFORM 3100-FIND-TALLY THRU 3100-EXIT.
068400      IF WS-ABORTED
068500          GO TO 3000-EXIT
068600      END-IF.
068700      IF WS-REF-ANSWERED(WS-FX)
068800          ADD 1 TO WS-SLA-ANSWERED(WS-HIT-SX)
068900          IF WS-REF-SUBMIT-DATE(WS-FX) = 0
069000              ADD 1 TO WS-SLA-NO-DATE(WS-HIT-SX)
069100              GO TO 3000-EXIT
069200          END-IF
069300          MOVE WS-REF-SUBMIT-DATE(WS-FX) TO POH3-DIF-DATE
069400          MOVE WS-REF-ANSWER-DATE(WS-FX) TO WS-LIMIT-DATE
069500          PERFORM 3200-ELAPSED-DAYS THRU 3200-EXIT
069600          ADD WS-REF-DAYS(WS-FX) TO WS-SLA-DAYS-TOTAL(WS-HIT-SX)
069700          IF WS-REF-DAYS(WS-FX) > WS-SLA-WORST(WS-HIT-SX)
069800              MOVE WS-REF-DAYS(WS-FX) TO WS-SLA-WORST(WS-HIT-SX)
069900          END-IF
070000          EVALUATE TRUE
070100              WHEN WS-REF-DAYS(WS-FX) = 0
070200                  ADD 1 TO WS-SLA-SAME-DAY(WS-HIT-SX)
070300              WHEN WS-REF-DAYS(WS-FX) NOT > WS-TARGET-DAYS
070400                  ADD 1 TO WS-SLA-WITHIN(WS-HIT-SX)
070500              WHEN OTHER
070600                  ADD 1 TO WS-SLA-LATE(WS-HIT-SX)
070700                  MOVE "Y" TO WS-REF-BREACH(WS-FX)
070800                  ADD 1 TO WS-BREACH-COUNT
070900          END-EVALUATE
071000          GO TO 3000-EXIT
071100      END-IF.
071200      IF WS-REF-SUBMIT-DATE(WS-FX) = 0
071300          MOVE WS-REF-REJ-DATE(WS-FX) TO POH3-DIF-DATE
071400      ELSE
071500          MOVE WS-REF-SUBMIT-DATE(WS-FX) TO POH3-DIF-DATE
071600      END-IF.
071700      MOVE WS-MONTH-END TO WS-LIMIT-DATE.
071800      PERFORM 3200-ELAPSED-DAYS THRU 3200-EXIT.
071900      ADD 1 TO WS-SLA-OUTSTANDING(WS-HIT-SX).
072000      IF WS-REF-DAYS(WS-FX) > WS-SLA-OLDEST(WS-HIT-SX)
072100          MOVE WS-REF-DAYS(WS-FX) TO WS-SLA-OLDEST(WS-HIT-SX)
072200      END-IF.
072300      IF WS-REF-DAYS(WS-FX) > WS-TARGET-DAYS
072400          ADD 1 TO WS-SLA-OUT-LATE(WS-HIT-SX)
072500          MOVE "Y" TO WS-REF-BREACH(WS-FX)
072600          ADD 1 TO WS-BREACH-COUNT
072700      END-IF.
072800   3000-EXIT.
072900      EXIT.
073000*--------------------------------------------------------------
073100* 3100-FIND-TALLY - LOCATE THE TALLY FOR WS-FIND-REQUESTER,
073200* OPENING ONE WITH ZERO COUNTS ON FIRST SIGHT.  THE TABLE HOLDS
073300* THE WHOLE MASTER AND TEN MORE; A MONTH WITH MORE REQUESTERS
073400* THAN THAT IS ABORTED RATHER THAN PART-REPORTED.
073500*--------------------------------------------------------------
073600   3100-FIND-TALLY.
073700      MOVE 0 TO WS-HIT-SX.
073800      PERFORM 3110-TEST-TALLY THRU 3110-EXIT
073900          VARYING WS-SX FROM 1 BY 1
074000          UNTIL WS-SX > WS-SLA-COUNT
074100              OR WS-HIT-SX > 0.
074200      IF WS-HIT-SX > 0
074300          GO TO 3100-EXIT
074400      END-IF.
074500      IF WS-SLA-COUNT = 60
074600          DISPLAY "REQUESTER TABLE FULL - MONTH NOT REPORTED"
074700          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
074800          GO TO 3100-EXIT
074900      END-IF.
075000      ADD 1 TO WS-SLA-COUNT.
075100      MOVE WS-SLA-COUNT TO WS-HIT-SX.
075200      MOVE WS-FIND-REQUESTER TO WS-SLA-REQUESTER(WS-HIT-SX).
075300      MOVE "NOT ON MASTER"
075400          TO WS-SLA-DEPT-NAME(WS-HIT-SX).
075500      MOVE 0 TO WS-SLA-ANSWERED(WS-HIT-SX).
075600      MOVE 0 TO WS-SLA-SAME-DAY(WS-HIT-SX).
075700      MOVE 0 TO WS-SLA-WITHIN(WS-HIT-SX).
075800      MOVE 0 TO WS-SLA-LATE(WS-HIT-SX).
075900      MOVE 0 TO WS-SLA-NO-DATE(WS-HIT-SX).
076000      MOVE 0 TO WS-SLA-OUTSTANDING(WS-HIT-SX).
076100      MOVE 0 TO WS-SLA-OUT-LATE(WS-HIT-SX).
076200      MOVE 0 TO WS-SLA-DAYS-TOTAL(WS-HIT-SX).
076300      MOVE 0 TO WS-SLA-WORST(WS-HIT-SX).
076400      MOVE 0 TO WS-SLA-OLDEST(WS-HIT-SX).
076500   3100-EXIT.
076600      EXIT.
076700*--------------------------------------------------------------
076800* 3110-TEST-TALLY
076900*--------------------------------------------------------------
077000   3110-TEST-TALLY.
077100      IF WS-SLA-REQUESTER(WS-SX) = WS-FIND-REQUESTER
077200          MOVE WS-SX TO WS-HIT-SX
077300      END-IF.
077400   3110-EXIT.
077500      EXIT.
077600*--------------------------------------------------------------
077700* 3200-ELAPSED-DAYS - WHOLE DAYS FROM THE DATE IN POH3-DIF-DATE
077800* TO WS-LIMIT-DATE, INTO WS-REF-DAYS.  A START AFTER THE END
077900* (A HEADER DATED AHEAD OF ITS RUN) COUNTS AS THE SAME DAY.
078000*--------------------------------------------------------------
078100   3200-ELAPSED-DAYS.
078200      MOVE "D" TO POH3-DIF-MODE.
078300      CALL "POH3DAY" USING POH3-DAY-INTERFACE.
078400      MOVE POH3-DIF-DAYS TO WS-FROM-DAYS.
078500      MOVE WS-LIMIT-DATE TO POH3-DIF-DATE.
078600      CALL "POH3DAY" USING POH3-DAY-INTERFACE.
078700      IF POH3-DIF-DAYS > WS-FROM-DAYS
078800          SUBTRACT WS-FROM-DAYS FROM POH3-DIF-DAYS
078900              GIVING WS-REF-DAYS(WS-FX)
079000      ELSE
079100          MOVE 0 TO WS-REF-DAYS(WS-FX)
079200      END-IF.
079300   3200-EXIT.
079400      EXIT.
079500*--------------------------------------------------------------
079600* 4000-WRITE-REPORT - HEADINGS ECHOING THE MONTH AND TARGET,
079700* ONE BLOCK OF COUNTS PER REQUESTER, AND THE BREACH LIST
079800* GROUPED BY REQUESTER.  AN ALL-REQUESTERS BLOCK CLOSES THE
079900* COUNTS.
080000*--------------------------------------------------------------
080100   4000-WRITE-REPORT.
080200      MOVE "POH3SLA TURNAROUND AND SERVICE LEVEL"
080300          TO POH3-SLR-RECORD.
080400      WRITE POH3-SLR-RECORD.
080500      MOVE SPACES TO WS-HEAD-LINE.
080600      MOVE "MONTH" TO WS-HEAD-LABEL.
080700      MOVE WS-REPORT-MONTH TO WS-HEAD-VALUE.
080800      WRITE POH3-SLR-RECORD FROM WS-HEAD-LINE.
080900      MOVE SPACES TO WS-HEAD-LINE.
081000      MOVE "MONTH END" TO WS-HEAD-LABEL.
081100      MOVE WS-MONTH-END TO WS-HEAD-VALUE.
081200      WRITE POH3-SLR-RECORD FROM WS-HEAD-LINE.
081300      MOVE SPACES TO WS-HEAD-LINE.
081400      MOVE "TARGET" TO WS-HEAD-LABEL.
081500      MOVE WS-TARGET-DAYS TO WS-HEAD-TARGET-DAYS.
081600      MOVE "DAYS" TO WS-HEAD-TARGET-UNIT.
081700      WRITE POH3-SLR-RECORD FROM WS-HEAD-LINE.
081800      PERFORM 4100-WRITE-TALLY THRU 4100-EXIT
081900          VARYING WS-TX FROM 1 BY 1
082000          UNTIL WS-TX > WS-SLA-COUNT.
082100      PERFORM 4300-TOTAL-ALL THRU 4300-EXIT.
082200      MOVE 61 TO WS-TX.
082300      PERFORM 4100-WRITE-TALLY THRU 4100-EXIT.
082400      MOVE SPACES TO POH3-SLR-RECORD.
082500      WRITE POH3-SLR-RECORD.
082600      MOVE "TARGET BREACHES" TO POH3-SLR-RECORD.
082700      WRITE POH3-SLR-RECORD.
082800      WRITE POH3-SLR-RECORD FROM WS-LEGEND-LINE.
082900      PERFORM 4200-WRITE-REQUESTER-BREACHES THRU 4200-EXIT
083000          VARYING WS-TX FROM 1 BY 1
083100          UNTIL WS-TX > WS-SLA-COUNT.
083200      MOVE SPACES TO WS-TOT-LINE.
083300      MOVE "TOTAL BREACHES" TO WS-TOT-LABEL.
083400      MOVE WS-BREACH-COUNT TO WS-TOT-COUNT.
083500      WRITE POH3-SLR-RECORD FROM WS-TOT-LINE.
083600      IF WS-REF-DROPPED > 0
083700          MOVE "NOT MEASURED-FULL" TO WS-TOT-LABEL
083800          MOVE WS-REF-DROPPED TO WS-TOT-COUNT
083900          WRITE POH3-SLR-RECORD FROM WS-TOT-LINE
084000          MOVE 4 TO RETURN-CODE
084100      END-IF.
084200   4000-EXIT.
084300      EXIT.
084400*--------------------------------------------------------------
084500* 4100-WRITE-TALLY - ONE REQUESTER'S BLOCK.  THE AVERAGE AND
084600* WORST ARE OVER THE ANSWERS THAT COULD BE MEASURED.
084700*--------------------------------------------------------------
084800   4100-WRITE-TALLY.
084900      MOVE SPACES TO POH3-SLR-RECORD.
085000      WRITE POH3-SLR-RECORD.
085100      MOVE WS-SLA-REQUESTER(WS-TX) TO WS-REQ-REQUESTER.
085200      MOVE WS-SLA-DEPT-NAME(WS-TX) TO WS-REQ-DEPT-NAME.
085300      WRITE POH3-SLR-RECORD FROM WS-REQ-LINE.
085400      MOVE SPACES TO WS-TOT-LINE.
085500      MOVE "ANSWERED" TO WS-TOT-LABEL.
085600      MOVE WS-SLA-ANSWERED(WS-TX) TO WS-TOT-COUNT.
085700      WRITE POH3-SLR-RECORD FROM WS-TOT-LINE.
085800      MOVE "  SAME DAY" TO WS-TOT-LABEL.
085900      MOVE WS-SLA-SAME-DAY(WS-TX) TO WS-TOT-COUNT.
086000      WRITE POH3-SLR-RECORD FROM WS-TOT-LINE.
086100      MOVE "  WITHIN TARGET" TO WS-TOT-LABEL.
086200      MOVE WS-SLA-WITHIN(WS-TX) TO WS-TOT-COUNT.
086300      WRITE POH3-SLR-RECORD FROM WS-TOT-LINE.
086400      MOVE "  LATE" TO WS-TOT-LABEL.
086500      MOVE WS-SLA-LATE(WS-TX) TO WS-TOT-COUNT.
086600      WRITE POH3-SLR-RECORD FROM WS-TOT-LINE.
086700      MOVE "  NO SUBMIT DATE" TO WS-TOT-LABEL.
086800      MOVE WS-SLA-NO-DATE(WS-TX) TO WS-TOT-COUNT.
086900      WRITE POH3-SLR-RECORD FROM WS-TOT-LINE.
087000      MOVE "OUTSTANDING" TO WS-TOT-LABEL.
087100      MOVE WS-SLA-OUTSTANDING(WS-TX) TO WS-TOT-COUNT.
087200      WRITE POH3-SLR-RECORD FROM WS-TOT-LINE.
087300      MOVE "  OVER TARGET" TO WS-TOT-LABEL.
087400      MOVE WS-SLA-OUT-LATE(WS-TX) TO WS-TOT-COUNT.
087500      WRITE POH3-SLR-RECORD FROM WS-TOT-LINE.
087600      MOVE "  OLDEST DAYS" TO WS-TOT-LABEL.
087700      MOVE WS-SLA-OLDEST(WS-TX) TO WS-TOT-COUNT.
087800      WRITE POH3-SLR-RECORD FROM WS-TOT-LINE.
087900      SUBTRACT WS-SLA-NO-DATE(WS-TX) FROM WS-SLA-ANSWERED(WS-TX)
088000          GIVING WS-MEASURED-COUNT.
088100      IF WS-MEASURED-COUNT > 0
088200          COMPUTE WS-AVERAGE ROUNDED =
088300              WS-SLA-DAYS-TOTAL(WS-TX) / WS-MEASURED-COUNT
088400      ELSE
088500          MOVE 0 TO WS-AVERAGE
088600      END-IF.
088700      MOVE SPACES TO WS-AVG-LINE.
088800      MOVE "AVERAGE DAYS" TO WS-AVG-LABEL.
088900      MOVE WS-AVERAGE TO WS-AVG-DAYS.
089000      WRITE POH3-SLR-RECORD FROM WS-AVG-LINE.
089100      MOVE SPACES TO WS-TOT-LINE.
089200      MOVE "WORST DAYS" TO WS-TOT-LABEL.
089300      MOVE WS-SLA-WORST(WS-TX) TO WS-TOT-COUNT.
089400      WRITE POH3-SLR-RECORD FROM WS-TOT-LINE.
089500   4100-EXIT.
089600      EXIT.
089700*--------------------------------------------------------------
089800* 4200-WRITE-REQUESTER-BREACHES
089900*--------------------------------------------------------------
090000   4200-WRITE-REQUESTER-BREACHES.
090100      PERFORM 4210-WRITE-BREACH THRU 4210-EXIT
090200          VARYING WS-FX FROM 1 BY 1
090300          UNTIL WS-FX > WS-REF-COUNT.
090400   4200-EXIT.
090500      EXIT.
090600*--------------------------------------------------------------
090700* 4210-WRITE-BREACH - ONE BREACHED REFERENCE.  AN OUTSTANDING
090800* ONE SHOWS OPEN IN THE ANSWERED COLUMN AND ITS AGE AT MONTH
090900* END; ONE AGED FROM ITS SUSPENSE DATE SHOWS THAT DATE AS THE
091000* START.
091100*--------------------------------------------------------------
091200   4210-WRITE-BREACH.
091300      IF NOT WS-REF-BREACHED(WS-FX)
091400              OR WS-REF-REQUESTER(WS-FX)
091500                  NOT = WS-SLA-REQUESTER(WS-TX)
091600          GO TO 4210-EXIT
091700      END-IF.
091800      MOVE SPACES TO WS-BREACH-LINE.
091900      MOVE WS-REF-REQUESTER(WS-FX) TO WS-BRL-REQUESTER.
092000      MOVE WS-REF-REFERENCE(WS-FX) TO WS-BRL-REFERENCE.
092100      MOVE WS-REF-N(WS-FX) TO WS-BRL-N.
092200      IF WS-REF-SUBMIT-DATE(WS-FX) = 0
092300          MOVE WS-REF-REJ-DATE(WS-FX) TO WS-DATE-DISPLAY
092400      ELSE
092500          MOVE WS-REF-SUBMIT-DATE(WS-FX) TO WS-DATE-DISPLAY
092600      END-IF.
092700      MOVE WS-DATE-DISPLAY TO WS-BRL-SUBMIT.
092800      IF WS-REF-ANSWERED(WS-FX)
092900          MOVE WS-REF-ANSWER-DATE(WS-FX) TO WS-DATE-DISPLAY
093000          MOVE WS-DATE-DISPLAY TO WS-BRL-ANSWERED
093100          MOVE WS-REF-STATUS(WS-FX) TO WS-BRL-STATUS
093200      ELSE
093300          MOVE "OPEN" TO WS-BRL-ANSWERED
093400          MOVE "OUTSTAND" TO WS-BRL-STATUS
093500      END-IF.
093600      MOVE WS-REF-DAYS(WS-FX) TO WS-BRL-DAYS.
093700      WRITE POH3-SLR-RECORD FROM WS-BREACH-LINE.
093800   4210-EXIT.
093900      EXIT.
094000*--------------------------------------------------------------
094100* 4300-TOTAL-ALL - ROLL EVERY REQUESTER INTO THE SPARE SLOT.
094200* THE WORST AND OLDEST ARE THE WORST AND OLDEST OF ANY.
094300*--------------------------------------------------------------
094400   4300-TOTAL-ALL.
094500      MOVE "ALL" TO WS-SLA-REQUESTER(61).
094600      MOVE "ALL REQUESTERS" TO WS-SLA-DEPT-NAME(61).
094700      MOVE 0 TO WS-SLA-ANSWERED(61).
094800      MOVE 0 TO WS-SLA-SAME-DAY(61).
094900      MOVE 0 TO WS-SLA-WITHIN(61).
095000      MOVE 0 TO WS-SLA-LATE(61).
095100      MOVE 0 TO WS-SLA-NO-DATE(61).
095200      MOVE 0 TO WS-SLA-OUTSTANDING(61).
095300      MOVE 0 TO WS-SLA-OUT-LATE(61).
095400      MOVE 0 TO WS-SLA-DAYS-TOTAL(61).
095500      MOVE 0 TO WS-SLA-WORST(61).
095600      MOVE 0 TO WS-SLA-OLDEST(61).
095700      PERFORM 4310-ADD-TALLY THRU 4310-EXIT
095800          VARYING WS-SX FROM 1 BY 1
095900          UNTIL WS-SX > WS-SLA-COUNT.
096000   4300-EXIT.
096100      EXIT.
096200*--------------------------------------------------------------
096300* 4310-ADD-TALLY
096400*--------------------------------------------------------------
096500   4310-ADD-TALLY.
096600      ADD WS-SLA-ANSWERED(WS-SX) TO WS-SLA-ANSWERED(61).
096700      ADD WS-SLA-SAME-DAY(WS-SX) TO WS-SLA-SAME-DAY(61).
096800      ADD WS-SLA-WITHIN(WS-SX) TO WS-SLA-WITHIN(61).
096900      ADD WS-SLA-LATE(WS-SX) TO WS-SLA-LATE(61).
097000      ADD WS-SLA-NO-DATE(WS-SX) TO WS-SLA-NO-DATE(61).
097100      ADD WS-SLA-OUTSTANDING(WS-SX) TO WS-SLA-OUTSTANDING(61).
097200      ADD WS-SLA-OUT-LATE(WS-SX) TO WS-SLA-OUT-LATE(61).
097300      ADD WS-SLA-DAYS-TOTAL(WS-SX) TO WS-SLA-DAYS-TOTAL(61).
097400      IF WS-SLA-WORST(WS-SX) > WS-SLA-WORST(61)
097500          MOVE WS-SLA-WORST(WS-SX) TO WS-SLA-WORST(61)
097600      END-IF.
097700      IF WS-SLA-OLDEST(WS-SX) > WS-SLA-OLDEST(61)
097800          MOVE WS-SLA-OLDEST(WS-SX) TO WS-SLA-OLDEST(61)
097900      END-IF.
098000   4310-EXIT.
098100      EXIT.
098200*--------------------------------------------------------------
098300* 8000-ABORT-RUN
098400*--------------------------------------------------------------
098500   8000-ABORT-RUN.
098600      MOVE "Y" TO WS-ABORT-SWITCH.
098700      MOVE 16 TO RETURN-CODE.
098800   8000-EXIT.
098900      EXIT.
099000*--------------------------------------------------------------
099100* 9999-TERMINATE - CLOSE THE REPORT AND STAMP THE RUN.  A MONTH
099200* WITH NOTHING ANSWERED OR OUTSTANDING ENDS WITH RETURN-CODE 4.
099300*--------------------------------------------------------------
099400   9999-TERMINATE.
099500      IF WS-SLR-FS = "00"
099600          CLOSE POH3SLRF
099700      END-IF.
099800      IF RETURN-CODE = 0 AND WS-REF-COUNT = 0
099900          MOVE 4 TO RETURN-CODE
100000      END-IF.
100100      MOVE "E" TO POH3-RIF-MODE.
100200      MOVE WS-LOG-READ TO POH3-RIF-RECS-IN.
100300      MOVE WS-REF-COUNT TO POH3-RIF-RECS-OUT.
100400      MOVE RETURN-CODE TO POH3-RIF-RC.
100500      CALL "POH3RUN" USING POH3-RUN-INTERFACE.
100600   9999-EXIT.
100700      EXIT.
