000100   IDENTIFICATION DIVISION.
000200   PROGRAM-ID.     POH3DMD.
000300   AUTHOR.         RTM.
000400   INSTALLATION.   BATCH SYSTEMS GROUP.
000500   DATE-WRITTEN.   10/15/2026.
000600   DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000*  10/15/2026  RTM       ORIGINAL VERSION.  EVERY N OFF THE
001100*                        POH3BRK TABLE COMES BACK INVALID, GOES
001200*                        TO POH3REJ AS NOMATCH, AND AGES THROUGH
001300*                        POH3RCY UNTIL A BREAKPOINT HAPPENS TO BE
001400*                        ADDED FOR IT - AND THE ACTUARIES HAD NO
001500*                        WAY TO SEE WHICH VALUES ARE ACTUALLY
001600*                        WANTED.  THIS ON-DEMAND JOB COUNTS THE
001700*                        DEMAND FOR EACH OFF-TABLE N FROM THE
001800*                        SUSPENSE FILE AND THE INVALID LINES ON
001900*                        POH3LOG (ONE REQUEST PER REQUESTER AND
002000*                        REFERENCE, HOWEVER MANY PLACES IT SHOWS
002100*                        UP), AND RANKS THE VALUES ON POH3DMR BY
002200*                        REQUESTS, THEN DISTINCT REQUESTERS, THEN
002300*                        OLDEST AGE STILL IN SUSPENSE - WITH THE
002400*                        THRESHOLD BAND EACH FALLS IN TODAY AND
002500*                        HOW MANY SUSPENSE ITEMS THE NEXT RECYCLE
002600*                        WOULD CLEAR IF IT WERE ADDED.  THE TOP
002700*                        VALUES ALSO GO TO POH3DMX AS POH3BTX ADD
002800*                        TRANSACTIONS, EACH ON A BUCKET LETTER
002900*                        THE TABLE DOES NOT USE, WITH THE RESULT
003000*                        LEFT BLANK: THE ACTUARIES KEY THE
003100*                        VERIFIED RESULT AND FEED THE DECK TO
003200*                        POH3BRM, WHOSE NUMERIC EDIT REJECTS ANY
003300*                        CANDIDATE STILL WITHOUT ONE.  THE NUMBER
003400*                        OF CANDIDATES COMES FROM AN OPTIONAL
003500*                        POH3DMDP CARD.  THE RUN STAMPS POH3RUN.
003600*--------------------------------------------------------------
003700   ENVIRONMENT DIVISION.
003800   INPUT-OUTPUT SECTION.
003900   FILE-CONTROL.
004000      SELECT POH3DMDPF ASSIGN TO "POH3DMDP"
004100          ORGANIZATION IS LINE SEQUENTIAL
004200          FILE STATUS IS WS-PRM-FS.
004300      SELECT POH3BRKF ASSIGN TO "POH3BRK"
004400          ORGANIZATION IS LINE SEQUENTIAL
004500          FILE STATUS IS WS-BRK-FS.
004600      SELECT POH3REJF ASSIGN TO "POH3REJ"
004700          ORGANIZATION IS LINE SEQUENTIAL
004800          FILE STATUS IS WS-REJ-FS.
004900      SELECT POH3LOGF ASSIGN TO "POH3LOG"
005000          ORGANIZATION IS LINE SEQUENTIAL
005100          FILE STATUS IS WS-LOG-FS.
005200      SELECT POH3DMRF ASSIGN TO "POH3DMR"
005300          ORGANIZATION IS LINE SEQUENTIAL
005400          FILE STATUS IS WS-DMR-FS.
005500      SELECT POH3DMXF ASSIGN TO "POH3DMX"
005600          ORGANIZATION IS LINE SEQUENTIAL
005700          FILE STATUS IS WS-DMX-FS.
005800   DATA DIVISION.
005900   FILE SECTION.
006000   FD  POH3DMDPF.
006100      COPY POH3PRMR.
006200   FD  POH3BRKF.
006300      COPY POH3BRKR.
006400   FD  POH3REJF.
006500      COPY POH3REJR.
006600   FD  POH3LOGF.
006700      COPY POH3LOGR.
006800   FD  POH3DMRF.
006900   01  POH3-DMR-RECORD             PIC X(80).
007000   FD  POH3DMXF.
007100      COPY POH3BTXR.
007200   WORKING-STORAGE SECTION.
007300      COPY POH3BRKT.
007400      COPY POH3DIF.
007500      COPY POH3RIF.
007600   01  WS-SWITCHES.
007700      05  WS-PRM-EOF-SWITCH       PIC X(01) VALUE "N".
007800          88  WS-PRM-EOF                      VALUE "Y".
007900      05  WS-BRK-EOF-SWITCH       PIC X(01) VALUE "N".
008000          88  WS-BRK-EOF                      VALUE "Y".
008100      05  WS-REJ-EOF-SWITCH       PIC X(01) VALUE "N".
008200          88  WS-REJ-EOF                      VALUE "Y".
008300      05  WS-LOG-EOF-SWITCH       PIC X(01) VALUE "N".
008400          88  WS-LOG-EOF                      VALUE "Y".
008500      05  WS-ABORT-SWITCH         PIC X(01) VALUE "N".
008600          88  WS-ABORTED                      VALUE "Y".
008700      05  WS-NEW-REQUEST-SWITCH   PIC X(01).
008800          88  WS-NEW-REQUEST                  VALUE "Y".
008900      05  WS-ON-TABLE-SWITCH      PIC X(01).
009000          88  WS-ON-TABLE                     VALUE "Y".
009100      05  WS-SORT-SWAP-SWITCH     PIC X(01).
009200          88  WS-SORT-SWAPPED                 VALUE "Y".
009300*--------------------------------------------------------------
009400* ONE ENTRY PER OFF-TABLE N.  THE BAND IS THE BUCKET WHOSE
009500* THRESHOLD RANGE N FALLS IN ON TODAY'S TABLE, THE SAME WAY
009600* POH3CALC'S RANGE MODE CLASSIFIES IT; THE CANDIDATE LETTER IS
009700* THE BUCKET THE EXTRACT PROPOSES FOR IT.
009800*--------------------------------------------------------------
009900   01  WS-DMD-TABLE.
010000      05  WS-DMD-ENTRY OCCURS 500 TIMES.
010100          10  WS-DMD-N            PIC 9(06).
010200          10  WS-DMD-REQUESTS     PIC 9(07) COMP.
010300          10  WS-DMD-REQUESTERS   PIC 9(05) COMP.
010400          10  WS-DMD-SUSPENSE     PIC 9(07) COMP.
010500          10  WS-DMD-OLDEST-DATE  PIC 9(08).
010600          10  WS-DMD-OLDEST-DAYS  PIC 9(05) COMP.
010700          10  WS-DMD-BAND-BUCKET  PIC X(01).
010800          10  WS-DMD-BAND-FROM    PIC 9(06).
010900          10  WS-DMD-BAND-TO      PIC 9(06).
011000          10  WS-DMD-CAND-BUCKET  PIC X(01).
011100   01  WS-SAVE-ENTRY               PIC X(44).
011200*--------------------------------------------------------------
011300* EVERY REQUEST COUNTED SO FAR, SO ONE SUBMISSION SEEN BOTH IN
011400* SUSPENSE AND ON THE LOG IS ONE REQUEST; AND EVERY REQUESTER
011500* SEEN PER N, FOR THE DISTINCT-REQUESTER COUNT.
011600*--------------------------------------------------------------
011700   01  WS-KEY-TABLE.
011800      05  WS-KEY-ENTRY OCCURS 5000 TIMES.
011900          10  WS-KEY-N            PIC 9(06).
012000          10  WS-KEY-REQUESTER    PIC X(04).
012100          10  WS-KEY-REFERENCE    PIC X(08).
012200   01  WS-PAIR-TABLE.
012300      05  WS-PAIR-ENTRY OCCURS 2000 TIMES.
012400          10  WS-PAIR-N           PIC 9(06).
012500          10  WS-PAIR-REQUESTER   PIC X(04).
012600*--------------------------------------------------------------
012700* BUCKET LETTERS A CANDIDATE MAY BE PROPOSED ON - ANY LETTER
012800* TODAY'S TABLE AND EARLIER CANDIDATES DO NOT ALREADY USE.
012900*--------------------------------------------------------------
013000   01  WS-LETTER-LIST.
013100      05  FILLER                  PIC X(13) VALUE "ABCDEFGHIJKLM".
013200      05  FILLER                  PIC X(13) VALUE "NOPQRSTUVWXYZ".
013300   01  WS-LETTER-TABLE REDEFINES WS-LETTER-LIST.
013400      05  WS-LETTER               PIC X(01) OCCURS 26 TIMES.
013500   01  WS-HEAD-LINE.
013600      05  WS-HEAD-LABEL           PIC X(10).
013700      05  FILLER                  PIC X(02) VALUE SPACES.
013800      05  WS-HEAD-VALUE           PIC X(30).
013900   01  WS-TOT-LINE.
014000      05  WS-TOT-LABEL            PIC X(18).
014100      05  FILLER                  PIC X(02) VALUE SPACES.
014200      05  WS-TOT-COUNT            PIC Z(08)9.
014300*--------------------------------------------------------------
014400* RANKING LEGEND ALIGNED TO THE WS-RANK-LINE LAYOUT.
014500*--------------------------------------------------------------
014600   01  WS-LEGEND-LINE.
014700      05  FILLER                  PIC X(05) VALUE "RANK".
014800      05  FILLER                  PIC X(07) VALUE "N".
014900      05  FILLER                  PIC X(08) VALUE "   REQS".
015000      05  FILLER                  PIC X(06) VALUE " RQRS".
015100      05  FILLER                  PIC X(08) VALUE "  CLEARS".
015200      05  FILLER                  PIC X(09) VALUE " OLDEST".
015300      05  FILLER                  PIC X(06) VALUE "  DAYS".
015400      05  FILLER                  PIC X(16) VALUE " BAND".
015500      05  FILLER                  PIC X(03) VALUE "NEW".
015600   01  WS-RANK-LINE.
015700      05  WS-RNK-RANK             PIC ZZZ9.
015800      05  FILLER                  PIC X(01) VALUE SPACE.
015900      05  WS-RNK-N                PIC 9(06).
016000      05  FILLER                  PIC X(01) VALUE SPACE.
016100      05  WS-RNK-REQUESTS         PIC Z(06)9.
016200      05  FILLER                  PIC X(01) VALUE SPACE.
016300      05  WS-RNK-REQUESTERS       PIC ZZZZ9.
016400      05  FILLER                  PIC X(01) VALUE SPACE.
016500      05  WS-RNK-SUSPENSE         PIC Z(06)9.
016600      05  FILLER                  PIC X(01) VALUE SPACE.
016700      05  WS-RNK-OLDEST           PIC X(08).
016800      05  FILLER                  PIC X(01) VALUE SPACE.
016900      05  WS-RNK-DAYS             PIC X(05).
017000      05  WS-RNK-DAYS-N REDEFINES WS-RNK-DAYS
017100                                  PIC ZZZZ9.
017200      05  FILLER                  PIC X(01) VALUE SPACE.
017300      05  WS-RNK-BAND.
017400          10  WS-RNK-BAND-BUCKET  PIC X(01).
017500          10  FILLER              PIC X(01).
017600          10  WS-RNK-BAND-FROM    PIC 9(06).
017700          10  WS-RNK-BAND-DASH    PIC X(01).
017800          10  WS-RNK-BAND-TO      PIC X(06).
017900      05  FILLER                  PIC X(01) VALUE SPACE.
018000      05  WS-RNK-CAND-BUCKET      PIC X(01).
018100   01  WS-DATE-DISPLAY             PIC 9(08).
018200   01  WS-BAND-TO-DISPLAY          PIC 9(06).
018300   77  WS-PRM-FS                   PIC X(02).
018400   77  WS-BRK-FS                   PIC X(02).
018500   77  WS-REJ-FS                   PIC X(02).
018600   77  WS-LOG-FS                   PIC X(02).
018700   77  WS-DMR-FS                   PIC X(02).
018800   77  WS-DMX-FS                   PIC X(02).
018900   77  WS-RUN-DATE                 PIC 9(08).
019000   77  WS-RUN-DAYS                 PIC 9(07).
019100   77  WS-PRM-NUM                  PIC 9(09).
019200   77  WS-TOP-COUNT                PIC 9(03) VALUE 20.
019300   77  WS-DMD-COUNT                PIC 9(05) COMP VALUE ZERO.
019400   77  WS-KEY-COUNT                PIC 9(05) COMP VALUE ZERO.
019500   77  WS-PAIR-COUNT               PIC 9(05) COMP VALUE ZERO.
019600   77  WS-DX                       PIC 9(05) COMP.
019700   77  WS-HIT-DX                   PIC 9(05) COMP.
019800   77  WS-JX                       PIC 9(05) COMP.
019900   77  WS-SORT-TOP                 PIC 9(05) COMP.
020000   77  WS-KX                       PIC 9(05) COMP.
020100   77  WS-HIT-KX                   PIC 9(05) COMP.
020200   77  WS-PX                       PIC 9(05) COMP.
020300   77  WS-HIT-PX                   PIC 9(05) COMP.
020400   77  WS-LX                       PIC 9(03) COMP.
020500   77  WS-HIT-LX                   PIC 9(03) COMP.
020600   77  WS-NEXT-LX                  PIC 9(03) COMP VALUE 1.
020700   77  WS-FIND-N                   PIC 9(06).
020800   77  WS-FIND-REQUESTER           PIC X(04).
020900   77  WS-FIND-REFERENCE           PIC X(08).
021000   77  WS-NEXT-THRESHOLD           PIC 9(07).
021100   77  WS-REJ-READ                 PIC 9(09) COMP VALUE ZERO.
021200   77  WS-REJ-OFF-TABLE            PIC 9(09) COMP VALUE ZERO.
021300   77  WS-LOG-READ                 PIC 9(09) COMP VALUE ZERO.
021400   77  WS-LOG-INVALID              PIC 9(09) COMP VALUE ZERO.
021500   77  WS-REQUEST-COUNT            PIC 9(09) COMP VALUE ZERO.
021600   77  WS-N-ZERO-COUNT             PIC 9(09) COMP VALUE ZERO.
021700   77  WS-NOW-ON-TABLE-COUNT       PIC 9(09) COMP VALUE ZERO.
021800   77  WS-DROPPED-COUNT            PIC 9(09) COMP VALUE ZERO.
021900   77  WS-CAND-COUNT               PIC 9(05) COMP VALUE ZERO.
022000   77  WS-NO-LETTER-COUNT          PIC 9(05) COMP VALUE ZERO.
022100   PROCEDURE DIVISION.
022200*--------------------------------------------------------------
022300* 0000-MAINLINE
022400*--------------------------------------------------------------
022500   0000-MAINLINE.
022600      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022700      IF NOT WS-ABORTED
022800          PERFORM 2000-COUNT-SUSPENSE THRU 2000-EXIT
022900      END-IF.
023000      IF NOT WS-ABORTED
023100          PERFORM 2500-COUNT-LOG THRU 2500-EXIT
023200      END-IF.
023300      IF NOT WS-ABORTED
023400          PERFORM 3000-PLACE-BAND THRU 3000-EXIT
023500              VARYING WS-DX FROM 1 BY 1
023600              UNTIL WS-DX > WS-DMD-COUNT
023700          PERFORM 3500-RANK-DEMAND THRU 3500-EXIT
023800          PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
023900      END-IF.
024000      PERFORM 9999-TERMINATE THRU 9999-EXIT.
024100      STOP RUN.
024200*--------------------------------------------------------------
024300* 1000-INITIALIZE - TAKE THE CONTROL CARD, LOAD TODAY'S TABLE,
024400* AND OPEN THE REPORT AND THE EXTRACT.  A BAD CARD OR AN OUTPUT
024500* THAT WILL NOT OPEN IS FATAL.
024600*--------------------------------------------------------------
024700   1000-INITIALIZE.
024800      MOVE 0 TO RETURN-CODE.
024900      MOVE "S" TO POH3-RIF-MODE.
025000      MOVE "POH3DMD" TO POH3-RIF-PROGRAM.
025100      CALL "POH3RUN" USING POH3-RUN-INTERFACE.
025200      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
025300      MOVE "D" TO POH3-DIF-MODE.
025400      MOVE WS-RUN-DATE TO POH3-DIF-DATE.
025500      CALL "POH3DAY" USING POH3-DAY-INTERFACE.
025600      MOVE POH3-DIF-DAYS TO WS-RUN-DAYS.
025700      MOVE SPACES TO WS-DMR-FS.
025800      MOVE SPACES TO WS-DMX-FS.
025900      PERFORM 1400-LOAD-PARAMETERS THRU 1400-EXIT.
026000      IF WS-ABORTED
026100          GO TO 1000-EXIT
026200      END-IF.
026300      PERFORM 1200-LOAD-TABLE THRU 1200-EXIT.
026400      IF WS-ABORTED
026500          GO TO 1000-EXIT
026600      END-IF.
026700      OPEN OUTPUT POH3DMRF.
026800      IF WS-DMR-FS NOT = "00"
026900          DISPLAY "POH3DMR OPEN FAILED - FILE STATUS " WS-DMR-FS
027000          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
027100          GO TO 1000-EXIT
027200      END-IF.
027300      OPEN OUTPUT POH3DMXF.
027400      IF WS-DMX-FS NOT = "00"
027500          DISPLAY "POH3DMX OPEN FAILED - FILE STATUS " WS-DMX-FS
027600          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
027700      END-IF.
027800   1000-EXIT.
027900      EXIT.
028000*--------------------------------------------------------------
028100* 1200-LOAD-TABLE - TODAY'S POH3BRK INTO THE POH3BRKT TABLE THE
028200* WAY POH3CALC LOADS IT.  A MISSING DATASET IS AN EMPTY TABLE,
028250* AS IT IS TO POH3CALC - EVERY N IS THEN OFF THE TABLE.  MORE
028300* BREAKPOINTS THAN THE TABLE HOLDS STOPS THE RUN - BANDS FROM
028350* HALF A TABLE WOULD PUT THE WRONG CANDIDATES FORWARD.
028400*--------------------------------------------------------------
028500   1200-LOAD-TABLE.
028600      MOVE 0 TO POH3-BRK-COUNT.
028700      OPEN INPUT POH3BRKF.
028800      IF WS-BRK-FS = "35"
028900          GO TO 1200-EXIT
029000      END-IF.
029100      IF WS-BRK-FS NOT = "00"
029200          DISPLAY "POH3BRK OPEN FAILED - FILE STATUS " WS-BRK-FS
029300          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
029400          GO TO 1200-EXIT
029500      END-IF.
029600      PERFORM 1210-READ-BREAKPOINT THRU 1210-EXIT.
029700      PERFORM 1220-ADD-BREAKPOINT THRU 1220-EXIT
029800          UNTIL WS-BRK-EOF
029900              OR POH3-BRK-COUNT = 50.
030000      CLOSE POH3BRKF.
030020      IF NOT WS-BRK-EOF
030033          DISPLAY "BREAKPOINT TABLE FULL - POH3BRK HAS MORE "
030047              "THAN 50 ENTRIES"
030060          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
030080      END-IF.
030100   1200-EXIT.
030200      EXIT.
030300*--------------------------------------------------------------
030400* 1210-READ-BREAKPOINT
030500*--------------------------------------------------------------
030600   1210-READ-BREAKPOINT.
030700      READ POH3BRKF
030800          AT END
030900              MOVE "Y" TO WS-BRK-EOF-SWITCH
031000      END-READ.
031100   1210-EXIT.
031200      EXIT.
031300*--------------------------------------------------------------
031400* 1220-ADD-BREAKPOINT
031500*--------------------------------------------------------------
031600   1220-ADD-BREAKPOINT.
031700      ADD 1 TO POH3-BRK-COUNT.
031800      SET POH3-BX TO POH3-BRK-COUNT.
031900      MOVE POH3-BRK-BUCKET TO POH3-BRK-TAB-BUCKET(POH3-BX).
032000      MOVE POH3-BRK-THRESHOLD TO POH3-BRK-TAB-THRESHOLD(POH3-BX).
032100      MOVE POH3-BRK-RESULT TO POH3-BRK-TAB-RESULT(POH3-BX).
032200      PERFORM 1210-READ-BREAKPOINT THRU 1210-EXIT.
032300   1220-EXIT.
032400      EXIT.
032500*--------------------------------------------------------------
032600* 1400-LOAD-PARAMETERS - THE OPTIONAL POH3DMDP CONTROL CARD.  A
032700* MISSING DATASET PROPOSES THE TOP TWENTY; A CARD THAT FAILS
032800* EDIT STOPS THE RUN.
032900*
033000*   TOP-COUNT        000000NNN  HOW MANY OF THE TOP-RANKED
033100*                               VALUES TO EXTRACT AS CANDIDATES
033200*--------------------------------------------------------------
033300   1400-LOAD-PARAMETERS.
033400      OPEN INPUT POH3DMDPF.
033500      IF WS-PRM-FS = "35"
033600          GO TO 1400-EXIT
033700      END-IF.
033800      IF WS-PRM-FS NOT = "00"
033900          DISPLAY "POH3DMDP OPEN FAILED - FILE STATUS " WS-PRM-FS
034000          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
034100          GO TO 1400-EXIT
034200      END-IF.
034300      PERFORM 1410-READ-PARM THRU 1410-EXIT.
034400      PERFORM 1420-APPLY-PARM THRU 1420-EXIT
034500          UNTIL WS-PRM-EOF
034600              OR WS-ABORTED.
034700      CLOSE POH3DMDPF.
034800   1400-EXIT.
034900      EXIT.
035000*--------------------------------------------------------------
035100* 1410-READ-PARM
035200*--------------------------------------------------------------
035300   1410-READ-PARM.
035400      READ POH3DMDPF
035500          AT END
035600              MOVE "Y" TO WS-PRM-EOF-SWITCH
035700      END-READ.
035800   1410-EXIT.
035900      EXIT.
036000*--------------------------------------------------------------
036100* 1420-APPLY-PARM
036200*--------------------------------------------------------------
036300   1420-APPLY-PARM.
036400      IF POH3-PRM-RECORD = SPACES
036500          GO TO 1420-NEXT
036600      END-IF.
036700      EVALUATE POH3-PRM-KEYWORD
036800          WHEN "TOP-COUNT"
036900              IF POH3-PRM-VALUE NOT NUMERIC
037000                  DISPLAY "POH3DMDP TOP-COUNT NOT NUMERIC"
037100                  PERFORM 8000-ABORT-RUN THRU 8000-EXIT
037200              ELSE
037300                  MOVE POH3-PRM-VALUE TO WS-PRM-NUM
037400                  MOVE WS-PRM-NUM TO WS-TOP-COUNT
037500              END-IF
037600          WHEN OTHER
037700              DISPLAY "POH3DMDP UNKNOWN KEYWORD " POH3-PRM-KEYWORD
037800              PERFORM 8000-ABORT-RUN THRU 8000-EXIT
037900      END-EVALUATE.
038000   1420-NEXT.
038100      IF NOT WS-ABORTED
038200          PERFORM 1410-READ-PARM THRU 1410-EXIT
038300      END-IF.
038400   1420-EXIT.
038500      EXIT.
038600*--------------------------------------------------------------
038700* 2000-COUNT-SUSPENSE - EVERY NOMATCH ITEM IN POH3REJ IS A
038800* REQUEST FOR ITS N AND ONE THE NEXT RECYCLE WOULD ANSWER IF THE
038900* N WERE ADDED.  AN N OF ZERO HAS NO ANSWER TO ADD, AND AN N
039000* THAT IS ON TODAY'S TABLE IS NO LONGER OFF IT - THE NEXT
039100* RECYCLE CLEARS THOSE ANYWAY.  NO POH3REJ MEANS NOTHING IS IN
039200* SUSPENSE.
039300*--------------------------------------------------------------
039400   2000-COUNT-SUSPENSE.
039500      OPEN INPUT POH3REJF.
039600      IF WS-REJ-FS = "35"
039700          GO TO 2000-EXIT
039800      END-IF.
039900      IF WS-REJ-FS NOT = "00"
040000          DISPLAY "POH3REJ OPEN FAILED - FILE STATUS " WS-REJ-FS
040100          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
040200          GO TO 2000-EXIT
040300      END-IF.
040400      PERFORM 2010-READ-REJ THRU 2010-EXIT.
040500      PERFORM 2100-NOTE-SUSPENSE THRU 2100-EXIT
040600          UNTIL WS-REJ-EOF.
040700      CLOSE POH3REJF.
040800   2000-EXIT.
040900      EXIT.
041000*--------------------------------------------------------------
041100* 2010-READ-REJ
041200*--------------------------------------------------------------
041300   2010-READ-REJ.
041400      READ POH3REJF
041500          AT END
041600              MOVE "Y" TO WS-REJ-EOF-SWITCH
041700      END-READ.
041800   2010-EXIT.
041900      EXIT.
042000*--------------------------------------------------------------
042100* 2100-NOTE-SUSPENSE - ONE SUSPENSE ITEM.  THE OLDEST AGE IS
042200* DAYS SINCE THE ITEM FIRST WENT TO SUSPENSE, WHICH EVERY
042300* RECYCLE PASS CARRIES FORWARD UNCHANGED.
042400*--------------------------------------------------------------
042500   2100-NOTE-SUSPENSE.
042600      ADD 1 TO WS-REJ-READ.
042700      IF POH3-REJ-REASON = "N-ZERO"
042800          ADD 1 TO WS-N-ZERO-COUNT
042900          GO TO 2100-NEXT
043000      END-IF.
043100      IF POH3-REJ-REASON NOT = "NOMATCH"
043200          GO TO 2100-NEXT
043300      END-IF.
043400      IF POH3-REJ-N = 0
043500          ADD 1 TO WS-N-ZERO-COUNT
043600          GO TO 2100-NEXT
043700      END-IF.
043800      MOVE POH3-REJ-N TO WS-FIND-N.
043900      PERFORM 2900-CHECK-TABLE THRU 2900-EXIT.
044000      IF WS-ON-TABLE
044100          ADD 1 TO WS-NOW-ON-TABLE-COUNT
044200          GO TO 2100-NEXT
044300      END-IF.
044400      MOVE POH3-REJ-REQUESTER TO WS-FIND-REQUESTER.
044500      MOVE POH3-REJ-REFERENCE TO WS-FIND-REFERENCE.
044600      PERFORM 2800-NOTE-REQUEST THRU 2800-EXIT.
044700      IF NOT WS-NEW-REQUEST
044800          GO TO 2100-NEXT
044900      END-IF.
045000      ADD 1 TO WS-REJ-OFF-TABLE.
045100      ADD 1 TO WS-DMD-SUSPENSE(WS-HIT-DX).
045200      IF POH3-REJ-DATE NOT NUMERIC
045300          GO TO 2100-NEXT
045400      END-IF.
045500      IF WS-DMD-OLDEST-DATE(WS-HIT-DX) = 0
045600              OR POH3-REJ-DATE < WS-DMD-OLDEST-DATE(WS-HIT-DX)
045700          MOVE POH3-REJ-DATE TO WS-DMD-OLDEST-DATE(WS-HIT-DX)
045800          MOVE "D" TO POH3-DIF-MODE
045900          MOVE POH3-REJ-DATE TO POH3-DIF-DATE
046000          CALL "POH3DAY" USING POH3-DAY-INTERFACE
046100          IF WS-RUN-DAYS > POH3-DIF-DAYS
046200              SUBTRACT POH3-DIF-DAYS FROM WS-RUN-DAYS
046300                  GIVING WS-DMD-OLDEST-DAYS(WS-HIT-DX)
046400          ELSE
046500              MOVE 0 TO WS-DMD-OLDEST-DAYS(WS-HIT-DX)
046600          END-IF
046700      END-IF.
046800   2100-NEXT.
046900      PERFORM 2010-READ-REJ THRU 2010-EXIT.
047000   2100-EXIT.
047100      EXIT.
047200*--------------------------------------------------------------
047300* 2500-COUNT-LOG - EVERY INVALID LINE ON POH3LOG IS A REQUEST
047400* FOR ITS N, INCLUDING THOSE NO LONGER IN SUSPENSE AND THOSE
047500* FROM THE INTERACTIVE DRIVERS THAT NEVER GO THERE.  A REQUEST
047600* ALREADY COUNTED FROM SUSPENSE IS NOT COUNTED AGAIN.
047700*--------------------------------------------------------------
047800   2500-COUNT-LOG.
047900      OPEN INPUT POH3LOGF.
048000      IF WS-LOG-FS NOT = "00"
048100          DISPLAY "POH3LOG OPEN FAILED - FILE STATUS " WS-LOG-FS
048200          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
048300          GO TO 2500-EXIT
048400      END-IF.
048500      PERFORM 2510-READ-LOG THRU 2510-EXIT.
048600      PERFORM 2600-NOTE-INVALID THRU 2600-EXIT
048700          UNTIL WS-LOG-EOF.
048800      CLOSE POH3LOGF.
048900   2500-EXIT.
049000      EXIT.
049100*--------------------------------------------------------------
049200* 2510-READ-LOG
049300*--------------------------------------------------------------
049400   2510-READ-LOG.
049500      READ POH3LOGF
049600          AT END
049700              MOVE "Y" TO WS-LOG-EOF-SWITCH
049800      END-READ.
049900   2510-EXIT.
050000      EXIT.
050100*--------------------------------------------------------------
050200* 2600-NOTE-INVALID
050300*--------------------------------------------------------------
050400   2600-NOTE-INVALID.
050500      ADD 1 TO WS-LOG-READ.
050600      IF POH3-LOG-STATUS NOT = "INVALID"
050700          GO TO 2600-NEXT
050800      END-IF.
050900      ADD 1 TO WS-LOG-INVALID.
051000      IF POH3-LOG-N = 0
051100          ADD 1 TO WS-N-ZERO-COUNT
051200          GO TO 2600-NEXT
051300      END-IF.
051400      MOVE POH3-LOG-N TO WS-FIND-N.
051500      PERFORM 2900-CHECK-TABLE THRU 2900-EXIT.
051600      IF WS-ON-TABLE
051700          ADD 1 TO WS-NOW-ON-TABLE-COUNT
051800          GO TO 2600-NEXT
051900      END-IF.
052000      MOVE POH3-LOG-REQUESTER TO WS-FIND-REQUESTER.
052100      MOVE POH3-LOG-REFERENCE TO WS-FIND-REFERENCE.
052200      PERFORM 2800-NOTE-REQUEST THRU 2800-EXIT.
052300   2600-NEXT.
052400      PERFORM 2510-READ-LOG THRU 2510-EXIT.
052500   2600-EXIT.
052600      EXIT.
052700*--------------------------------------------------------------
052800* 2800-NOTE-REQUEST - COUNT ONE REQUEST FOR WS-FIND-N FROM
052900* WS-FIND-REQUESTER/REFERENCE, UNLESS THE SAME SUBMISSION WAS
053000* ALREADY COUNTED.  A LINE WITH NO REFERENCE CANNOT BE TOLD
053100* FROM ANOTHER AND ALWAYS COUNTS.  WS-HIT-DX COMES BACK ON THE
053200* N'S ENTRY; WS-NEW-REQUEST SAYS WHETHER IT COUNTED.  A FULL
053300* TABLE DROPS THE REQUEST AND THE REPORT SAYS HOW MANY.
053400*--------------------------------------------------------------
053500   2800-NOTE-REQUEST.
053600      MOVE "N" TO WS-NEW-REQUEST-SWITCH.
053700      PERFORM 2810-FIND-DEMAND THRU 2810-EXIT.
053800      IF WS-HIT-DX = 0
053900          ADD 1 TO WS-DROPPED-COUNT
054000          GO TO 2800-EXIT
054100      END-IF.
054200      IF WS-FIND-REFERENCE NOT = SPACES
054300          MOVE 0 TO WS-HIT-KX
054400          PERFORM 2820-TEST-KEY THRU 2820-EXIT
054500              VARYING WS-KX FROM 1 BY 1
054600              UNTIL WS-KX > WS-KEY-COUNT
054700                  OR WS-HIT-KX > 0
054800          IF WS-HIT-KX > 0
054900              GO TO 2800-EXIT
055000          END-IF
055100          IF WS-KEY-COUNT = 5000
055200              ADD 1 TO WS-DROPPED-COUNT
055300              GO TO 2800-EXIT
055400          END-IF
055500          ADD 1 TO WS-KEY-COUNT
055600          MOVE WS-FIND-N TO WS-KEY-N(WS-KEY-COUNT)
055700          MOVE WS-FIND-REQUESTER TO WS-KEY-REQUESTER(WS-KEY-COUNT)
055800          MOVE WS-FIND-REFERENCE TO WS-KEY-REFERENCE(WS-KEY-COUNT)
055900      END-IF.
056000      MOVE "Y" TO WS-NEW-REQUEST-SWITCH.
056100      ADD 1 TO WS-REQUEST-COUNT.
056200      ADD 1 TO WS-DMD-REQUESTS(WS-HIT-DX).
056300      MOVE 0 TO WS-HIT-PX.
056400      PERFORM 2830-TEST-PAIR THRU 2830-EXIT
056500          VARYING WS-PX FROM 1 BY 1
056600          UNTIL WS-PX > WS-PAIR-COUNT
056700              OR WS-HIT-PX > 0.
056800      IF WS-HIT-PX = 0 AND WS-PAIR-COUNT < 2000
056900          ADD 1 TO WS-PAIR-COUNT
057000          MOVE WS-FIND-N TO WS-PAIR-N(WS-PAIR-COUNT)
057100          MOVE WS-FIND-REQUESTER
057200              TO WS-PAIR-REQUESTER(WS-PAIR-COUNT)
057300          ADD 1 TO WS-DMD-REQUESTERS(WS-HIT-DX)
057400      END-IF.
057500   2800-EXIT.
057600      EXIT.
057700*--------------------------------------------------------------
057800* 2810-FIND-DEMAND - LOCATE THE ENTRY FOR WS-FIND-N, OPENING ONE
057900* ON FIRST SIGHT.  WS-HIT-DX COMES BACK ZERO WHEN THE TABLE IS
058000* FULL.
058100*--------------------------------------------------------------
058200   2810-FIND-DEMAND.
058300      MOVE 0 TO WS-HIT-DX.
058400      PERFORM 2815-TEST-DEMAND THRU 2815-EXIT
058500          VARYING WS-DX FROM 1 BY 1
058600          UNTIL WS-DX > WS-DMD-COUNT
058700              OR WS-HIT-DX > 0.
058800      IF WS-HIT-DX > 0 OR WS-DMD-COUNT = 500
058900          GO TO 2810-EXIT
059000      END-IF.
059100      ADD 1 TO WS-DMD-COUNT.
059200      MOVE WS-DMD-COUNT TO WS-HIT-DX.
059300      MOVE WS-FIND-N TO WS-DMD-N(WS-HIT-DX).
059400      MOVE 0 TO WS-DMD-REQUESTS(WS-HIT-DX).
059500      MOVE 0 TO WS-DMD-REQUESTERS(WS-HIT-DX).
059600      MOVE 0 TO WS-DMD-SUSPENSE(WS-HIT-DX).
059700      MOVE 0 TO WS-DMD-OLDEST-DATE(WS-HIT-DX).
059800      MOVE 0 TO WS-DMD-OLDEST-DAYS(WS-HIT-DX).
059900      MOVE SPACE TO WS-DMD-BAND-BUCKET(WS-HIT-DX).
060000      MOVE 0 TO WS-DMD-BAND-FROM(WS-HIT-DX).
060100      MOVE 0 TO WS-DMD-BAND-TO(WS-HIT-DX).
060200      MOVE SPACE TO WS-DMD-CAND-BUCKET(WS-HIT-DX).
060300   2810-EXIT.
060400      EXIT.
060500*--------------------------------------------------------------
060600* 2815-TEST-DEMAND
060700*--------------------------------------------------------------
060800   2815-TEST-DEMAND.
060900      IF WS-DMD-N(WS-DX) = WS-FIND-N
061000          MOVE WS-DX TO WS-HIT-DX
061100      END-IF.
061200   2815-EXIT.
061300      EXIT.
061400*--------------------------------------------------------------
061500* 2820-TEST-KEY
061600*--------------------------------------------------------------
061700   2820-TEST-KEY.
061800      IF WS-KEY-N(WS-KX) = WS-FIND-N
061900              AND WS-KEY-REQUESTER(WS-KX) = WS-FIND-REQUESTER
062000              AND WS-KEY-REFERENCE(WS-KX) = WS-FIND-REFERENCE
062100          MOVE WS-KX TO WS-HIT-KX
062200      END-IF.
062300   2820-EXIT.
062400      EXIT.
062500*--------------------------------------------------------------
062600* 2830-TEST-PAIR
062700*--------------------------------------------------------------
062800   2830-TEST-PAIR.
062900      IF WS-PAIR-N(WS-PX) = WS-FIND-N
063000              AND WS-PAIR-REQUESTER(WS-PX) = WS-FIND-REQUESTER
063100          MOVE WS-PX TO WS-HIT-PX
063200      END-IF.
063300   2830-EXIT.
063400      EXIT.
063500*--------------------------------------------------------------
063600* 2900-CHECK-TABLE - IS WS-FIND-N A THRESHOLD ON TODAY'S TABLE?
063700*--------------------------------------------------------------
063800   2900-CHECK-TABLE.
063900      MOVE "N" TO WS-ON-TABLE-SWITCH.
064000      PERFORM 2910-TEST-THRESHOLD THRU 2910-EXIT
064100          VARYING POH3-BX FROM 1 BY 1
064200          UNTIL POH3-BX > POH3-BRK-COUNT
064300              OR WS-ON-TABLE.
064400   2900-EXIT.
064500      EXIT.
064600*--------------------------------------------------------------
064700* 2910-TEST-THRESHOLD
064800*--------------------------------------------------------------
064900   2910-TEST-THRESHOLD.
065000      IF POH3-BRK-TAB-THRESHOLD(POH3-BX) = WS-FIND-N
065100          MOVE "Y" TO WS-ON-TABLE-SWITCH
065200      END-IF.
065300   2910-EXIT.
065400      EXIT.
065500*--------------------------------------------------------------
065600* 3000-PLACE-BAND - THE BAND ONE N FALLS IN: THE BUCKET WITH THE
065700* HIGHEST THRESHOLD NOT ABOVE N, RUNNING UP TO ONE BELOW THE
065800* NEXT THRESHOLD (OPEN-ENDED ABOVE THE TOP ONE).  AN N BELOW
065900* THE LOWEST THRESHOLD HAS NO BAND.
066000*--------------------------------------------------------------
066100   3000-PLACE-BAND.
066200      MOVE 9999999 TO WS-NEXT-THRESHOLD.
066300      PERFORM 3010-TEST-BAND THRU 3010-EXIT
066400          VARYING POH3-BX FROM 1 BY 1
066500          UNTIL POH3-BX > POH3-BRK-COUNT.
066600      IF WS-NEXT-THRESHOLD NOT = 9999999
066700          SUBTRACT 1 FROM WS-NEXT-THRESHOLD
066800              GIVING WS-DMD-BAND-TO(WS-DX)
066900      END-IF.
067000   3000-EXIT.
067100      EXIT.
067200*--------------------------------------------------------------
067300* 3010-TEST-BAND
067400*--------------------------------------------------------------
067500   3010-TEST-BAND.
067600      IF POH3-BRK-TAB-THRESHOLD(POH3-BX) > WS-DMD-N(WS-DX)
067700          IF POH3-BRK-TAB-THRESHOLD(POH3-BX) < WS-NEXT-THRESHOLD
067800              MOVE POH3-BRK-TAB-THRESHOLD(POH3-BX)
067900                  TO WS-NEXT-THRESHOLD
068000          END-IF
068100          GO TO 3010-EXIT
068200      END-IF.
068300      IF WS-DMD-BAND-BUCKET(WS-DX) = SPACE
068400              OR POH3-BRK-TAB-THRESHOLD(POH3-BX)
068500                  > WS-DMD-BAND-FROM(WS-DX)
068600          MOVE POH3-BRK-TAB-BUCKET(POH3-BX)
068700              TO WS-DMD-BAND-BUCKET(WS-DX)
068800          MOVE POH3-BRK-TAB-THRESHOLD(POH3-BX)
068900              TO WS-DMD-BAND-FROM(WS-DX)
069000      END-IF.
069100   3010-EXIT.
069200      EXIT.
069300*--------------------------------------------------------------
069400* 3500-RANK-DEMAND - EXCHANGE SORT INTO RANK ORDER: MOST
069500* REQUESTS FIRST, THEN MOST DISTINCT REQUESTERS, THEN OLDEST IN
069600* SUSPENSE, THEN LOWEST N SO THE ORDER NEVER DEPENDS ON WHICH
069700* VALUE WAS SEEN FIRST.
069800*--------------------------------------------------------------
069900   3500-RANK-DEMAND.
070000      MOVE "Y" TO WS-SORT-SWAP-SWITCH.
070100      PERFORM 3510-SORT-PASS THRU 3510-EXIT
070200          UNTIL NOT WS-SORT-SWAPPED.
070300   3500-EXIT.
070400      EXIT.
070500*--------------------------------------------------------------
070600* 3510-SORT-PASS
070700*--------------------------------------------------------------
070800   3510-SORT-PASS.
070900      MOVE "N" TO WS-SORT-SWAP-SWITCH.
071000      IF WS-DMD-COUNT < 2
071100          GO TO 3510-EXIT
071200      END-IF.
071300      SUBTRACT 1 FROM WS-DMD-COUNT GIVING WS-SORT-TOP.
071400      PERFORM 3520-SORT-COMPARE THRU 3520-EXIT
071500          VARYING WS-DX FROM 1 BY 1
071600          UNTIL WS-DX > WS-SORT-TOP.
071700   3510-EXIT.
071800      EXIT.
071900*--------------------------------------------------------------
072000* 3520-SORT-COMPARE
072100*--------------------------------------------------------------
072200   3520-SORT-COMPARE.
072300      ADD 1 WS-DX GIVING WS-JX.
072400      EVALUATE TRUE
072500          WHEN WS-DMD-REQUESTS(WS-DX) < WS-DMD-REQUESTS(WS-JX)
072600              CONTINUE
072700          WHEN WS-DMD-REQUESTS(WS-DX) > WS-DMD-REQUESTS(WS-JX)
072800              GO TO 3520-EXIT
072900          WHEN WS-DMD-REQUESTERS(WS-DX) < WS-DMD-REQUESTERS(WS-JX)
073000              CONTINUE
073100          WHEN WS-DMD-REQUESTERS(WS-DX) > WS-DMD-REQUESTERS(WS-JX)
073200              GO TO 3520-EXIT
073300          WHEN WS-DMD-OLDEST-DAYS(WS-DX)
073400                  < WS-DMD-OLDEST-DAYS(WS-JX)
073500              CONTINUE
073600          WHEN WS-DMD-OLDEST-DAYS(WS-DX)
073700                  > WS-DMD-OLDEST-DAYS(WS-JX)
073800              GO TO 3520-EXIT
073900          WHEN WS-DMD-N(WS-DX) > WS-DMD-N(WS-JX)
074000              CONTINUE
074100          WHEN OTHER
074200              GO TO 3520-EXIT
074300      END-EVALUATE.
074400      MOVE WS-DMD-ENTRY(WS-DX) TO WS-SAVE-ENTRY.
074500      MOVE WS-DMD-ENTRY(WS-JX) TO WS-DMD-ENTRY(WS-DX).
074600      MOVE WS-SAVE-ENTRY TO WS-DMD-ENTRY(WS-JX).
074700      MOVE "Y" TO WS-SORT-SWAP-SWITCH.
074800   3520-EXIT.
074900      EXIT.
075000*--------------------------------------------------------------
075100* 4000-WRITE-REPORT - HEADINGS, THE COUNTS BEHIND THE RANKING,
075200* THEN ONE LINE PER OFF-TABLE N IN RANK ORDER.  THE TOP-RANKED
075300* VALUES ARE PROPOSED ON THE EXTRACT AS THEY ARE LISTED.
075400*--------------------------------------------------------------
075500   4000-WRITE-REPORT.
075600      MOVE "POH3DMD OFF-TABLE DEMAND ANALYSIS" TO POH3-DMR-RECORD.
075700      WRITE POH3-DMR-RECORD.
075800      MOVE SPACES TO WS-HEAD-LINE.
075900      MOVE "RUN DATE" TO WS-HEAD-LABEL.
076000      MOVE WS-RUN-DATE TO WS-HEAD-VALUE.
076100      WRITE POH3-DMR-RECORD FROM WS-HEAD-LINE.
076200      MOVE SPACES TO WS-HEAD-LINE.
076300      MOVE "TOP COUNT" TO WS-HEAD-LABEL.
076400      MOVE WS-TOP-COUNT TO WS-HEAD-VALUE.
076500      WRITE POH3-DMR-RECORD FROM WS-HEAD-LINE.
076600      MOVE SPACES TO WS-TOT-LINE.
076700      MOVE "BREAKPOINTS" TO WS-TOT-LABEL.
076800      MOVE POH3-BRK-COUNT TO WS-TOT-COUNT.
076900      WRITE POH3-DMR-RECORD FROM WS-TOT-LINE.
077000      MOVE "SUSPENSE READ" TO WS-TOT-LABEL.
077100      MOVE WS-REJ-READ TO WS-TOT-COUNT.
077200      WRITE POH3-DMR-RECORD FROM WS-TOT-LINE.
077300      MOVE "  OFF-TABLE ITEMS" TO WS-TOT-LABEL.
077400      MOVE WS-REJ-OFF-TABLE TO WS-TOT-COUNT.
077500      WRITE POH3-DMR-RECORD FROM WS-TOT-LINE.
077600      MOVE "LOG LINES READ" TO WS-TOT-LABEL.
077700      MOVE WS-LOG-READ TO WS-TOT-COUNT.
077800      WRITE POH3-DMR-RECORD FROM WS-TOT-LINE.
077900      MOVE "  INVALID LINES" TO WS-TOT-LABEL.
078000      MOVE WS-LOG-INVALID TO WS-TOT-COUNT.
078100      WRITE POH3-DMR-RECORD FROM WS-TOT-LINE.
078200      MOVE "N OF ZERO SKIPPED" TO WS-TOT-LABEL.
078300      MOVE WS-N-ZERO-COUNT TO WS-TOT-COUNT.
078400      WRITE POH3-DMR-RECORD FROM WS-TOT-LINE.
078500      MOVE "NOW ON TABLE" TO WS-TOT-LABEL.
078600      MOVE WS-NOW-ON-TABLE-COUNT TO WS-TOT-COUNT.
078700      WRITE POH3-DMR-RECORD FROM WS-TOT-LINE.
078800      MOVE "OFF-TABLE REQUESTS" TO WS-TOT-LABEL.
078900      MOVE WS-REQUEST-COUNT TO WS-TOT-COUNT.
079000      WRITE POH3-DMR-RECORD FROM WS-TOT-LINE.
079100      MOVE "DISTINCT N VALUES" TO WS-TOT-LABEL.
079200      MOVE WS-DMD-COUNT TO WS-TOT-COUNT.
079300      WRITE POH3-DMR-RECORD FROM WS-TOT-LINE.
079400      IF WS-DROPPED-COUNT > 0
079500          MOVE "NOT ANALYSED-FULL" TO WS-TOT-LABEL
079600          MOVE WS-DROPPED-COUNT TO WS-TOT-COUNT
079700          WRITE POH3-DMR-RECORD FROM WS-TOT-LINE
079800          MOVE 4 TO RETURN-CODE
079900      END-IF.
080000      MOVE SPACES TO POH3-DMR-RECORD.
080100      WRITE POH3-DMR-RECORD.
080200      WRITE POH3-DMR-RECORD FROM WS-LEGEND-LINE.
080300      PERFORM 4100-WRITE-RANK THRU 4100-EXIT
080400          VARYING WS-DX FROM 1 BY 1
080500          UNTIL WS-DX > WS-DMD-COUNT.
080600      MOVE SPACES TO POH3-DMR-RECORD.
080700      WRITE POH3-DMR-RECORD.
080800      MOVE SPACES TO WS-TOT-LINE.
080900      MOVE "CANDIDATES TO DMX" TO WS-TOT-LABEL.
081000      MOVE WS-CAND-COUNT TO WS-TOT-COUNT.
081100      WRITE POH3-DMR-RECORD FROM WS-TOT-LINE.
081200      IF WS-NO-LETTER-COUNT > 0
081300          MOVE "NO BUCKET LETTER" TO WS-TOT-LABEL
081400          MOVE WS-NO-LETTER-COUNT TO WS-TOT-COUNT
081500          WRITE POH3-DMR-RECORD FROM WS-TOT-LINE
081600      END-IF.
081700   4000-EXIT.
081800      EXIT.
081900*--------------------------------------------------------------
082000* 4100-WRITE-RANK - ONE RANKED VALUE.  THE BAND SHOWS THE BUCKET
082100* AND ITS RANGE, "UP" ABOVE THE TOP THRESHOLD; THE OLDEST DATE
082200* AND AGE ARE BLANK WHEN NOTHING FOR THE VALUE IS STILL IN
082300* SUSPENSE.  A VALUE INSIDE THE TOP COUNT IS PROPOSED.
082400*--------------------------------------------------------------
082500   4100-WRITE-RANK.
082600      IF WS-DX NOT > WS-TOP-COUNT
082700          PERFORM 4200-PROPOSE-CANDIDATE THRU 4200-EXIT
082800      END-IF.
082900      MOVE SPACES TO WS-RANK-LINE.
083000      MOVE WS-DX TO WS-RNK-RANK.
083100      MOVE WS-DMD-N(WS-DX) TO WS-RNK-N.
083200      MOVE WS-DMD-REQUESTS(WS-DX) TO WS-RNK-REQUESTS.
083300      MOVE WS-DMD-REQUESTERS(WS-DX) TO WS-RNK-REQUESTERS.
083400      MOVE WS-DMD-SUSPENSE(WS-DX) TO WS-RNK-SUSPENSE.
083500      IF WS-DMD-SUSPENSE(WS-DX) > 0
083600              AND WS-DMD-OLDEST-DATE(WS-DX) > 0
083700          MOVE WS-DMD-OLDEST-DATE(WS-DX) TO WS-DATE-DISPLAY
083800          MOVE WS-DATE-DISPLAY TO WS-RNK-OLDEST
083900          MOVE WS-DMD-OLDEST-DAYS(WS-DX) TO WS-RNK-DAYS-N
084000      END-IF.
084100      IF WS-DMD-BAND-BUCKET(WS-DX) = SPACE
084200          MOVE "BELOW TABLE" TO WS-RNK-BAND
084300      ELSE
084400          MOVE WS-DMD-BAND-BUCKET(WS-DX) TO WS-RNK-BAND-BUCKET
084500          MOVE WS-DMD-BAND-FROM(WS-DX) TO WS-RNK-BAND-FROM
084600          MOVE "-" TO WS-RNK-BAND-DASH
084700          IF WS-DMD-BAND-TO(WS-DX) = 0
084800              MOVE "UP" TO WS-RNK-BAND-TO
084900          ELSE
085000              MOVE WS-DMD-BAND-TO(WS-DX) TO WS-BAND-TO-DISPLAY
085100              MOVE WS-BAND-TO-DISPLAY TO WS-RNK-BAND-TO
085200          END-IF
085300      END-IF.
085400      MOVE WS-DMD-CAND-BUCKET(WS-DX) TO WS-RNK-CAND-BUCKET.
085500      WRITE POH3-DMR-RECORD FROM WS-RANK-LINE.
085600   4100-EXIT.
085700      EXIT.
085800*--------------------------------------------------------------
085900* 4200-PROPOSE-CANDIDATE - WRITE ONE ADD TRANSACTION ON THE NEXT
086000* BUCKET LETTER NEITHER TODAY'S TABLE NOR AN EARLIER CANDIDATE
086100* USES.  THE RESULT AND EFFECTIVE DATE ARE LEFT FOR THE
086200* ACTUARIES.  ONCE THE LETTERS RUN OUT THE REST OF THE TOP
086300* COUNT ARE LISTED BUT NOT PROPOSED.
086400*--------------------------------------------------------------
086500   4200-PROPOSE-CANDIDATE.
086600      MOVE 0 TO WS-HIT-LX.
086700      PERFORM 4210-TRY-LETTER THRU 4210-EXIT
086800          VARYING WS-LX FROM WS-NEXT-LX BY 1
086900          UNTIL WS-LX > 26
087000              OR WS-HIT-LX > 0.
087100      IF WS-HIT-LX = 0
087200          MOVE 27 TO WS-NEXT-LX
087300          ADD 1 TO WS-NO-LETTER-COUNT
087400          GO TO 4200-EXIT
087500      END-IF.
087600      ADD 1 TO WS-HIT-LX GIVING WS-NEXT-LX.
087700      MOVE WS-LETTER(WS-HIT-LX) TO WS-DMD-CAND-BUCKET(WS-DX).
087800      MOVE SPACES TO POH3-BTX-RECORD.
087900      MOVE "ADD" TO POH3-BTX-ACTION.
088000      MOVE WS-LETTER(WS-HIT-LX) TO POH3-BTX-BUCKET.
088100      MOVE WS-DMD-N(WS-DX) TO WS-RNK-N.
088200      MOVE WS-RNK-N TO POH3-BTX-THRESHOLD.
088300      WRITE POH3-BTX-RECORD.
088400      ADD 1 TO WS-CAND-COUNT.
088500   4200-EXIT.
088600      EXIT.
088700*--------------------------------------------------------------
088800* 4210-TRY-LETTER
088900*--------------------------------------------------------------
089000   4210-TRY-LETTER.
089100      MOVE "N" TO WS-ON-TABLE-SWITCH.
089200      PERFORM 4220-TEST-LETTER THRU 4220-EXIT
089300          VARYING POH3-BX FROM 1 BY 1
089400          UNTIL POH3-BX > POH3-BRK-COUNT
089500              OR WS-ON-TABLE.
089600      IF NOT WS-ON-TABLE
089700          MOVE WS-LX TO WS-HIT-LX
089800      END-IF.
089900   4210-EXIT.
090000      EXIT.
090100*--------------------------------------------------------------
090200* 4220-TEST-LETTER
090300*--------------------------------------------------------------
090400   4220-TEST-LETTER.
090500      IF POH3-BRK-TAB-BUCKET(POH3-BX) = WS-LETTER(WS-LX)
090600          MOVE "Y" TO WS-ON-TABLE-SWITCH
090700      END-IF.
090800   4220-EXIT.
090900      EXIT.
091000*--------------------------------------------------------------
091100* 8000-ABORT-RUN
091200*--------------------------------------------------------------
091300   8000-ABORT-RUN.
091400      MOVE "Y" TO WS-ABORT-SWITCH.
091500      MOVE 16 TO RETURN-CODE.
091600   8000-EXIT.
091700      EXIT.
091800*--------------------------------------------------------------
091900* 9999-TERMINATE - CLOSE THE REPORT AND THE EXTRACT AND STAMP
092000* THE RUN.  NO OFF-TABLE DEMAND AT ALL ENDS WITH RETURN-CODE 4.
092100*--------------------------------------------------------------
092200   9999-TERMINATE.
092300      IF WS-DMR-FS = "00"
092400          CLOSE POH3DMRF
092500      END-IF.
092600      IF WS-DMX-FS = "00"
092700          CLOSE POH3DMXF
092800      END-IF.
092900      IF RETURN-CODE = 0 AND WS-DMD-COUNT = 0
093000          MOVE 4 TO RETURN-CODE
093100      END-IF.
093200      MOVE "E" TO POH3-RIF-MODE.
093300      MOVE WS-REJ-READ TO POH3-RIF-RECS-IN.
093400      ADD WS-LOG-READ TO POH3-RIF-RECS-IN.
093500      MOVE WS-CAND-COUNT TO POH3-RIF-RECS-OUT.
093600      MOVE RETURN-CODE TO POH3-RIF-RC.
093700      CALL "POH3RUN" USING POH3-RUN-INTERFACE.
093800   9999-EXIT.
093900      EXIT.
