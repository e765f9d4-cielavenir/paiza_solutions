002868*                        DATASET NOW OVERRIDES THE PROCESSING
002870*                        DATE THE MASTER KEY CARRIES, SO A LATE
002872*                        FEED LANDS UNDER THE DAY IT BELONGS TO.
002875*  10/15/2026  RTM       THE NEW POH3EXP INTRADAY EXPRESS RUN
002878*                        JOURNALS ITS ANSWERS TO POH3XOUT INSTEAD
002880*                        OF POH3OUT.  THE DAY'S POH3XOUT, WHEN
002883*                        THERE IS ONE, IS NOW APPLIED THROUGH THE
002886*                        SAME FEED FD AHEAD OF POH3OUT, SO AN
002889*                        EXPRESS ANSWER REACHES THE MASTER THAT
002892*                        NIGHT AND THE NIGHTLY ANSWER FOR THE
002894*                        SAME N STILL WINS.  POH3MSUM COUNTS THE
002897*                        EXPRESS RECORDS ON THEIR OWN LINE.
002900*--------------------------------------------------------------
003000   ENVIRONMENT DIVISION.
003100   INPUT-OUTPUT SECTION.
003200   FILE-CONTROL.
003300      SELECT POH3OUTF ASSIGN USING WS-OUT-DDNAME
003400          ORGANIZATION IS LINE SEQUENTIAL
003500          FILE STATUS IS WS-OUT-FS.
003600      SELECT POH3MSTF ASSIGN TO "POH3MST"
005700          88  WS-ABORTED                      VALUE "Y".
005710      05  WS-PRM-EOF-SWITCH       PIC X(01) VALUE "N".
005720          88  WS-PRM-EOF                      VALUE "Y".
005747      05  WS-EXP-FEED-SWITCH      PIC X(01) VALUE "N".
005773          88  WS-EXP-FEED                     VALUE "Y".
005800   01  WS-SUM-LINE.
005900      05  WS-SUM-LABEL            PIC X(18).
006000      05  FILLER                  PIC X(02) VALUE SPACES.
006100      05  WS-SUM-COUNT            PIC Z(08)9.
006150   77  WS-OUT-DDNAME               PIC X(08) VALUE "POH3OUT".
006200   77  WS-OUT-FS                   PIC X(02).
006300   77  WS-MST-FS                   PIC X(02).
006400   77  WS-SUM-FS                   PIC X(02).
006500   77  WS-RUN-DATE                 PIC 9(08).
006600   77  WS-READ-COUNT               PIC 9(09) COMP VALUE ZERO.
006650   77  WS-EXP-READ-COUNT           PIC 9(09) COMP VALUE ZERO.
006700   77  WS-ADDED-COUNT              PIC 9(09) COMP VALUE ZERO.
006800   77  WS-REPLACED-COUNT           PIC 9(09) COMP VALUE ZERO.
006810   77  WS-PRM-FS                   PIC X(02).
008100* THAT DOES NOT EXIST YET IS BUILT EMPTY ON THE SPOT (THE FIRST
008200* EVER RUN); ANYTHING ELSE THAT WILL NOT OPEN IS FATAL, SINCE A
008300* PARTIAL APPLY WOULD LEAVE DOWNSTREAM READING HALF A DAY.
008333* POH3OUT IS PROVED OPENABLE FIRST; THE FEED THEN STARTS ON THE
008367* DAY'S POH3XOUT EXPRESS JOURNAL WHEN THERE IS ONE.
008400*--------------------------------------------------------------
008500   1000-INITIALIZE.
008600      MOVE 0 TO RETURN-CODE.
009000          DISPLAY "POH3OUT OPEN FAILED - FILE STATUS " WS-OUT-FS
009100          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
009200          GO TO 1000-EXIT
009206      END-IF.
009212      CLOSE POH3OUTF.
009219      MOVE "POH3XOUT" TO WS-OUT-DDNAME.
009225      OPEN INPUT POH3OUTF.
009231      IF WS-OUT-FS = "00"
009238          MOVE "Y" TO WS-EXP-FEED-SWITCH
009244      ELSE
009250          IF WS-OUT-FS NOT = "35"
009256              DISPLAY "POH3XOUT OPEN FAILED - FILE STATUS "
009262                  WS-OUT-FS
009269              PERFORM 8000-ABORT-RUN THRU 8000-EXIT
009275              GO TO 1000-EXIT
009281          END-IF
009288          MOVE "POH3OUT" TO WS-OUT-DDNAME
009294          OPEN INPUT POH3OUTF
009300      END-IF.
009400      OPEN I-O POH3MSTF.
009500      IF WS-MST-FS = "35"
011600*--------------------------------------------------------------
011700   2000-APPLY-RECORD.
011800      ADD 1 TO WS-READ-COUNT.
011825      IF WS-EXP-FEED
011850          ADD 1 TO WS-EXP-READ-COUNT
011875      END-IF.
011900      MOVE SPACES TO POH3-MST-RECORD.
012000      MOVE POH3-OUT-N TO POH3-MST-N.
012100      MOVE WS-RUN-DATE TO POH3-MST-DATE.
013300   2000-EXIT.
013400      EXIT.
013500*--------------------------------------------------------------
013567* 2100-READ-FEED - THE END OF THE EXPRESS JOURNAL CARRIES ON
013633* INTO POH3OUT.
013700*--------------------------------------------------------------
013800   2100-READ-FEED.
013900      READ POH3OUTF
014000          AT END
014100              MOVE "Y" TO WS-OUT-EOF-SWITCH
014200      END-READ.
014207      IF WS-OUT-EOF AND WS-EXP-FEED
014213          CLOSE POH3OUTF
014220          MOVE "N" TO WS-EXP-FEED-SWITCH
014227          MOVE "POH3OUT" TO WS-OUT-DDNAME
014233          OPEN INPUT POH3OUTF
014240          IF WS-OUT-FS NOT = "00"
014247              DISPLAY "POH3OUT OPEN FAILED - FILE STATUS "
014253                  WS-OUT-FS
014260              PERFORM 8000-ABORT-RUN THRU 8000-EXIT
014267              GO TO 2100-EXIT
014273          END-IF
014280          MOVE "N" TO WS-OUT-EOF-SWITCH
014287          GO TO 2100-READ-FEED
014293      END-IF.
014300   2100-EXIT.
014400      EXIT.
014500*--------------------------------------------------------------
017700      IF WS-SUM-FS = "00"
017800          MOVE "FEED RECORDS READ" TO WS-SUM-LABEL
017900          MOVE WS-READ-COUNT TO WS-SUM-COUNT
017925          WRITE POH3-MSUM-RECORD FROM WS-SUM-LINE
017950          MOVE "EXPRESS RECORDS" TO WS-SUM-LABEL
017975          MOVE WS-EXP-READ-COUNT TO WS-SUM-COUNT
018000          WRITE POH3-MSUM-RECORD FROM WS-SUM-LINE
018100          MOVE "ADDED" TO WS-SUM-LABEL
018200          MOVE WS-ADDED-COUNT TO WS-SUM-COUNT
