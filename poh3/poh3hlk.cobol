000100   IDENTIFICATION DIVISION.
000200   PROGRAM-ID.     POH3HLK.
000300   AUTHOR.         RTM.
000400   INSTALLATION.   BATCH SYSTEMS GROUP.
000500   DATE-WRITTEN.   10/15/2026.
000600   DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000*  10/15/2026  RTM       ORIGINAL VERSION.  WHEN A DEPARTMENT
001100*                        DISPUTES A RESULT PUBLISHED MONTHS AGO
001200*                        THE LIVE POH3BRK TABLE MAY NO LONGER SAY
001300*                        WHAT IT SAID THAT DAY.  THIS ON-DEMAND
001400*                        JOB READS POH3HLQ REQUEST CARDS - AN N
001500*                        AND AN AS-OF DATE, WITH THE REQUESTER
001600*                        AND REFERENCE IN DISPUTE FOR THE RECORD
001700*                        - AND ANSWERS EACH THROUGH THE POH3CALC
001800*                        HISTORICAL MODE AGAINST THE POH3BRH
001900*                        VERSION IN FORCE ON THAT DATE.  EVERY
002000*                        ANSWER ON THE POH3HLR REPORT NAMES THE
002100*                        VERSION THAT GAVE IT AND THE DAYS THAT
002200*                        VERSION WAS IN FORCE, SO AN AUDITOR CAN
002300*                        PROVE WHAT THE RIGHT ANSWER WAS ON THE
002400*                        DAY.  NOTHING IS LOGGED OR PUBLISHED -
002500*                        THIS IS AN INQUIRY, NOT A LOOKUP ANYONE
002600*                        IS BILLED FOR.  A CARD THAT FAILS ITS
002700*                        EDIT, OR A DATE NO VERSION COVERS, ENDS
002800*                        THE RUN WITH RETURN-CODE 4.
002825*                        A "TBLFULL " ANSWER - A VERSION WITH
002850*                        MORE BREAKPOINTS THAN THE TABLE HOLDS -
002875*                        STOPS THE RUN WITH RETURN-CODE 16.
002900*--------------------------------------------------------------
003000   ENVIRONMENT DIVISION.
003100   INPUT-OUTPUT SECTION.
003200   FILE-CONTROL.
003300      SELECT POH3HLQF ASSIGN TO "POH3HLQ"
003400          ORGANIZATION IS LINE SEQUENTIAL
003500          FILE STATUS IS WS-HLQ-FS.
003600      SELECT POH3HLRF ASSIGN TO "POH3HLR"
003700          ORGANIZATION IS LINE SEQUENTIAL
003800          FILE STATUS IS WS-HLR-FS.
003900   DATA DIVISION.
004000   FILE SECTION.
004100   FD  POH3HLQF.
004200      COPY POH3HLQR.
004300   FD  POH3HLRF.
004400   01  POH3-HLR-RECORD             PIC X(80).
004500   WORKING-STORAGE SECTION.
004600      COPY POH3CIF.
004700      COPY POH3DIF.
004800   01  WS-SWITCHES.
004900      05  WS-HLQ-EOF-SWITCH       PIC X(01) VALUE "N".
005000          88  WS-HLQ-EOF                      VALUE "Y".
005100      05  WS-ABORT-SWITCH         PIC X(01) VALUE "N".
005200          88  WS-ABORTED                      VALUE "Y".
005300      05  WS-HLQ-OPEN-SWITCH      PIC X(01) VALUE "N".
005400          88  WS-HLQ-OPEN                     VALUE "Y".
005500   01  WS-INPUT-VALUE.
005600      05  WS-IN-N                 PIC X(06).
005700      05  WS-IN-MOVER REDEFINES WS-IN-N
005800                                  PIC Z(06).
005900   01  WS-EDIT-N                   PIC X(06).
006000   01  WS-REJECT-REASON            PIC X(20).
006100*--------------------------------------------------------------
006200* COLUMN LEGEND ALIGNED TO WS-DETAIL-LINE.
006300*--------------------------------------------------------------
006400   01  WS-LEGEND-LINE.
006500      05  FILLER                  PIC X(09) VALUE "AS-OF".
006600      05  FILLER                  PIC X(07) VALUE "N".
006700      05  FILLER                  PIC X(10) VALUE "RESULT".
006800      05  FILLER                  PIC X(02) VALUE "B".
006900      05  FILLER                  PIC X(09) VALUE "STATUS".
007000      05  FILLER                  PIC X(07) VALUE "VERSN".
007100      05  FILLER                  PIC X(09) VALUE "IN FORCE".
007200      05  FILLER                  PIC X(09) VALUE "UNTIL".
007300      05  FILLER                  PIC X(05) VALUE "REQ".
007400      05  FILLER                  PIC X(09) VALUE "REFERENCE".
007500   01  WS-DETAIL-LINE.
007600      05  WS-DTL-AS-OF            PIC 9(08).
007700      05  FILLER                  PIC X(01) VALUE SPACE.
007800      05  WS-DTL-N                PIC Z(05)9.
007900      05  FILLER                  PIC X(01) VALUE SPACE.
008000      05  WS-DTL-RESULT           PIC Z(08)9.
008100      05  FILLER                  PIC X(01) VALUE SPACE.
008200      05  WS-DTL-BUCKET           PIC X(01).
008300      05  FILLER                  PIC X(01) VALUE SPACE.
008400      05  WS-DTL-STATUS           PIC X(08).
008500      05  FILLER                  PIC X(01) VALUE SPACE.
008600      05  WS-DTL-VERSION          PIC 9(06).
008700      05  FILLER                  PIC X(01) VALUE SPACE.
008800      05  WS-DTL-VER-FROM         PIC 9(08).
008900      05  FILLER                  PIC X(01) VALUE SPACE.
009000      05  WS-DTL-VER-TO           PIC X(08).
009100      05  FILLER                  PIC X(01) VALUE SPACE.
009200      05  WS-DTL-REQUESTER        PIC X(04).
009300      05  FILLER                  PIC X(01) VALUE SPACE.
009400      05  WS-DTL-REFERENCE        PIC X(08).
009500   01  WS-REJECT-LINE.
009600      05  FILLER                  PIC X(09) VALUE "REJECTED ".
009700      05  WS-REJ-CARD             PIC X(30).
009800      05  FILLER                  PIC X(02) VALUE SPACES.
009900      05  WS-REJ-REASON           PIC X(20).
010000   01  WS-TOTAL-LINE.
010100      05  WS-TOT-LABEL            PIC X(18).
010200      05  FILLER                  PIC X(02) VALUE SPACES.
010300      05  WS-TOT-COUNT            PIC Z(08)9.
010400   77  WS-HLQ-FS                   PIC X(02).
010500   77  WS-HLR-FS                   PIC X(02).
010600   77  WS-READ-COUNT               PIC 9(09) COMP VALUE ZERO.
010700   77  WS-EXACT-COUNT              PIC 9(09) COMP VALUE ZERO.
010800   77  WS-INVALID-COUNT            PIC 9(09) COMP VALUE ZERO.
010900   77  WS-NOVERSN-COUNT            PIC 9(09) COMP VALUE ZERO.
011000   77  WS-REJECTED-COUNT           PIC 9(09) COMP VALUE ZERO.
011100   PROCEDURE DIVISION.
011200*--------------------------------------------------------------
011300* 0000-MAINLINE
011400*--------------------------------------------------------------
011500   0000-MAINLINE.
011600      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011700      PERFORM 2000-ANSWER-CARD THRU 2000-EXIT
011800          UNTIL WS-HLQ-EOF.
011900      PERFORM 9999-TERMINATE THRU 9999-EXIT.
012000      STOP RUN.
012100*--------------------------------------------------------------
012200* 1000-INITIALIZE - OPEN THE CARDS AND THE REPORT AND WRITE THE
012300* HEADINGS.  A CARD FILE THAT WILL NOT OPEN IS FATAL - THERE IS
012400* NO QUESTION TO ANSWER.  THE CALLER-OWNED INTERFACE FIELDS ARE
012500* SET ONCE: RANGE CLASSIFICATION, THE SAME AS THE NIGHTLY RUN,
012600* AND NO PROCESSING DATE, SINCE NOTHING IS EVER LOGGED.
012700*--------------------------------------------------------------
012800   1000-INITIALIZE.
012900      MOVE 0 TO RETURN-CODE.
013000      MOVE "R" TO POH3-IF-CLASS-MODE.
013100      MOVE 0 TO POH3-IF-PROC-DATE.
013200      OPEN INPUT POH3HLQF.
013300      IF WS-HLQ-FS NOT = "00"
013400          DISPLAY "POH3HLQ OPEN FAILED - FILE STATUS " WS-HLQ-FS
013500          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
013600          GO TO 1000-EXIT
013700      END-IF.
013800      MOVE "Y" TO WS-HLQ-OPEN-SWITCH.
013900      OPEN OUTPUT POH3HLRF.
014000      IF WS-HLR-FS NOT = "00"
014100          DISPLAY "POH3HLR OPEN FAILED - FILE STATUS " WS-HLR-FS
014200          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
014300          GO TO 1000-EXIT
014400      END-IF.
014500      MOVE "HISTORICAL BREAKPOINT LOOKUP" TO POH3-HLR-RECORD.
014600      WRITE POH3-HLR-RECORD.
014700      MOVE "ANSWERED BY THE TABLE VERSION IN FORCE ON EACH DATE"
014800          TO POH3-HLR-RECORD.
014900      WRITE POH3-HLR-RECORD.
015000      MOVE WS-LEGEND-LINE TO POH3-HLR-RECORD.
015100      WRITE POH3-HLR-RECORD.
015200      PERFORM 2100-READ-CARD THRU 2100-EXIT.
015300   1000-EXIT.
015400      EXIT.
015500*--------------------------------------------------------------
015600* 2000-ANSWER-CARD - EDIT ONE CARD AND ANSWER IT AGAINST THE
015700* TABLE VERSION IN FORCE ON ITS AS-OF DATE.  A VERSION STILL IN
015800* FORCE TODAY SHOWS "CURRENT" FOR ITS LAST DAY.
015900*--------------------------------------------------------------
016000   2000-ANSWER-CARD.
016100      ADD 1 TO WS-READ-COUNT.
016200      PERFORM 2200-EDIT-CARD THRU 2200-EXIT.
016300      IF WS-REJECT-REASON NOT = SPACES
016400          ADD 1 TO WS-REJECTED-COUNT
016500          MOVE POH3-HLQ-RECORD TO WS-REJ-CARD
016600          MOVE WS-REJECT-REASON TO WS-REJ-REASON
016700          WRITE POH3-HLR-RECORD FROM WS-REJECT-LINE
016800          GO TO 2000-NEXT
016900      END-IF.
017000      MOVE POH3-HLQ-N TO WS-IN-N.
017100      MOVE WS-IN-MOVER TO POH3-IF-N.
017200      MOVE POH3-HLQ-AS-OF-NUM TO POH3-IF-AS-OF-DATE.
017300      MOVE POH3-HLQ-REQUESTER TO POH3-IF-REQUESTER.
017400      MOVE POH3-HLQ-REFERENCE TO POH3-IF-REFERENCE.
017500      CALL "POH3CALC" USING POH3-INTERFACE.
017600      EVALUATE POH3-IF-STATUS
017700          WHEN "EXACT   "
017800              ADD 1 TO WS-EXACT-COUNT
017900          WHEN "NOVERSN "
018000              ADD 1 TO WS-NOVERSN-COUNT
018025          WHEN "TBLFULL "
018050              PERFORM 8000-ABORT-RUN THRU 8000-EXIT
018075              GO TO 2000-EXIT
018100          WHEN OTHER
018200              ADD 1 TO WS-INVALID-COUNT
018300      END-EVALUATE.
018400      MOVE POH3-IF-AS-OF-DATE TO WS-DTL-AS-OF.
018500      MOVE POH3-IF-N TO WS-DTL-N.
018600      MOVE POH3-IF-RESULT TO WS-DTL-RESULT.
018700      MOVE POH3-IF-BUCKET TO WS-DTL-BUCKET.
018800      MOVE POH3-IF-STATUS TO WS-DTL-STATUS.
018900      MOVE POH3-IF-VERSION TO WS-DTL-VERSION.
019000      MOVE POH3-IF-VER-FROM TO WS-DTL-VER-FROM.
019100      IF POH3-IF-VER-TO = 99999999
019200          MOVE "CURRENT" TO WS-DTL-VER-TO
019300      ELSE
019400          MOVE POH3-IF-VER-TO TO WS-DTL-VER-TO
019500      END-IF.
019600      MOVE POH3-IF-REQUESTER TO WS-DTL-REQUESTER.
019700      MOVE POH3-IF-REFERENCE TO WS-DTL-REFERENCE.
019800      WRITE POH3-HLR-RECORD FROM WS-DETAIL-LINE.
019900   2000-NEXT.
020000      PERFORM 2100-READ-CARD THRU 2100-EXIT.
020100   2000-EXIT.
020200      EXIT.
020300*--------------------------------------------------------------
020400* 2100-READ-CARD
020500*--------------------------------------------------------------
020600   2100-READ-CARD.
020700      READ POH3HLQF
020800          AT END
020900              MOVE "Y" TO WS-HLQ-EOF-SWITCH
021000      END-READ.
021100   2100-EXIT.
021200      EXIT.
021300*--------------------------------------------------------------
021400* 2200-EDIT-CARD - THE N MUST BE DIGITS (LEADING SPACES ALLOWED,
021500* AS ON POH3IN) AND THE AS-OF DATE A REAL CALENDAR DATE.  A
021600* HISTORICAL ANSWER FOR A DATE THAT NEVER EXISTED PROVES NOTHING.
021700*--------------------------------------------------------------
021800   2200-EDIT-CARD.
021900      MOVE SPACES TO WS-REJECT-REASON.
022000      MOVE POH3-HLQ-N TO WS-EDIT-N.
022100      INSPECT WS-EDIT-N REPLACING LEADING SPACE BY ZERO.
022200      IF WS-EDIT-N NOT NUMERIC
022300          MOVE "N NOT NUMERIC" TO WS-REJECT-REASON
022400          GO TO 2200-EXIT
022500      END-IF.
022600      IF POH3-HLQ-AS-OF-DATE NOT NUMERIC
022700          MOVE "AS-OF DATE INVALID" TO WS-REJECT-REASON
022800          GO TO 2200-EXIT
022900      END-IF.
023000      MOVE "D" TO POH3-DIF-MODE.
023100      MOVE POH3-HLQ-AS-OF-NUM TO POH3-DIF-DATE.
023200      CALL "POH3DAY" USING POH3-DAY-INTERFACE.
023300      IF NOT POH3-DIF-IS-VALID
023400          MOVE "AS-OF DATE INVALID" TO WS-REJECT-REASON
023500      END-IF.
023600   2200-EXIT.
023700      EXIT.
023800*--------------------------------------------------------------
023900* 8000-ABORT-RUN
024000*--------------------------------------------------------------
024100   8000-ABORT-RUN.
024200      MOVE "Y" TO WS-ABORT-SWITCH.
024300      MOVE 16 TO RETURN-CODE.
024400      MOVE "Y" TO WS-HLQ-EOF-SWITCH.
024500   8000-EXIT.
024600      EXIT.
024700*--------------------------------------------------------------
024800* 9999-TERMINATE - CARD TOTALS BY OUTCOME, THEN CLOSE.  A CLEAN
024900* RUN WITH A REJECTED CARD, A DATE NO VERSION COVERS, OR NO CARDS
025000* AT ALL ENDS WITH RETURN-CODE 4 SO AN INCOMPLETE ANSWER IS NEVER
025100* MISTAKEN FOR A FULL ONE.
025200*--------------------------------------------------------------
025300   9999-TERMINATE.
025400      IF WS-HLR-FS = "00" AND NOT WS-ABORTED
025500          MOVE "REQUESTS READ" TO WS-TOT-LABEL
025600          MOVE WS-READ-COUNT TO WS-TOT-COUNT
025700          WRITE POH3-HLR-RECORD FROM WS-TOTAL-LINE
025800          MOVE "EXACT" TO WS-TOT-LABEL
025900          MOVE WS-EXACT-COUNT TO WS-TOT-COUNT
026000          WRITE POH3-HLR-RECORD FROM WS-TOTAL-LINE
026100          MOVE "INVALID" TO WS-TOT-LABEL
026200          MOVE WS-INVALID-COUNT TO WS-TOT-COUNT
026300          WRITE POH3-HLR-RECORD FROM WS-TOTAL-LINE
026400          MOVE "NO VERSION" TO WS-TOT-LABEL
026500          MOVE WS-NOVERSN-COUNT TO WS-TOT-COUNT
026600          WRITE POH3-HLR-RECORD FROM WS-TOTAL-LINE
026700          MOVE "CARDS REJECTED" TO WS-TOT-LABEL
026800          MOVE WS-REJECTED-COUNT TO WS-TOT-COUNT
026900          WRITE POH3-HLR-RECORD FROM WS-TOTAL-LINE
027000          CLOSE POH3HLRF
027100      END-IF.
027200      IF WS-HLQ-OPEN
027300          CLOSE POH3HLQF
027400      END-IF.
027500      IF NOT WS-ABORTED
027600          IF WS-REJECTED-COUNT > 0 OR WS-NOVERSN-COUNT > 0
027700                  OR WS-READ-COUNT = 0
027800              MOVE 4 TO RETURN-CODE
027900          END-IF
028000      END-IF.
028100   9999-EXIT.
028200      EXIT.
