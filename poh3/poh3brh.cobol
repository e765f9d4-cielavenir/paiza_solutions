000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     POH3BRH.
000300 AUTHOR.         RTM.
000400 INSTALLATION.   BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000*  10/15/2026  RTM       ORIGINAL VERSION.  POH3BRM AND POH3BPR
001100*                        REPLACE POH3BRK WHOLE, SO ONCE A
001200*                        THRESHOLD OR RESULT CHANGED NOTHING
001300*                        RECORDED WHAT THE TABLE SAID BEFORE, AND
001400*                        A DISPUTED RESULT FROM MONTHS AGO COULD
001500*                        NOT BE RERUN AGAINST THE TABLE THAT WAS
001600*                        LIVE THAT DAY.  BOTH JOBS NOW CALL THIS
001700*                        SUBPROGRAM WITH EVERY TABLE THEY PUT
001800*                        LIVE.  IT KEEPS THE POH3BRH HISTORY
001900*                        DATASET - EVERY VERSION, NUMBERED, WITH
002000*                        THE FIRST AND LAST DAY IT WAS IN FORCE -
002100*                        CLOSING THE VERSION BEING REPLACED ON THE
002200*                        DAY BEFORE THE NEW ONE TAKES EFFECT.  THE
002300*                        HISTORY IS COPIED THROUGH THE POH3BHW
002400*                        WORK DATASET AND BACK, SO THE CLOSING
002500*                        DATE IS WRITTEN ON THE VERSION'S OWN
002600*                        RECORDS.
002700*--------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT POH3BRHF ASSIGN TO "POH3BRH"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-BRH-FS.
003400     SELECT POH3BHWF ASSIGN TO "POH3BHW"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-BHW-FS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  POH3BRHF.
004000     COPY POH3BRHR.
004100 FD  POH3BHWF.
004200 01  POH3-BHW-RECORD             PIC X(50).
004300 WORKING-STORAGE SECTION.
004400     COPY POH3DIF.
004500 01  WS-SWITCHES.
004600     05  WS-BRH-EOF-SWITCH       PIC X(01) VALUE "N".
004700         88  WS-BRH-EOF                    VALUE "Y".
004800     05  WS-BHW-EOF-SWITCH       PIC X(01) VALUE "N".
004900         88  WS-BHW-EOF                    VALUE "Y".
005000     05  WS-HISTORY-SWITCH       PIC X(01) VALUE "N".
005100         88  WS-HISTORY-EXISTS             VALUE "Y".
005200 77  WS-BRH-FS                   PIC X(02).
005300 77  WS-BHW-FS                   PIC X(02).
005400 77  WS-LAST-VERSION             PIC 9(06).
005500 77  WS-NEW-FROM                 PIC 9(08).
005600 77  WS-CLOSE-DATE               PIC 9(08).
005700 77  WS-HX                       PIC 9(03) COMP.
005800 LINKAGE SECTION.
005900     COPY POH3HIF.
006000 PROCEDURE DIVISION USING POH3-HIST-INTERFACE.
006100*--------------------------------------------------------------
006200* 0000-MAINLINE - COPY THE HISTORY TO THE WORK DATASET WITH THE
006300* REPLACED VERSION CLOSED AND THE NEW VERSION ON THE END, THEN
006400* COPY THE WORK DATASET BACK OVER THE HISTORY.
006500*--------------------------------------------------------------
006600 0000-MAINLINE.
006700     MOVE 0 TO POH3-HIF-RC.
006800     MOVE 0 TO POH3-HIF-VERSION.
006900     MOVE 0 TO WS-LAST-VERSION.
007000     MOVE "N" TO WS-BRH-EOF-SWITCH.
007100     MOVE "N" TO WS-BHW-EOF-SWITCH.
007200     MOVE "N" TO WS-HISTORY-SWITCH.
007300     PERFORM 1000-OPEN-HISTORY THRU 1000-EXIT.
007400     IF POH3-HIF-RC NOT = 0
007500         GO TO 0000-EXIT
007600     END-IF.
007700     PERFORM 2000-WRITE-WORK THRU 2000-EXIT.
007800     IF POH3-HIF-RC = 0
007900         PERFORM 3000-COPY-BACK THRU 3000-EXIT
008000     END-IF.
008100 0000-EXIT.
008200     GOBACK.
008300*--------------------------------------------------------------
008400* 1000-OPEN-HISTORY - A HISTORY THAT DOES NOT EXIST YET IS AN
008500* EMPTY ONE.  A SEED REQUEST AGAINST A HISTORY THAT ALREADY HOLDS
008600* A VERSION ENDS HERE WITH NOTHING TOUCHED.  A NEW VERSION NEEDS
008700* A REAL EFFECTIVE DATE, SINCE THE DAY BEFORE IT CLOSES THE
008800* VERSION IT REPLACES.
008900*--------------------------------------------------------------
009000 1000-OPEN-HISTORY.
009100     OPEN INPUT POH3BRHF.
009200     IF WS-BRH-FS = "00"
009300         MOVE "Y" TO WS-HISTORY-SWITCH
009400         PERFORM 1100-READ-HISTORY THRU 1100-EXIT
009500     ELSE
009600         IF WS-BRH-FS NOT = "35"
009700             DISPLAY "POH3BRH OPEN FAILED - FILE STATUS "
009800                 WS-BRH-FS
009900             MOVE 16 TO POH3-HIF-RC
010000             GO TO 1000-EXIT
010100         END-IF
010200         MOVE "Y" TO WS-BRH-EOF-SWITCH
010300     END-IF.
010400     IF POH3-HIF-SEED-ONLY
010500         IF NOT WS-BRH-EOF
010600             MOVE 4 TO POH3-HIF-RC
010700             CLOSE POH3BRHF
010800             GO TO 1000-EXIT
010900         END-IF
011000         MOVE 0 TO WS-NEW-FROM
011100         MOVE 0 TO WS-CLOSE-DATE
011200         GO TO 1000-EXIT
011300     END-IF.
011400     MOVE POH3-HIF-EFF-DATE TO WS-NEW-FROM.
011500     MOVE "D" TO POH3-DIF-MODE.
011600     MOVE WS-NEW-FROM TO POH3-DIF-DATE.
011700     CALL "POH3DAY" USING POH3-DAY-INTERFACE.
011800     IF NOT POH3-DIF-IS-VALID
011900         DISPLAY "POH3BRH EFFECTIVE DATE INVALID - "
012000             POH3-HIF-EFF-DATE
012100         MOVE 16 TO POH3-HIF-RC
012200         IF WS-HISTORY-EXISTS
012300             CLOSE POH3BRHF
012400         END-IF
012500         GO TO 1000-EXIT
012600     END-IF.
012700     SUBTRACT 1 FROM POH3-DIF-DAYS.
012800     MOVE "T" TO POH3-DIF-MODE.
012900     CALL "POH3DAY" USING POH3-DAY-INTERFACE.
013000     MOVE POH3-DIF-DATE TO WS-CLOSE-DATE.
013100 1000-EXIT.
013200     EXIT.
013300*--------------------------------------------------------------
013400* 1100-READ-HISTORY
013500*--------------------------------------------------------------
013600 1100-READ-HISTORY.
013700     READ POH3BRHF
013800         AT END
013900             MOVE "Y" TO WS-BRH-EOF-SWITCH
014000     END-READ.
014100 1100-EXIT.
014200     EXIT.
014300*--------------------------------------------------------------
014400* 2000-WRITE-WORK - EVERY EXISTING RECORD TO THE WORK DATASET,
014500* THE VERSION STILL IN FORCE CLOSED ON THE WAY THROUGH, THEN THE
014600* NEW VERSION BEHIND THEM.
014700*--------------------------------------------------------------
014800 2000-WRITE-WORK.
014900     OPEN OUTPUT POH3BHWF.
015000     IF WS-BHW-FS NOT = "00"
015100         DISPLAY "POH3BHW OPEN FAILED - FILE STATUS " WS-BHW-FS
015200         MOVE 16 TO POH3-HIF-RC
015300         IF WS-HISTORY-EXISTS
015400             CLOSE POH3BRHF
015500         END-IF
015600         GO TO 2000-EXIT
015700     END-IF.
015800     PERFORM 2100-COPY-RECORD THRU 2100-EXIT
015900         UNTIL WS-BRH-EOF.
016000     IF WS-HISTORY-EXISTS
016100         CLOSE POH3BRHF
016200     END-IF.
016300     ADD 1 WS-LAST-VERSION GIVING POH3-HIF-VERSION.
016400     MOVE SPACES TO POH3-BRH-RECORD.
016500     IF POH3-HIF-COUNT = 0
016600         MOVE 0 TO POH3-BRH-THRESHOLD
016700         MOVE 0 TO POH3-BRH-RESULT
016800         PERFORM 2300-WRITE-VERSION-RECORD THRU 2300-EXIT
016900     ELSE
017000         PERFORM 2200-WRITE-ENTRY THRU 2200-EXIT
017100             VARYING WS-HX FROM 1 BY 1
017200             UNTIL WS-HX > POH3-HIF-COUNT
017300     END-IF.
017400     CLOSE POH3BHWF.
017500 2000-EXIT.
017600     EXIT.
017700*--------------------------------------------------------------
017800* 2100-COPY-RECORD - A VERSION SUPERSEDED ON THE DAY IT WENT
017900* LIVE IS CLOSED ON THAT SAME DAY RATHER THAN BEFORE IT OPENED.
018000*--------------------------------------------------------------
018100 2100-COPY-RECORD.
018200     IF POH3-BRH-VERSION > WS-LAST-VERSION
018300         MOVE POH3-BRH-VERSION TO WS-LAST-VERSION
018400     END-IF.
018500     IF POH3-BRH-IN-FORCE
018600         IF WS-CLOSE-DATE < POH3-BRH-EFF-FROM
018700             MOVE POH3-BRH-EFF-FROM TO POH3-BRH-EFF-TO
018800         ELSE
018900             MOVE WS-CLOSE-DATE TO POH3-BRH-EFF-TO
019000         END-IF
019100     END-IF.
019200     WRITE POH3-BHW-RECORD FROM POH3-BRH-RECORD.
019300     PERFORM 1100-READ-HISTORY THRU 1100-EXIT.
019400 2100-EXIT.
019500     EXIT.
019600*--------------------------------------------------------------
019700* 2200-WRITE-ENTRY
019800*--------------------------------------------------------------
019900 2200-WRITE-ENTRY.
020000     MOVE POH3-HIF-ENTRY(WS-HX) TO POH3-BRH-ENTRY.
020100     PERFORM 2300-WRITE-VERSION-RECORD THRU 2300-EXIT.
020200 2200-EXIT.
020300     EXIT.
020400*--------------------------------------------------------------
020500* 2300-WRITE-VERSION-RECORD - ONE RECORD OF THE NEW VERSION, ITS
020600* ENTRY IMAGE ALREADY IN PLACE.
020700*--------------------------------------------------------------
020800 2300-WRITE-VERSION-RECORD.
020900     MOVE POH3-HIF-VERSION TO POH3-BRH-VERSION.
021000     MOVE WS-NEW-FROM TO POH3-BRH-EFF-FROM.
021100     MOVE 99999999 TO POH3-BRH-EFF-TO.
021200     MOVE POH3-HIF-PROGRAM TO POH3-BRH-PROGRAM.
021300     WRITE POH3-BHW-RECORD FROM POH3-BRH-RECORD.
021400 2300-EXIT.
021500     EXIT.
021600*--------------------------------------------------------------
021700* 3000-COPY-BACK - THE WORK DATASET BECOMES THE HISTORY.  A
021800* FAILURE PART WAY LEAVES THE WHOLE NEW HISTORY ON POH3BHW TO
021900* RECOVER FROM.
022000*--------------------------------------------------------------
022100 3000-COPY-BACK.
022200     OPEN INPUT POH3BHWF.
022300     IF WS-BHW-FS NOT = "00"
022400         DISPLAY "POH3BHW OPEN FAILED - FILE STATUS " WS-BHW-FS
022500         MOVE 16 TO POH3-HIF-RC
022600         GO TO 3000-EXIT
022700     END-IF.
022800     OPEN OUTPUT POH3BRHF.
022900     IF WS-BRH-FS NOT = "00"
023000         DISPLAY "POH3BRH OPEN FAILED - FILE STATUS " WS-BRH-FS
023100         MOVE 16 TO POH3-HIF-RC
023200         CLOSE POH3BHWF
023300         GO TO 3000-EXIT
023400     END-IF.
023500     PERFORM 3100-READ-WORK THRU 3100-EXIT.
023600     PERFORM 3200-COPY-WORK THRU 3200-EXIT
023700         UNTIL WS-BHW-EOF.
023800     CLOSE POH3BHWF.
023900     CLOSE POH3BRHF.
024000 3000-EXIT.
024100     EXIT.
024200*--------------------------------------------------------------
024300* 3100-READ-WORK
024400*--------------------------------------------------------------
024500 3100-READ-WORK.
024600     READ POH3BHWF
024700         AT END
024800             MOVE "Y" TO WS-BHW-EOF-SWITCH
024900     END-READ.
025000 3100-EXIT.
025100     EXIT.
025200*--------------------------------------------------------------
025300* 3200-COPY-WORK
025400*--------------------------------------------------------------
025500 3200-COPY-WORK.
025600     WRITE POH3-BRH-RECORD FROM POH3-BHW-RECORD.
025700     PERFORM 3100-READ-WORK THRU 3100-EXIT.
025800 3200-EXIT.
025900     EXIT.
