000100   IDENTIFICATION DIVISION.
000200   PROGRAM-ID.     POH3TRC.
000300   AUTHOR.         RTM.
000400   INSTALLATION.   BATCH SYSTEMS GROUP.
000500   DATE-WRITTEN.   10/15/2026.
000600   DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000*  10/15/2026  RTM       ORIGINAL VERSION.  WHEN A DEPARTMENT
001100*                        PHONES ABOUT ONE SUBMISSION, THE ANSWER
001200*                        IS SPREAD OVER THE INTAKE, THE AUDIT LOG,
001300*                        THE MASTER, SUSPENSE, THE DUPLICATE
001400*                        REJECTS, THE RESTATEMENT NOTICES, THE
001500*                        DISTRIBUTION FILES, AND THE STATEMENT,
001600*                        AND THE HELP DESK HAS BEEN RUNNING
001700*                        POH3QRY AND SEARCHING THE REST BY HAND.
001800*                        THIS ON-DEMAND JOB READS ONE POH3TRQ
001900*                        CARD - A REQUESTER AND REFERENCE, OR AN
002000*                        N AND A DATE RANGE - PULLS EVERY MATCHING
002100*                        EVENT FROM ALL OF THOSE DATASETS, AND
002200*                        WRITES THEM IN DATE ORDER TO THE POH3TRP
002300*                        REPORT: WHEN IT WAS SUBMITTED, WHETHER IT
002400*                        WAS ANSWERED, MASTERED, SUSPENDED,
002500*                        RECYCLED, OR REJECTED AS A DUPLICATE,
002600*                        WHAT RESULT WENT OUT, WHETHER THAT RESULT
002700*                        WAS RESTATED, AND WHICH STATEMENT MONTH
002800*                        BILLED IT.  A REFERENCE TRACE ENDS WITH A
002900*                        ONE-LOOK SUMMARY OF THOSE ANSWERS.  A
003000*                        DATASET THAT DOES NOT EXIST IS NOTED ON
003100*                        THE REPORT AND PASSED OVER; A TRACE THAT
003200*                        FINDS NOTHING ENDS WITH RETURN-CODE 4.
003214*                        SUBMISSIONS ARE ALSO FOUND ON THE POH3SBR
003229*                        REGISTER, WHICH HOLDS POH3EXP EXPRESS
003243*                        SUBMISSIONS AND PAST NIGHTS' INTAKE THAT
003257*                        TODAY'S POH3IN DOES NOT, AND EXPRESS
003271*                        RESPONSES ON EACH REQUESTER'S POH3XR
003286*                        FILE BESIDE ITS NIGHTLY POH3DS FILE.
003300*--------------------------------------------------------------
003400   ENVIRONMENT DIVISION.
003500   INPUT-OUTPUT SECTION.
003600   FILE-CONTROL.
003700      SELECT POH3TRQF ASSIGN TO "POH3TRQ"
003800          ORGANIZATION IS LINE SEQUENTIAL
003900          FILE STATUS IS WS-TRQ-FS.
004000      SELECT POH3INF ASSIGN TO "POH3IN"
004100          ORGANIZATION IS LINE SEQUENTIAL
004200          FILE STATUS IS WS-IN-FS.
004225      SELECT POH3SBRF ASSIGN TO "POH3SBR"
004250          ORGANIZATION IS LINE SEQUENTIAL
004275          FILE STATUS IS WS-SBR-FS.
004300      SELECT POH3LOGF ASSIGN TO "POH3LOG"
004400          ORGANIZATION IS LINE SEQUENTIAL
004500          FILE STATUS IS WS-LOG-FS.
004600      SELECT POH3MSTF ASSIGN TO "POH3MST"
004700          ORGANIZATION IS INDEXED
004800          ACCESS MODE IS SEQUENTIAL
004900          RECORD KEY IS POH3-MST-KEY
005000          FILE STATUS IS WS-MST-FS.
005100      SELECT POH3REJF ASSIGN TO "POH3REJ"
005200          ORGANIZATION IS LINE SEQUENTIAL
005300          FILE STATUS IS WS-REJ-FS.
005400      SELECT POH3DUPF ASSIGN TO "POH3DUP"
005500          ORGANIZATION IS LINE SEQUENTIAL
005600          FILE STATUS IS WS-DUP-FS.
005700      SELECT POH3RSFF ASSIGN TO "POH3RSF"
005800          ORGANIZATION IS LINE SEQUENTIAL
005900          FILE STATUS IS WS-RSF-FS.
006000      SELECT POH3RQMF ASSIGN TO "POH3RQM"
006100          ORGANIZATION IS LINE SEQUENTIAL
006200          FILE STATUS IS WS-RQM-FS.
006300      SELECT POH3DSQF ASSIGN USING WS-DSQ-DDNAME
006400          ORGANIZATION IS LINE SEQUENTIAL
006500          FILE STATUS IS WS-DSQ-FS.
006600      SELECT POH3STMF ASSIGN TO "POH3STM"
006700          ORGANIZATION IS LINE SEQUENTIAL
006800          FILE STATUS IS WS-STM-FS.
006900      SELECT POH3TRPF ASSIGN TO "POH3TRP"
007000          ORGANIZATION IS LINE SEQUENTIAL
007100          FILE STATUS IS WS-TRP-FS.
007200   DATA DIVISION.
007300   FILE SECTION.
007400   FD  POH3TRQF.
007500      COPY POH3TRQR.
007600   FD  POH3INF.
007700   01  POH3-IN-BUFFER              PIC X(24).
007733   FD  POH3SBRF.
007767      COPY POH3SBRR.
007800   FD  POH3LOGF.
007900      COPY POH3LOGR.
008000   FD  POH3MSTF.
008100      COPY POH3MSTR.
008200   FD  POH3REJF.
008300      COPY POH3REJR.
008400   FD  POH3DUPF.
008500      COPY POH3REJR REPLACING POH3-REJ-RECORD BY POH3-DUP-RECORD.
008600   FD  POH3RSFF.
008700      COPY POH3RSTR.
008800   FD  POH3RQMF.
008900      COPY POH3RQMR.
009000   FD  POH3DSQF.
009100      COPY POH3DSTR.
009200*--------------------------------------------------------------
009300* THE STATEMENT IS A PRINT FILE.  ONLY THE TWO LINE SHAPES THE
009400* TRACE NEEDS ARE VIEWED: THE "STATEMENT FOR" HEADING THAT
009500* OPENS EACH REQUESTER'S STATEMENT, AND THE DAILY ACTIVITY
009600* LINE, WHICH IS THE ONLY LINE THAT STARTS WITH A DATE.
009700*--------------------------------------------------------------
009800   FD  POH3STMF.
009900   01  POH3-STM-RECORD             PIC X(60).
010000   01  POH3-STM-HEADING-VIEW.
010100      05  POH3-STM-HDG-TAG        PIC X(14).
010200      05  POH3-STM-HDG-REQUESTER  PIC X(04).
010300      05  FILLER                  PIC X(03).
010400      05  POH3-STM-HDG-MONTH      PIC X(06).
010500      05  FILLER                  PIC X(33).
010600   01  POH3-STM-DETAIL-VIEW.
010700      05  POH3-STM-DTL-DATE       PIC X(08).
010800      05  FILLER                  PIC X(02).
010900      05  POH3-STM-DTL-STATUS     PIC X(08).
011000      05  FILLER                  PIC X(42).
011100   FD  POH3TRPF.
011200   01  POH3-TRP-RECORD             PIC X(80).
011300   WORKING-STORAGE SECTION.
011400      COPY POH3RQMT.
011500      COPY POH3INCR.
011600      COPY POH3INR.
011700   01  WS-SWITCHES.
011800      05  WS-SRC-EOF-SWITCH       PIC X(01) VALUE "N".
011900          88  WS-SRC-EOF                      VALUE "Y".
012000      05  WS-ABORT-SWITCH         PIC X(01) VALUE "N".
012100          88  WS-ABORTED                      VALUE "Y".
012200      05  WS-MODE-SWITCH          PIC X(01) VALUE SPACE.
012300          88  WS-REFERENCE-MODE               VALUE "R".
012400          88  WS-N-MODE                       VALUE "N".
012500      05  WS-MATCH-SWITCH         PIC X(01) VALUE "N".
012600          88  WS-MATCHED                      VALUE "Y".
012700      05  WS-STM-HDG-SWITCH       PIC X(01) VALUE "N".
012800          88  WS-STM-HDG-SEEN                 VALUE "Y".
012900      05  WS-SORT-SWAP-SWITCH     PIC X(01) VALUE "N".
013000          88  WS-SORT-SWAPPED                 VALUE "Y".
013033      05  WS-INTAKE-SEEN-SWITCH   PIC X(01) VALUE "N".
013067          88  WS-INTAKE-SEEN                  VALUE "Y".
013100*--------------------------------------------------------------
013200* THE PARAMETER CARD IS HELD HERE AFTER THE EDIT SO THE CARD
013300* FILE CAN BE CLOSED BEFORE THE SCANS START.
013400*--------------------------------------------------------------
013500   01  WS-CRITERIA.
013600      05  WS-CRIT-REQUESTER       PIC X(04).
013700      05  WS-CRIT-REFERENCE       PIC X(08).
013800      05  WS-CRIT-N               PIC X(06).
013900      05  WS-CRIT-FROM-DATE       PIC X(08).
014000      05  WS-CRIT-FROM-NUM REDEFINES WS-CRIT-FROM-DATE
014100                                  PIC 9(08).
014200      05  WS-CRIT-TO-DATE         PIC X(08).
014300      05  WS-CRIT-TO-NUM REDEFINES WS-CRIT-TO-DATE
014400                                  PIC 9(08).
014500   01  WS-CRIT-N-NUM               PIC 9(06).
014600   01  WS-EDIT-N                   PIC X(06).
014700   01  WS-EDIT-N-NUM REDEFINES WS-EDIT-N
014800                                  PIC 9(06).
014900*--------------------------------------------------------------
015000* THE KEY OF THE EVENT BEING TESTED AGAINST THE CRITERIA.  A
015100* TEST DATE OF ZERO IS AN UNDATED EVENT AND PASSES THE RANGE.
015200*--------------------------------------------------------------
015300   01  WS-TEST-KEY.
015400      05  WS-TEST-REQUESTER       PIC X(04).
015500      05  WS-TEST-REFERENCE       PIC X(08).
015600      05  WS-TEST-N               PIC 9(06).
015700      05  WS-TEST-DATE            PIC 9(08).
015800*--------------------------------------------------------------
015900* ONE ENTRY PER EVENT FOUND, FROM EVERY SOURCE, SORTED INTO
016000* DATE AND TIME ORDER BEFORE THE REPORT IS WRITTEN.  SOURCES
016100* THAT CARRY NO TIME OF DAY ARE GIVEN A FIXED ONE SO THEY FALL
016200* IN THE ORDER THE NIGHT RUNS THEM: INTAKE FIRST, THEN THE
016300* LOOKUP'S OWN AUDIT LINES, THEN SUSPENSE, THE MASTER, THE
016400* DISTRIBUTION, AND BILLING.  THE SEQUENCE KEEPS EVENTS THAT
016500* SHARE A MOMENT IN THE ORDER THEY WERE FOUND.
016600*--------------------------------------------------------------
016700   01  WS-EVENT-TABLE.
016800      05  WS-EVT-ENTRY OCCURS 200 TIMES.
016900          10  WS-EVT-KEY.
017000              15  WS-EVT-DATE     PIC 9(08).
017100              15  WS-EVT-TIME     PIC 9(08).
017200              15  WS-EVT-SEQ      PIC 9(04).
017300          10  WS-EVT-SOURCE       PIC X(07).
017400          10  WS-EVT-DESC         PIC X(16).
017500          10  WS-EVT-N            PIC X(06).
017600          10  WS-EVT-RESULT       PIC X(09).
017700          10  WS-EVT-REQUESTER    PIC X(04).
017800          10  WS-EVT-REFERENCE    PIC X(08).
017900          10  WS-EVT-DETAIL       PIC X(15).
018000          10  WS-EVT-STATUS       PIC X(08).
018100   01  WS-NEW-EVENT.
018200      05  WS-NEW-KEY.
018300          10  WS-NEW-DATE         PIC 9(08).
018400          10  WS-NEW-TIME         PIC 9(08).
018500          10  WS-NEW-SEQ          PIC 9(04).
018600      05  WS-NEW-SOURCE           PIC X(07).
018700      05  WS-NEW-DESC             PIC X(16).
018800      05  WS-NEW-N                PIC X(06).
018900      05  WS-NEW-RESULT           PIC X(09).
019000      05  WS-NEW-REQUESTER        PIC X(04).
019100      05  WS-NEW-REFERENCE        PIC X(08).
019200      05  WS-NEW-DETAIL           PIC X(15).
019300      05  WS-NEW-STATUS           PIC X(08).
019400   01  WS-SAVE-ENTRY               PIC X(93).
019500   01  WS-TIME-OF.
019600      05  WS-TIME-INTAKE          PIC 9(08) VALUE 0.
019700      05  WS-TIME-SUSPENSE        PIC 9(08) VALUE 99999960.
019800      05  WS-TIME-MASTER          PIC 9(08) VALUE 99999970.
019900      05  WS-TIME-DISTRIBUTE      PIC 9(08) VALUE 99999980.
020000      05  WS-TIME-BILLED          PIC 9(08) VALUE 99999990.
020100      05  WS-TIME-RESTATED        PIC 9(08) VALUE 99999995.
020200   01  WS-EDIT-NUMBERS.
020300      05  WS-EDIT-N-OUT           PIC 9(06).
020400      05  WS-EDIT-RESULT          PIC Z(08)9.
020500   01  WS-REJ-DETAIL.
020600      05  WS-RJD-REASON           PIC X(08).
020700      05  FILLER                  PIC X(04) VALUE " AGE".
020800      05  WS-RJD-AGE              PIC Z(02)9.
020900   01  WS-RSF-DETAIL.
021000      05  FILLER                  PIC X(04) VALUE "WAS ".
021100      05  WS-RFD-OLD-RESULT       PIC Z(08)9.
021200      05  FILLER                  PIC X(02) VALUE SPACES.
021300   01  WS-STM-DETAIL.
021400      05  FILLER                  PIC X(05) VALUE "STMT ".
021500      05  WS-SMD-MONTH            PIC X(06).
021600      05  FILLER                  PIC X(04) VALUE SPACES.
021617*--------------------------------------------------------------
021633* A REQUESTER'S NIGHTLY DISTRIBUTION FILE IS POH3DS PLUS ITS
021650* MASTER SUFFIX AND ITS EXPRESS RESPONSE FILE POH3XR PLUS THE
021667* SAME SUFFIX; BOTH ARE READ THROUGH THE ONE FD.
021683*--------------------------------------------------------------
021700   01  WS-DSQ-DDNAME.
021750      05  WS-DSQ-PREFIX           PIC X(06) VALUE "POH3DS".
021800          88  WS-DSQ-NIGHTLY                  VALUE "POH3DS".
021850          88  WS-DSQ-EXPRESS                  VALUE "POH3XR".
021900      05  WS-DSQ-SUFFIX           PIC X(01).
022000   01  WS-HEAD-LINE.
022100      05  WS-HEAD-LABEL           PIC X(10).
022200      05  FILLER                  PIC X(02) VALUE SPACES.
022300      05  WS-HEAD-VALUE           PIC X(30).
022400   01  WS-NA-LINE.
022500      05  WS-NA-SOURCE            PIC X(08).
022600      05  FILLER                  PIC X(28)
022700                  VALUE "NOT AVAILABLE - NOT SEARCHED".
022800*--------------------------------------------------------------
022900* COLUMN LEGEND ALIGNED TO THE WS-TRACE-LINE LAYOUT.
023000*--------------------------------------------------------------
023100   01  WS-LEGEND-LINE.
023200      05  FILLER                  PIC X(09) VALUE "DATE".
023300      05  FILLER                  PIC X(08) VALUE "SOURCE".
023400      05  FILLER                  PIC X(17) VALUE "EVENT".
023500      05  FILLER                  PIC X(07) VALUE "N".
023600      05  FILLER                  PIC X(10) VALUE "RESULT".
023700      05  FILLER                  PIC X(05) VALUE "REQ".
023800      05  FILLER                  PIC X(09) VALUE "REF".
023900      05  FILLER                  PIC X(15) VALUE "DETAIL".
024000   01  WS-TRACE-LINE.
024100      05  WS-TRL-DATE             PIC X(08).
024200      05  FILLER                  PIC X(01) VALUE SPACE.
024300      05  WS-TRL-SOURCE           PIC X(07).
024400      05  FILLER                  PIC X(01) VALUE SPACE.
024500      05  WS-TRL-DESC             PIC X(16).
024600      05  FILLER                  PIC X(01) VALUE SPACE.
024700      05  WS-TRL-N                PIC X(06).
024800      05  FILLER                  PIC X(01) VALUE SPACE.
024900      05  WS-TRL-RESULT           PIC X(09).
025000      05  FILLER                  PIC X(01) VALUE SPACE.
025100      05  WS-TRL-REQUESTER        PIC X(04).
025200      05  FILLER                  PIC X(01) VALUE SPACE.
025300      05  WS-TRL-REFERENCE        PIC X(08).
025400      05  FILLER                  PIC X(01) VALUE SPACE.
025500      05  WS-TRL-DETAIL           PIC X(15).
025600   01  WS-TRL-DATE-NUM             PIC 9(08).
025700*--------------------------------------------------------------
025800* THE REFERENCE-TRACE SUMMARY, SETTLED WHILE THE SORTED EVENTS
025900* ARE WRITTEN - THE FIRST SUBMISSION, AND THE LATEST OUTCOME,
026000* RESULT, RESTATEMENT, AND STATEMENT MONTH.
026100*--------------------------------------------------------------
026200   01  WS-SUMMARY.
026300      05  WS-SUM-SUBMITTED        PIC X(30).
026400      05  WS-SUM-OUTCOME          PIC X(30).
026500      05  WS-SUM-RESULT           PIC X(30).
026600      05  WS-SUM-RESTATED         PIC X(30).
026700      05  WS-SUM-BILLED           PIC X(30).
026800   01  WS-SUM-RESTATED-TEXT.
026900      05  FILLER                  PIC X(10) VALUE "YES - NOW ".
027000      05  WS-SRT-RESULT           PIC X(09).
027100      05  FILLER                  PIC X(11) VALUE SPACES.
027200   01  WS-SUM-BILLED-TEXT.
027300      05  FILLER                  PIC X(10) VALUE "STATEMENT ".
027400      05  WS-SBT-MONTH            PIC X(06).
027500      05  FILLER                  PIC X(14) VALUE SPACES.
027600   01  WS-TOTAL-LINE.
027700      05  WS-TOT-LABEL            PIC X(18).
027800      05  FILLER                  PIC X(02) VALUE SPACES.
027900      05  WS-TOT-COUNT            PIC Z(08)9.
028000   77  WS-TRQ-FS                   PIC X(02).
028100   77  WS-IN-FS                    PIC X(02).
028150   77  WS-SBR-FS                   PIC X(02).
028200   77  WS-LOG-FS                   PIC X(02).
028300   77  WS-MST-FS                   PIC X(02).
028400   77  WS-REJ-FS                   PIC X(02).
028500   77  WS-DUP-FS                   PIC X(02).
028600   77  WS-RSF-FS                   PIC X(02).
028700   77  WS-RQM-FS                   PIC X(02).
028800   77  WS-DSQ-FS                   PIC X(02).
028900   77  WS-STM-FS                   PIC X(02).
029000   77  WS-TRP-FS                   PIC X(02).
029100   77  WS-HDR-DATE                 PIC 9(08) VALUE ZERO.
029200   77  WS-HDR-SOURCE               PIC X(08) VALUE SPACES.
029300   77  WS-STM-REQUESTER            PIC X(04).
029400   77  WS-STM-MONTH                PIC X(06).
029500   77  WS-STM-DATE                 PIC 9(08).
029600   77  WS-STM-STATUS               PIC X(08).
029700   77  WS-ANSWER-DATE              PIC 9(08).
029800   77  WS-EVT-COUNT                PIC 9(03) COMP VALUE ZERO.
029900   77  WS-DROP-COUNT               PIC 9(09) COMP VALUE ZERO.
030000   77  WS-NEXT-SEQ                 PIC 9(04) VALUE ZERO.
030100   77  WS-EX                       PIC 9(03) COMP.
030200   77  WS-FX                       PIC 9(03) COMP.
030300   77  WS-IX                       PIC 9(03) COMP.
030400   77  WS-JX                       PIC 9(03) COMP.
030500   77  WS-SORT-TOP                 PIC 9(03) COMP.
030600   PROCEDURE DIVISION.
030700*--------------------------------------------------------------
030800* 0000-MAINLINE
030900*--------------------------------------------------------------
031000   0000-MAINLINE.
031100      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031200      PERFORM 2000-SCAN-INTAKE THRU 2000-EXIT.
031250      PERFORM 2050-SCAN-REGISTER THRU 2050-EXIT.
031300      PERFORM 2100-SCAN-LOG THRU 2100-EXIT.
031400      PERFORM 2200-SCAN-MASTER THRU 2200-EXIT.
031500      PERFORM 2300-SCAN-SUSPENSE THRU 2300-EXIT.
031600      PERFORM 2400-SCAN-DUPLICATES THRU 2400-EXIT.
031700      PERFORM 2500-SCAN-RESTATEMENTS THRU 2500-EXIT.
031800      PERFORM 2600-SCAN-DISTRIBUTION THRU 2600-EXIT.
031900      PERFORM 2700-SCAN-STATEMENT THRU 2700-EXIT.
032000      IF NOT WS-ABORTED
032100          PERFORM 3000-WRITE-TRACE THRU 3000-EXIT
032200      END-IF.
032300      PERFORM 9999-TERMINATE THRU 9999-EXIT.
032400      STOP RUN.
032500*--------------------------------------------------------------
032600* 1000-INITIALIZE - READ AND EDIT THE PARAMETER CARD, OPEN THE
032700* REPORT, AND ECHO THE CRITERIA AS THE REPORT HEADING.  A
032800* MISSING OR UNUSABLE CARD IS FATAL - A TRACE OF THE WRONG
032900* SUBMISSION IS WORSE THAN NO TRACE AT ALL.
033000*--------------------------------------------------------------
033100   1000-INITIALIZE.
033200      MOVE 0 TO RETURN-CODE.
033300      OPEN INPUT POH3TRQF.
033400      IF WS-TRQ-FS NOT = "00"
033500          DISPLAY "POH3TRQ OPEN FAILED - FILE STATUS " WS-TRQ-FS
033600          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
033700          GO TO 1000-EXIT
033800      END-IF.
033900      READ POH3TRQF
034000          AT END
034100              DISPLAY "POH3TRQ IS EMPTY - NOTHING TO TRACE"
034200              PERFORM 8000-ABORT-RUN THRU 8000-EXIT
034300      END-READ.
034400      IF WS-ABORTED
034500          CLOSE POH3TRQF
034600          GO TO 1000-EXIT
034700      END-IF.
034800      MOVE POH3-TRQ-REQUESTER TO WS-CRIT-REQUESTER.
034900      MOVE POH3-TRQ-REFERENCE TO WS-CRIT-REFERENCE.
035000      MOVE POH3-TRQ-N TO WS-CRIT-N.
035100      MOVE POH3-TRQ-FROM-DATE TO WS-CRIT-FROM-DATE.
035200      MOVE POH3-TRQ-TO-DATE TO WS-CRIT-TO-DATE.
035300      CLOSE POH3TRQF.
035400      PERFORM 1100-EDIT-CRITERIA THRU 1100-EXIT.
035500      IF WS-ABORTED
035600          GO TO 1000-EXIT
035700      END-IF.
035800      OPEN OUTPUT POH3TRPF.
035900      IF WS-TRP-FS NOT = "00"
036000          DISPLAY "POH3TRP OPEN FAILED - FILE STATUS " WS-TRP-FS
036100          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
036200          GO TO 1000-EXIT
036300      END-IF.
036400      PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT.
036500   1000-EXIT.
036600      EXIT.
036700*--------------------------------------------------------------
036800* 1100-EDIT-CRITERIA - A REQUESTER AND REFERENCE TOGETHER TRACE
036900* ONE SUBMISSION; AN N ALONE, WITH OR WITHOUT A DATE RANGE,
037000* TRACES EVERY SUBMISSION OF IT.  HALF A REFERENCE, OR BOTH
037100* FORMS ON ONE CARD, IS REFUSED RATHER THAN GUESSED AT.
037200*--------------------------------------------------------------
037300   1100-EDIT-CRITERIA.
037400      IF WS-CRIT-REQUESTER NOT = SPACES
037500              OR WS-CRIT-REFERENCE NOT = SPACES
037600          IF WS-CRIT-REQUESTER = SPACES
037700                  OR WS-CRIT-REFERENCE = SPACES
037800              DISPLAY "POH3TRQ NEEDS BOTH REQUESTER AND REFERENCE"
037900              PERFORM 8000-ABORT-RUN THRU 8000-EXIT
038000              GO TO 1100-EXIT
038100          END-IF
038200          IF WS-CRIT-N NOT = SPACES
038300                  OR WS-CRIT-FROM-DATE NOT = SPACES
038400                  OR WS-CRIT-TO-DATE NOT = SPACES
038500              DISPLAY "POH3TRQ REFERENCE GIVEN WITH N OR DATES"
038600              PERFORM 8000-ABORT-RUN THRU 8000-EXIT
038700              GO TO 1100-EXIT
038800          END-IF
038900          MOVE "R" TO WS-MODE-SWITCH
039000          GO TO 1100-EXIT
039100      END-IF.
039200      IF WS-CRIT-N = SPACES
039300          DISPLAY "POH3TRQ HAS NO REFERENCE AND NO N"
039400          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
039500          GO TO 1100-EXIT
039600      END-IF.
039700      MOVE WS-CRIT-N TO WS-EDIT-N.
039800      INSPECT WS-EDIT-N REPLACING LEADING SPACE BY ZERO.
039900      IF WS-EDIT-N NOT NUMERIC
040000          DISPLAY "POH3TRQ N NOT NUMERIC"
040100          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
040200          GO TO 1100-EXIT
040300      END-IF.
040400      MOVE WS-EDIT-N-NUM TO WS-CRIT-N-NUM.
040500      IF WS-CRIT-FROM-DATE NOT = SPACES
040600              AND WS-CRIT-FROM-DATE NOT NUMERIC
040700          DISPLAY "POH3TRQ FROM-DATE NOT NUMERIC"
040800          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
040900          GO TO 1100-EXIT
041000      END-IF.
041100      IF WS-CRIT-TO-DATE NOT = SPACES
041200              AND WS-CRIT-TO-DATE NOT NUMERIC
041300          DISPLAY "POH3TRQ TO-DATE NOT NUMERIC"
041400          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
041500          GO TO 1100-EXIT
041600      END-IF.
041700      IF WS-CRIT-FROM-DATE NOT = SPACES
041800              AND WS-CRIT-TO-DATE NOT = SPACES
041900              AND WS-CRIT-FROM-NUM > WS-CRIT-TO-NUM
042000          DISPLAY "POH3TRQ FROM-DATE AFTER TO-DATE"
042100          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
042200          GO TO 1100-EXIT
042300      END-IF.
042400      MOVE "N" TO WS-MODE-SWITCH.
042500   1100-EXIT.
042600      EXIT.
042700*--------------------------------------------------------------
042800* 1200-WRITE-HEADINGS - TITLE AND ONE LINE PER CRITERION ("ALL"
042900* FOR AN OPEN END OF THE DATE RANGE).  THE COLUMN LEGEND WAITS
043000* UNTIL THE SCANS HAVE NOTED ANY DATASET NOT AVAILABLE.
043100*--------------------------------------------------------------
043200   1200-WRITE-HEADINGS.
043300      MOVE "LIFECYCLE TRACE INQUIRY" TO POH3-TRP-RECORD.
043400      WRITE POH3-TRP-RECORD.
043500      MOVE SPACES TO WS-HEAD-LINE.
043600      IF WS-REFERENCE-MODE
043700          MOVE "REQUESTER" TO WS-HEAD-LABEL
043800          MOVE WS-CRIT-REQUESTER TO WS-HEAD-VALUE
043900          PERFORM 1210-ECHO-CRITERION THRU 1210-EXIT
044000          MOVE "REFERENCE" TO WS-HEAD-LABEL
044100          MOVE WS-CRIT-REFERENCE TO WS-HEAD-VALUE
044200          PERFORM 1210-ECHO-CRITERION THRU 1210-EXIT
044300      ELSE
044400          MOVE "N" TO WS-HEAD-LABEL
044500          MOVE WS-CRIT-N-NUM TO WS-EDIT-N-OUT
044600          MOVE WS-EDIT-N-OUT TO WS-HEAD-VALUE
044700          PERFORM 1210-ECHO-CRITERION THRU 1210-EXIT
044800          MOVE "FROM DATE" TO WS-HEAD-LABEL
044900          MOVE WS-CRIT-FROM-DATE TO WS-HEAD-VALUE
045000          PERFORM 1210-ECHO-CRITERION THRU 1210-EXIT
045100          MOVE "TO DATE" TO WS-HEAD-LABEL
045200          MOVE WS-CRIT-TO-DATE TO WS-HEAD-VALUE
045300          PERFORM 1210-ECHO-CRITERION THRU 1210-EXIT
045400      END-IF.
045500   1200-EXIT.
045600      EXIT.
045700*--------------------------------------------------------------
045800* 1210-ECHO-CRITERION
045900*--------------------------------------------------------------
046000   1210-ECHO-CRITERION.
046100      IF WS-HEAD-VALUE = SPACES
046200          MOVE "ALL" TO WS-HEAD-VALUE
046300      END-IF.
046400      WRITE POH3-TRP-RECORD FROM WS-HEAD-LINE.
046500   1210-EXIT.
046600      EXIT.
046700*--------------------------------------------------------------
046800* 1900-NOT-AVAILABLE - NOTE ON THE REPORT A DATASET THAT DOES
046900* NOT EXIST TODAY, SO AN EMPTY ANSWER FROM IT IS NEVER READ AS
047000* "NOTHING HAPPENED THERE".
047100*--------------------------------------------------------------
047200   1900-NOT-AVAILABLE.
047300      WRITE POH3-TRP-RECORD FROM WS-NA-LINE.
047400   1900-EXIT.
047500      EXIT.
047600*--------------------------------------------------------------
047700* 2000-SCAN-INTAKE - THE DAY'S CONSOLIDATED POH3IN.  EVERY
047800* DETAIL RECORD IS DATED BY THE HDR RECORD IN FRONT OF IT, SO
047900* A MATCH IS THE SUBMISSION ITSELF.
048000*--------------------------------------------------------------
048100   2000-SCAN-INTAKE.
048200      IF WS-ABORTED
048300          GO TO 2000-EXIT
048400      END-IF.
048500      OPEN INPUT POH3INF.
048600      IF WS-IN-FS = "35"
048700          MOVE "POH3IN" TO WS-NA-SOURCE
048800          PERFORM 1900-NOT-AVAILABLE THRU 1900-EXIT
048900          GO TO 2000-EXIT
049000      END-IF.
049100      IF WS-IN-FS NOT = "00"
049200          DISPLAY "POH3IN OPEN FAILED - FILE STATUS " WS-IN-FS
049300          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
049400          GO TO 2000-EXIT
049500      END-IF.
049600      MOVE "N" TO WS-SRC-EOF-SWITCH.
049700      PERFORM 2010-READ-INTAKE THRU 2010-EXIT.
049800      PERFORM 2020-TEST-INTAKE THRU 2020-EXIT
049900          UNTIL WS-SRC-EOF.
050000      CLOSE POH3INF.
050100   2000-EXIT.
050200      EXIT.
050300*--------------------------------------------------------------
050400* 2010-READ-INTAKE
050500*--------------------------------------------------------------
050600   2010-READ-INTAKE.
050700      READ POH3INF
050800          AT END
050900              MOVE "Y" TO WS-SRC-EOF-SWITCH
051000      END-READ.
051100   2010-EXIT.
051200      EXIT.
051300*--------------------------------------------------------------
051400* 2020-TEST-INTAKE
051500*--------------------------------------------------------------
051600   2020-TEST-INTAKE.
051700      MOVE POH3-IN-BUFFER TO POH3-IN-CONTROL.
051800      IF POH3-INC-IS-HEADER
051900          MOVE POH3-INC-HDR-DATE TO WS-HDR-DATE
052000          MOVE POH3-INC-HDR-SOURCE TO WS-HDR-SOURCE
052100          GO TO 2020-NEXT
052200      END-IF.
052300      IF POH3-INC-IS-TRAILER
052400          GO TO 2020-NEXT
052500      END-IF.
052600      MOVE POH3-IN-BUFFER TO POH3-IN-RECORD.
052700      MOVE POH3-IN-N TO WS-EDIT-N.
052800      INSPECT WS-EDIT-N REPLACING LEADING SPACE BY ZERO.
052900      IF WS-EDIT-N NOT NUMERIC
053000          MOVE 0 TO WS-EDIT-N-NUM
053100      END-IF.
053200      MOVE POH3-IN-REQUESTER TO WS-TEST-REQUESTER.
053300      MOVE POH3-IN-REFERENCE TO WS-TEST-REFERENCE.
053400      MOVE WS-EDIT-N-NUM TO WS-TEST-N.
053500      MOVE WS-HDR-DATE TO WS-TEST-DATE.
053600      PERFORM 2900-MATCH-KEY THRU 2900-EXIT.
053700      IF WS-MATCHED
053800          MOVE SPACES TO WS-NEW-EVENT
053900          MOVE WS-HDR-DATE TO WS-NEW-DATE
054000          MOVE WS-TIME-INTAKE TO WS-NEW-TIME
054100          MOVE "POH3IN" TO WS-NEW-SOURCE
054200          MOVE "SUBMITTED" TO WS-NEW-DESC
054300          MOVE WS-EDIT-N TO WS-NEW-N
054400          MOVE POH3-IN-REQUESTER TO WS-NEW-REQUESTER
054500          MOVE POH3-IN-REFERENCE TO WS-NEW-REFERENCE
054600          MOVE WS-HDR-SOURCE TO WS-NEW-DETAIL
054700          PERFORM 2950-ADD-EVENT THRU 2950-EXIT
054800      END-IF.
054900   2020-NEXT.
055000      PERFORM 2010-READ-INTAKE THRU 2010-EXIT.
055100   2020-EXIT.
055101      EXIT.
055102*--------------------------------------------------------------
055103* 2050-SCAN-REGISTER - THE POH3SBR SUBMISSION REGISTER.  POH3IN
055104* IS ONLY THE DAY'S NIGHTLY INTAKE; AN EXPRESS SUBMISSION, OR ONE
055105* FROM A PAST NIGHT, IS FOUND HERE UNDER THE HEADER DATE IT WAS
055107* SUBMITTED ON.  A REGISTRATION OF A SUBMISSION ALREADY FOUND ON
055108* POH3IN FOR THE SAME DATE IS NOT LISTED TWICE.
055109*--------------------------------------------------------------
055110   2050-SCAN-REGISTER.
055111      IF WS-ABORTED
055112          GO TO 2050-EXIT
055113      END-IF.
055114      OPEN INPUT POH3SBRF.
055115      IF WS-SBR-FS = "35"
055116          MOVE "POH3SBR" TO WS-NA-SOURCE
055117          PERFORM 1900-NOT-AVAILABLE THRU 1900-EXIT
055118          GO TO 2050-EXIT
055120      END-IF.
055121      IF WS-SBR-FS NOT = "00"
055122          DISPLAY "POH3SBR OPEN FAILED - FILE STATUS " WS-SBR-FS
055123          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
055124          GO TO 2050-EXIT
055125      END-IF.
055126      MOVE "N" TO WS-SRC-EOF-SWITCH.
055127      PERFORM 2060-READ-REGISTER THRU 2060-EXIT.
055128      PERFORM 2070-TEST-REGISTER THRU 2070-EXIT
055129          UNTIL WS-SRC-EOF.
055130      CLOSE POH3SBRF.
055132   2050-EXIT.
055133      EXIT.
055134*--------------------------------------------------------------
055135* 2060-READ-REGISTER
055136*--------------------------------------------------------------
055137   2060-READ-REGISTER.
055138      READ POH3SBRF
055139          AT END
055140              MOVE "Y" TO WS-SRC-EOF-SWITCH
055141      END-READ.
055142   2060-EXIT.
055143      EXIT.
055145*--------------------------------------------------------------
055146* 2070-TEST-REGISTER
055147*--------------------------------------------------------------
055148   2070-TEST-REGISTER.
055149      MOVE POH3-SBR-N TO WS-EDIT-N.
055150      INSPECT WS-EDIT-N REPLACING LEADING SPACE BY ZERO.
055151      IF WS-EDIT-N NOT NUMERIC
055152          MOVE 0 TO WS-EDIT-N-NUM
055153      END-IF.
055154      MOVE POH3-SBR-REQUESTER TO WS-TEST-REQUESTER.
055155      MOVE POH3-SBR-REFERENCE TO WS-TEST-REFERENCE.
055157      MOVE WS-EDIT-N-NUM TO WS-TEST-N.
055158      MOVE POH3-SBR-SUBMIT-DATE TO WS-TEST-DATE.
055159      PERFORM 2900-MATCH-KEY THRU 2900-EXIT.
055160      IF NOT WS-MATCHED
055161          GO TO 2070-NEXT
055162      END-IF.
055163      MOVE SPACES TO WS-NEW-EVENT.
055164      MOVE POH3-SBR-SUBMIT-DATE TO WS-NEW-DATE.
055165      MOVE WS-EDIT-N TO WS-NEW-N.
055166      MOVE POH3-SBR-REQUESTER TO WS-NEW-REQUESTER.
055167      MOVE POH3-SBR-REFERENCE TO WS-NEW-REFERENCE.
055168      MOVE "N" TO WS-INTAKE-SEEN-SWITCH.
055170      PERFORM 2080-TEST-INTAKE-SEEN THRU 2080-EXIT
055171          VARYING WS-EX FROM 1 BY 1
055172          UNTIL WS-EX > WS-EVT-COUNT
055173              OR WS-INTAKE-SEEN.
055174      IF WS-INTAKE-SEEN
055175          GO TO 2070-NEXT
055176      END-IF.
055177      MOVE WS-TIME-INTAKE TO WS-NEW-TIME.
055178      MOVE "POH3SBR" TO WS-NEW-SOURCE.
055179      MOVE "SUBMITTED" TO WS-NEW-DESC.
055180      MOVE POH3-SBR-PROGRAM TO WS-NEW-DETAIL.
055182      PERFORM 2950-ADD-EVENT THRU 2950-EXIT.
055183   2070-NEXT.
055184      PERFORM 2060-READ-REGISTER THRU 2060-EXIT.
055185   2070-EXIT.
055186      EXIT.
055187*--------------------------------------------------------------
055188* 2080-TEST-INTAKE-SEEN
055189*--------------------------------------------------------------
055190   2080-TEST-INTAKE-SEEN.
055191      IF WS-EVT-SOURCE(WS-EX) = "POH3IN"
055192              AND WS-EVT-DATE(WS-EX) = WS-NEW-DATE
055193              AND WS-EVT-N(WS-EX) = WS-NEW-N
055195              AND WS-EVT-REQUESTER(WS-EX) = WS-NEW-REQUESTER
055196              AND WS-EVT-REFERENCE(WS-EX) = WS-NEW-REFERENCE
055197          MOVE "Y" TO WS-INTAKE-SEEN-SWITCH
055198      END-IF.
055199   2080-EXIT.
055200      EXIT.
055300*--------------------------------------------------------------
055400* 2100-SCAN-LOG - THE POH3LOG AUDIT LINES.  THE STATUS AND THE
055500* PROGRAM THAT WROTE THE LINE SAY WHAT HAPPENED: AN EXACT FROM
055600* POH3RCY IS A SUSPENSE ITEM ANSWERED ON RECYCLE, A MASTERED
055700* LINE WAS ANSWERED FROM THE MASTER CACHE, AND SO ON.
055800*--------------------------------------------------------------
055900   2100-SCAN-LOG.
056000      IF WS-ABORTED
056100          GO TO 2100-EXIT
056200      END-IF.
056300      OPEN INPUT POH3LOGF.
056400      IF WS-LOG-FS = "35"
056500          MOVE "POH3LOG" TO WS-NA-SOURCE
056600          PERFORM 1900-NOT-AVAILABLE THRU 1900-EXIT
056700          GO TO 2100-EXIT
056800      END-IF.
056900      IF WS-LOG-FS NOT = "00"
057000          DISPLAY "POH3LOG OPEN FAILED - FILE STATUS " WS-LOG-FS
057100          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
057200          GO TO 2100-EXIT
057300      END-IF.
057400      MOVE "N" TO WS-SRC-EOF-SWITCH.
057500      PERFORM 2110-READ-LOG THRU 2110-EXIT.
057600      PERFORM 2120-TEST-LOG THRU 2120-EXIT
057700          UNTIL WS-SRC-EOF.
057800      CLOSE POH3LOGF.
057900   2100-EXIT.
058000      EXIT.
058100*--------------------------------------------------------------
058200* 2110-READ-LOG
058300*--------------------------------------------------------------
058400   2110-READ-LOG.
058500      READ POH3LOGF
058600          AT END
058700              MOVE "Y" TO WS-SRC-EOF-SWITCH
058800      END-READ.
058900   2110-EXIT.
059000      EXIT.
059100*--------------------------------------------------------------
059200* 2120-TEST-LOG
059300*--------------------------------------------------------------
059400   2120-TEST-LOG.
059500      MOVE POH3-LOG-REQUESTER TO WS-TEST-REQUESTER.
059600      MOVE POH3-LOG-REFERENCE TO WS-TEST-REFERENCE.
059700      MOVE POH3-LOG-N TO WS-TEST-N.
059800      MOVE POH3-LOG-DATE TO WS-TEST-DATE.
059900      PERFORM 2900-MATCH-KEY THRU 2900-EXIT.
060000      IF NOT WS-MATCHED
060100          GO TO 2120-NEXT
060200      END-IF.
060300      MOVE SPACES TO WS-NEW-EVENT.
060400      MOVE POH3-LOG-DATE TO WS-NEW-DATE.
060500      MOVE POH3-LOG-TIME TO WS-NEW-TIME.
060600      MOVE "POH3LOG" TO WS-NEW-SOURCE.
060700      MOVE POH3-LOG-N TO WS-EDIT-N-OUT.
060800      MOVE WS-EDIT-N-OUT TO WS-NEW-N.
060900      MOVE POH3-LOG-REQUESTER TO WS-NEW-REQUESTER.
061000      MOVE POH3-LOG-REFERENCE TO WS-NEW-REFERENCE.
061100      MOVE POH3-LOG-PROGRAM TO WS-NEW-DETAIL.
061200      MOVE POH3-LOG-STATUS TO WS-NEW-STATUS.
061300      EVALUATE POH3-LOG-STATUS
061400          WHEN "EXACT   "
061500              IF POH3-LOG-PROGRAM = "POH3RCY"
061600                  MOVE "RECYCLED-ANSWER" TO WS-NEW-DESC
061700              ELSE
061800                  MOVE "ANSWERED" TO WS-NEW-DESC
061900              END-IF
062000          WHEN "MASTERED"
062100              MOVE "ANSWERED-MASTER" TO WS-NEW-DESC
062200          WHEN "INVALID "
062300              MOVE "SUSPENDED" TO WS-NEW-DESC
062400          WHEN "DUPLICAT"
062500              MOVE "DUPLICATE REJECT" TO WS-NEW-DESC
062600          WHEN "HELD    "
062700              MOVE "HELD OVER QUOTA" TO WS-NEW-DESC
062800          WHEN "UNKNOWN "
062900          WHEN "SUSPEND "
063000              MOVE "REQUESTER REJECT" TO WS-NEW-DESC
063100          WHEN OTHER
063200              MOVE POH3-LOG-STATUS TO WS-NEW-DESC
063300      END-EVALUATE.
063400      IF POH3-LOG-STATUS = "EXACT   " OR "MASTERED"
063500          MOVE POH3-LOG-RESULT TO WS-EDIT-RESULT
063600          MOVE WS-EDIT-RESULT TO WS-NEW-RESULT
063700      END-IF.
063800      PERFORM 2950-ADD-EVENT THRU 2950-EXIT.
063900   2120-NEXT.
064000      PERFORM 2110-READ-LOG THRU 2110-EXIT.
064100   2120-EXIT.
064200      EXIT.
064300*--------------------------------------------------------------
064400* 2200-SCAN-MASTER - THE POH3MST KEYED MASTER, READ END TO END
064500* THE WAY POH3RST READS IT.  A MATCH IS THE RESULT AS IT WAS
064600* KEPT FOR DOWNSTREAM.
064700*--------------------------------------------------------------
064800   2200-SCAN-MASTER.
064900      IF WS-ABORTED
065000          GO TO 2200-EXIT
065100      END-IF.
065200      OPEN INPUT POH3MSTF.
065300      IF WS-MST-FS = "35"
065400          MOVE "POH3MST" TO WS-NA-SOURCE
065500          PERFORM 1900-NOT-AVAILABLE THRU 1900-EXIT
065600          GO TO 2200-EXIT
065700      END-IF.
065800      IF WS-MST-FS NOT = "00"
065900          DISPLAY "POH3MST OPEN FAILED - FILE STATUS " WS-MST-FS
066000          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
066100          GO TO 2200-EXIT
066200      END-IF.
066300      MOVE "N" TO WS-SRC-EOF-SWITCH.
066400      PERFORM 2210-READ-MASTER THRU 2210-EXIT.
066500      PERFORM 2220-TEST-MASTER THRU 2220-EXIT
066600          UNTIL WS-SRC-EOF.
066700      CLOSE POH3MSTF.
066800   2200-EXIT.
066900      EXIT.
067000*--------------------------------------------------------------
067100* 2210-READ-MASTER
067200*--------------------------------------------------------------
067300   2210-READ-MASTER.
067400      READ POH3MSTF NEXT RECORD
067500          AT END
067600              MOVE "Y" TO WS-SRC-EOF-SWITCH
067700      END-READ.
067800   2210-EXIT.
067900      EXIT.
068000*--------------------------------------------------------------
068100* 2220-TEST-MASTER
068200*--------------------------------------------------------------
068300   2220-TEST-MASTER.
068400      MOVE POH3-MST-REQUESTER TO WS-TEST-REQUESTER.
068500      MOVE POH3-MST-REFERENCE TO WS-TEST-REFERENCE.
068600      MOVE POH3-MST-N TO WS-TEST-N.
068700      MOVE POH3-MST-DATE TO WS-TEST-DATE.
068800      PERFORM 2900-MATCH-KEY THRU 2900-EXIT.
068900      IF WS-MATCHED
069000          MOVE SPACES TO WS-NEW-EVENT
069100          MOVE POH3-MST-DATE TO WS-NEW-DATE
069200          MOVE WS-TIME-MASTER TO WS-NEW-TIME
069300          MOVE "POH3MST" TO WS-NEW-SOURCE
069400          MOVE "MASTERED" TO WS-NEW-DESC
069500          MOVE POH3-MST-N TO WS-EDIT-N-OUT
069600          MOVE WS-EDIT-N-OUT TO WS-NEW-N
069700          MOVE POH3-MST-RESULT TO WS-EDIT-RESULT
069800          MOVE WS-EDIT-RESULT TO WS-NEW-RESULT
069900          MOVE POH3-MST-REQUESTER TO WS-NEW-REQUESTER
070000          MOVE POH3-MST-REFERENCE TO WS-NEW-REFERENCE
070100          MOVE POH3-MST-STATUS TO WS-NEW-DETAIL
070200          PERFORM 2950-ADD-EVENT THRU 2950-EXIT
070300      END-IF.
070400      PERFORM 2210-READ-MASTER THRU 2210-EXIT.
070500   2220-EXIT.
070600      EXIT.
070700*--------------------------------------------------------------
070800* 2300-SCAN-SUSPENSE - THE OPEN POH3REJ SUSPENSE INVENTORY.  THE
070900* DATE IS THE DAY THE ITEM FIRST WENT TO SUSPENSE AND THE AGE
071000* IS HOW MANY RECYCLE PASSES HAVE CARRIED IT FORWARD SINCE.
071100*--------------------------------------------------------------
071200   2300-SCAN-SUSPENSE.
071300      IF WS-ABORTED
071400          GO TO 2300-EXIT
071500      END-IF.
071600      OPEN INPUT POH3REJF.
071700      IF WS-REJ-FS = "35"
071800          MOVE "POH3REJ" TO WS-NA-SOURCE
071900          PERFORM 1900-NOT-AVAILABLE THRU 1900-EXIT
072000          GO TO 2300-EXIT
072100      END-IF.
072200      IF WS-REJ-FS NOT = "00"
072300          DISPLAY "POH3REJ OPEN FAILED - FILE STATUS " WS-REJ-FS
072400          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
072500          GO TO 2300-EXIT
072600      END-IF.
072700      MOVE "N" TO WS-SRC-EOF-SWITCH.
072800      PERFORM 2310-READ-SUSPENSE THRU 2310-EXIT.
072900      PERFORM 2320-TEST-SUSPENSE THRU 2320-EXIT
073000          UNTIL WS-SRC-EOF.
073100      CLOSE POH3REJF.
073200   2300-EXIT.
073300      EXIT.
073400*--------------------------------------------------------------
073500* 2310-READ-SUSPENSE
073600*--------------------------------------------------------------
073700   2310-READ-SUSPENSE.
073800      READ POH3REJF
073900          AT END
074000              MOVE "Y" TO WS-SRC-EOF-SWITCH
074100      END-READ.
074200   2310-EXIT.
074300      EXIT.
074400*--------------------------------------------------------------
074500* 2320-TEST-SUSPENSE
074600*--------------------------------------------------------------
074700   2320-TEST-SUSPENSE.
074800      MOVE POH3-REJ-REQUESTER OF POH3-REJ-RECORD
074900          TO WS-TEST-REQUESTER.
075000      MOVE POH3-REJ-REFERENCE OF POH3-REJ-RECORD
075100          TO WS-TEST-REFERENCE.
075200      MOVE POH3-REJ-N OF POH3-REJ-RECORD TO WS-TEST-N.
075300      MOVE POH3-REJ-DATE OF POH3-REJ-RECORD TO WS-TEST-DATE.
075400      PERFORM 2900-MATCH-KEY THRU 2900-EXIT.
075500      IF WS-MATCHED
075600          MOVE SPACES TO WS-NEW-EVENT
075700          MOVE POH3-REJ-DATE OF POH3-REJ-RECORD TO WS-NEW-DATE
075800          MOVE WS-TIME-SUSPENSE TO WS-NEW-TIME
075900          MOVE "POH3REJ" TO WS-NEW-SOURCE
076000          MOVE "IN SUSPENSE" TO WS-NEW-DESC
076100          MOVE POH3-REJ-N OF POH3-REJ-RECORD TO WS-EDIT-N-OUT
076200          MOVE WS-EDIT-N-OUT TO WS-NEW-N
076300          MOVE WS-TEST-REQUESTER TO WS-NEW-REQUESTER
076400          MOVE WS-TEST-REFERENCE TO WS-NEW-REFERENCE
076500          MOVE POH3-REJ-REASON OF POH3-REJ-RECORD
076600              TO WS-RJD-REASON
076700          MOVE POH3-REJ-AGE OF POH3-REJ-RECORD TO WS-RJD-AGE
076800          MOVE WS-REJ-DETAIL TO WS-NEW-DETAIL
076900          PERFORM 2950-ADD-EVENT THRU 2950-EXIT
077000      END-IF.
077100      PERFORM 2310-READ-SUSPENSE THRU 2310-EXIT.
077200   2320-EXIT.
077300      EXIT.
077400*--------------------------------------------------------------
077500* 2400-SCAN-DUPLICATES - THE POH3DUP DUPLICATE REJECTS, IN THE
077600* SAME LAYOUT AS SUSPENSE.
077700*--------------------------------------------------------------
077800   2400-SCAN-DUPLICATES.
077900      IF WS-ABORTED
078000          GO TO 2400-EXIT
078100      END-IF.
078200      OPEN INPUT POH3DUPF.
078300      IF WS-DUP-FS = "35"
078400          MOVE "POH3DUP" TO WS-NA-SOURCE
078500          PERFORM 1900-NOT-AVAILABLE THRU 1900-EXIT
078600          GO TO 2400-EXIT
078700      END-IF.
078800      IF WS-DUP-FS NOT = "00"
078900          DISPLAY "POH3DUP OPEN FAILED - FILE STATUS " WS-DUP-FS
079000          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
079100          GO TO 2400-EXIT
079200      END-IF.
079300      MOVE "N" TO WS-SRC-EOF-SWITCH.
079400      PERFORM 2410-READ-DUPLICATE THRU 2410-EXIT.
079500      PERFORM 2420-TEST-DUPLICATE THRU 2420-EXIT
079600          UNTIL WS-SRC-EOF.
079700      CLOSE POH3DUPF.
079800   2400-EXIT.
079900      EXIT.
080000*--------------------------------------------------------------
080100* 2410-READ-DUPLICATE
080200*--------------------------------------------------------------
080300   2410-READ-DUPLICATE.
080400      READ POH3DUPF
080500          AT END
080600              MOVE "Y" TO WS-SRC-EOF-SWITCH
080700      END-READ.
080800   2410-EXIT.
080900      EXIT.
081000*--------------------------------------------------------------
081100* 2420-TEST-DUPLICATE
081200*--------------------------------------------------------------
081300   2420-TEST-DUPLICATE.
081400      MOVE POH3-REJ-REQUESTER OF POH3-DUP-RECORD
081500          TO WS-TEST-REQUESTER.
081600      MOVE POH3-REJ-REFERENCE OF POH3-DUP-RECORD
081700          TO WS-TEST-REFERENCE.
081800      MOVE POH3-REJ-N OF POH3-DUP-RECORD TO WS-TEST-N.
081900      MOVE POH3-REJ-DATE OF POH3-DUP-RECORD TO WS-TEST-DATE.
082000      PERFORM 2900-MATCH-KEY THRU 2900-EXIT.
082100      IF WS-MATCHED
082200          MOVE SPACES TO WS-NEW-EVENT
082300          MOVE POH3-REJ-DATE OF POH3-DUP-RECORD TO WS-NEW-DATE
082400          MOVE WS-TIME-SUSPENSE TO WS-NEW-TIME
082500          MOVE "POH3DUP" TO WS-NEW-SOURCE
082600          MOVE "DUPLICATE REJECT" TO WS-NEW-DESC
082700          MOVE POH3-REJ-N OF POH3-DUP-RECORD TO WS-EDIT-N-OUT
082800          MOVE WS-EDIT-N-OUT TO WS-NEW-N
082900          MOVE WS-TEST-REQUESTER TO WS-NEW-REQUESTER
083000          MOVE WS-TEST-REFERENCE TO WS-NEW-REFERENCE
083100          MOVE POH3-REJ-REASON OF POH3-DUP-RECORD
083200              TO WS-NEW-DETAIL
083300          PERFORM 2950-ADD-EVENT THRU 2950-EXIT
083400      END-IF.
083500      PERFORM 2410-READ-DUPLICATE THRU 2410-EXIT.
083600   2420-EXIT.
083700      EXIT.
083800*--------------------------------------------------------------
083900* 2500-SCAN-RESTATEMENTS - THE POH3RSF RESTATEMENT NOTICES.  THE
084000* RANGE IS TESTED ON THE DATE THE RESULT WAS PUBLISHED; THE
084100* EVENT IS PLACED ON THE DATE IT WAS RESTATED, OR ON THE
084200* PUBLISHED DATE FOR A NOTICE RAISED BEFORE NOTICES CARRIED ONE.
084300*--------------------------------------------------------------
084400   2500-SCAN-RESTATEMENTS.
084500      IF WS-ABORTED
084600          GO TO 2500-EXIT
084700      END-IF.
084800      OPEN INPUT POH3RSFF.
084900      IF WS-RSF-FS = "35"
085000          MOVE "POH3RSF" TO WS-NA-SOURCE
085100          PERFORM 1900-NOT-AVAILABLE THRU 1900-EXIT
085200          GO TO 2500-EXIT
085300      END-IF.
085400      IF WS-RSF-FS NOT = "00"
085500          DISPLAY "POH3RSF OPEN FAILED - FILE STATUS " WS-RSF-FS
085600          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
085700          GO TO 2500-EXIT
085800      END-IF.
085900      MOVE "N" TO WS-SRC-EOF-SWITCH.
086000      PERFORM 2510-READ-RESTATEMENT THRU 2510-EXIT.
086100      PERFORM 2520-TEST-RESTATEMENT THRU 2520-EXIT
086200          UNTIL WS-SRC-EOF.
086300      CLOSE POH3RSFF.
086400   2500-EXIT.
086500      EXIT.
086600*--------------------------------------------------------------
086700* 2510-READ-RESTATEMENT
086800*--------------------------------------------------------------
086900   2510-READ-RESTATEMENT.
087000      READ POH3RSFF
087100          AT END
087200              MOVE "Y" TO WS-SRC-EOF-SWITCH
087300      END-READ.
087400   2510-EXIT.
087500      EXIT.
087600*--------------------------------------------------------------
087700* 2520-TEST-RESTATEMENT
087800*--------------------------------------------------------------
087900   2520-TEST-RESTATEMENT.
088000      MOVE POH3-RST-REQUESTER TO WS-TEST-REQUESTER.
088100      MOVE POH3-RST-REFERENCE TO WS-TEST-REFERENCE.
088200      MOVE POH3-RST-N TO WS-TEST-N.
088300      MOVE POH3-RST-PUB-DATE TO WS-TEST-DATE.
088400      PERFORM 2900-MATCH-KEY THRU 2900-EXIT.
088500      IF WS-MATCHED
088600          MOVE SPACES TO WS-NEW-EVENT
088700          IF POH3-RST-DATE NUMERIC AND POH3-RST-DATE > 0
088800              MOVE POH3-RST-DATE TO WS-NEW-DATE
088900          ELSE
089000              MOVE POH3-RST-PUB-DATE TO WS-NEW-DATE
089100          END-IF
089200          MOVE WS-TIME-RESTATED TO WS-NEW-TIME
089300          MOVE "POH3RSF" TO WS-NEW-SOURCE
089400          MOVE "RESTATED" TO WS-NEW-DESC
089500          MOVE POH3-RST-N TO WS-EDIT-N-OUT
089600          MOVE WS-EDIT-N-OUT TO WS-NEW-N
089700          MOVE POH3-RST-NEW-RESULT TO WS-EDIT-RESULT
089800          MOVE WS-EDIT-RESULT TO WS-NEW-RESULT
089900          MOVE POH3-RST-REQUESTER TO WS-NEW-REQUESTER
090000          MOVE POH3-RST-REFERENCE TO WS-NEW-REFERENCE
090100          MOVE POH3-RST-OLD-RESULT TO WS-RFD-OLD-RESULT
090200          MOVE WS-RSF-DETAIL TO WS-NEW-DETAIL
090300          PERFORM 2950-ADD-EVENT THRU 2950-EXIT
090400      END-IF.
090500      PERFORM 2510-READ-RESTATEMENT THRU 2510-EXIT.
090600   2520-EXIT.
090700      EXIT.
090800*--------------------------------------------------------------
090900* 2600-SCAN-DISTRIBUTION - THE PER-REQUESTER DISTRIBUTION FILES,
091000* NAMED FROM THE POH3RQM MASTER SUFFIX THE SAME WAY POH3DST
091100* NAMES THEM.  A REFERENCE TRACE READS ONLY ITS OWN REQUESTER'S
091150* FILES; AN N TRACE READS THEM ALL.  THE NIGHTLY POH3DS FILES
091200* ARE READ FIRST, THEN THE POH3XR FILES POH3EXP APPENDS ITS
091250* EXPRESS RESPONSES TO.
091300*--------------------------------------------------------------
091400   2600-SCAN-DISTRIBUTION.
091500      IF WS-ABORTED
091600          GO TO 2600-EXIT
091700      END-IF.
091800      PERFORM 2610-LOAD-REQUESTERS THRU 2610-EXIT.
091814      MOVE "POH3DS" TO WS-DSQ-PREFIX.
091829      PERFORM 2640-SCAN-ONE-FILE THRU 2640-EXIT
091843          VARYING WS-FX FROM 1 BY 1
091857          UNTIL WS-FX > POH3-RQT-COUNT
091871              OR WS-ABORTED.
091886      MOVE "POH3XR" TO WS-DSQ-PREFIX.
091900      PERFORM 2640-SCAN-ONE-FILE THRU 2640-EXIT
092000          VARYING WS-FX FROM 1 BY 1
092100          UNTIL WS-FX > POH3-RQT-COUNT
092200              OR WS-ABORTED.
092300   2600-EXIT.
092400      EXIT.
092500*--------------------------------------------------------------
092600* 2610-LOAD-REQUESTERS
092700*--------------------------------------------------------------
092800   2610-LOAD-REQUESTERS.
092900      MOVE 0 TO POH3-RQT-COUNT.
093000      OPEN INPUT POH3RQMF.
093100      IF WS-RQM-FS = "35"
093200          MOVE "POH3RQM" TO WS-NA-SOURCE
093300          PERFORM 1900-NOT-AVAILABLE THRU 1900-EXIT
093400          GO TO 2610-EXIT
093500      END-IF.
093600      IF WS-RQM-FS NOT = "00"
093700          DISPLAY "POH3RQM OPEN FAILED - FILE STATUS " WS-RQM-FS
093800          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
093900          GO TO 2610-EXIT
094000      END-IF.
094100      MOVE "N" TO WS-SRC-EOF-SWITCH.
094200      PERFORM 2620-READ-REQUESTER THRU 2620-EXIT.
094300      PERFORM 2630-ADD-REQUESTER THRU 2630-EXIT
094400          UNTIL WS-SRC-EOF.
094500      CLOSE POH3RQMF.
094600   2610-EXIT.
094700      EXIT.
094800*--------------------------------------------------------------
094900* 2620-READ-REQUESTER
095000*--------------------------------------------------------------
095100   2620-READ-REQUESTER.
095200      READ POH3RQMF
095300          AT END
095400              MOVE "Y" TO WS-SRC-EOF-SWITCH
095500      END-READ.
095600   2620-EXIT.
095700      EXIT.
095800*--------------------------------------------------------------
095900* 2630-ADD-REQUESTER - ONLY THE TRACED REQUESTER ON A REFERENCE
096000* TRACE.  THE MASTER NEVER HOLDS MORE THAN THE TABLE DOES.
096100*--------------------------------------------------------------
096200   2630-ADD-REQUESTER.
096300      IF POH3-RQT-COUNT < 50
096400          IF WS-N-MODE
096500                  OR POH3-RQM-REQUESTER = WS-CRIT-REQUESTER
096600              ADD 1 TO POH3-RQT-COUNT
096700              MOVE POH3-RQM-RECORD
096800                  TO POH3-RQT-ENTRY(POH3-RQT-COUNT)
096900          END-IF
097000      END-IF.
097100      PERFORM 2620-READ-REQUESTER THRU 2620-EXIT.
097200   2630-EXIT.
097300      EXIT.
097400*--------------------------------------------------------------
097450* 2640-SCAN-ONE-FILE - A REQUESTER THAT HAS NEVER USED THE
097500* EXPRESS RUN HAS NO POH3XR FILE, SO ONLY A MISSING NIGHTLY FILE
097550* IS NOTED ON THE REPORT.
097600*--------------------------------------------------------------
097700   2640-SCAN-ONE-FILE.
097800      MOVE POH3-RQT-DD-SUFFIX(WS-FX) TO WS-DSQ-SUFFIX.
097900      OPEN INPUT POH3DSQF.
098000      IF WS-DSQ-FS = "35"
098060          IF WS-DSQ-NIGHTLY
098120              MOVE WS-DSQ-DDNAME TO WS-NA-SOURCE
098180              PERFORM 1900-NOT-AVAILABLE THRU 1900-EXIT
098240          END-IF
098300          GO TO 2640-EXIT
098400      END-IF.
098500      IF WS-DSQ-FS NOT = "00"
098600          DISPLAY WS-DSQ-DDNAME " OPEN FAILED - FILE STATUS "
098700              WS-DSQ-FS
098800          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
098900          GO TO 2640-EXIT
099000      END-IF.
099100      MOVE "N" TO WS-SRC-EOF-SWITCH.
099200      PERFORM 2650-READ-DISTRIBUTION THRU 2650-EXIT.
099300      PERFORM 2660-TEST-DISTRIBUTION THRU 2660-EXIT
099400          UNTIL WS-SRC-EOF.
099500      CLOSE POH3DSQF.
099600   2640-EXIT.
099700      EXIT.
099800*--------------------------------------------------------------
099900* 2650-READ-DISTRIBUTION
100000*--------------------------------------------------------------
100100   2650-READ-DISTRIBUTION.
100200      READ POH3DSQF
100300          AT END
100400              MOVE "Y" TO WS-SRC-EOF-SWITCH
100500      END-READ.
100600   2650-EXIT.
100700      EXIT.
100800*--------------------------------------------------------------
100900* 2660-TEST-DISTRIBUTION - A "RES" RECORD CARRIES NO DATE, SO IT
101000* IS PLACED ON THE DAY THE SAME SUBMISSION WAS LAST ANSWERED ON
101100* THE LOG, AND PRINTS UNDATED IF THE LOG NO LONGER HOLDS IT.
101200*--------------------------------------------------------------
101300   2660-TEST-DISTRIBUTION.
101400      IF POH3-DST-IS-TRAILER
101500          GO TO 2660-NEXT
101600      END-IF.
101700      MOVE POH3-RQT-REQUESTER(WS-FX) TO WS-TEST-REQUESTER.
101800      MOVE POH3-DST-REFERENCE TO WS-TEST-REFERENCE.
101900      MOVE POH3-DST-N TO WS-TEST-N.
102000      IF POH3-DST-IS-RESULT
102100          MOVE 0 TO WS-TEST-DATE
102200      ELSE
102300          MOVE POH3-DST-DATE TO WS-TEST-DATE
102400      END-IF.
102500      PERFORM 2900-MATCH-KEY THRU 2900-EXIT.
102600      IF NOT WS-MATCHED
102700          GO TO 2660-NEXT
102800      END-IF.
102900      MOVE SPACES TO WS-NEW-EVENT.
103000      MOVE WS-TIME-DISTRIBUTE TO WS-NEW-TIME.
103100      MOVE WS-DSQ-DDNAME TO WS-NEW-SOURCE.
103200      MOVE POH3-DST-N TO WS-EDIT-N-OUT.
103300      MOVE WS-EDIT-N-OUT TO WS-NEW-N.
103400      MOVE WS-TEST-REQUESTER TO WS-NEW-REQUESTER.
103500      MOVE POH3-DST-REFERENCE TO WS-NEW-REFERENCE.
103600      MOVE POH3-DST-REASON TO WS-NEW-DETAIL.
103700      EVALUATE TRUE
103800          WHEN POH3-DST-IS-RESULT
103900              PERFORM 2670-FIND-ANSWER-DATE THRU 2670-EXIT
104000              MOVE WS-ANSWER-DATE TO WS-NEW-DATE
104100              MOVE "DISTRIBUTED" TO WS-NEW-DESC
104200              MOVE POH3-DST-RESULT TO WS-EDIT-RESULT
104300              MOVE WS-EDIT-RESULT TO WS-NEW-RESULT
104400          WHEN POH3-DST-IS-SUSPENSE
104500              MOVE POH3-DST-DATE TO WS-NEW-DATE
104600              MOVE "SENT AS SUSPENSE" TO WS-NEW-DESC
104700          WHEN POH3-DST-IS-AUTH-REJECT
104800              MOVE POH3-DST-DATE TO WS-NEW-DATE
104900              MOVE "SENT AS REJECTED" TO WS-NEW-DESC
105000          WHEN OTHER
105100              MOVE POH3-DST-DATE TO WS-NEW-DATE
105200              MOVE "SENT AS HELD" TO WS-NEW-DESC
105300      END-EVALUATE.
105400      PERFORM 2950-ADD-EVENT THRU 2950-EXIT.
105500   2660-NEXT.
105600      PERFORM 2650-READ-DISTRIBUTION THRU 2650-EXIT.
105700   2660-EXIT.
105800      EXIT.
105900*--------------------------------------------------------------
106000* 2670-FIND-ANSWER-DATE - THE LATEST ANSWERED LOG EVENT ALREADY
106100* FOUND FOR THE SAME REQUESTER, REFERENCE, AND N.  NONE LEAVES
106200* THE HIGHEST DATE, WHICH SORTS LAST AND PRINTS AS UNDATED.
106300*--------------------------------------------------------------
106400   2670-FIND-ANSWER-DATE.
106500      MOVE 99999999 TO WS-ANSWER-DATE.
106600      PERFORM 2680-TEST-ANSWER THRU 2680-EXIT
106700          VARYING WS-EX FROM 1 BY 1
106800          UNTIL WS-EX > WS-EVT-COUNT.
106900   2670-EXIT.
107000      EXIT.
107100*--------------------------------------------------------------
107200* 2680-TEST-ANSWER
107300*--------------------------------------------------------------
107400   2680-TEST-ANSWER.
107500      IF WS-EVT-SOURCE(WS-EX) = "POH3LOG"
107600              AND WS-EVT-RESULT(WS-EX) NOT = SPACES
107700              AND WS-EVT-REQUESTER(WS-EX) = WS-NEW-REQUESTER
107800              AND WS-EVT-REFERENCE(WS-EX) = WS-NEW-REFERENCE
107900              AND WS-EVT-N(WS-EX) = WS-NEW-N
108000          IF WS-ANSWER-DATE = 99999999
108100                  OR WS-EVT-DATE(WS-EX) > WS-ANSWER-DATE
108200              MOVE WS-EVT-DATE(WS-EX) TO WS-ANSWER-DATE
108300          END-IF
108400      END-IF.
108500   2680-EXIT.
108600      EXIT.
108700*--------------------------------------------------------------
108800* 2700-SCAN-STATEMENT - THE POH3STM STATEMENTS.  A STATEMENT
108900* BILLS A DAY'S VOLUME PER PRICED STATUS, NOT SINGLE LOOKUPS,
109000* SO A TRACED LOG LINE WAS BILLED WHEN ITS REQUESTER'S
109100* STATEMENT CARRIES AN ACTIVITY LINE FOR THE SAME DAY AND
109200* STATUS.  THE EVENT NAMES THE STATEMENT MONTH.
109300*--------------------------------------------------------------
109400   2700-SCAN-STATEMENT.
109500      IF WS-ABORTED
109600          GO TO 2700-EXIT
109700      END-IF.
109800      OPEN INPUT POH3STMF.
109900      IF WS-STM-FS = "35"
110000          MOVE "POH3STM" TO WS-NA-SOURCE
110100          PERFORM 1900-NOT-AVAILABLE THRU 1900-EXIT
110200          GO TO 2700-EXIT
110300      END-IF.
110400      IF WS-STM-FS NOT = "00"
110500          DISPLAY "POH3STM OPEN FAILED - FILE STATUS " WS-STM-FS
110600          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
110700          GO TO 2700-EXIT
110800      END-IF.
110900      MOVE "N" TO WS-SRC-EOF-SWITCH.
111000      MOVE "N" TO WS-STM-HDG-SWITCH.
111100      PERFORM 2710-READ-STATEMENT THRU 2710-EXIT.
111200      PERFORM 2720-TEST-STATEMENT THRU 2720-EXIT
111300          UNTIL WS-SRC-EOF.
111400      CLOSE POH3STMF.
111500   2700-EXIT.
111600      EXIT.
111700*--------------------------------------------------------------
111800* 2710-READ-STATEMENT
111900*--------------------------------------------------------------
112000   2710-READ-STATEMENT.
112100      READ POH3STMF
112200          AT END
112300              MOVE "Y" TO WS-SRC-EOF-SWITCH
112400      END-READ.
112500   2710-EXIT.
112600      EXIT.
112700*--------------------------------------------------------------
112800* 2720-TEST-STATEMENT
112900*--------------------------------------------------------------
113000   2720-TEST-STATEMENT.
113100      IF POH3-STM-HDG-TAG = "STATEMENT FOR "
113200          MOVE POH3-STM-HDG-REQUESTER TO WS-STM-REQUESTER
113300          MOVE POH3-STM-HDG-MONTH TO WS-STM-MONTH
113400          MOVE "Y" TO WS-STM-HDG-SWITCH
113500          GO TO 2720-NEXT
113600      END-IF.
113700      IF NOT WS-STM-HDG-SEEN
113800              OR POH3-STM-DTL-DATE NOT NUMERIC
113900          GO TO 2720-NEXT
114000      END-IF.
114100      MOVE POH3-STM-DTL-DATE TO WS-STM-DATE.
114200      MOVE POH3-STM-DTL-STATUS TO WS-STM-STATUS.
114300      PERFORM 2730-TEST-BILLED THRU 2730-EXIT
114400          VARYING WS-EX FROM 1 BY 1
114500          UNTIL WS-EX > WS-EVT-COUNT.
114600   2720-NEXT.
114700      PERFORM 2710-READ-STATEMENT THRU 2710-EXIT.
114800   2720-EXIT.
114900      EXIT.
115000*--------------------------------------------------------------
115100* 2730-TEST-BILLED - ONE TRACED LOG LINE AGAINST THE CURRENT
115200* ACTIVITY LINE.
115300*--------------------------------------------------------------
115400   2730-TEST-BILLED.
115500      IF WS-EVT-SOURCE(WS-EX) = "POH3LOG"
115600              AND WS-EVT-REQUESTER(WS-EX) = WS-STM-REQUESTER
115700              AND WS-EVT-DATE(WS-EX) = WS-STM-DATE
115800              AND WS-EVT-STATUS(WS-EX) = WS-STM-STATUS
115900          MOVE SPACES TO WS-NEW-EVENT
116000          MOVE WS-EVT-DATE(WS-EX) TO WS-NEW-DATE
116100          MOVE WS-TIME-BILLED TO WS-NEW-TIME
116200          MOVE "POH3STM" TO WS-NEW-SOURCE
116300          MOVE "BILLED" TO WS-NEW-DESC
116400          MOVE WS-EVT-N(WS-EX) TO WS-NEW-N
116500          MOVE WS-EVT-REQUESTER(WS-EX) TO WS-NEW-REQUESTER
116600          MOVE WS-EVT-REFERENCE(WS-EX) TO WS-NEW-REFERENCE
116700          MOVE WS-STM-MONTH TO WS-SMD-MONTH
116800          MOVE WS-STM-DETAIL TO WS-NEW-DETAIL
116900          PERFORM 2950-ADD-EVENT THRU 2950-EXIT
117000      END-IF.
117100   2730-EXIT.
117200      EXIT.
117300*--------------------------------------------------------------
117400* 2900-MATCH-KEY - DOES THE EVENT IN WS-TEST-KEY BELONG TO THE
117500* TRACE?  A REFERENCE TRACE MATCHES ON REQUESTER AND REFERENCE
117600* ALONE; AN N TRACE ON THE N AND, FOR A DATED EVENT, THE RANGE.
117700*--------------------------------------------------------------
117800   2900-MATCH-KEY.
117900      MOVE "N" TO WS-MATCH-SWITCH.
118000      IF WS-REFERENCE-MODE
118100          IF WS-TEST-REQUESTER = WS-CRIT-REQUESTER
118200                  AND WS-TEST-REFERENCE = WS-CRIT-REFERENCE
118300              MOVE "Y" TO WS-MATCH-SWITCH
118400          END-IF
118500          GO TO 2900-EXIT
118600      END-IF.
118700      IF WS-TEST-N NOT = WS-CRIT-N-NUM
118800          GO TO 2900-EXIT
118900      END-IF.
119000      IF WS-TEST-DATE > 0
119100          IF WS-CRIT-FROM-DATE NOT = SPACES
119200                  AND WS-TEST-DATE < WS-CRIT-FROM-NUM
119300              GO TO 2900-EXIT
119400          END-IF
119500          IF WS-CRIT-TO-DATE NOT = SPACES
119600                  AND WS-TEST-DATE > WS-CRIT-TO-NUM
119700              GO TO 2900-EXIT
119800          END-IF
119900      END-IF.
120000      MOVE "Y" TO WS-MATCH-SWITCH.
120100   2900-EXIT.
120200      EXIT.
120300*--------------------------------------------------------------
120400* 2950-ADD-EVENT - FILE WS-NEW-EVENT IN THE EVENT TABLE.  A
120500* TRACE WITH MORE EVENTS THAN THE TABLE HOLDS COUNTS WHAT IT
120600* COULD NOT SHOW AND SAYS SO ON THE REPORT.
120700*--------------------------------------------------------------
120800   2950-ADD-EVENT.
120900      IF WS-EVT-COUNT = 200
121000          ADD 1 TO WS-DROP-COUNT
121100          GO TO 2950-EXIT
121200      END-IF.
121300      ADD 1 TO WS-NEXT-SEQ.
121400      MOVE WS-NEXT-SEQ TO WS-NEW-SEQ.
121500      ADD 1 TO WS-EVT-COUNT.
121600      MOVE WS-NEW-EVENT TO WS-EVT-ENTRY(WS-EVT-COUNT).
121700   2950-EXIT.
121800      EXIT.
121900*--------------------------------------------------------------
122000* 3000-WRITE-TRACE - SORT THE EVENTS INTO DATE ORDER, WRITE THE
122100* LEGEND AND ONE LINE PER EVENT, AND ON A REFERENCE TRACE THE
122200* SUMMARY THE HELP DESK READS BACK TO THE CALLER.
122300*--------------------------------------------------------------
122400   3000-WRITE-TRACE.
122500      PERFORM 3100-SORT-EVENTS THRU 3100-EXIT.
122600      MOVE WS-LEGEND-LINE TO POH3-TRP-RECORD.
122700      WRITE POH3-TRP-RECORD.
122800      MOVE "NOT ON POH3IN OR POH3SBR" TO WS-SUM-SUBMITTED.
122900      MOVE "NOT PROCESSED" TO WS-SUM-OUTCOME.
123000      MOVE "NONE" TO WS-SUM-RESULT.
123100      MOVE "NO" TO WS-SUM-RESTATED.
123200      MOVE "NOT BILLED" TO WS-SUM-BILLED.
123300      PERFORM 3200-WRITE-EVENT THRU 3200-EXIT
123400          VARYING WS-EX FROM 1 BY 1
123500          UNTIL WS-EX > WS-EVT-COUNT.
123600      IF WS-REFERENCE-MODE
123700          PERFORM 3400-WRITE-SUMMARY THRU 3400-EXIT
123800      END-IF.
123900   3000-EXIT.
124000      EXIT.
124100*--------------------------------------------------------------
124200* 3100-SORT-EVENTS - EXCHANGE SORT ON DATE, TIME, AND SEQUENCE.
124300* A SINGLE TRACE IS A HANDFUL OF EVENTS, SO A SIMPLE PASS-UNTIL-
124400* CLEAN SORT IS PLENTY.
124500*--------------------------------------------------------------
124600   3100-SORT-EVENTS.
124700      MOVE "Y" TO WS-SORT-SWAP-SWITCH.
124800      PERFORM 3110-SORT-PASS THRU 3110-EXIT
124900          UNTIL NOT WS-SORT-SWAPPED.
125000   3100-EXIT.
125100      EXIT.
125200*--------------------------------------------------------------
125300* 3110-SORT-PASS
125400*--------------------------------------------------------------
125500   3110-SORT-PASS.
125600      MOVE "N" TO WS-SORT-SWAP-SWITCH.
125700      IF WS-EVT-COUNT < 2
125800          GO TO 3110-EXIT
125900      END-IF.
126000      SUBTRACT 1 FROM WS-EVT-COUNT GIVING WS-SORT-TOP.
126100      PERFORM 3120-SORT-COMPARE THRU 3120-EXIT
126200          VARYING WS-IX FROM 1 BY 1
126300          UNTIL WS-IX > WS-SORT-TOP.
126400   3110-EXIT.
126500      EXIT.
126600*--------------------------------------------------------------
126700* 3120-SORT-COMPARE
126800*--------------------------------------------------------------
126900   3120-SORT-COMPARE.
127000      ADD 1 WS-IX GIVING WS-JX.
127100      IF WS-EVT-KEY(WS-IX) > WS-EVT-KEY(WS-JX)
127200          MOVE WS-EVT-ENTRY(WS-IX) TO WS-SAVE-ENTRY
127300          MOVE WS-EVT-ENTRY(WS-JX) TO WS-EVT-ENTRY(WS-IX)
127400          MOVE WS-SAVE-ENTRY TO WS-EVT-ENTRY(WS-JX)
127500          MOVE "Y" TO WS-SORT-SWAP-SWITCH
127600      END-IF.
127700   3120-EXIT.
127800      EXIT.
127900*--------------------------------------------------------------
128000* 3200-WRITE-EVENT - ONE TRACE LINE, AND ITS PART IN THE
128100* SUMMARY.  EVENTS ARISE IN DATE ORDER HERE, SO THE FIRST
128200* SUBMISSION AND THE LAST OF EVERYTHING ELSE ARE WHAT STICK.
128300*--------------------------------------------------------------
128400   3200-WRITE-EVENT.
128500      MOVE SPACES TO WS-TRACE-LINE.
128600      IF WS-EVT-DATE(WS-EX) = 99999999
128700          MOVE "UNDATED" TO WS-TRL-DATE
128800      ELSE
128900          MOVE WS-EVT-DATE(WS-EX) TO WS-TRL-DATE-NUM
129000          MOVE WS-TRL-DATE-NUM TO WS-TRL-DATE
129100      END-IF.
129200      MOVE WS-EVT-SOURCE(WS-EX) TO WS-TRL-SOURCE.
129300      MOVE WS-EVT-DESC(WS-EX) TO WS-TRL-DESC.
129400      MOVE WS-EVT-N(WS-EX) TO WS-TRL-N.
129500      MOVE WS-EVT-RESULT(WS-EX) TO WS-TRL-RESULT.
129600      MOVE WS-EVT-REQUESTER(WS-EX) TO WS-TRL-REQUESTER.
129700      MOVE WS-EVT-REFERENCE(WS-EX) TO WS-TRL-REFERENCE.
129800      MOVE WS-EVT-DETAIL(WS-EX) TO WS-TRL-DETAIL.
129900      WRITE POH3-TRP-RECORD FROM WS-TRACE-LINE.
130000      EVALUATE WS-EVT-SOURCE(WS-EX)
130100          WHEN "POH3IN "
130167          WHEN "POH3SBR"
130233              IF WS-SUM-SUBMITTED = "NOT ON POH3IN OR POH3SBR"
130300                  MOVE WS-TRL-DATE TO WS-SUM-SUBMITTED
130400              END-IF
130500          WHEN "POH3LOG"
130600          WHEN "POH3REJ"
130700          WHEN "POH3DUP"
130800          WHEN "POH3MST"
130900              MOVE WS-EVT-DESC(WS-EX) TO WS-SUM-OUTCOME
131000          WHEN "POH3RSF"
131100              MOVE WS-EVT-RESULT(WS-EX) TO WS-SRT-RESULT
131200              MOVE WS-SUM-RESTATED-TEXT TO WS-SUM-RESTATED
131300          WHEN "POH3STM"
131367              MOVE WS-EVT-DETAIL(WS-EX) TO WS-STM-DETAIL
131433              MOVE WS-SMD-MONTH TO WS-SBT-MONTH
131500              MOVE WS-SUM-BILLED-TEXT TO WS-SUM-BILLED
131600      END-EVALUATE.
131700      IF WS-EVT-RESULT(WS-EX) NOT = SPACES
131800              AND WS-EVT-SOURCE(WS-EX) NOT = "POH3RSF"
131900          MOVE WS-EVT-RESULT(WS-EX) TO WS-SUM-RESULT
132000      END-IF.
132100   3200-EXIT.
132200      EXIT.
132300*--------------------------------------------------------------
132400* 3400-WRITE-SUMMARY - THE FIVE QUESTIONS THE CALLER ASKS.
132500*--------------------------------------------------------------
132600   3400-WRITE-SUMMARY.
132700      MOVE SPACES TO WS-HEAD-LINE.
132800      MOVE "SUBMITTED" TO WS-HEAD-LABEL.
132900      MOVE WS-SUM-SUBMITTED TO WS-HEAD-VALUE.
133000      WRITE POH3-TRP-RECORD FROM WS-HEAD-LINE.
133100      MOVE "OUTCOME" TO WS-HEAD-LABEL.
133200      MOVE WS-SUM-OUTCOME TO WS-HEAD-VALUE.
133300      WRITE POH3-TRP-RECORD FROM WS-HEAD-LINE.
133400      MOVE "RESULT OUT" TO WS-HEAD-LABEL.
133500      MOVE WS-SUM-RESULT TO WS-HEAD-VALUE.
133600      WRITE POH3-TRP-RECORD FROM WS-HEAD-LINE.
133700      MOVE "RESTATED" TO WS-HEAD-LABEL.
133800      MOVE WS-SUM-RESTATED TO WS-HEAD-VALUE.
133900      WRITE POH3-TRP-RECORD FROM WS-HEAD-LINE.
134000      MOVE "BILLED IN" TO WS-HEAD-LABEL.
134100      MOVE WS-SUM-BILLED TO WS-HEAD-VALUE.
134200      WRITE POH3-TRP-RECORD FROM WS-HEAD-LINE.
134300   3400-EXIT.
134400      EXIT.
134500*--------------------------------------------------------------
134600* 8000-ABORT-RUN
134700*--------------------------------------------------------------
134800   8000-ABORT-RUN.
134900      MOVE "Y" TO WS-ABORT-SWITCH.
135000      MOVE 16 TO RETURN-CODE.
135100      MOVE "Y" TO WS-SRC-EOF-SWITCH.
135200   8000-EXIT.
135300      EXIT.
135400*--------------------------------------------------------------
135500* 9999-TERMINATE - EVENT COUNTS, THEN CLOSE.  A CLEAN TRACE
135600* THAT FOUND NOTHING ENDS WITH RETURN-CODE 4, AND SO DOES ONE
135700* TOO LONG TO SHOW IN FULL.
135800*--------------------------------------------------------------
135900   9999-TERMINATE.
136000      IF WS-TRP-FS = "00" AND NOT WS-ABORTED
136100          MOVE "EVENTS TRACED" TO WS-TOT-LABEL
136200          MOVE WS-EVT-COUNT TO WS-TOT-COUNT
136300          WRITE POH3-TRP-RECORD FROM WS-TOTAL-LINE
136400          IF WS-DROP-COUNT > 0
136500              MOVE "EVENTS NOT SHOWN" TO WS-TOT-LABEL
136600              MOVE WS-DROP-COUNT TO WS-TOT-COUNT
136700              WRITE POH3-TRP-RECORD FROM WS-TOTAL-LINE
136800          END-IF
136900      END-IF.
137000      IF WS-TRP-FS = "00"
137100          CLOSE POH3TRPF
137200      END-IF.
137300      IF NOT WS-ABORTED
137400              AND (WS-EVT-COUNT = 0 OR WS-DROP-COUNT > 0)
137500          MOVE 4 TO RETURN-CODE
137600      END-IF.
137700   9999-EXIT.
137800      EXIT.
