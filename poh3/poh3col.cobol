003000*                        COUNTS ON POH3CSM.  A LATE OR TRUNCATED
003100*                        FILE FROM ONE DEPARTMENT COSTS ONLY THAT
003200*                        DEPARTMENT ITS DAY, NEVER THE OTHER TWO.
003206*  10/15/2026  RTM       THE SOURCE TABLE WAS THREE LITERAL
003213*                        DEPARTMENT IDS, SO ONBOARDING OR
003220*                        SUSPENDING A DEPARTMENT MEANT A
003227*                        RECOMPILE.  THE SOURCES NOW COME FROM THE
003234*                        POH3RQM REQUESTER MASTER AT STARTUP -
003241*                        ONE PER REQUESTER, ITS INTAKE AND RETURN
003248*                        DATASETS NAMED FROM ITS MASTER SUFFIX.  A
003255*                        SUSPENDED REQUESTER, OR ONE OUTSIDE ITS
003262*                        EFFECTIVE DATES, HAS ITS FILE RETURNED
003269*                        UNMERGED AS SUSPEND; A FILE IT DOES NOT
003276*                        SEND IS INACTIVE, NOT A REJECT.
003283*                        THE DATE VOTE IS NOW A STRICT MAJORITY
003290*                        OF HOWEVER MANY SOURCES PASSED.
003299*  10/15/2026  RTM       EVERY DETAIL MERGED INTO POH3IN IS ALSO
003308*                        APPENDED TO THE POH3SBR SUBMISSION
003318*                        REGISTER WITH ITS SOURCE'S HEADER DATE,
003327*                        WHICH THE MERGED FILE'S REGENERATED
003336*                        HEADER DOES NOT KEEP, SO THE SERVICE-
003345*                        LEVEL REPORT CAN MEASURE TURNAROUND FROM
003354*                        THE DAY THE DEPARTMENT SUBMITTED.  A
003363*                        REGISTER THAT WILL NOT OPEN IS REPORTED
003372*                        AND SKIPPED - IT MUST NEVER COST A
003382*                        DEPARTMENT ITS DAY.
003391*--------------------------------------------------------------
003400   ENVIRONMENT DIVISION.
003500   INPUT-OUTPUT SECTION.
003600   FILE-CONTROL.
003700      SELECT POH3RQMF ASSIGN TO "POH3RQM"
003800          ORGANIZATION IS LINE SEQUENTIAL
003900          FILE STATUS IS WS-RQM-FS.
004000      SELECT POH3SRCF ASSIGN USING WS-SRC-DDNAME
004100          ORGANIZATION IS LINE SEQUENTIAL
004200          FILE STATUS IS WS-SRC-FS.
004600      SELECT POH3INF ASSIGN TO "POH3IN"
004700          ORGANIZATION IS LINE SEQUENTIAL
004800          FILE STATUS IS WS-IN-FS.
004900      SELECT POH3SRJF ASSIGN USING WS-RJ-DDNAME
005000          ORGANIZATION IS LINE SEQUENTIAL
005100          FILE STATUS IS WS-RJ-FS.
005800      SELECT POH3CSMF ASSIGN TO "POH3CSM"
005900          ORGANIZATION IS LINE SEQUENTIAL
006000          FILE STATUS IS WS-CSM-FS.
006025      SELECT POH3SBRF ASSIGN TO "POH3SBR"
006050          ORGANIZATION IS LINE SEQUENTIAL
006075          FILE STATUS IS WS-SBR-FS.
006100   DATA DIVISION.
006200   FILE SECTION.
006300   FD  POH3RQMF.
006400      COPY POH3RQMR.
006500   FD  POH3SRCF.
006600   01  POH3-SRC-RECORD             PIC X(24).
006900   FD  POH3INF.
007000   01  POH3-IN-BUFFER              PIC X(24).
007100   FD  POH3SRJF.
007200   01  POH3-SRJ-RECORD             PIC X(24).
007700   FD  POH3CSMF.
007800   01  POH3-CSM-RECORD             PIC X(40).
007833   FD  POH3SBRF.
007867      COPY POH3SBRR.
007900   WORKING-STORAGE SECTION.
008000      COPY POH3INCR.
008100      COPY POH3INR.
008600          88  WS-SRC-FAILED                   VALUE "Y".
008700      05  WS-TRL-SEEN-SWITCH      PIC X(01) VALUE "N".
008800          88  WS-TRL-SEEN                     VALUE "Y".
008810      05  WS-RQM-EOF-SWITCH       PIC X(01) VALUE "N".
008820          88  WS-RQM-EOF                      VALUE "Y".
008830      05  WS-AUTH-SWITCH          PIC X(01) VALUE "N".
008840          88  WS-AUTHORIZED                   VALUE "Y".
008900      05  WS-OUT-FAIL-SWITCH      PIC X(01) VALUE "N".
009000          88  WS-OUT-FAILED                   VALUE "Y".
009010      05  WS-HDR-WRITTEN-SWITCH   PIC X(01) VALUE "N".
009020          88  WS-HDR-WRITTEN                  VALUE "Y".
009030      05  WS-SBR-OPEN-SWITCH      PIC X(01) VALUE "N".
009040          88  WS-SBR-IS-OPEN                  VALUE "Y".
009050      COPY POH3RQMT.
009100*--------------------------------------------------------------
009200* ONE ENTRY PER REQUESTER ON THE POH3RQM MASTER.  THE SOURCE
009300* ID IS WHAT THE TRANSMISSION'S OWN HEADER MUST CARRY - A FILE
009400* ROUTED TO THE WRONG DDNAME FAILS ITS SOURCE CHECK INSTEAD OF
009500* BILLING ONE DEPARTMENT'S WORK TO ANOTHER.  THE SUFFIX NAMES
009510* THE SOURCE'S INTAKE AND RETURN DATASETS, AND WS-SRC-QX POINTS
009520* BACK AT ITS POH3RQMT ROW FOR THE AUTHORIZATION CHECK.
009600*--------------------------------------------------------------
009700   01  WS-SOURCE-TABLE.
009800      05  WS-SRC-ENTRY OCCURS 50 TIMES.
009900          10  WS-SRC-ID           PIC X(08).
010000          10  WS-SRC-STATE        PIC X(08).
010100          10  WS-SRC-COUNT        PIC 9(09) COMP.
010110          10  WS-SRC-DATE         PIC 9(08).
010120          10  WS-SRC-SUFFIX       PIC X(01).
010130          10  WS-SRC-QX           PIC 9(03) COMP.
010140   01  WS-SRC-DDNAME.
010150      05  FILLER                  PIC X(06) VALUE "POH3IN".
010160      05  WS-SRC-DD-SUFFIX        PIC X(01).
010170   01  WS-RJ-DDNAME.
010180      05  FILLER                  PIC X(06) VALUE "POH3RJ".
010190      05  WS-RJ-DD-SUFFIX         PIC X(01).
010200   01  WS-INPUT-VALUE.
010300      05  WS-IN-N                 PIC X(06).
010400      05  WS-IN-MOVER REDEFINES WS-IN-N
011000      05  WS-CSM-STATE            PIC X(08).
011100      05  FILLER                  PIC X(02) VALUE SPACES.
011200      05  WS-CSM-COUNT            PIC Z(08)9.
011300   77  WS-RQM-FS                   PIC X(02).
011600   77  WS-IN-FS                    PIC X(02).
012000   77  WS-CSM-FS                   PIC X(02).
012005   77  WS-SBR-FS                   PIC X(02).
012010   77  WS-RJ-FS                    PIC X(02).
012100   77  WS-SRC-FS                   PIC X(02).
012200   77  WS-RUN-DATE                 PIC 9(08).
012300   77  WS-SX                       PIC 9(03) COMP.
012310   77  WS-SRC-MAX                  PIC 9(03) COMP VALUE ZERO.
012320   77  WS-AUTH-DATE                PIC 9(08).
012400   77  WS-SRC-DETAIL-COUNT         PIC 9(09) COMP VALUE ZERO.
012500   77  WS-SRC-HASH                 PIC 9(12) VALUE ZERO.
012600   77  WS-CTL-N                    PIC 9(06).
013700      IF NOT WS-OUT-FAILED
013800          PERFORM 2000-PROCESS-SOURCE THRU 2000-EXIT
013900              VARYING WS-SX FROM 1 BY 1
014000              UNTIL WS-SX > WS-SRC-MAX
014020          PERFORM 2500-SETTLE-DATE THRU 2500-EXIT
014040          PERFORM 2600-DISPOSE-SOURCE THRU 2600-EXIT
014060              VARYING WS-SX FROM 1 BY 1
014080              UNTIL WS-SX > WS-SRC-MAX
014100      END-IF.
014200      PERFORM 9999-TERMINATE THRU 9999-EXIT.
014300      STOP RUN.
014400*--------------------------------------------------------------
014500* 1000-INITIALIZE - NAME THE EXPECTED SOURCES FROM THE POH3RQM
014550* REQUESTER MASTER AND OPEN THE COMBINED OUTPUT.  THE
014600* REGENERATED HEADER IS NOT WRITTEN
014650* HERE - ITS DATE IS THE DATE THE ACCEPTED TRANSMISSIONS THEM-
014660* SELVES CARRY, WHICH IS NOT KNOWN UNTIL A SOURCE PASSES ITS
014670* PRE-PASS - SO 2350-WRITE-HEADER STAMPS IT AT FIRST MERGE.  A
014700* COMBINED POH3IN THAT WILL NOT OPEN IS FATAL - THERE IS
014800* NOWHERE TO MERGE TO - SO THE RUN STOPS SHORT WITH A NONZERO
014900* RETURN CODE BEFORE ANY SOURCE IS READ.  SO IS A MISSING OR
014910* EMPTY POH3RQM - WITHOUT IT THERE IS NO KNOWING WHO MAY SUBMIT.
015000*--------------------------------------------------------------
015100   1000-INITIALIZE.
015200      MOVE 0 TO RETURN-CODE.
015204      MOVE "POH3COL" TO POH3-RIF-PROGRAM.
015206      CALL "POH3RUN" USING POH3-RUN-INTERFACE.
015300      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
015400      PERFORM 1100-LOAD-REQUESTERS THRU 1100-EXIT.
015500      IF WS-OUT-FAILED
015600          GO TO 1000-EXIT
015700      END-IF.
016300      OPEN OUTPUT POH3INF.
016400      IF WS-IN-FS NOT = "00"
016500          DISPLAY "POH3IN OPEN FAILED - FILE STATUS " WS-IN-FS
016700          MOVE "Y" TO WS-OUT-FAIL-SWITCH
016800          GO TO 1000-EXIT
016900      END-IF.
017200      PERFORM 1300-OPEN-REGISTER THRU 1300-EXIT.
017500   1000-EXIT.
017600      EXIT.
017601*--------------------------------------------------------------
017602* 1100-LOAD-REQUESTERS - READ THE POH3RQM REQUESTER MASTER INTO
017603* POH3RQMT AND BUILD ONE SOURCE ENTRY PER REQUESTER, IN MASTER
017604* ORDER.  EVERY REQUESTER ON THE MASTER GETS AN ENTRY, ACTIVE OR
017605* NOT, SO A SUSPENDED DEPARTMENT THAT SENDS A FILE ANYWAY IS
017606* SEEN AND ITS FILE SENT BACK RATHER THAN SILENTLY LEFT BEHIND.
017607*--------------------------------------------------------------
017608   1100-LOAD-REQUESTERS.
017609      OPEN INPUT POH3RQMF.
017610      IF WS-RQM-FS NOT = "00"
017611          DISPLAY "POH3RQM OPEN FAILED - FILE STATUS " WS-RQM-FS
017612          MOVE 16 TO RETURN-CODE
017613          MOVE "Y" TO WS-OUT-FAIL-SWITCH
017614          GO TO 1100-EXIT
017615      END-IF.
017616      MOVE 0 TO POH3-RQT-COUNT.
017617      MOVE 0 TO WS-SRC-MAX.
017618      PERFORM 1110-READ-REQUESTER THRU 1110-EXIT.
017619      PERFORM 1120-ADD-REQUESTER THRU 1120-EXIT
017620          UNTIL WS-RQM-EOF OR WS-OUT-FAILED.
017621      CLOSE POH3RQMF.
017622      IF NOT WS-OUT-FAILED AND WS-SRC-MAX = 0
017623          DISPLAY "POH3RQM IS EMPTY - NO REQUESTERS DEFINED"
017624          MOVE 16 TO RETURN-CODE
017625          MOVE "Y" TO WS-OUT-FAIL-SWITCH
017626      END-IF.
017627   1100-EXIT.
017628      EXIT.
017629*--------------------------------------------------------------
017630* 1110-READ-REQUESTER
017631*--------------------------------------------------------------
017632   1110-READ-REQUESTER.
017633      READ POH3RQMF
017634          AT END
017635              MOVE "Y" TO WS-RQM-EOF-SWITCH
017636      END-READ.
017637   1110-EXIT.
017638      EXIT.
017639*--------------------------------------------------------------
017640* 1120-ADD-REQUESTER
017641*--------------------------------------------------------------
017642   1120-ADD-REQUESTER.
017643      IF POH3-RQT-COUNT NOT < 50
017644          DISPLAY "POH3RQM HAS MORE THAN 50 REQUESTERS"
017645          MOVE 16 TO RETURN-CODE
017646          MOVE "Y" TO WS-OUT-FAIL-SWITCH
017647          GO TO 1120-EXIT
017648      END-IF.
017649      ADD 1 TO POH3-RQT-COUNT.
017650      MOVE POH3-RQM-RECORD TO POH3-RQT-ENTRY(POH3-RQT-COUNT).
017651      ADD 1 TO WS-SRC-MAX.
017652      MOVE POH3-RQM-REQUESTER TO WS-SRC-ID(WS-SRC-MAX).
017653      MOVE SPACES TO WS-SRC-STATE(WS-SRC-MAX).
017654      MOVE 0 TO WS-SRC-COUNT(WS-SRC-MAX).
017655      MOVE 0 TO WS-SRC-DATE(WS-SRC-MAX).
017656      MOVE POH3-RQM-DD-SUFFIX TO WS-SRC-SUFFIX(WS-SRC-MAX).
017657      MOVE POH3-RQT-COUNT TO WS-SRC-QX(WS-SRC-MAX).
017658      PERFORM 1110-READ-REQUESTER THRU 1110-EXIT.
017659   1120-EXIT.
017660      EXIT.
017661*--------------------------------------------------------------
017662* 1200-CHECK-AUTHORIZED - IS THE CURRENT SOURCE'S REQUESTER
017663* ACTIVE AND WITHIN ITS EFFECTIVE DATES ON WS-AUTH-DATE.  THE
017664* ANSWER IS LEFT IN WS-AUTH-SWITCH.
017665*--------------------------------------------------------------
017666   1200-CHECK-AUTHORIZED.
017667      MOVE "N" TO WS-AUTH-SWITCH.
017668      SET POH3-QX TO WS-SRC-QX(WS-SX).
017669      IF POH3-RQT-STATUS(POH3-QX) = "A"
017670              AND POH3-RQT-EFF-FROM(POH3-QX) NOT > WS-AUTH-DATE
017671              AND POH3-RQT-EFF-TO(POH3-QX) NOT < WS-AUTH-DATE
017672          MOVE "Y" TO WS-AUTH-SWITCH
017673      END-IF.
017674   1200-EXIT.
017675      EXIT.
017677*--------------------------------------------------------------
017678* 1300-OPEN-REGISTER - OPEN THE SUBMISSION REGISTER FOR APPEND,
017679* CREATING IT THE FIRST TIME.  A REGISTER THAT WILL NOT OPEN IS
017680* REPORTED AND LEFT OUT OF THE RUN, THE SAME STANDARD POH3RUN
017682* HOLDS ITSELF TO.
017683*--------------------------------------------------------------
017684   1300-OPEN-REGISTER.
017686      OPEN EXTEND POH3SBRF.
017687      IF WS-SBR-FS = "35"
017688          OPEN OUTPUT POH3SBRF
017690      END-IF.
017691      IF WS-SBR-FS NOT = "00"
017692          DISPLAY "POH3SBR OPEN FAILED - FILE STATUS " WS-SBR-FS
017694          GO TO 1300-EXIT
017695      END-IF.
017696      MOVE "Y" TO WS-SBR-OPEN-SWITCH.
017697   1300-EXIT.
017699      EXIT.
017700*--------------------------------------------------------------
017800* 2000-PROCESS-SOURCE - THE PRE-PASS FOR ONE DEPARTMENT'S
017900* TRANSMISSION: THE SAME HEADER/TRAILER/COUNT/HASH DISCIPLINE
018200* FIRST, THEN 2500-SETTLE-DATE PICKS THE MERGE DATE ACROSS ALL
018300* OF THEM AND 2600-DISPOSE-SOURCE MERGES THE ACCEPTED AND
018350* RETURNS THE REST.  A SOURCE THAT NEVER ARRIVED IS REPORTED
018400* AS MISSING AND COSTS ONLY ITS OWN DEPARTMENT THE DAY - UNLESS
018410* THE MASTER SAYS IT IS NOT AUTHORIZED TODAY, WHEN NOTHING WAS
018420* EXPECTED AND IT IS INACTIVE.  A WELL-FORMED FILE FROM A
018430* REQUESTER NOT AUTHORIZED ON ITS HEADER DATE IS HELD OUT OF THE
018440* DATE VOTE AND THE MERGE AS SUSPEND AND GOES BACK TO ITS SENDER.
018500*--------------------------------------------------------------
018600   2000-PROCESS-SOURCE.
018700      MOVE "N" TO WS-SRC-EOF-SWITCH.
019100      MOVE 0 TO WS-SRC-HASH.
019200      PERFORM 2900-OPEN-SOURCE THRU 2900-EXIT.
019300      IF WS-SRC-FS = "35"
019310          MOVE WS-RUN-DATE TO WS-AUTH-DATE
019320          PERFORM 1200-CHECK-AUTHORIZED THRU 1200-EXIT
019330          IF NOT WS-AUTHORIZED
019340              MOVE "INACTIVE" TO WS-SRC-STATE(WS-SX)
019350              GO TO 2000-EXIT
019360          END-IF
019400          MOVE "MISSING" TO WS-SRC-STATE(WS-SX)
019500          DISPLAY "SOURCE " WS-SRC-ID(WS-SX) " NOT PRESENT"
019700          GO TO 2000-EXIT
021300          MOVE "PASSED" TO WS-SRC-STATE(WS-SX)
021400          MOVE WS-SRC-DETAIL-COUNT TO WS-SRC-COUNT(WS-SX)
021700      END-IF.
021710      IF WS-SRC-FAILED
021720          GO TO 2000-EXIT
021730      END-IF.
021740      MOVE WS-SRC-DATE(WS-SX) TO WS-AUTH-DATE.
021750      PERFORM 1200-CHECK-AUTHORIZED THRU 1200-EXIT.
021760      IF NOT WS-AUTHORIZED
021770          DISPLAY "SOURCE " WS-SRC-ID(WS-SX)
021780              " NOT AUTHORIZED ON POH3RQM FOR "
021790              WS-SRC-DATE(WS-SX)
021791          MOVE "SUSPEND" TO WS-SRC-STATE(WS-SX)
021792          MOVE 0 TO WS-SRC-COUNT(WS-SX)
021793      END-IF.
021800   2000-EXIT.
021900      EXIT.
022000*--------------------------------------------------------------
035700      MOVE POH3-IN-N TO WS-IN-N.
035800      MOVE WS-IN-MOVER TO WS-CTL-N.
035900      ADD WS-CTL-N TO WS-MERGE-HASH.
035925      IF WS-SBR-IS-OPEN
035950          PERFORM 2320-REGISTER-DETAIL THRU 2320-EXIT
035975      END-IF.
036000      PERFORM 2110-READ-SOURCE THRU 2110-EXIT.
036100   2310-EXIT.
036106      EXIT.
036112*--------------------------------------------------------------
036119* 2320-REGISTER-DETAIL - THE MERGED DETAIL ON THE SUBMISSION
036125* REGISTER, UNDER ITS OWN SOURCE'S HEADER DATE.
036131*--------------------------------------------------------------
036138   2320-REGISTER-DETAIL.
036144      MOVE SPACES TO POH3-SBR-RECORD.
036150      MOVE POH3-IN-REQUESTER TO POH3-SBR-REQUESTER.
036156      MOVE POH3-IN-REFERENCE TO POH3-SBR-REFERENCE.
036162      MOVE POH3-IN-N TO POH3-SBR-N.
036169      MOVE WS-SRC-DATE(WS-SX) TO POH3-SBR-SUBMIT-DATE.
036175      MOVE WS-RUN-DATE TO POH3-SBR-INTAKE-DATE.
036181      MOVE "POH3COL" TO POH3-SBR-PROGRAM.
036188      WRITE POH3-SBR-RECORD.
036194   2320-EXIT.
036200      EXIT.
036204*--------------------------------------------------------------
036208* 2350-WRITE-HEADER - THE REGENERATED HEADER FOR THE COMBINED
039000   2410-EXIT.
039100      EXIT.
039200*--------------------------------------------------------------
039300* 2900-OPEN-SOURCE - EACH SOURCE IS ITS OWN DATASET, NAMED FROM
039400* ITS MASTER SUFFIX, SO THE ONE DYNAMICALLY ASSIGNED FILE IS
039500* POINTED AT IT HERE AND EVERYTHING ABOVE WORKS ON THE ONE
039600* WS-SRC-BUFFER, THE SAME VALIDATION FOR EVERY DEPARTMENT.
039700*--------------------------------------------------------------
039800   2900-OPEN-SOURCE.
039900      MOVE WS-SRC-SUFFIX(WS-SX) TO WS-SRC-DD-SUFFIX.
040000      OPEN INPUT POH3SRCF.
041000   2900-EXIT.
041100      EXIT.
041200*--------------------------------------------------------------
041300* 2910-CLOSE-SOURCE
041400*--------------------------------------------------------------
041500   2910-CLOSE-SOURCE.
041600      CLOSE POH3SRCF.
042400   2910-EXIT.
042500      EXIT.
042600*--------------------------------------------------------------
042700* 2920-OPEN-REJECT
042800*--------------------------------------------------------------
042900   2920-OPEN-REJECT.
043000      MOVE WS-SRC-SUFFIX(WS-SX) TO WS-RJ-DD-SUFFIX.
043100      OPEN OUTPUT POH3SRJF.
043800   2920-EXIT.
043900      EXIT.
044000*--------------------------------------------------------------
044100* 2930-READ-CURRENT
044200*--------------------------------------------------------------
044300   2930-READ-CURRENT.
044400      READ POH3SRCF
044500          AT END
044600              MOVE "Y" TO WS-SRC-EOF-SWITCH
044700          NOT AT END
044800              MOVE POH3-SRC-RECORD TO WS-SRC-BUFFER
044900      END-READ.
046700   2930-EXIT.
046800      EXIT.
046900*--------------------------------------------------------------
047000* 2940-CLOSE-REJECT
047100*--------------------------------------------------------------
047200   2940-CLOSE-REJECT.
047300      CLOSE POH3SRJF.
048100   2940-EXIT.
048200      EXIT.
048300*--------------------------------------------------------------
048400* 2950-WRITE-REJECT
048500*--------------------------------------------------------------
048600   2950-WRITE-REJECT.
048700      WRITE POH3-SRJ-RECORD FROM WS-SRC-BUFFER.
049500   2950-EXIT.
049600      EXIT.
049700*--------------------------------------------------------------
051000          MOVE WS-MERGE-HASH TO POH3-INC-TRL-HASH
051100          WRITE POH3-IN-BUFFER FROM POH3-IN-CONTROL
051200          CLOSE POH3INF
051225      END-IF.
051250      IF WS-SBR-IS-OPEN
051275          CLOSE POH3SBRF
051300      END-IF.
051400      PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT.
051500      IF RETURN-CODE = 0
053700      END-IF.
053800      PERFORM 9110-WRITE-SOURCE-LINE THRU 9110-EXIT
053900          VARYING WS-SX FROM 1 BY 1
054000          UNTIL WS-SX > WS-SRC-MAX.
054100      MOVE SPACES TO WS-CSM-LINE.
054200      MOVE "MERGED" TO WS-CSM-SOURCE.
054300      MOVE WS-MERGE-COUNT TO WS-CSM-COUNT.
057000      MOVE 0 TO WS-MERGE-HDR-DATE.
057100      MOVE 0 TO WS-PASSED-COUNT.
057200      MOVE 0 TO WS-LONE-SX.
057210      PERFORM 2505-COUNT-PASSED THRU 2505-EXIT
057220          VARYING WS-SX FROM 1 BY 1
057230          UNTIL WS-SX > WS-SRC-MAX.
057300      PERFORM 2510-COUNT-VOTES THRU 2510-EXIT
057400          VARYING WS-SX FROM 1 BY 1
057500          UNTIL WS-SX > WS-SRC-MAX.
057600      IF WS-MERGE-HDR-DATE = 0
057700          IF WS-PASSED-COUNT = 1
057800              MOVE WS-SRC-DATE(WS-LONE-SX) TO WS-MERGE-HDR-DATE
058000              IF WS-PASSED-COUNT > 1
058100                  PERFORM 2540-REJECT-SPLIT THRU 2540-EXIT
058200                      VARYING WS-SX FROM 1 BY 1
058300                      UNTIL WS-SX > WS-SRC-MAX
058400              END-IF
058500          END-IF
058600          GO TO 2500-EXIT
058700      END-IF.
058800      PERFORM 2530-REJECT-OUTLIER THRU 2530-EXIT
058900          VARYING WS-SX FROM 1 BY 1
059000          UNTIL WS-SX > WS-SRC-MAX.
059100   2500-EXIT.
059200      EXIT.
059210*--------------------------------------------------------------
059220* 2505-COUNT-PASSED - THE ELECTORATE: EVERY SOURCE STILL PASSED.
059230*--------------------------------------------------------------
059240   2505-COUNT-PASSED.
059250      IF WS-SRC-STATE(WS-SX) = "PASSED"
059260          ADD 1 TO WS-PASSED-COUNT
059270          MOVE WS-SX TO WS-LONE-SX
059280      END-IF.
059290   2505-EXIT.
059295      EXIT.
059300*--------------------------------------------------------------
059400* 2510-COUNT-VOTES - HOW MANY PASSED SOURCES CARRY THIS PASSED
059500* SOURCE'S HEADER DATE.  MORE THAN HALF OF THE PASSED SOURCES
059510* IS A MAJORITY - TWO OF THREE, THREE OF FOUR OR FIVE.
059600*--------------------------------------------------------------
059700   2510-COUNT-VOTES.
059800      IF WS-SRC-STATE(WS-SX) NOT = "PASSED"
059900          GO TO 2510-EXIT
060000      END-IF.
060300      MOVE 0 TO WS-VOTES.
060400      PERFORM 2520-TALLY-VOTE THRU 2520-EXIT
060500          VARYING WS-VX FROM 1 BY 1
060600          UNTIL WS-VX > WS-SRC-MAX.
060700      IF WS-VOTES * 2 > WS-PASSED-COUNT
060800          MOVE WS-SRC-DATE(WS-SX) TO WS-MERGE-HDR-DATE
060900      END-IF.
061000   2510-EXIT.
065900          WHEN "REJECTED"
066000              ADD 1 TO WS-REJECTED-COUNT
066100              PERFORM 2400-RETURN-SOURCE THRU 2400-EXIT
066110          WHEN "SUSPEND"
066120              ADD 1 TO WS-REJECTED-COUNT
066130              PERFORM 2400-RETURN-SOURCE THRU 2400-EXIT
066200          WHEN "PASSED"
066300              MOVE "ACCEPTED" TO WS-SRC-STATE(WS-SX)
066400              ADD 1 TO WS-ACCEPTED-COUNT
