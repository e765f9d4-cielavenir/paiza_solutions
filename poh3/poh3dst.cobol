002300*                        PER FILE.  A REQUESTER OUTSIDE THE
002400*                        KNOWN SET LANDS IN THE POH3DSX CATCH-
002500*                        ALL RATHER THAN DISAPPEARING.
002508*  10/15/2026  RTM       THE ROUTING WAS A LADDER OF LITERAL
002517*                        REQUESTER IDS, SO A NEW DEPARTMENT MEANT
002525*                        A RECOMPILE.  THE REQUESTERS NOW COME
002533*                        FROM THE POH3RQM MASTER AND EACH ONE'S
002542*                        RESPONSE FILE IS POH3DS PLUS ITS MASTER
002550*                        SUFFIX, WRITTEN ONE REQUESTER PER PASS
002558*                        OF THE FEEDS.  THE POH3ARJ UNAUTHORIZED
002567*                        REJECTS ("REJ") AND POH3HLD QUOTA HOLDS
002575*                        ("HLD") NOW GO BACK TO THE SENDER THE
002583*                        SAME WAY SUSPENSE DOES.  AN ID NOT ON
002592*                        THE MASTER STILL LANDS IN POH3DSX.
002600*--------------------------------------------------------------
002700   ENVIRONMENT DIVISION.
002800   INPUT-OUTPUT SECTION.
003300      SELECT POH3REJF ASSIGN TO "POH3REJ"
003400          ORGANIZATION IS LINE SEQUENTIAL
003500          FILE STATUS IS WS-REJ-FS.
003600      SELECT POH3ARJF ASSIGN TO "POH3ARJ"
003700          ORGANIZATION IS LINE SEQUENTIAL
003800          FILE STATUS IS WS-ARJ-FS.
003900      SELECT POH3HLDF ASSIGN TO "POH3HLD"
004000          ORGANIZATION IS LINE SEQUENTIAL
004100          FILE STATUS IS WS-HLD-FS.
004200      SELECT POH3RQMF ASSIGN TO "POH3RQM"
004300          ORGANIZATION IS LINE SEQUENTIAL
004340          FILE STATUS IS WS-RQM-FS.
004380      SELECT POH3DSQF ASSIGN USING WS-DSQ-DDNAME
004420          ORGANIZATION IS LINE SEQUENTIAL
004460          FILE STATUS IS WS-DSQ-FS.
004500      SELECT POH3DSXF ASSIGN TO "POH3DSX"
004600          ORGANIZATION IS LINE SEQUENTIAL
004700          FILE STATUS IS WS-DSX-FS.
005100      COPY POH3OUTR.
005200   FD  POH3REJF.
005300      COPY POH3REJR.
005378   FD  POH3ARJF.
005456   01  POH3-ARJ-RECORD             PIC X(42).
005533   FD  POH3HLDF.
005611   01  POH3-HLD-RECORD             PIC X(42).
005689   FD  POH3RQMF.
005767      COPY POH3RQMR.
005844   FD  POH3DSQF.
005922   01  POH3-DSQ-RECORD             PIC X(47).
006000   FD  POH3DSXF.
006100   01  POH3-DSX-RECORD             PIC X(47).
006200   WORKING-STORAGE SECTION.
006300      COPY POH3DSTR.
006310      COPY POH3RIF.
006355      COPY POH3RQMT.
006400   01  WS-SWITCHES.
006500      05  WS-OUT-EOF-SWITCH       PIC X(01) VALUE "N".
006600          88  WS-OUT-EOF                      VALUE "Y".
006800          88  WS-REJ-EOF                      VALUE "Y".
006900      05  WS-ABORT-SWITCH         PIC X(01) VALUE "N".
007000          88  WS-ABORTED                      VALUE "Y".
007014      05  WS-ARJ-EOF-SWITCH       PIC X(01) VALUE "N".
007029          88  WS-ARJ-EOF                      VALUE "Y".
007043      05  WS-HLD-EOF-SWITCH       PIC X(01) VALUE "N".
007057          88  WS-HLD-EOF                      VALUE "Y".
007071      05  WS-RQM-EOF-SWITCH       PIC X(01) VALUE "N".
007086          88  WS-RQM-EOF                      VALUE "Y".
007100*--------------------------------------------------------------
007200* ONE COUNT PER DISTRIBUTION FILE, IN POH3RQMT ORDER, WITH THE
007300* CATCH-ALL IN THE SLOT AFTER THE LAST REQUESTER.
007400*--------------------------------------------------------------
007500   01  WS-DST-COUNTS.
007600      05  WS-DST-COUNT OCCURS 51 TIMES
007700                                  PIC 9(09) COMP VALUE ZERO.
007725   01  WS-DSQ-DDNAME.
007750      05  FILLER                  PIC X(06) VALUE "POH3DS".
007775      05  WS-DSQ-SUFFIX           PIC X(01).
007800   77  WS-OUT-FS                   PIC X(02).
007900   77  WS-REJ-FS                   PIC X(02).
007980   77  WS-ARJ-FS                   PIC X(02).
008060   77  WS-HLD-FS                   PIC X(02).
008140   77  WS-RQM-FS                   PIC X(02).
008220   77  WS-DSQ-FS                   PIC X(02).
008300   77  WS-DSX-FS                   PIC X(02).
008400   77  WS-DX                       PIC 9(03) COMP.
008433   77  WS-ROUTE-DX                 PIC 9(03) COMP.
008467   77  WS-CATCH-DX                 PIC 9(03) COMP.
008500   77  WS-ROUTE-REQUESTER          PIC X(04).
008510   77  WS-ROUTED-COUNT             PIC 9(09) COMP VALUE ZERO.
008600   PROCEDURE DIVISION.
008700*--------------------------------------------------------------
008767* 0000-MAINLINE - ONE PASS OF THE FEEDS PER DISTRIBUTION FILE:
008833* EACH REQUESTER ON THE MASTER IN TURN, THEN THE CATCH-ALL.
008900*--------------------------------------------------------------
009000   0000-MAINLINE.
009100      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009200      IF NOT WS-ABORTED
009300          PERFORM 1500-DISTRIBUTE-FILE THRU 1500-EXIT
009400              VARYING WS-DX FROM 1 BY 1
009500              UNTIL WS-DX > WS-CATCH-DX
009600                  OR WS-ABORTED
009700      END-IF.
009800      PERFORM 9999-TERMINATE THRU 9999-EXIT.
009900      STOP RUN.
010000*--------------------------------------------------------------
010175* 1000-INITIALIZE - LOAD THE REQUESTER MASTER AND OPEN THE CATCH-
010350* ALL.  A MISSING OR EMPTY MASTER IS FATAL - THERE WOULD BE NO
010525* KNOWING WHICH FILE ANY RECORD BELONGS IN.
010700*--------------------------------------------------------------
010800   1000-INITIALIZE.
010900      MOVE 0 TO RETURN-CODE.
010902      MOVE "S" TO POH3-RIF-MODE.
010904      MOVE "POH3DST" TO POH3-RIF-PROGRAM.
010906      CALL "POH3RUN" USING POH3-RUN-INTERFACE.
010908      PERFORM 1100-LOAD-REQUESTERS THRU 1100-EXIT.
010910      IF WS-ABORTED
010911          GO TO 1000-EXIT
010913      END-IF.
010915      COMPUTE WS-CATCH-DX = POH3-RQT-COUNT + 1.
010917      OPEN OUTPUT POH3DSXF.
010918      IF WS-DSX-FS NOT = "00"
010920          DISPLAY "POH3DSX OPEN FAILED - FILE STATUS " WS-DSX-FS
010922          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
010924          GO TO 1000-EXIT
010925      END-IF.
010927   1000-EXIT.
010929      EXIT.
010931*--------------------------------------------------------------
010932* 1100-LOAD-REQUESTERS - READ THE POH3RQM REQUESTER MASTER INTO
010934* POH3RQMT.  SUSPENDED REQUESTERS LOAD TOO - THEIR REJECTED
010936* SUBMISSIONS STILL GO BACK TO THEM.
010938*--------------------------------------------------------------
010940   1100-LOAD-REQUESTERS.
010941      MOVE 0 TO POH3-RQT-COUNT.
010943      OPEN INPUT POH3RQMF.
010945      IF WS-RQM-FS NOT = "00"
010947          DISPLAY "POH3RQM OPEN FAILED - FILE STATUS " WS-RQM-FS
010948          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
010950          GO TO 1100-EXIT
010952      END-IF.
010954      PERFORM 1110-READ-REQUESTER THRU 1110-EXIT.
010955      PERFORM 1120-ADD-REQUESTER THRU 1120-EXIT
010957          UNTIL WS-RQM-EOF
010959              OR WS-ABORTED.
010961      CLOSE POH3RQMF.
010962      IF NOT WS-ABORTED AND POH3-RQT-COUNT = 0
010964          DISPLAY "POH3RQM IS EMPTY - NO REQUESTERS DEFINED"
010966          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
010968      END-IF.
010969   1100-EXIT.
010971      EXIT.
010973*--------------------------------------------------------------
010975* 1110-READ-REQUESTER
010977*--------------------------------------------------------------
010978   1110-READ-REQUESTER.
010980      READ POH3RQMF
010982          AT END
010984              MOVE "Y" TO WS-RQM-EOF-SWITCH
010985      END-READ.
010987   1110-EXIT.
010989      EXIT.
010991*--------------------------------------------------------------
010992* 1120-ADD-REQUESTER
010994*--------------------------------------------------------------
010996   1120-ADD-REQUESTER.
010998      IF POH3-RQT-COUNT = 50
010999          DISPLAY "POH3RQM HAS MORE THAN 50 REQUESTERS"
011001          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
011003          GO TO 1120-EXIT
011005      END-IF.
011007      ADD 1 TO POH3-RQT-COUNT.
011008      MOVE POH3-RQM-RECORD TO POH3-RQT-ENTRY(POH3-RQT-COUNT).
011010      PERFORM 1110-READ-REQUESTER THRU 1110-EXIT.
011012   1120-EXIT.
011014      EXIT.
011015*--------------------------------------------------------------
011017* 1500-DISTRIBUTE-FILE - ONE DISTRIBUTION FILE, START TO FINISH:
011019* OPEN IT, PASS EVERY FEED, AND CLOSE IT BEHIND ITS TRAILER.  ONLY
011021* THE RECORDS THAT ROUTE TO THIS FILE ARE WRITTEN ON THIS PASS.
011022*--------------------------------------------------------------
011024   1500-DISTRIBUTE-FILE.
011026      IF WS-DX < WS-CATCH-DX
011028          MOVE POH3-RQT-DD-SUFFIX(WS-DX) TO WS-DSQ-SUFFIX
011029          OPEN OUTPUT POH3DSQF
011031          IF WS-DSQ-FS NOT = "00"
011033              DISPLAY WS-DSQ-DDNAME " OPEN FAILED - FILE STATUS "
011035                  WS-DSQ-FS
011037              PERFORM 8000-ABORT-RUN THRU 8000-EXIT
011038              GO TO 1500-EXIT
011040          END-IF
011042      END-IF.
011044      PERFORM 1600-OPEN-FEEDS THRU 1600-EXIT.
011045      IF WS-ABORTED
011046          IF WS-DX < WS-CATCH-DX
011047              CLOSE POH3DSQF
011048          END-IF
011049          GO TO 1500-EXIT
011050      END-IF.
011051      PERFORM 2000-DISTRIBUTE-RESULT THRU 2000-EXIT
011052          UNTIL WS-OUT-EOF.
011054      PERFORM 3000-DISTRIBUTE-SUSPENSE THRU 3000-EXIT
011056          UNTIL WS-REJ-EOF.
011058      PERFORM 3200-DISTRIBUTE-REJECT THRU 3200-EXIT
011059          UNTIL WS-ARJ-EOF.
011061      PERFORM 3400-DISTRIBUTE-HELD THRU 3400-EXIT
011063          UNTIL WS-HLD-EOF.
011065      PERFORM 1700-CLOSE-FEEDS THRU 1700-EXIT.
011066      PERFORM 9100-WRITE-TRAILER THRU 9100-EXIT.
011068      IF WS-DX < WS-CATCH-DX
011070          CLOSE POH3DSQF
011072      END-IF.
011074   1500-EXIT.
011075      EXIT.
011077*--------------------------------------------------------------
011079* 1600-OPEN-FEEDS - OPEN THE DAY'S FEEDS FOR ONE PASS.  A FEED
011081* THAT DOES NOT EXIST IS AN EMPTY DAY ON THAT SIDE, NOT AN ERROR -
011082* POH3BAT WRITES NO SUSPENSE ON A CLEAN DAY - BUT A FEED THAT
011084* EXISTS AND WILL NOT OPEN IS FATAL, SINCE A PARTIAL SPLIT WOULD
011086* HAND A DEPARTMENT HALF ITS ANSWERS AND NO WAY TO KNOW.
011088*--------------------------------------------------------------
011089   1600-OPEN-FEEDS.
011091      MOVE "N" TO WS-OUT-EOF-SWITCH.
011093      MOVE "N" TO WS-REJ-EOF-SWITCH.
011095      MOVE "N" TO WS-ARJ-EOF-SWITCH.
011096      MOVE "N" TO WS-HLD-EOF-SWITCH.
011098      OPEN INPUT POH3OUTF.
011100      IF WS-OUT-FS = "35"
011200          MOVE "Y" TO WS-OUT-EOF-SWITCH
011300      ELSE
011500              DISPLAY "POH3OUT OPEN FAILED - FILE STATUS "
011600                  WS-OUT-FS
011700              PERFORM 8000-ABORT-RUN THRU 8000-EXIT
011800              GO TO 1600-EXIT
011900          END-IF
011950          PERFORM 2100-READ-RESULT THRU 2100-EXIT
012000      END-IF.
012100      OPEN INPUT POH3REJF.
012200      IF WS-REJ-FS = "35"
012600              DISPLAY "POH3REJ OPEN FAILED - FILE STATUS "
012700                  WS-REJ-FS
012800              PERFORM 8000-ABORT-RUN THRU 8000-EXIT
012900              GO TO 1600-EXIT
013000          END-IF
016000          PERFORM 3100-READ-SUSPENSE THRU 3100-EXIT
016100      END-IF.
016105      OPEN INPUT POH3ARJF.
016109      IF WS-ARJ-FS = "35"
016114          MOVE "Y" TO WS-ARJ-EOF-SWITCH
016118      ELSE
016123          IF WS-ARJ-FS NOT = "00"
016127              DISPLAY "POH3ARJ OPEN FAILED - FILE STATUS "
016132                  WS-ARJ-FS
016136              PERFORM 8000-ABORT-RUN THRU 8000-EXIT
016141              GO TO 1600-EXIT
016145          END-IF
016150          PERFORM 3300-READ-REJECT THRU 3300-EXIT
016155      END-IF.
016159      OPEN INPUT POH3HLDF.
016164      IF WS-HLD-FS = "35"
016168          MOVE "Y" TO WS-HLD-EOF-SWITCH
016173      ELSE
016177          IF WS-HLD-FS NOT = "00"
016182              DISPLAY "POH3HLD OPEN FAILED - FILE STATUS "
016186                  WS-HLD-FS
016191              PERFORM 8000-ABORT-RUN THRU 8000-EXIT
016195              GO TO 1600-EXIT
016200          END-IF
016205          PERFORM 3500-READ-HELD THRU 3500-EXIT
016209      END-IF.
016214   1600-EXIT.
016218      EXIT.
016223*--------------------------------------------------------------
016227* 1700-CLOSE-FEEDS
016232*--------------------------------------------------------------
016236   1700-CLOSE-FEEDS.
016241      IF WS-OUT-FS NOT = "35"
016245          CLOSE POH3OUTF
016250      END-IF.
016255      IF WS-REJ-FS NOT = "35"
016259          CLOSE POH3REJF
016264      END-IF.
016268      IF WS-ARJ-FS NOT = "35"
016273          CLOSE POH3ARJF
016277      END-IF.
016282      IF WS-HLD-FS NOT = "35"
016286          CLOSE POH3HLDF
016291      END-IF.
016295   1700-EXIT.
016300      EXIT.
016400*--------------------------------------------------------------
016500* 2000-DISTRIBUTE-RESULT - ONE PUBLISHED RESULT TO ITS
021500   3100-EXIT.
021600      EXIT.
021700*--------------------------------------------------------------
021706* 3200-DISTRIBUTE-REJECT - ONE UNAUTHORIZED-REQUESTER REJECT FROM
021713* POH3ARJ, IN THE SAME POH3REJR LAYOUT, TYPED "REJ" SO THE SENDER
021719* KNOWS IT WILL NEVER BE RECYCLED.  AN UNKNOWN ID FALLS TO THE
021725* CATCH-ALL LIKE ANY OTHER.
021732*--------------------------------------------------------------
021738   3200-DISTRIBUTE-REJECT.
021744      MOVE POH3-ARJ-RECORD TO POH3-REJ-RECORD.
021751      MOVE SPACES TO POH3-DST-RECORD.
021757      MOVE "REJ" TO POH3-DST-TYPE.
021763      MOVE POH3-REJ-REFERENCE TO POH3-DST-REFERENCE.
021770      MOVE POH3-REJ-N TO POH3-DST-N.
021776      MOVE 0 TO POH3-DST-RESULT.
021783      MOVE POH3-REJ-REASON TO POH3-DST-REASON.
021789      MOVE POH3-REJ-DATE TO POH3-DST-DATE.
021795      MOVE POH3-REJ-REQUESTER TO WS-ROUTE-REQUESTER.
021802      PERFORM 4000-ROUTE-RECORD THRU 4000-EXIT.
021808      PERFORM 3300-READ-REJECT THRU 3300-EXIT.
021814   3200-EXIT.
021821      EXIT.
021827*--------------------------------------------------------------
021833* 3300-READ-REJECT
021840*--------------------------------------------------------------
021846   3300-READ-REJECT.
021852      READ POH3ARJF
021859          AT END
021865              MOVE "Y" TO WS-ARJ-EOF-SWITCH
021871      END-READ.
021878   3300-EXIT.
021884      EXIT.
021890*--------------------------------------------------------------
021897* 3400-DISTRIBUTE-HELD - ONE QUOTA HOLD FROM POH3HLD, TYPED "HLD"
021903* SO THE SENDER KNOWS TO RESUBMIT IT ON A LATER DAY.
021910*--------------------------------------------------------------
021916   3400-DISTRIBUTE-HELD.
021922      MOVE POH3-HLD-RECORD TO POH3-REJ-RECORD.
021929      MOVE SPACES TO POH3-DST-RECORD.
021935      MOVE "HLD" TO POH3-DST-TYPE.
021941      MOVE POH3-REJ-REFERENCE TO POH3-DST-REFERENCE.
021948      MOVE POH3-REJ-N TO POH3-DST-N.
021954      MOVE 0 TO POH3-DST-RESULT.
021960      MOVE POH3-REJ-REASON TO POH3-DST-REASON.
021967      MOVE POH3-REJ-DATE TO POH3-DST-DATE.
021973      MOVE POH3-REJ-REQUESTER TO WS-ROUTE-REQUESTER.
021979      PERFORM 4000-ROUTE-RECORD THRU 4000-EXIT.
021986      PERFORM 3500-READ-HELD THRU 3500-EXIT.
021992   3400-EXIT.
021998      EXIT.
022005*--------------------------------------------------------------
022011* 3500-READ-HELD
022017*--------------------------------------------------------------
022024   3500-READ-HELD.
022030      READ POH3HLDF
022037          AT END
022043              MOVE "Y" TO WS-HLD-EOF-SWITCH
022049      END-READ.
022056   3500-EXIT.
022062      EXIT.
022068*--------------------------------------------------------------
022075* 4000-ROUTE-RECORD - FIND THE DISTRIBUTION FILE FOR THE CURRENT
022081* REQUESTER ON THE MASTER AND, IF IT IS THE FILE THIS PASS IS
022087* WRITING, WRITE THE PREPARED RESPONSE RECORD TO IT.  AN UNKNOWN
022094* REQUESTER GOES TO THE CATCH-ALL, NEVER TO THE FLOOR.
022100*--------------------------------------------------------------
022200   4000-ROUTE-RECORD.
022279      MOVE WS-CATCH-DX TO WS-ROUTE-DX.
022357      SET POH3-QX TO 1.
022436      SEARCH POH3-RQT-ENTRY
022514          AT END
022593              CONTINUE
022671          WHEN POH3-QX > POH3-RQT-COUNT
022750              CONTINUE
022829          WHEN POH3-RQT-REQUESTER(POH3-QX) = WS-ROUTE-REQUESTER
022907              SET WS-ROUTE-DX TO POH3-QX
022986      END-SEARCH.
023064      IF WS-ROUTE-DX NOT = WS-DX
023143          GO TO 4000-EXIT
023221      END-IF.
023300      ADD 1 TO WS-DST-COUNT(WS-DX).
023310      ADD 1 TO WS-ROUTED-COUNT.
023400      PERFORM 4100-WRITE-RESPONSE THRU 4100-EXIT.
023800* 4100-WRITE-RESPONSE
023900*--------------------------------------------------------------
024000   4100-WRITE-RESPONSE.
024183      IF WS-DX < WS-CATCH-DX
024367          WRITE POH3-DSQ-RECORD FROM POH3-DST-RECORD
024550      ELSE
024733          WRITE POH3-DSX-RECORD FROM POH3-DST-RECORD
024917      END-IF.
025100   4100-EXIT.
025200      EXIT.
025300*--------------------------------------------------------------
025380* 9999-TERMINATE - EACH DISTRIBUTION FILE WAS CLOSED BEHIND ITS
025460* OWN TRAILER COUNT AS ITS PASS ENDED, SO THE RECEIVING SIDE CAN
025540* TELL A SHORT HAND-OFF FROM A SHORT DAY; ONLY THE CATCH-ALL IS
025620* LEFT TO CLOSE.
025700*--------------------------------------------------------------
025800   9999-TERMINATE.
026200      IF WS-DSX-FS = "00"
026600          CLOSE POH3DSXF
027300      END-IF.
027316      MOVE "E" TO POH3-RIF-MODE.
027332      MOVE WS-ROUTED-COUNT TO POH3-RIF-RECS-IN.
