009207*                        DATE SO A DATE THE FILE DOES NOT BELONG
009208*                        TO CANNOT BE STAMPED - AND RIDES THE
009209*                        POH3CIF INTERFACE INTO POH3LOG.
009211*  10/15/2026  RTM       ANY REQUESTER ID WAS ACCEPTED AND ONE
009214*                        RUNAWAY DEPARTMENT COULD SWAMP THE
009216*                        NIGHT.  THE POH3RQM REQUESTER MASTER IS
009219*                        NOW LOADED AT STARTUP (MISSING IS FATAL).
009221*                        A RECORD FROM A REQUESTER NOT ON IT IS
009224*                        LOGGED UNKNOWN, ONE SUSPENDED OR OUTSIDE
009226*                        ITS EFFECTIVE DATES IS LOGGED SUSPEND,
009229*                        AND BOTH GO TO THE NEW POH3ARJ REJECT
009231*                        DATASET UNLOOKED-UP.  PAST A REQUESTER'S
009234*                        DAILY QUOTA A RECORD IS LOGGED HELD AND
009236*                        WRITTEN TO THE NEW POH3HLD DATASET FOR
009239*                        RESUBMISSION; THE DAY'S USAGE IS REBUILT
009241*                        FROM POH3LOG AT STARTUP SO A RESTART OR
009244*                        SECOND FILE CANNOT RESET THE COUNT.
009246*  10/15/2026  RTM       POH3CIF NOW CARRIES AN AS-OF DATE FOR
009249*                        HISTORICAL LOOKUPS AGAINST THE POH3BRH
009251*                        VERSION HISTORY.  THE NIGHTLY RUN
009254*                        SETS IT TO ZERO SO POH3CALC ANSWERS
009257*                        FROM THE LIVE TABLE, AS ALWAYS.
009259*  10/15/2026  RTM       THE DAILY QUOTA IS SHARED WITH THE NEW
009262*                        POH3EXP INTRADAY EXPRESS RUN: TODAY'S
009264*                        LOOKUPS ALREADY DRIVEN UNDER EITHER TAG
009267*                        NOW COUNT AGAINST IT AT STARTUP.
009269*  10/15/2026  RTM       POH3ARJ AND POH3HLD WERE ONLY EVER
009272*                        EXTENDED, SO POH3DST SENT EVERY PAST
009274*                        NIGHT'S REJECTS AND HOLDS BACK AGAIN.
009277*                        THEY ARE NOW DAILY GENERATIONS LIKE
009279*                        POH3RPT - A FRESH RUN OPENS THEM OUTPUT
009282*                        AND ONLY A RESTART APPENDS.  POH3LCK IS
009284*                        NOW TAKEN BY POH3EXP AND EVERY POH3LOG
009287*                        WRITER AS WELL, SO A REFUSED START NAMES
009289*                        THE LOCK AND ITS HOLDER RATHER THAN
009292*                        ASSUMING A SECOND POH3BAT.
009294*--------------------------------------------------------------
009297   ENVIRONMENT DIVISION.
009300   INPUT-OUTPUT SECTION.
009400   FILE-CONTROL.
009500      SELECT POH3IN ASSIGN TO "POH3IN"
010996      SELECT POH3LCKF ASSIGN TO "POH3LCK"
010997          ORGANIZATION IS LINE SEQUENTIAL
010998          FILE STATUS IS WS-LCK-FS.
011007      SELECT POH3RQMF ASSIGN TO "POH3RQM"
011017          ORGANIZATION IS LINE SEQUENTIAL
011026          FILE STATUS IS WS-RQM-FS.
011035      SELECT POH3ARJF ASSIGN TO "POH3ARJ"
011044          ORGANIZATION IS LINE SEQUENTIAL
011054          FILE STATUS IS WS-ARJ-FS.
011063      SELECT POH3HLDF ASSIGN TO "POH3HLD"
011072          ORGANIZATION IS LINE SEQUENTIAL
011081          FILE STATUS IS WS-HLD-FS.
011091   DATA DIVISION.
011100   FILE SECTION.
011200   FD  POH3IN.
011300   01  POH3-IN-BUFFER              PIC X(24).
012188      COPY POH3MSTR.
012192   FD  POH3LCKF.
012196      COPY POH3LCKR.
012209   FD  POH3RQMF.
012222      COPY POH3RQMR.
012235   FD  POH3ARJF.
012248   01  POH3-ARJ-RECORD             PIC X(42).
012261   FD  POH3HLDF.
012274   01  POH3-HLD-RECORD             PIC X(42).
012287   WORKING-STORAGE SECTION.
012300      COPY POH3CIF.
012310      COPY POH3RIF.
012400      COPY POH3BRKT.
012410      COPY POH3INR.
012420      COPY POH3INCR.
012460      COPY POH3RQMT.
012500   01  WS-SWITCHES.
012600      05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
012700          88  WS-EOF                          VALUE "Y".
013600          88  WS-MSC-FULL                     VALUE "Y".
013601      05  WS-LOCK-HELD-SWITCH     PIC X(01) VALUE "N".
013602          88  WS-LOCK-HELD                    VALUE "Y".
013603      05  WS-RQM-EOF-SWITCH       PIC X(01) VALUE "N".
013604          88  WS-RQM-EOF                      VALUE "Y".
013605      05  WS-RQM-FAIL-SWITCH      PIC X(01) VALUE "N".
013607          88  WS-RQM-FAILED                   VALUE "Y".
013608      05  WS-HELD-SWITCH          PIC X(01) VALUE "N".
013609          88  WS-QUOTA-HELD                   VALUE "Y".
013610   01  WS-INPUT-VALUE.
013700      05  WS-IN-N                 PIC X(06).
013800      05  WS-IN-MOVER REDEFINES WS-IN-N
016680   77  WS-LCK-FS                   PIC X(02).
016682   77  WS-LOCK-TODAY               PIC 9(08).
016694   77  WS-PROC-DATE-OVR            PIC 9(08) VALUE ZERO.
016700*--------------------------------------------------------------
016706* LOOKUPS ALREADY DRIVEN TODAY PER REQUESTER, PARALLEL TO THE
016713* POH3RQMT ENTRIES, AGAINST EACH REQUESTER'S DAILY QUOTA.  THE
016719* COUNT STARTS FROM TODAY'S OWN POH3LOG LINES, NOT ZERO.
016725*--------------------------------------------------------------
016731   01  WS-QUOTA-USAGE.
016738      05  WS-QUOTA-USED OCCURS 50 TIMES
016744                                  PIC 9(09) COMP VALUE ZERO.
016750   77  WS-RQM-FS                   PIC X(02).
016756   77  WS-ARJ-FS                   PIC X(02).
016763   77  WS-HLD-FS                   PIC X(02).
016769   77  WS-RQT-HIT                  PIC 9(03) COMP VALUE ZERO.
016775   77  WS-UNAUTH-COUNT             PIC 9(09) COMP VALUE ZERO.
016781   77  WS-HELD-COUNT               PIC 9(09) COMP VALUE ZERO.
016788   77  WS-REJECT-REASON            PIC X(08).
016794   PROCEDURE DIVISION.
016800*--------------------------------------------------------------
016900* 0000-MAINLINE
017000*--------------------------------------------------------------
018774          MOVE WS-PROC-DATE-OVR TO WS-RUN-DATE
018776      END-IF.
018778      MOVE WS-RUN-DATE TO POH3-IF-PROC-DATE.
018780      MOVE 0 TO POH3-IF-AS-OF-DATE.
018781      PERFORM 1800-LOAD-REQUESTERS THRU 1800-EXIT.
018784      IF WS-RQM-FAILED
018787          MOVE 16 TO RETURN-CODE
018791          MOVE "Y" TO WS-EOF-SWITCH
018794          GO TO 1000-EXIT
018797      END-IF.
018800      PERFORM 1100-LOAD-CHECKPOINT THRU 1100-EXIT.
018900      PERFORM 1150-LOAD-BREAKPOINTS THRU 1150-EXIT.
018902      PERFORM 1500-LOAD-HISTORY THRU 1500-EXIT.
018940      END-IF.
018950      IF WS-REJ-FS NOT = "00"
018960          DISPLAY "POH3REJ OPEN FAILED - FILE STATUS " WS-REJ-FS
018961          MOVE 16 TO RETURN-CODE
018963          MOVE "Y" TO WS-EOF-SWITCH
018964          GO TO 1000-EXIT
018965      END-IF.
018966      IF WS-IS-RESTART
018967          OPEN EXTEND POH3ARJF
018969          IF WS-ARJ-FS = "35"
018970              OPEN OUTPUT POH3ARJF
018971          END-IF
018972      ELSE
018973          OPEN OUTPUT POH3ARJF
018975      END-IF.
018976      IF WS-ARJ-FS NOT = "00"
018977          DISPLAY "POH3ARJ OPEN FAILED - FILE STATUS " WS-ARJ-FS
018978          MOVE 16 TO RETURN-CODE
018979          MOVE "Y" TO WS-EOF-SWITCH
018981          GO TO 1000-EXIT
018982      END-IF.
018983      IF WS-IS-RESTART
018984          OPEN EXTEND POH3HLDF
018986          IF WS-HLD-FS = "35"
018987              OPEN OUTPUT POH3HLDF
018988          END-IF
018989      ELSE
018990          OPEN OUTPUT POH3HLDF
018992      END-IF.
018993      IF WS-HLD-FS NOT = "00"
018994          DISPLAY "POH3HLD OPEN FAILED - FILE STATUS " WS-HLD-FS
018995          MOVE 16 TO RETURN-CODE
018996          MOVE "Y" TO WS-EOF-SWITCH
018998          GO TO 1000-EXIT
018999      END-IF.
019000      OPEN INPUT POH3IN.
019100      IF WS-IN-FS NOT = "00"
019200          DISPLAY "POH3IN OPEN FAILED - FILE STATUS " WS-IN-FS
031550* A REQUESTER/REFERENCE PAIR ALREADY SEEN - THIS RUN OR ON A
031560* PRIOR DAY - IS DIVERTED TO POH3DUP WITH A DUPLICAT REASON
031570* BEFORE THE LOOKUP EVER RUNS, UNLESS FORCE-REPROCESS WAS SET.
031576* AHEAD OF ALL OF THAT, A REQUESTER THE POH3RQM MASTER DOES NOT
031582* AUTHORIZE FOR THE PROCESSING DATE IS DIVERTED TO POH3ARJ, AND
031588* A REQUESTER ALREADY AT ITS DAILY QUOTA HAS THE RECORD HELD ON
031594* POH3HLD - NEITHER IS LOOKED UP, TALLIED, OR BILLED.
031600*--------------------------------------------------------------
031700   2000-PROCESS-RECORD.
031750      MOVE POH3-IN-BUFFER TO POH3-IN-RECORD.
031920      MOVE POH3-IN-REFERENCE TO POH3-IF-REFERENCE.
031930      MOVE POH3-IN-REQUESTER TO WS-WORK-REQUESTER.
031940      MOVE POH3-IN-REFERENCE TO WS-WORK-REFERENCE.
031942      MOVE "N" TO WS-HELD-SWITCH.
031943      PERFORM 2900-CHECK-REQUESTER THRU 2900-EXIT.
031945      IF WS-REJECT-REASON NOT = SPACES
031946          ADD 1 TO WS-UNAUTH-COUNT
031948          MOVE 0 TO POH3-IF-RESULT
031949          MOVE SPACE TO POH3-IF-BUCKET
031951          MOVE WS-REJECT-REASON TO POH3-IF-STATUS
031952          CALL "POH3LOG" USING WS-LOG-TAG, POH3-INTERFACE
031954          PERFORM 2950-WRITE-UNAUTHORIZED THRU 2950-EXIT
031955          GO TO 2000-NEXT
031957      END-IF.
031958      IF NOT WS-FORCE-REPROCESS
031960          PERFORM 2800-CHECK-DUPLICATE THRU 2800-EXIT
031970      END-IF.
031980      IF WS-DUP-FOUND
031990          CALL "POH3LOG" USING WS-LOG-TAG, POH3-INTERFACE
031992          PERFORM 2550-WRITE-DUPLICATE THRU 2550-EXIT
031993      ELSE
031996          PERFORM 2960-CHECK-QUOTA THRU 2960-EXIT
031999      END-IF.
032002      IF WS-QUOTA-HELD
032005          ADD 1 TO WS-HELD-COUNT
032008          MOVE 0 TO POH3-IF-RESULT
032011          MOVE SPACE TO POH3-IF-BUCKET
032014          MOVE "HELD    " TO POH3-IF-STATUS
032017          CALL "POH3LOG" USING WS-LOG-TAG, POH3-INTERFACE
032020          PERFORM 2970-WRITE-HELD THRU 2970-EXIT
032023      END-IF.
032026      IF NOT WS-DUP-FOUND AND NOT WS-QUOTA-HELD
032029          PERFORM 2850-ADD-PAIR THRU 2850-EXIT
032032          IF WS-RUN-ABORTED
032035              GO TO 2000-EXIT
032038          END-IF
032041          PERFORM 2860-TRY-MASTER THRU 2860-EXIT
032044          IF NOT WS-MST-SERVED
032047              CALL "POH3CALC" USING POH3-INTERFACE
032050          END-IF
032100          CALL "POH3LOG" USING WS-LOG-TAG, POH3-INTERFACE
032102          IF WS-MST-SERVED
032400          PERFORM 2400-TALLY-BUCKET THRU 2400-EXIT
032410          PERFORM 2600-TALLY-REQUESTER THRU 2600-EXIT
032412      END-IF.
032456   2000-NEXT.
032500      ADD 1 TO WS-REC-COUNT.
032600      ADD 1 TO WS-CKP-TALLY.
032700      IF WS-CKP-TALLY >= POH3-CKP-INTERVAL
040500      CLOSE POH3CKPF.
040510      CLOSE POH3REJF.
040520      CLOSE POH3DUPF.
040547      CLOSE POH3ARJF.
040573      CLOSE POH3HLDF.
040600      IF WS-EOF AND WS-INPUT-OPENED AND NOT WS-CTL-FAILED
040650              AND NOT WS-TOL-ABORTED
040660              AND NOT WS-RUN-ABORTED
044740          MOVE "DUPLICATE" TO WS-SUM-LABEL
044750          MOVE WS-DUP-COUNT TO WS-SUM-COUNT
044760          WRITE POH3-SUM-RECORD FROM WS-SUM-LINE
044761          MOVE "UNAUTH" TO WS-SUM-LABEL
044763          MOVE WS-UNAUTH-COUNT TO WS-SUM-COUNT
044764          WRITE POH3-SUM-RECORD FROM WS-SUM-LINE
044766          MOVE "HELD" TO WS-SUM-LABEL
044767          MOVE WS-HELD-COUNT TO WS-SUM-COUNT
044769          WRITE POH3-SUM-RECORD FROM WS-SUM-LINE
044770          MOVE "MASTERED" TO WS-SUM-LABEL
044780          MOVE WS-MST-SERVED-COUNT TO WS-SUM-COUNT
044790          WRITE POH3-SUM-RECORD FROM WS-SUM-LINE
048200* THAT ANSWERED (EXACT OR MASTERED) WITH A REQUESTER COUNT;
048210* MAINTENANCE LINES AND SUSPENSE
048300* AUDITS DO NOT MAKE A PAIR "ALREADY BILLED".  A MISSING LOG IS
048367* THE FIRST EVER RUN, NOT AN ERROR.  UNDER FORCE-REPROCESS NO
048433* PAIRS ARE LOADED - THE WHOLE CHECK IS OFF FOR A DELIBERATE
048500* RESUBMISSION - BUT THE LOG IS STILL READ, BECAUSE THE SAME
048567* PASS REBUILDS EACH REQUESTER'S QUOTA USAGE FOR THE PROCESSING
048633* DATE, WHICH NO RESUBMISSION MAY RESET.
048700*--------------------------------------------------------------
048800   1500-LOAD-HISTORY.
048900      OPEN EXTEND POH3DUPF.
049500          MOVE 16 TO RETURN-CODE
049600          MOVE "Y" TO WS-EOF-SWITCH
049700          MOVE "Y" TO WS-DUP-FAIL-SWITCH
050100          GO TO 1500-EXIT
050200      END-IF.
050300      OPEN INPUT POH3HSTF.
053000*--------------------------------------------------------------
053100* 1520-TALLY-HISTORY - ONE PRIOR LOG LINE INTO THE PAIR TABLE.
053200* THE SAME PAIR ANSWERED MORE THAN ONCE IN HISTORY LOADS ONLY
053250* ONCE.  A LOOKUP THIS PROGRAM OR THE POH3EXP EXPRESS RUN DROVE
053300* FOR TODAY'S PROCESSING DATE ALSO COUNTS AGAINST ITS
053350* REQUESTER'S DAILY QUOTA.
053400*--------------------------------------------------------------
053500   1520-TALLY-HISTORY.
053507      IF POH3-LOG-DATE = WS-RUN-DATE
053511              AND (POH3-LOG-PROGRAM = WS-LOG-TAG
053516                  OR POH3-LOG-PROGRAM = "POH3EXP")
053520              AND (POH3-LOG-STATUS = "EXACT   "
053527                  OR POH3-LOG-STATUS = "MASTERED"
053533                  OR POH3-LOG-STATUS = "INVALID ")
053540          MOVE POH3-LOG-REQUESTER TO WS-WORK-REQUESTER
053547          PERFORM 2910-FIND-REQUESTER THRU 2910-EXIT
053553          IF WS-RQT-HIT > 0
053560              ADD 1 TO WS-QUOTA-USED(WS-RQT-HIT)
053567          END-IF
053573      END-IF.
053580      IF WS-FORCE-REPROCESS
053587          GO TO 1520-NEXT
053593      END-IF.
053600      IF (POH3-LOG-STATUS = "EXACT   "
053650              OR POH3-LOG-STATUS = "MASTERED")
053700              AND POH3-LOG-REQUESTER NOT = SPACES
054200              PERFORM 2850-ADD-PAIR THRU 2850-EXIT
054300          END-IF
054400      END-IF.
054450   1520-NEXT.
054500      PERFORM 1510-READ-HISTORY THRU 1510-EXIT.
054600   1520-EXIT.
054700      EXIT.
073400      EXIT.
073500*--------------------------------------------------------------
073600* 1700-TAKE-LOCK - THE IN-FLIGHT RUN LOCK.  A LIVE LOCK MEANS A
073675* SECOND POH3BAT WAS SUBMITTED WHILE THE FIRST STILL RUNS, OR
073750* POH3EXP OR ANOTHER POH3LOG WRITER IS MID-RUN, AND THE TWO
073825* WOULD INTERLEAVE POH3LOG, POH3OUT, AND POH3CKP AND
073900* POISON THE RESTART POINT - SO THIS RUN REFUSES TO START WITH
074000* RETURN-CODE 24, DISTINCT FROM EVERY OTHER FAILURE.  A LOCK
074100* DATED BEFORE TODAY IS THE FOOTPRINT OF AN ABENDED RUN THAT
076400      END-READ.
076500      CLOSE POH3LCKF.
076600      IF POH3-LCK-DATE = WS-LOCK-TODAY
076700          DISPLAY "POH3LCK HELD BY "
076800              POH3-LCK-IDENTITY
076900      ELSE
077000          DISPLAY "STALE RUN LOCK DATED " POH3-LCK-DATE
081100      END-IF.
081200   9200-EXIT.
081300      EXIT.
081400*--------------------------------------------------------------
081500* 1800-LOAD-REQUESTERS - READ THE POH3RQM REQUESTER MASTER INTO
081600* POH3RQMT.  WITHOUT IT THERE IS NO KNOWING WHO MAY SUBMIT, SO A
081700* MISSING, EMPTY, OR OVERFULL MASTER STOPS THE RUN BEFORE A
081800* SINGLE RECORD IS LOOKED UP.
081900*--------------------------------------------------------------
082000   1800-LOAD-REQUESTERS.
082100      MOVE 0 TO POH3-RQT-COUNT.
082200      OPEN INPUT POH3RQMF.
082300      IF WS-RQM-FS NOT = "00"
082400          DISPLAY "POH3RQM OPEN FAILED - FILE STATUS " WS-RQM-FS
082500          MOVE "Y" TO WS-RQM-FAIL-SWITCH
082600          GO TO 1800-EXIT
082700      END-IF.
082800      PERFORM 1810-READ-REQUESTER THRU 1810-EXIT.
082900      PERFORM 1820-ADD-REQUESTER THRU 1820-EXIT
083000          UNTIL WS-RQM-EOF
083100              OR WS-RQM-FAILED.
083200      CLOSE POH3RQMF.
083300      IF NOT WS-RQM-FAILED AND POH3-RQT-COUNT = 0
083400          DISPLAY "POH3RQM IS EMPTY - NO REQUESTERS DEFINED"
083500          MOVE "Y" TO WS-RQM-FAIL-SWITCH
083600      END-IF.
083700   1800-EXIT.
083800      EXIT.
083900*--------------------------------------------------------------
084000* 1810-READ-REQUESTER
084100*--------------------------------------------------------------
084200   1810-READ-REQUESTER.
084300      READ POH3RQMF
084400          AT END
084500              MOVE "Y" TO WS-RQM-EOF-SWITCH
084600      END-READ.
084700   1810-EXIT.
084800      EXIT.
084900*--------------------------------------------------------------
085000* 1820-ADD-REQUESTER
085100*--------------------------------------------------------------
085200   1820-ADD-REQUESTER.
085300      IF POH3-RQT-COUNT = 50
085400          DISPLAY "POH3RQM HAS MORE THAN 50 REQUESTERS"
085500          MOVE "Y" TO WS-RQM-FAIL-SWITCH
085600          GO TO 1820-EXIT
085700      END-IF.
085800      ADD 1 TO POH3-RQT-COUNT.
085900      MOVE POH3-RQM-RECORD TO POH3-RQT-ENTRY(POH3-RQT-COUNT).
086000      PERFORM 1810-READ-REQUESTER THRU 1810-EXIT.
086100   1820-EXIT.
086200      EXIT.
086300*--------------------------------------------------------------
086400* 2900-CHECK-REQUESTER - IS THE CURRENT RECORD'S REQUESTER
086500* AUTHORIZED FOR THE PROCESSING DATE.  WS-REJECT-REASON COMES
086600* BACK SPACES WHEN IT IS, UNKNOWN WHEN THE ID IS NOT ON THE
086700* MASTER AT ALL, AND SUSPEND WHEN IT IS ON THE MASTER BUT
086800* SUSPENDED OR OUTSIDE ITS EFFECTIVE DATES - THE TWO CALL FOR
086900* DIFFERENT FIXES, SO THEY ARE NEVER REPORTED ALIKE.
087000*--------------------------------------------------------------
087100   2900-CHECK-REQUESTER.
087200      MOVE SPACES TO WS-REJECT-REASON.
087300      PERFORM 2910-FIND-REQUESTER THRU 2910-EXIT.
087400      IF WS-RQT-HIT = 0
087500          MOVE "UNKNOWN " TO WS-REJECT-REASON
087600          GO TO 2900-EXIT
087700      END-IF.
087800      IF POH3-RQT-STATUS(WS-RQT-HIT) NOT = "A"
087900              OR POH3-RQT-EFF-FROM(WS-RQT-HIT) > WS-RUN-DATE
088000              OR POH3-RQT-EFF-TO(WS-RQT-HIT) < WS-RUN-DATE
088100          MOVE "SUSPEND " TO WS-REJECT-REASON
088200      END-IF.
088300   2900-EXIT.
088400      EXIT.
088500*--------------------------------------------------------------
088600* 2910-FIND-REQUESTER - LOOK WS-WORK-REQUESTER UP ON POH3RQMT,
088700* BOUNDED BY POH3-RQT-COUNT.  WS-RQT-HIT IS ITS ENTRY, OR ZERO.
088800*--------------------------------------------------------------
088900   2910-FIND-REQUESTER.
089000      MOVE 0 TO WS-RQT-HIT.
089100      SET POH3-QX TO 1.
089200      SEARCH POH3-RQT-ENTRY
089300          AT END
089400              CONTINUE
089500          WHEN POH3-QX > POH3-RQT-COUNT
089600              CONTINUE
089700          WHEN POH3-RQT-REQUESTER(POH3-QX) = WS-WORK-REQUESTER
089800              SET WS-RQT-HIT TO POH3-QX
089900      END-SEARCH.
090000   2910-EXIT.
090100      EXIT.
090200*--------------------------------------------------------------
090300* 2950-WRITE-UNAUTHORIZED - APPEND ONE POH3ARJ RECORD IN THE
090400* POH3REJR LAYOUT, REASON UNKNOWN OR SUSPEND.  THESE ARE KEPT OFF
090500* POH3REJ ON PURPOSE - POH3RCY MUST NEVER RECYCLE A LOOKUP THE
090600* REQUESTER WAS NOT ENTITLED TO - AND GO BACK TO THE SENDER
090700* THROUGH POH3DST.
090800*--------------------------------------------------------------
090900   2950-WRITE-UNAUTHORIZED.
091000      MOVE SPACES TO POH3-REJ-RECORD.
091100      MOVE POH3-IF-N TO POH3-REJ-N.
091200      MOVE POH3-IF-REQUESTER TO POH3-REJ-REQUESTER.
091300      MOVE POH3-IF-REFERENCE TO POH3-REJ-REFERENCE.
091400      MOVE WS-RUN-DATE TO POH3-REJ-DATE.
091500      MOVE WS-REJECT-REASON TO POH3-REJ-REASON.
091600      MOVE 0 TO POH3-REJ-AGE.
091700      WRITE POH3-ARJ-RECORD FROM POH3-REJ-RECORD.
091800   2950-EXIT.
091900      EXIT.
092000*--------------------------------------------------------------
092100* 2960-CHECK-QUOTA - A REQUESTER WHOSE LOOKUPS FOR THE PROCESSING
092200* DATE HAVE REACHED ITS DAILY QUOTA HAS THE RECORD HELD; OTHERWISE
092300* THE RECORD IS COUNTED AGAINST THE QUOTA AND PROCESSES.  A QUOTA
092400* OF ZERO IS NO CAP.
092500*--------------------------------------------------------------
092600   2960-CHECK-QUOTA.
092700      MOVE "N" TO WS-HELD-SWITCH.
092800      IF POH3-RQT-DAILY-QUOTA(WS-RQT-HIT) > 0
092900              AND WS-QUOTA-USED(WS-RQT-HIT)
093000                  NOT < POH3-RQT-DAILY-QUOTA(WS-RQT-HIT)
093100          MOVE "Y" TO WS-HELD-SWITCH
093200          GO TO 2960-EXIT
093300      END-IF.
093400      ADD 1 TO WS-QUOTA-USED(WS-RQT-HIT).
093500   2960-EXIT.
093600      EXIT.
093700*--------------------------------------------------------------
093800* 2970-WRITE-HELD - APPEND ONE POH3HLD RECORD, REASON OVRQUOTA,
093900* IN THE POH3REJR LAYOUT.  A HELD RECORD WAS NEITHER LOOKED UP NOR
094000* PAIRED, SO THE DEPARTMENT CAN RESUBMIT IT ON A LATER DAY WITHOUT
094100* TRIPPING THE DUPLICATE CHECK.
094200*--------------------------------------------------------------
094300   2970-WRITE-HELD.
094400      MOVE SPACES TO POH3-REJ-RECORD.
094500      MOVE POH3-IF-N TO POH3-REJ-N.
094600      MOVE POH3-IF-REQUESTER TO POH3-REJ-REQUESTER.
094700      MOVE POH3-IF-REFERENCE TO POH3-REJ-REFERENCE.
094800      MOVE WS-RUN-DATE TO POH3-REJ-DATE.
094900      MOVE "OVRQUOTA" TO POH3-REJ-REASON.
095000      MOVE 0 TO POH3-REJ-AGE.
095100      WRITE POH3-HLD-RECORD FROM POH3-REJ-RECORD.
095200   2970-EXIT.
095300      EXIT.
