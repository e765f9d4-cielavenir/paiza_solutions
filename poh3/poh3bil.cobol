002500*                        STMT-MONTH CARD ON POH3BILP, SO THE JOB
002600*                        CAN RUN ON THE FIRST AND STILL BILL THE
002700*                        MONTH JUST CLOSED.
002711*  10/15/2026  RTM       EACH STATEMENT NOW CARRIES THE
002722*                        REQUESTER'S DEPARTMENT NAME AND COST
002733*                        CENTER FROM THE POH3RQM REQUESTER
002744*                        MASTER UNDER ITS HEADING, SO FINANCE
002756*                        NO LONGER KEYS THE CHARGE-TO BY HAND.
002767*                        A REQUESTER BILLED IN THE MONTH BUT NO
002778*                        LONGER ON THE MASTER IS FLAGGED ON ITS
002789*                        STATEMENT RATHER THAN LEFT OFF.
002796*  10/15/2026  RTM       CREDIT AND DEBIT ADJUSTMENTS.  THE
002804*                        EDITED POH3ADJ SET FOR THE STATEMENT
002811*                        MONTH (SEE POH3ADJ) IS PRINTED AS
002819*                        SEPARATE CREDIT AND DEBIT LINES UNDER
002826*                        EACH REQUESTER'S AMOUNT DUE, FOLLOWED BY
002833*                        THE NET DUE.  EVERY POH3RSF RESTATEMENT
002841*                        NOTICE RAISED IN THE STATEMENT MONTH IS
002848*                        CREDITED AUTOMATICALLY AT THE RATE THE
002856*                        LOOKUP WAS BILLED AT, UNLESS FINANCE
002863*                        HAS ALREADY KEYED AN RSTM CREDIT FOR THE
002870*                        SAME REFERENCE.  A REQUESTER WITH
002878*                        ADJUSTMENTS BUT NO VOLUME STILL GETS A
002885*                        STATEMENT.
002893*--------------------------------------------------------------
002900   ENVIRONMENT DIVISION.
003000   INPUT-OUTPUT SECTION.
003100   FILE-CONTROL.
003800      SELECT POH3BILPF ASSIGN TO "POH3BILP"
003900          ORGANIZATION IS LINE SEQUENTIAL
004000          FILE STATUS IS WS-PRM-FS.
004025      SELECT POH3RQMF ASSIGN TO "POH3RQM"
004050          ORGANIZATION IS LINE SEQUENTIAL
004075          FILE STATUS IS WS-RQM-FS.
004079      SELECT POH3ADJF ASSIGN TO "POH3ADJ"
004082          ORGANIZATION IS LINE SEQUENTIAL
004086          FILE STATUS IS WS-ADJ-FS.
004089      SELECT POH3RSFF ASSIGN TO "POH3RSF"
004093          ORGANIZATION IS LINE SEQUENTIAL
004096          FILE STATUS IS WS-RSF-FS.
004100      SELECT POH3STMF ASSIGN TO "POH3STM"
004200          ORGANIZATION IS LINE SEQUENTIAL
004300          FILE STATUS IS WS-STM-FS.
004900      COPY POH3RTER.
005000   FD  POH3BILPF.
005100      COPY POH3PRMR.
005133   FD  POH3RQMF.
005167      COPY POH3RQMR.
005174   FD  POH3ADJF.
005180      COPY POH3ADJR.
005187   FD  POH3RSFF.
005193      COPY POH3RSTR.
005200   FD  POH3STMF.
005300   01  POH3-STM-RECORD             PIC X(60).
005400   WORKING-STORAGE SECTION.
005450      COPY POH3RQMT.
005500   01  WS-SWITCHES.
005600      05  WS-LOG-EOF-SWITCH       PIC X(01) VALUE "N".
005700          88  WS-LOG-EOF                      VALUE "Y".
006100          88  WS-PRM-EOF                      VALUE "Y".
006200      05  WS-ABORT-SWITCH         PIC X(01) VALUE "N".
006300          88  WS-ABORTED                      VALUE "Y".
006333      05  WS-RQM-EOF-SWITCH       PIC X(01) VALUE "N".
006367          88  WS-RQM-EOF                      VALUE "Y".
006374      05  WS-ADJ-EOF-SWITCH       PIC X(01) VALUE "N".
006380          88  WS-ADJ-EOF                      VALUE "Y".
006387      05  WS-RSF-EOF-SWITCH       PIC X(01) VALUE "N".
006393          88  WS-RSF-EOF                      VALUE "Y".
006400*--------------------------------------------------------------
006500* THE LOADED RATE TABLE.  THE STATUSES FINANCE PRICES ARE
006600* WHATEVER POH3RTE CARRIES - THE TALLY AND THE STATEMENT BOTH
008300          10  WS-BIL-DAY OCCURS 31 TIMES.
008400              15  WS-BIL-COUNT OCCURS 20 TIMES
008500                                  PIC 9(09) COMP.
008505*--------------------------------------------------------------
008510* THE STATEMENT MONTH'S ADJUSTMENTS - THE KEYED ONES FROM
008514* POH3ADJ AND THE AUTOMATIC RESTATEMENT CREDITS FROM POH3RSF.
008519* AN AUTOMATIC CREDIT KEEPS THE N AND PUBLISH DATE OF THE LOOKUP
008524* IT REFUNDS SO THE TALLY CAN FIND THE RATE THAT LOOKUP WAS
008529* BILLED AT; ITS AMOUNT IS SETTLED ONCE THE TALLY IS DONE.
008533*--------------------------------------------------------------
008538   01  WS-ADJUST-TABLE.
008543      05  WS-ADJ-ENTRY OCCURS 200 TIMES.
008548          10  WS-ADJ-REQUESTER    PIC X(04).
008552          10  WS-ADJ-TYPE         PIC X(01).
008557          10  WS-ADJ-REASON       PIC X(04).
008562          10  WS-ADJ-REFERENCE    PIC X(08).
008567          10  WS-ADJ-APPROVER     PIC X(08).
008571          10  WS-ADJ-AMOUNT       PIC 9(07)V99.
008576          10  WS-ADJ-AUTO-FLAG    PIC X(01).
008581              88  WS-ADJ-IS-AUTO              VALUE "A".
008586          10  WS-ADJ-N            PIC 9(06).
008590          10  WS-ADJ-PUB-DATE     PIC 9(08).
008595          10  WS-ADJ-RX           PIC 9(03) COMP.
008600   01  WS-WORK-DATE-P.
008700      05  WS-WORK-YYYYMM          PIC 9(06).
008800      05  WS-WORK-DD              PIC 9(02).
009400      05  WS-HDG-REQUESTER        PIC X(04).
009500      05  FILLER                  PIC X(03) VALUE " - ".
009600      05  WS-HDG-MONTH            PIC 9(06).
009609   01  WS-STM-CHARGE-TO.
009618      05  FILLER                  PIC X(11)
009627                                  VALUE "DEPARTMENT ".
009636      05  WS-HDG-DEPT-NAME        PIC X(20).
009645      05  FILLER                  PIC X(02) VALUE SPACES.
009655      05  FILLER                  PIC X(12)
009664                                  VALUE "COST CENTER ".
009673      05  WS-HDG-COST-CENTER      PIC X(06).
009682   01  WS-STM-NOT-ON-MASTER        PIC X(34)
009691          VALUE "DEPARTMENT NOT ON REQUESTER MASTER".
009700   01  WS-STM-DETAIL.
009800      05  WS-STM-DATE             PIC 9(08).
009900      05  FILLER                  PIC X(02) VALUE SPACES.
011000      05  WS-TOT-COUNT            PIC Z(08)9.
011100      05  FILLER                  PIC X(02) VALUE SPACES.
011200      05  WS-TOT-AMOUNT           PIC Z(09)9.99.
011207   01  WS-STM-ADJUST.
011213      05  WS-ADJ-LABEL            PIC X(06).
011220      05  FILLER                  PIC X(02) VALUE SPACES.
011227      05  WS-ADJ-LINE-REASON      PIC X(04).
011233      05  FILLER                  PIC X(01) VALUE SPACE.
011240      05  WS-ADJ-LINE-REFERENCE   PIC X(08).
011247      05  FILLER                  PIC X(01) VALUE SPACE.
011253      05  WS-ADJ-LINE-APPROVER    PIC X(08).
011260      05  FILLER                  PIC X(03) VALUE SPACES.
011267      05  WS-ADJ-LINE-AMOUNT      PIC Z(09)9.99-.
011273   01  WS-STM-NET.
011280      05  FILLER                  PIC X(10) VALUE "NET DUE".
011287      05  FILLER                  PIC X(23) VALUE SPACES.
011293      05  WS-NET-LINE-AMOUNT      PIC Z(09)9.99-.
011300   77  WS-LOG-FS                   PIC X(02).
011400   77  WS-RTE-FS                   PIC X(02).
011500   77  WS-PRM-FS                   PIC X(02).
011600   77  WS-STM-FS                   PIC X(02).
011633   77  WS-RQM-FS                   PIC X(02).
011667   77  WS-RQT-HIT                  PIC 9(03) COMP.
011670   77  WS-ADJ-FS                   PIC X(02).
011673   77  WS-RSF-FS                   PIC X(02).
011675   77  WS-ADJ-COUNT-USED           PIC 9(03) COMP VALUE ZERO.
011678   77  WS-AX                       PIC 9(03) COMP.
011681   77  WS-DUP-HIT                  PIC 9(03) COMP.
011683   77  WS-EXACT-RX                 PIC 9(03) COMP.
011686   77  WS-ADJ-LINE-COUNT           PIC 9(03) COMP.
011689   77  WS-FIND-STATUS              PIC X(08).
011692   77  WS-FIND-REQUESTER           PIC X(04).
011695   77  WS-RSF-MONTH                PIC 9(06).
011697   77  WS-NET-AMOUNT               PIC S9(11)V99.
011700   77  WS-RUN-DATE                 PIC 9(08).
011800   77  WS-STMT-MONTH               PIC 9(06).
011900   77  WS-PRM-NUM                  PIC 9(09).
014400      STOP RUN.
014500*--------------------------------------------------------------
014600* 1000-INITIALIZE - SETTLE THE STATEMENT MONTH, LOAD THE RATE
014671* TABLE, THE REQUESTER MASTER AND THE MONTH'S ADJUSTMENTS, AND
014743* OPEN THE LOG AND THE STATEMENT FILE.  A MISSING OR EMPTY RATE
014814* DATASET IS FATAL - NOTHING CAN BE PRICED - AS IS A MISSING OR
014886* EMPTY MASTER, AND SO IS A LOG THAT WILL NOT OPEN, SINCE A
014957* STATEMENT BUILT FROM HALF A MONTH WOULD BE WORSE THAN NO
015029* STATEMENT AT ALL.
015100*--------------------------------------------------------------
015200   1000-INITIALIZE.
015300      MOVE 0 TO RETURN-CODE.
015900          GO TO 1000-EXIT
016000      END-IF.
016100      PERFORM 1100-LOAD-RATES THRU 1100-EXIT.
016120      IF WS-ABORTED
016140          GO TO 1000-EXIT
016160      END-IF.
016180      PERFORM 1200-LOAD-REQUESTERS THRU 1200-EXIT.
016182      IF WS-ABORTED
016184          GO TO 1000-EXIT
016187      END-IF.
016189      PERFORM 1500-LOAD-ADJUSTMENTS THRU 1500-EXIT.
016191      IF WS-ABORTED
016193          GO TO 1000-EXIT
016196      END-IF.
016198      PERFORM 1600-LOAD-RESTATEMENTS THRU 1600-EXIT.
016200      IF WS-ABORTED
016300          GO TO 1000-EXIT
016400      END-IF.
022800      MOVE POH3-RTE-RATE TO WS-RTE-RATE(WS-RATE-COUNT).
022900      PERFORM 1110-READ-RATE THRU 1110-EXIT.
023000   1120-EXIT.
023002      EXIT.
023004*--------------------------------------------------------------
023006* 1200-LOAD-REQUESTERS - READ THE POH3RQM REQUESTER MASTER INTO
023008* POH3RQMT FOR THE STATEMENT HEADINGS.  SUSPENDED REQUESTERS LOAD
023010* TOO - WHAT THEY RAN BEFORE THE SUSPENSION IS STILL BILLED.
023012*--------------------------------------------------------------
023014   1200-LOAD-REQUESTERS.
023016      MOVE 0 TO POH3-RQT-COUNT.
023018      OPEN INPUT POH3RQMF.
023020      IF WS-RQM-FS NOT = "00"
023022          DISPLAY "POH3RQM OPEN FAILED - FILE STATUS " WS-RQM-FS
023024          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
023027          GO TO 1200-EXIT
023029      END-IF.
023031      PERFORM 1210-READ-REQUESTER THRU 1210-EXIT.
023033      PERFORM 1220-ADD-REQUESTER THRU 1220-EXIT
023035          UNTIL WS-RQM-EOF
023037              OR WS-ABORTED.
023039      CLOSE POH3RQMF.
023041      IF POH3-RQT-COUNT = 0 AND NOT WS-ABORTED
023043          DISPLAY "POH3RQM IS EMPTY - NO REQUESTERS DEFINED"
023045          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
023047      END-IF.
023049   1200-EXIT.
023051      EXIT.
023053*--------------------------------------------------------------
023055* 1210-READ-REQUESTER
023057*--------------------------------------------------------------
023059   1210-READ-REQUESTER.
023061      READ POH3RQMF
023063          AT END
023065              MOVE "Y" TO WS-RQM-EOF-SWITCH
023067      END-READ.
023069   1210-EXIT.
023071      EXIT.
023073*--------------------------------------------------------------
023076* 1220-ADD-REQUESTER
023078*--------------------------------------------------------------
023080   1220-ADD-REQUESTER.
023082      IF POH3-RQT-COUNT = 50
023084          DISPLAY "POH3RQM HAS MORE THAN 50 REQUESTERS"
023086          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
023088          GO TO 1220-EXIT
023090      END-IF.
023092      ADD 1 TO POH3-RQT-COUNT.
023094      MOVE POH3-RQM-RECORD TO POH3-RQT-ENTRY(POH3-RQT-COUNT).
023096      PERFORM 1210-READ-REQUESTER THRU 1210-EXIT.
023098   1220-EXIT.
023100      EXIT.
023200*--------------------------------------------------------------
023300* 1400-LOAD-PARAMETERS - THE OPTIONAL POH3BILP CONTROL CARDS.  A
029000   1420-EXIT.
029100      EXIT.
029200*--------------------------------------------------------------
029201* 1500-LOAD-ADJUSTMENTS - THE EDITED POH3ADJ SET, KEEPING ONLY
029202* THE ADJUSTMENTS FOR THE STATEMENT MONTH.  NO POH3ADJ MEANS NO
029203* ADJUSTMENTS.  POH3ADJ ONLY EVER HOLDS WHAT THE EDIT ACCEPTED,
029205* SO A RECORD THAT IS NOT A PRICED CREDIT OR DEBIT MEANS THE
029206* DATASET WAS TAMPERED WITH OR CORRUPTED, AND THE MONTH IS NOT
029207* BILLED FROM IT.
029208*--------------------------------------------------------------
029209   1500-LOAD-ADJUSTMENTS.
029210      MOVE 0 TO WS-ADJ-COUNT-USED.
029211      OPEN INPUT POH3ADJF.
029213      IF WS-ADJ-FS = "35"
029214          GO TO 1500-EXIT
029215      END-IF.
029216      IF WS-ADJ-FS NOT = "00"
029217          DISPLAY "POH3ADJ OPEN FAILED - FILE STATUS " WS-ADJ-FS
029218          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
029219          GO TO 1500-EXIT
029220      END-IF.
029222      PERFORM 1510-READ-ADJUSTMENT THRU 1510-EXIT.
029223      PERFORM 1520-ADD-ADJUSTMENT THRU 1520-EXIT
029224          UNTIL WS-ADJ-EOF
029225              OR WS-ABORTED.
029226      CLOSE POH3ADJF.
029227   1500-EXIT.
029228      EXIT.
029230*--------------------------------------------------------------
029231* 1510-READ-ADJUSTMENT
029232*--------------------------------------------------------------
029233   1510-READ-ADJUSTMENT.
029234      READ POH3ADJF
029235          AT END
029236              MOVE "Y" TO WS-ADJ-EOF-SWITCH
029238      END-READ.
029239   1510-EXIT.
029240      EXIT.
029241*--------------------------------------------------------------
029242* 1520-ADD-ADJUSTMENT - THE REFERENCE COLUMN CARRIES THE DAY
029243* CORRECTED WHEN NO REFERENCE WAS GIVEN.
029244*--------------------------------------------------------------
029245   1520-ADD-ADJUSTMENT.
029247      IF POH3-ADJ-STMT-MONTH NOT NUMERIC
029248          DISPLAY "POH3ADJ STATEMENT MONTH NOT NUMERIC FOR "
029249              POH3-ADJ-REQUESTER
029250          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
029251          GO TO 1520-EXIT
029252      END-IF.
029253      MOVE POH3-ADJ-STMT-MONTH TO WS-RSF-MONTH.
029255      IF WS-RSF-MONTH NOT = WS-STMT-MONTH
029256          GO TO 1520-NEXT
029257      END-IF.
029258      IF POH3-ADJ-AMOUNT NOT NUMERIC
029259              OR (NOT POH3-ADJ-IS-CREDIT
029260                  AND NOT POH3-ADJ-IS-DEBIT)
029261          DISPLAY "POH3ADJ ADJUSTMENT NOT EDITED FOR "
029263              POH3-ADJ-REQUESTER
029264          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
029265          GO TO 1520-EXIT
029266      END-IF.
029267      IF WS-ADJ-COUNT-USED = 200
029268          DISPLAY "ADJUSTMENT TABLE FULL - MONTH NOT BILLED"
029269          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
029270          GO TO 1520-EXIT
029272      END-IF.
029273      ADD 1 TO WS-ADJ-COUNT-USED.
029274      MOVE WS-ADJ-COUNT-USED TO WS-AX.
029275      MOVE POH3-ADJ-REQUESTER TO WS-ADJ-REQUESTER(WS-AX).
029276      MOVE POH3-ADJ-TYPE TO WS-ADJ-TYPE(WS-AX).
029277      MOVE POH3-ADJ-REASON TO WS-ADJ-REASON(WS-AX).
029278      IF POH3-ADJ-REFERENCE = SPACES
029280          MOVE POH3-ADJ-DATE TO WS-ADJ-REFERENCE(WS-AX)
029281      ELSE
029282          MOVE POH3-ADJ-REFERENCE TO WS-ADJ-REFERENCE(WS-AX)
029283      END-IF.
029284      MOVE POH3-ADJ-APPROVER TO WS-ADJ-APPROVER(WS-AX).
029285      MOVE POH3-ADJ-AMOUNT-NUM TO WS-ADJ-AMOUNT(WS-AX).
029286      MOVE SPACE TO WS-ADJ-AUTO-FLAG(WS-AX).
029288      MOVE 0 TO WS-ADJ-N(WS-AX).
029289      MOVE 0 TO WS-ADJ-PUB-DATE(WS-AX).
029290      MOVE 0 TO WS-ADJ-RX(WS-AX).
029291   1520-NEXT.
029292      PERFORM 1510-READ-ADJUSTMENT THRU 1510-EXIT.
029293   1520-EXIT.
029294      EXIT.
029295*--------------------------------------------------------------
029297* 1600-LOAD-RESTATEMENTS - ONE AUTOMATIC CREDIT PER LOOKUP
029298* RESTATED BY POH3RST WITHIN THE STATEMENT MONTH.  THE
029299* DEPARTMENT PAID FOR A RESULT THAT TURNED OUT TO BE WRONG, SO
029300* THE LOOKUP IS REFUNDED.  A LOOKUP RESTATED TWICE IN THE MONTH
029301* IS STILL REFUNDED ONCE, AND ONE FINANCE HAS ALREADY CREDITED
029302* BY HAND WITH AN RSTM ADJUSTMENT IS NOT CREDITED AGAIN.  NO
029303* POH3RSF MEANS NOTHING WAS RESTATED.
029305*--------------------------------------------------------------
029306   1600-LOAD-RESTATEMENTS.
029307      OPEN INPUT POH3RSFF.
029308      IF WS-RSF-FS = "35"
029309          GO TO 1600-EXIT
029310      END-IF.
029311      IF WS-RSF-FS NOT = "00"
029313          DISPLAY "POH3RSF OPEN FAILED - FILE STATUS " WS-RSF-FS
029314          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
029315          GO TO 1600-EXIT
029316      END-IF.
029317      PERFORM 1610-READ-RESTATEMENT THRU 1610-EXIT.
029318      PERFORM 1620-ADD-RESTATEMENT THRU 1620-EXIT
029319          UNTIL WS-RSF-EOF
029320              OR WS-ABORTED.
029322      CLOSE POH3RSFF.
029323   1600-EXIT.
029324      EXIT.
029325*--------------------------------------------------------------
029326* 1610-READ-RESTATEMENT
029327*--------------------------------------------------------------
029328   1610-READ-RESTATEMENT.
029330      READ POH3RSFF
029331          AT END
029332              MOVE "Y" TO WS-RSF-EOF-SWITCH
029333      END-READ.
029334   1610-EXIT.
029335      EXIT.
029336*--------------------------------------------------------------
029338* 1620-ADD-RESTATEMENT
029339*--------------------------------------------------------------
029340   1620-ADD-RESTATEMENT.
029341      IF POH3-RST-DATE NOT NUMERIC
029342              OR POH3-RST-REQUESTER = SPACES
029343          GO TO 1620-NEXT
029344      END-IF.
029345      MOVE POH3-RST-DATE TO WS-WORK-DATE.
029347      IF WS-WORK-YYYYMM NOT = WS-STMT-MONTH
029348          GO TO 1620-NEXT
029349      END-IF.
029350      MOVE 0 TO WS-DUP-HIT.
029351      PERFORM 1630-TEST-ALREADY-CREDITED THRU 1630-EXIT
029352          VARYING WS-AX FROM 1 BY 1
029353          UNTIL WS-AX > WS-ADJ-COUNT-USED
029355              OR WS-DUP-HIT > 0.
029356      IF WS-DUP-HIT > 0
029357          GO TO 1620-NEXT
029358      END-IF.
029359      IF WS-ADJ-COUNT-USED = 200
029360          DISPLAY "ADJUSTMENT TABLE FULL - MONTH NOT BILLED"
029361          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
029363          GO TO 1620-EXIT
029364      END-IF.
029365      ADD 1 TO WS-ADJ-COUNT-USED.
029366      MOVE WS-ADJ-COUNT-USED TO WS-AX.
029367      MOVE POH3-RST-REQUESTER TO WS-ADJ-REQUESTER(WS-AX).
029368      MOVE "C" TO WS-ADJ-TYPE(WS-AX).
029369      MOVE "RSTM" TO WS-ADJ-REASON(WS-AX).
029370      MOVE POH3-RST-REFERENCE TO WS-ADJ-REFERENCE(WS-AX).
029372      MOVE "POH3RST" TO WS-ADJ-APPROVER(WS-AX).
029373      MOVE 0 TO WS-ADJ-AMOUNT(WS-AX).
029374      MOVE "A" TO WS-ADJ-AUTO-FLAG(WS-AX).
029375      MOVE POH3-RST-N TO WS-ADJ-N(WS-AX).
029376      MOVE POH3-RST-PUB-DATE TO WS-ADJ-PUB-DATE(WS-AX).
029377      MOVE 0 TO WS-ADJ-RX(WS-AX).
029378   1620-NEXT.
029380      PERFORM 1610-READ-RESTATEMENT THRU 1610-EXIT.
029381   1620-EXIT.
029382      EXIT.
029383*--------------------------------------------------------------
029384* 1630-TEST-ALREADY-CREDITED - AN RSTM CREDIT, KEYED OR
029385* AUTOMATIC, ALREADY ON THE TABLE FOR THIS REQUESTER AND
029386* REFERENCE.
029388*--------------------------------------------------------------
029389   1630-TEST-ALREADY-CREDITED.
029390      IF WS-ADJ-REQUESTER(WS-AX) = POH3-RST-REQUESTER
029391              AND WS-ADJ-REFERENCE(WS-AX) = POH3-RST-REFERENCE
029392              AND WS-ADJ-REASON(WS-AX) = "RSTM"
029393          MOVE WS-AX TO WS-DUP-HIT
029394      END-IF.
029395   1630-EXIT.
029397      EXIT.
029398*--------------------------------------------------------------
029399* 2000-TALLY-LINE - ONE AUDIT LINE INTO THE BILLING COUNTS.
029400* ONLY LINES STAMPED INSIDE THE STATEMENT MONTH, CARRYING A
029500* REQUESTER, AND PRICED ON THE RATE TABLE COUNT - MAINTENANCE
029600* LINES AND UNPRICED STATUSES PASS OVER, EXACTLY AS THE
029650* RECONCILIATION JOB PASSES OVER WHAT IT DOES NOT TALLY.  ANY
029700* PRICED LINE, IN THE MONTH OR NOT, MAY BE THE ORIGINAL LOOKUP
029750* BEHIND AN AUTOMATIC RESTATEMENT CREDIT.
029800*--------------------------------------------------------------
029900   2000-TALLY-LINE.
030000      MOVE POH3-LOG-DATE TO WS-WORK-DATE.
030150      IF POH3-LOG-REQUESTER = SPACES
030300          GO TO 2000-NEXT
030400      END-IF.
030450      MOVE POH3-LOG-STATUS TO WS-FIND-STATUS.
030500      PERFORM 2200-FIND-RATE THRU 2200-EXIT.
030600      IF WS-HIT-RX = 0
030700          GO TO 2000-NEXT
030800      END-IF.
030812      PERFORM 2400-MATCH-RESTATEMENT THRU 2400-EXIT
030825          VARYING WS-AX FROM 1 BY 1
030838          UNTIL WS-AX > WS-ADJ-COUNT-USED.
030850      IF WS-WORK-YYYYMM NOT = WS-STMT-MONTH
030862          GO TO 2000-NEXT
030875      END-IF.
030888      MOVE POH3-LOG-REQUESTER TO WS-FIND-REQUESTER.
030900      PERFORM 2300-FIND-REQUESTER THRU 2300-EXIT.
031000      IF WS-ABORTED
031100          GO TO 2000-EXIT
033000   2100-EXIT.
033100      EXIT.
033200*--------------------------------------------------------------
033300* 2200-FIND-RATE - WHICH RATE ENTRY, IF ANY, PRICES THE STATUS
033400* IN WS-FIND-STATUS.  ZERO MEANS THE STATUS IS NOT BILLABLE.
033500*--------------------------------------------------------------
033600   2200-FIND-RATE.
033700      MOVE 0 TO WS-HIT-RX.
034500* 2210-TEST-RATE
034600*--------------------------------------------------------------
034700   2210-TEST-RATE.
034800      IF WS-RTE-STATUS(WS-RX) = WS-FIND-STATUS
034900          MOVE WS-RX TO WS-HIT-RX
035000      END-IF.
035100   2210-EXIT.
035200      EXIT.
035300*--------------------------------------------------------------
035375* 2300-FIND-REQUESTER - LOCATE THE BILLING ENTRY FOR THE
035450* REQUESTER IN WS-FIND-REQUESTER, ADDING IT WITH ZERO COUNTS ON
035525* FIRST SIGHT.
035600* A MONTH WITH MORE REQUESTERS THAN THE TABLE HOLDS ABORTS - A
035700* PART-BILLED MONTH IS WORSE THAN A LATE ONE.
035800*--------------------------------------------------------------
036900          ELSE
037000              ADD 1 TO WS-BIL-COUNT-USED
037100              MOVE WS-BIL-COUNT-USED TO WS-HIT-QX
037200              MOVE WS-FIND-REQUESTER
037300                  TO WS-BIL-REQUESTER(WS-HIT-QX)
037400              PERFORM 2320-CLEAR-ENTRY THRU 2320-EXIT
037500          END-IF
038000* 2310-TEST-REQUESTER
038100*--------------------------------------------------------------
038200   2310-TEST-REQUESTER.
038300      IF WS-BIL-REQUESTER(WS-QX) = WS-FIND-REQUESTER
038400          MOVE WS-QX TO WS-HIT-QX
038500      END-IF.
038600   2310-EXIT.
041100   2340-EXIT.
041200      EXIT.
041300*--------------------------------------------------------------
041303* 2400-MATCH-RESTATEMENT - THE CURRENT LINE IS THE LOOKUP AN
041305* AUTOMATIC CREDIT REFUNDS WHEN THE N, THE PUBLISH DATE, THE
041308* REQUESTER AND THE REFERENCE ALL AGREE; THE CREDIT TAKES THE
041311* RATE OF THE STATUS THE LOOKUP WAS BILLED UNDER.
041313*--------------------------------------------------------------
041316   2400-MATCH-RESTATEMENT.
041318      IF WS-ADJ-IS-AUTO(WS-AX)
041321              AND WS-ADJ-RX(WS-AX) = 0
041324              AND WS-ADJ-N(WS-AX) = POH3-LOG-N
041326              AND WS-ADJ-PUB-DATE(WS-AX) = POH3-LOG-DATE
041329              AND WS-ADJ-REQUESTER(WS-AX) = POH3-LOG-REQUESTER
041332              AND WS-ADJ-REFERENCE(WS-AX) = POH3-LOG-REFERENCE
041334          MOVE WS-HIT-RX TO WS-ADJ-RX(WS-AX)
041337      END-IF.
041339   2400-EXIT.
041342      EXIT.
041345*--------------------------------------------------------------
041347* 2500-SETTLE-ADJUSTMENT - ONCE THE TALLY IS DONE, PRICE EACH
041350* AUTOMATIC CREDIT AT THE RATE ITS LOOKUP WAS BILLED AT - THE
041353* EXACT RATE WHEN THE LOOKUP IS NO LONGER ON THE CURRENT LOG -
041355* AND MAKE SURE EVERY ADJUSTED REQUESTER HAS A STATEMENT.
041358*--------------------------------------------------------------
041361   2500-SETTLE-ADJUSTMENT.
041363      IF WS-ADJ-IS-AUTO(WS-AX)
041366          IF WS-ADJ-RX(WS-AX) = 0
041368              MOVE WS-EXACT-RX TO WS-ADJ-RX(WS-AX)
041371          END-IF
041374          IF WS-ADJ-RX(WS-AX) > 0
041376              MOVE WS-RTE-RATE(WS-ADJ-RX(WS-AX))
041379                  TO WS-ADJ-AMOUNT(WS-AX)
041382          END-IF
041384      END-IF.
041387      MOVE WS-ADJ-REQUESTER(WS-AX) TO WS-FIND-REQUESTER.
041389      PERFORM 2300-FIND-REQUESTER THRU 2300-EXIT.
041392   2500-EXIT.
041395      EXIT.
041397*--------------------------------------------------------------
041400* 3000-WRITE-STATEMENTS - ONE STATEMENT PER REQUESTER: HEADING,
041500* A DAILY ACTIVITY LINE PER DAY AND PRICED STATUS WITH ANY
041567* VOLUME, THE MONTH'S TOTAL PER STATUS, AND THE AMOUNT DUE,
041633* FOLLOWED BY ANY ADJUSTMENTS AND THE NET DUE.
041700*--------------------------------------------------------------
041800   3000-WRITE-STATEMENTS.
041809      MOVE "EXACT" TO WS-FIND-STATUS.
041818      PERFORM 2200-FIND-RATE THRU 2200-EXIT.
041827      MOVE WS-HIT-RX TO WS-EXACT-RX.
041836      PERFORM 2500-SETTLE-ADJUSTMENT THRU 2500-EXIT
041845          VARYING WS-AX FROM 1 BY 1
041855          UNTIL WS-AX > WS-ADJ-COUNT-USED
041864              OR WS-ABORTED.
041873      IF WS-ABORTED
041882          GO TO 3000-EXIT
041891      END-IF.
041900      PERFORM 3100-WRITE-ONE-STATEMENT THRU 3100-EXIT
042000          VARYING WS-QX FROM 1 BY 1
042100          UNTIL WS-QX > WS-BIL-COUNT-USED.
042800      MOVE WS-BIL-REQUESTER(WS-QX) TO WS-HDG-REQUESTER.
042900      MOVE WS-STMT-MONTH TO WS-HDG-MONTH.
043000      WRITE POH3-STM-RECORD FROM WS-STM-HEADING.
043050      PERFORM 3150-WRITE-CHARGE-TO THRU 3150-EXIT.
043100      MOVE 0 TO WS-DUE-AMOUNT.
043200      PERFORM 3200-WRITE-DAY THRU 3200-EXIT
043300          VARYING WS-DX FROM 1 BY 1
043900      MOVE "AMOUNT DUE" TO WS-TOT-LABEL.
044000      MOVE WS-DUE-AMOUNT TO WS-TOT-AMOUNT.
044100      WRITE POH3-STM-RECORD FROM WS-STM-TOTAL.
044150      PERFORM 3500-WRITE-ADJUSTMENTS THRU 3500-EXIT.
044200      MOVE SPACES TO POH3-STM-RECORD.
044300      WRITE POH3-STM-RECORD.
044400   3100-EXIT.
044404      EXIT.
044408*--------------------------------------------------------------
044412* 3150-WRITE-CHARGE-TO - THE DEPARTMENT AND COST CENTER THE
044415* STATEMENT IS CHARGED TO, FROM THE REQUESTER MASTER.
044419*--------------------------------------------------------------
044423   3150-WRITE-CHARGE-TO.
044427      MOVE 0 TO WS-RQT-HIT.
044431      SET POH3-QX TO 1.
044435      SEARCH POH3-RQT-ENTRY
044438          AT END
044442              CONTINUE
044446          WHEN POH3-QX > POH3-RQT-COUNT
044450              CONTINUE
044454          WHEN POH3-RQT-REQUESTER(POH3-QX) =
044458                  WS-BIL-REQUESTER(WS-QX)
044462              SET WS-RQT-HIT TO POH3-QX
044465      END-SEARCH.
044469      IF WS-RQT-HIT = 0
044473          WRITE POH3-STM-RECORD FROM WS-STM-NOT-ON-MASTER
044477          GO TO 3150-EXIT
044481      END-IF.
044485      MOVE POH3-RQT-DEPT-NAME(WS-RQT-HIT) TO WS-HDG-DEPT-NAME.
044488      MOVE POH3-RQT-COST-CENTER(WS-RQT-HIT) TO WS-HDG-COST-CENTER.
044492      WRITE POH3-STM-RECORD FROM WS-STM-CHARGE-TO.
044496   3150-EXIT.
044500      EXIT.
044600*--------------------------------------------------------------
044700* 3200-WRITE-DAY
050200   3410-EXIT.
050300      EXIT.
050400*--------------------------------------------------------------
050402* 3500-WRITE-ADJUSTMENTS - THE REQUESTER'S CREDIT AND DEBIT
050405* LINES UNDER THE AMOUNT DUE, AND THE NET DUE AFTER THEM.  A
050407* STATEMENT WITH NO ADJUSTMENTS ENDS AT THE AMOUNT DUE AS IT
050409* ALWAYS HAS.
050412*--------------------------------------------------------------
050414   3500-WRITE-ADJUSTMENTS.
050416      MOVE WS-DUE-AMOUNT TO WS-NET-AMOUNT.
050419      MOVE 0 TO WS-ADJ-LINE-COUNT.
050421      PERFORM 3510-WRITE-ADJUSTMENT THRU 3510-EXIT
050423          VARYING WS-AX FROM 1 BY 1
050426          UNTIL WS-AX > WS-ADJ-COUNT-USED.
050428      IF WS-ADJ-LINE-COUNT > 0
050430          MOVE WS-NET-AMOUNT TO WS-NET-LINE-AMOUNT
050433          WRITE POH3-STM-RECORD FROM WS-STM-NET
050435      END-IF.
050437   3500-EXIT.
050440      EXIT.
050442*--------------------------------------------------------------
050444* 3510-WRITE-ADJUSTMENT - A CREDIT PRINTS AND NETS AS A MINUS.
050447*--------------------------------------------------------------
050449   3510-WRITE-ADJUSTMENT.
050451      IF WS-ADJ-REQUESTER(WS-AX) NOT = WS-BIL-REQUESTER(WS-QX)
050453          GO TO 3510-EXIT
050456      END-IF.
050458      MOVE SPACES TO WS-STM-ADJUST.
050460      MOVE WS-ADJ-REASON(WS-AX) TO WS-ADJ-LINE-REASON.
050463      MOVE WS-ADJ-REFERENCE(WS-AX) TO WS-ADJ-LINE-REFERENCE.
050465      MOVE WS-ADJ-APPROVER(WS-AX) TO WS-ADJ-LINE-APPROVER.
050467      IF WS-ADJ-TYPE(WS-AX) = "C"
050470          MOVE "CREDIT" TO WS-ADJ-LABEL
050472          SUBTRACT WS-ADJ-AMOUNT(WS-AX) FROM WS-NET-AMOUNT
050474          COMPUTE WS-ADJ-LINE-AMOUNT = 0 - WS-ADJ-AMOUNT(WS-AX)
050477      ELSE
050479          MOVE "DEBIT" TO WS-ADJ-LABEL
050481          ADD WS-ADJ-AMOUNT(WS-AX) TO WS-NET-AMOUNT
050484          MOVE WS-ADJ-AMOUNT(WS-AX) TO WS-ADJ-LINE-AMOUNT
050486      END-IF.
050488      WRITE POH3-STM-RECORD FROM WS-STM-ADJUST.
050491      ADD 1 TO WS-ADJ-LINE-COUNT.
050493   3510-EXIT.
050495      EXIT.
050498*--------------------------------------------------------------
050500* 8000-ABORT-RUN
050600*--------------------------------------------------------------
050700   8000-ABORT-RUN.
