000100   IDENTIFICATION DIVISION.
000200   PROGRAM-ID.     POH3EXP.
000300   AUTHOR.         RTM.
000400   INSTALLATION.   BATCH SYSTEMS GROUP.
000500   DATE-WRITTEN.   10/15/2026.
000600   DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000*  10/15/2026  RTM       ORIGINAL VERSION.  AN URGENT LOOKUP HAD
001100*                        TO WAIT FOR THE OVERNIGHT POH3BAT OR BE
001200*                        KEYED ONE AT A TIME ON THE POH3Z CONSOLE
001300*                        WITH NO REQUESTER OR REFERENCE ON IT.
001400*                        THIS EXPRESS RUN TAKES A SMALL POH3XIN
001500*                        SUBMISSION - THE SAME HDR/TRL CONTROL AND
001600*                        POH3INR LAYOUT AS POH3IN, VALIDATED THE
001700*                        SAME WAY - AT ANY HOUR, UNDER THE SAME
001800*                        POH3LCK RUN LOCK POH3BAT TAKES, AND PUTS
001900*                        EVERY RECORD THROUGH THE SAME REQUESTER,
002000*                        DUPLICATE, AND QUOTA CHECKS, THE POH3MST
002100*                        ANSWER CACHE, AND POH3CALC.  EVERY RECORD
002200*                        IS AUDITED TO POH3LOG UNDER ITS OWN
002300*                        POH3EXP TAG, SO CHARGEBACK BILLS IT AND
002400*                        THE NIGHT'S DUPLICATE CHECK SEES IT LIKE
002500*                        ANY OTHER ANSWER - A REFERENCE ANSWERED
002600*                        HERE AND SENT AGAIN IN THE NIGHTLY FILE
002700*                        IS DIVERTED THERE AS A DUPLICATE, NEVER
002800*                        ANSWERED OR BILLED TWICE.  ANSWERS ARE
002900*                        JOURNALED TO POH3XOUT IN THE POH3OUTR
003000*                        LAYOUT FOR POH3REC TO BALANCE AGAINST THE
003100*                        LOG AND FOR POH3MST TO APPLY THAT NIGHT;
003200*                        THEY NEVER TOUCH POH3RPT OR POH3OUT, SO
003300*                        THE NIGHTLY BALANCE AND DISTRIBUTION ARE
003400*                        UNDISTURBED.  AN INVALID LOOKUP GOES TO
003500*                        POH3REJ SUSPENSE AS IT WOULD OVERNIGHT.
003600*                        EACH RUN APPENDS ITS RESPONSES, IN THE
003700*                        POH3DSTR LAYOUT BEHIND A TRAILER COUNT,
003800*                        TO THE REQUESTER'S OWN POH3XR FILE (PLUS
003900*                        ITS MASTER SUFFIX), AND ITS COUNTS TO
004000*                        POH3XSUM.
004100*--------------------------------------------------------------
004200   ENVIRONMENT DIVISION.
004300   INPUT-OUTPUT SECTION.
004400   FILE-CONTROL.
004500      SELECT POH3XINF ASSIGN TO "POH3XIN"
004600          ORGANIZATION IS LINE SEQUENTIAL
004700          FILE STATUS IS WS-IN-FS.
004800      SELECT POH3XOUTF ASSIGN TO "POH3XOUT"
004900          ORGANIZATION IS LINE SEQUENTIAL
005000          FILE STATUS IS WS-XOU-FS.
005100      SELECT POH3XRQF ASSIGN USING WS-XRQ-DDNAME
005200          ORGANIZATION IS LINE SEQUENTIAL
005300          FILE STATUS IS WS-XRQ-FS.
005400      SELECT POH3XSUMF ASSIGN TO "POH3XSUM"
005500          ORGANIZATION IS LINE SEQUENTIAL
005600          FILE STATUS IS WS-SUM-FS.
005700      SELECT POH3BRKF ASSIGN TO "POH3BRK"
005800          ORGANIZATION IS LINE SEQUENTIAL
005900          FILE STATUS IS WS-BRK-FS.
006000      SELECT POH3REJF ASSIGN TO "POH3REJ"
006100          ORGANIZATION IS LINE SEQUENTIAL
006200          FILE STATUS IS WS-REJ-FS.
006300      SELECT POH3HSTF ASSIGN TO "POH3LOG"
006400          ORGANIZATION IS LINE SEQUENTIAL
006500          FILE STATUS IS WS-HST-FS.
006600      SELECT POH3MSTF ASSIGN TO "POH3MST"
006700          ORGANIZATION IS INDEXED
006800          ACCESS MODE IS SEQUENTIAL
006900          RECORD KEY IS POH3-MST-KEY
007000          FILE STATUS IS WS-MST-FS.
007100      SELECT POH3LCKF ASSIGN TO "POH3LCK"
007200          ORGANIZATION IS LINE SEQUENTIAL
007300          FILE STATUS IS WS-LCK-FS.
007400      SELECT POH3RQMF ASSIGN TO "POH3RQM"
007500          ORGANIZATION IS LINE SEQUENTIAL
007600          FILE STATUS IS WS-RQM-FS.
007700      SELECT POH3SBRF ASSIGN TO "POH3SBR"
007800          ORGANIZATION IS LINE SEQUENTIAL
007900          FILE STATUS IS WS-SBR-FS.
008000   DATA DIVISION.
008100   FILE SECTION.
008200   FD  POH3XINF.
008300   01  POH3-XIN-BUFFER             PIC X(24).
008400   FD  POH3XOUTF.
008500      COPY POH3OUTR.
008600   FD  POH3XRQF.
008700   01  POH3-XRQ-RECORD             PIC X(47).
008800   FD  POH3XSUMF.
008900   01  POH3-XSUM-RECORD            PIC X(40).
009000   FD  POH3BRKF.
009100      COPY POH3BRKR.
009200   FD  POH3REJF.
009300      COPY POH3REJR.
009400   FD  POH3HSTF.
009500      COPY POH3LOGR.
009600   FD  POH3MSTF.
009700      COPY POH3MSTR.
009800   FD  POH3LCKF.
009900      COPY POH3LCKR.
010000   FD  POH3RQMF.
010100      COPY POH3RQMR.
010200   FD  POH3SBRF.
010300      COPY POH3SBRR.
010400   WORKING-STORAGE SECTION.
010500      COPY POH3CIF.
010600      COPY POH3RIF.
010700      COPY POH3BRKT.
010800      COPY POH3INR.
010900      COPY POH3INCR.
011000      COPY POH3RQMT.
011100      COPY POH3DSTR.
011200   01  WS-SWITCHES.
011300      05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
011400          88  WS-EOF                          VALUE "Y".
011500      05  WS-BRK-EOF-SWITCH       PIC X(01) VALUE "N".
011600          88  WS-BRK-EOF                      VALUE "Y".
011700      05  WS-OPENED-SWITCH        PIC X(01) VALUE "N".
011800          88  WS-INPUT-OPENED                 VALUE "Y".
011900      05  WS-CTL-FAIL-SWITCH      PIC X(01) VALUE "N".
012000          88  WS-CTL-FAILED                   VALUE "Y".
012100      05  WS-PRE-EOF-SWITCH       PIC X(01) VALUE "N".
012200          88  WS-PRE-EOF                      VALUE "Y".
012300      05  WS-TRL-SEEN-SWITCH      PIC X(01) VALUE "N".
012400          88  WS-TRL-SEEN                     VALUE "Y".
012500      05  WS-DUP-SWITCH           PIC X(01) VALUE "N".
012600          88  WS-DUP-FOUND                    VALUE "Y".
012700      05  WS-HST-EOF-SWITCH       PIC X(01) VALUE "N".
012800          88  WS-HST-EOF                      VALUE "Y".
012900      05  WS-RUN-ABORT-SWITCH     PIC X(01) VALUE "N".
013000          88  WS-RUN-ABORTED                  VALUE "Y".
013100      05  WS-MST-EOF-SWITCH       PIC X(01) VALUE "N".
013200          88  WS-MST-EOF                      VALUE "Y".
013300      05  WS-MST-SERVE-SWITCH     PIC X(01) VALUE "N".
013400          88  WS-MST-SERVED                   VALUE "Y".
013500      05  WS-MSC-FULL-SWITCH      PIC X(01) VALUE "N".
013600          88  WS-MSC-FULL                     VALUE "Y".
013700      05  WS-LOCK-HELD-SWITCH     PIC X(01) VALUE "N".
013800          88  WS-LOCK-HELD                    VALUE "Y".
013900      05  WS-RQM-EOF-SWITCH       PIC X(01) VALUE "N".
014000          88  WS-RQM-EOF                      VALUE "Y".
014100      05  WS-RQM-FAIL-SWITCH      PIC X(01) VALUE "N".
014200          88  WS-RQM-FAILED                   VALUE "Y".
014300      05  WS-HELD-SWITCH          PIC X(01) VALUE "N".
014400          88  WS-QUOTA-HELD                   VALUE "Y".
014500      05  WS-SBR-OPEN-SWITCH      PIC X(01) VALUE "N".
014600          88  WS-SBR-IS-OPEN                  VALUE "Y".
014700   01  WS-INPUT-VALUE.
014800      05  WS-IN-N                 PIC X(06).
014900      05  WS-IN-MOVER REDEFINES WS-IN-N
015000                                  PIC Z(06).
015100   01  WS-SUM-LINE.
015200      05  WS-SUM-LABEL            PIC X(10).
015300      05  FILLER                  PIC X(02) VALUE SPACES.
015400      05  WS-SUM-COUNT            PIC Z(08)9.
015500   01  WS-LOCK-IDENTITY.
015600      05  WS-LKI-PROGRAM          PIC X(08) VALUE "POH3EXP".
015700      05  WS-LKI-TIME             PIC 9(08).
015800   01  WS-XRQ-DDNAME.
015900      05  FILLER                  PIC X(06) VALUE "POH3XR".
016000      05  WS-XRQ-SUFFIX           PIC X(01).
016100   77  WS-LOG-TAG                  PIC X(08) VALUE "POH3EXP".
016200   77  WS-IN-FS                    PIC X(02).
016300   77  WS-XOU-FS                   PIC X(02).
016400   77  WS-XRQ-FS                   PIC X(02).
016500   77  WS-SUM-FS                   PIC X(02).
016600   77  WS-BRK-FS                   PIC X(02).
016700   77  WS-REJ-FS                   PIC X(02).
016800   77  WS-HST-FS                   PIC X(02).
016900   77  WS-MST-FS                   PIC X(02).
017000   77  WS-LCK-FS                   PIC X(02).
017100   77  WS-RQM-FS                   PIC X(02).
017200   77  WS-SBR-FS                   PIC X(02).
017300   77  WS-RUN-DATE                 PIC 9(08).
017400   77  WS-LOCK-TODAY               PIC 9(08).
017500   77  WS-HDR-DATE                 PIC 9(08) VALUE ZERO.
017600   77  WS-CTL-DETAIL-COUNT         PIC 9(09) COMP VALUE ZERO.
017700   77  WS-CTL-HASH                 PIC 9(12) VALUE ZERO.
017800   77  WS-CTL-N                    PIC 9(06).
017900   77  WS-TRL-COUNT                PIC 9(09) COMP VALUE ZERO.
018000   77  WS-REC-COUNT                PIC 9(09) COMP VALUE ZERO.
018100   77  WS-ANSWER-COUNT             PIC 9(09) COMP VALUE ZERO.
018200   77  WS-INVALID-COUNT            PIC 9(09) COMP VALUE ZERO.
018300   77  WS-DUP-COUNT                PIC 9(09) COMP VALUE ZERO.
018400   77  WS-UNAUTH-COUNT             PIC 9(09) COMP VALUE ZERO.
018500   77  WS-HELD-COUNT               PIC 9(09) COMP VALUE ZERO.
018600   77  WS-MST-SERVED-COUNT         PIC 9(09) COMP VALUE ZERO.
018700   77  WS-RQT-HIT                  PIC 9(03) COMP VALUE ZERO.
018800   77  WS-REJECT-REASON            PIC X(08).
018900   77  WS-RSP-TYPE                 PIC X(03).
019000   77  WS-WORK-REQUESTER           PIC X(04).
019100   77  WS-WORK-REFERENCE           PIC X(08).
019200*--------------------------------------------------------------
019300* EVERY REQUESTER/REFERENCE PAIR THIS RUN HAS SEEN OR ANY RUN
019400* HAS ANSWERED, FOR THE DUPLICATE-SUBMISSION CHECK, LOADED FROM
019500* THE POH3LOG HISTORY THE SAME WAY POH3BAT LOADS IT.  AN
019600* ANSWERED PAIR ALSO KEEPS ITS N AND RESULT: A REPEAT OF THE
019700* SAME N IS SENT BACK THE ANSWER IT ALREADY HAD, MARKED
019800* DUPLICAT AND NOT BILLED AGAIN - SO AN EXPRESS FILE RESENT
019900* AFTER A RUN THAT FAILED BEFORE ITS RESPONSES WERE WRITTEN
020000* STILL GETS EVERY ANSWER BACK.  A FULL TABLE STOPS THE RUN.
020100*--------------------------------------------------------------
020200   01  WS-PAIR-TABLE.
020300      05  WS-PAIR-ENTRY OCCURS 5000 TIMES.
020400          10  WS-PAIR-REQUESTER   PIC X(04).
020500          10  WS-PAIR-REFERENCE   PIC X(08).
020600          10  WS-PAIR-N           PIC 9(06).
020700          10  WS-PAIR-RESULT      PIC 9(09).
020800          10  WS-PAIR-ANSWERED    PIC X(01).
020900   77  WS-PAIR-COUNT               PIC 9(04) COMP VALUE ZERO.
021000   77  WS-PAIR-IX                  PIC 9(04) COMP.
021100   77  WS-PAIR-HIT                 PIC 9(04) COMP.
021200*--------------------------------------------------------------
021300* THE MASTER-SERVED ANSWER CACHE, BUILT AS POH3BAT BUILDS IT.
021400*--------------------------------------------------------------
021500   01  WS-MST-CACHE.
021600      05  WS-MSC-ENTRY OCCURS 2000 TIMES.
021700          10  WS-MSC-N            PIC 9(06).
021800          10  WS-MSC-RESULT       PIC 9(09).
021900          10  WS-MSC-BUCKET       PIC X(01).
022000   77  WS-MSC-COUNT                PIC 9(04) COMP VALUE ZERO.
022100   77  WS-MX                       PIC 9(04) COMP.
022200   77  WS-MSC-HIT                  PIC 9(04) COMP.
022300   77  WS-MSC-WORK-N               PIC 9(06).
022400*--------------------------------------------------------------
022500* LOOKUPS ALREADY DRIVEN TODAY PER REQUESTER, PARALLEL TO THE
022600* POH3RQMT ENTRIES - THE NIGHTLY AND EXPRESS RUNS SHARE ONE
022700* DAILY QUOTA, SO THE COUNT STARTS FROM TODAY'S POH3LOG LINES
022800* FROM BOTH.
022900*--------------------------------------------------------------
023000   01  WS-QUOTA-USAGE.
023100      05  WS-QUOTA-USED OCCURS 50 TIMES
023200                                  PIC 9(09) COMP VALUE ZERO.
023300*--------------------------------------------------------------
023400* THE RUN'S RESPONSES, HELD UNTIL END OF JOB AND THEN APPENDED
023500* TO EACH REQUESTER'S FILE IN ONE BLOCK BEHIND ITS OWN TRAILER.
023600* THE FILE SLOT IS THE REQUESTER'S POH3RQMT ENTRY, OR THE
023700* CATCH-ALL SLOT AFTER THE LAST ONE.  AN EXPRESS FILE MAY NOT
023800* CARRY MORE DETAILS THAN THIS TABLE HOLDS - A BIGGER ONE
023900* BELONGS IN THE NIGHTLY RUN AND IS REFUSED AT VALIDATION.
024000*--------------------------------------------------------------
024100   01  WS-RSP-TABLE.
024200      05  WS-RSP-ENTRY OCCURS 2000 TIMES.
024300          10  WS-RSP-SLOT         PIC 9(03) COMP.
024400          10  WS-RSP-RECORD       PIC X(47).
024500   01  WS-XRQ-COUNTS.
024600      05  WS-XRQ-COUNT OCCURS 51 TIMES
024700                                  PIC 9(09) COMP VALUE ZERO.
024800   77  WS-RSP-COUNT                PIC 9(04) COMP VALUE ZERO.
024900   77  WS-RSP-MAX                  PIC 9(04) COMP VALUE 2000.
025000   77  WS-RSP-IX                   PIC 9(04) COMP.
025100   77  WS-DX                       PIC 9(03) COMP.
025200   77  WS-CATCH-DX                 PIC 9(03) COMP.
025300   PROCEDURE DIVISION.
025400*--------------------------------------------------------------
025500* 0000-MAINLINE
025600*--------------------------------------------------------------
025700   0000-MAINLINE.
025800      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025900      PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
026000          UNTIL WS-EOF
026100              OR WS-RUN-ABORTED.
026200      PERFORM 9999-TERMINATE THRU 9999-EXIT.
026300      STOP RUN.
026400*--------------------------------------------------------------
026500* 1000-INITIALIZE - TAKE THE RUN LOCK, LOAD THE MASTERS, THE
026600* DUPLICATE HISTORY, AND THE ANSWER CACHE, OPEN THE OUTPUTS,
026700* AND VALIDATE THE EXPRESS FILE'S CONTROLS.  ANYTHING THAT
026800* FAILS HERE STOPS THE RUN BEFORE A SINGLE RECORD IS ANSWERED.
026900*--------------------------------------------------------------
027000   1000-INITIALIZE.
027100      MOVE 0 TO RETURN-CODE.
027200      MOVE "S" TO POH3-RIF-MODE.
027300      MOVE "POH3EXP" TO POH3-RIF-PROGRAM.
027400      CALL "POH3RUN" USING POH3-RUN-INTERFACE.
027500      PERFORM 1700-TAKE-LOCK THRU 1700-EXIT.
027600      IF NOT WS-LOCK-HELD
027700          GO TO 1000-EXIT
027800      END-IF.
027900      MOVE "R" TO POH3-IF-CLASS-MODE.
028000      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
028100      MOVE WS-RUN-DATE TO POH3-IF-PROC-DATE.
028200      MOVE 0 TO POH3-IF-AS-OF-DATE.
028300      PERFORM 1800-LOAD-REQUESTERS THRU 1800-EXIT.
028400      IF WS-RQM-FAILED
028500          MOVE 16 TO RETURN-CODE
028600          MOVE "Y" TO WS-EOF-SWITCH
028700          GO TO 1000-EXIT
028800      END-IF.
028900      ADD 1 POH3-RQT-COUNT GIVING WS-CATCH-DX.
029000      PERFORM 1150-LOAD-BREAKPOINTS THRU 1150-EXIT.
029100      PERFORM 1500-LOAD-HISTORY THRU 1500-EXIT.
029200      IF WS-RUN-ABORTED
029300          MOVE "Y" TO WS-EOF-SWITCH
029400          GO TO 1000-EXIT
029500      END-IF.
029600      PERFORM 1600-LOAD-MASTER THRU 1600-EXIT.
029700      OPEN INPUT POH3XINF.
029800      IF WS-IN-FS NOT = "00"
029900          DISPLAY "POH3XIN OPEN FAILED - FILE STATUS " WS-IN-FS
030000          MOVE 16 TO RETURN-CODE
030100          MOVE "Y" TO WS-EOF-SWITCH
030200          GO TO 1000-EXIT
030300      END-IF.
030400      MOVE "Y" TO WS-OPENED-SWITCH.
030500      PERFORM 1300-VALIDATE-CONTROLS THRU 1300-EXIT.
030600      IF WS-CTL-FAILED
030700          MOVE 12 TO RETURN-CODE
030800          MOVE "Y" TO WS-EOF-SWITCH
030900          GO TO 1000-EXIT
031000      END-IF.
031100      OPEN EXTEND POH3REJF.
031200      IF WS-REJ-FS = "35"
031300          OPEN OUTPUT POH3REJF
031400      END-IF.
031500      IF WS-REJ-FS NOT = "00"
031600          DISPLAY "POH3REJ OPEN FAILED - FILE STATUS " WS-REJ-FS
031700          MOVE 16 TO RETURN-CODE
031800          MOVE "Y" TO WS-EOF-SWITCH
031900          GO TO 1000-EXIT
032000      END-IF.
032100      OPEN EXTEND POH3XOUTF.
032200      IF WS-XOU-FS = "35"
032300          OPEN OUTPUT POH3XOUTF
032400      END-IF.
032500      IF WS-XOU-FS NOT = "00"
032600          DISPLAY "POH3XOUT OPEN FAILED - FILE STATUS " WS-XOU-FS
032700          MOVE 16 TO RETURN-CODE
032800          MOVE "Y" TO WS-EOF-SWITCH
032900          GO TO 1000-EXIT
033000      END-IF.
033100      PERFORM 1900-OPEN-REGISTER THRU 1900-EXIT.
033200      PERFORM 2100-READ-INPUT THRU 2100-EXIT.
033300   1000-EXIT.
033400      EXIT.
033500*--------------------------------------------------------------
033600* 1150-LOAD-BREAKPOINTS - THE SAME POH3BRK TABLE POH3CALC
033700* ANSWERS FROM, FOR THE MASTER CACHE'S TABLE-IN-FORCE CHECK.
033800*--------------------------------------------------------------
033900   1150-LOAD-BREAKPOINTS.
034000      MOVE 0 TO POH3-BRK-COUNT.
034100      OPEN INPUT POH3BRKF.
034200      IF WS-BRK-FS = "00"
034300          MOVE "N" TO WS-BRK-EOF-SWITCH
034400          PERFORM 1160-READ-BREAKPOINT THRU 1160-EXIT
034500          PERFORM 1170-ADD-BREAKPOINT THRU 1170-EXIT
034600              UNTIL WS-BRK-EOF
034700                  OR POH3-BRK-COUNT = 50
034800          CLOSE POH3BRKF
034900      END-IF.
035000   1150-EXIT.
035100      EXIT.
035200*--------------------------------------------------------------
035300* 1160-READ-BREAKPOINT
035400*--------------------------------------------------------------
035500   1160-READ-BREAKPOINT.
035600      READ POH3BRKF
035700          AT END
035800              MOVE "Y" TO WS-BRK-EOF-SWITCH
035900      END-READ.
036000   1160-EXIT.
036100      EXIT.
036200*--------------------------------------------------------------
036300* 1170-ADD-BREAKPOINT
036400*--------------------------------------------------------------
036500   1170-ADD-BREAKPOINT.
036600      ADD 1 TO POH3-BRK-COUNT.
036700      SET POH3-BX TO POH3-BRK-COUNT.
036800      MOVE POH3-BRK-BUCKET TO POH3-BRK-TAB-BUCKET(POH3-BX).
036900      MOVE POH3-BRK-THRESHOLD TO POH3-BRK-TAB-THRESHOLD(POH3-BX).
037000      MOVE POH3-BRK-RESULT TO POH3-BRK-TAB-RESULT(POH3-BX).
037100      PERFORM 1160-READ-BREAKPOINT THRU 1160-EXIT.
037200   1170-EXIT.
037300      EXIT.
037400*--------------------------------------------------------------
037500* 1300-VALIDATE-CONTROLS - THE SAME PRE-PASS POH3BAT MAKES OF
037600* POH3IN: HEADER FIRST, TRAILER LAST WITH NOTHING BEHIND IT, AND
037700* THE TRAILER'S COUNT AND HASH MATCHING THE DETAILS - PLUS NO
037800* MORE DETAILS THAN ONE EXPRESS RUN CAN HOLD RESPONSES FOR.  ON
037900* SUCCESS THE FILE IS REOPENED AND POSITIONED PAST THE HEADER.
038000*--------------------------------------------------------------
038100   1300-VALIDATE-CONTROLS.
038200      PERFORM 1310-READ-CONTROL THRU 1310-EXIT.
038300      IF WS-PRE-EOF
038400          DISPLAY "POH3XIN IS EMPTY - MISSING HEADER"
038500          MOVE "Y" TO WS-CTL-FAIL-SWITCH
038600          GO TO 1300-EXIT
038700      END-IF.
038800      MOVE POH3-XIN-BUFFER TO POH3-IN-CONTROL.
038900      IF NOT POH3-INC-IS-HEADER
039000          DISPLAY "POH3XIN MISSING HEADER RECORD"
039100          MOVE "Y" TO WS-CTL-FAIL-SWITCH
039200          GO TO 1300-EXIT
039300      END-IF.
039400      IF POH3-INC-HDR-DATE NUMERIC
039500          MOVE POH3-INC-HDR-DATE TO WS-HDR-DATE
039600      END-IF.
039700      PERFORM 1310-READ-CONTROL THRU 1310-EXIT.
039800      PERFORM 1320-SCAN-CONTROL THRU 1320-EXIT
039900          UNTIL WS-PRE-EOF
040000              OR WS-CTL-FAILED.
040100      IF NOT WS-CTL-FAILED AND NOT WS-TRL-SEEN
040200          DISPLAY "POH3XIN MISSING TRAILER RECORD"
040300          MOVE "Y" TO WS-CTL-FAIL-SWITCH
040400      END-IF.
040500      IF NOT WS-CTL-FAILED AND WS-CTL-DETAIL-COUNT > WS-RSP-MAX
040600          DISPLAY "POH3XIN OVER " WS-RSP-MAX
040700              " DETAILS - SUBMIT TO THE NIGHTLY RUN"
040800          MOVE "Y" TO WS-CTL-FAIL-SWITCH
040900      END-IF.
041000      CLOSE POH3XINF.
041100      IF WS-CTL-FAILED
041200          GO TO 1300-EXIT
041300      END-IF.
041400      OPEN INPUT POH3XINF.
041500      IF WS-IN-FS NOT = "00"
041600          DISPLAY "POH3XIN REOPEN FAILED - FILE STATUS " WS-IN-FS
041700          MOVE "Y" TO WS-CTL-FAIL-SWITCH
041800          GO TO 1300-EXIT
041900      END-IF.
042000      PERFORM 1310-READ-CONTROL THRU 1310-EXIT.
042100   1300-EXIT.
042200      EXIT.
042300*--------------------------------------------------------------
042400* 1310-READ-CONTROL
042500*--------------------------------------------------------------
042600   1310-READ-CONTROL.
042700      MOVE "N" TO WS-PRE-EOF-SWITCH.
042800      READ POH3XINF
042900          AT END
043000              MOVE "Y" TO WS-PRE-EOF-SWITCH
043100      END-READ.
043200   1310-EXIT.
043300      EXIT.
043400*--------------------------------------------------------------
043500* 1320-SCAN-CONTROL
043600*--------------------------------------------------------------
043700   1320-SCAN-CONTROL.
043800      MOVE POH3-XIN-BUFFER TO POH3-IN-CONTROL.
043900      IF POH3-INC-IS-TRAILER
044000          PERFORM 1330-EDIT-TRAILER THRU 1330-EXIT
044100          MOVE "Y" TO WS-TRL-SEEN-SWITCH
044200          PERFORM 1310-READ-CONTROL THRU 1310-EXIT
044300          IF NOT WS-PRE-EOF
044400              DISPLAY "POH3XIN HAS RECORDS AFTER THE TRAILER"
044500              MOVE "Y" TO WS-CTL-FAIL-SWITCH
044600          END-IF
044700          GO TO 1320-EXIT
044800      END-IF.
044900      IF POH3-INC-IS-HEADER
045000          DISPLAY "POH3XIN HAS A SECOND HEADER RECORD"
045100          MOVE "Y" TO WS-CTL-FAIL-SWITCH
045200          GO TO 1320-EXIT
045300      END-IF.
045400      ADD 1 TO WS-CTL-DETAIL-COUNT.
045500      MOVE POH3-XIN-BUFFER TO POH3-IN-RECORD.
045600      MOVE POH3-IN-N TO WS-IN-N.
045700      MOVE WS-IN-MOVER TO WS-CTL-N.
045800      ADD WS-CTL-N TO WS-CTL-HASH.
045900      PERFORM 1310-READ-CONTROL THRU 1310-EXIT.
046000   1320-EXIT.
046100      EXIT.
046200*--------------------------------------------------------------
046300* 1330-EDIT-TRAILER
046400*--------------------------------------------------------------
046500   1330-EDIT-TRAILER.
046600      IF POH3-INC-TRL-COUNT NOT NUMERIC
046700              OR POH3-INC-TRL-HASH NOT NUMERIC
046800          DISPLAY "POH3XIN TRAILER COUNT/HASH NOT NUMERIC"
046900          MOVE "Y" TO WS-CTL-FAIL-SWITCH
047000          GO TO 1330-EXIT
047100      END-IF.
047200      IF POH3-INC-TRL-COUNT NOT = WS-CTL-DETAIL-COUNT
047300          DISPLAY "POH3XIN TRAILER COUNT MISMATCH"
047400          MOVE "Y" TO WS-CTL-FAIL-SWITCH
047500      END-IF.
047600      IF POH3-INC-TRL-HASH NOT = WS-CTL-HASH
047700          DISPLAY "POH3XIN TRAILER HASH MISMATCH"
047800          MOVE "Y" TO WS-CTL-FAIL-SWITCH
047900      END-IF.
048000      MOVE POH3-INC-TRL-COUNT TO WS-TRL-COUNT.
048100   1330-EXIT.
048200      EXIT.
048300*--------------------------------------------------------------
048400* 1500-LOAD-HISTORY - THE DUPLICATE HISTORY AND THE DAY'S QUOTA
048500* USAGE FROM ONE PASS OF POH3LOG.  EVERY ANSWERED PAIR WITH A
048600* REQUESTER LOADS, WHICHEVER RUN ANSWERED IT; A LOOKUP THE
048700* NIGHTLY OR AN EXPRESS RUN DROVE TODAY COUNTS AGAINST ITS
048800* REQUESTER'S QUOTA.  A MISSING LOG IS THE FIRST EVER RUN.
048900*--------------------------------------------------------------
049000   1500-LOAD-HISTORY.
049100      OPEN INPUT POH3HSTF.
049200      IF WS-HST-FS = "35"
049300          GO TO 1500-EXIT
049400      END-IF.
049500      IF WS-HST-FS NOT = "00"
049600          DISPLAY "POH3LOG OPEN FAILED - FILE STATUS " WS-HST-FS
049700          MOVE 16 TO RETURN-CODE
049800          MOVE "Y" TO WS-RUN-ABORT-SWITCH
049900          GO TO 1500-EXIT
050000      END-IF.
050100      PERFORM 1510-READ-HISTORY THRU 1510-EXIT.
050200      PERFORM 1520-TALLY-HISTORY THRU 1520-EXIT
050300          UNTIL WS-HST-EOF
050400              OR WS-RUN-ABORTED.
050500      CLOSE POH3HSTF.
050600   1500-EXIT.
050700      EXIT.
050800*--------------------------------------------------------------
050900* 1510-READ-HISTORY
051000*--------------------------------------------------------------
051100   1510-READ-HISTORY.
051200      READ POH3HSTF
051300          AT END
051400              MOVE "Y" TO WS-HST-EOF-SWITCH
051500      END-READ.
051600   1510-EXIT.
051700      EXIT.
051800*--------------------------------------------------------------
051900* 1520-TALLY-HISTORY - ONE PRIOR LOG LINE.  A PAIR ANSWERED MORE
052000* THAN ONCE KEEPS ITS FIRST ANSWER.
052100*--------------------------------------------------------------
052200   1520-TALLY-HISTORY.
052300      IF POH3-LOG-DATE = WS-RUN-DATE
052400              AND (POH3-LOG-PROGRAM = "POH3BAT"
052500                  OR POH3-LOG-PROGRAM = WS-LOG-TAG)
052600              AND (POH3-LOG-STATUS = "EXACT   "
052700                  OR POH3-LOG-STATUS = "MASTERED"
052800                  OR POH3-LOG-STATUS = "INVALID ")
052900          MOVE POH3-LOG-REQUESTER TO WS-WORK-REQUESTER
053000          PERFORM 2910-FIND-REQUESTER THRU 2910-EXIT
053100          IF WS-RQT-HIT > 0
053200              ADD 1 TO WS-QUOTA-USED(WS-RQT-HIT)
053300          END-IF
053400      END-IF.
053500      IF (POH3-LOG-STATUS = "EXACT   "
053600              OR POH3-LOG-STATUS = "MASTERED")
053700              AND POH3-LOG-REQUESTER NOT = SPACES
053800          MOVE POH3-LOG-REQUESTER TO WS-WORK-REQUESTER
053900          MOVE POH3-LOG-REFERENCE TO WS-WORK-REFERENCE
054000          PERFORM 2800-CHECK-DUPLICATE THRU 2800-EXIT
054100          IF NOT WS-DUP-FOUND
054200              PERFORM 2850-ADD-PAIR THRU 2850-EXIT
054300              IF NOT WS-RUN-ABORTED
054400                  MOVE POH3-LOG-N TO WS-PAIR-N(WS-PAIR-COUNT)
054500                  MOVE POH3-LOG-RESULT
054600                      TO WS-PAIR-RESULT(WS-PAIR-COUNT)
054700                  MOVE "Y" TO WS-PAIR-ANSWERED(WS-PAIR-COUNT)
054800              END-IF
054900          END-IF
055000      END-IF.
055100      PERFORM 1510-READ-HISTORY THRU 1510-EXIT.
055200   1520-EXIT.
055300      EXIT.
055400*--------------------------------------------------------------
055500* 1600-LOAD-MASTER - BUILD THE MASTER-SERVED ANSWER CACHE FROM
055600* THE POH3MST EXACT ENTRIES THE LOADED TABLE STILL BACKS.  A
055700* MISSING MASTER ONLY MEANS NOTHING IS SERVED FROM IT.
055800*--------------------------------------------------------------
055900   1600-LOAD-MASTER.
056000      OPEN INPUT POH3MSTF.
056100      IF WS-MST-FS NOT = "00"
056200          GO TO 1600-EXIT
056300      END-IF.
056400      MOVE "N" TO WS-MST-EOF-SWITCH.
056500      PERFORM 1610-READ-MASTER THRU 1610-EXIT.
056600      PERFORM 1620-CACHE-MASTER THRU 1620-EXIT
056700          UNTIL WS-MST-EOF.
056800      CLOSE POH3MSTF.
056900   1600-EXIT.
057000      EXIT.
057100*--------------------------------------------------------------
057200* 1610-READ-MASTER
057300*--------------------------------------------------------------
057400   1610-READ-MASTER.
057500      READ POH3MSTF
057600          AT END
057700              MOVE "Y" TO WS-MST-EOF-SWITCH
057800      END-READ.
057900   1610-EXIT.
058000      EXIT.
058100*--------------------------------------------------------------
058200* 1620-CACHE-MASTER
058300*--------------------------------------------------------------
058400   1620-CACHE-MASTER.
058500      IF POH3-MST-STATUS NOT = "EXACT   "
058600              OR WS-MSC-FULL
058700          GO TO 1620-NEXT
058800      END-IF.
058900      MOVE POH3-MST-N TO WS-MSC-WORK-N.
059000      PERFORM 2870-FIND-CACHE THRU 2870-EXIT.
059100      IF WS-MSC-HIT > 0
059200          GO TO 1620-NEXT
059300      END-IF.
059400      SET POH3-BX TO 1.
059500      SEARCH POH3-BRK-ENTRY
059600          AT END
059700              CONTINUE
059800          WHEN POH3-BX > POH3-BRK-COUNT
059900              CONTINUE
060000          WHEN POH3-BRK-TAB-THRESHOLD(POH3-BX) = POH3-MST-N
060100              IF POH3-BRK-TAB-RESULT(POH3-BX) = POH3-MST-RESULT
060200                  PERFORM 1630-ADD-CACHE THRU 1630-EXIT
060300              END-IF
060400      END-SEARCH.
060500   1620-NEXT.
060600      PERFORM 1610-READ-MASTER THRU 1610-EXIT.
060700   1620-EXIT.
060800      EXIT.
060900*--------------------------------------------------------------
061000* 1630-ADD-CACHE
061100*--------------------------------------------------------------
061200   1630-ADD-CACHE.
061300      IF WS-MSC-COUNT = 2000
061400          DISPLAY "MASTER CACHE FULL - OVERFLOW RE-DRIVEN"
061500          MOVE "Y" TO WS-MSC-FULL-SWITCH
061600          GO TO 1630-EXIT
061700      END-IF.
061800      ADD 1 TO WS-MSC-COUNT.
061900      MOVE POH3-MST-N TO WS-MSC-N(WS-MSC-COUNT).
062000      MOVE POH3-BRK-TAB-RESULT(POH3-BX)
062100          TO WS-MSC-RESULT(WS-MSC-COUNT).
062200      MOVE POH3-BRK-TAB-BUCKET(POH3-BX)
062300          TO WS-MSC-BUCKET(WS-MSC-COUNT).
062400   1630-EXIT.
062500      EXIT.
062600*--------------------------------------------------------------
062700* 1700-TAKE-LOCK - THE SAME IN-FLIGHT LOCK POH3BAT TAKES.  A
062771* LIVE LOCK - THE NIGHTLY RUN, ANOTHER EXPRESS RUN, OR ANY
062843* OTHER POH3LOG WRITER - REFUSES THIS RUN WITH RETURN-CODE 24,
062914* AND A STALE ONE IS CALLED OUT AND STILL REFUSED; THE
062986* OPERATOR, NEVER THIS PROGRAM, CLEARS IT.  WHILE THIS RUN
063057* HOLDS THE LOCK, POH3BAT IS REFUSED IN TURN WITH RETURN-CODE
063129* 24 AND THE SCHEDULER RERUNS IT ONCE THE LOCK IS RELEASED.
063200*--------------------------------------------------------------
063300   1700-TAKE-LOCK.
063400      ACCEPT WS-LOCK-TODAY FROM DATE YYYYMMDD.
063500      OPEN INPUT POH3LCKF.
063600      IF WS-LCK-FS = "35"
063700          PERFORM 1710-WRITE-LOCK THRU 1710-EXIT
063800          GO TO 1700-EXIT
063900      END-IF.
064000      IF WS-LCK-FS NOT = "00"
064100          DISPLAY "POH3LCK OPEN FAILED - FILE STATUS " WS-LCK-FS
064200          MOVE 16 TO RETURN-CODE
064300          MOVE "Y" TO WS-EOF-SWITCH
064400          GO TO 1700-EXIT
064500      END-IF.
064600      READ POH3LCKF
064700          AT END
064800              CLOSE POH3LCKF
064900              PERFORM 1710-WRITE-LOCK THRU 1710-EXIT
065000              GO TO 1700-EXIT
065100      END-READ.
065200      CLOSE POH3LCKF.
065300      IF POH3-LCK-DATE = WS-LOCK-TODAY
065400          DISPLAY "POH3LCK HELD BY "
065500              POH3-LCK-IDENTITY
065600      ELSE
065700          DISPLAY "STALE RUN LOCK DATED " POH3-LCK-DATE
065800              " - PRIOR RUN ABENDED, CLEAR POH3LCK TO RUN"
065900      END-IF.
066000      MOVE 24 TO RETURN-CODE.
066100      MOVE "Y" TO WS-EOF-SWITCH.
066200   1700-EXIT.
066300      EXIT.
066400*--------------------------------------------------------------
066500* 1710-WRITE-LOCK
066600*--------------------------------------------------------------
066700   1710-WRITE-LOCK.
066800      OPEN OUTPUT POH3LCKF.
066900      IF WS-LCK-FS NOT = "00"
067000          DISPLAY "POH3LCK WRITE FAILED - FILE STATUS " WS-LCK-FS
067100          MOVE 16 TO RETURN-CODE
067200          MOVE "Y" TO WS-EOF-SWITCH
067300          GO TO 1710-EXIT
067400      END-IF.
067500      MOVE SPACES TO POH3-LCK-RECORD.
067600      MOVE WS-LOCK-TODAY TO POH3-LCK-DATE.
067700      ACCEPT WS-LKI-TIME FROM TIME.
067800      MOVE WS-LKI-TIME TO POH3-LCK-TIME.
067900      MOVE WS-LOCK-IDENTITY TO POH3-LCK-IDENTITY.
068000      WRITE POH3-LCK-RECORD.
068100      CLOSE POH3LCKF.
068200      MOVE "Y" TO WS-LOCK-HELD-SWITCH.
068300   1710-EXIT.
068400      EXIT.
068500*--------------------------------------------------------------
068600* 1800-LOAD-REQUESTERS - THE POH3RQM REQUESTER MASTER.  A
068700* MISSING, EMPTY, OR OVERFULL MASTER STOPS THE RUN.
068800*--------------------------------------------------------------
068900   1800-LOAD-REQUESTERS.
069000      MOVE 0 TO POH3-RQT-COUNT.
069100      OPEN INPUT POH3RQMF.
069200      IF WS-RQM-FS NOT = "00"
069300          DISPLAY "POH3RQM OPEN FAILED - FILE STATUS " WS-RQM-FS
069400          MOVE "Y" TO WS-RQM-FAIL-SWITCH
069500          GO TO 1800-EXIT
069600      END-IF.
069700      PERFORM 1810-READ-REQUESTER THRU 1810-EXIT.
069800      PERFORM 1820-ADD-REQUESTER THRU 1820-EXIT
069900          UNTIL WS-RQM-EOF
070000              OR WS-RQM-FAILED.
070100      CLOSE POH3RQMF.
070200      IF NOT WS-RQM-FAILED AND POH3-RQT-COUNT = 0
070300          DISPLAY "POH3RQM IS EMPTY - NO REQUESTERS DEFINED"
070400          MOVE "Y" TO WS-RQM-FAIL-SWITCH
070500      END-IF.
070600   1800-EXIT.
070700      EXIT.
070800*--------------------------------------------------------------
070900* 1810-READ-REQUESTER
071000*--------------------------------------------------------------
071100   1810-READ-REQUESTER.
071200      READ POH3RQMF
071300          AT END
071400              MOVE "Y" TO WS-RQM-EOF-SWITCH
071500      END-READ.
071600   1810-EXIT.
071700      EXIT.
071800*--------------------------------------------------------------
071900* 1820-ADD-REQUESTER
072000*--------------------------------------------------------------
072100   1820-ADD-REQUESTER.
072200      IF POH3-RQT-COUNT = 50
072300          DISPLAY "POH3RQM HAS MORE THAN 50 REQUESTERS"
072400          MOVE "Y" TO WS-RQM-FAIL-SWITCH
072500          GO TO 1820-EXIT
072600      END-IF.
072700      ADD 1 TO POH3-RQT-COUNT.
072800      MOVE POH3-RQM-RECORD TO POH3-RQT-ENTRY(POH3-RQT-COUNT).
072900      PERFORM 1810-READ-REQUESTER THRU 1810-EXIT.
073000   1820-EXIT.
073100      EXIT.
073200*--------------------------------------------------------------
073300* 1900-OPEN-REGISTER - THE POH3SBR SUBMISSION REGISTER, OPENED
073400* FOR APPEND AS POH3COL OPENS IT.  A REGISTER THAT WILL NOT OPEN
073500* IS REPORTED AND SKIPPED - IT MEASURES TURNAROUND, IT NEVER
073600* HOLDS UP AN ANSWER.
073700*--------------------------------------------------------------
073800   1900-OPEN-REGISTER.
073900      OPEN EXTEND POH3SBRF.
074000      IF WS-SBR-FS = "35"
074100          OPEN OUTPUT POH3SBRF
074200      END-IF.
074300      IF WS-SBR-FS NOT = "00"
074400          DISPLAY "POH3SBR OPEN FAILED - FILE STATUS " WS-SBR-FS
074500          GO TO 1900-EXIT
074600      END-IF.
074700      MOVE "Y" TO WS-SBR-OPEN-SWITCH.
074800   1900-EXIT.
074900      EXIT.
075000*--------------------------------------------------------------
075100* 2000-PROCESS-RECORD - ONE EXPRESS LOOKUP, CHECKED AND ANSWERED
075200* IN THE SAME ORDER POH3BAT USES: REQUESTER AUTHORITY, THEN THE
075300* DUPLICATE CHECK, THEN THE DAILY QUOTA, THEN THE CACHE OR
075400* POH3CALC.  EVERY OUTCOME IS AUDITED TO POH3LOG AND GETS A
075500* RESPONSE RECORD; ONLY AN ANSWER IS JOURNALED TO POH3XOUT.
075600*--------------------------------------------------------------
075700   2000-PROCESS-RECORD.
075800      MOVE POH3-XIN-BUFFER TO POH3-IN-RECORD.
075900      MOVE POH3-IN-N TO WS-IN-N.
076000      MOVE WS-IN-MOVER TO POH3-IF-N.
076100      MOVE POH3-IN-REQUESTER TO POH3-IF-REQUESTER.
076200      MOVE POH3-IN-REFERENCE TO POH3-IF-REFERENCE.
076300      MOVE POH3-IN-REQUESTER TO WS-WORK-REQUESTER.
076400      MOVE POH3-IN-REFERENCE TO WS-WORK-REFERENCE.
076500      MOVE "N" TO WS-HELD-SWITCH.
076600      PERFORM 2300-REGISTER-DETAIL THRU 2300-EXIT.
076700      PERFORM 2900-CHECK-REQUESTER THRU 2900-EXIT.
076800      IF WS-REJECT-REASON NOT = SPACES
076900          ADD 1 TO WS-UNAUTH-COUNT
077000          MOVE 0 TO POH3-IF-RESULT
077100          MOVE SPACE TO POH3-IF-BUCKET
077200          MOVE WS-REJECT-REASON TO POH3-IF-STATUS
077300          CALL "POH3LOG" USING WS-LOG-TAG, POH3-INTERFACE
077400          MOVE "REJ" TO WS-RSP-TYPE
077500          PERFORM 2400-HOLD-RESPONSE THRU 2400-EXIT
077600          GO TO 2000-NEXT
077700      END-IF.
077800      PERFORM 2800-CHECK-DUPLICATE THRU 2800-EXIT.
077900      IF WS-DUP-FOUND
078000          ADD 1 TO WS-DUP-COUNT
078100          MOVE 0 TO POH3-IF-RESULT
078200          MOVE SPACE TO POH3-IF-BUCKET
078300          MOVE "DUPLICAT" TO POH3-IF-STATUS
078400          CALL "POH3LOG" USING WS-LOG-TAG, POH3-INTERFACE
078500          PERFORM 2550-RETURN-DUPLICATE THRU 2550-EXIT
078600          GO TO 2000-NEXT
078700      END-IF.
078800      PERFORM 2960-CHECK-QUOTA THRU 2960-EXIT.
078900      IF WS-QUOTA-HELD
079000          ADD 1 TO WS-HELD-COUNT
079100          MOVE 0 TO POH3-IF-RESULT
079200          MOVE SPACE TO POH3-IF-BUCKET
079300          MOVE "HELD    " TO POH3-IF-STATUS
079400          CALL "POH3LOG" USING WS-LOG-TAG, POH3-INTERFACE
079500          MOVE "OVRQUOTA" TO POH3-IF-STATUS
079600          MOVE "HLD" TO WS-RSP-TYPE
079700          PERFORM 2400-HOLD-RESPONSE THRU 2400-EXIT
079800          GO TO 2000-NEXT
079900      END-IF.
080000      PERFORM 2850-ADD-PAIR THRU 2850-EXIT.
080100      IF WS-RUN-ABORTED
080200          GO TO 2000-EXIT
080300      END-IF.
080400      PERFORM 2860-TRY-MASTER THRU 2860-EXIT.
080500      IF NOT WS-MST-SERVED
080600          CALL "POH3CALC" USING POH3-INTERFACE
080700      END-IF.
080800      CALL "POH3LOG" USING WS-LOG-TAG, POH3-INTERFACE.
080900      IF WS-MST-SERVED
081000          MOVE "EXACT   " TO POH3-IF-STATUS
081100      END-IF.
081200      IF POH3-IF-STATUS = "INVALID "
081300          ADD 1 TO WS-INVALID-COUNT
081400          PERFORM 2500-WRITE-SUSPENSE THRU 2500-EXIT
081500          MOVE POH3-REJ-REASON TO POH3-IF-STATUS
081600          MOVE "SUS" TO WS-RSP-TYPE
081700          PERFORM 2400-HOLD-RESPONSE THRU 2400-EXIT
081800      ELSE
081900          ADD 1 TO WS-ANSWER-COUNT
082000          MOVE POH3-IF-N TO WS-PAIR-N(WS-PAIR-COUNT)
082100          MOVE POH3-IF-RESULT TO WS-PAIR-RESULT(WS-PAIR-COUNT)
082200          MOVE "Y" TO WS-PAIR-ANSWERED(WS-PAIR-COUNT)
082300          PERFORM 2200-WRITE-JOURNAL THRU 2200-EXIT
082400          MOVE "RES" TO WS-RSP-TYPE
082500          PERFORM 2400-HOLD-RESPONSE THRU 2400-EXIT
082600      END-IF.
082700   2000-NEXT.
082800      ADD 1 TO WS-REC-COUNT.
082900      PERFORM 2100-READ-INPUT THRU 2100-EXIT.
083000   2000-EXIT.
083100      EXIT.
083200*--------------------------------------------------------------
083300* 2100-READ-INPUT - THE VALIDATED TRAILER READS AS END OF FILE.
083400*--------------------------------------------------------------
083500   2100-READ-INPUT.
083600      READ POH3XINF
083700          AT END
083800              MOVE "Y" TO WS-EOF-SWITCH
083900          NOT AT END
084000              MOVE POH3-XIN-BUFFER TO POH3-IN-CONTROL
084100              IF POH3-INC-IS-TRAILER
084200                  MOVE "Y" TO WS-EOF-SWITCH
084300              END-IF
084400      END-READ.
084500   2100-EXIT.
084600      EXIT.
084700*--------------------------------------------------------------
084800* 2200-WRITE-JOURNAL - ONE ANSWER TO POH3XOUT, BYTE FOR BYTE
084900* WHAT POH3PUB WOULD HAVE PUBLISHED FOR IT OVERNIGHT.
085000*--------------------------------------------------------------
085100   2200-WRITE-JOURNAL.
085200      MOVE SPACES TO POH3-OUT-RECORD.
085300      MOVE POH3-IF-N TO POH3-OUT-N.
085400      MOVE POH3-IF-RESULT TO POH3-OUT-RESULT.
085500      MOVE POH3-IF-STATUS TO POH3-OUT-STATUS.
085600      MOVE POH3-IF-REQUESTER TO POH3-OUT-REQUESTER.
085700      MOVE POH3-IF-REFERENCE TO POH3-OUT-REFERENCE.
085800      WRITE POH3-OUT-RECORD.
085900   2200-EXIT.
086000      EXIT.
086100*--------------------------------------------------------------
086200* 2300-REGISTER-DETAIL - ONE REGISTER ENTRY PER DETAIL TAKEN
086300* IN, DATED BY THE EXPRESS FILE'S HEADER.
086400*--------------------------------------------------------------
086500   2300-REGISTER-DETAIL.
086600      IF NOT WS-SBR-IS-OPEN
086700          GO TO 2300-EXIT
086800      END-IF.
086900      MOVE SPACES TO POH3-SBR-RECORD.
087000      MOVE POH3-IN-REQUESTER TO POH3-SBR-REQUESTER.
087100      MOVE POH3-IN-REFERENCE TO POH3-SBR-REFERENCE.
087200      MOVE POH3-IN-N TO POH3-SBR-N.
087300      MOVE WS-HDR-DATE TO POH3-SBR-SUBMIT-DATE.
087400      MOVE WS-RUN-DATE TO POH3-SBR-INTAKE-DATE.
087500      MOVE "POH3EXP" TO POH3-SBR-PROGRAM.
087600      WRITE POH3-SBR-RECORD.
087700   2300-EXIT.
087800      EXIT.
087900*--------------------------------------------------------------
088000* 2400-HOLD-RESPONSE - BUILD ONE RESPONSE RECORD OF THE TYPE
088100* ALREADY SET IN WS-RSP-TYPE FROM THE INTERFACE BLOCK - THE
088200* RESULT AND STATUS FOR AN ANSWER, THE REASON AND RUN DATE FOR
088300* ANYTHING ELSE - AND HOLD IT AGAINST THE REQUESTER'S FILE.
088400*--------------------------------------------------------------
088500   2400-HOLD-RESPONSE.
088600      MOVE SPACES TO POH3-DST-RECORD.
088700      MOVE WS-RSP-TYPE TO POH3-DST-TYPE.
088800      MOVE POH3-IF-REFERENCE TO POH3-DST-REFERENCE.
088900      MOVE POH3-IF-N TO POH3-DST-N.
089000      MOVE POH3-IF-RESULT TO POH3-DST-RESULT.
089100      MOVE POH3-IF-STATUS TO POH3-DST-REASON.
089200      IF NOT POH3-DST-IS-RESULT
089300          MOVE 0 TO POH3-DST-RESULT
089400          MOVE WS-RUN-DATE TO POH3-DST-DATE
089500      END-IF.
089600      MOVE POH3-IF-REQUESTER TO WS-WORK-REQUESTER.
089700      PERFORM 2910-FIND-REQUESTER THRU 2910-EXIT.
089800      ADD 1 TO WS-RSP-COUNT.
089900      IF WS-RQT-HIT = 0
090000          MOVE WS-CATCH-DX TO WS-RSP-SLOT(WS-RSP-COUNT)
090100      ELSE
090200          MOVE WS-RQT-HIT TO WS-RSP-SLOT(WS-RSP-COUNT)
090300      END-IF.
090400      MOVE POH3-DST-RECORD TO WS-RSP-RECORD(WS-RSP-COUNT).
090500   2400-EXIT.
090600      EXIT.
090700*--------------------------------------------------------------
090800* 2500-WRITE-SUSPENSE - AN INVALID LOOKUP GOES TO POH3REJ
090900* EXACTLY AS POH3BAT WOULD HAVE SENT IT, FOR POH3RCY TO
091000* RE-DRIVE AFTER A TABLE UPDATE.
091100*--------------------------------------------------------------
091200   2500-WRITE-SUSPENSE.
091300      MOVE SPACES TO POH3-REJ-RECORD.
091400      MOVE POH3-IF-N TO POH3-REJ-N.
091500      MOVE POH3-IF-REQUESTER TO POH3-REJ-REQUESTER.
091600      MOVE POH3-IF-REFERENCE TO POH3-REJ-REFERENCE.
091700      MOVE WS-RUN-DATE TO POH3-REJ-DATE.
091800      IF POH3-IF-N = 0
091900          MOVE "N-ZERO  " TO POH3-REJ-REASON
092000      ELSE
092100          MOVE "NOMATCH " TO POH3-REJ-REASON
092200      END-IF.
092300      MOVE 0 TO POH3-REJ-AGE.
092400      WRITE POH3-REJ-RECORD.
092500   2500-EXIT.
092600      EXIT.
092700*--------------------------------------------------------------
092800* 2550-RETURN-DUPLICATE - A REPEAT OF A PAIR ALREADY ANSWERED
092900* FOR THE SAME N GETS THAT ANSWER BACK, STATUS DUPLICAT, SO A
093000* RESENT FILE LOSES NOTHING; ANY OTHER REPEAT IS TURNED AWAY AS
093100* A DUPLICAT REJECT.  NEITHER IS LOOKED UP OR BILLED AGAIN.
093200*--------------------------------------------------------------
093300   2550-RETURN-DUPLICATE.
093400      IF WS-PAIR-ANSWERED(WS-PAIR-HIT) = "Y"
093500              AND WS-PAIR-N(WS-PAIR-HIT) = POH3-IF-N
093600          MOVE WS-PAIR-RESULT(WS-PAIR-HIT) TO POH3-IF-RESULT
093700          MOVE "RES" TO WS-RSP-TYPE
093800      ELSE
093900          MOVE "REJ" TO WS-RSP-TYPE
094000      END-IF.
094100      PERFORM 2400-HOLD-RESPONSE THRU 2400-EXIT.
094200   2550-EXIT.
094300      EXIT.
094400*--------------------------------------------------------------
094500* 2800-CHECK-DUPLICATE - WS-DUP-FOUND COMES BACK SET, AND
094600* WS-PAIR-HIT ON THE ENTRY, WHEN THE PAIR HAS BEEN SEEN.
094700*--------------------------------------------------------------
094800   2800-CHECK-DUPLICATE.
094900      MOVE "N" TO WS-DUP-SWITCH.
095000      MOVE 0 TO WS-PAIR-HIT.
095100      PERFORM 2810-TEST-PAIR THRU 2810-EXIT
095200          VARYING WS-PAIR-IX FROM 1 BY 1
095300          UNTIL WS-PAIR-IX > WS-PAIR-COUNT
095400              OR WS-PAIR-HIT > 0.
095500      IF WS-PAIR-HIT > 0
095600          MOVE "Y" TO WS-DUP-SWITCH
095700      END-IF.
095800   2800-EXIT.
095900      EXIT.
096000*--------------------------------------------------------------
096100* 2810-TEST-PAIR
096200*--------------------------------------------------------------
096300   2810-TEST-PAIR.
096400      IF WS-PAIR-REQUESTER(WS-PAIR-IX) = WS-WORK-REQUESTER
096500              AND WS-PAIR-REFERENCE(WS-PAIR-IX)
096600                  = WS-WORK-REFERENCE
096700          MOVE WS-PAIR-IX TO WS-PAIR-HIT
096800      END-IF.
096900   2810-EXIT.
097000      EXIT.
097100*--------------------------------------------------------------
097200* 2850-ADD-PAIR - RECORD THE CURRENT PAIR AS SEEN, NOT YET
097300* ANSWERED.  A FULL TABLE STOPS THE RUN WITH RETURN-CODE 16.
097400*--------------------------------------------------------------
097500   2850-ADD-PAIR.
097600      IF WS-PAIR-COUNT = 5000
097700          DISPLAY "DUPLICATE PAIR TABLE FULL - RUN STOPPED"
097800          MOVE 16 TO RETURN-CODE
097900          MOVE "Y" TO WS-RUN-ABORT-SWITCH
098000          GO TO 2850-EXIT
098100      END-IF.
098200      ADD 1 TO WS-PAIR-COUNT.
098300      MOVE WS-WORK-REQUESTER TO WS-PAIR-REQUESTER(WS-PAIR-COUNT).
098400      MOVE WS-WORK-REFERENCE TO WS-PAIR-REFERENCE(WS-PAIR-COUNT).
098500      MOVE 0 TO WS-PAIR-N(WS-PAIR-COUNT).
098600      MOVE 0 TO WS-PAIR-RESULT(WS-PAIR-COUNT).
098700      MOVE "N" TO WS-PAIR-ANSWERED(WS-PAIR-COUNT).
098800   2850-EXIT.
098900      EXIT.
099000*--------------------------------------------------------------
099100* 2860-TRY-MASTER - ANSWER FROM THE CACHE WHEN IT CAN, AUDITED
099200* AS MASTERED AND PUT BACK TO EXACT FOR EVERYTHING DOWNSTREAM.
099300*--------------------------------------------------------------
099400   2860-TRY-MASTER.
099500      MOVE "N" TO WS-MST-SERVE-SWITCH.
099600      IF WS-MSC-COUNT = 0
099700          GO TO 2860-EXIT
099800      END-IF.
099900      MOVE POH3-IF-N TO WS-MSC-WORK-N.
100000      PERFORM 2870-FIND-CACHE THRU 2870-EXIT.
100100      IF WS-MSC-HIT > 0
100200          MOVE WS-MSC-RESULT(WS-MSC-HIT) TO POH3-IF-RESULT
100300          MOVE WS-MSC-BUCKET(WS-MSC-HIT) TO POH3-IF-BUCKET
100400          MOVE "MASTERED" TO POH3-IF-STATUS
100500          MOVE "Y" TO WS-MST-SERVE-SWITCH
100600          ADD 1 TO WS-MST-SERVED-COUNT
100700      END-IF.
100800   2860-EXIT.
100900      EXIT.
101000*--------------------------------------------------------------
101100* 2870-FIND-CACHE
101200*--------------------------------------------------------------
101300   2870-FIND-CACHE.
101400      MOVE 0 TO WS-MSC-HIT.
101500      PERFORM 2880-TEST-CACHE THRU 2880-EXIT
101600          VARYING WS-MX FROM 1 BY 1
101700          UNTIL WS-MX > WS-MSC-COUNT
101800              OR WS-MSC-HIT > 0.
101900   2870-EXIT.
102000      EXIT.
102100*--------------------------------------------------------------
102200* 2880-TEST-CACHE
102300*--------------------------------------------------------------
102400   2880-TEST-CACHE.
102500      IF WS-MSC-N(WS-MX) = WS-MSC-WORK-N
102600          MOVE WS-MX TO WS-MSC-HIT
102700      END-IF.
102800   2880-EXIT.
102900      EXIT.
103000*--------------------------------------------------------------
103100* 2900-CHECK-REQUESTER - UNKNOWN WHEN THE ID IS NOT ON THE
103200* MASTER, SUSPEND WHEN IT IS NOT AUTHORIZED FOR TODAY.
103300*--------------------------------------------------------------
103400   2900-CHECK-REQUESTER.
103500      MOVE SPACES TO WS-REJECT-REASON.
103600      PERFORM 2910-FIND-REQUESTER THRU 2910-EXIT.
103700      IF WS-RQT-HIT = 0
103800          MOVE "UNKNOWN " TO WS-REJECT-REASON
103900          GO TO 2900-EXIT
104000      END-IF.
104100      IF POH3-RQT-STATUS(WS-RQT-HIT) NOT = "A"
104200              OR POH3-RQT-EFF-FROM(WS-RQT-HIT) > WS-RUN-DATE
104300              OR POH3-RQT-EFF-TO(WS-RQT-HIT) < WS-RUN-DATE
104400          MOVE "SUSPEND " TO WS-REJECT-REASON
104500      END-IF.
104600   2900-EXIT.
104700      EXIT.
104800*--------------------------------------------------------------
104900* 2910-FIND-REQUESTER
105000*--------------------------------------------------------------
105100   2910-FIND-REQUESTER.
105200      MOVE 0 TO WS-RQT-HIT.
105300      SET POH3-QX TO 1.
105400      SEARCH POH3-RQT-ENTRY
105500          AT END
105600              CONTINUE
105700          WHEN POH3-QX > POH3-RQT-COUNT
105800              CONTINUE
105900          WHEN POH3-RQT-REQUESTER(POH3-QX) = WS-WORK-REQUESTER
106000              SET WS-RQT-HIT TO POH3-QX
106100      END-SEARCH.
106200   2910-EXIT.
106300      EXIT.
106400*--------------------------------------------------------------
106500* 2960-CHECK-QUOTA - THE SAME DAILY QUOTA THE NIGHTLY RUN
106600* ENFORCES, SHARED WITH IT.  A QUOTA OF ZERO IS NO CAP.
106700*--------------------------------------------------------------
106800   2960-CHECK-QUOTA.
106900      MOVE "N" TO WS-HELD-SWITCH.
107000      IF POH3-RQT-DAILY-QUOTA(WS-RQT-HIT) > 0
107100              AND WS-QUOTA-USED(WS-RQT-HIT)
107200                  NOT < POH3-RQT-DAILY-QUOTA(WS-RQT-HIT)
107300          MOVE "Y" TO WS-HELD-SWITCH
107400          GO TO 2960-EXIT
107500      END-IF.
107600      ADD 1 TO WS-QUOTA-USED(WS-RQT-HIT).
107700   2960-EXIT.
107800      EXIT.
107900*--------------------------------------------------------------
108000* 9999-TERMINATE - APPEND THE RUN'S RESPONSES, WRITE THE
108100* SUMMARY, CLOSE EVERYTHING, AND RELEASE THE LOCK.  WHATEVER WAS
108200* ANSWERED BEFORE A MID-RUN STOP IS STILL SENT BACK.
108300*--------------------------------------------------------------
108400   9999-TERMINATE.
108500      IF WS-EOF AND WS-INPUT-OPENED AND NOT WS-CTL-FAILED
108600              AND NOT WS-RUN-ABORTED
108700              AND WS-REC-COUNT NOT = WS-TRL-COUNT
108800          DISPLAY "POH3XIN PROCESSED COUNT DOES NOT MATCH TRAILER"
108900          MOVE 12 TO RETURN-CODE
109000      END-IF.
109100      IF WS-RSP-COUNT > 0
109200          PERFORM 3000-WRITE-RESPONSES THRU 3000-EXIT
109300              VARYING WS-DX FROM 1 BY 1
109400              UNTIL WS-DX > WS-CATCH-DX
109500      END-IF.
109600      IF WS-INPUT-OPENED AND NOT WS-CTL-FAILED
109700          PERFORM 3500-WRITE-SUMMARY THRU 3500-EXIT
109800      END-IF.
109900      IF WS-INPUT-OPENED
110000          CLOSE POH3XINF
110100      END-IF.
110200      IF WS-REJ-FS = "00"
110300          CLOSE POH3REJF
110400      END-IF.
110500      IF WS-XOU-FS = "00"
110600          CLOSE POH3XOUTF
110700      END-IF.
110800      IF WS-SBR-IS-OPEN
110900          CLOSE POH3SBRF
111000      END-IF.
111100      IF WS-LOCK-HELD
111200          PERFORM 9200-RELEASE-LOCK THRU 9200-EXIT
111300      END-IF.
111400      MOVE "E" TO POH3-RIF-MODE.
111500      MOVE WS-REC-COUNT TO POH3-RIF-RECS-IN.
111600      MOVE WS-ANSWER-COUNT TO POH3-RIF-RECS-OUT.
111700      MOVE RETURN-CODE TO POH3-RIF-RC.
111800      CALL "POH3RUN" USING POH3-RUN-INTERFACE.
111900   9999-EXIT.
112000      EXIT.
112100*--------------------------------------------------------------
112200* 3000-WRITE-RESPONSES - ONE REQUESTER'S BLOCK: EVERY HELD
112300* RESPONSE FOR ITS SLOT, THEN A TRAILER WITH THE BLOCK'S COUNT,
112400* APPENDED TO ITS POH3XR FILE.  A SLOT WITH NOTHING THIS RUN IS
112500* NOT OPENED.  A FILE THAT WILL NOT OPEN LOSES NO ANSWER - EACH
112600* IS ON POH3LOG AND POH3XOUT - BUT THE RUN ENDS RETURN-CODE 16
112700* SO THE OPERATOR RESENDS IT.
112800*--------------------------------------------------------------
112900   3000-WRITE-RESPONSES.
113000      PERFORM 3100-COUNT-SLOT THRU 3100-EXIT
113100          VARYING WS-RSP-IX FROM 1 BY 1
113200          UNTIL WS-RSP-IX > WS-RSP-COUNT.
113300      IF WS-XRQ-COUNT(WS-DX) = 0
113400          GO TO 3000-EXIT
113500      END-IF.
113600      IF WS-DX < WS-CATCH-DX
113700          MOVE POH3-RQT-DD-SUFFIX(WS-DX) TO WS-XRQ-SUFFIX
113800      ELSE
113900          MOVE "X" TO WS-XRQ-SUFFIX
114000      END-IF.
114100      OPEN EXTEND POH3XRQF.
114200      IF WS-XRQ-FS = "35"
114300          OPEN OUTPUT POH3XRQF
114400      END-IF.
114500      IF WS-XRQ-FS NOT = "00"
114600          DISPLAY WS-XRQ-DDNAME " OPEN FAILED - FILE STATUS "
114700              WS-XRQ-FS
114800          MOVE 16 TO RETURN-CODE
114900          GO TO 3000-EXIT
115000      END-IF.
115100      PERFORM 3200-WRITE-SLOT THRU 3200-EXIT
115200          VARYING WS-RSP-IX FROM 1 BY 1
115300          UNTIL WS-RSP-IX > WS-RSP-COUNT.
115400      MOVE SPACES TO POH3-DST-RECORD.
115500      MOVE "TRL" TO POH3-DST-TYPE.
115600      MOVE WS-XRQ-COUNT(WS-DX) TO POH3-DST-TRL-COUNT.
115700      WRITE POH3-XRQ-RECORD FROM POH3-DST-RECORD.
115800      CLOSE POH3XRQF.
115900   3000-EXIT.
116000      EXIT.
116100*--------------------------------------------------------------
116200* 3100-COUNT-SLOT
116300*--------------------------------------------------------------
116400   3100-COUNT-SLOT.
116500      IF WS-RSP-SLOT(WS-RSP-IX) = WS-DX
116600          ADD 1 TO WS-XRQ-COUNT(WS-DX)
116700      END-IF.
116800   3100-EXIT.
116900      EXIT.
117000*--------------------------------------------------------------
117100* 3200-WRITE-SLOT
117200*--------------------------------------------------------------
117300   3200-WRITE-SLOT.
117400      IF WS-RSP-SLOT(WS-RSP-IX) = WS-DX
117500          WRITE POH3-XRQ-RECORD FROM WS-RSP-RECORD(WS-RSP-IX)
117600      END-IF.
117700   3200-EXIT.
117800      EXIT.
117900*--------------------------------------------------------------
118000* 3500-WRITE-SUMMARY - THE RUN'S COUNTS TO POH3XSUM, IN THE
118100* SAME LABEL/COUNT LINES POH3BAT WRITES TO POH3SUM.
118200*--------------------------------------------------------------
118300   3500-WRITE-SUMMARY.
118400      OPEN OUTPUT POH3XSUMF.
118500      IF WS-SUM-FS NOT = "00"
118600          DISPLAY "POH3XSUM OPEN FAILED - FILE STATUS " WS-SUM-FS
118700          GO TO 3500-EXIT
118800      END-IF.
118900      MOVE "EXPRESS" TO WS-SUM-LABEL.
119000      MOVE WS-REC-COUNT TO WS-SUM-COUNT.
119100      WRITE POH3-XSUM-RECORD FROM WS-SUM-LINE.
119200      MOVE "ANSWERED" TO WS-SUM-LABEL.
119300      MOVE WS-ANSWER-COUNT TO WS-SUM-COUNT.
119400      WRITE POH3-XSUM-RECORD FROM WS-SUM-LINE.
119500      MOVE "MASTERED" TO WS-SUM-LABEL.
119600      MOVE WS-MST-SERVED-COUNT TO WS-SUM-COUNT.
119700      WRITE POH3-XSUM-RECORD FROM WS-SUM-LINE.
119800      MOVE "SUSPENSE" TO WS-SUM-LABEL.
119900      MOVE WS-INVALID-COUNT TO WS-SUM-COUNT.
120000      WRITE POH3-XSUM-RECORD FROM WS-SUM-LINE.
120100      MOVE "DUPLICATE" TO WS-SUM-LABEL.
120200      MOVE WS-DUP-COUNT TO WS-SUM-COUNT.
120300      WRITE POH3-XSUM-RECORD FROM WS-SUM-LINE.
120400      MOVE "UNAUTH" TO WS-SUM-LABEL.
120500      MOVE WS-UNAUTH-COUNT TO WS-SUM-COUNT.
120600      WRITE POH3-XSUM-RECORD FROM WS-SUM-LINE.
120700      MOVE "HELD" TO WS-SUM-LABEL.
120800      MOVE WS-HELD-COUNT TO WS-SUM-COUNT.
120900      WRITE POH3-XSUM-RECORD FROM WS-SUM-LINE.
121000      CLOSE POH3XSUMF.
121100   3500-EXIT.
121200      EXIT.
121300*--------------------------------------------------------------
121400* 9200-RELEASE-LOCK - REBUILD POH3LCK EMPTY, ONLY THROUGH THE
121500* CONTROLLED END OF JOB.
121600*--------------------------------------------------------------
121700   9200-RELEASE-LOCK.
121800      OPEN OUTPUT POH3LCKF.
121900      IF WS-LCK-FS NOT = "00"
122000          DISPLAY "POH3LCK RELEASE FAILED - FILE STATUS "
122100              WS-LCK-FS
122200      ELSE
122300          CLOSE POH3LCKF
122400      END-IF.
122500   9200-EXIT.
122600      EXIT.
