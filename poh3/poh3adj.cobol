000100   IDENTIFICATION DIVISION.
000200   PROGRAM-ID.     POH3ADJ.
000300   AUTHOR.         RTM.
000400   INSTALLATION.   BATCH SYSTEMS GROUP.
000500   DATE-WRITTEN.   10/15/2026.
000600   DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000*  10/15/2026  RTM       ORIGINAL VERSION.  A WAIVED CHARGE, A
001100*                        SETTLED DISPUTE OR A BILLING CORRECTION
001200*                        WAS A HAND-WRITTEN NOTE STAPLED TO THE
001300*                        PRINTED STATEMENT, SO THE POH3STM TOTAL
001400*                        NEVER MATCHED WHAT FINANCE ACTUALLY
001500*                        CHARGED.  FINANCE NOW KEYS EACH CREDIT
001600*                        OR DEBIT ONTO POH3ADT (POH3ADJR LAYOUT -
001700*                        REQUESTER, STATEMENT MONTH, REFERENCE OR
001800*                        DATE, AN AMOUNT OR A LOOKUP COUNT, REASON
001900*                        CODE, APPROVER) AND THIS JOB EDITS THE
002000*                        DECK THE WAY POH3RQM EDITS ITS
002100*                        TRANSACTIONS: EVERY ADJUSTMENT IS
002200*                        REPORTED TO POH3ADP WITH ITS DISPOSITION,
002300*                        A COUNT IS PRICED AT THE POH3RTE RATE FOR
002400*                        ITS STATUS, AND THE ACCEPTED SET IS
002500*                        WRITTEN TO POH3ADJ FOR POH3BIL ONLY WHEN
002600*                        EVERY ADJUSTMENT PASSES - A FAILED EDIT
002700*                        LEAVES THE LAST APPROVED POH3ADJ IN PLACE
002800*                        AND ENDS WITH RETURN-CODE 8.  THE RUN
002900*                        STAMPS POH3RUN.
003000*--------------------------------------------------------------
003100   ENVIRONMENT DIVISION.
003200   INPUT-OUTPUT SECTION.
003300   FILE-CONTROL.
003400      SELECT POH3ADTF ASSIGN TO "POH3ADT"
003500          ORGANIZATION IS LINE SEQUENTIAL
003600          FILE STATUS IS WS-ADT-FS.
003700      SELECT POH3ADJF ASSIGN TO "POH3ADJ"
003800          ORGANIZATION IS LINE SEQUENTIAL
003900          FILE STATUS IS WS-ADJ-FS.
004000      SELECT POH3ADPF ASSIGN TO "POH3ADP"
004100          ORGANIZATION IS LINE SEQUENTIAL
004200          FILE STATUS IS WS-ADP-FS.
004300      SELECT POH3RTEF ASSIGN TO "POH3RTE"
004400          ORGANIZATION IS LINE SEQUENTIAL
004500          FILE STATUS IS WS-RTE-FS.
004600      SELECT POH3RQMF ASSIGN TO "POH3RQM"
004700          ORGANIZATION IS LINE SEQUENTIAL
004800          FILE STATUS IS WS-RQM-FS.
004900   DATA DIVISION.
005000   FILE SECTION.
005100   FD  POH3ADTF.
005200      COPY POH3ADJR.
005300   FD  POH3ADJF.
005400   01  POH3-ADJ-OUT-RECORD         PIC X(72).
005500   FD  POH3ADPF.
005600   01  POH3-ADP-RECORD             PIC X(132).
005700   FD  POH3RTEF.
005800      COPY POH3RTER.
005900   FD  POH3RQMF.
006000      COPY POH3RQMR.
006100   WORKING-STORAGE SECTION.
006200      COPY POH3RQMT.
006300      COPY POH3RIF.
006400   01  WS-SWITCHES.
006500      05  WS-ADT-EOF-SWITCH       PIC X(01) VALUE "N".
006600          88  WS-ADT-EOF                      VALUE "Y".
006700      05  WS-RTE-EOF-SWITCH       PIC X(01) VALUE "N".
006800          88  WS-RTE-EOF                      VALUE "Y".
006900      05  WS-RQM-EOF-SWITCH       PIC X(01) VALUE "N".
007000          88  WS-RQM-EOF                      VALUE "Y".
007100      05  WS-EDIT-FAIL-SWITCH     PIC X(01) VALUE "N".
007200          88  WS-EDIT-FAILED                  VALUE "Y".
007300      05  WS-TXN-FAIL-SWITCH      PIC X(01) VALUE "N".
007400          88  WS-TXN-FAILED                   VALUE "Y".
007500*--------------------------------------------------------------
007600* THE LOADED RATE TABLE, THE SAME TABLE POH3BIL PRICES THE
007700* MONTH FROM, SO A COUNT ADJUSTMENT IS PRICED EXACTLY AS THE
007800* LOOKUPS IT CORRECTS WERE.
007900*--------------------------------------------------------------
008000   01  WS-RATE-TABLE.
008100      05  WS-RTE-ENTRY OCCURS 20 TIMES.
008200          10  WS-RTE-STATUS       PIC X(08).
008300          10  WS-RTE-RATE         PIC 9(05)V99.
008400*--------------------------------------------------------------
008500* ACCEPTED ADJUSTMENTS ARE HELD HERE, PRICED, AND ONLY WRITTEN
008600* TO POH3ADJ ONCE THE WHOLE DECK HAS PASSED EDIT.  THE ENTRY IS
008700* THE POH3ADJR RECORD IMAGE SO IT GOES OUT AS ONE MOVE.
008800*--------------------------------------------------------------
008900   01  WS-ACCEPT-TABLE.
009000      05  WS-ACC-ENTRY OCCURS 200 TIMES.
009100          10  WS-ACC-REQUESTER    PIC X(04).
009200          10  FILLER              PIC X(01).
009300          10  WS-ACC-STMT-MONTH   PIC X(06).
009400          10  FILLER              PIC X(01).
009500          10  WS-ACC-REFERENCE    PIC X(08).
009600          10  FILLER              PIC X(01).
009700          10  WS-ACC-DATE         PIC X(08).
009800          10  FILLER              PIC X(01).
009900          10  WS-ACC-TYPE         PIC X(01).
010000          10  FILLER              PIC X(01).
010100          10  WS-ACC-AMOUNT       PIC 9(07)V99.
010200          10  FILLER              PIC X(01).
010300          10  WS-ACC-COUNT        PIC X(07).
010400          10  FILLER              PIC X(01).
010500          10  WS-ACC-STATUS       PIC X(08).
010600          10  FILLER              PIC X(01).
010700          10  WS-ACC-REASON       PIC X(04).
010800          10  FILLER              PIC X(01).
010900          10  WS-ACC-APPROVER     PIC X(08).
011000   01  WS-MONTH-CHECK.
011100      05  WS-CHK-YYYY             PIC X(04).
011200      05  WS-CHK-MM               PIC X(02).
011300          88  WS-CHK-MM-VALID                 VALUE "01"
011400                                              THRU "12".
011500   01  WS-RPT-LEGEND.
011600      05  FILLER                  PIC X(06) VALUE "REQ".
011700      05  FILLER                  PIC X(08) VALUE "MONTH".
011800      05  FILLER                  PIC X(10) VALUE "REFERENCE".
011900      05  FILLER                  PIC X(10) VALUE "DATE".
012000      05  FILLER                  PIC X(03) VALUE "T".
012100      05  FILLER                  PIC X(11) VALUE "AMOUNT".
012200      05  FILLER                  PIC X(09) VALUE "COUNT".
012300      05  FILLER                  PIC X(10) VALUE "STATUS".
012400      05  FILLER                  PIC X(06) VALUE "RSN".
012500      05  FILLER                  PIC X(10) VALUE "APPROVER".
012600      05  FILLER                  PIC X(14)
012700                                  VALUE "        PRICED".
012800      05  FILLER                  PIC X(02) VALUE SPACES.
012900      05  FILLER                  PIC X(11) VALUE "DISPOSITION".
013000   01  WS-RPT-DETAIL.
013100      05  WS-RPT-REQUESTER        PIC X(04).
013200      05  FILLER                  PIC X(02) VALUE SPACES.
013300      05  WS-RPT-STMT-MONTH       PIC X(06).
013400      05  FILLER                  PIC X(02) VALUE SPACES.
013500      05  WS-RPT-REFERENCE        PIC X(08).
013600      05  FILLER                  PIC X(02) VALUE SPACES.
013700      05  WS-RPT-DATE             PIC X(08).
013800      05  FILLER                  PIC X(02) VALUE SPACES.
013900      05  WS-RPT-TYPE             PIC X(01).
014000      05  FILLER                  PIC X(02) VALUE SPACES.
014100      05  WS-RPT-AMOUNT           PIC X(09).
014200      05  FILLER                  PIC X(02) VALUE SPACES.
014300      05  WS-RPT-COUNT            PIC X(07).
014400      05  FILLER                  PIC X(02) VALUE SPACES.
014500      05  WS-RPT-STATUS           PIC X(08).
014600      05  FILLER                  PIC X(02) VALUE SPACES.
014700      05  WS-RPT-REASON           PIC X(04).
014800      05  FILLER                  PIC X(02) VALUE SPACES.
014900      05  WS-RPT-APPROVER         PIC X(08).
015000      05  FILLER                  PIC X(02) VALUE SPACES.
015100      05  WS-RPT-PRICED           PIC Z(08)9.99.
015200      05  FILLER                  PIC X(02) VALUE SPACES.
015300      05  WS-RPT-DISPOSITION      PIC X(30).
015400   77  WS-ADT-FS                   PIC X(02).
015500   77  WS-ADJ-FS                   PIC X(02).
015600   77  WS-ADP-FS                   PIC X(02).
015700   77  WS-RTE-FS                   PIC X(02).
015800   77  WS-RQM-FS                   PIC X(02).
015900   77  WS-RATE-COUNT               PIC 9(03) COMP VALUE ZERO.
016000   77  WS-RX                       PIC 9(03) COMP.
016100   77  WS-HIT-RX                   PIC 9(03) COMP.
016200   77  WS-RQT-HIT                  PIC 9(03) COMP.
016300   77  WS-ACC-COUNT-USED           PIC 9(03) COMP VALUE ZERO.
016400   77  WS-AX                       PIC 9(03) COMP.
016500   77  WS-DUP-HIT                  PIC 9(03) COMP.
016600   77  WS-TXN-COUNT                PIC 9(05) COMP VALUE ZERO.
016700   77  WS-ACCEPTED-COUNT           PIC 9(05) COMP VALUE ZERO.
016800   77  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
016900   77  WS-COUNT-DISPLAY            PIC 9(05).
017000   77  WS-PRICED-AMOUNT            PIC 9(07)V99.
017100   77  WS-CREDIT-TOTAL             PIC 9(09)V99 VALUE ZERO.
017200   77  WS-DEBIT-TOTAL              PIC 9(09)V99 VALUE ZERO.
017300   PROCEDURE DIVISION.
017400*--------------------------------------------------------------
017500* 0000-MAINLINE
017600*--------------------------------------------------------------
017700   0000-MAINLINE.
017800      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017900      PERFORM 2000-PROCESS-TXN THRU 2000-EXIT
018000          UNTIL WS-ADT-EOF.
018100      IF NOT WS-EDIT-FAILED
018200          PERFORM 4000-WRITE-ADJUSTMENTS THRU 4000-EXIT
018300      END-IF.
018400      PERFORM 9999-TERMINATE THRU 9999-EXIT.
018500      STOP RUN.
018600*--------------------------------------------------------------
018700* 1000-INITIALIZE - OPEN THE TRANSACTION AND REPORT DATASETS AND
018800* LOAD THE RATES AND THE REQUESTER MASTER THE EDITS RUN AGAINST.
018900* ANY OF THESE MISSING IS FATAL - A DECK THAT CANNOT BE EDITED
019000* MUST NOT REACH THE STATEMENTS.
019100*--------------------------------------------------------------
019200   1000-INITIALIZE.
019300      MOVE 0 TO RETURN-CODE.
019400      MOVE "S" TO POH3-RIF-MODE.
019500      MOVE "POH3ADJ" TO POH3-RIF-PROGRAM.
019600      CALL "POH3RUN" USING POH3-RUN-INTERFACE.
019700      MOVE SPACES TO WS-ADP-FS.
019800      OPEN INPUT POH3ADTF.
019900      IF WS-ADT-FS NOT = "00"
020000          DISPLAY "POH3ADT OPEN FAILED - FILE STATUS " WS-ADT-FS
020100          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
020200          GO TO 1000-EXIT
020300      END-IF.
020400      OPEN OUTPUT POH3ADPF.
020500      IF WS-ADP-FS NOT = "00"
020600          DISPLAY "POH3ADP OPEN FAILED - FILE STATUS " WS-ADP-FS
020700          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
020800          GO TO 1000-EXIT
020900      END-IF.
021000      PERFORM 1100-LOAD-RATES THRU 1100-EXIT.
021100      IF WS-EDIT-FAILED
021200          GO TO 1000-EXIT
021300      END-IF.
021400      PERFORM 1200-LOAD-REQUESTERS THRU 1200-EXIT.
021500      IF WS-EDIT-FAILED
021600          GO TO 1000-EXIT
021700      END-IF.
021800      MOVE "CHARGEBACK ADJUSTMENTS - POH3ADT EDIT"
021900          TO POH3-ADP-RECORD.
022000      WRITE POH3-ADP-RECORD.
022100      WRITE POH3-ADP-RECORD FROM WS-RPT-LEGEND.
022200      PERFORM 2100-READ-TXN THRU 2100-EXIT.
022300   1000-EXIT.
022400      EXIT.
022500*--------------------------------------------------------------
022600* 1100-LOAD-RATES - READ POH3RTE AS POH3BIL DOES.  A RATE THAT IS
022700* NOT NUMERIC, OR AN EMPTY DATASET, IS FATAL.
022800*--------------------------------------------------------------
022900   1100-LOAD-RATES.
023000      MOVE 0 TO WS-RATE-COUNT.
023100      OPEN INPUT POH3RTEF.
023200      IF WS-RTE-FS NOT = "00"
023300          DISPLAY "POH3RTE OPEN FAILED - FILE STATUS " WS-RTE-FS
023400          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
023500          GO TO 1100-EXIT
023600      END-IF.
023700      PERFORM 1110-READ-RATE THRU 1110-EXIT.
023800      PERFORM 1120-ADD-RATE THRU 1120-EXIT
023900          UNTIL WS-RTE-EOF
024000              OR WS-EDIT-FAILED
024100              OR WS-RATE-COUNT = 20.
024200      CLOSE POH3RTEF.
024300      IF WS-RATE-COUNT = 0 AND NOT WS-EDIT-FAILED
024400          DISPLAY "POH3RTE IS EMPTY - NOTHING CAN BE PRICED"
024500          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
024600      END-IF.
024700   1100-EXIT.
024800      EXIT.
024900*--------------------------------------------------------------
025000* 1110-READ-RATE
025100*--------------------------------------------------------------
025200   1110-READ-RATE.
025300      READ POH3RTEF
025400          AT END
025500              MOVE "Y" TO WS-RTE-EOF-SWITCH
025600      END-READ.
025700   1110-EXIT.
025800      EXIT.
025900*--------------------------------------------------------------
026000* 1120-ADD-RATE
026100*--------------------------------------------------------------
026200   1120-ADD-RATE.
026300      IF POH3-RTE-RATE NOT NUMERIC
026400          DISPLAY "POH3RTE RATE NOT NUMERIC FOR " POH3-RTE-STATUS
026500          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
026600          GO TO 1120-EXIT
026700      END-IF.
026800      ADD 1 TO WS-RATE-COUNT.
026900      MOVE POH3-RTE-STATUS TO WS-RTE-STATUS(WS-RATE-COUNT).
027000      MOVE POH3-RTE-RATE TO WS-RTE-RATE(WS-RATE-COUNT).
027100      PERFORM 1110-READ-RATE THRU 1110-EXIT.
027200   1120-EXIT.
027300      EXIT.
027400*--------------------------------------------------------------
027500* 1200-LOAD-REQUESTERS - READ THE POH3RQM REQUESTER MASTER INTO
027600* POH3RQMT.  SUSPENDED REQUESTERS LOAD TOO - THEY ARE STILL
027700* BILLED, SO THEY CAN STILL BE ADJUSTED.
027800*--------------------------------------------------------------
027900   1200-LOAD-REQUESTERS.
028000      MOVE 0 TO POH3-RQT-COUNT.
028100      OPEN INPUT POH3RQMF.
028200      IF WS-RQM-FS NOT = "00"
028300          DISPLAY "POH3RQM OPEN FAILED - FILE STATUS " WS-RQM-FS
028400          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
028500          GO TO 1200-EXIT
028600      END-IF.
028700      PERFORM 1210-READ-REQUESTER THRU 1210-EXIT.
028800      PERFORM 1220-ADD-REQUESTER THRU 1220-EXIT
028900          UNTIL WS-RQM-EOF
029000              OR WS-EDIT-FAILED.
029100      CLOSE POH3RQMF.
029200   1200-EXIT.
029300      EXIT.
029400*--------------------------------------------------------------
029500* 1210-READ-REQUESTER
029600*--------------------------------------------------------------
029700   1210-READ-REQUESTER.
029800      READ POH3RQMF
029900          AT END
030000              MOVE "Y" TO WS-RQM-EOF-SWITCH
030100      END-READ.
030200   1210-EXIT.
030300      EXIT.
030400*--------------------------------------------------------------
030500* 1220-ADD-REQUESTER
030600*--------------------------------------------------------------
030700   1220-ADD-REQUESTER.
030800      IF POH3-RQT-COUNT = 50
030900          DISPLAY "POH3RQM HAS MORE THAN 50 REQUESTERS"
031000          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
031100          GO TO 1220-EXIT
031200      END-IF.
031300      ADD 1 TO POH3-RQT-COUNT.
031400      MOVE POH3-RQM-RECORD TO POH3-RQT-ENTRY(POH3-RQT-COUNT).
031500      PERFORM 1210-READ-REQUESTER THRU 1210-EXIT.
031600   1220-EXIT.
031700      EXIT.
031800*--------------------------------------------------------------
031900* 2000-PROCESS-TXN - EDIT AND PRICE ONE ADJUSTMENT.  ONE THAT
032000* FAILS EDIT IS REPORTED AND THE RUN IS MARKED FAILED SO NOTHING
032100* REACHES POH3ADJ - THE WHOLE DECK EITHER GOES TO THE STATEMENTS
032200* OR NONE OF IT DOES.
032300*--------------------------------------------------------------
032400   2000-PROCESS-TXN.
032500      ADD 1 TO WS-TXN-COUNT.
032600      MOVE "N" TO WS-TXN-FAIL-SWITCH.
032700      MOVE SPACES TO WS-RPT-DETAIL.
032800      MOVE 0 TO WS-PRICED-AMOUNT.
032900      PERFORM 2200-EDIT-TXN THRU 2200-EXIT.
033000      IF NOT WS-TXN-FAILED
033100          PERFORM 2300-PRICE-TXN THRU 2300-EXIT
033200      END-IF.
033300      IF NOT WS-TXN-FAILED
033400          PERFORM 2400-HOLD-TXN THRU 2400-EXIT
033500      END-IF.
033600      IF WS-TXN-FAILED
033700          ADD 1 TO WS-REJECTED-COUNT
033800          MOVE "Y" TO WS-EDIT-FAIL-SWITCH
033900      ELSE
034000          ADD 1 TO WS-ACCEPTED-COUNT
034100          MOVE "ACCEPTED" TO WS-RPT-DISPOSITION
034200          MOVE WS-PRICED-AMOUNT TO WS-RPT-PRICED
034300          IF POH3-ADJ-IS-CREDIT
034400              ADD WS-PRICED-AMOUNT TO WS-CREDIT-TOTAL
034500          ELSE
034600              ADD WS-PRICED-AMOUNT TO WS-DEBIT-TOTAL
034700          END-IF
034800      END-IF.
034900      PERFORM 2700-REPORT-TXN THRU 2700-EXIT.
035000      PERFORM 2100-READ-TXN THRU 2100-EXIT.
035100   2000-EXIT.
035200      EXIT.
035300*--------------------------------------------------------------
035400* 2100-READ-TXN
035500*--------------------------------------------------------------
035600   2100-READ-TXN.
035700      READ POH3ADTF
035800          AT END
035900              MOVE "Y" TO WS-ADT-EOF-SWITCH
036000      END-READ.
036100   2100-EXIT.
036200      EXIT.
036300*--------------------------------------------------------------
036400* 2200-EDIT-TXN - FIELD-LEVEL EDITS ON ONE ADJUSTMENT.  THE
036500* REQUESTER MUST BE ON THE MASTER; THE STATEMENT MONTH A REAL
036600* YYYYMM; THE ADJUSTMENT MUST SAY WHAT IT CORRECTS (A REFERENCE,
036700* A DAY NO LATER THAN THE STATEMENT MONTH, OR BOTH) AND CARRY
036800* EITHER AN AMOUNT OR A COUNT, NEVER BOTH; A COUNT NEEDS A
036900* PRICED STATUS TO TAKE ITS RATE FROM.  A RESTATEMENT CREDIT
037000* MUST NAME THE REFERENCE, SINCE POH3BIL RAISES ONE
037100* AUTOMATICALLY FOR EVERY RESTATED REFERENCE THAT FINANCE HAS
037200* NOT ALREADY KEYED.  EVERY ADJUSTMENT IS SIGNED FOR.
037300*--------------------------------------------------------------
037400   2200-EDIT-TXN.
037500      IF POH3-ADJ-REQUESTER = SPACES
037600          MOVE "REQUESTER IS BLANK" TO WS-RPT-DISPOSITION
037700          MOVE "Y" TO WS-TXN-FAIL-SWITCH
037800          GO TO 2200-EXIT
037900      END-IF.
038000      MOVE 0 TO WS-RQT-HIT.
038100      SET POH3-QX TO 1.
038200      SEARCH POH3-RQT-ENTRY
038300          AT END
038400              CONTINUE
038500          WHEN POH3-QX > POH3-RQT-COUNT
038600              CONTINUE
038700          WHEN POH3-RQT-REQUESTER(POH3-QX) = POH3-ADJ-REQUESTER
038800              SET WS-RQT-HIT TO POH3-QX
038900      END-SEARCH.
039000      IF WS-RQT-HIT = 0
039100          MOVE "REQUESTER NOT ON MASTER" TO WS-RPT-DISPOSITION
039200          MOVE "Y" TO WS-TXN-FAIL-SWITCH
039300          GO TO 2200-EXIT
039400      END-IF.
039500      MOVE POH3-ADJ-STMT-MONTH TO WS-MONTH-CHECK.
039600      IF POH3-ADJ-STMT-MONTH NOT NUMERIC
039700              OR NOT WS-CHK-MM-VALID
039800          MOVE "STATEMENT MONTH NOT YYYYMM" TO WS-RPT-DISPOSITION
039900          MOVE "Y" TO WS-TXN-FAIL-SWITCH
040000          GO TO 2200-EXIT
040100      END-IF.
040200      IF POH3-ADJ-REFERENCE = SPACES AND POH3-ADJ-DATE = SPACES
040300          MOVE "NO REFERENCE OR DATE GIVEN" TO WS-RPT-DISPOSITION
040400          MOVE "Y" TO WS-TXN-FAIL-SWITCH
040500          GO TO 2200-EXIT
040600      END-IF.
040700      IF POH3-ADJ-DATE NOT = SPACES
040800          IF POH3-ADJ-DATE NOT NUMERIC
040900              MOVE "DATE NOT NUMERIC" TO WS-RPT-DISPOSITION
041000              MOVE "Y" TO WS-TXN-FAIL-SWITCH
041100              GO TO 2200-EXIT
041200          END-IF
041300          IF POH3-ADJ-DATE-MONTH > POH3-ADJ-STMT-MONTH
041400              MOVE "DATE AFTER STATEMENT MONTH"
041500                  TO WS-RPT-DISPOSITION
041600              MOVE "Y" TO WS-TXN-FAIL-SWITCH
041700              GO TO 2200-EXIT
041800          END-IF
041900      END-IF.
042000      IF NOT POH3-ADJ-IS-CREDIT AND NOT POH3-ADJ-IS-DEBIT
042100          MOVE "TYPE NOT C OR D" TO WS-RPT-DISPOSITION
042200          MOVE "Y" TO WS-TXN-FAIL-SWITCH
042300          GO TO 2200-EXIT
042400      END-IF.
042500      IF POH3-ADJ-AMOUNT = SPACES AND POH3-ADJ-COUNT = SPACES
042600          MOVE "NO AMOUNT OR COUNT GIVEN" TO WS-RPT-DISPOSITION
042700          MOVE "Y" TO WS-TXN-FAIL-SWITCH
042800          GO TO 2200-EXIT
042900      END-IF.
043000      IF POH3-ADJ-AMOUNT NOT = SPACES
043100              AND POH3-ADJ-COUNT NOT = SPACES
043200          MOVE "BOTH AMOUNT AND COUNT GIVEN" TO WS-RPT-DISPOSITION
043300          MOVE "Y" TO WS-TXN-FAIL-SWITCH
043400          GO TO 2200-EXIT
043500      END-IF.
043600      IF POH3-ADJ-AMOUNT NOT = SPACES
043700          IF POH3-ADJ-AMOUNT NOT NUMERIC
043800              MOVE "AMOUNT NOT NUMERIC" TO WS-RPT-DISPOSITION
043900              MOVE "Y" TO WS-TXN-FAIL-SWITCH
044000              GO TO 2200-EXIT
044100          END-IF
044200          IF POH3-ADJ-AMOUNT-NUM = 0
044300              MOVE "AMOUNT IS ZERO" TO WS-RPT-DISPOSITION
044400              MOVE "Y" TO WS-TXN-FAIL-SWITCH
044500              GO TO 2200-EXIT
044600          END-IF
044700      ELSE
044800          IF POH3-ADJ-COUNT NOT NUMERIC
044900              MOVE "COUNT NOT NUMERIC" TO WS-RPT-DISPOSITION
045000              MOVE "Y" TO WS-TXN-FAIL-SWITCH
045100              GO TO 2200-EXIT
045200          END-IF
045300          IF POH3-ADJ-COUNT-NUM = 0
045400              MOVE "COUNT IS ZERO" TO WS-RPT-DISPOSITION
045500              MOVE "Y" TO WS-TXN-FAIL-SWITCH
045600              GO TO 2200-EXIT
045700          END-IF
045800          PERFORM 2210-FIND-RATE THRU 2210-EXIT
045900          IF WS-HIT-RX = 0
046000              MOVE "COUNT STATUS HAS NO RATE"
046100                  TO WS-RPT-DISPOSITION
046200              MOVE "Y" TO WS-TXN-FAIL-SWITCH
046300              GO TO 2200-EXIT
046400          END-IF
046500      END-IF.
046600      IF NOT POH3-ADJ-REASON-VALID
046700          MOVE "INVALID REASON CODE" TO WS-RPT-DISPOSITION
046800          MOVE "Y" TO WS-TXN-FAIL-SWITCH
046900          GO TO 2200-EXIT
047000      END-IF.
047100      IF POH3-ADJ-RESTATEMENT
047200          IF POH3-ADJ-REFERENCE = SPACES
047300              MOVE "RSTM NEEDS A REFERENCE" TO WS-RPT-DISPOSITION
047400              MOVE "Y" TO WS-TXN-FAIL-SWITCH
047500              GO TO 2200-EXIT
047600          END-IF
047700          IF NOT POH3-ADJ-IS-CREDIT
047800              MOVE "RSTM MUST BE A CREDIT" TO WS-RPT-DISPOSITION
047900              MOVE "Y" TO WS-TXN-FAIL-SWITCH
048000              GO TO 2200-EXIT
048100          END-IF
048200      END-IF.
048300      IF POH3-ADJ-APPROVER = SPACES
048400          MOVE "APPROVER IS BLANK" TO WS-RPT-DISPOSITION
048500          MOVE "Y" TO WS-TXN-FAIL-SWITCH
048600          GO TO 2200-EXIT
048700      END-IF.
048800      MOVE 0 TO WS-DUP-HIT.
048900      PERFORM 2220-TEST-DUPLICATE THRU 2220-EXIT
049000          VARYING WS-AX FROM 1 BY 1
049100          UNTIL WS-AX > WS-ACC-COUNT-USED
049200              OR WS-DUP-HIT > 0.
049300      IF WS-DUP-HIT > 0
049400          MOVE "DUPLICATE OF AN EARLIER ENTRY"
049500              TO WS-RPT-DISPOSITION
049600          MOVE "Y" TO WS-TXN-FAIL-SWITCH
049700      END-IF.
049800   2200-EXIT.
049900      EXIT.
050000*--------------------------------------------------------------
050100* 2210-FIND-RATE - WHICH RATE ENTRY PRICES THE COUNT'S STATUS.
050200* ZERO MEANS THE STATUS IS NOT BILLABLE.
050300*--------------------------------------------------------------
050400   2210-FIND-RATE.
050500      MOVE 0 TO WS-HIT-RX.
050600      PERFORM 2215-TEST-RATE THRU 2215-EXIT
050700          VARYING WS-RX FROM 1 BY 1
050800          UNTIL WS-RX > WS-RATE-COUNT
050900              OR WS-HIT-RX > 0.
051000   2210-EXIT.
051100      EXIT.
051200*--------------------------------------------------------------
051300* 2215-TEST-RATE
051400*--------------------------------------------------------------
051500   2215-TEST-RATE.
051600      IF WS-RTE-STATUS(WS-RX) = POH3-ADJ-STATUS
051700          MOVE WS-RX TO WS-HIT-RX
051800      END-IF.
051900   2215-EXIT.
052000      EXIT.
052100*--------------------------------------------------------------
052200* 2220-TEST-DUPLICATE - THE SAME CORRECTION KEYED TWICE WOULD BE
052300* CREDITED OR CHARGED TWICE.  ONE REQUESTER, MONTH, REFERENCE,
052400* DAY, TYPE AND REASON IS ONE ADJUSTMENT.
052500*--------------------------------------------------------------
052600   2220-TEST-DUPLICATE.
052700      IF WS-ACC-REQUESTER(WS-AX) = POH3-ADJ-REQUESTER
052800              AND WS-ACC-STMT-MONTH(WS-AX) = POH3-ADJ-STMT-MONTH
052900              AND WS-ACC-REFERENCE(WS-AX) = POH3-ADJ-REFERENCE
053000              AND WS-ACC-DATE(WS-AX) = POH3-ADJ-DATE
053100              AND WS-ACC-TYPE(WS-AX) = POH3-ADJ-TYPE
053200              AND WS-ACC-REASON(WS-AX) = POH3-ADJ-REASON
053300          MOVE WS-AX TO WS-DUP-HIT
053400      END-IF.
053500   2220-EXIT.
053600      EXIT.
053700*--------------------------------------------------------------
053800* 2300-PRICE-TXN - AN AMOUNT IS TAKEN AS KEYED; A COUNT IS PRICED
053900* AT ITS STATUS RATE AND THE PRICE BECOMES THE AMOUNT POH3BIL
054000* CARRIES.  A PRICE TOO LARGE FOR THE AMOUNT FIELD IS REJECTED
054100* RATHER THAN TRUNCATED.
054200*--------------------------------------------------------------
054300   2300-PRICE-TXN.
054400      IF POH3-ADJ-AMOUNT NOT = SPACES
054500          MOVE POH3-ADJ-AMOUNT-NUM TO WS-PRICED-AMOUNT
054600          GO TO 2300-EXIT
054700      END-IF.
054800      COMPUTE WS-PRICED-AMOUNT =
054900          POH3-ADJ-COUNT-NUM * WS-RTE-RATE(WS-HIT-RX)
055000          ON SIZE ERROR
055100              MOVE "PRICED AMOUNT TOO LARGE" TO WS-RPT-DISPOSITION
055200              MOVE "Y" TO WS-TXN-FAIL-SWITCH
055300      END-COMPUTE.
055400   2300-EXIT.
055500      EXIT.
055600*--------------------------------------------------------------
055700* 2400-HOLD-TXN - HOLD THE ACCEPTED ADJUSTMENT, WITH ITS PRICE
055800* IN THE AMOUNT FIELD, FOR POH3ADJ.
055900*--------------------------------------------------------------
056000   2400-HOLD-TXN.
056100      IF WS-ACC-COUNT-USED = 200
056200          MOVE "MORE THAN 200 ADJUSTMENTS" TO WS-RPT-DISPOSITION
056300          MOVE "Y" TO WS-TXN-FAIL-SWITCH
056400          GO TO 2400-EXIT
056500      END-IF.
056600      ADD 1 TO WS-ACC-COUNT-USED.
056700      MOVE POH3-ADJ-RECORD TO WS-ACC-ENTRY(WS-ACC-COUNT-USED).
056800      MOVE WS-PRICED-AMOUNT TO WS-ACC-AMOUNT(WS-ACC-COUNT-USED).
056900   2400-EXIT.
057000      EXIT.
057100*--------------------------------------------------------------
057200* 2700-REPORT-TXN - ONE REPORT LINE PER ADJUSTMENT, ACCEPTED OR
057300* REJECTED, WITH ITS DISPOSITION, SHOWING THE FIELDS AS KEYED
057400* AND THE PRICE OF EVERY ONE ACCEPTED.
057500*--------------------------------------------------------------
057600   2700-REPORT-TXN.
057700      MOVE POH3-ADJ-REQUESTER TO WS-RPT-REQUESTER.
057800      MOVE POH3-ADJ-STMT-MONTH TO WS-RPT-STMT-MONTH.
057900      MOVE POH3-ADJ-REFERENCE TO WS-RPT-REFERENCE.
058000      MOVE POH3-ADJ-DATE TO WS-RPT-DATE.
058100      MOVE POH3-ADJ-TYPE TO WS-RPT-TYPE.
058200      MOVE POH3-ADJ-COUNT TO WS-RPT-COUNT.
058300      MOVE POH3-ADJ-STATUS TO WS-RPT-STATUS.
058400      MOVE POH3-ADJ-REASON TO WS-RPT-REASON.
058500      MOVE POH3-ADJ-APPROVER TO WS-RPT-APPROVER.
058600      MOVE POH3-ADJ-AMOUNT TO WS-RPT-AMOUNT.
058700      WRITE POH3-ADP-RECORD FROM WS-RPT-DETAIL.
058800   2700-EXIT.
058900      EXIT.
059000*--------------------------------------------------------------
059100* 4000-WRITE-ADJUSTMENTS - EVERY ADJUSTMENT PASSED, SO REPLACE
059200* POH3ADJ WITH THE ACCEPTED, PRICED SET.
059300*--------------------------------------------------------------
059400   4000-WRITE-ADJUSTMENTS.
059500      OPEN OUTPUT POH3ADJF.
059600      IF WS-ADJ-FS NOT = "00"
059700          DISPLAY "POH3ADJ OPEN FAILED - FILE STATUS " WS-ADJ-FS
059800          MOVE 16 TO RETURN-CODE
059900          MOVE "Y" TO WS-EDIT-FAIL-SWITCH
060000          GO TO 4000-EXIT
060100      END-IF.
060200      PERFORM 4100-WRITE-ENTRY THRU 4100-EXIT
060300          VARYING WS-AX FROM 1 BY 1
060400          UNTIL WS-AX > WS-ACC-COUNT-USED.
060500      CLOSE POH3ADJF.
060600   4000-EXIT.
060700      EXIT.
060800*--------------------------------------------------------------
060900* 4100-WRITE-ENTRY
061000*--------------------------------------------------------------
061100   4100-WRITE-ENTRY.
061200      MOVE WS-ACC-ENTRY(WS-AX) TO POH3-ADJ-OUT-RECORD.
061300      WRITE POH3-ADJ-OUT-RECORD.
061400   4100-EXIT.
061500      EXIT.
061600*--------------------------------------------------------------
061700* 8000-ABORT-RUN - A DATASET THE EDIT CANNOT RUN WITHOUT.
061800*--------------------------------------------------------------
061900   8000-ABORT-RUN.
062000      MOVE 16 TO RETURN-CODE.
062100      MOVE "Y" TO WS-ADT-EOF-SWITCH.
062200      MOVE "Y" TO WS-EDIT-FAIL-SWITCH.
062300   8000-EXIT.
062400      EXIT.
062500*--------------------------------------------------------------
062600* 9999-TERMINATE - REPORT THE TRANSACTION TOTALS, THE CREDIT AND
062700* DEBIT TOTALS ACCEPTED, AND THE RUN DISPOSITION, CLOSE
062800* EVERYTHING, AND SET THE RETURN CODE.  A RUN WITH ANY REJECTED
062900* ADJUSTMENT ENDS WITH RETURN-CODE 8.
063000*--------------------------------------------------------------
063100   9999-TERMINATE.
063200      IF WS-ADP-FS = "00"
063300          MOVE SPACES TO WS-RPT-DETAIL
063400          MOVE "TRANSACTIONS READ" TO WS-RPT-DISPOSITION
063500          MOVE WS-TXN-COUNT TO WS-COUNT-DISPLAY
063600          MOVE WS-COUNT-DISPLAY TO WS-RPT-COUNT
063700          WRITE POH3-ADP-RECORD FROM WS-RPT-DETAIL
063800          MOVE "ACCEPTED" TO WS-RPT-DISPOSITION
063900          MOVE WS-ACCEPTED-COUNT TO WS-COUNT-DISPLAY
064000          MOVE WS-COUNT-DISPLAY TO WS-RPT-COUNT
064100          WRITE POH3-ADP-RECORD FROM WS-RPT-DETAIL
064200          MOVE "REJECTED" TO WS-RPT-DISPOSITION
064300          MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
064400          MOVE WS-COUNT-DISPLAY TO WS-RPT-COUNT
064500          WRITE POH3-ADP-RECORD FROM WS-RPT-DETAIL
064600          MOVE SPACES TO WS-RPT-DETAIL
064700          MOVE "CREDITS ACCEPTED" TO WS-RPT-DISPOSITION
064800          MOVE WS-CREDIT-TOTAL TO WS-RPT-PRICED
064900          WRITE POH3-ADP-RECORD FROM WS-RPT-DETAIL
065000          MOVE "DEBITS ACCEPTED" TO WS-RPT-DISPOSITION
065100          MOVE WS-DEBIT-TOTAL TO WS-RPT-PRICED
065200          WRITE POH3-ADP-RECORD FROM WS-RPT-DETAIL
065300          IF WS-EDIT-FAILED
065400              MOVE "ADJUSTMENTS SUPPRESSED - EDIT FAILED"
065500                  TO POH3-ADP-RECORD
065600              WRITE POH3-ADP-RECORD
065700          ELSE
065800              MOVE "ADJUSTMENTS WRITTEN TO POH3ADJ"
065900                  TO POH3-ADP-RECORD
066000              WRITE POH3-ADP-RECORD
066100          END-IF
066200          CLOSE POH3ADPF
066300      END-IF.
066400      CLOSE POH3ADTF.
066500      IF WS-EDIT-FAILED AND RETURN-CODE = 0
066600          MOVE 8 TO RETURN-CODE
066700      END-IF.
066800      MOVE "E" TO POH3-RIF-MODE.
066900      MOVE WS-TXN-COUNT TO POH3-RIF-RECS-IN.
067000      MOVE WS-ACCEPTED-COUNT TO POH3-RIF-RECS-OUT.
067100      MOVE RETURN-CODE TO POH3-RIF-RC.
067200      CALL "POH3RUN" USING POH3-RUN-INTERFACE.
067300   9999-EXIT.
067400      EXIT.
