003170*                        AND OUT, RETURN CODE) SO THE MORNING
003180*                        POH3MRP REPORT CAN CHECK THE NIGHT
003190*                        WITHOUT SCRAPING SYSOUTS.
003193*  10/15/2026  RTM       POH3LOG LINES NOW CARRY A SEQUENCE NUMBER
003196*                        AND A CHAINED CHECK VALUE.  THE CUT FIRST
003199*                        PROVES THE CHAIN ON THE LOG IT IS GIVEN,
003202*                        RUNNING ON FROM THE CLOSING VALUES OF THE
003205*                        LAST POH3AIDX ENTRY, AND REFUSES TO CUT A
003208*                        LOG WITH A GAP OR BREAK IN IT (RETURN
003212*                        CODE 16 - RUN POH3VFY FOR THE FULL LIST).
003215*                        THE ARCHIVE IS THEN SEALED ON FROM THOSE
003218*                        OPENING VALUES AND THE FRESH LOG FROM THE
003221*                        ARCHIVE'S CLOSING VALUES, IN A SECOND
003224*                        PASS OF THE LOG, SO THE CHAIN RUNS
003227*                        UNBROKEN ACROSS THE CUT EVEN WHEN A LATE
003230*                        RERUN STAMPED AN OLD DATE AMONG THIS
003234*                        MONTH'S LINES.  THE ARCHIVE'S CLOSING
003237*                        SEQUENCE NUMBER AND CHECK VALUE GO ON ITS
003240*                        INDEX ENTRY, AND THE SUMMARY COUNTS THE
003243*                        LINES WHOSE SEALS CHANGED - LINES FROM
003246*                        BEFORE THE CHAIN ON THE FIRST CUT, OR
003249*                        LINES MOVED BY SUCH A RERUN.
003252*  10/15/2026  RTM       THE CUT NOW HOLDS THE POH3LCK RUN LOCK
003256*                        THROUGH THE POH3LOK SUBPROGRAM FROM START
003259*                        TO END OF JOB, SO NO LOG WRITER CAN
003262*                        APPEND TO POH3LOG BETWEEN ITS TWO PASSES;
003265*                        A HELD LOCK REFUSES THE CUT WITH RETURN-
003268*                        CODE 24. A RESEAL Y CARD ON THE NEW
003271*                        OPTIONAL POH3ARCP DATASET LETS OPERATIONS
003274*                        CLEAR A KNOWN CHAIN BREAK ONCE POH3VFY
003278*                        HAS LISTED IT AND THE BREAK HAS BEEN
003281*                        SIGNED OFF: EACH BREAK IS STILL DISPLAYED
003284*                        AND IS COUNTED ON THE SUMMARY AS
003287*                        BREAKS CLEARED, AND THE CUT GOES ON, THE
003290*                        ARCHIVE AND FRESH LOG BEING RE-SEALED
003293*                        INTO ONE UNBROKEN CHAIN.
003296*--------------------------------------------------------------
003300   ENVIRONMENT DIVISION.
003400   INPUT-OUTPUT SECTION.
003500   FILE-CONTROL.
005100      SELECT POH3ASUMF ASSIGN TO "POH3ASUM"
005200          ORGANIZATION IS LINE SEQUENTIAL
005300          FILE STATUS IS WS-SUM-FS.
005325      SELECT POH3ARCPF ASSIGN TO "POH3ARCP"
005350          ORGANIZATION IS LINE SEQUENTIAL
005375          FILE STATUS IS WS-PRM-FS.
005400   DATA DIVISION.
005500   FILE SECTION.
005600   FD  POH3LOGF.
005700      COPY POH3LOGR.
005708*--------------------------------------------------------------
005717* THE SAME LINE, VIEWED AS THE BODY THE CHECK VALUE IS FOLDED
005725* OVER AND THE SEAL - SEQUENCE NUMBER AND CHECK VALUE - THAT A
005733* RE-SEAL MAY CHANGE.
005742*--------------------------------------------------------------
005750   01  POH3-LOG-SEAL-VIEW.
005758      05  FILLER                  PIC X(69).
005767      05  POH3-LSV-SEAL.
005775          10  POH3-LSV-SEQ        PIC X(09).
005783          10  FILLER              PIC X(01).
005792          10  POH3-LSV-CHECK      PIC X(09).
005800   FD  POH3ARCHF.
005900   01  POH3-ARCH-RECORD            PIC X(88).
006000   FD  POH3LOGNF.
006100   01  POH3-LOGN-RECORD            PIC X(88).
006200   FD  POH3AIDXF.
006300      COPY POH3AIXR REPLACING POH3-AIX-RECORD BY POH3-AIXO-RECORD.
006400   FD  POH3AIDNF.
006500      COPY POH3AIXR.
006600   FD  POH3ASUMF.
006700   01  POH3-ASUM-RECORD            PIC X(80).
006733   FD  POH3ARCPF.
006767      COPY POH3PRMR.
006800   WORKING-STORAGE SECTION.
006810      COPY POH3RIF.
006855      COPY POH3KIF.
006877      COPY POH3LIF.
006900   01  WS-SWITCHES.
007000      05  WS-LOG-EOF-SWITCH       PIC X(01) VALUE "N".
007100          88  WS-LOG-EOF                      VALUE "Y".
007300          88  WS-IDX-EOF                      VALUE "Y".
007400      05  WS-ABORT-SWITCH         PIC X(01) VALUE "N".
007500          88  WS-ABORTED                      VALUE "Y".
007533      05  WS-CHAIN-STARTED-SWITCH PIC X(01) VALUE "N".
007567          88  WS-CHAIN-STARTED                VALUE "Y".
007574      05  WS-PRM-EOF-SWITCH       PIC X(01) VALUE "N".
007580          88  WS-PRM-EOF                      VALUE "Y".
007587      05  WS-RESEAL-SWITCH        PIC X(01) VALUE "N".
007593          88  WS-RESEAL-BREAKS                VALUE "Y".
007600   01  WS-TODAY-P.
007700      05  WS-TODAY-YYYY           PIC 9(04).
007800      05  WS-TODAY-MM             PIC 9(02).
011300   77  WS-IDX-FS                   PIC X(02).
011400   77  WS-IDN-FS                   PIC X(02).
011500   77  WS-SUM-FS                   PIC X(02).
011550   77  WS-PRM-FS                   PIC X(02).
011600   77  POH3-ARC-RETAIN-MONTHS      PIC 9(03) COMP VALUE 24.
011700   77  WS-WORK-MONTHS              PIC 9(06) COMP.
011800   77  WS-MONTH-REM                PIC 9(02) COMP.
012500   77  WS-LOW-DATE                 PIC 9(08) VALUE 99999999.
012600   77  WS-HIGH-DATE                PIC 9(08) VALUE ZERO.
012700   77  WS-COUNT-DISPLAY            PIC Z(08)9.
012707   77  WS-LINE-COUNT               PIC 9(09) COMP VALUE ZERO.
012714   77  WS-PRECHAIN-COUNT           PIC 9(09) COMP VALUE ZERO.
012721   77  WS-RESEALED-COUNT           PIC 9(09) COMP VALUE ZERO.
012729   77  WS-OPEN-SEQ                 PIC 9(09) VALUE ZERO.
012736   77  WS-OPEN-CHECK               PIC 9(09) VALUE ZERO.
012743   77  WS-VFY-SEQ                  PIC 9(09) VALUE ZERO.
012750   77  WS-VFY-CHECK                PIC 9(09) VALUE ZERO.
012757   77  WS-SEAL-SEQ                 PIC 9(09) VALUE ZERO.
012764   77  WS-SEAL-CHECK               PIC 9(09) VALUE ZERO.
012771   77  WS-ARC-CLOSE-SEQ            PIC 9(09) VALUE ZERO.
012779   77  WS-ARC-CLOSE-CHECK          PIC 9(09) VALUE ZERO.
012786   77  WS-OLD-SEAL                 PIC X(19).
012790   77  WS-BREAK-COUNT              PIC 9(09) COMP VALUE ZERO.
012793   77  WS-CHAIN-MESSAGE            PIC X(30).
012800   PROCEDURE DIVISION.
012900*--------------------------------------------------------------
013000* 0000-MAINLINE
013300      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013400      PERFORM 2000-SPLIT-RECORD THRU 2000-EXIT
013500          UNTIL WS-LOG-EOF.
013525      IF NOT WS-ABORTED
013550          PERFORM 2500-KEEP-CURRENT THRU 2500-EXIT
013575      END-IF.
013600      IF NOT WS-ABORTED
013700          PERFORM 3000-REWRITE-INDEX THRU 3000-EXIT
013800      END-IF.
014400* NOT OPEN IS FATAL - THERE IS NOTHING TO CUT - AND SO IS ANY
014500* OUTPUT THAT WILL NOT OPEN, SINCE A HALF-WRITTEN CUT MUST
014600* NEVER REPLACE THE LIVE LOG.  THE SCHEDULER ONLY SWAPS
014667* POH3LOGN IN WHEN THIS STEP ENDS WITH RETURN-CODE ZERO.  THE
014711* CHAIN OPENS FROM THE LAST POH3AIDX ENTRY.  THE RUN LOCK IS
014756* TAKEN FIRST, SO POH3LOG CANNOT GROW UNDER THE CUT.
014800*--------------------------------------------------------------
014900   1000-INITIALIZE.
015000      MOVE 0 TO RETURN-CODE.
015010      MOVE "S" TO POH3-RIF-MODE.
015020      MOVE "POH3ARC" TO POH3-RIF-PROGRAM.
015030      CALL "POH3RUN" USING POH3-RUN-INTERFACE.
015035      MOVE "T" TO POH3-LIF-MODE.
015040      MOVE "POH3ARC" TO POH3-LIF-PROGRAM.
015045      CALL "POH3LOK" USING POH3-LOCK-INTERFACE.
015050      IF POH3-LIF-RC NOT = 0
015055          MOVE POH3-LIF-RC TO RETURN-CODE
015060          MOVE "Y" TO WS-ABORT-SWITCH
015065          MOVE "Y" TO WS-LOG-EOF-SWITCH
015070          GO TO 1000-EXIT
015075      END-IF.
015080      PERFORM 1300-LOAD-PARAMETERS THRU 1300-EXIT.
015085      IF WS-ABORTED
015090          GO TO 1000-EXIT
015095      END-IF.
015100      ACCEPT WS-TODAY-P FROM DATE YYYYMMDD.
015200      MOVE WS-TODAY-YYYY TO WS-MS-YYYY.
015300      MOVE WS-TODAY-MM TO WS-MS-MM.
018200          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
018300          GO TO 1000-EXIT
018400      END-IF.
018417      PERFORM 1200-READ-OPENING-CHAIN THRU 1200-EXIT.
018433      MOVE WS-OPEN-SEQ TO WS-VFY-SEQ.
018450      MOVE WS-OPEN-CHECK TO WS-VFY-CHECK.
018467      MOVE WS-OPEN-SEQ TO WS-SEAL-SEQ.
018483      MOVE WS-OPEN-CHECK TO WS-SEAL-CHECK.
018500      PERFORM 2100-READ-LOG THRU 2100-EXIT.
018600   1000-EXIT.
018700      EXIT.
018800*--------------------------------------------------------------
018812* 1200-READ-OPENING-CHAIN - THE CLOSING SEQUENCE NUMBER AND
018823* CHECK VALUE ON THE LAST POH3AIDX ENTRY ARE WHERE POH3LOG
018835* STARTED THIS LOG'S CHAIN.  NO INDEX, OR A LAST ENTRY CUT
018847* BEFORE THE CHAIN EXISTED, MEANS IT STARTED FROM ZERO - THE
018858* SAME RULE POH3LOG FOLLOWS.
018870*--------------------------------------------------------------
018881   1200-READ-OPENING-CHAIN.
018893      OPEN INPUT POH3AIDXF.
018905      IF WS-IDX-FS NOT = "00"
018916          GO TO 1200-EXIT
018928      END-IF.
018940      PERFORM 3100-READ-INDEX THRU 3100-EXIT.
018951      PERFORM 1210-NOTE-ENTRY THRU 1210-EXIT
018963          UNTIL WS-IDX-EOF.
018974      CLOSE POH3AIDXF.
018986      MOVE "N" TO WS-IDX-EOF-SWITCH.
018998   1200-EXIT.
019009      EXIT.
019021*--------------------------------------------------------------
019033* 1210-NOTE-ENTRY
019044*--------------------------------------------------------------
019056   1210-NOTE-ENTRY.
019067      IF POH3-AIX-CLOSE-SEQ OF POH3-AIXO-RECORD NUMERIC
019079              AND POH3-AIX-CLOSE-CHECK OF POH3-AIXO-RECORD NUMERIC
019091          MOVE POH3-AIX-CLOSE-SEQ OF POH3-AIXO-RECORD
019102              TO WS-OPEN-SEQ
019114          MOVE POH3-AIX-CLOSE-CHECK OF POH3-AIXO-RECORD
019126              TO WS-OPEN-CHECK
019137      ELSE
019149          MOVE ZERO TO WS-OPEN-SEQ
019160          MOVE ZERO TO WS-OPEN-CHECK
019172      END-IF.
019184      PERFORM 3100-READ-INDEX THRU 3100-EXIT.
019195   1210-EXIT.
019196      EXIT.
019197*--------------------------------------------------------------
019198* 1300-LOAD-PARAMETERS - THE OPTIONAL POH3ARCP CONTROL CARD.  A
019199* MISSING DATASET CUTS ONLY A CLEAN CHAIN; A CARD THAT FAILS
019201* EDIT STOPS THE RUN.
019202*
019203*   RESEAL           Y          CUT THROUGH CHAIN BREAKS, RE-
019204*                               SEALING THE ARCHIVE AND FRESH
019205*                               LOG INTO ONE UNBROKEN CHAIN.  FOR
019206*                               A BREAK POH3VFY HAS LISTED AND
019207*                               THAT HAS BEEN SIGNED OFF ONLY -
019208*                               REMOVE THE CARD AFTER THE CUT.
019209*--------------------------------------------------------------
019211   1300-LOAD-PARAMETERS.
019212      OPEN INPUT POH3ARCPF.
019213      IF WS-PRM-FS = "35"
019214          GO TO 1300-EXIT
019215      END-IF.
019216      IF WS-PRM-FS NOT = "00"
019217          DISPLAY "POH3ARCP OPEN FAILED - FILE STATUS " WS-PRM-FS
019218          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
019219          GO TO 1300-EXIT
019220      END-IF.
019222      PERFORM 1310-READ-PARM THRU 1310-EXIT.
019223      PERFORM 1320-APPLY-PARM THRU 1320-EXIT
019224          UNTIL WS-PRM-EOF
019225              OR WS-ABORTED.
019226      CLOSE POH3ARCPF.
019227   1300-EXIT.
019228      EXIT.
019229*--------------------------------------------------------------
019230* 1310-READ-PARM
019232*--------------------------------------------------------------
019233   1310-READ-PARM.
019234      READ POH3ARCPF
019235          AT END
019236              MOVE "Y" TO WS-PRM-EOF-SWITCH
019237      END-READ.
019238   1310-EXIT.
019239      EXIT.
019240*--------------------------------------------------------------
019242* 1320-APPLY-PARM
019243*--------------------------------------------------------------
019244   1320-APPLY-PARM.
019245      IF POH3-PRM-RECORD = SPACES
019246          GO TO 1320-NEXT
019247      END-IF.
019248      EVALUATE POH3-PRM-KEYWORD
019249          WHEN "RESEAL"
019250              EVALUATE POH3-PRM-VALUE
019252                  WHEN "Y"
019253                      MOVE "Y" TO WS-RESEAL-SWITCH
019254                  WHEN "N"
019255                      MOVE "N" TO WS-RESEAL-SWITCH
019256                  WHEN OTHER
019257                      DISPLAY "POH3ARCP RESEAL NOT Y OR N"
019258                      PERFORM 8000-ABORT-RUN THRU 8000-EXIT
019259              END-EVALUATE
019260          WHEN OTHER
019261              DISPLAY "POH3ARCP UNKNOWN KEYWORD " POH3-PRM-KEYWORD
019263              PERFORM 8000-ABORT-RUN THRU 8000-EXIT
019264      END-EVALUATE.
019265   1320-NEXT.
019266      IF NOT WS-ABORTED
019267          PERFORM 1310-READ-PARM THRU 1310-EXIT
019268      END-IF.
019269   1320-EXIT.
019270      EXIT.
019271*--------------------------------------------------------------
019273* 2000-SPLIT-RECORD - FIRST PASS.  EVERY LOG LINE IS PROVED
019274* AGAINST THE CHAIN; ONE DATED BEFORE THIS MONTH IS SEALED ON
019275* THE ARCHIVE CHAIN AND ARCHIVED.  ARCHIVED LINES FEED THE
019276* COUNT, DATE RANGE, AND PER-PROGRAM TALLIES FOR THE CUT-OVER
019277* SUMMARY.  THIS MONTH'S LINES GO TO THE FRESH CURRENT LOG IN
019288* THE SECOND PASS, ONCE THE ARCHIVE'S CLOSING VALUES ARE KNOWN.
019300*--------------------------------------------------------------
019400   2000-SPLIT-RECORD.
019417      ADD 1 TO WS-LINE-COUNT.
019433      PERFORM 2300-VERIFY-CHAIN THRU 2300-EXIT.
019450      IF WS-ABORTED
019467          GO TO 2000-EXIT
019483      END-IF.
019500      IF POH3-LOG-DATE < WS-MONTH-START
019550          PERFORM 2400-SEAL-LINE THRU 2400-EXIT
019600          WRITE POH3-ARCH-RECORD FROM POH3-LOG-RECORD
019700          ADD 1 TO WS-ARCHIVED-COUNT
019800          IF POH3-LOG-DATE < WS-LOW-DATE
020200              MOVE POH3-LOG-DATE TO WS-HIGH-DATE
020300          END-IF
020400          PERFORM 2200-TALLY-PROGRAM THRU 2200-EXIT
020800      END-IF.
020900      PERFORM 2100-READ-LOG THRU 2100-EXIT.
021000   2000-EXIT.
025500   2210-EXIT.
025600      EXIT.
025700*--------------------------------------------------------------
025706* 2300-VERIFY-CHAIN - A RUN OF LINES FROM BEFORE THE CHAIN MAY
025712* LEAD THE LOG; AFTER THE FIRST SEQUENCED LINE EVERY LINE MUST
025718* CARRY THE NEXT SEQUENCE NUMBER AND THE CHECK VALUE POH3CHK
025725* FOLDS FROM THE LINE BEFORE IT.  ANYTHING ELSE STOPS THE CUT -
025731* A TAMPERED LOG MUST NOT BE SEALED INTO AN ARCHIVE - UNLESS A
025737* RESEAL CARD CLEARS IT: THE BREAK IS COUNTED AND THE CHECK
025743* PICKS UP AGAIN FROM THE SEAL ON THE LINE THAT BROKE IT.
025750*--------------------------------------------------------------
025756   2300-VERIFY-CHAIN.
025762      IF POH3-LOG-SEQ NOT NUMERIC OR POH3-LOG-CHECK NOT NUMERIC
025768          IF WS-CHAIN-STARTED
025775              MOVE "UNSEQUENCED LINE IN CHAIN" TO WS-CHAIN-MESSAGE
025781              GO TO 2300-BROKEN
025787          END-IF
025793          ADD 1 TO WS-PRECHAIN-COUNT
025800          GO TO 2300-EXIT
025806      END-IF.
025812      MOVE "Y" TO WS-CHAIN-STARTED-SWITCH.
025818      ADD 1 TO WS-VFY-SEQ.
025825      IF POH3-LOG-SEQ NOT = WS-VFY-SEQ
025831          MOVE "SEQUENCE NUMBER OUT OF STEP" TO WS-CHAIN-MESSAGE
025837          GO TO 2300-BROKEN
025843      END-IF.
025850      MOVE WS-VFY-CHECK TO POH3-KIF-PRIOR-CHECK.
025856      MOVE POH3-LOG-RECORD TO POH3-KIF-LINE.
025862      CALL "POH3CHK" USING POH3-CHK-INTERFACE.
025868      IF POH3-KIF-CHECK NOT = POH3-LOG-CHECK
025875          MOVE "CHECK VALUE MISMATCH" TO WS-CHAIN-MESSAGE
025881          GO TO 2300-BROKEN
025887      END-IF.
025893      MOVE POH3-LOG-CHECK TO WS-VFY-CHECK.
025900      GO TO 2300-EXIT.
025906   2300-BROKEN.
025912      MOVE WS-LINE-COUNT TO WS-COUNT-DISPLAY.
025918      DISPLAY "POH3LOG CHAIN BROKEN AT LINE " WS-COUNT-DISPLAY
025925          " - " WS-CHAIN-MESSAGE.
025931      IF WS-RESEAL-BREAKS
025937          DISPLAY "POH3LOG BREAK CLEARED BY RESEAL CARD"
025943          ADD 1 TO WS-BREAK-COUNT
025950          IF POH3-LOG-SEQ NUMERIC AND POH3-LOG-CHECK NUMERIC
025956              MOVE POH3-LOG-SEQ TO WS-VFY-SEQ
025962              MOVE POH3-LOG-CHECK TO WS-VFY-CHECK
025968          END-IF
025975          GO TO 2300-EXIT
025981      END-IF.
025987      DISPLAY "POH3LOG NOT CUT - RUN POH3VFY FOR THE FULL LIST".
025993      PERFORM 8000-ABORT-RUN THRU 8000-EXIT.
026000   2300-EXIT.
026006      EXIT.
026012*--------------------------------------------------------------
026018* 2400-SEAL-LINE - GIVE THE LINE THE NEXT SEQUENCE NUMBER ON
026025* THE OUTPUT CHAIN AND FOLD ITS CHECK VALUE.  ON A LOG WRITTEN
026031* IN ORDER THIS REPRODUCES THE SEAL ALREADY ON THE LINE; A
026037* LINE WHOSE SEAL CHANGES IS COUNTED FOR THE SUMMARY.
026043*--------------------------------------------------------------
026050   2400-SEAL-LINE.
026056      MOVE POH3-LSV-SEAL TO WS-OLD-SEAL.
026062      ADD 1 TO WS-SEAL-SEQ.
026068      MOVE WS-SEAL-SEQ TO POH3-LOG-SEQ.
026075      MOVE WS-SEAL-CHECK TO POH3-KIF-PRIOR-CHECK.
026081      MOVE POH3-LOG-RECORD TO POH3-KIF-LINE.
026087      CALL "POH3CHK" USING POH3-CHK-INTERFACE.
026093      MOVE POH3-KIF-CHECK TO POH3-LOG-CHECK.
026100      MOVE POH3-KIF-CHECK TO WS-SEAL-CHECK.
026106      IF POH3-LSV-SEAL NOT = WS-OLD-SEAL
026112          ADD 1 TO WS-RESEALED-COUNT
026118      END-IF.
026125   2400-EXIT.
026131      EXIT.
026137*--------------------------------------------------------------
026143* 2500-KEEP-CURRENT - SECOND PASS.  THE ARCHIVE'S CLOSING
026150* VALUES ARE NOTED FOR ITS INDEX ENTRY, THEN THE LOG IS READ
026156* AGAIN AND THIS MONTH'S LINES ARE SEALED ON FROM THEM INTO
026162* THE FRESH CURRENT LOG.
026168*--------------------------------------------------------------
026175   2500-KEEP-CURRENT.
026181      MOVE WS-SEAL-SEQ TO WS-ARC-CLOSE-SEQ.
026187      MOVE WS-SEAL-CHECK TO WS-ARC-CLOSE-CHECK.
026193      CLOSE POH3LOGF.
026200      OPEN INPUT POH3LOGF.
026206      IF WS-LOG-FS NOT = "00"
026212          DISPLAY "POH3LOG REOPEN FAILED - FILE STATUS " WS-LOG-FS
026218          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
026225          GO TO 2500-EXIT
026231      END-IF.
026237      MOVE "N" TO WS-LOG-EOF-SWITCH.
026243      PERFORM 2100-READ-LOG THRU 2100-EXIT.
026250      PERFORM 2510-KEEP-RECORD THRU 2510-EXIT
026256          UNTIL WS-LOG-EOF.
026262   2500-EXIT.
026268      EXIT.
026275*--------------------------------------------------------------
026281* 2510-KEEP-RECORD
026287*--------------------------------------------------------------
026293   2510-KEEP-RECORD.
026300      IF POH3-LOG-DATE NOT < WS-MONTH-START
026306          PERFORM 2400-SEAL-LINE THRU 2400-EXIT
026312          WRITE POH3-LOGN-RECORD FROM POH3-LOG-RECORD
026318          ADD 1 TO WS-KEPT-COUNT
026325      END-IF.
026331      PERFORM 2100-READ-LOG THRU 2100-EXIT.
026337   2510-EXIT.
026343      EXIT.
026350*--------------------------------------------------------------
026356* 3000-REWRITE-INDEX - CARRY THE OLD INDEX ENTRIES STILL INSIDE
026362* RETENTION INTO THE NEW INDEX, LIST THE EXPIRED ONES ON THE
026368* SUMMARY AS PURGE CANDIDATES, AND APPEND THIS CUT'S OWN ENTRY,
026375* WITH THE ARCHIVE'S CLOSING CHAIN VALUES, WHEN ANYTHING WAS
026381* ARCHIVED.  A MISSING POH3AIDX IS THE FIRST
026387* EVER CUT, NOT AN ERROR.
026393*--------------------------------------------------------------
026400   3000-REWRITE-INDEX.
026500      OPEN OUTPUT POH3AIDNF.
026600      IF WS-IDN-FS NOT = "00"
028220              TO POH3-AIX-HIGH-DATE OF POH3-AIX-RECORD
028300          MOVE WS-ARCHIVED-COUNT
028320              TO POH3-AIX-COUNT OF POH3-AIX-RECORD
028336          MOVE WS-ARC-CLOSE-SEQ
028352              TO POH3-AIX-CLOSE-SEQ OF POH3-AIX-RECORD
028368          MOVE WS-ARC-CLOSE-CHECK
028384              TO POH3-AIX-CLOSE-CHECK OF POH3-AIX-RECORD
028400          WRITE POH3-AIX-RECORD
028500      END-IF.
028600      CLOSE POH3AIDNF.
035500          MOVE WS-PURGED-COUNT TO WS-COUNT-DISPLAY
035600          MOVE WS-COUNT-DISPLAY TO WS-SUM-VALUE
035700          WRITE POH3-ASUM-RECORD FROM WS-SUM-LINE
035703          MOVE "CHAIN OPENING SEQ" TO WS-SUM-LABEL
035706          MOVE WS-OPEN-SEQ TO WS-COUNT-DISPLAY
035710          MOVE WS-COUNT-DISPLAY TO WS-SUM-VALUE
035713          WRITE POH3-ASUM-RECORD FROM WS-SUM-LINE
035717          IF WS-ARCHIVED-COUNT > 0
035720              MOVE "ARCHIVE CLOSE SEQ" TO WS-SUM-LABEL
035724              MOVE WS-ARC-CLOSE-SEQ TO WS-COUNT-DISPLAY
035727              MOVE WS-COUNT-DISPLAY TO WS-SUM-VALUE
035731              WRITE POH3-ASUM-RECORD FROM WS-SUM-LINE
035734          END-IF
035737          MOVE "CURRENT CLOSE SEQ" TO WS-SUM-LABEL
035741          MOVE WS-SEAL-SEQ TO WS-COUNT-DISPLAY
035744          MOVE WS-COUNT-DISPLAY TO WS-SUM-VALUE
035748          WRITE POH3-ASUM-RECORD FROM WS-SUM-LINE
035751          MOVE "PRE-CHAIN LINES" TO WS-SUM-LABEL
035755          MOVE WS-PRECHAIN-COUNT TO WS-COUNT-DISPLAY
035758          MOVE WS-COUNT-DISPLAY TO WS-SUM-VALUE
035762          WRITE POH3-ASUM-RECORD FROM WS-SUM-LINE
035765          MOVE "LINES RESEALED" TO WS-SUM-LABEL
035768          MOVE WS-RESEALED-COUNT TO WS-COUNT-DISPLAY
035772          MOVE WS-COUNT-DISPLAY TO WS-SUM-VALUE
035775          WRITE POH3-ASUM-RECORD FROM WS-SUM-LINE
035779          IF WS-RESEAL-BREAKS
035782              MOVE "BREAKS CLEARED" TO WS-SUM-LABEL
035786              MOVE WS-BREAK-COUNT TO WS-COUNT-DISPLAY
035789              MOVE WS-COUNT-DISPLAY TO WS-SUM-VALUE
035793              WRITE POH3-ASUM-RECORD FROM WS-SUM-LINE
035796          END-IF
035800          CLOSE POH3ASUMF
035900      END-IF.
036000      CLOSE POH3LOGF.
036220      MOVE WS-ARCHIVED-COUNT TO POH3-RIF-RECS-IN.
036230      ADD WS-KEPT-COUNT TO POH3-RIF-RECS-IN.
036240      MOVE WS-ARCHIVED-COUNT TO POH3-RIF-RECS-OUT.
036242      MOVE "R" TO POH3-LIF-MODE.
036245      MOVE RETURN-CODE TO POH3-LIF-RC.
036248      CALL "POH3LOK" USING POH3-LOCK-INTERFACE.
036250      MOVE RETURN-CODE TO POH3-RIF-RC.
036260      CALL "POH3RUN" USING POH3-RUN-INTERFACE.
036300   9999-EXIT.
