003395*                        PROC-DATE CARD ON THE NEW POH3RECP
003396*                        DATASET POINTS THIS JOB AT THE SAME
003397*                        DAY, OVERRIDING THE SYSTEM DATE.
003407*  10/15/2026  RTM       POH3BAT NOW AUDITS RECORDS FROM
003418*                        REQUESTERS THE POH3RQM MASTER DOES NOT
003428*                        AUTHORIZE (UNKNOWN, SUSPEND) AND RECORDS
003438*                        HELD OVER A DAILY QUOTA (HELD) WITHOUT
003449*                        WRITING THEM TO POH3RPT OR POH3OUT.  THE
003459*                        LOG TALLY PASSES OVER THOSE LINES THE
003469*                        SAME WAY IT PASSES OVER DUPLICAT ONES.
003470*  10/15/2026  RTM       THE NEW POH3EXP INTRADAY EXPRESS RUN
003471*                        JOURNALS ITS ANSWERS TO POH3XOUT AND
003472*                        AUDITS THEM TO POH3LOG UNDER ITS OWN TAG,
003473*                        WITH NO REPORT.  THE DAY'S POH3XOUT, WHEN
003474*                        THERE IS ONE, IS NOW TALLIED THROUGH THE
003475*                        SAME OUTPUT FD AS POH3OUT AND BALANCED
003476*                        KEY BY KEY AGAINST THE POH3EXP LOG LINES,
003477*                        WITH THE SAME EXCLUSIONS; A DIFFERENCE IS
003478*                        AN EXPRESS OUT OF BALANCE EXCEPTION.
003479*--------------------------------------------------------------
003490   ENVIRONMENT DIVISION.
003500   INPUT-OUTPUT SECTION.
003600   FILE-CONTROL.
003700      SELECT POH3RPTF ASSIGN TO "POH3RPT"
003800          ORGANIZATION IS LINE SEQUENTIAL
003900          FILE STATUS IS WS-RPT-FS.
004000      SELECT POH3OUTF ASSIGN USING WS-OUT-DDNAME
004100          ORGANIZATION IS LINE SEQUENTIAL
004200          FILE STATUS IS WS-OUT-FS.
004300      SELECT POH3LOGF ASSIGN TO "POH3LOG"
006800          88  WS-ABORTED                      VALUE "Y".
006810      05  WS-PRM-EOF-SWITCH       PIC X(01) VALUE "N".
006820          88  WS-PRM-EOF                      VALUE "Y".
006847      05  WS-EXP-FEED-SWITCH      PIC X(01) VALUE "N".
006873          88  WS-EXP-FEED                     VALUE "Y".
006900*--------------------------------------------------------------
007000* PARSE OVERLAY FOR ONE POH3RPT LINE.  THE N AND RESULT COLUMNS
007100* ARE ZERO-SUPPRESSED ON THE REPORT, SO THEY ARE PICKED UP
008700*--------------------------------------------------------------
008800* ONE ENTRY PER DISTINCT N/RESULT KEY SEEN IN ANY OF THE THREE
008900* DATASETS, WITH HOW MANY TIMES EACH DATASET CARRIED IT.  THE
008967* DAY BALANCES WHEN ALL THREE COUNTS AGREE ON EVERY ENTRY, AND
009033* THE EXPRESS JOURNAL AGREES WITH THE EXPRESS LOG LINES.
009100*--------------------------------------------------------------
009200   01  WS-KEY-TABLE.
009300      05  WS-KEY-ENTRY OCCURS 2000 TIMES.
009600          10  WS-KEY-RPT-COUNT    PIC 9(09) COMP.
009700          10  WS-KEY-OUT-COUNT    PIC 9(09) COMP.
009800          10  WS-KEY-LOG-COUNT    PIC 9(09) COMP.
009833          10  WS-KEY-EXO-COUNT    PIC 9(09) COMP.
009867          10  WS-KEY-EXL-COUNT    PIC 9(09) COMP.
009900   01  WS-EXC-LINE.
010000      05  WS-EXC-N                PIC Z(05)9.
010100      05  FILLER                  PIC X(02) VALUE SPACES.
010800      05  WS-EXC-LOG-COUNT        PIC Z(05)9.
010900      05  FILLER                  PIC X(02) VALUE SPACES.
011000      05  WS-EXC-MESSAGE          PIC X(20).
011009   01  WS-EXX-LINE.
011018      05  WS-EXX-N                PIC Z(05)9.
011027      05  FILLER                  PIC X(02) VALUE SPACES.
011036      05  WS-EXX-RESULT           PIC Z(08)9.
011045      05  FILLER                  PIC X(10) VALUE SPACES.
011055      05  WS-EXX-OUT-COUNT        PIC Z(05)9.
011064      05  FILLER                  PIC X(02) VALUE SPACES.
011073      05  WS-EXX-LOG-COUNT        PIC Z(05)9.
011082      05  FILLER                  PIC X(02) VALUE SPACES.
011091      05  WS-EXX-MESSAGE          PIC X(20).
011100   01  WS-TOTAL-LINE.
011200      05  WS-TOT-LABEL            PIC X(18).
011300      05  FILLER                  PIC X(02) VALUE SPACES.
011400      05  WS-TOT-COUNT            PIC Z(08)9.
011450   77  WS-OUT-DDNAME               PIC X(08) VALUE "POH3OUT".
011500   77  WS-RPT-FS                   PIC X(02).
011600   77  WS-OUT-FS                   PIC X(02).
011700   77  WS-LOG-FS                   PIC X(02).
012500   77  WS-RPT-READ-COUNT           PIC 9(09) COMP VALUE ZERO.
012600   77  WS-OUT-READ-COUNT           PIC 9(09) COMP VALUE ZERO.
012700   77  WS-LOG-READ-COUNT           PIC 9(09) COMP VALUE ZERO.
012733   77  WS-EXO-READ-COUNT           PIC 9(09) COMP VALUE ZERO.
012767   77  WS-EXL-READ-COUNT           PIC 9(09) COMP VALUE ZERO.
012800   77  WS-EXC-COUNT                PIC 9(09) COMP VALUE ZERO.
012900   PROCEDURE DIVISION.
013000*--------------------------------------------------------------
021900      EXIT.
022000*--------------------------------------------------------------
022100* 3000-LOAD-OUTPUT - TALLY EVERY POH3OUT RECORD BY N AND
022150* RESULT, THEN EVERY RECORD ON THE DAY'S POH3XOUT EXPRESS
022200* JOURNAL THROUGH THE SAME FD.  NO EXPRESS RUN TODAY MEANS NO
022250* JOURNAL, WHICH BALANCES AGAINST NO EXPRESS LOG LINES.
022300*--------------------------------------------------------------
022400   3000-LOAD-OUTPUT.
022500      PERFORM 3100-READ-OUTPUT THRU 3100-EXIT.
022600      PERFORM 3200-TALLY-OUTPUT THRU 3200-EXIT
022700          UNTIL WS-OUT-EOF
022800              OR WS-ABORTED.
022804      CLOSE POH3OUTF.
022809      IF WS-ABORTED
022813          GO TO 3000-EXIT
022817      END-IF.
022822      MOVE "POH3XOUT" TO WS-OUT-DDNAME.
022826      OPEN INPUT POH3OUTF.
022830      IF WS-OUT-FS = "35"
022835          GO TO 3000-EXIT
022839      END-IF.
022843      IF WS-OUT-FS NOT = "00"
022848          MOVE "POH3XOUT OPEN FAILED - DAY NOT RECONCILED"
022852              TO POH3-EXC-RECORD
022857          PERFORM 8000-ABORT-RUN THRU 8000-EXIT
022861          GO TO 3000-EXIT
022865      END-IF.
022870      MOVE "Y" TO WS-EXP-FEED-SWITCH.
022874      MOVE "N" TO WS-OUT-EOF-SWITCH.
022878      PERFORM 3100-READ-OUTPUT THRU 3100-EXIT.
022883      PERFORM 3200-TALLY-OUTPUT THRU 3200-EXIT
022887          UNTIL WS-OUT-EOF
022891              OR WS-ABORTED.
022896      CLOSE POH3OUTF.
022900   3000-EXIT.
023000      EXIT.
023100*--------------------------------------------------------------
024200* 3200-TALLY-OUTPUT
024300*--------------------------------------------------------------
024400   3200-TALLY-OUTPUT.
024600      MOVE POH3-OUT-N TO WS-WORK-N.
024700      MOVE POH3-OUT-RESULT TO WS-WORK-RESULT.
024800      PERFORM 6000-FIND-ENTRY THRU 6000-EXIT.
024822      IF WS-ABORTED
024844          GO TO 3200-EXIT
024867      END-IF.
024889      IF WS-EXP-FEED
024911          ADD 1 TO WS-EXO-READ-COUNT
024933          ADD 1 TO WS-KEY-EXO-COUNT(WS-HIT-IX)
024956      ELSE
024978          ADD 1 TO WS-OUT-READ-COUNT
025000          ADD 1 TO WS-KEY-OUT-COUNT(WS-HIT-IX)
025200      END-IF.
025250      PERFORM 3100-READ-OUTPUT THRU 3100-EXIT.
025300   3200-EXIT.
025400      EXIT.
025500*--------------------------------------------------------------
025800* DAY, SO ANYTHING WITH ANOTHER DATE OR PROGRAM TAG IS PASSED
025900* OVER, NOT AN EXCEPTION.  INVALID LOOKUPS ARE AUDITED TO THE
025910* LOG BUT DIVERTED TO SUSPENSE RATHER THAN WRITTEN TO POH3RPT
025932* OR POH3OUT, SO THEY ARE PASSED OVER TOO - AS ARE DUPLICATE,
025955* UNAUTHORIZED, AND QUOTA-HELD RECORDS, WHICH ARE NEVER LOOKED
025970* UP AT ALL.  POH3EXP LINES PASSING THE SAME EXCLUSIONS ARE
025985* TALLIED SEPARATELY, FOR THE EXPRESS JOURNAL.
026000*--------------------------------------------------------------
026100   4000-LOAD-LOG.
026200      PERFORM 4100-READ-LOG THRU 4100-EXIT.
028000*--------------------------------------------------------------
028100   4200-TALLY-LOG.
028200      IF POH3-LOG-DATE = WS-RUN-DATE
028206              AND POH3-LOG-PROGRAM = "POH3EXP"
028212              AND POH3-LOG-STATUS NOT = "INVALID "
028219              AND POH3-LOG-STATUS NOT = "DUPLICAT"
028225              AND POH3-LOG-STATUS NOT = "UNKNOWN "
028231              AND POH3-LOG-STATUS NOT = "SUSPEND "
028238              AND POH3-LOG-STATUS NOT = "HELD    "
028244          ADD 1 TO WS-EXL-READ-COUNT
028250          MOVE POH3-LOG-N TO WS-WORK-N
028256          MOVE POH3-LOG-RESULT TO WS-WORK-RESULT
028262          PERFORM 6000-FIND-ENTRY THRU 6000-EXIT
028269          IF NOT WS-ABORTED
028275              ADD 1 TO WS-KEY-EXL-COUNT(WS-HIT-IX)
028281          END-IF
028288      END-IF.
028294      IF POH3-LOG-DATE = WS-RUN-DATE
028300              AND POH3-LOG-PROGRAM = "POH3BAT"
028310              AND POH3-LOG-STATUS NOT = "INVALID "
028320              AND POH3-LOG-STATUS NOT = "DUPLICAT"
028340              AND POH3-LOG-STATUS NOT = "UNKNOWN "
028360              AND POH3-LOG-STATUS NOT = "SUSPEND "
028380              AND POH3-LOG-STATUS NOT = "HELD    "
028400          ADD 1 TO WS-LOG-READ-COUNT
028500          MOVE POH3-LOG-N TO WS-WORK-N
028600          MOVE POH3-LOG-RESULT TO WS-WORK-RESULT
029600      EXIT.
029700*--------------------------------------------------------------
029800* 5000-COMPARE - ONE EXCEPTION LINE PER KEY WHOSE THREE COUNTS
029867* DO NOT AGREE, AND ONE PER KEY WHOSE EXPRESS JOURNAL AND
029933* EXPRESS LOG COUNTS DO NOT AGREE.
030000*--------------------------------------------------------------
030100   5000-COMPARE.
030200      PERFORM 5100-COMPARE-ENTRY THRU 5100-EXIT
032000          MOVE WS-KEY-LOG-COUNT(WS-ENT-IX) TO WS-EXC-LOG-COUNT
032100          MOVE "OUT OF BALANCE" TO WS-EXC-MESSAGE
032200          WRITE POH3-EXC-RECORD FROM WS-EXC-LINE
032209      END-IF.
032218      IF WS-KEY-EXO-COUNT(WS-ENT-IX)
032227              NOT = WS-KEY-EXL-COUNT(WS-ENT-IX)
032236          ADD 1 TO WS-EXC-COUNT
032245          MOVE WS-KEY-N(WS-ENT-IX) TO WS-EXX-N
032255          MOVE WS-KEY-RESULT(WS-ENT-IX) TO WS-EXX-RESULT
032264          MOVE WS-KEY-EXO-COUNT(WS-ENT-IX) TO WS-EXX-OUT-COUNT
032273          MOVE WS-KEY-EXL-COUNT(WS-ENT-IX) TO WS-EXX-LOG-COUNT
032282          MOVE "EXPRESS OUT OF BAL" TO WS-EXX-MESSAGE
032291          WRITE POH3-EXC-RECORD FROM WS-EXX-LINE
032300      END-IF.
032400   5100-EXIT.
032500      EXIT.
034900              MOVE 0 TO WS-KEY-RPT-COUNT(WS-HIT-IX)
035000              MOVE 0 TO WS-KEY-OUT-COUNT(WS-HIT-IX)
035100              MOVE 0 TO WS-KEY-LOG-COUNT(WS-HIT-IX)
035133              MOVE 0 TO WS-KEY-EXO-COUNT(WS-HIT-IX)
035167              MOVE 0 TO WS-KEY-EXL-COUNT(WS-HIT-IX)
035200          END-IF
035300      END-IF.
035400   6000-EXIT.
038700          WRITE POH3-EXC-RECORD FROM WS-TOTAL-LINE
038800          MOVE "POH3LOG RECORDS" TO WS-TOT-LABEL
038900          MOVE WS-LOG-READ-COUNT TO WS-TOT-COUNT
038914          WRITE POH3-EXC-RECORD FROM WS-TOTAL-LINE
038929          MOVE "POH3XOUT RECORDS" TO WS-TOT-LABEL
038943          MOVE WS-EXO-READ-COUNT TO WS-TOT-COUNT
038957          WRITE POH3-EXC-RECORD FROM WS-TOTAL-LINE
038971          MOVE "EXPRESS LOG LINES" TO WS-TOT-LABEL
038986          MOVE WS-EXL-READ-COUNT TO WS-TOT-COUNT
039000          WRITE POH3-EXC-RECORD FROM WS-TOTAL-LINE
039100          MOVE "EXCEPTIONS" TO WS-TOT-LABEL
039200          MOVE WS-EXC-COUNT TO WS-TOT-COUNT
