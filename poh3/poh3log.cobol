002672*                        IS STAMPED WITH THAT; A ZERO OR NON-
002674*                        NUMERIC PROC DATE STAMPS THE SYSTEM
002676*                        DATE, EXACTLY AS BEFORE.
002678*  10/15/2026  RTM       EVERY LINE NOW CARRIES A RUNNING SEQUENCE
002679*                        NUMBER AND A CHECK VALUE CHAINED FROM THE
002681*                        LINE BEFORE IT THROUGH THE POH3CHK
002683*                        SUBPROGRAM, SO A LINE DELETED, EDITED OR
002685*                        MOVED CAN BE FOUND BY POH3VFY.  THE FIRST
002686*                        CALL PICKS THE CHAIN UP FROM THE LAST
002688*                        SEQUENCED LINE ALREADY ON THE LOG, OR -
002690*                        ON THE FRESH LOG POH3ARC LEAVES AT A
002691*                        MONTH-END CUT - FROM THE CLOSING VALUES
002693*                        ON THE LAST POH3AIDX ENTRY.  A LOG THAT
002695*                        CANNOT BE READ BACK IS TREATED LIKE ONE
002697*                        THAT CANNOT BE OPENED: REPORTED, AND NO
002698*                        UNCHAINED LINES ARE WRITTEN.
002700*--------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003100     SELECT POH3LOGF ASSIGN TO "POH3LOG"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-LOG-FS.
003325     SELECT POH3AIDXF ASSIGN TO "POH3AIDX"
003350         ORGANIZATION IS LINE SEQUENTIAL
003375         FILE STATUS IS WS-IDX-FS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  POH3LOGF.
003700     COPY POH3LOGR.
003733 FD  POH3AIDXF.
003767     COPY POH3AIXR.
003800 WORKING-STORAGE SECTION.
003900 01  WS-SWITCHES.
004000     05  WS-FIRST-CALL           PIC X(01) VALUE "Y".
004100         88  WS-IS-FIRST-CALL              VALUE "Y".
004200     05  WS-LOG-OK-SWITCH        PIC X(01) VALUE "Y".
004300         88  WS-LOG-IS-OPEN                VALUE "Y".
004317     05  WS-SCAN-EOF-SWITCH      PIC X(01) VALUE "N".
004333         88  WS-SCAN-EOF                   VALUE "Y".
004350     05  WS-CHAIN-FOUND-SWITCH   PIC X(01) VALUE "N".
004367         88  WS-CHAIN-FOUND                VALUE "Y".
004383     COPY POH3KIF.
004400 77  WS-LOG-FS                   PIC X(02).
004425 77  WS-IDX-FS                   PIC X(02).
004450 77  WS-LAST-SEQ                 PIC 9(09) VALUE ZERO.
004475 77  WS-LAST-CHECK               PIC 9(09) VALUE ZERO.
004500 LINKAGE SECTION.
004600 01  LK-LOG-PROGRAM              PIC X(08).
004700     COPY POH3CIF.
005900     END-IF.
006000     GOBACK.
006100*--------------------------------------------------------------
006200* 1000-OPEN-LOG - FIND WHERE THE CHAIN STANDS, THEN OPEN FOR
006300* APPEND, CREATING THE DATASET THE FIRST TIME THIS JOB EVER RUNS.
006400*--------------------------------------------------------------
006500 1000-OPEN-LOG.
006520     PERFORM 1100-FIND-CHAIN-TAIL THRU 1100-EXIT.
006540     IF NOT WS-LOG-IS-OPEN
006560         GO TO 1000-EXIT
006580     END-IF.
006600     OPEN EXTEND POH3LOGF.
006700     IF WS-LOG-FS = "35"
006800         OPEN OUTPUT POH3LOGF
007400 1000-EXIT.
007500     EXIT.
007600*--------------------------------------------------------------
007603* 1100-FIND-CHAIN-TAIL - READ THE LOG THROUGH ONCE AND KEEP THE
007606* SEQUENCE NUMBER AND CHECK VALUE OF THE LAST LINE THAT HAS
007610* THEM.  LINES FROM BEFORE THE CHAIN CARRY SPACES AND ARE
007613* PASSED OVER.  NO LOG YET, OR NO SEQUENCED LINE ON IT, MEANS
007616* THE CHAIN RUNS ON FROM THE LAST ARCHIVE CUT.
007619*--------------------------------------------------------------
007622 1100-FIND-CHAIN-TAIL.
007626     OPEN INPUT POH3LOGF.
007629     IF WS-LOG-FS = "00"
007632         PERFORM 1110-READ-LOG THRU 1110-EXIT
007635         PERFORM 1120-NOTE-LINE THRU 1120-EXIT
007638             UNTIL WS-SCAN-EOF
007641         CLOSE POH3LOGF
007645     ELSE
007648         IF WS-LOG-FS NOT = "35"
007651             DISPLAY "POH3LOG READ-BACK FAILED - FILE STATUS "
007654                 WS-LOG-FS
007657             MOVE "N" TO WS-LOG-OK-SWITCH
007661             GO TO 1100-EXIT
007664         END-IF
007667     END-IF.
007670     IF NOT WS-CHAIN-FOUND
007673         PERFORM 1200-READ-ARCHIVE-INDEX THRU 1200-EXIT
007677     END-IF.
007680 1100-EXIT.
007683     EXIT.
007686*--------------------------------------------------------------
007689* 1110-READ-LOG
007693*--------------------------------------------------------------
007696 1110-READ-LOG.
007699     READ POH3LOGF
007702         AT END
007705             MOVE "Y" TO WS-SCAN-EOF-SWITCH
007709     END-READ.
007712 1110-EXIT.
007715     EXIT.
007718*--------------------------------------------------------------
007721* 1120-NOTE-LINE
007724*--------------------------------------------------------------
007728 1120-NOTE-LINE.
007731     IF POH3-LOG-SEQ NUMERIC AND POH3-LOG-CHECK NUMERIC
007734         MOVE POH3-LOG-SEQ TO WS-LAST-SEQ
007737         MOVE POH3-LOG-CHECK TO WS-LAST-CHECK
007740         MOVE "Y" TO WS-CHAIN-FOUND-SWITCH
007744     END-IF.
007747     PERFORM 1110-READ-LOG THRU 1110-EXIT.
007750 1120-EXIT.
007753     EXIT.
007756*--------------------------------------------------------------
007760* 1200-READ-ARCHIVE-INDEX - THE CLOSING VALUES ON THE LAST
007763* POH3AIDX ENTRY.  NO INDEX, OR A LAST ENTRY CUT BEFORE THE
007766* CHAIN EXISTED, STARTS THE CHAIN FROM ZERO.
007769*--------------------------------------------------------------
007772 1200-READ-ARCHIVE-INDEX.
007776     OPEN INPUT POH3AIDXF.
007779     IF WS-IDX-FS NOT = "00"
007782         GO TO 1200-EXIT
007785     END-IF.
007788     MOVE "N" TO WS-SCAN-EOF-SWITCH.
007791     PERFORM 1210-READ-INDEX THRU 1210-EXIT.
007795     PERFORM 1220-NOTE-ENTRY THRU 1220-EXIT
007798         UNTIL WS-SCAN-EOF.
007801     CLOSE POH3AIDXF.
007804 1200-EXIT.
007807     EXIT.
007811*--------------------------------------------------------------
007814* 1210-READ-INDEX
007817*--------------------------------------------------------------
007820 1210-READ-INDEX.
007823     READ POH3AIDXF
007827         AT END
007830             MOVE "Y" TO WS-SCAN-EOF-SWITCH
007833     END-READ.
007836 1210-EXIT.
007839     EXIT.
007843*--------------------------------------------------------------
007846* 1220-NOTE-ENTRY
007849*--------------------------------------------------------------
007852 1220-NOTE-ENTRY.
007855     IF POH3-AIX-CLOSE-SEQ NUMERIC
007857             AND POH3-AIX-CLOSE-CHECK NUMERIC
007859         MOVE POH3-AIX-CLOSE-SEQ TO WS-LAST-SEQ
007862         MOVE POH3-AIX-CLOSE-CHECK TO WS-LAST-CHECK
007865     ELSE
007868         MOVE ZERO TO WS-LAST-SEQ
007871         MOVE ZERO TO WS-LAST-CHECK
007874     END-IF.
007878     PERFORM 1210-READ-INDEX THRU 1210-EXIT.
007881 1220-EXIT.
007884     EXIT.
007887*--------------------------------------------------------------
007890* 2000-WRITE-LOG - STAMP THE CURRENT DATE/TIME, SEAL THE LINE
007894* WITH THE NEXT SEQUENCE NUMBER AND ITS CHAINED CHECK VALUE, AND
007897* APPEND ONE AUDIT RECORD.
007900*--------------------------------------------------------------
008000 2000-WRITE-LOG.
008100     MOVE SPACES TO POH3-LOG-RECORD.
008800     MOVE POH3-IF-STATUS TO POH3-LOG-STATUS.
008810     MOVE POH3-IF-REQUESTER TO POH3-LOG-REQUESTER.
008820     MOVE POH3-IF-REFERENCE TO POH3-LOG-REFERENCE.
008830     ADD 1 TO WS-LAST-SEQ.
008840     MOVE WS-LAST-SEQ TO POH3-LOG-SEQ.
008850     MOVE WS-LAST-CHECK TO POH3-KIF-PRIOR-CHECK.
008860     MOVE POH3-LOG-RECORD TO POH3-KIF-LINE.
008870     CALL "POH3CHK" USING POH3-CHK-INTERFACE.
008880     MOVE POH3-KIF-CHECK TO POH3-LOG-CHECK.
008890     MOVE POH3-KIF-CHECK TO WS-LAST-CHECK.
008900     WRITE POH3-LOG-RECORD.
009000 2000-EXIT.
009100     EXIT.
