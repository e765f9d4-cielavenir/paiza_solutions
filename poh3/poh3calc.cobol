007796*                        ELSE IS STILL "INVALID ".  THE EXACT-HIT
007797*                        TEST NOW RIDES ITS OWN SWITCH INSTEAD OF
007798*                        PIGGYBACKING ON THE BUCKET LETTER.
007805*  10/15/2026  RTM       HISTORICAL LOOKUP.  A CALLER THAT SETS
007812*                        POH3-IF-AS-OF-DATE GETS THE ANSWER THE
007818*                        BREAKPOINT TABLE GAVE ON THAT DAY: THE
007825*                        TABLE IS LOADED FROM THE VERSION OF THE
007832*                        POH3BRH HISTORY IN FORCE ON THE DATE
007839*                        INSTEAD OF FROM POH3BRK, AND THE VERSION
007846*                        NUMBER AND ITS IN-FORCE DATES COME BACK
007852*                        WITH THE ANSWER.  THE TABLE IS RELOADED
007859*                        ONLY WHEN THE AS-OF DATE CHANGES FROM ONE
007866*                        CALL TO THE NEXT.  A DATE NO VERSION
007873*                        COVERS COMES BACK "NOVERSN ".  AN AS-OF
007880*                        DATE OF ZERO IS THE LIVE TABLE, AS
007886*                        ALWAYS.
007887*  10/15/2026  RTM       A POH3BRH VERSION WITH MORE BREAKPOINTS
007888*                        THAN THE 50-ENTRY TABLE HOLDS NO LONGER
007889*                        LOADS ITS FIRST 50 AND SAYS NOTHING.  THE
007890*                        OVERFLOW IS DISPLAYED AND THE CALL COMES
007891*                        BACK "TBLFULL " WITH NO RESULT, SO THE
007892*                        CALLER CAN STOP THE RUN.
007893*--------------------------------------------------------------
007900  ENVIRONMENT DIVISION.
008000  INPUT-OUTPUT SECTION.
008100  FILE-CONTROL.
008200     SELECT POH3BRKF ASSIGN TO "POH3BRK"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-BRK-FS.
008425     SELECT POH3BRHF ASSIGN TO "POH3BRH"
008450         ORGANIZATION IS LINE SEQUENTIAL
008475         FILE STATUS IS WS-BRH-FS.
008500  DATA DIVISION.
008600  FILE SECTION.
008700  FD  POH3BRKF.
008800     COPY POH3BRKR.
008833  FD  POH3BRHF.
008867     COPY POH3BRHR.
008900  WORKING-STORAGE SECTION.
009000     COPY POH3BRKT.
009100  01  WS-SWITCHES.
009500         88  WS-BRK-EOF                    VALUE "Y".
009510     05  WS-EXACT-SWITCH         PIC X(01) VALUE "N".
009520         88  WS-EXACT-HIT                  VALUE "Y".
009547     05  WS-BRH-EOF-SWITCH       PIC X(01) VALUE "N".
009573         88  WS-BRH-EOF                    VALUE "Y".
009582     05  WS-TABLE-FULL-SWITCH    PIC X(01) VALUE "N".
009591         88  WS-TABLE-FULL                 VALUE "Y".
009600  77  WS-BRK-FS                   PIC X(02).
009700  77  WS-MATCHED-RESULT           PIC 9(09) COMP.
009710  77  WS-BAND-THRESHOLD           PIC 9(06).
009723  77  WS-BRH-FS                   PIC X(02).
009736  77  WS-AS-OF-DATE               PIC 9(08).
009749  77  WS-LOADED-AS-OF             PIC 9(08) VALUE ZERO.
009761  77  WS-LOADED-VERSION           PIC 9(06) VALUE ZERO.
009774  77  WS-LOADED-FROM              PIC 9(08) VALUE ZERO.
009787  77  WS-LOADED-TO                PIC 9(08) VALUE ZERO.
009800  LINKAGE SECTION.
009900     COPY POH3CIF.
010000  PROCEDURE DIVISION USING POH3-INTERFACE.
010100*--------------------------------------------------------------
010200* 0000-MAINLINE - LOAD THE BREAKPOINT TABLE THE FIRST TIME THIS
010300* RUN CALLS IN, THEN CLASSIFY AND COMPUTE THE ANSWER FOR
010350* POH3-IF-N.  A CHANGE OF AS-OF DATE FROM THE LAST CALL
010400* RELOADS THE TABLE - FROM POH3BRK FOR THE LIVE TABLE, FROM THE
010450* POH3BRH VERSION IN FORCE ON THE DATE OTHERWISE.
010500*--------------------------------------------------------------
010600  0000-MAINLINE.
010611     MOVE 0 TO WS-AS-OF-DATE.
010622     IF POH3-IF-AS-OF-DATE IS NUMERIC
010633         MOVE POH3-IF-AS-OF-DATE TO WS-AS-OF-DATE
010644     END-IF.
010656     IF NOT WS-IS-FIRST-CALL
010667             AND WS-AS-OF-DATE NOT = WS-LOADED-AS-OF
010678         MOVE "Y" TO WS-FIRST-CALL
010689     END-IF.
010700     IF WS-IS-FIRST-CALL
010729         IF WS-AS-OF-DATE = 0
010757             PERFORM 0500-LOAD-TABLE THRU 0500-EXIT
010786         ELSE
010814             PERFORM 0600-LOAD-VERSION THRU 0600-EXIT
010843         END-IF
010871         MOVE WS-AS-OF-DATE TO WS-LOADED-AS-OF
010900         MOVE "N" TO WS-FIRST-CALL
011000     END-IF.
011100     PERFORM 1000-CLASSIFY THRU 1000-EXIT.
011200     PERFORM 2000-COMPUTE-RESULT THRU 2000-EXIT.
011250     PERFORM 3000-RETURN-VERSION THRU 3000-EXIT.
011300     GOBACK.
011400*--------------------------------------------------------------
011500* 0500-LOAD-TABLE - READ THE EXTERNAL POH3BRK REFERENCE FILE
015000     MOVE POH3-BRK-RESULT TO POH3-BRK-TAB-RESULT(POH3-BX).
015100     PERFORM 0510-READ-BREAKPOINT THRU 0510-EXIT.
015200  0520-EXIT.
015202     EXIT.
015203*--------------------------------------------------------------
015205* 0600-LOAD-VERSION - LOAD THE TABLE FROM THE POH3BRH VERSION
015206* IN FORCE ON THE AS-OF DATE.  WHERE A VERSION WAS SUPERSEDED
015208* ON ITS FIRST DAY TWO VERSIONS COVER THE DATE, AND THE HIGHER
015209* ONE - THE TABLE THAT STOOD AT THE END OF THE DAY - WINS.  A
015211* MISSING HISTORY, LIKE A MISSING POH3BRK, IS NOT AN ERROR; IT
015212* JUST LEAVES NO VERSION IN FORCE.
015214*--------------------------------------------------------------
015216  0600-LOAD-VERSION.
015217     MOVE 0 TO POH3-BRK-COUNT.
015219     MOVE 0 TO WS-LOADED-VERSION.
015220     MOVE 0 TO WS-LOADED-FROM.
015222     MOVE 0 TO WS-LOADED-TO.
015223     MOVE "N" TO WS-TABLE-FULL-SWITCH.
015224     OPEN INPUT POH3BRHF.
015225     IF WS-BRH-FS = "00"
015227         MOVE "N" TO WS-BRH-EOF-SWITCH
015228         PERFORM 0610-READ-HISTORY THRU 0610-EXIT
015230         PERFORM 0620-ADD-HISTORY THRU 0620-EXIT
015231             UNTIL WS-BRH-EOF
015233         CLOSE POH3BRHF
015234     END-IF.
015236  0600-EXIT.
015238     EXIT.
015239*--------------------------------------------------------------
015241* 0610-READ-HISTORY
015242*--------------------------------------------------------------
015244  0610-READ-HISTORY.
015245     READ POH3BRHF
015247         AT END
015248             MOVE "Y" TO WS-BRH-EOF-SWITCH
015250     END-READ.
015252  0610-EXIT.
015253     EXIT.
015255*--------------------------------------------------------------
015256* 0620-ADD-HISTORY - A HIGHER VERSION IN FORCE ON THE DATE
015258* THROWS AWAY WHAT WAS LOADED SO FAR.  THE BLANK-BUCKET RECORD
015259* OF AN EMPTY VERSION NAMES THE VERSION BUT LOADS NOTHING.  A
015260* 51ST BREAKPOINT IN THE VERSION IN FORCE MEANS THE TABLE CANNOT
015261* HOLD IT, AND THE VERSION IS NOT ANSWERED FROM AT ALL.
015262*--------------------------------------------------------------
015263  0620-ADD-HISTORY.
015264     IF POH3-BRH-EFF-FROM > WS-AS-OF-DATE
015266             OR POH3-BRH-EFF-TO < WS-AS-OF-DATE
015267         GO TO 0620-NEXT
015269     END-IF.
015270     IF POH3-BRH-VERSION > WS-LOADED-VERSION
015272         MOVE POH3-BRH-VERSION TO WS-LOADED-VERSION
015273         MOVE POH3-BRH-EFF-FROM TO WS-LOADED-FROM
015275         MOVE POH3-BRH-EFF-TO TO WS-LOADED-TO
015277         MOVE 0 TO POH3-BRK-COUNT
015278         MOVE "N" TO WS-TABLE-FULL-SWITCH
015279     END-IF.
015280     IF POH3-BRH-VERSION = WS-LOADED-VERSION
015281             AND POH3-BRH-BUCKET NOT = SPACE
015286             AND POH3-BRK-COUNT = 50
015292         IF NOT WS-TABLE-FULL
015297             DISPLAY "BREAKPOINT TABLE FULL - POH3BRH VERSION "
015303                 POH3-BRH-VERSION
015308             MOVE "Y" TO WS-TABLE-FULL-SWITCH
015313         END-IF
015319         GO TO 0620-NEXT
015324     END-IF.
015330     IF POH3-BRH-VERSION = WS-LOADED-VERSION
015335             AND POH3-BRH-BUCKET NOT = SPACE
015341         ADD 1 TO POH3-BRK-COUNT
015346         SET POH3-BX TO POH3-BRK-COUNT
015351         MOVE POH3-BRH-BUCKET TO POH3-BRK-TAB-BUCKET(POH3-BX)
015357         MOVE POH3-BRH-THRESHOLD
015362             TO POH3-BRK-TAB-THRESHOLD(POH3-BX)
015368         MOVE POH3-BRH-RESULT TO POH3-BRK-TAB-RESULT(POH3-BX)
015373     END-IF.
015378  0620-NEXT.
015384     PERFORM 0610-READ-HISTORY THRU 0610-EXIT.
015389  0620-EXIT.
015395     EXIT.
015400*--------------------------------------------------------------
015500* 1000-CLASSIFY - TAG THE BUCKET LETTER FOR N AND REMEMBER THE
015600* VERIFIED RESULT FOR 2000-COMPUTE-RESULT WHEN N LANDS EXACTLY
019300     END-IF.
019400  2000-EXIT.
019500     EXIT.
019600*--------------------------------------------------------------
019700* 3000-RETURN-VERSION - TELL A HISTORICAL CALLER WHICH VERSION
019800* ANSWERED.  WITH NO VERSION IN FORCE ON THE DATE THERE IS NO
019900* TABLE TO ANSWER FROM AT ALL, WHICH IS NOT THE SAME THING AS AN
020000* N OFF THE TABLE, SO IT COMES BACK "NOVERSN " RATHER THAN
020067* "INVALID ".  A VERSION TOO BIG FOR THE TABLE COMES BACK
020133* "TBLFULL " - ANY ANSWER FROM HALF A TABLE IS UNSAFE.
020200*--------------------------------------------------------------
020300  3000-RETURN-VERSION.
020400     IF WS-AS-OF-DATE = 0
020500         MOVE 0 TO POH3-IF-VERSION
020600         MOVE 0 TO POH3-IF-VER-FROM
020700         MOVE 0 TO POH3-IF-VER-TO
020800         GO TO 3000-EXIT
020900     END-IF.
021000     MOVE WS-LOADED-VERSION TO POH3-IF-VERSION.
021100     MOVE WS-LOADED-FROM TO POH3-IF-VER-FROM.
021200     MOVE WS-LOADED-TO TO POH3-IF-VER-TO.
021300     IF WS-LOADED-VERSION = 0
021400         MOVE 0 TO POH3-IF-RESULT
021500         MOVE SPACE TO POH3-IF-BUCKET
021600         MOVE "NOVERSN " TO POH3-IF-STATUS
021700     END-IF.
021717     IF WS-TABLE-FULL
021733         MOVE 0 TO POH3-IF-RESULT
021750         MOVE SPACE TO POH3-IF-BUCKET
021767         MOVE "TBLFULL " TO POH3-IF-STATUS
021783     END-IF.
021800  3000-EXIT.
021900     EXIT.
