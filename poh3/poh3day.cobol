000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     POH3DAY.
000300 AUTHOR.         RTM.
000400 INSTALLATION.   BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000*  10/15/2026  RTM       ORIGINAL VERSION.  THE BREAKPOINT HISTORY
001100*                        CLOSES A SUPERSEDED TABLE VERSION ON THE
001200*                        DAY BEFORE ITS REPLACEMENT TOOK EFFECT,
001300*                        AND THAT DAY IS NOT ALWAYS IN THE SAME
001400*                        MONTH OR YEAR.  RATHER THAN SCATTER
001500*                        MONTH-END AND LEAP-YEAR LOGIC THROUGH
001600*                        EVERY PROGRAM THAT NEEDS TO STEP OR
001700*                        DIFFERENCE A DATE, THIS SUBPROGRAM IS
001800*                        CALLED THE WAY POH3RUN IS: MODE "D" TURNS
001900*                        A YYYYMMDD DATE INTO A DAY NUMBER AND
002000*                        MODE "T" TURNS ONE BACK.  NO FILES, NO
002100*                        STATE BETWEEN CALLS.
002200*--------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 DATA DIVISION.
002500 WORKING-STORAGE SECTION.
002600 01  WS-DATE-PARTS.
002700     05  WS-DATE-YYYY            PIC 9(04).
002800     05  WS-DATE-MM              PIC 9(02).
002900     05  WS-DATE-DD              PIC 9(02).
003000 01  WS-DATE-NUM REDEFINES WS-DATE-PARTS
003100                                 PIC 9(08).
003200*--------------------------------------------------------------
003300* DAYS IN EACH MONTH OF A COMMON YEAR; FEBRUARY IS STEPPED TO 29
003400* IN 1100-EDIT-DATE WHEN THE YEAR IS A LEAP YEAR.
003500*--------------------------------------------------------------
003600 01  WS-MONTH-DAYS-VALUES.
003700     05  FILLER                  PIC X(24)
003800                 VALUE "312831303130313130313031".
003900 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
004000     05  WS-MONTH-DAYS OCCURS 12 TIMES
004100                                 PIC 9(02).
004200 77  WS-MONTH-LIMIT              PIC 9(02).
004300 77  WS-YEAR                     PIC 9(05) COMP.
004400 77  WS-MONTH                    PIC 9(02) COMP.
004500 77  WS-YEAR-DAYS                PIC 9(07) COMP.
004600 77  WS-DAY-OF-YEAR              PIC S9(07) COMP.
004700 77  WS-MONTH-INDEX              PIC 9(03) COMP.
004800 77  WS-QUOTIENT                 PIC 9(09) COMP.
004900 77  WS-REMAINDER                PIC 9(09) COMP.
005000 77  WS-REM-4                    PIC 9(03) COMP.
005100 77  WS-REM-100                  PIC 9(03) COMP.
005200 77  WS-REM-400                  PIC 9(03) COMP.
005300 77  WS-WORK                     PIC 9(13) COMP.
005400 LINKAGE SECTION.
005500     COPY POH3DIF.
005600 PROCEDURE DIVISION USING POH3-DAY-INTERFACE.
005700*--------------------------------------------------------------
005800* 0000-MAINLINE
005900*--------------------------------------------------------------
006000 0000-MAINLINE.
006100     MOVE "Y" TO POH3-DIF-VALID.
006200     IF POH3-DIF-TO-DAYS
006300         PERFORM 1000-DATE-TO-DAYS THRU 1000-EXIT
006400     ELSE
006500         IF POH3-DIF-TO-DATE
006600             PERFORM 2000-DAYS-TO-DATE THRU 2000-EXIT
006700         ELSE
006800             MOVE "N" TO POH3-DIF-VALID
006900         END-IF
007000     END-IF.
007100     GOBACK.
007200*--------------------------------------------------------------
007300* 1000-DATE-TO-DAYS - THE DAY NUMBER COUNTS FROM A YEAR THAT
007400* STARTS ON THE FIRST OF MARCH, SO THE LEAP DAY IS ALWAYS THE
007500* LAST DAY OF ITS YEAR AND THE MONTH OFFSETS NEVER DEPEND ON IT:
007600*   YEARS  = YYYY, LESS ONE FOR JANUARY AND FEBRUARY
007700*   MONTH  = 0 FOR MARCH THROUGH 11 FOR FEBRUARY
007800*   DAYS   = 365 * YEARS + YEARS/4 - YEARS/100 + YEARS/400
007900*            + (306 * MONTH + 5) / 10 + DD - 1
008000* EVERY DIVISION IS DONE ON ITS OWN SO EACH ONE TRUNCATES.
008100*--------------------------------------------------------------
008200 1000-DATE-TO-DAYS.
008300     MOVE 0 TO POH3-DIF-DAYS.
008400     PERFORM 1100-EDIT-DATE THRU 1100-EXIT.
008500     IF NOT POH3-DIF-IS-VALID
008600         GO TO 1000-EXIT
008700     END-IF.
008800     MOVE WS-DATE-YYYY TO WS-YEAR.
008900     IF WS-DATE-MM > 2
009000         SUBTRACT 3 FROM WS-DATE-MM GIVING WS-MONTH
009100     ELSE
009200         ADD 9 WS-DATE-MM GIVING WS-MONTH
009300         SUBTRACT 1 FROM WS-YEAR
009400     END-IF.
009500     PERFORM 3000-YEAR-DAYS THRU 3000-EXIT.
009600     COMPUTE WS-WORK = WS-MONTH * 306 + 5.
009700     DIVIDE WS-WORK BY 10 GIVING WS-QUOTIENT.
009800     COMPUTE POH3-DIF-DAYS =
009900         WS-YEAR-DAYS + WS-QUOTIENT + WS-DATE-DD - 1.
010000 1000-EXIT.
010100     EXIT.
010200*--------------------------------------------------------------
010300* 1100-EDIT-DATE - A REAL CALENDAR DATE OR NOTHING: NUMERIC, A
010400* MONTH OF 1 TO 12, AND A DAY THAT MONTH ACTUALLY HAS.
010500*--------------------------------------------------------------
010600 1100-EDIT-DATE.
010700     IF POH3-DIF-DATE NOT NUMERIC
010800         MOVE "N" TO POH3-DIF-VALID
010900         GO TO 1100-EXIT
011000     END-IF.
011100     MOVE POH3-DIF-DATE TO WS-DATE-NUM.
011200     IF WS-DATE-YYYY = 0
011300             OR WS-DATE-MM < 1 OR WS-DATE-MM > 12
011400             OR WS-DATE-DD < 1
011500         MOVE "N" TO POH3-DIF-VALID
011600         GO TO 1100-EXIT
011700     END-IF.
011800     MOVE WS-MONTH-DAYS(WS-DATE-MM) TO WS-MONTH-LIMIT.
011900     IF WS-DATE-MM = 2
012000         DIVIDE WS-DATE-YYYY BY 4 GIVING WS-QUOTIENT
012100             REMAINDER WS-REM-4
012200         DIVIDE WS-DATE-YYYY BY 100 GIVING WS-QUOTIENT
012300             REMAINDER WS-REM-100
012400         DIVIDE WS-DATE-YYYY BY 400 GIVING WS-QUOTIENT
012500             REMAINDER WS-REM-400
012600         IF WS-REM-4 = 0
012700                 AND (WS-REM-100 NOT = 0 OR WS-REM-400 = 0)
012800             MOVE 29 TO WS-MONTH-LIMIT
012900         END-IF
013000     END-IF.
013100     IF WS-DATE-DD > WS-MONTH-LIMIT
013200         MOVE "N" TO POH3-DIF-VALID
013300     END-IF.
013400 1100-EXIT.
013500     EXIT.
013600*--------------------------------------------------------------
013700* 2000-DAYS-TO-DATE - THE REVERSE OF 1000-DATE-TO-DAYS.  THE
013800* YEAR IS ESTIMATED FROM THE MEAN YEAR LENGTH AND STEPPED BACK
013900* ONE WHEN THE ESTIMATE OVERSHOOTS; THE MARCH-BASED MONTH IS THEN
014000* READ OFF THE DAY WITHIN THAT YEAR AND TURNED BACK INTO A
014100* CALENDAR MONTH, MOVING JANUARY AND FEBRUARY INTO THE NEXT YEAR.
014200*--------------------------------------------------------------
014300 2000-DAYS-TO-DATE.
014400     MOVE 0 TO POH3-DIF-DATE.
014500     IF POH3-DIF-DAYS NOT NUMERIC
014600         MOVE "N" TO POH3-DIF-VALID
014700         GO TO 2000-EXIT
014800     END-IF.
014900     COMPUTE WS-WORK = POH3-DIF-DAYS * 10000 + 14780.
015000     DIVIDE WS-WORK BY 3652425 GIVING WS-YEAR.
015100     PERFORM 3000-YEAR-DAYS THRU 3000-EXIT.
015200     COMPUTE WS-DAY-OF-YEAR = POH3-DIF-DAYS - WS-YEAR-DAYS.
015300     IF WS-DAY-OF-YEAR < 0
015400         SUBTRACT 1 FROM WS-YEAR
015500         PERFORM 3000-YEAR-DAYS THRU 3000-EXIT
015600         COMPUTE WS-DAY-OF-YEAR = POH3-DIF-DAYS - WS-YEAR-DAYS
015700     END-IF.
015800     COMPUTE WS-WORK = WS-DAY-OF-YEAR * 100 + 52.
015900     DIVIDE WS-WORK BY 3060 GIVING WS-MONTH-INDEX.
016000     COMPUTE WS-WORK = WS-MONTH-INDEX * 306 + 5.
016100     DIVIDE WS-WORK BY 10 GIVING WS-QUOTIENT.
016200     COMPUTE WS-DATE-DD = WS-DAY-OF-YEAR - WS-QUOTIENT + 1.
016300     ADD 2 WS-MONTH-INDEX GIVING WS-WORK.
016400     DIVIDE WS-WORK BY 12 GIVING WS-QUOTIENT
016500         REMAINDER WS-REMAINDER.
016600     ADD 1 WS-REMAINDER GIVING WS-DATE-MM.
016700     ADD WS-QUOTIENT TO WS-YEAR.
016800     MOVE WS-YEAR TO WS-DATE-YYYY.
016900     MOVE WS-DATE-NUM TO POH3-DIF-DATE.
017000 2000-EXIT.
017100     EXIT.
017200*--------------------------------------------------------------
017300* 3000-YEAR-DAYS - DAYS BEFORE THE MARCH-BASED YEAR IN WS-YEAR.
017400*--------------------------------------------------------------
017500 3000-YEAR-DAYS.
017600     COMPUTE WS-YEAR-DAYS = WS-YEAR * 365.
017700     DIVIDE WS-YEAR BY 4 GIVING WS-QUOTIENT.
017800     ADD WS-QUOTIENT TO WS-YEAR-DAYS.
017900     DIVIDE WS-YEAR BY 100 GIVING WS-QUOTIENT.
018000     SUBTRACT WS-QUOTIENT FROM WS-YEAR-DAYS.
018100     DIVIDE WS-YEAR BY 400 GIVING WS-QUOTIENT.
018200     ADD WS-QUOTIENT TO WS-YEAR-DAYS.
018300 3000-EXIT.
018400     EXIT.
