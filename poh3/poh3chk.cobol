000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     POH3CHK.
000300 AUTHOR.         RTM.
000400 INSTALLATION.   BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000*  10/15/2026  RTM       ORIGINAL VERSION.  POH3LOG IS THE AUDIT
001100*                        TRAIL CHARGEBACK, RECONCILIATION,
001200*                        DUPLICATE DETECTION AND DISPUTES ALL
001300*                        RELY ON, AND A PLAIN LINE SEQUENTIAL
001400*                        FILE GAVE NO WAY TO TELL A LINE HAD BEEN
001500*                        DELETED, EDITED OR MOVED.  EVERY LOG LINE
001600*                        NOW CARRIES A CHECK VALUE FOLDED FROM THE
001700*                        PREVIOUS LINE'S CHECK VALUE AND ITS OWN
001800*                        CONTENT, SO ONE CHANGED BYTE ANYWHERE
001900*                        BREAKS THE CHAIN FROM THAT LINE ON.  THE
002000*                        FOLD LIVES HERE SO POH3LOG, WHICH SEALS
002100*                        THE LINES, AND POH3ARC AND POH3VFY, WHICH
002200*                        CHECK THEM, CAN NEVER DISAGREE ON IT.
002300*                        CALLED THE WAY POH3DAY IS: NO FILES, NO
002400*                        STATE BETWEEN CALLS.
002500*--------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 DATA DIVISION.
002800 WORKING-STORAGE SECTION.
002900*--------------------------------------------------------------
003000* ONE LINE BYTE IS MOVED INTO THE LOW HALF OF A HALFWORD WHOSE
003100* HIGH HALF IS LOW-VALUE, SO THE HALFWORD READS AS THE BYTE'S
003200* CODE POINT, 0 THROUGH 255.
003300*--------------------------------------------------------------
003400 01  WS-BYTE-PAIR.
003500     05  WS-BYTE-HIGH            PIC X(01).
003600     05  WS-BYTE-LOW             PIC X(01).
003700 01  WS-BYTE-VALUE REDEFINES WS-BYTE-PAIR
003800                                 PIC 9(04) COMP.
003900*--------------------------------------------------------------
004000* THE FOLD IS KEPT BELOW A PRIME JUST UNDER ONE BILLION SO THE
004100* CHECK VALUE ALWAYS FITS ITS NINE LOG COLUMNS.
004200*--------------------------------------------------------------
004300 77  WS-CHECK-MODULUS            PIC 9(09) COMP VALUE 999999937.
004400 77  WS-CHECK-MULTIPLIER         PIC 9(02) COMP VALUE 31.
004500 77  WS-LINE-LENGTH              PIC 9(03) COMP VALUE 78.
004600 77  WS-BYTE-INDEX               PIC 9(03) COMP.
004700 77  WS-CHECK                    PIC 9(09) COMP.
004800 77  WS-WORK                     PIC 9(13) COMP.
004900 77  WS-QUOTIENT                 PIC 9(13) COMP.
005000 LINKAGE SECTION.
005100     COPY POH3KIF.
005200 PROCEDURE DIVISION USING POH3-CHK-INTERFACE.
005300*--------------------------------------------------------------
005400* 0000-MAINLINE
005500*--------------------------------------------------------------
005600 0000-MAINLINE.
005700     IF POH3-KIF-PRIOR-CHECK NUMERIC
005800         MOVE POH3-KIF-PRIOR-CHECK TO WS-CHECK
005900     ELSE
006000         MOVE ZERO TO WS-CHECK
006100     END-IF.
006200     MOVE LOW-VALUE TO WS-BYTE-HIGH.
006300     PERFORM 1000-FOLD-BYTE THRU 1000-EXIT
006400         VARYING WS-BYTE-INDEX FROM 1 BY 1
006500         UNTIL WS-BYTE-INDEX > WS-LINE-LENGTH.
006600     MOVE WS-CHECK TO POH3-KIF-CHECK.
006700     GOBACK.
006800*--------------------------------------------------------------
006900* 1000-FOLD-BYTE - CHECK = (CHECK * 31 + BYTE + POSITION)
007000* MODULO THE PRIME.  ADDING THE POSITION MEANS TWO BYTES THAT
007100* TRADE PLACES STILL CHANGE THE RESULT.
007200*--------------------------------------------------------------
007300 1000-FOLD-BYTE.
007400     MOVE POH3-KIF-BYTE(WS-BYTE-INDEX) TO WS-BYTE-LOW.
007500     COMPUTE WS-WORK = WS-CHECK * WS-CHECK-MULTIPLIER
007600         + WS-BYTE-VALUE + WS-BYTE-INDEX.
007700     DIVIDE WS-WORK BY WS-CHECK-MODULUS GIVING WS-QUOTIENT
007800         REMAINDER WS-CHECK.
007900 1000-EXIT.
008000     EXIT.
