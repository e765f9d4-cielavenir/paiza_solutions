000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     POH3LOK.
000300 AUTHOR.         RTM.
000400 INSTALLATION.   BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000*  10/15/2026  RTM       ORIGINAL VERSION.  POH3LOG SEALS EVERY
001100*                        LINE FROM THE CHAIN TAIL IT FINDS AT ITS
001200*                        FIRST CALL OF THE RUN, SO TWO PROGRAMS
001300*                        WRITING THE LOG AT THE SAME TIME EACH
001400*                        CHAIN ON FROM THE SAME TAIL AND THE LOG
001500*                        FORKS.  ONLY POH3BAT AND POH3EXP TOOK THE
001600*                        POH3LCK RUN LOCK.  EVERY OTHER PROGRAM
001700*                        THAT WRITES OR REWRITES POH3LOG NOW TAKES
001800*                        THE SAME LOCK THROUGH THIS SUBPROGRAM AT
001900*                        INITIALIZE AND RELEASES IT AT TERMINATE,
002000*                        SO ONE LOG WRITER RUNS AT A TIME.  THE
002100*                        LOCK RECORD, THE REFUSAL WITH RETURN-CODE
002200*                        24 AND THE STALE-LOCK RULE ARE POH3BAT'S,
002300*                        UNCHANGED.
002400*--------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT POH3LCKF ASSIGN TO "POH3LCK"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-LCK-FS.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  POH3LCKF.
003400     COPY POH3LCKR.
003500 WORKING-STORAGE SECTION.
003600 01  WS-SWITCHES.
003700     05  WS-LOCK-HELD-SWITCH     PIC X(01) VALUE "N".
003800         88  WS-LOCK-HELD                  VALUE "Y".
003900 01  WS-LOCK-IDENTITY.
004000     05  WS-LKI-PROGRAM          PIC X(08).
004100     05  WS-LKI-TIME             PIC 9(08).
004200 77  WS-LCK-FS                   PIC X(02).
004300 77  WS-LOCK-TODAY               PIC 9(08).
004400 LINKAGE SECTION.
004500     COPY POH3LIF.
004600 PROCEDURE DIVISION USING POH3-LOCK-INTERFACE.
004700*--------------------------------------------------------------
004800* 0000-MAINLINE
004900*--------------------------------------------------------------
005000 0000-MAINLINE.
005100     IF POH3-LIF-TAKE-MODE
005200         PERFORM 1000-TAKE-LOCK THRU 1000-EXIT
005300     ELSE
005400         IF POH3-LIF-RELEASE-MODE
005500             PERFORM 2000-RELEASE-LOCK THRU 2000-EXIT
005600         END-IF
005700     END-IF.
005800     MOVE POH3-LIF-RC TO RETURN-CODE.
005900     GOBACK.
006000*--------------------------------------------------------------
006100* 1000-TAKE-LOCK - THE SAME TEST POH3BAT MAKES.  A LOCK DATED
006200* TODAY BELONGS TO A RUN STILL IN FLIGHT - THE NIGHTLY RUN, AN
006300* EXPRESS RUN OR ANOTHER LOG WRITER - AND THE CALLER IS REFUSED
006400* WITH RC 24, NAMING THE HOLDER.  A LOCK DATED BEFORE TODAY IS
006500* THE FOOTPRINT OF AN ABENDED RUN; IT IS CALLED OUT AS STALE AND
006600* STILL REFUSED - THE OPERATOR CLEARS POH3LCK, NEVER A PROGRAM.
006700*--------------------------------------------------------------
006800 1000-TAKE-LOCK.
006900     MOVE 0 TO POH3-LIF-RC.
007000     MOVE SPACES TO POH3-LIF-HOLDER.
007100     ACCEPT WS-LOCK-TODAY FROM DATE YYYYMMDD.
007200     OPEN INPUT POH3LCKF.
007300     IF WS-LCK-FS = "35"
007400         PERFORM 1100-WRITE-LOCK THRU 1100-EXIT
007500         GO TO 1000-EXIT
007600     END-IF.
007700     IF WS-LCK-FS NOT = "00"
007800         DISPLAY "POH3LCK OPEN FAILED - FILE STATUS " WS-LCK-FS
007900         MOVE 16 TO POH3-LIF-RC
008000         GO TO 1000-EXIT
008100     END-IF.
008200     READ POH3LCKF
008300         AT END
008400             CLOSE POH3LCKF
008500             PERFORM 1100-WRITE-LOCK THRU 1100-EXIT
008600             GO TO 1000-EXIT
008700     END-READ.
008800     CLOSE POH3LCKF.
008900     MOVE POH3-LCK-IDENTITY TO POH3-LIF-HOLDER.
009000     IF POH3-LCK-DATE = WS-LOCK-TODAY
009100         DISPLAY "POH3LCK HELD BY " POH3-LCK-IDENTITY
009200             " - " POH3-LIF-PROGRAM " NOT STARTED"
009300     ELSE
009400         DISPLAY "STALE RUN LOCK DATED " POH3-LCK-DATE
009500             " - PRIOR RUN ABENDED, CLEAR POH3LCK TO RUN"
009600     END-IF.
009700     MOVE 24 TO POH3-LIF-RC.
009800 1000-EXIT.
009900     EXIT.
010000*--------------------------------------------------------------
010100* 1100-WRITE-LOCK - STAMP THE LOCK WITH TODAY, THE TIME AND THE
010200* CALLER'S NAME, IN THE LAYOUT POH3BAT WRITES.
010300*--------------------------------------------------------------
010400 1100-WRITE-LOCK.
010500     OPEN OUTPUT POH3LCKF.
010600     IF WS-LCK-FS NOT = "00"
010700         DISPLAY "POH3LCK WRITE FAILED - FILE STATUS " WS-LCK-FS
010800         MOVE 16 TO POH3-LIF-RC
010900         GO TO 1100-EXIT
011000     END-IF.
011100     MOVE POH3-LIF-PROGRAM TO WS-LKI-PROGRAM.
011200     ACCEPT WS-LKI-TIME FROM TIME.
011300     MOVE SPACES TO POH3-LCK-RECORD.
011400     MOVE WS-LOCK-TODAY TO POH3-LCK-DATE.
011500     MOVE WS-LKI-TIME TO POH3-LCK-TIME.
011600     MOVE WS-LOCK-IDENTITY TO POH3-LCK-IDENTITY.
011700     WRITE POH3-LCK-RECORD.
011800     CLOSE POH3LCKF.
011900     MOVE "Y" TO WS-LOCK-HELD-SWITCH.
012000 1100-EXIT.
012100     EXIT.
012200*--------------------------------------------------------------
012300* 2000-RELEASE-LOCK - REBUILD POH3LCK EMPTY.  ONLY A RUN THAT
012400* ACTUALLY TOOK THE LOCK EVER RELEASES IT, AND ONLY THROUGH ITS
012500* CONTROLLED END OF JOB - AN ABEND LEAVES THE LOCK IN PLACE FOR
012600* THE NEXT STARTUP AND FOR POH3REC TO CALL OUT.  THE CALLER'S
012700* RETURN CODE PASSES THROUGH UNTOUCHED.
012800*--------------------------------------------------------------
012900 2000-RELEASE-LOCK.
013000     IF NOT WS-LOCK-HELD
013100         GO TO 2000-EXIT
013200     END-IF.
013300     OPEN OUTPUT POH3LCKF.
013400     IF WS-LCK-FS NOT = "00"
013500         DISPLAY "POH3LCK RELEASE FAILED - FILE STATUS "
013600             WS-LCK-FS
013700     ELSE
013800         CLOSE POH3LCKF
013900     END-IF.
014000     MOVE "N" TO WS-LOCK-HELD-SWITCH.
014100 2000-EXIT.
014200     EXIT.
