000100*--------------------------------------------------------------
000200* POH3BRHR - BREAKPOINT HISTORY RECORD.  EVERY TABLE VERSION
000300* POH3BRM OR POH3BPR PUTS LIVE IS KEPT ON THE POH3BRH DATASET,
000400* ONE RECORD PER BREAKPOINT OF THE VERSION, ALL CARRYING THE
000500* VERSION NUMBER, THE FIRST AND LAST DAYS IT WAS IN FORCE, AND
000600* THE JOB THAT PROMOTED IT.  THE VERSION STILL IN FORCE CARRIES
000700* AN EFFECTIVE-TO OF 99999999 UNTIL THE NEXT VERSION CLOSES IT ON
000800* THE DAY BEFORE ITS OWN EFFECTIVE DATE.  A VERSION SUPERSEDED ON
000900* THE DAY IT WENT LIVE IS CLOSED ON THAT SAME DAY, SO TWO VERSIONS
001000* CAN COVER ONE DATE - THE HIGHER VERSION NUMBER IS THE ONE THAT
001100* STOOD AT THE END OF THAT DAY.  AN EFFECTIVE-FROM OF ZERO MARKS
001200* THE TABLE THAT WAS ALREADY LIVE WHEN THE HISTORY BEGAN.  A
001300* VERSION WITH NO BREAKPOINTS AT ALL IS ONE RECORD WITH A BLANK
001400* BUCKET.  THE ENTRY IMAGE IS BYTE-FOR-BYTE THE POH3BRKR LAYOUT.
001500*--------------------------------------------------------------
001600 01  POH3-BRH-RECORD.
001700     05  POH3-BRH-VERSION        PIC 9(06).
001800     05  FILLER                  PIC X(01) VALUE SPACE.
001900     05  POH3-BRH-EFF-FROM       PIC 9(08).
002000     05  FILLER                  PIC X(01) VALUE SPACE.
002100     05  POH3-BRH-EFF-TO         PIC 9(08).
002200         88  POH3-BRH-IN-FORCE               VALUE 99999999.
002300     05  FILLER                  PIC X(01) VALUE SPACE.
002400     05  POH3-BRH-PROGRAM        PIC X(08).
002500     05  FILLER                  PIC X(01) VALUE SPACE.
002600     05  POH3-BRH-ENTRY.
002700         10  POH3-BRH-BUCKET     PIC X(01).
002800         10  POH3-BRH-THRESHOLD  PIC 9(06).
002900         10  POH3-BRH-RESULT     PIC 9(09).
