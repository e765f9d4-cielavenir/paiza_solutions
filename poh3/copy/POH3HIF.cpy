000100*--------------------------------------------------------------
000200* POH3HIF - CALL INTERFACE BLOCK FOR THE POH3BRH BREAKPOINT
000300* HISTORY SUBPROGRAM, COPIED INTO THE CALLERS' WORKING-STORAGE
000400* AND POH3BRH'S LINKAGE SECTION THE SAME WAY POH3CIF IS SHARED.
000500* THE CALLER PASSES THE WHOLE TABLE IN THE POH3BRKR IMAGE - THE
000600* SAME DISPLAY SHAPE AS THE MAINTENANCE JOBS' WORK TABLE, SO IT
000700* GOES ACROSS IN ONE MOVE.  MODE "V" RECORDS THE TABLE AS A NEW
000800* VERSION EFFECTIVE FROM THE EFFECTIVE DATE AND CLOSES THE ONE IT
000900* REPLACES.  MODE "S" SEEDS AN EMPTY HISTORY WITH THE TABLE THAT
001000* WAS ALREADY LIVE, EFFECTIVE FROM ZERO, AND DOES NOTHING AT ALL
001100* WHEN THE HISTORY ALREADY HOLDS A VERSION.  THE RETURN CODE IS
001200* 0 WHEN A VERSION WAS WRITTEN, 4 WHEN A SEED WAS NOT NEEDED,
001300* AND 16 WHEN THE HISTORY COULD NOT BE WRITTEN; THE VERSION
001400* NUMBER WRITTEN COMES BACK ALONGSIDE IT.
001500*--------------------------------------------------------------
001600 01  POH3-HIST-INTERFACE.
001700     05  POH3-HIF-MODE           PIC X(01).
001800         88  POH3-HIF-NEW-VERSION            VALUE "V".
001900         88  POH3-HIF-SEED-ONLY              VALUE "S".
002000     05  POH3-HIF-PROGRAM        PIC X(08).
002100     05  POH3-HIF-EFF-DATE       PIC 9(08).
002200     05  POH3-HIF-RC             PIC 9(02).
002300     05  POH3-HIF-VERSION        PIC 9(06).
002400     05  POH3-HIF-COUNT          PIC 9(03).
002500     05  POH3-HIF-TABLE.
002600         10  POH3-HIF-ENTRY OCCURS 50 TIMES.
002700             15  POH3-HIF-BUCKET     PIC X(01).
002800             15  POH3-HIF-THRESHOLD  PIC X(06).
002900             15  POH3-HIF-RESULT     PIC X(09).
