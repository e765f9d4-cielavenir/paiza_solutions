002730*                        RECORD AND THE COLUMN LEGEND GROW WITH
002740*                        IT; THE SELECTION CRITERIA ARE
002750*                        UNCHANGED.
002758*  10/15/2026  RTM       THE AUDIT LOG RECORD GREW A SEQUENCE
002767*                        NUMBER AND CHAINED CHECK VALUE.  THE
002775*                        REPORT AND EXTRACT RECORDS AND THE
002783*                        COLUMN LEGEND GROW WITH IT, SO A DISPUTED
002792*                        LINE IS HANDED OVER WITH ITS PLACE IN THE
002796*                        CHAIN.
002800*--------------------------------------------------------------
002900   ENVIRONMENT DIVISION.
003000   INPUT-OUTPUT SECTION.
004800   FD  POH3LOGF.
004900      COPY POH3LOGR.
005000   FD  POH3QRPF.
005100   01  POH3-QRP-RECORD             PIC X(88).
005200   FD  POH3QEXF.
005300   01  POH3-QEX-RECORD             PIC X(88).
005400   WORKING-STORAGE SECTION.
005500   01  WS-SWITCHES.
005600      05  WS-LOG-EOF-SWITCH       PIC X(01) VALUE "N".
007954      05  FILLER                  PIC X(09) VALUE "STATUS".
007956      05  FILLER                  PIC X(05) VALUE "REQ".
007958      05  FILLER                  PIC X(09) VALUE "REFERENCE".
007972      05  FILLER                  PIC X(10) VALUE "SEQUENCE".
007986      05  FILLER                  PIC X(05) VALUE "CHECK".
008000   01  WS-TOTAL-LINE.
008100      05  WS-TOT-LABEL            PIC X(18).
008200      05  FILLER                  PIC X(02) VALUE SPACES.
