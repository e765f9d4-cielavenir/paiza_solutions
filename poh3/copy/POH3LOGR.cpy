000100*--------------------------------------------------------------
000200* POH3LOGR - AUDIT LOG RECORD LAYOUT FOR THE POH3 LOOKUP LOG.
000300* COPIED INTO POH3LOG'S FILE SECTION.  EVERY LINE CARRIES A
000310* RUNNING SEQUENCE NUMBER AND A CHECK VALUE THE POH3CHK
000320* SUBPROGRAM FOLDS FROM THE PREVIOUS LINE'S CHECK VALUE AND
000330* THIS LINE'S FIRST 78 BYTES - EVERYTHING UP TO AND INCLUDING
000340* THE SEQUENCE NUMBER - SO A LINE DELETED, EDITED, OR MOVED
000350* SHOWS UP AS A BREAK IN THE CHAIN.  THE CHAIN RUNS ON ACROSS
000360* EACH POH3ARC CUT.  LINES WRITTEN BEFORE THE CHAIN WAS
000370* INTRODUCED CARRY SPACES IN BOTH FIELDS.
000400*--------------------------------------------------------------
000500 01  POH3-LOG-RECORD.
000600     05  POH3-LOG-DATE           PIC 9(08).
002000     05  POH3-LOG-REQUESTER      PIC X(04).
002100     05  FILLER                  PIC X(01) VALUE SPACE.
002200     05  POH3-LOG-REFERENCE      PIC X(08).
002300     05  FILLER                  PIC X(01) VALUE SPACE.
002400     05  POH3-LOG-SEQ            PIC 9(09).
002500     05  FILLER                  PIC X(01) VALUE SPACE.
002600     05  POH3-LOG-CHECK          PIC 9(09).
