000500* DAY - AND DROPS ENTRIES OLDER THAN THE RETENTION PERIOD,
000600* LISTING THEM ON THE CUT-OVER SUMMARY AS PURGE CANDIDATES FOR
000700* THE SCHEDULER TO DELETE.  THE INDEX IS THE ANSWER TO "HOW
000800* LONG DO WE RETAIN LOOKUP HISTORY, AND WHERE IS IT".  THE
000810* CLOSING SEQUENCE NUMBER AND CHECK VALUE ARE THOSE OF THE
000820* GENERATION'S LAST LINE - THE POINT THE POH3LOG CHAIN RUNS ON
000830* FROM INTO THE NEXT GENERATION AND THE CURRENT LOG.  AN ENTRY
000840* CUT BEFORE THE CHAIN WAS INTRODUCED CARRIES SPACES THERE.
000900*--------------------------------------------------------------
001000 01  POH3-AIX-RECORD.
001100     05  POH3-AIX-CUT-DATE       PIC 9(08).
001500     05  POH3-AIX-HIGH-DATE      PIC 9(08).
001600     05  FILLER                  PIC X(01) VALUE SPACE.
001700     05  POH3-AIX-COUNT          PIC 9(09).
001800     05  FILLER                  PIC X(01) VALUE SPACE.
001900     05  POH3-AIX-CLOSE-SEQ      PIC 9(09).
002000     05  FILLER                  PIC X(01) VALUE SPACE.
002100     05  POH3-AIX-CLOSE-CHECK    PIC 9(09).
