000700* AND CORRECTED RESULTS, AND THE REQUESTER AND REFERENCE THAT
000800* RECEIVED IT - SO DOWNSTREAM CONSUMERS AND THE AFFECTED
000900* DEPARTMENTS CAN CORRECT THEIR BOOKS INSTEAD OF CARRYING A
000940* STALE FIGURE UNTIL SOMEBODY NOTICES.  THE RESTATED DATE IS
000980* THE RUN DATE OF THE POH3RST PASS THAT RAISED THE NOTICE, SO
001020* THE NOTICE CAN BE PLACED IN TIME AND BILLED IN THE RIGHT
001060* STATEMENT MONTH.
001100*--------------------------------------------------------------
001200 01  POH3-RST-RECORD.
001300     05  POH3-RST-N              PIC 9(06).
002100     05  POH3-RST-REQUESTER      PIC X(04).
002200     05  FILLER                  PIC X(01) VALUE SPACE.
002300     05  POH3-RST-REFERENCE      PIC X(08).
002400     05  FILLER                  PIC X(01) VALUE SPACE.
002500     05  POH3-RST-DATE           PIC 9(08).
