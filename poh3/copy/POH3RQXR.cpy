000100*--------------------------------------------------------------
000200* POH3RQXR - REQUESTER MAINTENANCE TRANSACTION RECORD.  ONE
000300* RECORD PER REQUESTED CHANGE TO THE POH3RQM REQUESTER MASTER.
000400* THE ACTION CODE IS ADD, CHG, OR DEL; A CHG REPLACES THE WHOLE
000500* ENTRY FOR THE REQUESTER, SO IT CARRIES EVERY FIELD.  THE
000600* DATES AND THE QUOTA ARE CARRIED AS DISPLAY CHARACTERS, NOT
000700* NUMERICS, SO THE MAINTENANCE EDIT CAN TEST THEM INSTEAD OF
000800* TRUSTING WHATEVER WAS KEYED.  A BLANK EFFECTIVE-FROM MEANS
000900* FROM THE START, A BLANK EFFECTIVE-TO MEANS OPEN-ENDED, AND A
001000* BLANK QUOTA MEANS NO CAP.
001100*--------------------------------------------------------------
001200 01  POH3-RQX-RECORD.
001300     05  POH3-RQX-ACTION         PIC X(03).
001400     05  POH3-RQX-REQUESTER      PIC X(04).
001500     05  POH3-RQX-DEPT-NAME      PIC X(20).
001600     05  POH3-RQX-COST-CENTER    PIC X(06).
001700     05  POH3-RQX-STATUS         PIC X(01).
001800     05  POH3-RQX-EFF-FROM       PIC X(08).
001900     05  POH3-RQX-EFF-TO         PIC X(08).
002000     05  POH3-RQX-DAILY-QUOTA    PIC X(07).
002100     05  POH3-RQX-DD-SUFFIX      PIC X(01).
