000100*--------------------------------------------------------------
000200* POH3RQMT - IN-MEMORY COPY OF THE POH3RQM REQUESTER MASTER,
000300* LOADED AT STARTUP BY EVERY PROGRAM THAT DRIVES OFF IT.  THE
000400* ENTRY IS THE POH3RQMR RECORD IMAGE FIELD FOR FIELD.
000500*--------------------------------------------------------------
000600 01  POH3-REQUESTER-TABLE.
000700     05  POH3-RQT-ENTRY OCCURS 50 TIMES INDEXED BY POH3-QX.
000800         10  POH3-RQT-REQUESTER      PIC X(04).
000900         10  POH3-RQT-DEPT-NAME      PIC X(20).
001000         10  POH3-RQT-COST-CENTER    PIC X(06).
001100         10  POH3-RQT-STATUS         PIC X(01).
001200         10  POH3-RQT-EFF-FROM       PIC 9(08).
001300         10  POH3-RQT-EFF-TO         PIC 9(08).
001400         10  POH3-RQT-DAILY-QUOTA    PIC 9(07).
001500         10  POH3-RQT-DD-SUFFIX      PIC X(01).
001600 77  POH3-RQT-COUNT                  PIC 9(03) COMP VALUE ZERO.
