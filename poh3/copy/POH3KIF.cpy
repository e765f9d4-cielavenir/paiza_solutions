000100*--------------------------------------------------------------
000200* POH3KIF - CALL INTERFACE BLOCK FOR THE POH3CHK LOG CHAIN
000300* SUBPROGRAM, COPIED INTO THE CALLERS' WORKING-STORAGE AND
000400* POH3CHK'S LINKAGE SECTION THE SAME WAY POH3CIF IS SHARED.  THE
000500* CALLER PASSES THE PREVIOUS LINE'S CHECK VALUE (ZERO AT THE
000600* START OF THE CHAIN) AND THE FIRST 78 BYTES OF THE LOG LINE -
000700* A MOVE OF THE WHOLE POH3-LOG-RECORD TRUNCATES TO EXACTLY
000767* THAT - AND GETS BACK THE LINE'S OWN CHECK VALUE.  POH3CHK WALKS
000833* THE LINE A BYTE AT A TIME THROUGH POH3-KIF-BYTE.
000900*--------------------------------------------------------------
001000 01  POH3-CHK-INTERFACE.
001100     05  POH3-KIF-PRIOR-CHECK    PIC 9(09).
001200     05  POH3-KIF-LINE           PIC X(78).
001233     05  POH3-KIF-BYTES REDEFINES POH3-KIF-LINE.
001267         10  POH3-KIF-BYTE       PIC X(01) OCCURS 78 TIMES.
001300     05  POH3-KIF-CHECK          PIC 9(09).
