000100*--------------------------------------------------------------
000200* POH3HLQR - REQUEST CARD FOR THE POH3HLK HISTORICAL LOOKUP.  ONE
000300* CARD PER N TO BE ANSWERED: THE N, THE DATE WHOSE TABLE SHOULD
000400* ANSWER IT, AND THE REQUESTER AND REFERENCE OF THE LOOKUP IN
000500* DISPUTE, WHICH ARE ONLY ECHOED ONTO THE REPORT.  THE N IS KEYED
000600* THE SAME WAY AS ON POH3IN, LEADING SPACES OR ZEROES; THE N AND
000700* DATE ARE CARRIED AS DISPLAY CHARACTERS SO THE EDIT CAN TEST WHAT
000800* WAS KEYED INSTEAD OF TRUSTING IT.
000900*--------------------------------------------------------------
001000 01  POH3-HLQ-RECORD.
001100     05  POH3-HLQ-N              PIC X(06).
001200     05  FILLER                  PIC X(01).
001300     05  POH3-HLQ-AS-OF-DATE     PIC X(08).
001400     05  POH3-HLQ-AS-OF-NUM REDEFINES POH3-HLQ-AS-OF-DATE
001500                                 PIC 9(08).
001600     05  FILLER                  PIC X(01).
001700     05  POH3-HLQ-REQUESTER      PIC X(04).
001800     05  FILLER                  PIC X(01).
001900     05  POH3-HLQ-REFERENCE      PIC X(08).
