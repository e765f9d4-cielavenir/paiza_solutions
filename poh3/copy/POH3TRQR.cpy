000100*--------------------------------------------------------------
000200* POH3TRQR - PARAMETER CARD FOR THE POH3TRC LIFECYCLE TRACE
000300* INQUIRY.  ONE CARD PER RUN, IN ONE OF TWO FORMS: A REQUESTER
000400* AND SUBMISSION REFERENCE, WHICH TRACES THAT ONE SUBMISSION,
000500* OR AN N WITH AN OPTIONAL FROM/TO DATE RANGE, WHICH TRACES
000600* EVERY SUBMISSION OF THAT N IN THE RANGE.  THE FIELDS NOT USED
000700* BY THE CHOSEN FORM ARE LEFT BLANK; THE N AND THE DATES ARE
000800* CARRIED AS DISPLAY CHARACTERS SO THE EDIT CAN TEST WHAT WAS
000900* KEYED INSTEAD OF TRUSTING IT.
001000*--------------------------------------------------------------
001100 01  POH3-TRQ-RECORD.
001200     05  POH3-TRQ-REQUESTER      PIC X(04).
001300     05  FILLER                  PIC X(01).
001400     05  POH3-TRQ-REFERENCE      PIC X(08).
001500     05  FILLER                  PIC X(01).
001600     05  POH3-TRQ-N              PIC X(06).
001700     05  FILLER                  PIC X(01).
001800     05  POH3-TRQ-FROM-DATE      PIC X(08).
001900     05  FILLER                  PIC X(01).
002000     05  POH3-TRQ-TO-DATE        PIC X(08).
