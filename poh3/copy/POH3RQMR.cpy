000100*--------------------------------------------------------------
000200* POH3RQMR - REQUESTER MASTER RECORD.  ONE RECORD PER
000300* DEPARTMENT ALLOWED TO SUBMIT LOOKUPS.  THE INTAKE CHAIN -
000400* POH3COL, POH3BAT, POH3DST, POH3BIL - DRIVES OFF THIS DATASET
000500* INSTEAD OF LITERAL REQUESTER IDS, SO ONBOARDING OR SUSPENDING
000600* A DEPARTMENT IS A POH3RQM MAINTENANCE RUN, NOT A RECOMPILE.
000700* A REQUESTER IS AUTHORIZED ON A GIVEN DATE WHEN ITS STATUS IS
000800* "A" AND THE DATE FALLS WITHIN ITS EFFECTIVE RANGE; AN OPEN-
000900* ENDED ENTRY CARRIES 99999999 AS ITS EFFECTIVE-TO.  THE DAILY
001000* QUOTA CAPS THE LOOKUPS ONE PROCESSING DATE WILL ANSWER FOR
001100* THE REQUESTER - ZERO MEANS NO CAP, AND THE NIGHTLY AND POH3EXP
001150* EXPRESS RUNS SHARE IT.  THE DATASET SUFFIX IS THE
001200* LETTER THAT COMPLETES THE DEPARTMENT'S OWN DATASET NAMES: ITS
001300* INTAKE POH3IN?, ITS RETURNED-FILE POH3RJ?, ITS RESPONSE
001350* POH3DS?, AND ITS EXPRESS RESPONSE POH3XR? (A FOR ACCT GIVES
001400* POH3INA, POH3RJA, POH3DSA, POH3XRA).
001500*--------------------------------------------------------------
001600 01  POH3-RQM-RECORD.
001700     05  POH3-RQM-REQUESTER      PIC X(04).
001800     05  POH3-RQM-DEPT-NAME      PIC X(20).
001900     05  POH3-RQM-COST-CENTER    PIC X(06).
002000     05  POH3-RQM-STATUS         PIC X(01).
002100         88  POH3-RQM-ACTIVE                 VALUE "A".
002200         88  POH3-RQM-SUSPENDED              VALUE "S".
002300     05  POH3-RQM-EFF-FROM       PIC 9(08).
002400     05  POH3-RQM-EFF-TO         PIC 9(08).
002500     05  POH3-RQM-DAILY-QUOTA    PIC 9(07).
002600     05  POH3-RQM-DD-SUFFIX      PIC X(01).
