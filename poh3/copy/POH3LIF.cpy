000100*--------------------------------------------------------------
000200* POH3LIF - CALL INTERFACE BLOCK FOR THE POH3LOK RUN-LOCK
000300* SUBPROGRAM, COPIED INTO THE CALLERS' WORKING-STORAGE AND
000400* POH3LOK'S LINKAGE SECTION THE SAME WAY POH3RIF IS SHARED.  A
000500* PROGRAM CALLS IN MODE "T" AT INITIALIZE, NAMING ITSELF, AND
000600* GETS BACK RC 0 WHEN IT NOW HOLDS POH3LCK, 24 WHEN ANOTHER RUN
000700* HOLDS IT (OR A STALE LOCK WAS LEFT BEHIND) WITH THE HOLDER'S
000800* IDENTITY, OR 16 WHEN THE DATASET CANNOT BE READ OR WRITTEN.
000900* AT TERMINATE IT CALLS IN MODE "R" WITH ITS OWN RETURN CODE IN
001000* POH3-LIF-RC; THE LOCK IS RELEASED ONLY IF THIS RUN TOOK IT, AND
001100* THE CODE COMES BACK AS RETURN-CODE THE WAY POH3RUN HANDS IT
001200* BACK.
001300*--------------------------------------------------------------
001400 01  POH3-LOCK-INTERFACE.
001500     05  POH3-LIF-MODE           PIC X(01).
001600         88  POH3-LIF-TAKE-MODE              VALUE "T".
001700         88  POH3-LIF-RELEASE-MODE           VALUE "R".
001800     05  POH3-LIF-PROGRAM        PIC X(08).
001900     05  POH3-LIF-RC             PIC 9(04).
002000     05  POH3-LIF-HOLDER         PIC X(16).
