001430* IT TO THE DAY THE WORK BELONGS TO, SO THE LOG NEVER STAMPS A
001440* DATE THE FILE DOES NOT.  ZERO OR NON-NUMERIC MEANS STAMP THE
001450* SYSTEM DATE, AS ALWAYS.
001460* THE AS-OF DATE ASKS FOR THE ANSWER THE BREAKPOINT TABLE GAVE
001470* ON THAT DAY, FROM THE POH3BRH VERSION HISTORY, INSTEAD OF THE
001480* LIVE POH3BRK TABLE.  ZERO OR NON-NUMERIC MEANS THE LIVE TABLE,
001482* AS ALWAYS, AND THE VERSION FIELDS COME BACK ZERO.  OTHERWISE
001484* POH3CALC RETURNS THE VERSION THAT ANSWERED AND THE FIRST AND
001486* LAST DAYS IT WAS IN FORCE (99999999 WHILE IT STILL IS); A DATE
001491* NO VERSION COVERS COMES BACK "NOVERSN " WITH NO RESULT, AND A
001495* VERSION WITH MORE BREAKPOINTS THAN THE TABLE HOLDS "TBLFULL ".
001500*--------------------------------------------------------------
001600 01  POH3-INTERFACE.
001700     05  POH3-IF-N           PIC 9(06).
002300     05  POH3-IF-CLASS-MODE  PIC X(01).
002400         88  POH3-IF-RANGE-MODE          VALUE "R".
002500     05  POH3-IF-PROC-DATE   PIC 9(08).
002600     05  POH3-IF-AS-OF-DATE  PIC 9(08).
002700     05  POH3-IF-VERSION     PIC 9(06).
002800     05  POH3-IF-VER-FROM    PIC 9(08).
002900     05  POH3-IF-VER-TO      PIC 9(08).
