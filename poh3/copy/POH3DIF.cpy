000100*--------------------------------------------------------------
000200* POH3DIF - CALL INTERFACE BLOCK FOR THE POH3DAY DATE SUBPROGRAM,
000300* COPIED INTO THE CALLERS' WORKING-STORAGE AND POH3DAY'S LINKAGE
000400* SECTION THE SAME WAY POH3CIF IS SHARED.  MODE "D" TURNS THE
000500* YYYYMMDD DATE INTO A DAY NUMBER; MODE "T" TURNS A DAY NUMBER
000600* BACK INTO A DATE.  THE DAY NUMBER MEANS NOTHING ON ITS OWN - IT
000700* IS ONLY EVER SUBTRACTED, OR HAS DAYS ADDED TO IT - SO ELAPSED
000800* DAYS AND DAY-BEFORE/DAY-AFTER NEVER NEED MONTH-END LOGIC IN THE
000900* CALLER.  THE VALID FLAG COMES BACK "N" FOR A DATE THAT DOES NOT
001000* EXIST ON THE CALENDAR.
001100*--------------------------------------------------------------
001200 01  POH3-DAY-INTERFACE.
001300     05  POH3-DIF-MODE           PIC X(01).
001400         88  POH3-DIF-TO-DAYS                VALUE "D".
001500         88  POH3-DIF-TO-DATE                VALUE "T".
001600     05  POH3-DIF-DATE           PIC 9(08).
001700     05  POH3-DIF-DAYS           PIC 9(07).
001800     05  POH3-DIF-VALID          PIC X(01).
001900         88  POH3-DIF-IS-VALID               VALUE "Y".
