000720* CARRIES EVERY PRIOR DAY'S OPEN INVENTORY FORWARD, AND
000730* WITHOUT THE DATE A RECEIVER LOADING DAILY WOULD DOUBLE-COUNT
000740* LAST WEEK'S ITEMS AS NEW.  THE DATE IS SPACES ON A "RES"
000750* RECORD.  A "REJ" RECORD IS A SUBMISSION TURNED AWAY BECAUSE
000751* THE REQUESTER IS UNKNOWN OR SUSPENDED ON POH3RQM, AND AN "HLD"
000752* RECORD ONE HELD OVER THE REQUESTER'S DAILY QUOTA; BOTH CARRY
000753* THE REASON AND DATE THE SAME WAY "SUS" DOES, AND NEITHER WILL
000754* BE RECYCLED.  THE "TRL" RECORD CLOSES THE FILE WITH THE DETAIL
000800* COUNT SO A TRUNCATED HAND-OFF IS VISIBLE TO THE RECEIVING
000900* SIDE.  THE POH3EXP EXPRESS RUN APPENDS THE SAME RECORDS, ONE
000910* TRAILED BLOCK PER RUN, TO THE REQUESTER'S POH3XR FILE; THERE
000920* A "RES" RECORD MAY CARRY DUPLICAT - AN ANSWER ALREADY GIVEN,
000930* SENT BACK AGAIN - AND A "REJ" RECORD MAY CARRY DUPLICAT FOR A
000940* REPEATED REFERENCE THAT WAS NOT ANSWERED.
001000*--------------------------------------------------------------
001100 01  POH3-DST-RECORD.
001200     05  POH3-DST-TYPE           PIC X(03).
001300         88  POH3-DST-IS-RESULT              VALUE "RES".
001400         88  POH3-DST-IS-SUSPENSE            VALUE "SUS".
001410         88  POH3-DST-IS-AUTH-REJECT         VALUE "REJ".
001420         88  POH3-DST-IS-HELD                VALUE "HLD".
001500         88  POH3-DST-IS-TRAILER             VALUE "TRL".
001600     05  FILLER                  PIC X(01).
001700     05  POH3-DST-BODY           PIC X(43).
