000100*--------------------------------------------------------------
000200* POH3TRXR - ONE RECORD ON THE POH3TRX VOLUME TREND EXTRACT
000300* POH3TRD HANDS TO CAPACITY PLANNING.  EACH DETAIL IS ONE
000400* SERIES FOR ONE MONTH: THE ALL-LOOKUPS TOTAL ("TOT"), ONE
000500* STATUS ("STA"), ONE REQUESTER ("REQ") OR ONE BUCKET LETTER
000600* ("BKT", KEY "NONE" FOR A LOOKUP THAT MATCHED NO BUCKET).  THE
000700* CHANGE IS AGAINST THE MONTH BEFORE, WITH ITS SIGN IN A
000800* SEPARATE BYTE ("+" OR "-") SO NO RECEIVER HAS TO DECODE AN
000900* OVERPUNCH; THE FIRST MONTH ON THE EXTRACT HAS NO MONTH BEFORE
001000* IT, AND ITS SIGN IS A SPACE.  THE ROLLING
001100* TOTAL COVERS THE TWELVE MONTHS ENDING WITH THIS ONE, OR AS
001200* MANY OF THEM AS THE RETAINED HISTORY REACHES - ROLL-MONTHS
001300* SAYS HOW MANY.  THE "TRL" RECORD CLOSES THE FILE WITH THE
001400* DETAIL COUNT THE WAY THE POH3DSTR FILES ARE CLOSED.
001500*--------------------------------------------------------------
001600 01  POH3-TRX-RECORD.
001700     05  POH3-TRX-TYPE           PIC X(03).
001800         88  POH3-TRX-IS-TOTAL               VALUE "TOT".
001900         88  POH3-TRX-IS-STATUS              VALUE "STA".
002000         88  POH3-TRX-IS-REQUESTER           VALUE "REQ".
002100         88  POH3-TRX-IS-BUCKET              VALUE "BKT".
002200         88  POH3-TRX-IS-TRAILER             VALUE "TRL".
002300     05  FILLER                  PIC X(01).
002400     05  POH3-TRX-BODY           PIC X(52).
002500     05  POH3-TRX-DETAIL REDEFINES POH3-TRX-BODY.
002600         10  POH3-TRX-KEY        PIC X(08).
002700         10  FILLER              PIC X(01).
002800         10  POH3-TRX-MONTH      PIC 9(06).
002900         10  FILLER              PIC X(01).
003000         10  POH3-TRX-VOLUME     PIC 9(09).
003100         10  FILLER              PIC X(01).
003200         10  POH3-TRX-CHANGE-SIGN
003300                                 PIC X(01).
003400         10  POH3-TRX-CHANGE     PIC 9(09).
003500         10  FILLER              PIC X(01).
003600         10  POH3-TRX-ROLLING    PIC 9(10).
003700         10  FILLER              PIC X(01).
003800         10  POH3-TRX-ROLL-MONTHS
003900                                 PIC 9(02).
004000         10  FILLER              PIC X(02).
004100     05  POH3-TRX-TRAILER REDEFINES POH3-TRX-BODY.
004200         10  POH3-TRX-TRL-COUNT  PIC 9(09).
004300         10  FILLER              PIC X(43).
