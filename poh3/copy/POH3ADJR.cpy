000100*--------------------------------------------------------------
000200* POH3ADJR - ONE CHARGEBACK ADJUSTMENT.  FINANCE KEYS THE
000300* MONTH'S ADJUSTMENTS ONTO POH3ADT IN THIS LAYOUT; THE POH3ADJ
000400* EDIT JOB REPORTS EVERY ONE AND, WHEN THE WHOLE DECK PASSES,
000500* WRITES THEM TO POH3ADJ IN THE SAME LAYOUT FOR POH3BIL TO
000600* CARRY ON THE STATEMENT.  AN ADJUSTMENT NAMES THE REQUESTER,
000700* THE STATEMENT MONTH IT BELONGS ON, THE REFERENCE OR THE DAY
000800* IT CORRECTS (OR BOTH), A CREDIT OR A DEBIT, EITHER A MONEY
000900* AMOUNT OR A LOOKUP COUNT PRICED AT THE RATE FOR THE STATUS
001000* GIVEN, THE REASON CODE, AND WHO APPROVED IT.  THE NUMBERS AND
001100* THE DATES ARE CARRIED AS DISPLAY CHARACTERS SO THE EDIT CAN
001200* TEST WHAT WAS KEYED.  ON POH3ADJ THE AMOUNT IS ALWAYS FILLED
001300* IN - A COUNT ADJUSTMENT CARRIES THE AMOUNT THE EDIT PRICED IT
001400* AT, SO THE STATEMENT BILLS EXACTLY WHAT WAS REPORTED.
001500*
001600*   RSTM  RESTATED RESULT       DISP  DISPUTE SETTLED
001700*   WAIV  CHARGE WAIVED         CORR  BILLING CORRECTION
001800*--------------------------------------------------------------
001900 01  POH3-ADJ-RECORD.
002000     05  POH3-ADJ-REQUESTER      PIC X(04).
002100     05  FILLER                  PIC X(01).
002200     05  POH3-ADJ-STMT-MONTH     PIC X(06).
002300     05  FILLER                  PIC X(01).
002400     05  POH3-ADJ-REFERENCE      PIC X(08).
002500     05  FILLER                  PIC X(01).
002600     05  POH3-ADJ-DATE           PIC X(08).
002700     05  POH3-ADJ-DATE-PARTS REDEFINES POH3-ADJ-DATE.
002800         10  POH3-ADJ-DATE-MONTH PIC X(06).
002900         10  FILLER              PIC X(02).
003000     05  FILLER                  PIC X(01).
003100     05  POH3-ADJ-TYPE           PIC X(01).
003200         88  POH3-ADJ-IS-CREDIT              VALUE "C".
003300         88  POH3-ADJ-IS-DEBIT               VALUE "D".
003400     05  FILLER                  PIC X(01).
003500     05  POH3-ADJ-AMOUNT         PIC X(09).
003600     05  POH3-ADJ-AMOUNT-NUM REDEFINES POH3-ADJ-AMOUNT
003700                                 PIC 9(07)V99.
003800     05  FILLER                  PIC X(01).
003900     05  POH3-ADJ-COUNT          PIC X(07).
004000     05  POH3-ADJ-COUNT-NUM REDEFINES POH3-ADJ-COUNT
004100                                 PIC 9(07).
004200     05  FILLER                  PIC X(01).
004300     05  POH3-ADJ-STATUS         PIC X(08).
004400     05  FILLER                  PIC X(01).
004500     05  POH3-ADJ-REASON         PIC X(04).
004600         88  POH3-ADJ-REASON-VALID           VALUE "RSTM" "WAIV"
004700                                                   "DISP" "CORR".
004800         88  POH3-ADJ-RESTATEMENT            VALUE "RSTM".
004900     05  FILLER                  PIC X(01).
005000     05  POH3-ADJ-APPROVER       PIC X(08).
