000304* CAN BE MATCHED BACK TO THE SCHEDULE ENTRY THAT SUBMITTED IT
000305* AND A FAILED REQUEST REQUEUED BY ID.  THE STANDALONE KEYED
000306* LOOKUP, WHOSE DECKS CARRY NO CONTROL RECORD, LEAVES IT BLANK.
000307*
000308* REJECT RECORDS (TYPE 'J') ARE WRITTEN BY THE STANDALONE KEYED
000309* LOOKUP IN PLACE OF AN ANSWER WHEN THE TRANSACTION'S REQUESTOR IS
000310* REFUSED BY THE REQAUTH AUTHORIZATION CHECK.  THEY REPEAT THE
000311* CANDIDATE, FUNCTION AND REQUESTOR AS PUNCHED, WITH THE REASON -
000312* 'U' ID NOT ON REQAUTH, 'S' ID SUSPENDED, 'F' FUNCTION NOT
000313* ALLOWED FOR THE ID.
000314*-----------------------------------------------------------------
000320 01  PRIME-REC.
000330     05  PR-REC-TYPE              PIC X(01).
000340         88  PR-HEADER-REC            VALUE 'H'.
000380         88  PR-FACTOR-REC            VALUE 'F'.
000390         88  PR-NEXT-REC              VALUE 'X'.
000400         88  PR-RANGE-REC             VALUE 'C'.
000401         88  PR-REJECT-REC            VALUE 'J'.
000410     05  PR-DETAIL-AREA.
000420         10  PR-PRIME-VALUE           PIC 9(06).
000430         10  PR-ORDINAL               PIC 9(06).
000760         10  PR-RANGE-HIGH            PIC 9(06).
000770         10  PR-RANGE-COUNT           PIC 9(06).
000780         10  FILLER                   PIC X(06).
000781     05  PR-REJECT-AREA REDEFINES PR-DETAIL-AREA.
000782         10  PR-REJECT-CANDIDATE      PIC 9(06).
000783         10  PR-REJECT-FUNCTION       PIC X(01).
000784         10  PR-REJECT-REQUESTOR      PIC X(08).
000785         10  PR-REJECT-REASON         PIC X(01).
000786             88  PR-REJECT-UNKNOWN-ID     VALUE 'U'.
000787             88  PR-REJECT-SUSPENDED      VALUE 'S'.
000788             88  PR-REJECT-NOT-ALLOWED    VALUE 'F'.
000789         10  FILLER                   PIC X(16).
000790     05  PR-TRAILER-AREA REDEFINES PR-DETAIL-AREA.
000800         10  PR-PRIME-COUNT           PIC 9(06).
000810         10  PR-LARGEST-PRIME         PIC 9(06).
