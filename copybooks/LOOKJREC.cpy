000110* (BATCH) OR THE OPERATOR ID TYPED AT SESSION START (CONSOLE).
000120* LJ-VERDICT IS 'P' PRIME, 'N' NOT PRIME, OR 'B' WHEN THE
000130* CANDIDATE FELL BEYOND THE MASTER'S COVERAGE CEILING AND NO
000140* VERDICT COULD BE GIVEN, OR 'R' WHEN THE REQUESTOR WAS REFUSED
000141* BY THE REQAUTH AUTHORIZATION CHECK AND NO ANSWER WAS GIVEN.
000142* LJ-REJECT-REASON SAYS WHY ON AN 'R' RECORD - 'U' ID NOT ON
000143* REQAUTH, 'S' ID SUSPENDED, 'F' FUNCTION NOT ALLOWED FOR THE ID -
000144* AND IS BLANK ON EVERY OTHER RECORD.
000150*-----------------------------------------------------------------
000160 01  LOOKUP-JOURNAL-REC.
000170     05  LJ-ASK-DATE              PIC 9(08).
000230         88  LJ-VERDICT-PRIME         VALUE 'P'.
000240         88  LJ-VERDICT-NOT-PRIME     VALUE 'N'.
000250         88  LJ-VERDICT-BEYOND        VALUE 'B'.
000251         88  LJ-VERDICT-REJECTED      VALUE 'R'.
000252     05  LJ-REJECT-REASON         PIC X(01).
000253         88  LJ-REJECT-UNKNOWN-ID     VALUE 'U'.
000254         88  LJ-REJECT-SUSPENDED      VALUE 'S'.
000255         88  LJ-REJECT-NOT-ALLOWED    VALUE 'F'.
000260     05  FILLER                   PIC X(40).
