000010*-----------------------------------------------------------------
000020* AUTHREC - RECORD LAYOUT FOR THE REQAUTH REQUESTOR AUTHORIZATION
000030* FILE, ONE CARD PER REQUESTOR OR OPERATOR ID PERMITTED TO ASK
000040* THE LOOKUP SERVICE.  PRIMLOOK CHECKS EVERY TRANSACTION'S
000050* TR-REQUESTOR AGAINST IT AND PRIMINQ CHECKS THE ID TYPED AT
000060* SESSION START; PRIMAUTH LISTS IT WITH EACH ID'S LAST-USED DATE
000070* FROM THE LOOKJRNL JOURNAL.
000080*
000090* AU-STATUS IS 'A' ACTIVE OR 'S' SUSPENDED - ANYTHING BUT 'A' IS
000100* REFUSED.  AU-FUNCTIONS SAYS WHICH TR-FUNCTION CODES THE ID MAY
000110* USE, ONE COLUMN PER CODE WITH THE CODE'S OWN LETTER PUNCHED
000120* WHEN ALLOWED AND BLANK WHEN NOT - 'PF  ' ALLOWS PLAIN LOOKUPS
000130* AND FACTORIZATIONS ONLY.  'P' ALSO COVERS A BLANK OR
000140* UNRECOGNIZED TR-FUNCTION (A PLAIN LOOKUP) AND EVERY CONSOLE
000150* QUESTION.  AN ID NOT ON THE FILE, INCLUDING A BLANK ONE, IS
000160* REFUSED.
000170*
000180*   COLS  1-8   REQUESTOR OR OPERATOR ID
000190*   COLS 10-29  OWNING DEPARTMENT
000200*   COL  31     STATUS
000210*   COLS 33-36  ALLOWED FUNCTIONS P, F, N, R
000220*-----------------------------------------------------------------
000230 01  REQUESTOR-AUTH-REC.
000240     05  AU-REQUESTOR             PIC X(08).
000250     05  FILLER                   PIC X(01).
000260     05  AU-DEPARTMENT            PIC X(20).
000270     05  FILLER                   PIC X(01).
000280     05  AU-STATUS                PIC X(01).
000290         88  AU-ACTIVE                VALUE 'A'.
000300         88  AU-SUSPENDED             VALUE 'S'.
000310     05  FILLER                   PIC X(01).
000320     05  AU-FUNCTIONS.
000330         10  AU-FUNC-P            PIC X(01).
000340             88  AU-MAY-LOOKUP        VALUE 'P'.
000350         10  AU-FUNC-F            PIC X(01).
000360             88  AU-MAY-FACTOR        VALUE 'F'.
000370         10  AU-FUNC-N            PIC X(01).
000380             88  AU-MAY-NEXT          VALUE 'N'.
000390         10  AU-FUNC-R            PIC X(01).
000400             88  AU-MAY-RANGE         VALUE 'R'.
000410     05  FILLER                   PIC X(44).
