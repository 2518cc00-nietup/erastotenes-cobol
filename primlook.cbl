000630*                  BOUNDS ARRIVING REVERSED ARE SWAPPED RATHER
000640*                  THAN REFUSED.  BOTH GO TO THE USAGE JOURNAL
000650*                  LIKE EVERY OTHER ANSWERED QUESTION.
000651* 10/15/2026 JRH   EVERY TRANSACTION'S REQUESTOR IS NOW CHECKED
000652*                  AGAINST THE REQAUTH AUTHORIZATION FILE (AUTHREC
000653*                  LAYOUT), LOADED INTO A TABLE AT START-UP.  AN
000654*                  ID NOT ON THE FILE (A BLANK ONE INCLUDED),
000655*                  SUSPENDED, OR NOT ALLOWED THE CARD'S FUNCTION
000656*                  GETS A TYPE-J REJECT RECORD AND IS JOURNALED
000657*                  WITH VERDICT 'R' AND THE REASON; ANY REJECTION
000658*                  ENDS THE RUN WITH RETURN-CODE 4.  A REQAUTH
000659*                  THAT WILL NOT OPEN IS FATAL (RETURN-CODE 16).
000660*-----------------------------------------------------------------
000670 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000860     SELECT LOOKUP-JOURNAL-FILE ASSIGN TO LOOKJRNL
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS PL-JOURNAL-STATUS.
000881     SELECT REQUESTOR-AUTH-FILE ASSIGN TO REQAUTH
000882         ORGANIZATION IS SEQUENTIAL
000883         FILE STATUS IS PL-REQAUTH-STATUS.
000890
000900 DATA DIVISION.
000910 FILE SECTION.
001410     LABEL RECORDS ARE OMITTED.
001420     COPY LOOKJREC.
001430
001431*-----------------------------------------------------------------
001432* REQUESTOR-AUTH-FILE IS THE REQAUTH AUTHORIZATION FILE - ONE CARD
001433* PER REQUESTOR ID ALLOWED TO ASK.  LAYOUT IS SHARED VIA AUTHREC.
001434*-----------------------------------------------------------------
001435 FD  REQUESTOR-AUTH-FILE
001436     RECORDING MODE IS F
001437     LABEL RECORDS ARE OMITTED.
001438     COPY AUTHREC.
001439
001440 WORKING-STORAGE SECTION.
001450 77  PL-TRANS-STATUS             PIC X(02) VALUE '00'.
001460 77  PL-PRIMEOUT-STATUS          PIC X(02) VALUE '00'.
001470 77  PL-PMSTR-STATUS             PIC X(02) VALUE '00'.
001480 77  PL-SPFMST-STATUS            PIC X(02) VALUE '00'.
001490 77  PL-JOURNAL-STATUS           PIC X(02) VALUE '00'.
001491 77  PL-REQAUTH-STATUS           PIC X(02) VALUE '00'.
001500*-----------------------------------------------------------------
001510* PL-JOURNAL-OPEN SAYS LOOKJRNL OPENED CLEANLY AND IS TO RECEIVE
001520* ONE RECORD PER ANSWERED QUESTION.  A JOURNAL THAT WILL NOT OPEN
001570 77  PL-TRANS-EOF-SW             PIC X(01) VALUE 'N'.
001580     88  PL-TRANS-EOF                VALUE 'Y'.
001590 77  PL-RECORDS-WRITTEN          PIC 9(06) COMP VALUE ZERO.
001591 77  PL-REQAUTH-EOF-SW           PIC X(01) VALUE 'N'.
001592     88  PL-REQAUTH-EOF              VALUE 'Y'.
001593 77  PL-AUTH-HIT-SW              PIC X(01) VALUE 'N'.
001594     88  PL-AUTH-HIT                 VALUE 'Y'.
001595 77  PL-REJECT-REASON            PIC X(01) VALUE SPACE.
001596 77  PL-REJECT-COUNT             PIC 9(06) COMP VALUE ZERO.
001600*-----------------------------------------------------------------
001610* PL-PROBE STEPS DOWN FROM THE CANDIDATE DURING THE LOWER-NEIGHBOR
001620* SEARCH.  EACH STEP IS ONE KEYED READ; THE SEARCH STOPS AT 2, THE
002180 77  PL-RANGE-SWAP               PIC 9(06) COMP VALUE ZERO.
002190 77  PL-RANGE-DONE-SW            PIC X(01) VALUE 'N'.
002200     88  PL-RANGE-DONE               VALUE 'Y'.
002201*-----------------------------------------------------------------
002202* THE REQAUTH AUTHORIZATION TABLE, LOADED AT START-UP.  IDS PAST
002203* PL-AUTH-MAX ARE NOT LOADED AND SO ARE REFUSED.  THE CHECK SETS
002204* PL-REJECT-REASON PER TRANSACTION - SPACE OR 'U', 'S', 'F' AS IN
002205* LOOKJREC - FOR THE REJECT RECORD AND THE JOURNAL.
002206*-----------------------------------------------------------------
002207 77  PL-AUTH-MAX                 PIC 9(03) COMP VALUE 500.
002208 77  PL-AUTH-USED                PIC 9(03) COMP VALUE ZERO.
002209 77  PL-AUTH-SUB                 PIC 9(03) COMP VALUE ZERO.
002210 01  PL-AUTH-TABLE.
002211     05  PL-AUTH-ENTRY           OCCURS 500 TIMES
002212                                  INDEXED BY AX.
002213         10  PL-AUTH-ID          PIC X(08).
002214         10  PL-AUTH-STATUS      PIC X(01).
002215         10  PL-AUTH-FUNC-P      PIC X(01).
002216         10  PL-AUTH-FUNC-F      PIC X(01).
002217         10  PL-AUTH-FUNC-N      PIC X(01).
002218         10  PL-AUTH-FUNC-R      PIC X(01).
002219
002220 PROCEDURE DIVISION.
002230*-----------------------------------------------------------------
002240* 0000-MAINLINE
002450 1000-INITIALIZE.
002460     ACCEPT PL-RUN-DATE FROM DATE YYYYMMDD.
002470     ACCEPT PL-START-TIME FROM TIME.
002471     PERFORM 1050-LOAD-AUTHORITY
002472         THRU 1050-LOAD-AUTHORITY-EXIT.
002480     OPEN INPUT TRANS-FILE.
002490     IF PL-TRANS-STATUS NOT = '00'
002500         DISPLAY 'PRIMLOOK - TRANS-FILE OPEN FAILED '
003000 1000-INITIALIZE-EXIT.
003010     EXIT.
003020
003021*-----------------------------------------------------------------
003022* 1050-LOAD-AUTHORITY LOADS REQAUTH INTO THE AUTHORIZATION TABLE
003023* BEFORE ANY OTHER FILE IS OPENED.  WITHOUT IT THE RUN WOULD
003024* ANSWER ANYONE; ONE THAT WILL NOT OPEN ENDS IT, RETURN-CODE 16.
003025*-----------------------------------------------------------------
003026 1050-LOAD-AUTHORITY.
003027     OPEN INPUT REQUESTOR-AUTH-FILE.
003028     IF PL-REQAUTH-STATUS NOT = '00'
003029         DISPLAY 'PRIMLOOK - REQUESTOR-AUTH-FILE OPEN FAILED '
003030             PL-REQAUTH-STATUS
003031         MOVE 16 TO RETURN-CODE
003032         GO TO 9999-EXIT
003033     END-IF.
003034     PERFORM 1060-LOAD-ONE-ID
003035         THRU 1060-LOAD-ONE-ID-EXIT
003036         UNTIL PL-REQAUTH-EOF
003037             OR PL-AUTH-USED NOT < PL-AUTH-MAX.
003038     IF NOT PL-REQAUTH-EOF
003039         DISPLAY 'PRIMLOOK - REQAUTH HOLDS MORE IDS THAN THE '
003040             'TABLE - THE REST WILL BE REFUSED'
003041     END-IF.
003042     CLOSE REQUESTOR-AUTH-FILE.
003043 1050-LOAD-AUTHORITY-EXIT.
003044     EXIT.
003045
003046 1060-LOAD-ONE-ID.
003047     READ REQUESTOR-AUTH-FILE
003048         AT END
003049             SET PL-REQAUTH-EOF TO TRUE
003050             GO TO 1060-LOAD-ONE-ID-EXIT
003051     END-READ.
003052     IF AU-REQUESTOR = SPACES
003053         GO TO 1060-LOAD-ONE-ID-EXIT
003054     END-IF.
003055     ADD 1 TO PL-AUTH-USED.
003056     SET AX TO PL-AUTH-USED.
003057     MOVE AU-REQUESTOR TO PL-AUTH-ID(AX).
003058     MOVE AU-STATUS TO PL-AUTH-STATUS(AX).
003059     MOVE AU-FUNC-P TO PL-AUTH-FUNC-P(AX).
003060     MOVE AU-FUNC-F TO PL-AUTH-FUNC-F(AX).
003061     MOVE AU-FUNC-N TO PL-AUTH-FUNC-N(AX).
003062     MOVE AU-FUNC-R TO PL-AUTH-FUNC-R(AX).
003063 1060-LOAD-ONE-ID-EXIT.
003064     EXIT.
003065
003066*-----------------------------------------------------------------
003067* 1100-READ-MASTER-CONTROL LIFTS THE MASTER'S CONTROL RECORD
003068* (KEY 000000): THE COVERAGE CEILING FOR THE HEADER AND THE
003069* PRIME COUNT AND LARGEST PRIME FOR THE TRAILER.  A MASTER FROM
003070* BEFORE THE CONTROL RECORD WAS INTRODUCED HAS NONE - COVERAGE
003080* IS THEN REPORTED AS ZERO AND LOOKUPS PROCEED AS BEFORE.
003090*-----------------------------------------------------------------
003990 2000-READ-AND-LOOKUP-EXIT.
004000     EXIT.
004010
004011*-----------------------------------------------------------------
004012* 2400-CHECK-AUTHORITY DECIDES WHETHER THE TRANSACTION'S REQUESTOR
004013* MAY HAVE ITS ANSWER: THE ID MUST BE ON REQAUTH, ACTIVE, AND
004014* ALLOWED THE CARD'S FUNCTION.  A BLANK ID IS NEVER ON THE TABLE.
004015* A BLANK OR UNRECOGNIZED FUNCTION IS A PLAIN LOOKUP NEEDING 'P',
004016* AS THE DISPATCH BELOW TREATS IT.  PL-REJECT-REASON IS LEFT SPACE
004017* OR SET TO THE REASON.
004018*-----------------------------------------------------------------
004019 2400-CHECK-AUTHORITY.
004020     MOVE SPACE TO PL-REJECT-REASON.
004021     MOVE 'N' TO PL-AUTH-HIT-SW.
004022     MOVE ZERO TO PL-AUTH-SUB.
004023     IF TR-REQUESTOR NOT = SPACES
004024         PERFORM 2450-MATCH-ONE-ID
004025             THRU 2450-MATCH-ONE-ID-EXIT
004026             UNTIL PL-AUTH-HIT
004027                 OR PL-AUTH-SUB NOT < PL-AUTH-USED
004028     END-IF.
004029     IF NOT PL-AUTH-HIT
004030         MOVE 'U' TO PL-REJECT-REASON
004031         GO TO 2400-CHECK-AUTHORITY-EXIT
004032     END-IF.
004033     IF PL-AUTH-STATUS(AX) NOT = 'A'
004034         MOVE 'S' TO PL-REJECT-REASON
004035         GO TO 2400-CHECK-AUTHORITY-EXIT
004036     END-IF.
004037     IF TR-FUNC-FACTOR
004038         IF PL-AUTH-FUNC-F(AX) NOT = 'F'
004039             MOVE 'F' TO PL-REJECT-REASON
004040         END-IF
004041         GO TO 2400-CHECK-AUTHORITY-EXIT
004042     END-IF.
004043     IF TR-FUNC-NEXT
004044         IF PL-AUTH-FUNC-N(AX) NOT = 'N'
004045             MOVE 'F' TO PL-REJECT-REASON
004046         END-IF
004047         GO TO 2400-CHECK-AUTHORITY-EXIT
004048     END-IF.
004049     IF TR-FUNC-RANGE
004050         IF PL-AUTH-FUNC-R(AX) NOT = 'R'
004051             MOVE 'F' TO PL-REJECT-REASON
004052         END-IF
004053         GO TO 2400-CHECK-AUTHORITY-EXIT
004054     END-IF.
004055     IF PL-AUTH-FUNC-P(AX) NOT = 'P'
004056         MOVE 'F' TO PL-REJECT-REASON
004057     END-IF.
004058 2400-CHECK-AUTHORITY-EXIT.
004059     EXIT.
004060
004061 2450-MATCH-ONE-ID.
004062     ADD 1 TO PL-AUTH-SUB.
004063     SET AX TO PL-AUTH-SUB.
004064     IF PL-AUTH-ID(AX) = TR-REQUESTOR
004065         SET PL-AUTH-HIT TO TRUE
004066     END-IF.
004067 2450-MATCH-ONE-ID-EXIT.
004068     EXIT.
004069
004070*-----------------------------------------------------------------
004071* 2500-DISPATCH-FUNCTION ROUTES ONE TRANSACTION BY TR-FUNCTION.
004072* THE NEXT-PRIME AND RANGE-COUNT TYPES ANSWER IN A SINGLE RECORD
004073* OF THEIR OWN; EVERYTHING ELSE - INCLUDING AN UNRECOGNIZED CODE,
004074* AS THE TRANSREC REMARKS PROMISE - GETS THE PLAIN LOOKUP.
004075* A REQUESTOR THE AUTHORIZATION CHECK REFUSES GETS A REJECT
004076* RECORD INSTEAD OF ANY ANSWER.
004077*-----------------------------------------------------------------
004080 2500-DISPATCH-FUNCTION.
004081     PERFORM 2400-CHECK-AUTHORITY
004082         THRU 2400-CHECK-AUTHORITY-EXIT.
004083     IF PL-REJECT-REASON NOT = SPACE
004084         PERFORM 3900-REJECT-TRANSACTION
004085             THRU 3900-REJECT-TRANSACTION-EXIT
004086         GO TO 2500-DISPATCH-FUNCTION-EXIT
004087     END-IF.
004090     IF TR-FUNC-NEXT
004100         PERFORM 3600-NEXT-PRIME-AT-OR-ABOVE
004110             THRU 3600-NEXT-PRIME-AT-OR-ABOVE-EXIT
007610 3710-COUNT-ONE-PRIME-EXIT.
007620     EXIT.
007630
007631*-----------------------------------------------------------------
007632* 3900-REJECT-TRANSACTION ANSWERS A REFUSED TRANSACTION WITH A
007633* TYPE-J REJECT RECORD REPEATING THE CARD AS PUNCHED AND THE
007634* REASON, AND JOURNALS IT WITH VERDICT 'R' SO REFUSED DEMAND SHOWS
007635* IN THE USAGE FIGURES.
007636*-----------------------------------------------------------------
007637 3900-REJECT-TRANSACTION.
007638     MOVE SPACES TO PRIME-REC.
007639     MOVE 'J' TO PR-REC-TYPE.
007640     MOVE TR-CANDIDATE TO PR-REJECT-CANDIDATE.
007641     MOVE TR-FUNCTION TO PR-REJECT-FUNCTION.
007642     MOVE TR-REQUESTOR TO PR-REJECT-REQUESTOR.
007643     MOVE PL-REJECT-REASON TO PR-REJECT-REASON.
007644     ADD 1 TO PL-RECORDS-WRITTEN.
007645     WRITE PRIME-REC.
007646     ADD 1 TO PL-REJECT-COUNT.
007647     MOVE 'R' TO PL-VERDICT.
007648     PERFORM 7100-APPEND-JOURNAL
007649         THRU 7100-APPEND-JOURNAL-EXIT.
007650 3900-REJECT-TRANSACTION-EXIT.
007651     EXIT.
007652
007653*-----------------------------------------------------------------
007654* 4900-WRITE-TRAILER WRITES THE TRAILER RECORD.  PRIME-COUNT AND
007660* LARGEST-PRIME ARE REPEATED FROM THE MASTER'S CONTROL RECORD
007670* (ZERO WHEN THE MASTER CARRIES NONE); RECORDS-WRITTEN AND
007680* ELAPSED-SECONDS DESCRIBE THIS LOOKUP RUN ITSELF.  THE
008120     MOVE 'PRIMLOOK' TO LJ-PROGRAM.
008130     MOVE TR-CANDIDATE TO LJ-CANDIDATE.
008140     MOVE PL-VERDICT TO LJ-VERDICT.
008141     MOVE PL-REJECT-REASON TO LJ-REJECT-REASON.
008150     WRITE LOOKUP-JOURNAL-REC.
008160 7100-APPEND-JOURNAL-EXIT.
008170     EXIT.
008270     IF PL-JOURNAL-OPEN
008280         CLOSE LOOKUP-JOURNAL-FILE
008290     END-IF.
008291     IF PL-REJECT-COUNT > ZERO
008292         DISPLAY 'PRIMLOOK - TRANSACTIONS REFUSED BY REQAUTH: '
008293             PL-REJECT-COUNT
008294         IF RETURN-CODE < 4
008295             MOVE 4 TO RETURN-CODE
008296         END-IF
008297     END-IF.
008300 8000-TERMINATE-EXIT.
008310     EXIT.
008320
