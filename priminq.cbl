000289*                  DEMAND REPORT CAN SAY WHEN THE CEILING NEEDS
000290*                  RAISING.  JOURNALING IS BOOKKEEPING - A JOURNAL
000291*                  FAILURE IS A WARNING, NOT FATAL.
000292* 10/15/2026 JRH   THE ID TYPED AT SESSION START IS NOW CHECKED
000293*                  AGAINST REQAUTH (AUTHREC LAYOUT): IT MUST BE
000294*                  THERE, ACTIVE AND ALLOWED LOOKUPS; A BLANK ID
000295*                  IS REFUSED.  A REFUSED ID IS TOLD AT ONCE AND
000296*                  ITS QUESTIONS ARE JOURNALED AS VERDICT 'R' WITH
000297*                  THE REASON, FOR RETURN-CODE 4.  A REQAUTH THAT
000298*                  WILL NOT OPEN GIVES RETURN-CODE 16.
000299*-----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SPECIAL-NAMES.
000402     SELECT LOOKUP-JOURNAL-FILE ASSIGN TO LOOKJRNL
000404         ORGANIZATION IS SEQUENTIAL
000406         FILE STATUS IS PI-JOURNAL-STATUS.
000407     SELECT REQUESTOR-AUTH-FILE ASSIGN TO REQAUTH
000408         ORGANIZATION IS SEQUENTIAL
000409         FILE STATUS IS PI-REQAUTH-STATUS.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000529     LABEL RECORDS ARE OMITTED.
000530     COPY LOOKJREC.
000531
000532*-----------------------------------------------------------------
000533* REQUESTOR-AUTH-FILE IS THE REQAUTH AUTHORIZATION FILE (AUTHREC).
000534*-----------------------------------------------------------------
000535 FD  REQUESTOR-AUTH-FILE
000536     RECORDING MODE IS F
000537     LABEL RECORDS ARE OMITTED.
000538     COPY AUTHREC.
000539
000540 WORKING-STORAGE SECTION.
000545 77  PI-REQAUTH-STATUS           PIC X(02) VALUE '00'.
000550 77  PI-PMSTR-STATUS             PIC X(02) VALUE '00'.
000551 77  PI-JOURNAL-STATUS           PIC X(02) VALUE '00'.
000552*-----------------------------------------------------------------
000565 77  PI-ASK-TIME                 PIC 9(08) VALUE ZERO.
000566 77  PI-DONE-SW                  PIC X(01) VALUE 'N'.
000570     88  PI-DONE                     VALUE 'Y'.
000571*-----------------------------------------------------------------
000572* PI-REJECT-REASON IS SET AT SESSION START BY THE REQAUTH CHECK -
000573* SPACE, 'U' BLANK OR NOT ON FILE, 'S' SUSPENDED, 'F' NO LOOKUPS.
000574*-----------------------------------------------------------------
000575 77  PI-REQAUTH-EOF-SW           PIC X(01) VALUE 'N'.
000576     88  PI-REQAUTH-EOF              VALUE 'Y'.
000577 77  PI-AUTH-HIT-SW              PIC X(01) VALUE 'N'.
000578     88  PI-AUTH-HIT                 VALUE 'Y'.
000579 77  PI-REJECT-REASON            PIC X(01) VALUE SPACE.
000580*-----------------------------------------------------------------
000590* THE TYPED LINE AND ITS EDITED FORM.  PI-INPUT-VALID SAYS THE
000600* LINE WAS ALL DIGITS (AFTER TRAILING SPACES) AND FIT SIX DIGITS.
000930 77  PI-EDIT-LOWER               PIC ZZZZZ9.
000940 77  PI-EDIT-HIGHER              PIC ZZZZZ9.
000950 77  PI-EDIT-CEILING             PIC ZZZZZ9.
000955 77  PI-REJECT-TEXT              PIC X(32) VALUE SPACES.
000960
000970 PROCEDURE DIVISION.
000980*-----------------------------------------------------------------
001415     DISPLAY 'PRIMINQ - TYPE YOUR OPERATOR OR TERMINAL ID'
001416         UPON CONS.
001417     ACCEPT PI-REQUESTOR FROM CONS.
001418     PERFORM 1200-CHECK-AUTHORITY
001419         THRU 1200-CHECK-AUTHORITY-EXIT.
001421     OPEN EXTEND LOOKUP-JOURNAL-FILE.
001422     IF PI-JOURNAL-STATUS = '35'
001423         OPEN OUTPUT LOOKUP-JOURNAL-FILE
001440 1000-INITIALIZE-EXIT.
001450     EXIT.
001460
001461*-----------------------------------------------------------------
001462* 1200-CHECK-AUTHORITY LOOKS THE SESSION'S ID UP ON REQAUTH AND
001463* SETS PI-REJECT-REASON.  THE ID IS CHECKED AS TYPED - A BLANK ONE
001464* IS REFUSED WITH REASON 'U', AS IN THE BATCH LOOKUP, AND ONLY
001465* THEN DEFAULTED TO 'CONSOLE' FOR THE JOURNAL.  A REFUSED ID IS
001466* TOLD AT ONCE; ITS QUESTIONS ARE STILL TAKEN, SO EACH ONE IS
001467* REFUSED AND JOURNALED.  A REQAUTH THAT WILL NOT OPEN ENDS THE
001468* SESSION WITH RETURN-CODE 16.
001469*-----------------------------------------------------------------
001470 1200-CHECK-AUTHORITY.
001471     OPEN INPUT REQUESTOR-AUTH-FILE.
001472     IF PI-REQAUTH-STATUS NOT = '00'
001473         DISPLAY 'PRIMINQ - REQUESTOR-AUTH-FILE OPEN FAILED '
001474             PI-REQAUTH-STATUS UPON CONS
001475         MOVE 16 TO RETURN-CODE
001476         CLOSE PRIME-MASTER-FILE
001477         GO TO 9999-EXIT
001478     END-IF.
001479     IF PI-REQUESTOR NOT = SPACES
001480         PERFORM 1250-MATCH-ONE-ID
001481             THRU 1250-MATCH-ONE-ID-EXIT
001482             UNTIL PI-AUTH-HIT
001483                 OR PI-REQAUTH-EOF
001484     END-IF.
001485     IF NOT PI-AUTH-HIT
001486         MOVE 'U' TO PI-REJECT-REASON
001487         MOVE 'IS NOT ON THE AUTHORIZATION FILE' TO PI-REJECT-TEXT
001488     ELSE
001489         IF NOT AU-ACTIVE
001490             MOVE 'S' TO PI-REJECT-REASON
001491             MOVE 'IS SUSPENDED' TO PI-REJECT-TEXT
001492         ELSE
001493             IF NOT AU-MAY-LOOKUP
001494                 MOVE 'F' TO PI-REJECT-REASON
001495                 MOVE 'IS NOT ALLOWED LOOKUPS' TO PI-REJECT-TEXT
001496             END-IF
001497         END-IF
001498     END-IF.
001499     CLOSE REQUESTOR-AUTH-FILE.
001500     IF PI-REQUESTOR = SPACES
001501         MOVE 'IS BLANK - AN ID IS REQUIRED' TO PI-REJECT-TEXT
001502         MOVE 'CONSOLE' TO PI-REQUESTOR
001503     END-IF.
001504     IF PI-REJECT-REASON NOT = SPACE
001505         DISPLAY 'PRIMINQ - SESSION ID ' PI-REJECT-TEXT
001506             UPON CONS
001507         DISPLAY 'PRIMINQ - QUESTIONS WILL BE REFUSED' UPON CONS
001508     END-IF.
001509 1200-CHECK-AUTHORITY-EXIT.
001510     EXIT.
001511
001512 1250-MATCH-ONE-ID.
001513     READ REQUESTOR-AUTH-FILE
001514         AT END
001515             SET PI-REQAUTH-EOF TO TRUE
001516             GO TO 1250-MATCH-ONE-ID-EXIT
001517     END-READ.
001518     IF AU-REQUESTOR = PI-REQUESTOR
001519         SET PI-AUTH-HIT TO TRUE
001520     END-IF.
001521 1250-MATCH-ONE-ID-EXIT.
001522     EXIT.
001523
001524*-----------------------------------------------------------------
001525* 2000-TAKE-ONE-INQUIRY READS ONE LINE FROM THE CONSOLE AND
001526* ANSWERS IT.  A BLANK LINE OR THE WORD END FINISHES THE SESSION;
001527* ANYTHING ELSE MUST BE A NUMBER OF UP TO SIX DIGITS.
001528*-----------------------------------------------------------------
001529 2000-TAKE-ONE-INQUIRY.
001530     MOVE SPACES TO PI-INPUT.
001540     ACCEPT PI-INPUT FROM CONS.
001550     IF PI-INPUT = SPACES OR PI-INPUT = 'END'
002170* SEARCHES FILL IN THE NEAREST PRIMES EITHER SIDE.
002180*-----------------------------------------------------------------
002190 3000-ANSWER-ONE-INQUIRY.
002191     IF PI-REJECT-REASON NOT = SPACE
002192         DISPLAY 'PRIMINQ - REFUSED - SESSION ID ' PI-REJECT-TEXT
002193             UPON CONS
002194         MOVE 'R' TO PI-VERDICT
002195         PERFORM 7100-APPEND-JOURNAL
002196             THRU 7100-APPEND-JOURNAL-EXIT
002197         GO TO 3000-ANSWER-ONE-INQUIRY-EXIT
002198     END-IF.
002200     MOVE PI-CANDIDATE TO PI-EDIT-VALUE.
002210     IF PI-CANDIDATE = ZERO
002220         DISPLAY 'PRIMINQ - 0 IS NOT PRIME' UPON CONS
003519     MOVE 'PRIMINQ' TO LJ-PROGRAM.
003520     MOVE PI-CANDIDATE TO LJ-CANDIDATE.
003521     MOVE PI-VERDICT TO LJ-VERDICT.
003522     MOVE PI-REJECT-REASON TO LJ-REJECT-REASON.
003523     WRITE LOOKUP-JOURNAL-REC.
003524 7100-APPEND-JOURNAL-EXIT.
003525     EXIT.
003526
003527*-----------------------------------------------------------------
003528* 8000-TERMINATE CLOSES THE MASTER AND THE JOURNAL BEFORE THE
003529* SESSION ENDS.
003530*-----------------------------------------------------------------
003531 8000-TERMINATE.
003532     CLOSE PRIME-MASTER-FILE.
003533     IF PI-JOURNAL-OPEN
003534         CLOSE LOOKUP-JOURNAL-FILE
003535     END-IF.
003536     DISPLAY 'PRIMINQ - SESSION ENDED' UPON CONS.
003537     IF PI-REJECT-REASON NOT = SPACE
003538         AND RETURN-CODE < 4
003539         MOVE 4 TO RETURN-CODE
003540     END-IF.
003580 8000-TERMINATE-EXIT.
003590     EXIT.
003600
