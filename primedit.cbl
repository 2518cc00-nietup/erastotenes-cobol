000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRIMEDIT.
000030 AUTHOR. J HALVORSEN.
000040 INSTALLATION. DATA CENTER SERVICES.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* REMARKS.  PRE-EDIT OF A TRANSIN LOOKUP DECK, RUN AHEAD OF
000090*           PRIMLOOK.  PRIMLOOK ANSWERS WHATEVER IT IS GIVEN - A
000100*           NON-NUMERIC CANDIDATE, AN UNKNOWN FUNCTION CODE
000110*           (SERVED AS A PLAIN LOOKUP) OR AN 'R' CARD WITH ITS
000120*           BOUNDS THE WRONG WAY ROUND ALL GET ANSWERS THAT LOOK
000130*           VALID AND ARE JOURNALED AS REAL DEMAND.  THIS STEP
000140*           READS THE DECK ONCE AND SPLITS IT:
000150*             - CLEAN CARDS, UNCHANGED AND IN DECK ORDER, TO THE
000160*               EDITED DECK (DD TRANSEDT) THAT PRIMLOOK THEN
000170*               READS AS ITS TRANSIN,
000180*             - BAD CARDS TO THE REJECT FILE (DD TRANSREJ, TREJREC
000190*               LAYOUT) WITH THEIR DECK POSITION AND A REASON.
000200*           THE EDIT REPORT (DD EDITRPT) GIVES THE COUNTS BY
000210*           REASON AND BY REQUESTOR AND THE DECK'S REJECT RATE.
000220*           WHEN THE REJECTS EXCEED THE OPERATOR'S LIMIT THE STEP
000230*           ENDS WITH RETURN CODE 4 AND THE PRIMLOOK STEP, WHICH
000240*           RUNS ONLY ON RETURN CODE 0 FROM HERE, IS NOT RUN - A
000250*           GARBAGE DECK GOES BACK TO ITS DEPARTMENT WHOLE.
000260*           REQUESTOR AUTHORIZATION IS LEFT TO PRIMLOOK, WHICH
000270*           JOURNALS ITS REFUSALS.
000280*
000290*           SYSIN CONTROL CARD (OPTIONAL):
000300*             COLS 1-3    REJECT LIMIT, WHOLE PERCENT OF THE DECK
000310*                         000-100 (BLANK = 010)
000320*
000330*           RETURN CODES:
000340*              0  DECK EDITED, REJECTS WITHIN THE LIMIT
000350*              4  REJECTS OVER THE LIMIT - DO NOT RUN PRIMLOOK
000360*             16  A FILE WILL NOT OPEN
000370*             20  REJECT LIMIT ON THE CARD NOT A NUMBER 000-100
000380*-----------------------------------------------------------------
000390* MODIFICATION HISTORY.
000400* DATE       INIT  DESCRIPTION
000410* -------    ----  ------------------------------------------------
000420* 10/15/2026 JRH   INITIAL VERSION.  ONLY THE FIRST FAULT ON A
000430*                  CARD IS REPORTED.  REQUESTORS PAST THE TABLE GO
000440*                  TO AN ALL-OTHERS LINE, AS ON THE DEMAND REPORT.
000450*-----------------------------------------------------------------
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT SYSIN-FILE ASSIGN TO SYSIN
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS TE-SYSIN-STATUS.
000520     SELECT TRANS-FILE ASSIGN TO TRANSIN
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS TE-TRANS-STATUS.
000550     SELECT EDITED-FILE ASSIGN TO TRANSEDT
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS TE-EDITED-STATUS.
000580     SELECT REJECT-FILE ASSIGN TO TRANSREJ
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS TE-REJECT-STATUS.
000610     SELECT REPORT-FILE ASSIGN TO EDITRPT
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS TE-EDITRPT-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670*-----------------------------------------------------------------
000680* SYSIN-FILE CARRIES ONE OPTIONAL CONTROL CARD GIVING THE REJECT
000690* LIMIT.
000700*-----------------------------------------------------------------
000710 FD  SYSIN-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE OMITTED.
000740 01  SYSIN-REC.
000750     05  SI-REJECT-LIMIT         PIC X(03).
000760     05  FILLER                  PIC X(77).
000770
000780*-----------------------------------------------------------------
000790* TRANS-FILE IS THE LOOKUP DECK AS SUBMITTED.  LAYOUT IS SHARED
000800* VIA THE TRANSREC COPYBOOK.
000810*-----------------------------------------------------------------
000820 FD  TRANS-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE OMITTED.
000850     COPY TRANSREC.
000860
000870*-----------------------------------------------------------------
000880* EDITED-FILE RECEIVES THE CLEAN CARDS, BYTE FOR BYTE AS READ.
000890*-----------------------------------------------------------------
000900 FD  EDITED-FILE
000910     RECORDING MODE IS F
000920     LABEL RECORDS ARE OMITTED.
000930 01  EDITED-REC                  PIC X(80).
000940
000950*-----------------------------------------------------------------
000960* REJECT-FILE RECEIVES THE BAD CARDS.  LAYOUT IS SHARED VIA THE
000970* TREJREC COPYBOOK.
000980*-----------------------------------------------------------------
000990 FD  REJECT-FILE
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE OMITTED.
001020     COPY TREJREC.
001030
001040*-----------------------------------------------------------------
001050* REPORT-FILE IS THE 132-COLUMN EDIT REPORT.
001060*-----------------------------------------------------------------
001070 FD  REPORT-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE OMITTED.
001100 01  REPORT-LINE                 PIC X(132).
001110
001120 WORKING-STORAGE SECTION.
001130 77  TE-SYSIN-STATUS             PIC X(02) VALUE '00'.
001140 77  TE-TRANS-STATUS             PIC X(02) VALUE '00'.
001150 77  TE-EDITED-STATUS            PIC X(02) VALUE '00'.
001160 77  TE-REJECT-STATUS            PIC X(02) VALUE '00'.
001170 77  TE-EDITRPT-STATUS           PIC X(02) VALUE '00'.
001180 77  TE-TRANS-EOF-SW             PIC X(01) VALUE 'N'.
001190     88  TE-TRANS-EOF                VALUE 'Y'.
001200*-----------------------------------------------------------------
001210* THE REJECT LIMIT - FROM THE SYSIN CARD WHEN PUNCHED, OTHERWISE
001220* THE SHOP DEFAULT OF 10 PERCENT.  TE-CARD-LIMIT HOLDS THE RAW
001230* CARD FIELD SO IT CAN BE TESTED BEFORE IT IS TRUSTED.
001240*-----------------------------------------------------------------
001250 01  TE-CARD-LIMIT-X             PIC X(03) VALUE SPACES.
001260 01  TE-CARD-LIMIT REDEFINES TE-CARD-LIMIT-X
001270                                 PIC 9(03).
001280 77  TE-REJECT-LIMIT             PIC 9(03) VALUE 10.
001290*-----------------------------------------------------------------
001300* TE-REASON IS THE FAULT FOUND ON THE CARD IN HAND - SPACE FOR A
001310* CLEAN CARD, OTHERWISE ONE OF THE TREJREC REASON CODES.
001320*-----------------------------------------------------------------
001330 77  TE-REASON                   PIC X(01) VALUE SPACE.
001340     88  TE-CARD-CLEAN               VALUE SPACE.
001350*-----------------------------------------------------------------
001360* DECK TALLIES.  TE-REJECT-PCT IS THE REJECT RATE SHOWN ON THE
001370* REPORT; THE LIMIT TEST ITSELF IS MADE IN WHOLE NUMBERS SO NO
001380* ROUNDING CAN TIP A DECK EITHER WAY.
001390*-----------------------------------------------------------------
001400 77  TE-READ-COUNT               PIC 9(06) VALUE ZERO.
001410 77  TE-ACCEPT-COUNT             PIC 9(06) COMP VALUE ZERO.
001420 77  TE-REJECT-COUNT             PIC 9(06) COMP VALUE ZERO.
001430 77  TE-REJ-CANDIDATE            PIC 9(06) COMP VALUE ZERO.
001440 77  TE-REJ-FUNCTION             PIC 9(06) COMP VALUE ZERO.
001450 77  TE-REJ-HIGH-NUMERIC         PIC 9(06) COMP VALUE ZERO.
001460 77  TE-REJ-HIGH-BELOW           PIC 9(06) COMP VALUE ZERO.
001470 77  TE-REJECT-PCT               PIC 9(03)V9 VALUE ZERO.
001480 77  TE-REJECT-SCALED            PIC 9(09) COMP VALUE ZERO.
001490 77  TE-LIMIT-SCALED             PIC 9(09) COMP VALUE ZERO.
001500 77  TE-OVER-LIMIT-SW            PIC X(01) VALUE 'N'.
001510     88  TE-OVER-LIMIT               VALUE 'Y'.
001520*-----------------------------------------------------------------
001530* REQUESTOR TALLIES.  THE FIRST TE-REQ-MAX DISTINCT REQUESTORS IN
001540* THE DECK GET THEIR OWN LINE, SORTED INTO ID ORDER FOR PRINTING;
001550* CARDS FROM ANY OTHERS GO TO THE ALL-OTHERS BUCKET.  A BLANK
001560* TR-REQUESTOR IS TALLIED AS UNKNOWN, AS THE JOURNAL SHOWS IT.
001570*-----------------------------------------------------------------
001580 77  TE-REQ-MAX                  PIC 9(03) COMP VALUE 200.
001590 77  TE-REQ-USED                 PIC 9(03) COMP VALUE ZERO.
001600 77  TE-REQ-SUB                  PIC 9(03) COMP VALUE ZERO.
001610 77  TE-NEXT-SUB                 PIC 9(03) COMP VALUE ZERO.
001620 77  TE-REQ-HIT-SW               PIC X(01) VALUE 'N'.
001630     88  TE-REQ-HIT                  VALUE 'Y'.
001640 77  TE-SWAPPED-SW               PIC X(01) VALUE 'N'.
001650     88  TE-SWAPPED                  VALUE 'Y'.
001660 77  TE-LOOK-ID                  PIC X(08) VALUE SPACES.
001670 01  TE-REQ-TABLE.
001680     05  TE-REQ-ENTRY            OCCURS 200 TIMES
001690                                  INDEXED BY RX.
001700         10  TE-REQ-ID           PIC X(08).
001710         10  TE-REQ-CARDS        PIC 9(06) COMP.
001720         10  TE-REQ-REJECTED     PIC 9(06) COMP.
001730 01  TE-SWAP-ENTRY.
001740     05  FILLER                  PIC X(08).
001750     05  FILLER                  PIC 9(06) COMP.
001760     05  FILLER                  PIC 9(06) COMP.
001770 77  TE-OTHER-CARDS              PIC 9(06) COMP VALUE ZERO.
001780 77  TE-OTHER-REJECTED           PIC 9(06) COMP VALUE ZERO.
001790*-----------------------------------------------------------------
001800* PRINT LINES.
001810*-----------------------------------------------------------------
001820 01  TE-TITLE-LINE.
001830     05  FILLER                  PIC X(09) VALUE 'PRIMEDIT '.
001840     05  FILLER                  PIC X(23) VALUE
001850         'TRANSIN PRE-EDIT REPORT'.
001860     05  FILLER                  PIC X(100) VALUE SPACES.
001870 01  TE-SECTION-TITLE.
001880     05  TE-SEC-TEXT             PIC X(40) VALUE SPACES.
001890     05  FILLER                  PIC X(92) VALUE SPACES.
001900 01  TE-SUM-LINE.
001910     05  FILLER                  PIC X(04) VALUE SPACES.
001920     05  TE-SUM-TEXT             PIC X(44) VALUE SPACES.
001930     05  TE-SUM-COUNT            PIC ZZZ,ZZZ,ZZ9.
001940     05  FILLER                  PIC X(73) VALUE SPACES.
001950 01  TE-RATE-LINE.
001960     05  FILLER                  PIC X(13) VALUE
001970         '    REJECTED '.
001980     05  TE-RATE-PCT             PIC ZZ9.9.
001990     05  FILLER                  PIC X(29) VALUE
002000         ' PERCENT OF THE DECK - LIMIT '.
002010     05  TE-RATE-LIMIT           PIC ZZ9.
002020     05  FILLER                  PIC X(08) VALUE ' PERCENT'.
002030     05  FILLER                  PIC X(74) VALUE SPACES.
002040 01  TE-NOTE-LINE.
002050     05  FILLER                  PIC X(04) VALUE SPACES.
002060     05  TE-NOTE-TEXT            PIC X(70) VALUE SPACES.
002070     05  FILLER                  PIC X(58) VALUE SPACES.
002080 01  TE-REQ-HEAD.
002090     05  FILLER                  PIC X(04) VALUE SPACES.
002100     05  FILLER                  PIC X(10) VALUE 'REQUESTOR'.
002110     05  FILLER                  PIC X(08) VALUE '   CARDS'.
002120     05  FILLER                  PIC X(10) VALUE '  ACCEPTED'.
002130     05  FILLER                  PIC X(10) VALUE '  REJECTED'.
002140     05  FILLER                  PIC X(90) VALUE SPACES.
002150 01  TE-REQ-LINE.
002160     05  FILLER                  PIC X(04) VALUE SPACES.
002170     05  TE-REQ-LINE-ID          PIC X(08).
002180     05  FILLER                  PIC X(02) VALUE SPACES.
002190     05  TE-REQ-LINE-CARDS       PIC ZZZZ,ZZ9.
002200     05  FILLER                  PIC X(02) VALUE SPACES.
002210     05  TE-REQ-LINE-ACCEPTED    PIC ZZZZ,ZZ9.
002220     05  FILLER                  PIC X(02) VALUE SPACES.
002230     05  TE-REQ-LINE-REJECTED    PIC ZZZZ,ZZ9.
002240     05  FILLER                  PIC X(90) VALUE SPACES.
002250 01  TE-BLANK-LINE               PIC X(132) VALUE SPACES.
002260
002270 PROCEDURE DIVISION.
002280*-----------------------------------------------------------------
002290* 0000-MAINLINE
002300*-----------------------------------------------------------------
002310 0000-MAINLINE.
002320     PERFORM 1000-INITIALIZE
002330         THRU 1000-INITIALIZE-EXIT.
002340     PERFORM 2000-EDIT-ONE-CARD
002350         THRU 2000-EDIT-ONE-CARD-EXIT
002360         UNTIL TE-TRANS-EOF.
002370     PERFORM 3000-SORT-REQUESTORS
002380         THRU 3000-SORT-REQUESTORS-EXIT.
002390     PERFORM 4000-PRINT-REPORT
002400         THRU 4000-PRINT-REPORT-EXIT.
002410     PERFORM 8000-TERMINATE
002420         THRU 8000-TERMINATE-EXIT.
002430     GO TO 9999-EXIT.
002440
002450*-----------------------------------------------------------------
002460* 1000-INITIALIZE PICKS UP THE REJECT LIMIT AND OPENS THE FILES.
002470*-----------------------------------------------------------------
002480 1000-INITIALIZE.
002490     OPEN INPUT SYSIN-FILE.
002500     IF TE-SYSIN-STATUS = '00'
002510         READ SYSIN-FILE
002520             AT END
002530                 CONTINUE
002540             NOT AT END
002550                 MOVE SI-REJECT-LIMIT TO TE-CARD-LIMIT-X
002560         END-READ
002570         CLOSE SYSIN-FILE
002580     END-IF.
002590     IF TE-CARD-LIMIT-X NOT = SPACES
002600         IF TE-CARD-LIMIT NOT NUMERIC
002610             OR TE-CARD-LIMIT > 100
002620             DISPLAY 'PRIMEDIT - REJECT LIMIT NOT 000-100 '
002630                 TE-CARD-LIMIT-X
002640             MOVE 20 TO RETURN-CODE
002650             GO TO 9999-EXIT
002660         END-IF
002670         MOVE TE-CARD-LIMIT TO TE-REJECT-LIMIT
002680     END-IF.
002690     OPEN INPUT TRANS-FILE.
002700     IF TE-TRANS-STATUS NOT = '00'
002710         DISPLAY 'PRIMEDIT - TRANS-FILE OPEN FAILED '
002720             TE-TRANS-STATUS
002730         MOVE 16 TO RETURN-CODE
002740         GO TO 9999-EXIT
002750     END-IF.
002760     OPEN OUTPUT EDITED-FILE.
002770     IF TE-EDITED-STATUS NOT = '00'
002780         DISPLAY 'PRIMEDIT - EDITED-FILE OPEN FAILED '
002790             TE-EDITED-STATUS
002800         MOVE 16 TO RETURN-CODE
002810         CLOSE TRANS-FILE
002820         GO TO 9999-EXIT
002830     END-IF.
002840     OPEN OUTPUT REJECT-FILE.
002850     IF TE-REJECT-STATUS NOT = '00'
002860         DISPLAY 'PRIMEDIT - REJECT-FILE OPEN FAILED '
002870             TE-REJECT-STATUS
002880         MOVE 16 TO RETURN-CODE
002890         CLOSE TRANS-FILE
002900         CLOSE EDITED-FILE
002910         GO TO 9999-EXIT
002920     END-IF.
002930     OPEN OUTPUT REPORT-FILE.
002940     IF TE-EDITRPT-STATUS NOT = '00'
002950         DISPLAY 'PRIMEDIT - REPORT-FILE OPEN FAILED '
002960             TE-EDITRPT-STATUS
002970         MOVE 16 TO RETURN-CODE
002980         CLOSE TRANS-FILE
002990         CLOSE EDITED-FILE
003000         CLOSE REJECT-FILE
003010         GO TO 9999-EXIT
003020     END-IF.
003030 1000-INITIALIZE-EXIT.
003040     EXIT.
003050
003060*-----------------------------------------------------------------
003070* 2000-EDIT-ONE-CARD READS ONE CARD, CHECKS IT AND SENDS IT TO THE
003080* EDITED DECK OR THE REJECT FILE, TALLYING IT EITHER WAY.
003090*-----------------------------------------------------------------
003100 2000-EDIT-ONE-CARD.
003110     READ TRANS-FILE
003120         AT END
003130             SET TE-TRANS-EOF TO TRUE
003140             GO TO 2000-EDIT-ONE-CARD-EXIT
003150     END-READ.
003160     ADD 1 TO TE-READ-COUNT.
003170     PERFORM 2100-CHECK-CARD
003180         THRU 2100-CHECK-CARD-EXIT.
003190     PERFORM 2200-FIND-REQUESTOR
003200         THRU 2200-FIND-REQUESTOR-EXIT.
003210     IF TE-CARD-CLEAN
003220         WRITE EDITED-REC FROM TRANS-REC
003230         ADD 1 TO TE-ACCEPT-COUNT
003240         GO TO 2000-EDIT-ONE-CARD-EXIT
003250     END-IF.
003260     MOVE SPACES TO TRANS-REJECT-REC.
003270     MOVE TE-READ-COUNT TO TJ-CARD-NUMBER.
003280     MOVE TE-REASON TO TJ-REASON.
003290     MOVE TRANS-REC TO TJ-CARD-IMAGE.
003300     WRITE TRANS-REJECT-REC.
003310     ADD 1 TO TE-REJECT-COUNT.
003320     IF TJ-CANDIDATE-NOT-NUMERIC
003330         ADD 1 TO TE-REJ-CANDIDATE
003340     END-IF.
003350     IF TJ-FUNCTION-UNKNOWN
003360         ADD 1 TO TE-REJ-FUNCTION
003370     END-IF.
003380     IF TJ-HIGH-NOT-NUMERIC
003390         ADD 1 TO TE-REJ-HIGH-NUMERIC
003400     END-IF.
003410     IF TJ-HIGH-BELOW-LOW
003420         ADD 1 TO TE-REJ-HIGH-BELOW
003430     END-IF.
003440 2000-EDIT-ONE-CARD-EXIT.
003450     EXIT.
003460
003470*-----------------------------------------------------------------
003480* 2100-CHECK-CARD SETS TE-REASON TO THE FIRST FAULT FOUND, IN THE
003490* ORDER THE TREJREC REMARKS LIST THEM, OR LEAVES IT SPACE.  THE
003500* SECOND BOUND IS ONLY LOOKED AT ON AN 'R' CARD - NO OTHER
003510* FUNCTION READS IT.
003520*-----------------------------------------------------------------
003530 2100-CHECK-CARD.
003540     MOVE SPACE TO TE-REASON.
003550     IF TR-CANDIDATE NOT NUMERIC
003560         MOVE 'C' TO TE-REASON
003570         GO TO 2100-CHECK-CARD-EXIT
003580     END-IF.
003590     IF TR-FUNCTION NOT = SPACE
003600         AND TR-FUNCTION NOT = 'P'
003610         AND NOT TR-FUNC-FACTOR
003620         AND NOT TR-FUNC-NEXT
003630         AND NOT TR-FUNC-RANGE
003640         MOVE 'F' TO TE-REASON
003650         GO TO 2100-CHECK-CARD-EXIT
003660     END-IF.
003670     IF NOT TR-FUNC-RANGE
003680         GO TO 2100-CHECK-CARD-EXIT
003690     END-IF.
003700     IF TR-CANDIDATE-2 NOT NUMERIC
003710         MOVE 'H' TO TE-REASON
003720         GO TO 2100-CHECK-CARD-EXIT
003730     END-IF.
003740     IF TR-CANDIDATE-2 < TR-CANDIDATE
003750         MOVE 'L' TO TE-REASON
003760     END-IF.
003770 2100-CHECK-CARD-EXIT.
003780     EXIT.
003790
003800*-----------------------------------------------------------------
003810* 2200-FIND-REQUESTOR TALLIES THE CARD AGAINST ITS REQUESTOR,
003820* TAKING A NEW SLOT FOR A REQUESTOR NOT SEEN BEFORE.  A REQUESTOR
003830* ARRIVING AFTER EVERY SLOT IS TAKEN GOES TO THE ALL-OTHERS
003840* BUCKET.
003850*-----------------------------------------------------------------
003860 2200-FIND-REQUESTOR.
003870     IF TR-REQUESTOR = SPACES
003880         MOVE 'UNKNOWN' TO TE-LOOK-ID
003890     ELSE
003900         MOVE TR-REQUESTOR TO TE-LOOK-ID
003910     END-IF.
003920     MOVE 'N' TO TE-REQ-HIT-SW.
003930     MOVE ZERO TO TE-REQ-SUB.
003940     PERFORM 2250-MATCH-ONE-REQUESTOR
003950         THRU 2250-MATCH-ONE-REQUESTOR-EXIT
003960         UNTIL TE-REQ-HIT
003970             OR TE-REQ-SUB NOT < TE-REQ-USED.
003980     IF NOT TE-REQ-HIT
003990         IF TE-REQ-USED < TE-REQ-MAX
004000             ADD 1 TO TE-REQ-USED
004010             SET RX TO TE-REQ-USED
004020             MOVE TE-LOOK-ID TO TE-REQ-ID(RX)
004030             MOVE ZERO TO TE-REQ-CARDS(RX)
004040             MOVE ZERO TO TE-REQ-REJECTED(RX)
004050         ELSE
004060             ADD 1 TO TE-OTHER-CARDS
004070             IF NOT TE-CARD-CLEAN
004080                 ADD 1 TO TE-OTHER-REJECTED
004090             END-IF
004100             GO TO 2200-FIND-REQUESTOR-EXIT
004110         END-IF
004120     END-IF.
004130     ADD 1 TO TE-REQ-CARDS(RX).
004140     IF NOT TE-CARD-CLEAN
004150         ADD 1 TO TE-REQ-REJECTED(RX)
004160     END-IF.
004170 2200-FIND-REQUESTOR-EXIT.
004180     EXIT.
004190
004200 2250-MATCH-ONE-REQUESTOR.
004210     ADD 1 TO TE-REQ-SUB.
004220     SET RX TO TE-REQ-SUB.
004230     IF TE-REQ-ID(RX) = TE-LOOK-ID
004240         SET TE-REQ-HIT TO TRUE
004250     END-IF.
004260 2250-MATCH-ONE-REQUESTOR-EXIT.
004270     EXIT.
004280
004290*-----------------------------------------------------------------
004300* 3000-SORT-REQUESTORS PUTS THE REQUESTOR TABLE INTO ID ORDER
004310* WITH AN EXCHANGE SORT - A DECK RARELY CARRIES MORE THAN A FEW
004320* DOZEN REQUESTORS.
004330*-----------------------------------------------------------------
004340 3000-SORT-REQUESTORS.
004350     SET TE-SWAPPED TO TRUE.
004360     PERFORM 3050-SORT-ONE-PASS
004370         THRU 3050-SORT-ONE-PASS-EXIT
004380         UNTIL NOT TE-SWAPPED.
004390 3000-SORT-REQUESTORS-EXIT.
004400     EXIT.
004410
004420 3050-SORT-ONE-PASS.
004430     MOVE 'N' TO TE-SWAPPED-SW.
004440     PERFORM 3060-ORDER-ONE-PAIR
004450         THRU 3060-ORDER-ONE-PAIR-EXIT
004460         VARYING TE-REQ-SUB FROM 1 BY 1
004470         UNTIL TE-REQ-SUB NOT < TE-REQ-USED.
004480 3050-SORT-ONE-PASS-EXIT.
004490     EXIT.
004500
004510 3060-ORDER-ONE-PAIR.
004520     COMPUTE TE-NEXT-SUB = TE-REQ-SUB + 1.
004530     IF TE-REQ-ID(TE-REQ-SUB) NOT > TE-REQ-ID(TE-NEXT-SUB)
004540         GO TO 3060-ORDER-ONE-PAIR-EXIT
004550     END-IF.
004560     MOVE TE-REQ-ENTRY(TE-REQ-SUB) TO TE-SWAP-ENTRY.
004570     MOVE TE-REQ-ENTRY(TE-NEXT-SUB)
004580         TO TE-REQ-ENTRY(TE-REQ-SUB).
004590     MOVE TE-SWAP-ENTRY TO TE-REQ-ENTRY(TE-NEXT-SUB).
004600     SET TE-SWAPPED TO TRUE.
004610 3060-ORDER-ONE-PAIR-EXIT.
004620     EXIT.
004630
004640*-----------------------------------------------------------------
004650* 4000-PRINT-REPORT PRINTS THE COUNTS BY REASON, THE REJECT RATE
004660* AGAINST THE LIMIT, AND THE COUNTS BY REQUESTOR, AND SETS THE
004670* RETURN CODE.  THE DECK IS OVER THE LIMIT WHEN REJECTS X 100
004680* EXCEED LIMIT X CARDS READ.
004690*-----------------------------------------------------------------
004700 4000-PRINT-REPORT.
004710     WRITE REPORT-LINE FROM TE-TITLE-LINE.
004720     MOVE 'CARDS BY REASON' TO TE-SEC-TEXT.
004730     PERFORM 6100-PRINT-SECTION-TITLE
004740         THRU 6100-PRINT-SECTION-TITLE-EXIT.
004750     MOVE 'CARDS READ' TO TE-SUM-TEXT.
004760     MOVE TE-READ-COUNT TO TE-SUM-COUNT.
004770     WRITE REPORT-LINE FROM TE-SUM-LINE.
004780     MOVE 'ACCEPTED TO THE EDITED DECK' TO TE-SUM-TEXT.
004790     MOVE TE-ACCEPT-COUNT TO TE-SUM-COUNT.
004800     WRITE REPORT-LINE FROM TE-SUM-LINE.
004810     MOVE 'REJECTED' TO TE-SUM-TEXT.
004820     MOVE TE-REJECT-COUNT TO TE-SUM-COUNT.
004830     WRITE REPORT-LINE FROM TE-SUM-LINE.
004840     MOVE '  C  CANDIDATE NOT NUMERIC' TO TE-SUM-TEXT.
004850     MOVE TE-REJ-CANDIDATE TO TE-SUM-COUNT.
004860     WRITE REPORT-LINE FROM TE-SUM-LINE.
004870     MOVE '  F  UNKNOWN FUNCTION CODE' TO TE-SUM-TEXT.
004880     MOVE TE-REJ-FUNCTION TO TE-SUM-COUNT.
004890     WRITE REPORT-LINE FROM TE-SUM-LINE.
004900     MOVE '  H  RANGE HIGH BOUND NOT NUMERIC' TO TE-SUM-TEXT.
004910     MOVE TE-REJ-HIGH-NUMERIC TO TE-SUM-COUNT.
004920     WRITE REPORT-LINE FROM TE-SUM-LINE.
004930     MOVE '  L  RANGE HIGH BOUND BELOW LOW BOUND' TO TE-SUM-TEXT.
004940     MOVE TE-REJ-HIGH-BELOW TO TE-SUM-COUNT.
004950     WRITE REPORT-LINE FROM TE-SUM-LINE.
004960     MOVE 'REJECT RATE' TO TE-SEC-TEXT.
004970     PERFORM 6100-PRINT-SECTION-TITLE
004980         THRU 6100-PRINT-SECTION-TITLE-EXIT.
004990     IF TE-READ-COUNT > ZERO
005000         COMPUTE TE-REJECT-PCT ROUNDED =
005010             TE-REJECT-COUNT * 100 / TE-READ-COUNT
005020     END-IF.
005030     COMPUTE TE-REJECT-SCALED = TE-REJECT-COUNT * 100.
005040     COMPUTE TE-LIMIT-SCALED = TE-REJECT-LIMIT * TE-READ-COUNT.
005050     IF TE-REJECT-SCALED > TE-LIMIT-SCALED
005060         SET TE-OVER-LIMIT TO TRUE
005070     END-IF.
005080     MOVE TE-REJECT-PCT TO TE-RATE-PCT.
005090     MOVE TE-REJECT-LIMIT TO TE-RATE-LIMIT.
005100     WRITE REPORT-LINE FROM TE-RATE-LINE.
005110     IF TE-OVER-LIMIT
005120         MOVE 'DECK OVER THE REJECT LIMIT - NOT TO BE RUN THROUGH'
005130             TO TE-NOTE-TEXT
005140         WRITE REPORT-LINE FROM TE-NOTE-LINE
005150         MOVE 'PRIMLOOK; RETURN IT TO THE SUBMITTING DEPARTMENT'
005160             TO TE-NOTE-TEXT
005170         WRITE REPORT-LINE FROM TE-NOTE-LINE
005180         DISPLAY 'PRIMEDIT - REJECTS OVER THE LIMIT OF '
005190             TE-REJECT-LIMIT ' PERCENT - DECK HELD'
005200         IF RETURN-CODE < 4
005210             MOVE 4 TO RETURN-CODE
005220         END-IF
005230     ELSE
005240         MOVE 'WITHIN THE REJECT LIMIT - EDITED DECK RELEASED'
005250             TO TE-NOTE-TEXT
005260         WRITE REPORT-LINE FROM TE-NOTE-LINE
005270     END-IF.
005280     MOVE 'CARDS BY REQUESTOR' TO TE-SEC-TEXT.
005290     PERFORM 6100-PRINT-SECTION-TITLE
005300         THRU 6100-PRINT-SECTION-TITLE-EXIT.
005310     IF TE-READ-COUNT = ZERO
005320         MOVE 'NO CARDS IN THE DECK' TO TE-NOTE-TEXT
005330         WRITE REPORT-LINE FROM TE-NOTE-LINE
005340         GO TO 4000-PRINT-REPORT-EXIT
005350     END-IF.
005360     WRITE REPORT-LINE FROM TE-REQ-HEAD.
005370     WRITE REPORT-LINE FROM TE-BLANK-LINE.
005380     PERFORM 4100-PRINT-ONE-REQUESTOR
005390         THRU 4100-PRINT-ONE-REQUESTOR-EXIT
005400         VARYING TE-REQ-SUB FROM 1 BY 1
005410         UNTIL TE-REQ-SUB > TE-REQ-USED.
005420     IF TE-OTHER-CARDS > ZERO
005430         MOVE 'ALL OTHR' TO TE-REQ-LINE-ID
005440         MOVE TE-OTHER-CARDS TO TE-REQ-LINE-CARDS
005450         COMPUTE TE-REQ-LINE-ACCEPTED =
005460             TE-OTHER-CARDS - TE-OTHER-REJECTED
005470         MOVE TE-OTHER-REJECTED TO TE-REQ-LINE-REJECTED
005480         WRITE REPORT-LINE FROM TE-REQ-LINE
005490     END-IF.
005500 4000-PRINT-REPORT-EXIT.
005510     EXIT.
005520
005530 4100-PRINT-ONE-REQUESTOR.
005540     SET RX TO TE-REQ-SUB.
005550     MOVE TE-REQ-ID(RX) TO TE-REQ-LINE-ID.
005560     MOVE TE-REQ-CARDS(RX) TO TE-REQ-LINE-CARDS.
005570     COMPUTE TE-REQ-LINE-ACCEPTED =
005580         TE-REQ-CARDS(RX) - TE-REQ-REJECTED(RX).
005590     MOVE TE-REQ-REJECTED(RX) TO TE-REQ-LINE-REJECTED.
005600     WRITE REPORT-LINE FROM TE-REQ-LINE.
005610 4100-PRINT-ONE-REQUESTOR-EXIT.
005620     EXIT.
005630
005640 6100-PRINT-SECTION-TITLE.
005650     WRITE REPORT-LINE FROM TE-BLANK-LINE.
005660     WRITE REPORT-LINE FROM TE-SECTION-TITLE.
005670     WRITE REPORT-LINE FROM TE-BLANK-LINE.
005680 6100-PRINT-SECTION-TITLE-EXIT.
005690     EXIT.
005700
005710*-----------------------------------------------------------------
005720* 8000-TERMINATE CLOSES THE FILES BEFORE THE RUN ENDS.
005730*-----------------------------------------------------------------
005740 8000-TERMINATE.
005750     CLOSE TRANS-FILE.
005760     CLOSE EDITED-FILE.
005770     CLOSE REJECT-FILE.
005780     CLOSE REPORT-FILE.
005790 8000-TERMINATE-EXIT.
005800     EXIT.
005810
005820 9999-EXIT.
005830     GOBACK.
