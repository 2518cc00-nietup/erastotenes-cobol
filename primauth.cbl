000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRIMAUTH.
000030 AUTHOR. J HALVORSEN.
000040 INSTALLATION. DATA CENTER SERVICES.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* REMARKS.  LISTING OF THE REQAUTH REQUESTOR AUTHORIZATION FILE
000090*           ENFORCED BY PRIMLOOK AND PRIMINQ, SO STALE IDS CAN BE
000100*           CLEANED OUT.  ONE LINE PER ID, IN FILE ORDER, WITH
000110*           ITS DEPARTMENT, STATUS AND ALLOWED FUNCTIONS, AND
000120*           FROM THE LOOKJRNL JOURNAL ITS LAST-USED DATE (THE
000130*           LATEST QUESTION IT WAS ANSWERED), HOW MANY QUESTIONS
000140*           IT WAS ANSWERED AND HOW MANY WERE REFUSED.  AN ID
000150*           NEVER ANSWERED SHOWS NEVER.  CARDS THE LOOKUP
000160*           PROGRAMS CANNOT USE AS INTENDED ARE FLAGGED:
000170*             - DUPLICATE ID   - A LATER CARD FOR AN ID ALREADY
000180*                                LISTED; THE LOOKUP PROGRAMS
000190*                                ONLY EVER SEE THE FIRST,
000200*             - BAD STATUS     - NOT 'A' OR 'S'; REFUSED AS IF
000210*                                SUSPENDED,
000220*             - BAD FUNCTION   - A FUNCTION COLUMN HOLDING
000230*                                ANYTHING BUT ITS OWN LETTER
000240*                                OR A SPACE.
000250*           A SUMMARY FOLLOWS, INCLUDING THE JOURNAL QUESTIONS
000260*           ASKED UNDER IDS THAT ARE NOT ON THE FILE AT ALL.
000270*
000280*           SYSIN CONTROL CARD (OPTIONAL):
000290*             COLS 1-8    STALE CUTOFF DATE YYYYMMDD - AN ID NOT
000300*                         ANSWERED SINCE (OR NEVER) IS FLAGGED
000310*                         STALE.  BLANK = NO STALE FLAGGING.
000320*
000330*           RETURN CODES:
000340*              0  LISTING PRODUCED, NO CARD IN ERROR
000350*              4  LISTING PRODUCED, SOME CARDS FLAGGED IN ERROR
000360*             16  A FILE WILL NOT OPEN, OR MORE IDS THAN THE
000370*                 TABLE HOLDS
000380*             20  STALE CUTOFF DATE NOT NUMERIC
000390*-----------------------------------------------------------------
000400* MODIFICATION HISTORY.
000410* DATE       INIT  DESCRIPTION
000420* -------    ----  ------------------------------------------------
000430* 10/15/2026 JRH   INITIAL VERSION.  REQAUTH IS LOADED INTO A
000440*                  TABLE, THEN ONE SEQUENTIAL PASS OVER THE
000450*                  JOURNAL FILLS IN EACH ID'S USAGE.
000460*-----------------------------------------------------------------
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT SYSIN-FILE ASSIGN TO SYSIN
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS AL-SYSIN-STATUS.
000530     SELECT REQUESTOR-AUTH-FILE ASSIGN TO REQAUTH
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS AL-REQAUTH-STATUS.
000560     SELECT LOOKUP-JOURNAL-FILE ASSIGN TO LOOKJRNL
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS AL-JOURNAL-STATUS.
000590     SELECT REPORT-FILE ASSIGN TO AUTHRPT
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS AL-AUTHRPT-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650*-----------------------------------------------------------------
000660* SYSIN-FILE CARRIES ONE OPTIONAL CONTROL CARD GIVING THE STALE
000670* CUTOFF DATE.
000680*-----------------------------------------------------------------
000690 FD  SYSIN-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE OMITTED.
000720 01  SYSIN-REC.
000730     05  SI-STALE-DATE           PIC X(08).
000740     05  FILLER                  PIC X(72).
000750
000760*-----------------------------------------------------------------
000770* REQUESTOR-AUTH-FILE IS THE REQAUTH AUTHORIZATION FILE.  LAYOUT
000780* IS SHARED VIA THE AUTHREC COPYBOOK.
000790*-----------------------------------------------------------------
000800 FD  REQUESTOR-AUTH-FILE
000810     RECORDING MODE IS F
000820     LABEL RECORDS ARE OMITTED.
000830     COPY AUTHREC.
000840
000850*-----------------------------------------------------------------
000860* LOOKUP-JOURNAL-FILE IS THE PERMANENT LOOKJRNL USAGE JOURNAL
000870* APPENDED TO BY THE KEYED LOOKUP PROGRAMS.  LAYOUT IS SHARED VIA
000880* THE LOOKJREC COPYBOOK.
000890*-----------------------------------------------------------------
000900 FD  LOOKUP-JOURNAL-FILE
000910     RECORDING MODE IS F
000920     LABEL RECORDS ARE OMITTED.
000930     COPY LOOKJREC.
000940
000950*-----------------------------------------------------------------
000960* REPORT-FILE IS THE 132-COLUMN AUTHORIZATION LISTING.
000970*-----------------------------------------------------------------
000980 FD  REPORT-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE OMITTED.
001010 01  REPORT-LINE                 PIC X(132).
001020
001030 WORKING-STORAGE SECTION.
001040 77  AL-SYSIN-STATUS             PIC X(02) VALUE '00'.
001050 77  AL-REQAUTH-STATUS           PIC X(02) VALUE '00'.
001060 77  AL-JOURNAL-STATUS           PIC X(02) VALUE '00'.
001070 77  AL-AUTHRPT-STATUS           PIC X(02) VALUE '00'.
001080 77  AL-REQAUTH-EOF-SW           PIC X(01) VALUE 'N'.
001090     88  AL-REQAUTH-EOF              VALUE 'Y'.
001100 77  AL-JOURNAL-EOF-SW           PIC X(01) VALUE 'N'.
001110     88  AL-JOURNAL-EOF              VALUE 'Y'.
001120*-----------------------------------------------------------------
001130* THE STALE CUTOFF DATE - ZERO WHEN NO CARD IS SUPPLIED.
001140* AL-CARD-DATE HOLDS THE RAW CARD FIELD SO THE NUMERIC TEST CAN
001150* RUN AFTER SYSIN IS CLOSED.
001160*-----------------------------------------------------------------
001170 01  AL-CARD-DATE-X              PIC X(08) VALUE SPACES.
001180 01  AL-CARD-DATE REDEFINES AL-CARD-DATE-X
001190                                 PIC 9(08).
001200 77  AL-STALE-DATE               PIC 9(08) VALUE ZERO.
001210*-----------------------------------------------------------------
001220* THE AUTHORIZATION TABLE - ONE SLOT PER NON-BLANK REQAUTH CARD,
001230* IN FILE ORDER, WITH THE USAGE GATHERED FROM THE JOURNAL AND
001240* THE NOTE PRINTED AGAINST IT.  AL-AUTH-LAST-USED IS ZERO WHEN
001250* THE ID WAS NEVER ANSWERED.
001260*-----------------------------------------------------------------
001270 77  AL-AUTH-MAX                 PIC 9(03) COMP VALUE 500.
001280 77  AL-AUTH-USED                PIC 9(03) COMP VALUE ZERO.
001290 77  AL-AUTH-SUB                 PIC 9(03) COMP VALUE ZERO.
001300 77  AL-AUTH-HIT-SW              PIC X(01) VALUE 'N'.
001310     88  AL-AUTH-HIT                 VALUE 'Y'.
001320 77  AL-LOOK-ID                  PIC X(08) VALUE SPACES.
001330 01  AL-AUTH-TABLE.
001340     05  AL-AUTH-ENTRY           OCCURS 500 TIMES
001350                                  INDEXED BY AX.
001360         10  AL-AUTH-ID          PIC X(08).
001370         10  AL-AUTH-DEPT        PIC X(20).
001380         10  AL-AUTH-STATUS      PIC X(01).
001390         10  AL-AUTH-FUNCS       PIC X(04).
001400         10  AL-AUTH-LAST-USED   PIC 9(08).
001410         10  AL-AUTH-ANSWERED    PIC 9(07) COMP.
001420         10  AL-AUTH-REFUSED     PIC 9(07) COMP.
001430         10  AL-AUTH-NOTE        PIC X(20).
001440*-----------------------------------------------------------------
001450* RUN TOTALS.
001460*-----------------------------------------------------------------
001470 77  AL-ACTIVE-COUNT             PIC 9(07) COMP VALUE ZERO.
001480 77  AL-SUSPENDED-COUNT          PIC 9(07) COMP VALUE ZERO.
001490 77  AL-ERROR-COUNT              PIC 9(07) COMP VALUE ZERO.
001500 77  AL-NEVER-COUNT              PIC 9(07) COMP VALUE ZERO.
001510 77  AL-STALE-COUNT              PIC 9(07) COMP VALUE ZERO.
001520 77  AL-READ-COUNT               PIC 9(09) COMP VALUE ZERO.
001530 77  AL-UNLISTED-COUNT           PIC 9(09) COMP VALUE ZERO.
001540*-----------------------------------------------------------------
001550* PRINT LINES.
001560*-----------------------------------------------------------------
001570 01  AL-TITLE-LINE.
001580     05  FILLER                  PIC X(09) VALUE 'PRIMAUTH '.
001590     05  FILLER                  PIC X(31) VALUE
001600         'REQUESTOR AUTHORIZATION LISTING'.
001610     05  FILLER                  PIC X(92) VALUE SPACES.
001620 01  AL-CUTOFF-LINE.
001630     05  FILLER                  PIC X(28) VALUE
001640         '    STALE IF NOT USED SINCE '.
001650     05  AL-CUTOFF-DATE          PIC 9(08).
001660     05  FILLER                  PIC X(96) VALUE SPACES.
001670 01  AL-SECTION-TITLE.
001680     05  AL-SEC-TEXT             PIC X(40) VALUE SPACES.
001690     05  FILLER                  PIC X(92) VALUE SPACES.
001700 01  AL-HEAD-LINE.
001710     05  FILLER                  PIC X(04) VALUE SPACES.
001720     05  FILLER                  PIC X(10) VALUE 'ID'.
001730     05  FILLER                  PIC X(22) VALUE 'DEPARTMENT'.
001740     05  FILLER                  PIC X(11) VALUE 'STATUS'.
001750     05  FILLER                  PIC X(08) VALUE 'FUNC'.
001760     05  FILLER                  PIC X(10) VALUE 'LAST USED'.
001770     05  FILLER                  PIC X(13) VALUE
001780         '   ANSWERED  '.
001790     05  FILLER                  PIC X(13) VALUE
001800         '    REFUSED  '.
001810     05  FILLER                  PIC X(20) VALUE 'NOTE'.
001820     05  FILLER                  PIC X(21) VALUE SPACES.
001830 01  AL-LIST-LINE.
001840     05  FILLER                  PIC X(04) VALUE SPACES.
001850     05  AL-LIST-ID              PIC X(08).
001860     05  FILLER                  PIC X(02) VALUE SPACES.
001870     05  AL-LIST-DEPT            PIC X(20).
001880     05  FILLER                  PIC X(02) VALUE SPACES.
001890     05  AL-LIST-STATUS          PIC X(09).
001900     05  FILLER                  PIC X(02) VALUE SPACES.
001910     05  AL-LIST-FUNCS           PIC X(04).
001920     05  FILLER                  PIC X(04) VALUE SPACES.
001930     05  AL-LIST-LAST-X          PIC X(08).
001940     05  AL-LIST-LAST REDEFINES AL-LIST-LAST-X
001950                                 PIC 9(08).
001960     05  FILLER                  PIC X(02) VALUE SPACES.
001970     05  AL-LIST-ANSWERED        PIC ZZZ,ZZZ,ZZ9.
001980     05  FILLER                  PIC X(02) VALUE SPACES.
001990     05  AL-LIST-REFUSED         PIC ZZZ,ZZZ,ZZ9.
002000     05  FILLER                  PIC X(02) VALUE SPACES.
002010     05  AL-LIST-NOTE            PIC X(20).
002020     05  FILLER                  PIC X(21) VALUE SPACES.
002030 01  AL-SUM-LINE.
002040     05  FILLER                  PIC X(04) VALUE SPACES.
002050     05  AL-SUM-TEXT             PIC X(44) VALUE SPACES.
002060     05  AL-SUM-COUNT            PIC ZZZ,ZZZ,ZZ9.
002070     05  FILLER                  PIC X(73) VALUE SPACES.
002080 01  AL-EMPTY-LINE.
002090     05  FILLER                  PIC X(32) VALUE
002100         '    NO IDS ON THE REQAUTH FILE  '.
002110     05  FILLER                  PIC X(100) VALUE SPACES.
002120 01  AL-BLANK-LINE               PIC X(132) VALUE SPACES.
002130
002140 PROCEDURE DIVISION.
002150*-----------------------------------------------------------------
002160* 0000-MAINLINE
002170*-----------------------------------------------------------------
002180 0000-MAINLINE.
002190     PERFORM 1000-INITIALIZE
002200         THRU 1000-INITIALIZE-EXIT.
002210     PERFORM 1500-LOAD-AUTHORITY
002220         THRU 1500-LOAD-AUTHORITY-EXIT.
002230     PERFORM 2000-TALLY-JOURNAL
002240         THRU 2000-TALLY-JOURNAL-EXIT
002250         UNTIL AL-JOURNAL-EOF.
002260     PERFORM 3000-PRINT-LISTING
002270         THRU 3000-PRINT-LISTING-EXIT.
002280     PERFORM 4000-PRINT-SUMMARY
002290         THRU 4000-PRINT-SUMMARY-EXIT.
002300     PERFORM 8000-TERMINATE
002310         THRU 8000-TERMINATE-EXIT.
002320     GO TO 9999-EXIT.
002330
002340*-----------------------------------------------------------------
002350* 1000-INITIALIZE PICKS UP THE OPTIONAL STALE CUTOFF FROM SYSIN
002360* AND OPENS THE REPORT.
002370*-----------------------------------------------------------------
002380 1000-INITIALIZE.
002390     OPEN INPUT SYSIN-FILE.
002400     IF AL-SYSIN-STATUS = '00'
002410         READ SYSIN-FILE
002420             AT END
002430                 CONTINUE
002440             NOT AT END
002450                 MOVE SI-STALE-DATE TO AL-CARD-DATE-X
002460         END-READ
002470         CLOSE SYSIN-FILE
002480     END-IF.
002490     IF AL-CARD-DATE-X NOT = SPACES
002500         IF AL-CARD-DATE NOT NUMERIC
002510             DISPLAY 'PRIMAUTH - STALE CUTOFF DATE NOT NUMERIC '
002520                 AL-CARD-DATE-X
002530             MOVE 20 TO RETURN-CODE
002540             GO TO 9999-EXIT
002550         END-IF
002560         MOVE AL-CARD-DATE TO AL-STALE-DATE
002570     END-IF.
002580     OPEN OUTPUT REPORT-FILE.
002590     IF AL-AUTHRPT-STATUS NOT = '00'
002600         DISPLAY 'PRIMAUTH - REPORT-FILE OPEN FAILED '
002610             AL-AUTHRPT-STATUS
002620         MOVE 16 TO RETURN-CODE
002630         GO TO 9999-EXIT
002640     END-IF.
002650 1000-INITIALIZE-EXIT.
002660     EXIT.
002670
002680*-----------------------------------------------------------------
002690* 1500-LOAD-AUTHORITY LOADS AND CHECKS THE REQAUTH FILE, THEN
002700* OPENS THE JOURNAL.  A FILE WITH MORE IDS THAN THE TABLE ENDS
002710* THE RUN - A LISTING THAT QUIETLY DROPPED IDS WOULD MISLEAD THE
002720* CLEAN-UP.  A MISSING JOURNAL IS NOT AN ERROR; EVERY ID THEN
002730* SHOWS NEVER.
002740*-----------------------------------------------------------------
002750 1500-LOAD-AUTHORITY.
002760     OPEN INPUT REQUESTOR-AUTH-FILE.
002770     IF AL-REQAUTH-STATUS NOT = '00'
002780         DISPLAY 'PRIMAUTH - REQUESTOR-AUTH-FILE OPEN FAILED '
002790             AL-REQAUTH-STATUS
002800         MOVE 16 TO RETURN-CODE
002810         CLOSE REPORT-FILE
002820         GO TO 9999-EXIT
002830     END-IF.
002840     PERFORM 1550-LOAD-ONE-ID
002850         THRU 1550-LOAD-ONE-ID-EXIT
002860         UNTIL AL-REQAUTH-EOF.
002870     CLOSE REQUESTOR-AUTH-FILE.
002880     OPEN INPUT LOOKUP-JOURNAL-FILE.
002890     IF AL-JOURNAL-STATUS NOT = '00'
002900         SET AL-JOURNAL-EOF TO TRUE
002910     END-IF.
002920 1500-LOAD-AUTHORITY-EXIT.
002930     EXIT.
002940
002950*-----------------------------------------------------------------
002960* 1550-LOAD-ONE-ID ADDS ONE CARD TO THE TABLE AND NOTES WHAT IS
002970* WRONG WITH IT, IF ANYTHING.  THE DUPLICATE TEST IS MADE AGAINST
002980* THE CARDS ALREADY LOADED, SO THE FIRST CARD FOR AN ID - THE ONE
002990* THE LOOKUP PROGRAMS USE - IS THE ONE LEFT UNFLAGGED.
003000*-----------------------------------------------------------------
003010 1550-LOAD-ONE-ID.
003020     READ REQUESTOR-AUTH-FILE
003030         AT END
003040             SET AL-REQAUTH-EOF TO TRUE
003050             GO TO 1550-LOAD-ONE-ID-EXIT
003060     END-READ.
003070     IF AU-REQUESTOR = SPACES
003080         GO TO 1550-LOAD-ONE-ID-EXIT
003090     END-IF.
003100     IF AL-AUTH-USED NOT < AL-AUTH-MAX
003110         DISPLAY 'PRIMAUTH - REQAUTH HOLDS MORE IDS THAN THE '
003120             'TABLE - RAISE AL-AUTH-MAX'
003130         MOVE 16 TO RETURN-CODE
003140         CLOSE REQUESTOR-AUTH-FILE
003150         CLOSE REPORT-FILE
003160         GO TO 9999-EXIT
003170     END-IF.
003180     MOVE AU-REQUESTOR TO AL-LOOK-ID.
003190     PERFORM 2100-FIND-ID
003200         THRU 2100-FIND-ID-EXIT.
003210     ADD 1 TO AL-AUTH-USED.
003220     SET AX TO AL-AUTH-USED.
003230     MOVE AU-REQUESTOR TO AL-AUTH-ID(AX).
003240     MOVE AU-DEPARTMENT TO AL-AUTH-DEPT(AX).
003250     MOVE AU-STATUS TO AL-AUTH-STATUS(AX).
003260     MOVE AU-FUNCTIONS TO AL-AUTH-FUNCS(AX).
003270     MOVE ZERO TO AL-AUTH-LAST-USED(AX).
003280     MOVE ZERO TO AL-AUTH-ANSWERED(AX).
003290     MOVE ZERO TO AL-AUTH-REFUSED(AX).
003300     MOVE SPACES TO AL-AUTH-NOTE(AX).
003310     IF AL-AUTH-HIT
003320         MOVE 'DUPLICATE ID' TO AL-AUTH-NOTE(AX)
003330     ELSE
003340         IF NOT AU-ACTIVE AND NOT AU-SUSPENDED
003350             MOVE 'BAD STATUS' TO AL-AUTH-NOTE(AX)
003360         ELSE
003370             IF (AU-FUNC-P NOT = SPACE AND NOT AU-MAY-LOOKUP)
003380                 OR (AU-FUNC-F NOT = SPACE AND NOT AU-MAY-FACTOR)
003390                 OR (AU-FUNC-N NOT = SPACE AND NOT AU-MAY-NEXT)
003400                 OR (AU-FUNC-R NOT = SPACE AND NOT AU-MAY-RANGE)
003410                 MOVE 'BAD FUNCTION' TO AL-AUTH-NOTE(AX)
003420             END-IF
003430         END-IF
003440     END-IF.
003450     IF AL-AUTH-NOTE(AX) NOT = SPACES
003460         ADD 1 TO AL-ERROR-COUNT
003470     END-IF.
003480 1550-LOAD-ONE-ID-EXIT.
003490     EXIT.
003500
003510*-----------------------------------------------------------------
003520* 2000-TALLY-JOURNAL READS ONE JOURNAL RECORD AND COUNTS IT
003530* AGAINST ITS ID - AS REFUSED ON AN 'R' VERDICT, OTHERWISE AS
003540* ANSWERED, MOVING THE LAST-USED DATE ON.  A QUESTION FROM AN ID
003550* NOT ON THE FILE ONLY COUNTS TOWARD THE UNLISTED TOTAL.
003560*-----------------------------------------------------------------
003570 2000-TALLY-JOURNAL.
003580     READ LOOKUP-JOURNAL-FILE
003590         AT END
003600             SET AL-JOURNAL-EOF TO TRUE
003610             GO TO 2000-TALLY-JOURNAL-EXIT
003620     END-READ.
003630     ADD 1 TO AL-READ-COUNT.
003640     MOVE LJ-REQUESTOR TO AL-LOOK-ID.
003650     PERFORM 2100-FIND-ID
003660         THRU 2100-FIND-ID-EXIT.
003670     IF NOT AL-AUTH-HIT
003680         ADD 1 TO AL-UNLISTED-COUNT
003690         GO TO 2000-TALLY-JOURNAL-EXIT
003700     END-IF.
003710     IF LJ-VERDICT-REJECTED
003720         ADD 1 TO AL-AUTH-REFUSED(AX)
003730         GO TO 2000-TALLY-JOURNAL-EXIT
003740     END-IF.
003750     ADD 1 TO AL-AUTH-ANSWERED(AX).
003760     IF LJ-ASK-DATE > AL-AUTH-LAST-USED(AX)
003770         MOVE LJ-ASK-DATE TO AL-AUTH-LAST-USED(AX)
003780     END-IF.
003790 2000-TALLY-JOURNAL-EXIT.
003800     EXIT.
003810
003820*-----------------------------------------------------------------
003830* 2100-FIND-ID LOOKS AL-LOOK-ID UP IN THE TABLE, LEAVING AX ON
003840* THE FIRST MATCHING SLOT WHEN AL-AUTH-HIT.
003850*-----------------------------------------------------------------
003860 2100-FIND-ID.
003870     MOVE 'N' TO AL-AUTH-HIT-SW.
003880     MOVE ZERO TO AL-AUTH-SUB.
003890     PERFORM 2150-MATCH-ONE-ID
003900         THRU 2150-MATCH-ONE-ID-EXIT
003910         UNTIL AL-AUTH-HIT
003920             OR AL-AUTH-SUB NOT < AL-AUTH-USED.
003930 2100-FIND-ID-EXIT.
003940     EXIT.
003950
003960 2150-MATCH-ONE-ID.
003970     ADD 1 TO AL-AUTH-SUB.
003980     SET AX TO AL-AUTH-SUB.
003990     IF AL-AUTH-ID(AX) = AL-LOOK-ID
004000         SET AL-AUTH-HIT TO TRUE
004010     END-IF.
004020 2150-MATCH-ONE-ID-EXIT.
004030     EXIT.
004040
004050*-----------------------------------------------------------------
004060* 3000-PRINT-LISTING PRINTS THE TITLE AND ONE LINE PER ID.
004070*-----------------------------------------------------------------
004080 3000-PRINT-LISTING.
004090     WRITE REPORT-LINE FROM AL-TITLE-LINE.
004100     IF AL-STALE-DATE > ZERO
004110         MOVE AL-STALE-DATE TO AL-CUTOFF-DATE
004120         WRITE REPORT-LINE FROM AL-CUTOFF-LINE
004130     END-IF.
004140     MOVE 'AUTHORIZED REQUESTORS' TO AL-SEC-TEXT.
004150     PERFORM 6100-PRINT-SECTION-TITLE
004160         THRU 6100-PRINT-SECTION-TITLE-EXIT.
004170     IF AL-AUTH-USED = ZERO
004180         WRITE REPORT-LINE FROM AL-EMPTY-LINE
004190         GO TO 3000-PRINT-LISTING-EXIT
004200     END-IF.
004210     WRITE REPORT-LINE FROM AL-HEAD-LINE.
004220     WRITE REPORT-LINE FROM AL-BLANK-LINE.
004230     PERFORM 3100-PRINT-ONE-ID
004240         THRU 3100-PRINT-ONE-ID-EXIT
004250         VARYING AL-AUTH-SUB FROM 1 BY 1
004260         UNTIL AL-AUTH-SUB > AL-AUTH-USED.
004270 3000-PRINT-LISTING-EXIT.
004280     EXIT.
004290
004300*-----------------------------------------------------------------
004310* 3100-PRINT-ONE-ID PRINTS ONE ID.  A CARD ALREADY FLAGGED IN
004320* ERROR KEEPS THAT NOTE; OTHERWISE AN ID NOT ANSWERED SINCE THE
004330* CUTOFF, OR NEVER, IS FLAGGED STALE WHEN A CUTOFF WAS GIVEN.
004340*-----------------------------------------------------------------
004350 3100-PRINT-ONE-ID.
004360     SET AX TO AL-AUTH-SUB.
004370     MOVE AL-AUTH-ID(AX) TO AL-LIST-ID.
004380     MOVE AL-AUTH-DEPT(AX) TO AL-LIST-DEPT.
004390     IF AL-AUTH-STATUS(AX) = 'A'
004400         MOVE 'ACTIVE' TO AL-LIST-STATUS
004410         ADD 1 TO AL-ACTIVE-COUNT
004420     ELSE
004430         IF AL-AUTH-STATUS(AX) = 'S'
004440             MOVE 'SUSPENDED' TO AL-LIST-STATUS
004450             ADD 1 TO AL-SUSPENDED-COUNT
004460         ELSE
004470             MOVE AL-AUTH-STATUS(AX) TO AL-LIST-STATUS
004480         END-IF
004490     END-IF.
004500     MOVE AL-AUTH-FUNCS(AX) TO AL-LIST-FUNCS.
004510     IF AL-AUTH-LAST-USED(AX) = ZERO
004520         MOVE 'NEVER' TO AL-LIST-LAST-X
004530         ADD 1 TO AL-NEVER-COUNT
004540     ELSE
004550         MOVE AL-AUTH-LAST-USED(AX) TO AL-LIST-LAST
004560     END-IF.
004570     MOVE AL-AUTH-ANSWERED(AX) TO AL-LIST-ANSWERED.
004580     MOVE AL-AUTH-REFUSED(AX) TO AL-LIST-REFUSED.
004590     MOVE AL-AUTH-NOTE(AX) TO AL-LIST-NOTE.
004600     IF AL-AUTH-NOTE(AX) = SPACES
004610         AND AL-STALE-DATE > ZERO
004620         AND AL-AUTH-LAST-USED(AX) < AL-STALE-DATE
004630         MOVE 'STALE' TO AL-LIST-NOTE
004640         ADD 1 TO AL-STALE-COUNT
004650     END-IF.
004660     WRITE REPORT-LINE FROM AL-LIST-LINE.
004670 3100-PRINT-ONE-ID-EXIT.
004680     EXIT.
004690
004700*-----------------------------------------------------------------
004710* 4000-PRINT-SUMMARY PRINTS THE COUNTS AND SETS RETURN-CODE 4
004720* WHEN ANY CARD WAS FLAGGED IN ERROR.
004730*-----------------------------------------------------------------
004740 4000-PRINT-SUMMARY.
004750     MOVE 'SUMMARY' TO AL-SEC-TEXT.
004760     PERFORM 6100-PRINT-SECTION-TITLE
004770         THRU 6100-PRINT-SECTION-TITLE-EXIT.
004780     MOVE 'IDS LISTED' TO AL-SUM-TEXT.
004790     MOVE AL-AUTH-USED TO AL-SUM-COUNT.
004800     WRITE REPORT-LINE FROM AL-SUM-LINE.
004810     MOVE '  ACTIVE' TO AL-SUM-TEXT.
004820     MOVE AL-ACTIVE-COUNT TO AL-SUM-COUNT.
004830     WRITE REPORT-LINE FROM AL-SUM-LINE.
004840     MOVE '  SUSPENDED' TO AL-SUM-TEXT.
004850     MOVE AL-SUSPENDED-COUNT TO AL-SUM-COUNT.
004860     WRITE REPORT-LINE FROM AL-SUM-LINE.
004870     MOVE 'CARDS FLAGGED IN ERROR' TO AL-SUM-TEXT.
004880     MOVE AL-ERROR-COUNT TO AL-SUM-COUNT.
004890     WRITE REPORT-LINE FROM AL-SUM-LINE.
004900     MOVE 'IDS NEVER ANSWERED' TO AL-SUM-TEXT.
004910     MOVE AL-NEVER-COUNT TO AL-SUM-COUNT.
004920     WRITE REPORT-LINE FROM AL-SUM-LINE.
004930     IF AL-STALE-DATE > ZERO
004940         MOVE 'IDS FLAGGED STALE' TO AL-SUM-TEXT
004950         MOVE AL-STALE-COUNT TO AL-SUM-COUNT
004960         WRITE REPORT-LINE FROM AL-SUM-LINE
004970     END-IF.
004980     MOVE 'JOURNAL RECORDS READ' TO AL-SUM-TEXT.
004990     MOVE AL-READ-COUNT TO AL-SUM-COUNT.
005000     WRITE REPORT-LINE FROM AL-SUM-LINE.
005010     MOVE '  FROM IDS NOT ON REQAUTH' TO AL-SUM-TEXT.
005020     MOVE AL-UNLISTED-COUNT TO AL-SUM-COUNT.
005030     WRITE REPORT-LINE FROM AL-SUM-LINE.
005040     IF AL-ERROR-COUNT > ZERO
005050         DISPLAY 'PRIMAUTH - REQAUTH CARDS IN ERROR: '
005060             AL-ERROR-COUNT
005070         IF RETURN-CODE < 4
005080             MOVE 4 TO RETURN-CODE
005090         END-IF
005100     END-IF.
005110 4000-PRINT-SUMMARY-EXIT.
005120     EXIT.
005130
005140 6100-PRINT-SECTION-TITLE.
005150     WRITE REPORT-LINE FROM AL-BLANK-LINE.
005160     WRITE REPORT-LINE FROM AL-SECTION-TITLE.
005170     WRITE REPORT-LINE FROM AL-BLANK-LINE.
005180 6100-PRINT-SECTION-TITLE-EXIT.
005190     EXIT.
005200
005210*-----------------------------------------------------------------
005220* 8000-TERMINATE CLOSES THE FILES BEFORE THE RUN ENDS.  THE
005230* JOURNAL IS ONLY OPEN WHEN IT WAS PRESENT TO BEGIN WITH.
005240*-----------------------------------------------------------------
005250 8000-TERMINATE.
005260     IF AL-JOURNAL-STATUS = '00' OR AL-JOURNAL-STATUS = '10'
005270         CLOSE LOOKUP-JOURNAL-FILE
005280     END-IF.
005290     CLOSE REPORT-FILE.
005300 8000-TERMINATE-EXIT.
005310     EXIT.
005320
005330 9999-EXIT.
005340     GOBACK.
