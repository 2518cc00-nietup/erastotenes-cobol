000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRIMCHRG.
000030 AUTHOR. J HALVORSEN.
000040 INSTALLATION. DATA CENTER SERVICES.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* REMARKS.  MONTHLY CHARGEBACK OF THE LOOKUP SERVICE OVER THE
000090*           PERMANENT LOOKJRNL USAGE JOURNAL, SO FINANCE CAN
000100*           RECOVER ITS COST FROM THE DEPARTMENTS THAT USE IT.
000110*           FOR ONE BILLING MONTH IT PRODUCES:
000120*             - A STATEMENT ON CHRGRPT: THE RATE CARD IN FORCE,
000130*               THEN PER REQUESTOR (IN REQUESTOR ORDER) ONE LINE
000140*               PER ANSWERING PROGRAM WITH THE QUESTION COUNT,
000150*               BEYOND-CEILING COUNT, BASE CHARGE, SURCHARGE AND
000160*               TOTAL, A REQUESTOR TOTAL, AND A GRAND TOTAL,
000170*             - A RECONCILIATION OF THE JOURNAL: RECORDS READ,
000180*               RECORDS IN THE MONTH, AND THE RECORDS EXCLUDED AS
000190*               DATED BEFORE OR AFTER IT, SO THE STATEMENT TIES
000200*               BACK TO THE JOURNAL,
000210*             - THE GLCHRG CHARGE FILE FOR THE GENERAL-LEDGER
000220*               INTERFACE (SEE GLCHGREC), ONE DETAIL PER
000230*               REQUESTOR PER PROGRAM AND A CONTROL TRAILER.
000240*           EVERY QUESTION IS CHARGED AT ITS ANSWERING PROGRAM'S
000250*           PRICE; A BEYOND-CEILING ('B') QUESTION ALSO CARRIES
000260*           THE SURCHARGE.  QUESTIONS ANSWERED BY A PROGRAM WITH
000270*           NO RATE CARD ARE COUNTED BUT NOT CHARGED, AND ARE
000280*           FLAGGED.  QUESTIONS REFUSED BY THE REQAUTH
000290*           AUTHORIZATION CHECK (VERDICT 'R') GOT NO ANSWER AND
000300*           ARE NOT CHARGED; THE RECONCILIATION COUNTS THEM.
000310*
000320*           RATECARD CONTROL FILE - SEE RATEREC:
000330*             COL   1     'P' PROGRAM PRICE, 'S' SURCHARGE
000340*             COLS  3-10  PROGRAM (LJ-PROGRAM VALUE), 'P' ONLY
000350*             COLS 12-18  RATE, 9(03)V9(04), NO POINT PUNCHED
000360*             COLS 20-29  GL ACCOUNT FOR THE PROGRAM, 'P' ONLY
000370*           NO 'S' CARD MEANS NO SURCHARGE.  ANY CARD IN ERROR
000380*           STOPS THE RUN BEFORE A STATEMENT IS PRODUCED.
000390*
000400*           SYSIN CONTROL CARD (REQUIRED):
000410*             COLS 1-6    BILLING MONTH YYYYMM
000420*
000430*           RETURN CODES:
000440*              0  STATEMENT AND CHARGE FILE PRODUCED
000450*              4  PRODUCED, BUT SOME QUESTIONS HAD NO RATE
000460*             16  A FILE WILL NOT OPEN, OR MORE REQUESTORS OR
000470*                 PROGRAMS THAN THE TABLES HOLD
000480*             20  BILLING MONTH OR RATE CARD IN ERROR
000490*-----------------------------------------------------------------
000500* MODIFICATION HISTORY.
000510* DATE       INIT  DESCRIPTION
000520* -------    ----  ------------------------------------------------
000530* 10/15/2026 JRH   INITIAL VERSION.  ONE SEQUENTIAL PASS OVER THE
000540*                  JOURNAL INTO A REQUESTOR BY PROGRAM TABLE,
000550*                  SORTED BY REQUESTOR BEFORE PRINTING.  THE GL
000560*                  FILE IS NOT OPENED UNTIL THE WHOLE JOURNAL HAS
000570*                  BEEN TALLIED, SO A RUN THAT STOPS PART WAY
000580*                  LEAVES NO HALF-WRITTEN CHARGE FILE BEHIND.
000590* 10/15/2026 JRH   QUESTIONS REFUSED BY THE REQAUTH AUTHORIZATION
000600*                  CHECK (VERDICT 'R') ARE NO LONGER CHARGED; THEY
000610*                  GET A RECONCILIATION LINE OF THEIR OWN.
000620*-----------------------------------------------------------------
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT SYSIN-FILE ASSIGN TO SYSIN
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS CG-SYSIN-STATUS.
000690     SELECT RATE-CARD-FILE ASSIGN TO RATECARD
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS CG-RATECARD-STATUS.
000720     SELECT LOOKUP-JOURNAL-FILE ASSIGN TO LOOKJRNL
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS CG-JOURNAL-STATUS.
000750     SELECT REPORT-FILE ASSIGN TO CHRGRPT
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS CG-CHRGRPT-STATUS.
000780     SELECT GL-CHARGE-FILE ASSIGN TO GLCHRG
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS CG-GLCHRG-STATUS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840*-----------------------------------------------------------------
000850* SYSIN-FILE CARRIES THE SINGLE CONTROL CARD GIVING THE BILLING
000860* MONTH.
000870*-----------------------------------------------------------------
000880 FD  SYSIN-FILE
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE OMITTED.
000910 01  SYSIN-REC.
000920     05  SI-BILL-MONTH           PIC X(06).
000930     05  FILLER                  PIC X(74).
000940
000950*-----------------------------------------------------------------
000960* RATE-CARD-FILE IS THE FINANCE-MAINTAINED RATE CARD DESCRIBED IN
000970* THE REMARKS.  LAYOUT IS SHARED VIA THE RATEREC COPYBOOK.
000980*-----------------------------------------------------------------
000990 FD  RATE-CARD-FILE
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE OMITTED.
001020     COPY RATEREC.
001030
001040*-----------------------------------------------------------------
001050* LOOKUP-JOURNAL-FILE IS THE PERMANENT LOOKJRNL USAGE JOURNAL
001060* APPENDED TO BY THE KEYED LOOKUP PROGRAMS.  LAYOUT IS SHARED VIA
001070* THE LOOKJREC COPYBOOK.
001080*-----------------------------------------------------------------
001090 FD  LOOKUP-JOURNAL-FILE
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE OMITTED.
001120     COPY LOOKJREC.
001130
001140*-----------------------------------------------------------------
001150* REPORT-FILE IS THE 132-COLUMN CHARGEBACK STATEMENT.
001160*-----------------------------------------------------------------
001170 FD  REPORT-FILE
001180     RECORDING MODE IS F
001190     LABEL RECORDS ARE OMITTED.
001200 01  REPORT-LINE                 PIC X(132).
001210
001220*-----------------------------------------------------------------
001230* GL-CHARGE-FILE IS THE GENERAL-LEDGER INTERFACE FILE.  LAYOUT IS
001240* SHARED VIA THE GLCHGREC COPYBOOK.
001250*-----------------------------------------------------------------
001260 FD  GL-CHARGE-FILE
001270     RECORDING MODE IS F
001280     LABEL RECORDS ARE OMITTED.
001290     COPY GLCHGREC.
001300
001310 WORKING-STORAGE SECTION.
001320 77  CG-SYSIN-STATUS             PIC X(02) VALUE '00'.
001330 77  CG-RATECARD-STATUS          PIC X(02) VALUE '00'.
001340 77  CG-JOURNAL-STATUS           PIC X(02) VALUE '00'.
001350 77  CG-CHRGRPT-STATUS           PIC X(02) VALUE '00'.
001360 77  CG-GLCHRG-STATUS            PIC X(02) VALUE '00'.
001370 77  CG-RATECARD-EOF-SW          PIC X(01) VALUE 'N'.
001380     88  CG-RATECARD-EOF             VALUE 'Y'.
001390 77  CG-JOURNAL-EOF-SW           PIC X(01) VALUE 'N'.
001400     88  CG-JOURNAL-EOF              VALUE 'Y'.
001410*-----------------------------------------------------------------
001420* THE BILLING MONTH AS PUNCHED, HELD RAW SO THE NUMERIC TEST CAN
001430* RUN AFTER SYSIN IS CLOSED, AND SPLIT SO THE MONTH CAN BE
001440* CHECKED.  CG-ASK-DATE-X SPLITS A JOURNAL DATE THE SAME WAY.
001450*-----------------------------------------------------------------
001460 01  CG-CARD-MONTH-X.
001470     05  CG-CARD-YYYY            PIC X(04) VALUE SPACES.
001480     05  CG-CARD-MM              PIC X(02) VALUE SPACES.
001490 01  CG-CARD-MONTH REDEFINES CG-CARD-MONTH-X
001500                                 PIC 9(06).
001510 77  CG-BILL-MONTH               PIC 9(06) VALUE ZERO.
001520 01  CG-ASK-DATE-X.
001530     05  CG-ASK-MONTH            PIC 9(06).
001540     05  CG-ASK-DD               PIC 9(02).
001550*-----------------------------------------------------------------
001560* THE PROGRAM TABLE - ONE SLOT PER RATE CARD 'P' CARD, THEN ONE
001570* PER UNPRICED PROGRAM FOUND ON THE JOURNAL.  CG-PGM-QUESTIONS IS
001580* THE PROGRAM'S QUESTION COUNT FOR THE MONTH, FOR THE NO-RATE
001590* WARNING.
001600*-----------------------------------------------------------------
001610 77  CG-PGM-MAX                  PIC 9(02) COMP VALUE 20.
001620 77  CG-PGM-USED                 PIC 9(02) COMP VALUE ZERO.
001630 77  CG-PGM-SUB                  PIC 9(02) COMP VALUE ZERO.
001640 77  CG-LOOK-PROGRAM             PIC X(08) VALUE SPACES.
001650 77  CG-PGM-HIT-SW               PIC X(01) VALUE 'N'.
001660     88  CG-PGM-HIT                  VALUE 'Y'.
001670 01  CG-PROGRAM-TABLE.
001680     05  CG-PGM-ENTRY            OCCURS 20 TIMES.
001690         10  CG-PGM-NAME         PIC X(08) VALUE SPACES.
001700         10  CG-PGM-RATE         PIC 9(03)V9(04) VALUE ZERO.
001710         10  CG-PGM-GL           PIC X(10) VALUE SPACES.
001720         10  CG-PGM-PRICED-SW    PIC X(01) VALUE 'N'.
001730             88  CG-PGM-PRICED       VALUE 'Y'.
001740         10  CG-PGM-QUESTIONS    PIC 9(07) COMP VALUE ZERO.
001750 77  CG-SURCHARGE-RATE           PIC 9(03)V9(04) VALUE ZERO.
001760 77  CG-SURCHARGE-SW             PIC X(01) VALUE 'N'.
001770     88  CG-SURCHARGE-SEEN           VALUE 'Y'.
001780 77  CG-BAD-CARD-COUNT           PIC 9(03) COMP VALUE ZERO.
001790*-----------------------------------------------------------------
001800* THE REQUESTOR TABLE - ONE SLOT PER DISTINCT REQUESTOR IN THE
001810* MONTH, EACH WITH A QUESTION AND BEYOND-CEILING COUNT PER
001820* PROGRAM SLOT.  UNLIKE THE DEMAND REPORT THERE IS NO ALL-OTHERS
001830* BUCKET - A CHARGE THAT CANNOT BE BILLED TO SOMEBODY IS NO USE
001840* TO FINANCE - SO A FULL TABLE STOPS THE RUN.
001850*-----------------------------------------------------------------
001860 77  CG-REQ-MAX                  PIC 9(03) COMP VALUE 200.
001870 77  CG-REQ-USED                 PIC 9(03) COMP VALUE ZERO.
001880 77  CG-REQ-SUB                  PIC 9(03) COMP VALUE ZERO.
001890 77  CG-NEXT-SUB                 PIC 9(03) COMP VALUE ZERO.
001900 77  CG-REQ-HIT-SW               PIC X(01) VALUE 'N'.
001910     88  CG-REQ-HIT                  VALUE 'Y'.
001920 77  CG-SWAPPED-SW               PIC X(01) VALUE 'N'.
001930     88  CG-SWAPPED                  VALUE 'Y'.
001940 01  CG-REQUESTOR-TABLE.
001950     05  CG-REQ-ENTRY            OCCURS 200 TIMES.
001960         10  CG-REQ-ID           PIC X(08) VALUE SPACES.
001970         10  CG-REQ-PGM          OCCURS 20 TIMES.
001980             15  CG-REQ-QUESTIONS
001990                                 PIC 9(07) COMP VALUE ZERO.
002000             15  CG-REQ-BEYOND   PIC 9(07) COMP VALUE ZERO.
002010 01  CG-SWAP-ENTRY.
002020     05  CG-SWAP-ID              PIC X(08).
002030     05  CG-SWAP-PGM             OCCURS 20 TIMES.
002040         10  CG-SWAP-QUESTIONS   PIC 9(07) COMP.
002050         10  CG-SWAP-BEYOND      PIC 9(07) COMP.
002060*-----------------------------------------------------------------
002070* JOURNAL RECONCILIATION COUNTS.  READ = IN MONTH + REFUSED +
002080* BEFORE + AFTER, ALWAYS.
002090*-----------------------------------------------------------------
002100 77  CG-READ-COUNT               PIC 9(09) COMP VALUE ZERO.
002110 77  CG-IN-MONTH-COUNT           PIC 9(09) COMP VALUE ZERO.
002120 77  CG-REFUSED-COUNT            PIC 9(09) COMP VALUE ZERO.
002130 77  CG-BEFORE-COUNT             PIC 9(09) COMP VALUE ZERO.
002140 77  CG-AFTER-COUNT              PIC 9(09) COMP VALUE ZERO.
002150 77  CG-UNPRICED-COUNT           PIC 9(09) COMP VALUE ZERO.
002160*-----------------------------------------------------------------
002170* CHARGES.  ONE STATEMENT LINE, ONE REQUESTOR, AND THE MONTH.
002180*-----------------------------------------------------------------
002190 77  CG-LINE-QCHG                PIC 9(07)V99 VALUE ZERO.
002200 77  CG-LINE-SCHG                PIC 9(07)V99 VALUE ZERO.
002210 77  CG-LINE-AMOUNT              PIC 9(07)V99 VALUE ZERO.
002220 77  CG-REQ-TOT-Q                PIC 9(09) COMP VALUE ZERO.
002230 77  CG-REQ-TOT-B                PIC 9(09) COMP VALUE ZERO.
002240 77  CG-REQ-TOT-QCHG             PIC 9(09)V99 VALUE ZERO.
002250 77  CG-REQ-TOT-SCHG             PIC 9(09)V99 VALUE ZERO.
002260 77  CG-REQ-TOT-AMOUNT           PIC 9(09)V99 VALUE ZERO.
002270 77  CG-GRAND-Q                  PIC 9(09) COMP VALUE ZERO.
002280 77  CG-GRAND-B                  PIC 9(09) COMP VALUE ZERO.
002290 77  CG-GRAND-QCHG               PIC 9(09)V99 VALUE ZERO.
002300 77  CG-GRAND-SCHG               PIC 9(09)V99 VALUE ZERO.
002310 77  CG-GRAND-AMOUNT             PIC 9(09)V99 VALUE ZERO.
002320 77  CG-GL-DETAIL-COUNT          PIC 9(07) COMP VALUE ZERO.
002330*-----------------------------------------------------------------
002340* PRINT LINES.
002350*-----------------------------------------------------------------
002360 01  CG-TITLE-LINE.
002370     05  FILLER                  PIC X(09) VALUE 'PRIMCHRG '.
002380     05  FILLER                  PIC X(38) VALUE
002390         'LOOKUP CHARGEBACK STATEMENT FOR MONTH '.
002400     05  CG-TITLE-MONTH          PIC 9(06).
002410     05  FILLER                  PIC X(79) VALUE SPACES.
002420 01  CG-SECTION-TITLE.
002430     05  CG-SEC-TEXT             PIC X(40) VALUE SPACES.
002440     05  FILLER                  PIC X(92) VALUE SPACES.
002450 01  CG-RATE-LINE.
002460     05  FILLER                  PIC X(12) VALUE
002470         '    PROGRAM '.
002480     05  CG-RATE-PROGRAM         PIC X(08).
002490     05  FILLER                  PIC X(22) VALUE
002500         '  PRICE PER QUESTION  '.
002510     05  CG-RATE-PRICE           PIC ZZ9.9999.
002520     05  FILLER                  PIC X(14) VALUE
002530         '  GL ACCOUNT  '.
002540     05  CG-RATE-GL              PIC X(10).
002550     05  FILLER                  PIC X(58) VALUE SPACES.
002560 01  CG-SURCH-LINE.
002570     05  FILLER                  PIC X(43) VALUE
002580         '    BEYOND-CEILING SURCHARGE PER QUESTION  '.
002590     05  CG-SURCH-RATE           PIC ZZ9.9999.
002600     05  FILLER                  PIC X(81) VALUE SPACES.
002610 01  CG-HEAD-LINE.
002620     05  FILLER                  PIC X(04) VALUE SPACES.
002630     05  FILLER                  PIC X(10) VALUE 'REQUESTOR'.
002640     05  FILLER                  PIC X(10) VALUE 'PROGRAM'.
002650     05  FILLER                  PIC X(13) VALUE
002660         '  QUESTIONS  '.
002670     05  FILLER                  PIC X(13) VALUE
002680         '     BEYOND  '.
002690     05  FILLER                  PIC X(16) VALUE
002700         '   BASE CHARGE  '.
002710     05  FILLER                  PIC X(16) VALUE
002720         '     SURCHARGE  '.
002730     05  FILLER                  PIC X(16) VALUE
002740         '  TOTAL CHARGE  '.
002750     05  FILLER                  PIC X(34) VALUE SPACES.
002760 01  CG-STMT-LINE.
002770     05  FILLER                  PIC X(04) VALUE SPACES.
002780     05  CG-STMT-REQUESTOR       PIC X(08).
002790     05  FILLER                  PIC X(02) VALUE SPACES.
002800     05  CG-STMT-PROGRAM         PIC X(08).
002810     05  FILLER                  PIC X(02) VALUE SPACES.
002820     05  CG-STMT-QUESTIONS       PIC ZZZ,ZZZ,ZZ9.
002830     05  FILLER                  PIC X(02) VALUE SPACES.
002840     05  CG-STMT-BEYOND          PIC ZZZ,ZZZ,ZZ9.
002850     05  FILLER                  PIC X(02) VALUE SPACES.
002860     05  CG-STMT-QCHG            PIC ZZZ,ZZZ,ZZ9.99.
002870     05  FILLER                  PIC X(02) VALUE SPACES.
002880     05  CG-STMT-SCHG            PIC ZZZ,ZZZ,ZZ9.99.
002890     05  FILLER                  PIC X(02) VALUE SPACES.
002900     05  CG-STMT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
002910     05  FILLER                  PIC X(02) VALUE SPACES.
002920     05  CG-STMT-NOTE            PIC X(07) VALUE SPACES.
002930     05  FILLER                  PIC X(27) VALUE SPACES.
002940 01  CG-RECON-LINE.
002950     05  FILLER                  PIC X(04) VALUE SPACES.
002960     05  CG-RECON-TEXT           PIC X(44) VALUE SPACES.
002970     05  CG-RECON-COUNT          PIC ZZZ,ZZZ,ZZ9.
002980     05  FILLER                  PIC X(73) VALUE SPACES.
002990 01  CG-EMPTY-LINE.
003000     05  FILLER                  PIC X(44) VALUE
003010         '    NO QUESTIONS JOURNALED IN THE MONTH     '.
003020     05  FILLER                  PIC X(88) VALUE SPACES.
003030 01  CG-BLANK-LINE               PIC X(132) VALUE SPACES.
003040
003050 PROCEDURE DIVISION.
003060*-----------------------------------------------------------------
003070* 0000-MAINLINE
003080*-----------------------------------------------------------------
003090 0000-MAINLINE.
003100     PERFORM 1000-INITIALIZE
003110         THRU 1000-INITIALIZE-EXIT.
003120     PERFORM 1500-LOAD-RATE-CARD
003130         THRU 1500-LOAD-RATE-CARD-EXIT.
003140     PERFORM 1800-OPEN-FILES
003150         THRU 1800-OPEN-FILES-EXIT.
003160     PERFORM 2000-TALLY-JOURNAL
003170         THRU 2000-TALLY-JOURNAL-EXIT
003180         UNTIL CG-JOURNAL-EOF.
003190     PERFORM 3000-SORT-REQUESTORS
003200         THRU 3000-SORT-REQUESTORS-EXIT.
003210     PERFORM 4000-WRITE-STATEMENT
003220         THRU 4000-WRITE-STATEMENT-EXIT.
003230     PERFORM 4800-WRITE-RECONCILIATION
003240         THRU 4800-WRITE-RECONCILIATION-EXIT.
003250     PERFORM 8000-TERMINATE
003260         THRU 8000-TERMINATE-EXIT.
003270     GO TO 9999-EXIT.
003280
003290*-----------------------------------------------------------------
003300* 1000-INITIALIZE READS AND VALIDATES THE BILLING MONTH CARD.
003310* THERE IS NO DEFAULT - A STATEMENT FOR THE WRONG MONTH IS WORSE
003320* THAN NO STATEMENT.
003330*-----------------------------------------------------------------
003340 1000-INITIALIZE.
003350     OPEN INPUT SYSIN-FILE.
003360     IF CG-SYSIN-STATUS = '00'
003370         READ SYSIN-FILE
003380             AT END
003390                 CONTINUE
003400             NOT AT END
003410                 MOVE SI-BILL-MONTH TO CG-CARD-MONTH-X
003420         END-READ
003430         CLOSE SYSIN-FILE
003440     END-IF.
003450     IF CG-CARD-MONTH-X = SPACES
003460         OR CG-CARD-MONTH NOT NUMERIC
003470         OR CG-CARD-MM < '01'
003480         OR CG-CARD-MM > '12'
003490         DISPLAY 'PRIMCHRG - BILLING MONTH MISSING OR NOT YYYYMM'
003500         MOVE 20 TO RETURN-CODE
003510         GO TO 9999-EXIT
003520     END-IF.
003530     MOVE CG-CARD-MONTH TO CG-BILL-MONTH.
003540 1000-INITIALIZE-EXIT.
003550     EXIT.
003560
003570*-----------------------------------------------------------------
003580* 1500-LOAD-RATE-CARD LOADS THE PROGRAM PRICES AND THE SURCHARGE.
003590* EVERY CARD IS CHECKED BEFORE THE RUN STOPS, SO ONE RUN SHOWS
003600* FINANCE EVERY MISTAKE ON THE DECK.  A DECK WITH NO PROGRAM
003610* PRICE AT ALL IS IN ERROR TOO - IT WOULD CHARGE NOTHING.
003620*-----------------------------------------------------------------
003630 1500-LOAD-RATE-CARD.
003640     OPEN INPUT RATE-CARD-FILE.
003650     IF CG-RATECARD-STATUS NOT = '00'
003660         DISPLAY 'PRIMCHRG - RATE-CARD-FILE OPEN FAILED '
003670             CG-RATECARD-STATUS
003680         MOVE 16 TO RETURN-CODE
003690         GO TO 9999-EXIT
003700     END-IF.
003710     PERFORM 1550-LOAD-ONE-RATE
003720         THRU 1550-LOAD-ONE-RATE-EXIT
003730         UNTIL CG-RATECARD-EOF.
003740     CLOSE RATE-CARD-FILE.
003750     IF CG-PGM-USED = ZERO
003760         DISPLAY 'PRIMCHRG - NO PROGRAM PRICES ON THE RATE CARD'
003770         ADD 1 TO CG-BAD-CARD-COUNT
003780     END-IF.
003790     IF CG-BAD-CARD-COUNT > ZERO
003800         DISPLAY 'PRIMCHRG - RATE CARD IN ERROR - NO STATEMENT '
003810             'PRODUCED'
003820         MOVE 20 TO RETURN-CODE
003830         GO TO 9999-EXIT
003840     END-IF.
003850 1500-LOAD-RATE-CARD-EXIT.
003860     EXIT.
003870
003880 1550-LOAD-ONE-RATE.
003890     READ RATE-CARD-FILE
003900         AT END
003910             SET CG-RATECARD-EOF TO TRUE
003920             GO TO 1550-LOAD-ONE-RATE-EXIT
003930     END-READ.
003940     IF RATE-CARD-REC = SPACES
003950         GO TO 1550-LOAD-ONE-RATE-EXIT
003960     END-IF.
003970     IF NOT RA-PROGRAM-RATE AND NOT RA-BEYOND-SURCHARGE
003980         DISPLAY 'PRIMCHRG - UNKNOWN RATE CARD TYPE ' RA-CARD-TYPE
003990         ADD 1 TO CG-BAD-CARD-COUNT
004000         GO TO 1550-LOAD-ONE-RATE-EXIT
004010     END-IF.
004020     IF RA-RATE-X NOT NUMERIC
004030         DISPLAY 'PRIMCHRG - RATE NOT NUMERIC ' RA-CARD-TYPE
004040             ' ' RA-PROGRAM ' ' RA-RATE-X
004050         ADD 1 TO CG-BAD-CARD-COUNT
004060         GO TO 1550-LOAD-ONE-RATE-EXIT
004070     END-IF.
004080     IF RA-BEYOND-SURCHARGE
004090         IF CG-SURCHARGE-SEEN
004100             DISPLAY 'PRIMCHRG - SECOND SURCHARGE CARD '
004110                 RA-RATE-X
004120             ADD 1 TO CG-BAD-CARD-COUNT
004130         ELSE
004140             MOVE RA-RATE TO CG-SURCHARGE-RATE
004150             SET CG-SURCHARGE-SEEN TO TRUE
004160         END-IF
004170         GO TO 1550-LOAD-ONE-RATE-EXIT
004180     END-IF.
004190     IF RA-PROGRAM = SPACES
004200         DISPLAY 'PRIMCHRG - PROGRAM PRICE WITH NO PROGRAM '
004210             RA-RATE-X
004220         ADD 1 TO CG-BAD-CARD-COUNT
004230         GO TO 1550-LOAD-ONE-RATE-EXIT
004240     END-IF.
004250     MOVE RA-PROGRAM TO CG-LOOK-PROGRAM.
004260     PERFORM 2100-FIND-PROGRAM
004270         THRU 2100-FIND-PROGRAM-EXIT.
004280     IF CG-PGM-HIT
004290         DISPLAY 'PRIMCHRG - SECOND PRICE FOR PROGRAM ' RA-PROGRAM
004300         ADD 1 TO CG-BAD-CARD-COUNT
004310         GO TO 1550-LOAD-ONE-RATE-EXIT
004320     END-IF.
004330     IF CG-PGM-USED NOT < CG-PGM-MAX
004340         DISPLAY 'PRIMCHRG - MORE PROGRAM PRICES THAN THE TABLE '
004350             'HOLDS ' RA-PROGRAM
004360         ADD 1 TO CG-BAD-CARD-COUNT
004370         GO TO 1550-LOAD-ONE-RATE-EXIT
004380     END-IF.
004390     ADD 1 TO CG-PGM-USED.
004400     MOVE RA-PROGRAM TO CG-PGM-NAME(CG-PGM-USED).
004410     MOVE RA-RATE TO CG-PGM-RATE(CG-PGM-USED).
004420     MOVE RA-GL-ACCOUNT TO CG-PGM-GL(CG-PGM-USED).
004430     SET CG-PGM-PRICED(CG-PGM-USED) TO TRUE.
004440 1550-LOAD-ONE-RATE-EXIT.
004450     EXIT.
004460
004470*-----------------------------------------------------------------
004480* 1800-OPEN-FILES OPENS THE STATEMENT AND THE JOURNAL.  A MISSING
004490* JOURNAL IS NOT AN ERROR - THE STATEMENT JUST SAYS THERE WERE NO
004500* QUESTIONS, THE SAME WAY THE DEMAND REPORT TREATS IT.
004510*-----------------------------------------------------------------
004520 1800-OPEN-FILES.
004530     OPEN OUTPUT REPORT-FILE.
004540     IF CG-CHRGRPT-STATUS NOT = '00'
004550         DISPLAY 'PRIMCHRG - REPORT-FILE OPEN FAILED '
004560             CG-CHRGRPT-STATUS
004570         MOVE 16 TO RETURN-CODE
004580         GO TO 9999-EXIT
004590     END-IF.
004600     OPEN INPUT LOOKUP-JOURNAL-FILE.
004610     IF CG-JOURNAL-STATUS NOT = '00'
004620         SET CG-JOURNAL-EOF TO TRUE
004630     END-IF.
004640 1800-OPEN-FILES-EXIT.
004650     EXIT.
004660
004670*-----------------------------------------------------------------
004680* 2000-TALLY-JOURNAL READS ONE JOURNAL RECORD.  ONE DATED OUTSIDE
004690* THE BILLING MONTH IS ONLY COUNTED AS EXCLUDED; ONE INSIDE IT IS
004700* COUNTED AGAINST ITS REQUESTOR AND ANSWERING PROGRAM.
004710*-----------------------------------------------------------------
004720 2000-TALLY-JOURNAL.
004730     READ LOOKUP-JOURNAL-FILE
004740         AT END
004750             SET CG-JOURNAL-EOF TO TRUE
004760             GO TO 2000-TALLY-JOURNAL-EXIT
004770     END-READ.
004780     ADD 1 TO CG-READ-COUNT.
004790     MOVE LJ-ASK-DATE TO CG-ASK-DATE-X.
004800     IF CG-ASK-MONTH < CG-BILL-MONTH
004810         ADD 1 TO CG-BEFORE-COUNT
004820         GO TO 2000-TALLY-JOURNAL-EXIT
004830     END-IF.
004840     IF CG-ASK-MONTH > CG-BILL-MONTH
004850         ADD 1 TO CG-AFTER-COUNT
004860         GO TO 2000-TALLY-JOURNAL-EXIT
004870     END-IF.
004880     IF LJ-VERDICT-REJECTED
004890         ADD 1 TO CG-REFUSED-COUNT
004900         GO TO 2000-TALLY-JOURNAL-EXIT
004910     END-IF.
004920     ADD 1 TO CG-IN-MONTH-COUNT.
004930     MOVE LJ-PROGRAM TO CG-LOOK-PROGRAM.
004940     PERFORM 2100-FIND-PROGRAM
004950         THRU 2100-FIND-PROGRAM-EXIT.
004960     IF NOT CG-PGM-HIT
004970         IF CG-PGM-USED NOT < CG-PGM-MAX
004980             DISPLAY 'PRIMCHRG - MORE PROGRAMS ON THE JOURNAL '
004990                 'THAN THE TABLE HOLDS ' LJ-PROGRAM
005000             PERFORM 2900-STOP-RUN
005010                 THRU 2900-STOP-RUN-EXIT
005020         END-IF
005030         ADD 1 TO CG-PGM-USED
005040         MOVE CG-PGM-USED TO CG-PGM-SUB
005050         MOVE LJ-PROGRAM TO CG-PGM-NAME(CG-PGM-SUB)
005060     END-IF.
005070     ADD 1 TO CG-PGM-QUESTIONS(CG-PGM-SUB).
005080     PERFORM 2200-FIND-REQUESTOR
005090         THRU 2200-FIND-REQUESTOR-EXIT.
005100     ADD 1 TO CG-REQ-QUESTIONS(CG-REQ-SUB, CG-PGM-SUB).
005110     IF LJ-VERDICT-BEYOND
005120         ADD 1 TO CG-REQ-BEYOND(CG-REQ-SUB, CG-PGM-SUB)
005130     END-IF.
005140 2000-TALLY-JOURNAL-EXIT.
005150     EXIT.
005160
005170*-----------------------------------------------------------------
005180* 2100-FIND-PROGRAM LOOKS CG-LOOK-PROGRAM UP IN THE PROGRAM TABLE,
005190* LEAVING CG-PGM-SUB ON THE SLOT WHEN CG-PGM-HIT.
005200*-----------------------------------------------------------------
005210 2100-FIND-PROGRAM.
005220     MOVE 'N' TO CG-PGM-HIT-SW.
005230     MOVE ZERO TO CG-PGM-SUB.
005240     PERFORM 2150-MATCH-ONE-PROGRAM
005250         THRU 2150-MATCH-ONE-PROGRAM-EXIT
005260         UNTIL CG-PGM-HIT
005270             OR CG-PGM-SUB NOT < CG-PGM-USED.
005280 2100-FIND-PROGRAM-EXIT.
005290     EXIT.
005300
005310 2150-MATCH-ONE-PROGRAM.
005320     ADD 1 TO CG-PGM-SUB.
005330     IF CG-PGM-NAME(CG-PGM-SUB) = CG-LOOK-PROGRAM
005340         SET CG-PGM-HIT TO TRUE
005350     END-IF.
005360 2150-MATCH-ONE-PROGRAM-EXIT.
005370     EXIT.
005380
005390*-----------------------------------------------------------------
005400* 2200-FIND-REQUESTOR FINDS (OR OPENS) THE SLOT FOR THE RECORD'S
005410* REQUESTOR, LEAVING CG-REQ-SUB ON IT.
005420*-----------------------------------------------------------------
005430 2200-FIND-REQUESTOR.
005440     MOVE 'N' TO CG-REQ-HIT-SW.
005450     MOVE ZERO TO CG-REQ-SUB.
005460     PERFORM 2250-MATCH-ONE-REQUESTOR
005470         THRU 2250-MATCH-ONE-REQUESTOR-EXIT
005480         UNTIL CG-REQ-HIT
005490             OR CG-REQ-SUB NOT < CG-REQ-USED.
005500     IF CG-REQ-HIT
005510         GO TO 2200-FIND-REQUESTOR-EXIT
005520     END-IF.
005530     IF CG-REQ-USED NOT < CG-REQ-MAX
005540         DISPLAY 'PRIMCHRG - MORE REQUESTORS IN THE MONTH THAN '
005550             'THE TABLE HOLDS ' LJ-REQUESTOR
005560         PERFORM 2900-STOP-RUN
005570             THRU 2900-STOP-RUN-EXIT
005580     END-IF.
005590     ADD 1 TO CG-REQ-USED.
005600     MOVE CG-REQ-USED TO CG-REQ-SUB.
005610     MOVE LJ-REQUESTOR TO CG-REQ-ID(CG-REQ-SUB).
005620 2200-FIND-REQUESTOR-EXIT.
005630     EXIT.
005640
005650 2250-MATCH-ONE-REQUESTOR.
005660     ADD 1 TO CG-REQ-SUB.
005670     IF CG-REQ-ID(CG-REQ-SUB) = LJ-REQUESTOR
005680         SET CG-REQ-HIT TO TRUE
005690     END-IF.
005700 2250-MATCH-ONE-REQUESTOR-EXIT.
005710     EXIT.
005720
005730*-----------------------------------------------------------------
005740* 2900-STOP-RUN ENDS THE RUN WHEN A TABLE OVERFLOWS OR THE GL
005750* FILE WILL NOT OPEN.  NO GL RECORD HAS BEEN WRITTEN YET, SO
005760* NOTHING HALF-WRITTEN GOES TO THE LEDGER.
005770*-----------------------------------------------------------------
005780 2900-STOP-RUN.
005790     IF CG-JOURNAL-STATUS = '00' OR CG-JOURNAL-STATUS = '10'
005800         CLOSE LOOKUP-JOURNAL-FILE
005810     END-IF.
005820     CLOSE REPORT-FILE.
005830     MOVE 16 TO RETURN-CODE.
005840     GO TO 9999-EXIT.
005850 2900-STOP-RUN-EXIT.
005860     EXIT.
005870
005880*-----------------------------------------------------------------
005890* 3000-SORT-REQUESTORS PUTS THE TABLE IN REQUESTOR ORDER BY
005900* EXCHANGE PASSES UNTIL A PASS MAKES NO SWAP.
005910*-----------------------------------------------------------------
005920 3000-SORT-REQUESTORS.
005930     SET CG-SWAPPED TO TRUE.
005940     PERFORM 3050-SORT-ONE-PASS
005950         THRU 3050-SORT-ONE-PASS-EXIT
005960         UNTIL NOT CG-SWAPPED.
005970 3000-SORT-REQUESTORS-EXIT.
005980     EXIT.
005990
006000 3050-SORT-ONE-PASS.
006010     MOVE 'N' TO CG-SWAPPED-SW.
006020     PERFORM 3060-ORDER-ONE-PAIR
006030         THRU 3060-ORDER-ONE-PAIR-EXIT
006040         VARYING CG-REQ-SUB FROM 1 BY 1
006050         UNTIL CG-REQ-SUB NOT < CG-REQ-USED.
006060 3050-SORT-ONE-PASS-EXIT.
006070     EXIT.
006080
006090 3060-ORDER-ONE-PAIR.
006100     COMPUTE CG-NEXT-SUB = CG-REQ-SUB + 1.
006110     IF CG-REQ-ID(CG-REQ-SUB) NOT > CG-REQ-ID(CG-NEXT-SUB)
006120         GO TO 3060-ORDER-ONE-PAIR-EXIT
006130     END-IF.
006140     MOVE CG-REQ-ENTRY(CG-REQ-SUB) TO CG-SWAP-ENTRY.
006150     MOVE CG-REQ-ENTRY(CG-NEXT-SUB)
006160         TO CG-REQ-ENTRY(CG-REQ-SUB).
006170     MOVE CG-SWAP-ENTRY TO CG-REQ-ENTRY(CG-NEXT-SUB).
006180     SET CG-SWAPPED TO TRUE.
006190 3060-ORDER-ONE-PAIR-EXIT.
006200     EXIT.
006210
006220*-----------------------------------------------------------------
006230* 4000-WRITE-STATEMENT OPENS THE GL FILE NOW THE JOURNAL IS FULLY
006240* TALLIED, PRINTS THE RATE CARD AND THE CHARGES, AND WRITES THE
006250* GL DETAIL AS EACH STATEMENT LINE GOES OUT, THEN THE GL TRAILER.
006260*-----------------------------------------------------------------
006270 4000-WRITE-STATEMENT.
006280     OPEN OUTPUT GL-CHARGE-FILE.
006290     IF CG-GLCHRG-STATUS NOT = '00'
006300         DISPLAY 'PRIMCHRG - GL-CHARGE-FILE OPEN FAILED '
006310             CG-GLCHRG-STATUS
006320         PERFORM 2900-STOP-RUN
006330             THRU 2900-STOP-RUN-EXIT
006340     END-IF.
006350     MOVE CG-BILL-MONTH TO CG-TITLE-MONTH.
006360     WRITE REPORT-LINE FROM CG-TITLE-LINE.
006370     MOVE 'RATE CARD' TO CG-SEC-TEXT.
006380     PERFORM 6100-PRINT-SECTION-TITLE
006390         THRU 6100-PRINT-SECTION-TITLE-EXIT.
006400     PERFORM 4100-PRINT-ONE-RATE
006410         THRU 4100-PRINT-ONE-RATE-EXIT
006420         VARYING CG-PGM-SUB FROM 1 BY 1
006430         UNTIL CG-PGM-SUB > CG-PGM-USED.
006440     MOVE CG-SURCHARGE-RATE TO CG-SURCH-RATE.
006450     WRITE REPORT-LINE FROM CG-SURCH-LINE.
006460     MOVE 'CHARGES BY REQUESTOR' TO CG-SEC-TEXT.
006470     PERFORM 6100-PRINT-SECTION-TITLE
006480         THRU 6100-PRINT-SECTION-TITLE-EXIT.
006490     IF CG-REQ-USED = ZERO
006500         WRITE REPORT-LINE FROM CG-EMPTY-LINE
006510     ELSE
006520         WRITE REPORT-LINE FROM CG-HEAD-LINE
006530         WRITE REPORT-LINE FROM CG-BLANK-LINE
006540         PERFORM 4200-PRINT-ONE-REQUESTOR
006550             THRU 4200-PRINT-ONE-REQUESTOR-EXIT
006560             VARYING CG-REQ-SUB FROM 1 BY 1
006570             UNTIL CG-REQ-SUB > CG-REQ-USED
006580     END-IF.
006590     MOVE SPACES TO CG-STMT-NOTE.
006600     MOVE 'GRAND' TO CG-STMT-REQUESTOR.
006610     MOVE '*TOTAL*' TO CG-STMT-PROGRAM.
006620     MOVE CG-GRAND-Q TO CG-STMT-QUESTIONS.
006630     MOVE CG-GRAND-B TO CG-STMT-BEYOND.
006640     MOVE CG-GRAND-QCHG TO CG-STMT-QCHG.
006650     MOVE CG-GRAND-SCHG TO CG-STMT-SCHG.
006660     MOVE CG-GRAND-AMOUNT TO CG-STMT-AMOUNT.
006670     WRITE REPORT-LINE FROM CG-STMT-LINE.
006680     MOVE SPACES TO GL-CHARGE-REC.
006690     SET GC-TRAILER-REC TO TRUE.
006700     MOVE CG-BILL-MONTH TO GC-BILL-MONTH.
006710     MOVE CG-GL-DETAIL-COUNT TO GC-DETAIL-COUNT.
006720     MOVE CG-GRAND-Q TO GC-TOTAL-QUESTIONS.
006730     MOVE CG-GRAND-AMOUNT TO GC-TOTAL-AMOUNT.
006740     WRITE GL-CHARGE-REC.
006750 4000-WRITE-STATEMENT-EXIT.
006760     EXIT.
006770
006780 4100-PRINT-ONE-RATE.
006790     IF NOT CG-PGM-PRICED(CG-PGM-SUB)
006800         GO TO 4100-PRINT-ONE-RATE-EXIT
006810     END-IF.
006820     MOVE CG-PGM-NAME(CG-PGM-SUB) TO CG-RATE-PROGRAM.
006830     MOVE CG-PGM-RATE(CG-PGM-SUB) TO CG-RATE-PRICE.
006840     MOVE CG-PGM-GL(CG-PGM-SUB) TO CG-RATE-GL.
006850     WRITE REPORT-LINE FROM CG-RATE-LINE.
006860 4100-PRINT-ONE-RATE-EXIT.
006870     EXIT.
006880
006890*-----------------------------------------------------------------
006900* 4200-PRINT-ONE-REQUESTOR PRINTS ONE REQUESTOR'S PROGRAM LINES
006910* AND ITS TOTAL, AND ADDS THE TOTAL TO THE GRAND TOTAL.
006920*-----------------------------------------------------------------
006930 4200-PRINT-ONE-REQUESTOR.
006940     MOVE ZERO TO CG-REQ-TOT-Q.
006950     MOVE ZERO TO CG-REQ-TOT-B.
006960     MOVE ZERO TO CG-REQ-TOT-QCHG.
006970     MOVE ZERO TO CG-REQ-TOT-SCHG.
006980     MOVE ZERO TO CG-REQ-TOT-AMOUNT.
006990     PERFORM 4300-PRINT-ONE-CHARGE
007000         THRU 4300-PRINT-ONE-CHARGE-EXIT
007010         VARYING CG-PGM-SUB FROM 1 BY 1
007020         UNTIL CG-PGM-SUB > CG-PGM-USED.
007030     MOVE SPACES TO CG-STMT-NOTE.
007040     MOVE CG-REQ-ID(CG-REQ-SUB) TO CG-STMT-REQUESTOR.
007050     MOVE '*TOTAL*' TO CG-STMT-PROGRAM.
007060     MOVE CG-REQ-TOT-Q TO CG-STMT-QUESTIONS.
007070     MOVE CG-REQ-TOT-B TO CG-STMT-BEYOND.
007080     MOVE CG-REQ-TOT-QCHG TO CG-STMT-QCHG.
007090     MOVE CG-REQ-TOT-SCHG TO CG-STMT-SCHG.
007100     MOVE CG-REQ-TOT-AMOUNT TO CG-STMT-AMOUNT.
007110     WRITE REPORT-LINE FROM CG-STMT-LINE.
007120     WRITE REPORT-LINE FROM CG-BLANK-LINE.
007130     ADD CG-REQ-TOT-Q TO CG-GRAND-Q.
007140     ADD CG-REQ-TOT-B TO CG-GRAND-B.
007150     ADD CG-REQ-TOT-QCHG TO CG-GRAND-QCHG.
007160     ADD CG-REQ-TOT-SCHG TO CG-GRAND-SCHG.
007170     ADD CG-REQ-TOT-AMOUNT TO CG-GRAND-AMOUNT.
007180 4200-PRINT-ONE-REQUESTOR-EXIT.
007190     EXIT.
007200
007210*-----------------------------------------------------------------
007220* 4300-PRINT-ONE-CHARGE PRICES ONE REQUESTOR'S QUESTIONS TO ONE
007230* PROGRAM, PRINTS THE LINE AND WRITES THE MATCHING GL DETAIL.  A
007240* PROGRAM WITH NO RATE CARD CHARGES NOTHING - NOT EVEN THE
007250* SURCHARGE - AND THE LINE SAYS SO.
007260*-----------------------------------------------------------------
007270 4300-PRINT-ONE-CHARGE.
007280     IF CG-REQ-QUESTIONS(CG-REQ-SUB, CG-PGM-SUB) = ZERO
007290         GO TO 4300-PRINT-ONE-CHARGE-EXIT
007300     END-IF.
007310     IF CG-PGM-PRICED(CG-PGM-SUB)
007320         COMPUTE CG-LINE-QCHG ROUNDED =
007330             CG-REQ-QUESTIONS(CG-REQ-SUB, CG-PGM-SUB)
007340                 * CG-PGM-RATE(CG-PGM-SUB)
007350         COMPUTE CG-LINE-SCHG ROUNDED =
007360             CG-REQ-BEYOND(CG-REQ-SUB, CG-PGM-SUB)
007370                 * CG-SURCHARGE-RATE
007380         MOVE SPACES TO CG-STMT-NOTE
007390     ELSE
007400         MOVE ZERO TO CG-LINE-QCHG
007410         MOVE ZERO TO CG-LINE-SCHG
007420         MOVE 'NO RATE' TO CG-STMT-NOTE
007430     END-IF.
007440     COMPUTE CG-LINE-AMOUNT = CG-LINE-QCHG + CG-LINE-SCHG.
007450     ADD CG-REQ-QUESTIONS(CG-REQ-SUB, CG-PGM-SUB)
007460         TO CG-REQ-TOT-Q.
007470     ADD CG-REQ-BEYOND(CG-REQ-SUB, CG-PGM-SUB) TO CG-REQ-TOT-B.
007480     ADD CG-LINE-QCHG TO CG-REQ-TOT-QCHG.
007490     ADD CG-LINE-SCHG TO CG-REQ-TOT-SCHG.
007500     ADD CG-LINE-AMOUNT TO CG-REQ-TOT-AMOUNT.
007510     MOVE CG-REQ-ID(CG-REQ-SUB) TO CG-STMT-REQUESTOR.
007520     MOVE CG-PGM-NAME(CG-PGM-SUB) TO CG-STMT-PROGRAM.
007530     MOVE CG-REQ-QUESTIONS(CG-REQ-SUB, CG-PGM-SUB)
007540         TO CG-STMT-QUESTIONS.
007550     MOVE CG-REQ-BEYOND(CG-REQ-SUB, CG-PGM-SUB) TO CG-STMT-BEYOND.
007560     MOVE CG-LINE-QCHG TO CG-STMT-QCHG.
007570     MOVE CG-LINE-SCHG TO CG-STMT-SCHG.
007580     MOVE CG-LINE-AMOUNT TO CG-STMT-AMOUNT.
007590     WRITE REPORT-LINE FROM CG-STMT-LINE.
007600     MOVE SPACES TO GL-CHARGE-REC.
007610     SET GC-DETAIL-REC TO TRUE.
007620     MOVE CG-BILL-MONTH TO GC-BILL-MONTH.
007630     MOVE CG-REQ-ID(CG-REQ-SUB) TO GC-REQUESTOR.
007640     MOVE CG-PGM-NAME(CG-PGM-SUB) TO GC-PROGRAM.
007650     MOVE CG-PGM-GL(CG-PGM-SUB) TO GC-GL-ACCOUNT.
007660     MOVE CG-REQ-QUESTIONS(CG-REQ-SUB, CG-PGM-SUB)
007670         TO GC-QUESTIONS.
007680     MOVE CG-REQ-BEYOND(CG-REQ-SUB, CG-PGM-SUB) TO GC-BEYOND.
007690     MOVE CG-LINE-QCHG TO GC-QUESTION-CHARGE.
007700     MOVE CG-LINE-SCHG TO GC-SURCHARGE.
007710     MOVE CG-LINE-AMOUNT TO GC-AMOUNT.
007720     WRITE GL-CHARGE-REC.
007730     ADD 1 TO CG-GL-DETAIL-COUNT.
007740 4300-PRINT-ONE-CHARGE-EXIT.
007750     EXIT.
007760
007770*-----------------------------------------------------------------
007780* 4800-WRITE-RECONCILIATION TIES THE STATEMENT BACK TO THE
007790* JOURNAL AND NAMES ANY PROGRAM WHOSE QUESTIONS WENT UNCHARGED;
007800* THOSE SET RETURN-CODE 4 SO FINANCE FIXES THE RATE CARD.
007810*-----------------------------------------------------------------
007820 4800-WRITE-RECONCILIATION.
007830     MOVE 'JOURNAL RECONCILIATION' TO CG-SEC-TEXT.
007840     PERFORM 6100-PRINT-SECTION-TITLE
007850         THRU 6100-PRINT-SECTION-TITLE-EXIT.
007860     MOVE 'JOURNAL RECORDS READ' TO CG-RECON-TEXT.
007870     MOVE CG-READ-COUNT TO CG-RECON-COUNT.
007880     WRITE REPORT-LINE FROM CG-RECON-LINE.
007890     MOVE 'IN THE MONTH - CHARGED (STATEMENT ABOVE)'
007900         TO CG-RECON-TEXT.
007910     MOVE CG-IN-MONTH-COUNT TO CG-RECON-COUNT.
007920     WRITE REPORT-LINE FROM CG-RECON-LINE.
007930     MOVE 'IN THE MONTH - REFUSED, NOT CHARGED' TO CG-RECON-TEXT.
007940     MOVE CG-REFUSED-COUNT TO CG-RECON-COUNT.
007950     WRITE REPORT-LINE FROM CG-RECON-LINE.
007960     MOVE 'EXCLUDED - DATED BEFORE THE MONTH' TO CG-RECON-TEXT.
007970     MOVE CG-BEFORE-COUNT TO CG-RECON-COUNT.
007980     WRITE REPORT-LINE FROM CG-RECON-LINE.
007990     MOVE 'EXCLUDED - DATED AFTER THE MONTH' TO CG-RECON-TEXT.
008000     MOVE CG-AFTER-COUNT TO CG-RECON-COUNT.
008010     WRITE REPORT-LINE FROM CG-RECON-LINE.
008020     PERFORM 4850-FLAG-ONE-UNPRICED
008030         THRU 4850-FLAG-ONE-UNPRICED-EXIT
008040         VARYING CG-PGM-SUB FROM 1 BY 1
008050         UNTIL CG-PGM-SUB > CG-PGM-USED.
008060     IF CG-UNPRICED-COUNT > ZERO
008070         IF RETURN-CODE < 4
008080             MOVE 4 TO RETURN-CODE
008090         END-IF
008100     END-IF.
008110 4800-WRITE-RECONCILIATION-EXIT.
008120     EXIT.
008130
008140 4850-FLAG-ONE-UNPRICED.
008150     IF CG-PGM-PRICED(CG-PGM-SUB)
008160         GO TO 4850-FLAG-ONE-UNPRICED-EXIT
008170     END-IF.
008180     ADD CG-PGM-QUESTIONS(CG-PGM-SUB) TO CG-UNPRICED-COUNT.
008190     MOVE SPACES TO CG-RECON-TEXT.
008200     STRING 'NOT CHARGED - NO RATE FOR '
008210             DELIMITED BY SIZE
008220         CG-PGM-NAME(CG-PGM-SUB)
008230             DELIMITED BY SIZE
008240         INTO CG-RECON-TEXT.
008250     MOVE CG-PGM-QUESTIONS(CG-PGM-SUB) TO CG-RECON-COUNT.
008260     WRITE REPORT-LINE FROM CG-RECON-LINE.
008270     DISPLAY 'PRIMCHRG - NO RATE CARD FOR PROGRAM '
008280         CG-PGM-NAME(CG-PGM-SUB) ' - QUESTIONS NOT CHARGED'.
008290 4850-FLAG-ONE-UNPRICED-EXIT.
008300     EXIT.
008310
008320 6100-PRINT-SECTION-TITLE.
008330     WRITE REPORT-LINE FROM CG-BLANK-LINE.
008340     WRITE REPORT-LINE FROM CG-SECTION-TITLE.
008350     WRITE REPORT-LINE FROM CG-BLANK-LINE.
008360 6100-PRINT-SECTION-TITLE-EXIT.
008370     EXIT.
008380
008390*-----------------------------------------------------------------
008400* 8000-TERMINATE CLOSES THE FILES BEFORE THE RUN ENDS.  THE
008410* JOURNAL IS ONLY OPEN WHEN IT WAS PRESENT TO BEGIN WITH.
008420*-----------------------------------------------------------------
008430 8000-TERMINATE.
008440     IF CG-JOURNAL-STATUS = '00' OR CG-JOURNAL-STATUS = '10'
008450         CLOSE LOOKUP-JOURNAL-FILE
008460     END-IF.
008470     CLOSE REPORT-FILE.
008480     CLOSE GL-CHARGE-FILE.
008490 8000-TERMINATE-EXIT.
008500     EXIT.
008510
008520 9999-EXIT.
008530     GOBACK.
