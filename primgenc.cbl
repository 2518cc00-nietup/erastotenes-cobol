000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRIMGENC.
000030 AUTHOR. J HALVORSEN.
000040 INSTALLATION. DATA CENTER SERVICES.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* REMARKS.  GENERATION COMPARISON, RUN STRAIGHT AFTER THE
000090*           PRIMCUTV CUTOVER.  PRIMCUTV PROVES THE PROMOTED PAIR'S
000100*           CONTROL RECORDS AND COUNTS; THIS STEP PROVES THE
000110*           VALUES THE OUTGOING AND NEW GENERATIONS SHARE ARE
000120*           UNCHANGED.  IT WALKS THE PRIOR GENERATION (DD
000130*           PRIMEPRV/SPFPRV) AND THE NEW LIVE PAIR (DD
000140*           PRIMEMST/SPFMST) TOGETHER IN KEY ORDER AND CHECKS:
000150*             1. EVERY KEY UP TO THE PRIOR CEILING (THE OLD
000160*                PM-TABLE-SIZE) IS PRIME ON BOTH GENERATIONS OR
000170*                ON NEITHER, WITH THE SAME ORDINAL ON BOTH, AND
000180*                HAS THE SAME SMALLEST FACTOR AND PRIME FLAG ON
000190*                BOTH COMPANIONS,
000200*             2. EVERYTHING ABOVE THE PRIOR CEILING IS PURELY NEW
000210*                - NOTHING FROM THE PRIOR GENERATION LIES ABOVE
000220*                ITS OWN CEILING, THE NEW PRIMES CARRY ORDINALS
000230*                FOLLOWING ON FROM THE PRIOR PRIME COUNT, AND THE
000240*                NEW COMPANION GAINED ONE VALUE PER UNIT OF
000250*                CEILING RISE,
000260*             3. EACH GENERATION'S PAIR OF CONTROL RECORDS AGREE.
000270*           REPORT ON GENCRPT: BOTH GENERATIONS' CONTROLS, THE
000280*           DIFFERENCES FOUND (THE FIRST 100 LISTED), AND A CHANGE
000290*           SUMMARY - OLD AND NEW CEILING, PRIMES ADDED, FIRST
000300*           AND LAST NEW PRIME.
000310*
000320*           STEP CONTROL - THIS PROGRAM IS ONE STEP OF THE NIGHTLY
000330*           CHAIN RECORDED ON STEPCTL (SEE STEPREC).  IT RUNS ONLY
000340*           WHEN PRIMCUTV HAS COMPLETED CLEANLY FOR THE CYCLE,
000350*           ELSE IT ENDS WITH RETURN CODE 12; PRIMEXTR AND
000360*           PRIMREPT IN TURN WAIT FOR IT, SO A DIFFERENCE HOLDS
000370*           THE CONSUMERS OFF THE NEW MASTERS.  A STEP ALREADY
000380*           COMPLETED FOR THE CYCLE ENDS AT ONCE WITH RETURN CODE
000390*           0.  OPTIONAL STEPCARD CARD:
000400*             COLS  1-8   CYCLE DATE YYYYMMDD (BLANK = TODAY)
000410*             COLS 10-14  'FORCE' RERUNS A STEP ALREADY COMPLETED
000420*
000430*           RETURN CODES:
000440*              0  SHARED RANGE IDENTICAL, NEW VALUES PURELY ADDED
000450*              4  NO PRIOR GENERATION (FIRST CUTOVER) - NOTHING
000460*                 TO COMPARE
000470*              8  A DIFFERENCE - FALL BACK TO THE PRIOR
000480*                 GENERATION BEFORE THE CONSUMERS RUN
000490*             12  STEP REFUSED - PRIMCUTV NOT COMPLETED CLEANLY
000500*             16  A FILE WILL NOT OPEN
000510*             20  CYCLE DATE ON THE STEP CARD IS NOT A NUMBER
000520*-----------------------------------------------------------------
000530* MODIFICATION HISTORY.
000540* DATE       INIT  DESCRIPTION
000550* -------    ----  ------------------------------------------------
000560* 10/15/2026 JRH   INITIAL VERSION.  THE PRIOR FDS TAKE THE SHARED
000570*                  MASTER LAYOUTS VIA COPY REPLACING, AS PRIMCUTV
000580*                  DOES.  READ-ONLY AGAINST ALL FOUR MASTERS.
000590*-----------------------------------------------------------------
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT PRIME-MASTER-FILE ASSIGN TO PRIMEMST
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS SEQUENTIAL
000660         RECORD KEY IS PM-PRIME-VALUE
000670         FILE STATUS IS GN-LIVEPM-STATUS.
000680     SELECT SPF-MASTER-FILE ASSIGN TO SPFMST
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS SEQUENTIAL
000710         RECORD KEY IS SF-VALUE
000720         FILE STATUS IS GN-LIVESF-STATUS.
000730     SELECT PRIOR-PRIME-FILE ASSIGN TO PRIMEPRV
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS SEQUENTIAL
000760         RECORD KEY IS PP-PRIME-VALUE
000770         FILE STATUS IS GN-PRVPM-STATUS.
000780     SELECT PRIOR-SPF-FILE ASSIGN TO SPFPRV
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS SEQUENTIAL
000810         RECORD KEY IS PS-VALUE
000820         FILE STATUS IS GN-PRVSF-STATUS.
000830     SELECT REPORT-FILE ASSIGN TO GENCRPT
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS GN-GENCRPT-STATUS.
000860     SELECT STEP-CARD-FILE ASSIGN TO STEPCARD
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS GN-STEPCARD-STATUS.
000890     SELECT STEP-CONTROL-FILE ASSIGN TO STEPCTL
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS RANDOM
000920         RECORD KEY IS SC-STEP-KEY
000930         FILE STATUS IS GN-STEPCTL-STATUS.
000940
000950 DATA DIVISION.
000960 FILE SECTION.
000970*-----------------------------------------------------------------
000980* PRIME-MASTER-FILE / SPF-MASTER-FILE ARE THE NEW LIVE PAIR JUST
000990* PROMOTED BY PRIMCUTV.  READ FRONT TO BACK IN KEY ORDER; THE
001000* CONTROL RECORD (KEY 000000) ARRIVES FIRST.  LAYOUTS ARE SHARED
001010* VIA THE PMSTRREC AND SPFMREC COPYBOOKS.
001020*-----------------------------------------------------------------
001030 FD  PRIME-MASTER-FILE
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE OMITTED.
001060     COPY PMSTRREC.
001070
001080 FD  SPF-MASTER-FILE
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE OMITTED.
001110     COPY SPFMREC.
001120
001130*-----------------------------------------------------------------
001140* PRIOR-PRIME-FILE / PRIOR-SPF-FILE ARE THE OUTGOING GENERATION
001150* PRIMCUTV SAVED FOR FALLBACK.  SAME LAYOUTS, TAKEN VIA COPY
001160* REPLACING SO THE DATA NAMES STAY DISTINCT WITHIN THIS PROGRAM.
001170*-----------------------------------------------------------------
001180 FD  PRIOR-PRIME-FILE
001190     RECORDING MODE IS F
001200     LABEL RECORDS ARE OMITTED.
001210     COPY PMSTRREC REPLACING
001220         ==PRIME-MASTER-REC== BY ==PRIOR-PRIME-REC==
001230         LEADING ==PM== BY ==PP==.
001240
001250 FD  PRIOR-SPF-FILE
001260     RECORDING MODE IS F
001270     LABEL RECORDS ARE OMITTED.
001280     COPY SPFMREC REPLACING
001290         ==SPF-MASTER-REC== BY ==PRIOR-SPF-REC==
001300         LEADING ==SF== BY ==PS==.
001310
001320*-----------------------------------------------------------------
001330* REPORT-FILE IS THE 132-COLUMN GENERATION COMPARISON REPORT.
001340*-----------------------------------------------------------------
001350 FD  REPORT-FILE
001360     RECORDING MODE IS F
001370     LABEL RECORDS ARE OMITTED.
001380 01  REPORT-LINE                 PIC X(132).
001390
001400*-----------------------------------------------------------------
001410* STEP-CARD-FILE CARRIES THE OPTIONAL STEP CARD DESCRIBED IN THE
001420* REMARKS.  LAYOUT IS SHARED VIA THE STPCARD COPYBOOK.
001430*-----------------------------------------------------------------
001440 FD  STEP-CARD-FILE
001450     RECORDING MODE IS F
001460     LABEL RECORDS ARE OMITTED.
001470     COPY STPCARD.
001480
001490*-----------------------------------------------------------------
001500* STEP-CONTROL-FILE IS THE KEYED STEPCTL DATASET, ONE RECORD PER
001510* CYCLE DATE PER CHAIN STEP.  LAYOUT IS SHARED VIA THE STEPREC
001520* COPYBOOK.
001530*-----------------------------------------------------------------
001540 FD  STEP-CONTROL-FILE
001550     RECORDING MODE IS F
001560     LABEL RECORDS ARE OMITTED.
001570     COPY STEPREC.
001580
001590 WORKING-STORAGE SECTION.
001600 77  GN-LIVEPM-STATUS            PIC X(02) VALUE '00'.
001610 77  GN-LIVESF-STATUS            PIC X(02) VALUE '00'.
001620 77  GN-PRVPM-STATUS             PIC X(02) VALUE '00'.
001630 77  GN-PRVSF-STATUS             PIC X(02) VALUE '00'.
001640 77  GN-GENCRPT-STATUS           PIC X(02) VALUE '00'.
001650 77  GN-NO-PRIOR-SW              PIC X(01) VALUE 'N'.
001660     88  GN-NO-PRIOR                 VALUE 'Y'.
001670 77  GN-NO-COMPARE-SW            PIC X(01) VALUE 'N'.
001680     88  GN-NO-COMPARE               VALUE 'Y'.
001690*-----------------------------------------------------------------
001700* THE FOUR CONTROL RECORDS, CAPTURED BEFORE THE COMPARE STARTS.
001710*-----------------------------------------------------------------
001720 77  GN-PRV-SIZE                 PIC 9(06) VALUE ZERO.
001730 77  GN-PRV-PRIME-COUNT          PIC 9(06) VALUE ZERO.
001740 77  GN-PRV-LARGEST              PIC 9(06) VALUE ZERO.
001750 77  GN-LIVE-SIZE                PIC 9(06) VALUE ZERO.
001760 77  GN-LIVE-PRIME-COUNT         PIC 9(06) VALUE ZERO.
001770 77  GN-LIVE-LARGEST             PIC 9(06) VALUE ZERO.
001780*-----------------------------------------------------------------
001790* MERGE KEYS.  EACH HOLDS THE KEY OF THE RECORD LAST READ FROM
001800* ITS FILE, OR GN-END-KEY - ABOVE ANY SIX-DIGIT KEY - ONCE THAT
001810* FILE IS EXHAUSTED, SO THE OTHER FILE'S REMAINING RECORDS SORT
001820* LOW AND DRAIN NATURALLY.
001830*-----------------------------------------------------------------
001840 77  GN-END-KEY                  PIC 9(07) VALUE 9999999.
001850 77  GN-PRV-KEY                  PIC 9(07) VALUE ZERO.
001860 77  GN-LIVE-KEY                 PIC 9(07) VALUE ZERO.
001870*-----------------------------------------------------------------
001880* COMPARE TALLIES.  GN-NEXT-ORDINAL IS THE ORDINAL THE NEXT NEW
001890* PRIME ABOVE THE PRIOR CEILING SHOULD CARRY.
001900*-----------------------------------------------------------------
001910 77  GN-PRIMES-COMPARED          PIC 9(07) COMP VALUE ZERO.
001920 77  GN-SPF-COMPARED             PIC 9(07) COMP VALUE ZERO.
001930 77  GN-PRIMES-ADDED             PIC 9(07) COMP VALUE ZERO.
001940 77  GN-SPF-ADDED                PIC 9(07) COMP VALUE ZERO.
001950 77  GN-EXPECTED-COUNT           PIC 9(07) COMP VALUE ZERO.
001960 77  GN-NEXT-ORDINAL             PIC 9(07) COMP VALUE ZERO.
001970 77  GN-FIRST-NEW-PRIME          PIC 9(06) VALUE ZERO.
001980 77  GN-LAST-NEW-PRIME           PIC 9(06) VALUE ZERO.
001990 77  GN-DIFF-COUNT               PIC 9(07) COMP VALUE ZERO.
002000 77  GN-DIFF-LISTED              PIC 9(03) COMP VALUE ZERO.
002010 77  GN-DIFF-MAX                 PIC 9(03) COMP VALUE 100.
002020*-----------------------------------------------------------------
002030* STEP CONTROL.  GN-STEP-NAME IS THIS PROGRAM'S STEP ON STEPCTL;
002040* GN-PRED-NAME-1/2 ARE THE STEPS THAT MUST HAVE COMPLETED CLEANLY
002050* FOR THE CYCLE BEFORE IT MAY RUN (SPACES = NONE).  THE CYCLE
002060* DATE COMES FROM THE STEP CARD WHEN PUNCHED, OTHERWISE TODAY.
002070* GN-STEP-STARTED MEANS THIS RUN IS MARKED RUNNING ON STEPCTL AND
002080* OWES IT AN END-OF-STEP UPDATE.
002090*-----------------------------------------------------------------
002100 77  GN-STEPCARD-STATUS          PIC X(02) VALUE '00'.
002110 77  GN-STEPCTL-STATUS           PIC X(02) VALUE '00'.
002120 77  GN-STEP-NAME                PIC X(12) VALUE 'PRIMGENC'.
002130 77  GN-PRED-NAME-1              PIC X(12) VALUE 'PRIMCUTV'.
002140 77  GN-PRED-NAME-2              PIC X(12) VALUE SPACES.
002150 77  GN-PRED-NAME                PIC X(12) VALUE SPACES.
002160 01  GN-CYCLE-DATE-X             PIC X(08) VALUE SPACES.
002170 01  GN-CYCLE-DATE-CARD REDEFINES GN-CYCLE-DATE-X
002180                                 PIC 9(08).
002190 77  GN-CYCLE-DATE               PIC 9(08) VALUE ZERO.
002200 77  GN-STEP-DATE                PIC 9(08) VALUE ZERO.
002210 77  GN-STEP-TIME                PIC 9(08) VALUE ZERO.
002220 77  GN-STEP-RUN-COUNT           PIC 9(04) VALUE ZERO.
002230 77  GN-FORCE-SW                 PIC X(01) VALUE 'N'.
002240     88  GN-FORCE-RUN                VALUE 'Y'.
002250 77  GN-STEP-ON-FILE-SW          PIC X(01) VALUE 'N'.
002260     88  GN-STEP-ON-FILE             VALUE 'Y'.
002270 77  GN-PRED-REFUSED-SW          PIC X(01) VALUE 'N'.
002280     88  GN-PRED-REFUSED             VALUE 'Y'.
002290 77  GN-STEP-STARTED-SW          PIC X(01) VALUE 'N'.
002300     88  GN-STEP-STARTED             VALUE 'Y'.
002310*-----------------------------------------------------------------
002320* DIFFERENCE IMAGES - HOW A PRIME MASTER OR COMPANION RECORD IS
002330* SHOWN ON A DIFFERENCE LINE.
002340*-----------------------------------------------------------------
002350 01  GN-PRIME-IMAGE.
002360     05  FILLER                  PIC X(08) VALUE 'ORDINAL '.
002370     05  GN-IMG-ORDINAL          PIC 9(06).
002380     05  FILLER                  PIC X(06) VALUE SPACES.
002390 01  GN-SPF-IMAGE.
002400     05  FILLER                  PIC X(07) VALUE 'FACTOR '.
002410     05  GN-IMG-FACTOR           PIC 9(06).
002420     05  FILLER                  PIC X(06) VALUE ' FLAG '.
002430     05  GN-IMG-FLAG             PIC X(01).
002440*-----------------------------------------------------------------
002450* PRINT LINES.
002460*-----------------------------------------------------------------
002470 01  GN-TITLE-LINE.
002480     05  FILLER                  PIC X(09) VALUE 'PRIMGENC '.
002490     05  FILLER                  PIC X(36) VALUE
002500         'GENERATION COMPARISON - PRIOR (PRIME'.
002510     05  FILLER                  PIC X(38) VALUE
002520         'PRV/SPFPRV) VS LIVE (PRIMEMST/SPFMST) '.
002530     05  FILLER                  PIC X(06) VALUE 'CYCLE '.
002540     05  GN-TITLE-CYCLE          PIC 9(08).
002550     05  FILLER                  PIC X(35) VALUE SPACES.
002560 01  GN-SECTION-TITLE.
002570     05  GN-SEC-TEXT             PIC X(40) VALUE SPACES.
002580     05  FILLER                  PIC X(92) VALUE SPACES.
002590 01  GN-CTL-LINE.
002600     05  FILLER                  PIC X(04) VALUE SPACES.
002610     05  GN-CTL-NAME             PIC X(20).
002620     05  FILLER                  PIC X(08) VALUE 'CEILING '.
002630     05  GN-CTL-SIZE             PIC ZZZ,ZZ9.
002640     05  FILLER                  PIC X(06) VALUE '  RUN '.
002650     05  GN-CTL-DATE             PIC 9(08).
002660     05  FILLER                  PIC X(01) VALUE SPACE.
002670     05  GN-CTL-TIME             PIC 9(08).
002680     05  GN-CTL-COUNT-AREA.
002690         10  GN-CTL-COUNT-LBL    PIC X(09).
002700         10  GN-CTL-COUNT        PIC ZZZ,ZZ9.
002710         10  GN-CTL-LARGEST-LBL  PIC X(10).
002720         10  GN-CTL-LARGEST      PIC ZZZ,ZZ9.
002730     05  FILLER                  PIC X(37) VALUE SPACES.
002740 01  GN-NOTE-LINE.
002750     05  FILLER                  PIC X(04) VALUE SPACES.
002760     05  GN-NOTE-TEXT            PIC X(70) VALUE SPACES.
002770     05  FILLER                  PIC X(58) VALUE SPACES.
002780 01  GN-DIFF-LINE.
002790     05  FILLER                  PIC X(04) VALUE SPACES.
002800     05  GN-DIFF-FILE            PIC X(12).
002810     05  FILLER                  PIC X(08) VALUE '  VALUE '.
002820     05  GN-DIFF-VALUE           PIC 9(06).
002830     05  FILLER                  PIC X(02) VALUE SPACES.
002840     05  GN-DIFF-TEXT            PIC X(34).
002850     05  FILLER                  PIC X(08) VALUE '  PRIOR '.
002860     05  GN-DIFF-PRIOR           PIC X(20).
002870     05  FILLER                  PIC X(07) VALUE '  LIVE '.
002880     05  GN-DIFF-LIVE            PIC X(20).
002890     05  FILLER                  PIC X(11) VALUE SPACES.
002900 01  GN-SUM-LINE.
002910     05  FILLER                  PIC X(04) VALUE SPACES.
002920     05  GN-SUM-TEXT             PIC X(44) VALUE SPACES.
002930     05  GN-SUM-COUNT            PIC ZZZ,ZZZ,ZZ9.
002940     05  FILLER                  PIC X(73) VALUE SPACES.
002950 01  GN-BLANK-LINE               PIC X(132) VALUE SPACES.
002960
002970 PROCEDURE DIVISION.
002980*-----------------------------------------------------------------
002990* 0000-MAINLINE
003000*-----------------------------------------------------------------
003010 0000-MAINLINE.
003020     PERFORM 8800-CHECK-STEP-CONTROL
003030         THRU 8800-CHECK-STEP-CONTROL-EXIT.
003040     PERFORM 1000-INITIALIZE
003050         THRU 1000-INITIALIZE-EXIT.
003060     PERFORM 2000-READ-CONTROLS
003070         THRU 2000-READ-CONTROLS-EXIT.
003080     MOVE 'DIFFERENCES' TO GN-SEC-TEXT.
003090     PERFORM 6100-PRINT-SECTION-TITLE
003100         THRU 6100-PRINT-SECTION-TITLE-EXIT.
003110     IF NOT GN-NO-COMPARE
003120         PERFORM 3000-COMPARE-PRIMES
003130             THRU 3000-COMPARE-PRIMES-EXIT
003140         PERFORM 4000-COMPARE-SPF
003150             THRU 4000-COMPARE-SPF-EXIT
003160     END-IF.
003170     PERFORM 5000-PRINT-SUMMARY
003180         THRU 5000-PRINT-SUMMARY-EXIT.
003190     PERFORM 8000-TERMINATE
003200         THRU 8000-TERMINATE-EXIT.
003210     GO TO 9999-EXIT.
003220
003230*-----------------------------------------------------------------
003240* 1000-INITIALIZE OPENS THE REPORT AND PRINTS THE TITLE.
003250*-----------------------------------------------------------------
003260 1000-INITIALIZE.
003270     OPEN OUTPUT REPORT-FILE.
003280     IF GN-GENCRPT-STATUS NOT = '00'
003290         DISPLAY 'PRIMGENC - REPORT-FILE OPEN FAILED '
003300             GN-GENCRPT-STATUS
003310         MOVE 16 TO RETURN-CODE
003320         GO TO 9999-EXIT
003330     END-IF.
003340     MOVE GN-CYCLE-DATE TO GN-TITLE-CYCLE.
003350     WRITE REPORT-LINE FROM GN-TITLE-LINE.
003360 1000-INITIALIZE-EXIT.
003370     EXIT.
003380
003390*-----------------------------------------------------------------
003400* 2000-READ-CONTROLS OPENS ALL FOUR MASTERS, READS EACH ONE'S
003410* CONTROL RECORD (THE FIRST IN KEY ORDER) AND PRINTS THEM.  THE
003420* LIVE PAIR MUST OPEN - PRIMCUTV HAS JUST WRITTEN IT.  A PRIOR
003430* PRIME MASTER THAT IS NOT THERE (STATUS 35) MEANS THE CUTOVER
003440* WAS THE FIRST EVER RUN AND THERE IS NOTHING TO COMPARE; A PRIOR
003450* PRIME MASTER WITHOUT ITS COMPANION IS A BROKEN FALLBACK AND IS
003460* A DIFFERENCE.  A FILE WITH NO CONTROL RECORD, OR A PAIR WHOSE
003470* CONTROLS DISAGREE, IS A DIFFERENCE; THE VALUE COMPARE IS THEN
003480* SKIPPED WHEN A CEILING CANNOT BE TRUSTED.
003490*-----------------------------------------------------------------
003500 2000-READ-CONTROLS.
003510     MOVE 'GENERATION CONTROLS' TO GN-SEC-TEXT.
003520     PERFORM 6100-PRINT-SECTION-TITLE
003530         THRU 6100-PRINT-SECTION-TITLE-EXIT.
003540     OPEN INPUT PRIME-MASTER-FILE.
003550     IF GN-LIVEPM-STATUS NOT = '00'
003560         DISPLAY 'PRIMGENC - PRIME-MASTER-FILE OPEN FAILED '
003570             GN-LIVEPM-STATUS
003580         MOVE 16 TO RETURN-CODE
003590         CLOSE REPORT-FILE
003600         GO TO 9999-EXIT
003610     END-IF.
003620     OPEN INPUT SPF-MASTER-FILE.
003630     IF GN-LIVESF-STATUS NOT = '00'
003640         DISPLAY 'PRIMGENC - SPF-MASTER-FILE OPEN FAILED '
003650             GN-LIVESF-STATUS
003660         MOVE 16 TO RETURN-CODE
003670         CLOSE PRIME-MASTER-FILE
003680         CLOSE REPORT-FILE
003690         GO TO 9999-EXIT
003700     END-IF.
003710     OPEN INPUT PRIOR-PRIME-FILE.
003720     IF GN-PRVPM-STATUS = '35'
003730         SET GN-NO-PRIOR TO TRUE
003740         SET GN-NO-COMPARE TO TRUE
003750     ELSE
003760         IF GN-PRVPM-STATUS NOT = '00'
003770             DISPLAY 'PRIMGENC - PRIOR-PRIME-FILE OPEN FAILED '
003780                 GN-PRVPM-STATUS
003790             MOVE 16 TO RETURN-CODE
003800             CLOSE PRIME-MASTER-FILE
003810             CLOSE SPF-MASTER-FILE
003820             CLOSE REPORT-FILE
003830             GO TO 9999-EXIT
003840         END-IF
003850         OPEN INPUT PRIOR-SPF-FILE
003860         IF GN-PRVSF-STATUS NOT = '00'
003870             AND GN-PRVSF-STATUS NOT = '35'
003880             DISPLAY 'PRIMGENC - PRIOR-SPF-FILE OPEN FAILED '
003890                 GN-PRVSF-STATUS
003900             MOVE 16 TO RETURN-CODE
003910             CLOSE PRIME-MASTER-FILE
003920             CLOSE SPF-MASTER-FILE
003930             CLOSE PRIOR-PRIME-FILE
003940             CLOSE REPORT-FILE
003950             GO TO 9999-EXIT
003960         END-IF
003970     END-IF.
003980*
003990*    THE LIVE PAIR.
004000*
004010     PERFORM 3850-READ-LIVE-PRIME
004020         THRU 3850-READ-LIVE-PRIME-EXIT.
004030     IF GN-LIVE-KEY NOT = ZERO
004040         MOVE 'LIVE PRIME MASTER HAS NO CONTROL RECORD'
004050             TO GN-NOTE-TEXT
004060         PERFORM 6300-PRINT-DISCREPANCY
004070             THRU 6300-PRINT-DISCREPANCY-EXIT
004080         SET GN-NO-COMPARE TO TRUE
004090     ELSE
004100         MOVE PM-TABLE-SIZE TO GN-LIVE-SIZE
004110         MOVE PM-PRIME-COUNT TO GN-LIVE-PRIME-COUNT
004120         MOVE PM-LARGEST-PRIME TO GN-LIVE-LARGEST
004130         MOVE 'LIVE PRIME MASTER' TO GN-CTL-NAME
004140         MOVE PM-TABLE-SIZE TO GN-CTL-SIZE
004150         MOVE PM-RUN-DATE TO GN-CTL-DATE
004160         MOVE PM-RUN-TIME TO GN-CTL-TIME
004170         MOVE '  PRIMES ' TO GN-CTL-COUNT-LBL
004180         MOVE PM-PRIME-COUNT TO GN-CTL-COUNT
004190         MOVE '  LARGEST ' TO GN-CTL-LARGEST-LBL
004200         MOVE PM-LARGEST-PRIME TO GN-CTL-LARGEST
004210         WRITE REPORT-LINE FROM GN-CTL-LINE
004220     END-IF.
004230     PERFORM 4850-READ-LIVE-SPF
004240         THRU 4850-READ-LIVE-SPF-EXIT.
004250     IF GN-LIVE-KEY NOT = ZERO
004260         MOVE 'LIVE SPF MASTER HAS NO CONTROL RECORD'
004270             TO GN-NOTE-TEXT
004280         PERFORM 6300-PRINT-DISCREPANCY
004290             THRU 6300-PRINT-DISCREPANCY-EXIT
004300         SET GN-NO-COMPARE TO TRUE
004310     ELSE
004320         MOVE 'LIVE SPF MASTER' TO GN-CTL-NAME
004330         MOVE SF-TABLE-SIZE TO GN-CTL-SIZE
004340         MOVE SF-RUN-DATE TO GN-CTL-DATE
004350         MOVE SF-RUN-TIME TO GN-CTL-TIME
004360         MOVE SPACES TO GN-CTL-COUNT-AREA
004370         WRITE REPORT-LINE FROM GN-CTL-LINE
004380         IF SF-TABLE-SIZE NOT = PM-TABLE-SIZE
004390             OR SF-RUN-DATE NOT = PM-RUN-DATE
004400             OR SF-RUN-TIME NOT = PM-RUN-TIME
004410             MOVE 'LIVE PAIR CONTROLS DISAGREE - OUT OF STEP'
004420                 TO GN-NOTE-TEXT
004430             PERFORM 6300-PRINT-DISCREPANCY
004440                 THRU 6300-PRINT-DISCREPANCY-EXIT
004450             SET GN-NO-COMPARE TO TRUE
004460         END-IF
004470     END-IF.
004480*
004490*    THE PRIOR GENERATION.
004500*
004510     IF GN-NO-PRIOR
004520         MOVE 'NO PRIOR GENERATION ON PRIMEPRV - FIRST CUTOVER'
004530             TO GN-NOTE-TEXT
004540         WRITE REPORT-LINE FROM GN-NOTE-LINE
004550         GO TO 2000-READ-CONTROLS-EXIT
004560     END-IF.
004570     PERFORM 3800-READ-PRIOR-PRIME
004580         THRU 3800-READ-PRIOR-PRIME-EXIT.
004590     IF GN-PRV-KEY NOT = ZERO
004600         MOVE 'PRIOR PRIME MASTER HAS NO CONTROL RECORD'
004610             TO GN-NOTE-TEXT
004620         PERFORM 6300-PRINT-DISCREPANCY
004630             THRU 6300-PRINT-DISCREPANCY-EXIT
004640         SET GN-NO-COMPARE TO TRUE
004650     ELSE
004660         MOVE PP-TABLE-SIZE TO GN-PRV-SIZE
004670         MOVE PP-PRIME-COUNT TO GN-PRV-PRIME-COUNT
004680         MOVE PP-LARGEST-PRIME TO GN-PRV-LARGEST
004690         MOVE 'PRIOR PRIME MASTER' TO GN-CTL-NAME
004700         MOVE PP-TABLE-SIZE TO GN-CTL-SIZE
004710         MOVE PP-RUN-DATE TO GN-CTL-DATE
004720         MOVE PP-RUN-TIME TO GN-CTL-TIME
004730         MOVE '  PRIMES ' TO GN-CTL-COUNT-LBL
004740         MOVE PP-PRIME-COUNT TO GN-CTL-COUNT
004750         MOVE '  LARGEST ' TO GN-CTL-LARGEST-LBL
004760         MOVE PP-LARGEST-PRIME TO GN-CTL-LARGEST
004770         WRITE REPORT-LINE FROM GN-CTL-LINE
004780     END-IF.
004790     IF GN-PRVSF-STATUS = '35'
004800         MOVE 'NO PRIOR SPF MASTER ON SPFPRV - BROKEN FALLBACK'
004810             TO GN-NOTE-TEXT
004820         PERFORM 6300-PRINT-DISCREPANCY
004830             THRU 6300-PRINT-DISCREPANCY-EXIT
004840         SET GN-NO-COMPARE TO TRUE
004850         GO TO 2000-READ-CONTROLS-EXIT
004860     END-IF.
004870     PERFORM 4800-READ-PRIOR-SPF
004880         THRU 4800-READ-PRIOR-SPF-EXIT.
004890     IF GN-PRV-KEY NOT = ZERO
004900         MOVE 'PRIOR SPF MASTER HAS NO CONTROL RECORD'
004910             TO GN-NOTE-TEXT
004920         PERFORM 6300-PRINT-DISCREPANCY
004930             THRU 6300-PRINT-DISCREPANCY-EXIT
004940         SET GN-NO-COMPARE TO TRUE
004950     ELSE
004960         MOVE 'PRIOR SPF MASTER' TO GN-CTL-NAME
004970         MOVE PS-TABLE-SIZE TO GN-CTL-SIZE
004980         MOVE PS-RUN-DATE TO GN-CTL-DATE
004990         MOVE PS-RUN-TIME TO GN-CTL-TIME
005000         MOVE SPACES TO GN-CTL-COUNT-AREA
005010         WRITE REPORT-LINE FROM GN-CTL-LINE
005020         IF PS-TABLE-SIZE NOT = PP-TABLE-SIZE
005030             OR PS-RUN-DATE NOT = PP-RUN-DATE
005040             OR PS-RUN-TIME NOT = PP-RUN-TIME
005050             MOVE 'PRIOR PAIR CONTROLS DISAGREE - OUT OF STEP'
005060                 TO GN-NOTE-TEXT
005070             PERFORM 6300-PRINT-DISCREPANCY
005080                 THRU 6300-PRINT-DISCREPANCY-EXIT
005090             SET GN-NO-COMPARE TO TRUE
005100         END-IF
005110     END-IF.
005120     IF NOT GN-NO-COMPARE
005130         AND GN-LIVE-SIZE < GN-PRV-SIZE
005140         MOVE 'LIVE CEILING IS BELOW THE PRIOR CEILING'
005150             TO GN-NOTE-TEXT
005160         PERFORM 6300-PRINT-DISCREPANCY
005170             THRU 6300-PRINT-DISCREPANCY-EXIT
005180     END-IF.
005190 2000-READ-CONTROLS-EXIT.
005200     EXIT.
005210
005220*-----------------------------------------------------------------
005230* 3000-COMPARE-PRIMES WALKS THE TWO PRIME MASTERS TOGETHER IN KEY
005240* ORDER, PICKING UP FROM THE RECORDS AFTER THE CONTROLS, THEN
005250* PROVES THE PRIME COUNTS ADD UP.  THE NEW PRIMES SHOULD NUMBER
005260* EXACTLY THE DIFFERENCE BETWEEN THE TWO CONTROL PRIME COUNTS.
005270*-----------------------------------------------------------------
005280 3000-COMPARE-PRIMES.
005290     COMPUTE GN-NEXT-ORDINAL = GN-PRV-PRIME-COUNT + 1.
005300     PERFORM 3800-READ-PRIOR-PRIME
005310         THRU 3800-READ-PRIOR-PRIME-EXIT.
005320     PERFORM 3850-READ-LIVE-PRIME
005330         THRU 3850-READ-LIVE-PRIME-EXIT.
005340     PERFORM 3100-MATCH-ONE-PRIME
005350         THRU 3100-MATCH-ONE-PRIME-EXIT
005360         UNTIL GN-PRV-KEY = GN-END-KEY
005370             AND GN-LIVE-KEY = GN-END-KEY.
005380     COMPUTE GN-EXPECTED-COUNT =
005390         GN-PRV-PRIME-COUNT + GN-PRIMES-ADDED.
005400     IF GN-EXPECTED-COUNT NOT = GN-LIVE-PRIME-COUNT
005410         MOVE 'PRIOR COUNT + PRIMES ADDED NOT = LIVE PRIME COUNT'
005420             TO GN-NOTE-TEXT
005430         PERFORM 6300-PRINT-DISCREPANCY
005440             THRU 6300-PRINT-DISCREPANCY-EXIT
005450     END-IF.
005460 3000-COMPARE-PRIMES-EXIT.
005470     EXIT.
005480
005490*-----------------------------------------------------------------
005500* 3100-MATCH-ONE-PRIME TAKES THE LOWER OF THE TWO CURRENT KEYS.
005510* UP TO THE PRIOR CEILING A VALUE MUST BE PRIME ON BOTH MASTERS,
005520* WITH THE SAME ORDINAL.  ABOVE IT ONLY THE LIVE MASTER MAY HAVE
005530* RECORDS, AND EACH NEW PRIME MUST TAKE THE NEXT ORDINAL.
005540*-----------------------------------------------------------------
005550 3100-MATCH-ONE-PRIME.
005560     MOVE 'PRIME MASTER' TO GN-DIFF-FILE.
005570     IF GN-PRV-KEY < GN-LIVE-KEY
005580         MOVE GN-PRV-KEY TO GN-DIFF-VALUE
005590         MOVE PP-ORDINAL TO GN-IMG-ORDINAL
005600         MOVE GN-PRIME-IMAGE TO GN-DIFF-PRIOR
005610         MOVE 'NOT PRESENT' TO GN-DIFF-LIVE
005620         IF GN-PRV-KEY > GN-PRV-SIZE
005630             MOVE 'PRIOR PRIME ABOVE ITS OWN CEILING'
005640                 TO GN-DIFF-TEXT
005650         ELSE
005660             MOVE 'PRIME ON PRIOR GENERATION ONLY'
005670                 TO GN-DIFF-TEXT
005680         END-IF
005690         PERFORM 6200-PRINT-DIFFERENCE
005700             THRU 6200-PRINT-DIFFERENCE-EXIT
005710         PERFORM 3800-READ-PRIOR-PRIME
005720             THRU 3800-READ-PRIOR-PRIME-EXIT
005730         GO TO 3100-MATCH-ONE-PRIME-EXIT
005740     END-IF.
005750     IF GN-LIVE-KEY < GN-PRV-KEY
005760         IF GN-LIVE-KEY > GN-PRV-SIZE
005770             ADD 1 TO GN-PRIMES-ADDED
005780             IF GN-FIRST-NEW-PRIME = ZERO
005790                 MOVE GN-LIVE-KEY TO GN-FIRST-NEW-PRIME
005800             END-IF
005810             MOVE GN-LIVE-KEY TO GN-LAST-NEW-PRIME
005820             IF PM-ORDINAL NOT = GN-NEXT-ORDINAL
005830                 MOVE GN-LIVE-KEY TO GN-DIFF-VALUE
005840                 MOVE GN-NEXT-ORDINAL TO GN-IMG-ORDINAL
005850                 MOVE GN-PRIME-IMAGE TO GN-DIFF-PRIOR
005860                 MOVE PM-ORDINAL TO GN-IMG-ORDINAL
005870                 MOVE GN-PRIME-IMAGE TO GN-DIFF-LIVE
005880                 MOVE 'NEW PRIME ORDINAL OUT OF SEQUENCE'
005890                     TO GN-DIFF-TEXT
005900                 PERFORM 6200-PRINT-DIFFERENCE
005910                     THRU 6200-PRINT-DIFFERENCE-EXIT
005920             END-IF
005930             ADD 1 TO GN-NEXT-ORDINAL
005940         ELSE
005950             MOVE GN-LIVE-KEY TO GN-DIFF-VALUE
005960             MOVE 'NOT PRESENT' TO GN-DIFF-PRIOR
005970             MOVE PM-ORDINAL TO GN-IMG-ORDINAL
005980             MOVE GN-PRIME-IMAGE TO GN-DIFF-LIVE
005990             MOVE 'PRIME ON LIVE GENERATION ONLY'
006000                 TO GN-DIFF-TEXT
006010             PERFORM 6200-PRINT-DIFFERENCE
006020                 THRU 6200-PRINT-DIFFERENCE-EXIT
006030         END-IF
006040         PERFORM 3850-READ-LIVE-PRIME
006050             THRU 3850-READ-LIVE-PRIME-EXIT
006060         GO TO 3100-MATCH-ONE-PRIME-EXIT
006070     END-IF.
006080     ADD 1 TO GN-PRIMES-COMPARED.
006090     IF PP-ORDINAL NOT = PM-ORDINAL
006100         OR GN-PRV-KEY > GN-PRV-SIZE
006110         MOVE GN-PRV-KEY TO GN-DIFF-VALUE
006120         MOVE PP-ORDINAL TO GN-IMG-ORDINAL
006130         MOVE GN-PRIME-IMAGE TO GN-DIFF-PRIOR
006140         MOVE PM-ORDINAL TO GN-IMG-ORDINAL
006150         MOVE GN-PRIME-IMAGE TO GN-DIFF-LIVE
006160         IF GN-PRV-KEY > GN-PRV-SIZE
006170             MOVE 'PRIOR PRIME ABOVE ITS OWN CEILING'
006180                 TO GN-DIFF-TEXT
006190         ELSE
006200             MOVE 'ORDINAL CHANGED' TO GN-DIFF-TEXT
006210         END-IF
006220         PERFORM 6200-PRINT-DIFFERENCE
006230             THRU 6200-PRINT-DIFFERENCE-EXIT
006240     END-IF.
006250     PERFORM 3800-READ-PRIOR-PRIME
006260         THRU 3800-READ-PRIOR-PRIME-EXIT.
006270     PERFORM 3850-READ-LIVE-PRIME
006280         THRU 3850-READ-LIVE-PRIME-EXIT.
006290 3100-MATCH-ONE-PRIME-EXIT.
006300     EXIT.
006310
006320*-----------------------------------------------------------------
006330* 3800 / 3850 READ THE NEXT PRIME MASTER RECORD FROM EACH
006340* GENERATION, LEAVING ITS KEY IN THE MERGE KEY OR GN-END-KEY.
006350*-----------------------------------------------------------------
006360 3800-READ-PRIOR-PRIME.
006370     READ PRIOR-PRIME-FILE
006380         AT END
006390             MOVE GN-END-KEY TO GN-PRV-KEY
006400             GO TO 3800-READ-PRIOR-PRIME-EXIT
006410     END-READ.
006420     MOVE PP-PRIME-VALUE TO GN-PRV-KEY.
006430 3800-READ-PRIOR-PRIME-EXIT.
006440     EXIT.
006450
006460 3850-READ-LIVE-PRIME.
006470     READ PRIME-MASTER-FILE
006480         AT END
006490             MOVE GN-END-KEY TO GN-LIVE-KEY
006500             GO TO 3850-READ-LIVE-PRIME-EXIT
006510     END-READ.
006520     MOVE PM-PRIME-VALUE TO GN-LIVE-KEY.
006530 3850-READ-LIVE-PRIME-EXIT.
006540     EXIT.
006550
006560*-----------------------------------------------------------------
006570* 4000-COMPARE-SPF WALKS THE TWO COMPANIONS TOGETHER THE SAME WAY,
006580* THEN PROVES THE LIVE COMPANION GAINED EXACTLY ONE VALUE FOR
006590* EACH UNIT THE CEILING ROSE.
006600*-----------------------------------------------------------------
006610 4000-COMPARE-SPF.
006620     PERFORM 4800-READ-PRIOR-SPF
006630         THRU 4800-READ-PRIOR-SPF-EXIT.
006640     PERFORM 4850-READ-LIVE-SPF
006650         THRU 4850-READ-LIVE-SPF-EXIT.
006660     PERFORM 4100-MATCH-ONE-SPF
006670         THRU 4100-MATCH-ONE-SPF-EXIT
006680         UNTIL GN-PRV-KEY = GN-END-KEY
006690             AND GN-LIVE-KEY = GN-END-KEY.
006700     IF GN-LIVE-SIZE > GN-PRV-SIZE
006710         COMPUTE GN-EXPECTED-COUNT = GN-LIVE-SIZE - GN-PRV-SIZE
006720     ELSE
006730         MOVE ZERO TO GN-EXPECTED-COUNT
006740     END-IF.
006750     IF GN-SPF-ADDED NOT = GN-EXPECTED-COUNT
006760         MOVE 'SPF VALUES ADDED NOT = THE RISE IN CEILING'
006770             TO GN-NOTE-TEXT
006780         PERFORM 6300-PRINT-DISCREPANCY
006790             THRU 6300-PRINT-DISCREPANCY-EXIT
006800     END-IF.
006810 4000-COMPARE-SPF-EXIT.
006820     EXIT.
006830
006840*-----------------------------------------------------------------
006850* 4100-MATCH-ONE-SPF TAKES THE LOWER OF THE TWO CURRENT KEYS.  UP
006860* TO THE PRIOR CEILING A VALUE MUST BE ON BOTH COMPANIONS WITH
006870* THE SAME SMALLEST FACTOR AND PRIME FLAG; ABOVE IT ONLY THE LIVE
006880* COMPANION MAY HAVE RECORDS.
006890*-----------------------------------------------------------------
006900 4100-MATCH-ONE-SPF.
006910     MOVE 'SPF MASTER' TO GN-DIFF-FILE.
006920     IF GN-PRV-KEY < GN-LIVE-KEY
006930         MOVE GN-PRV-KEY TO GN-DIFF-VALUE
006940         MOVE PS-SMALLEST-FACTOR TO GN-IMG-FACTOR
006950         MOVE PS-PRIME-FLAG TO GN-IMG-FLAG
006960         MOVE GN-SPF-IMAGE TO GN-DIFF-PRIOR
006970         MOVE 'NOT PRESENT' TO GN-DIFF-LIVE
006980         IF GN-PRV-KEY > GN-PRV-SIZE
006990             MOVE 'PRIOR VALUE ABOVE ITS OWN CEILING'
007000                 TO GN-DIFF-TEXT
007010         ELSE
007020             MOVE 'VALUE ON PRIOR GENERATION ONLY'
007030                 TO GN-DIFF-TEXT
007040         END-IF
007050         PERFORM 6200-PRINT-DIFFERENCE
007060             THRU 6200-PRINT-DIFFERENCE-EXIT
007070         PERFORM 4800-READ-PRIOR-SPF
007080             THRU 4800-READ-PRIOR-SPF-EXIT
007090         GO TO 4100-MATCH-ONE-SPF-EXIT
007100     END-IF.
007110     IF GN-LIVE-KEY < GN-PRV-KEY
007120         IF GN-LIVE-KEY > GN-PRV-SIZE
007130             ADD 1 TO GN-SPF-ADDED
007140         ELSE
007150             MOVE GN-LIVE-KEY TO GN-DIFF-VALUE
007160             MOVE 'NOT PRESENT' TO GN-DIFF-PRIOR
007170             MOVE SF-SMALLEST-FACTOR TO GN-IMG-FACTOR
007180             MOVE SF-PRIME-FLAG TO GN-IMG-FLAG
007190             MOVE GN-SPF-IMAGE TO GN-DIFF-LIVE
007200             MOVE 'VALUE ON LIVE GENERATION ONLY'
007210                 TO GN-DIFF-TEXT
007220             PERFORM 6200-PRINT-DIFFERENCE
007230                 THRU 6200-PRINT-DIFFERENCE-EXIT
007240         END-IF
007250         PERFORM 4850-READ-LIVE-SPF
007260             THRU 4850-READ-LIVE-SPF-EXIT
007270         GO TO 4100-MATCH-ONE-SPF-EXIT
007280     END-IF.
007290     ADD 1 TO GN-SPF-COMPARED.
007300     IF PS-SMALLEST-FACTOR NOT = SF-SMALLEST-FACTOR
007310         OR PS-PRIME-FLAG NOT = SF-PRIME-FLAG
007320         OR GN-PRV-KEY > GN-PRV-SIZE
007330         MOVE GN-PRV-KEY TO GN-DIFF-VALUE
007340         MOVE PS-SMALLEST-FACTOR TO GN-IMG-FACTOR
007350         MOVE PS-PRIME-FLAG TO GN-IMG-FLAG
007360         MOVE GN-SPF-IMAGE TO GN-DIFF-PRIOR
007370         MOVE SF-SMALLEST-FACTOR TO GN-IMG-FACTOR
007380         MOVE SF-PRIME-FLAG TO GN-IMG-FLAG
007390         MOVE GN-SPF-IMAGE TO GN-DIFF-LIVE
007400         IF GN-PRV-KEY > GN-PRV-SIZE
007410             MOVE 'PRIOR VALUE ABOVE ITS OWN CEILING'
007420                 TO GN-DIFF-TEXT
007430         ELSE
007440             IF PS-PRIME-FLAG NOT = SF-PRIME-FLAG
007450                 MOVE 'PRIME FLAG CHANGED' TO GN-DIFF-TEXT
007460             ELSE
007470                 MOVE 'SMALLEST FACTOR CHANGED' TO GN-DIFF-TEXT
007480             END-IF
007490         END-IF
007500         PERFORM 6200-PRINT-DIFFERENCE
007510             THRU 6200-PRINT-DIFFERENCE-EXIT
007520     END-IF.
007530     PERFORM 4800-READ-PRIOR-SPF
007540         THRU 4800-READ-PRIOR-SPF-EXIT.
007550     PERFORM 4850-READ-LIVE-SPF
007560         THRU 4850-READ-LIVE-SPF-EXIT.
007570 4100-MATCH-ONE-SPF-EXIT.
007580     EXIT.
007590
007600*-----------------------------------------------------------------
007610* 4800 / 4850 READ THE NEXT COMPANION RECORD FROM EACH
007620* GENERATION, LEAVING ITS KEY IN THE MERGE KEY OR GN-END-KEY.
007630*-----------------------------------------------------------------
007640 4800-READ-PRIOR-SPF.
007650     READ PRIOR-SPF-FILE
007660         AT END
007670             MOVE GN-END-KEY TO GN-PRV-KEY
007680             GO TO 4800-READ-PRIOR-SPF-EXIT
007690     END-READ.
007700     MOVE PS-VALUE TO GN-PRV-KEY.
007710 4800-READ-PRIOR-SPF-EXIT.
007720     EXIT.
007730
007740 4850-READ-LIVE-SPF.
007750     READ SPF-MASTER-FILE
007760         AT END
007770             MOVE GN-END-KEY TO GN-LIVE-KEY
007780             GO TO 4850-READ-LIVE-SPF-EXIT
007790     END-READ.
007800     MOVE SF-VALUE TO GN-LIVE-KEY.
007810 4850-READ-LIVE-SPF-EXIT.
007820     EXIT.
007830
007840*-----------------------------------------------------------------
007850* 5000-PRINT-SUMMARY CLOSES THE DIFFERENCES SECTION WITH THE
007860* TOTAL FOUND (AND HOW MANY OF THEM ARE LISTED, WHEN THE LISTING
007870* WAS CUT OFF), PRINTS THE CHANGE SUMMARY AND THE VERDICT, AND
007880* SETS THE RETURN CODE.
007890*-----------------------------------------------------------------
007900 5000-PRINT-SUMMARY.
007910     IF GN-NO-COMPARE AND NOT GN-NO-PRIOR
007920         MOVE 'VALUES NOT COMPARED - SEE GENERATION CONTROLS'
007930             TO GN-NOTE-TEXT
007940         WRITE REPORT-LINE FROM GN-NOTE-LINE
007950     END-IF.
007960     IF GN-DIFF-COUNT = ZERO
007970         IF GN-NO-PRIOR
007980             MOVE 'NONE - NO PRIOR GENERATION TO COMPARE WITH'
007990                 TO GN-NOTE-TEXT
008000         ELSE
008010             MOVE 'NONE - SHARED RANGE IDENTICAL'
008020                 TO GN-NOTE-TEXT
008030         END-IF
008040         WRITE REPORT-LINE FROM GN-NOTE-LINE
008050     END-IF.
008060     IF GN-DIFF-COUNT > ZERO
008070         MOVE 'DIFFERENCES FOUND' TO GN-SUM-TEXT
008080         MOVE GN-DIFF-COUNT TO GN-SUM-COUNT
008090         WRITE REPORT-LINE FROM GN-BLANK-LINE
008100         WRITE REPORT-LINE FROM GN-SUM-LINE
008110     END-IF.
008120     IF GN-DIFF-COUNT > GN-DIFF-LISTED
008130         MOVE '  LISTED ABOVE' TO GN-SUM-TEXT
008140         MOVE GN-DIFF-LISTED TO GN-SUM-COUNT
008150         WRITE REPORT-LINE FROM GN-SUM-LINE
008160     END-IF.
008170     MOVE 'CHANGE SUMMARY' TO GN-SEC-TEXT.
008180     PERFORM 6100-PRINT-SECTION-TITLE
008190         THRU 6100-PRINT-SECTION-TITLE-EXIT.
008200     MOVE 'PRIOR CEILING' TO GN-SUM-TEXT.
008210     MOVE GN-PRV-SIZE TO GN-SUM-COUNT.
008220     WRITE REPORT-LINE FROM GN-SUM-LINE.
008230     MOVE 'NEW CEILING' TO GN-SUM-TEXT.
008240     MOVE GN-LIVE-SIZE TO GN-SUM-COUNT.
008250     WRITE REPORT-LINE FROM GN-SUM-LINE.
008260     MOVE 'PRIOR PRIME COUNT' TO GN-SUM-TEXT.
008270     MOVE GN-PRV-PRIME-COUNT TO GN-SUM-COUNT.
008280     WRITE REPORT-LINE FROM GN-SUM-LINE.
008290     MOVE 'NEW PRIME COUNT' TO GN-SUM-TEXT.
008300     MOVE GN-LIVE-PRIME-COUNT TO GN-SUM-COUNT.
008310     WRITE REPORT-LINE FROM GN-SUM-LINE.
008320     MOVE 'PRIMES ADDED ABOVE THE PRIOR CEILING' TO GN-SUM-TEXT.
008330     MOVE GN-PRIMES-ADDED TO GN-SUM-COUNT.
008340     WRITE REPORT-LINE FROM GN-SUM-LINE.
008350     MOVE '  FIRST NEW PRIME' TO GN-SUM-TEXT.
008360     MOVE GN-FIRST-NEW-PRIME TO GN-SUM-COUNT.
008370     WRITE REPORT-LINE FROM GN-SUM-LINE.
008380     MOVE '  LAST NEW PRIME' TO GN-SUM-TEXT.
008390     MOVE GN-LAST-NEW-PRIME TO GN-SUM-COUNT.
008400     WRITE REPORT-LINE FROM GN-SUM-LINE.
008410     MOVE 'SHARED PRIMES COMPARED' TO GN-SUM-TEXT.
008420     MOVE GN-PRIMES-COMPARED TO GN-SUM-COUNT.
008430     WRITE REPORT-LINE FROM GN-SUM-LINE.
008440     MOVE 'SHARED SPF VALUES COMPARED' TO GN-SUM-TEXT.
008450     MOVE GN-SPF-COMPARED TO GN-SUM-COUNT.
008460     WRITE REPORT-LINE FROM GN-SUM-LINE.
008470     MOVE 'SPF VALUES ADDED ABOVE THE PRIOR CEILING'
008480         TO GN-SUM-TEXT.
008490     MOVE GN-SPF-ADDED TO GN-SUM-COUNT.
008500     WRITE REPORT-LINE FROM GN-SUM-LINE.
008510     WRITE REPORT-LINE FROM GN-BLANK-LINE.
008520     IF GN-DIFF-COUNT > ZERO
008530         MOVE 'VERDICT - GENERATIONS DIFFER - FALL BACK TO PRIOR'
008540             TO GN-NOTE-TEXT
008550         WRITE REPORT-LINE FROM GN-NOTE-LINE
008560         MOVE GN-DIFF-COUNT TO GN-SUM-COUNT
008570         DISPLAY 'PRIMGENC - ' GN-SUM-COUNT ' DIFFERENCES - '
008580             'FALL BACK TO PRIOR GENERATION'
008590         MOVE 8 TO RETURN-CODE
008600         GO TO 5000-PRINT-SUMMARY-EXIT
008610     END-IF.
008620     IF GN-NO-PRIOR
008630         MOVE 'VERDICT - NO PRIOR GENERATION - NOTHING COMPARED'
008640             TO GN-NOTE-TEXT
008650         WRITE REPORT-LINE FROM GN-NOTE-LINE
008660         DISPLAY 'PRIMGENC - NO PRIOR GENERATION - NOTHING '
008670             'COMPARED'
008680         IF RETURN-CODE < 4
008690             MOVE 4 TO RETURN-CODE
008700         END-IF
008710         GO TO 5000-PRINT-SUMMARY-EXIT
008720     END-IF.
008730     MOVE 'VERDICT - SHARED RANGE UNCHANGED'
008740         TO GN-NOTE-TEXT.
008750     WRITE REPORT-LINE FROM GN-NOTE-LINE.
008760 5000-PRINT-SUMMARY-EXIT.
008770     EXIT.
008780
008790 6100-PRINT-SECTION-TITLE.
008800     WRITE REPORT-LINE FROM GN-BLANK-LINE.
008810     WRITE REPORT-LINE FROM GN-SECTION-TITLE.
008820     WRITE REPORT-LINE FROM GN-BLANK-LINE.
008830 6100-PRINT-SECTION-TITLE-EXIT.
008840     EXIT.
008850
008860*-----------------------------------------------------------------
008870* 6200-PRINT-DIFFERENCE COUNTS ONE VALUE DIFFERENCE, BUILT IN
008880* GN-DIFF-LINE BY THE CALLER, AND LISTS IT WHILE FEWER THAN
008890* GN-DIFF-MAX HAVE BEEN LISTED - A BADLY DAMAGED MASTER WOULD
008900* OTHERWISE PRINT A LINE FOR EVERY VALUE ON IT.
008910*-----------------------------------------------------------------
008920 6200-PRINT-DIFFERENCE.
008930     ADD 1 TO GN-DIFF-COUNT.
008940     IF GN-DIFF-LISTED < GN-DIFF-MAX
008950         WRITE REPORT-LINE FROM GN-DIFF-LINE
008960         ADD 1 TO GN-DIFF-LISTED
008970     END-IF.
008980 6200-PRINT-DIFFERENCE-EXIT.
008990     EXIT.
009000
009010*-----------------------------------------------------------------
009020* 6300-PRINT-DISCREPANCY COUNTS AND ALWAYS LISTS ONE CONTROL-LEVEL
009030* DIFFERENCE, WORDED IN GN-NOTE-TEXT BY THE CALLER.
009040*-----------------------------------------------------------------
009050 6300-PRINT-DISCREPANCY.
009060     ADD 1 TO GN-DIFF-COUNT.
009070     ADD 1 TO GN-DIFF-LISTED.
009080     WRITE REPORT-LINE FROM GN-NOTE-LINE.
009090 6300-PRINT-DISCREPANCY-EXIT.
009100     EXIT.
009110
009120*-----------------------------------------------------------------
009130* 8000-TERMINATE CLOSES WHATEVER IS STILL OPEN.
009140*-----------------------------------------------------------------
009150 8000-TERMINATE.
009160     CLOSE PRIME-MASTER-FILE.
009170     CLOSE SPF-MASTER-FILE.
009180     IF NOT GN-NO-PRIOR
009190         CLOSE PRIOR-PRIME-FILE
009200         IF GN-PRVSF-STATUS NOT = '35'
009210             CLOSE PRIOR-SPF-FILE
009220         END-IF
009230     END-IF.
009240     CLOSE REPORT-FILE.
009250 8000-TERMINATE-EXIT.
009260     EXIT.
009270
009280*-----------------------------------------------------------------
009290* 8800-CHECK-STEP-CONTROL IS THE FIRST THING 0000-MAINLINE DOES.
009300* IT RECORDS THIS STEP ON STEPCTL BEFORE ANY WORK IS DONE.  A STEP
009310* ALREADY COMPLETED FOR THE CYCLE ENDS AT ONCE WITH RETURN-CODE 0
009320* UNLESS THE STEP CARD SAYS FORCE, SO A RESTARTED CHAIN PICKS UP
009330* WHERE IT STOPPED.  A STEP WHOSE PREDECESSOR HAS NOT COMPLETED
009340* CLEANLY IS REFUSED WITH RETURN-CODE 12.  OTHERWISE THE STEP IS
009350* MARKED RUNNING WITH ITS START TIME, AND 9999-EXIT MARKS IT
009360* COMPLETED OR FAILED ON THE WAY OUT.  A STEP LEFT RUNNING BY AN
009370* ABEND IS NOT COMPLETED, SO IT MAY SIMPLY BE RERUN.  A CYCLE DATE
009380* ON THE CARD THAT IS NOT A NUMBER ENDS THE STEP WITH 20.
009390*-----------------------------------------------------------------
009400 8800-CHECK-STEP-CONTROL.
009410     ACCEPT GN-CYCLE-DATE FROM DATE YYYYMMDD.
009420     OPEN INPUT STEP-CARD-FILE.
009430     IF GN-STEPCARD-STATUS = '00'
009440         READ STEP-CARD-FILE
009450             AT END
009460                 CONTINUE
009470             NOT AT END
009480                 MOVE SK-CYCLE-DATE TO GN-CYCLE-DATE-X
009490                 IF SK-FORCE-RUN
009500                     SET GN-FORCE-RUN TO TRUE
009510                 END-IF
009520         END-READ
009530         CLOSE STEP-CARD-FILE
009540     END-IF.
009550     IF GN-CYCLE-DATE-X NOT = SPACES
009560         IF GN-CYCLE-DATE-CARD NUMERIC
009570             AND GN-CYCLE-DATE-CARD > ZERO
009580             MOVE GN-CYCLE-DATE-CARD TO GN-CYCLE-DATE
009590         ELSE
009600             DISPLAY 'PRIMGENC - BAD STEP CARD CYCLE DATE '
009610                 GN-CYCLE-DATE-X
009620             MOVE 20 TO RETURN-CODE
009630             GO TO 9999-EXIT
009640         END-IF
009650     END-IF.
009660     OPEN I-O STEP-CONTROL-FILE.
009670     IF GN-STEPCTL-STATUS = '35'
009680         OPEN OUTPUT STEP-CONTROL-FILE
009690         CLOSE STEP-CONTROL-FILE
009700         OPEN I-O STEP-CONTROL-FILE
009710     END-IF.
009720     IF GN-STEPCTL-STATUS NOT = '00'
009730         DISPLAY 'PRIMGENC - STEP-CONTROL-FILE OPEN FAILED '
009740             GN-STEPCTL-STATUS
009750         MOVE 16 TO RETURN-CODE
009760         GO TO 9999-EXIT
009770     END-IF.
009780     MOVE GN-CYCLE-DATE TO SC-CYCLE-DATE.
009790     MOVE GN-STEP-NAME TO SC-STEP-NAME.
009800     READ STEP-CONTROL-FILE
009810         INVALID KEY
009820             CONTINUE
009830     END-READ.
009840     IF GN-STEPCTL-STATUS = '00'
009850         SET GN-STEP-ON-FILE TO TRUE
009860         MOVE SC-RUN-COUNT TO GN-STEP-RUN-COUNT
009870         IF SC-STEP-COMPLETED AND NOT GN-FORCE-RUN
009880             DISPLAY 'PRIMGENC - ALREADY COMPLETED FOR CYCLE '
009890                 GN-CYCLE-DATE ' - STEP SKIPPED'
009900             CLOSE STEP-CONTROL-FILE
009910             MOVE ZERO TO RETURN-CODE
009920             GO TO 9999-EXIT
009930         END-IF
009940     END-IF.
009950     IF GN-PRED-NAME-1 NOT = SPACES
009960         MOVE GN-PRED-NAME-1 TO GN-PRED-NAME
009970         PERFORM 8850-CHECK-PREDECESSOR
009980             THRU 8850-CHECK-PREDECESSOR-EXIT
009990     END-IF.
010000     IF GN-PRED-NAME-2 NOT = SPACES
010010         MOVE GN-PRED-NAME-2 TO GN-PRED-NAME
010020         PERFORM 8850-CHECK-PREDECESSOR
010030             THRU 8850-CHECK-PREDECESSOR-EXIT
010040     END-IF.
010050     IF GN-PRED-REFUSED
010060         CLOSE STEP-CONTROL-FILE
010070         MOVE 12 TO RETURN-CODE
010080         GO TO 9999-EXIT
010090     END-IF.
010100     ACCEPT GN-STEP-DATE FROM DATE YYYYMMDD.
010110     ACCEPT GN-STEP-TIME FROM TIME.
010120     MOVE SPACES TO STEP-CONTROL-REC.
010130     MOVE GN-CYCLE-DATE TO SC-CYCLE-DATE.
010140     MOVE GN-STEP-NAME TO SC-STEP-NAME.
010150     SET SC-STEP-RUNNING TO TRUE.
010160     MOVE GN-STEP-DATE TO SC-START-DATE.
010170     MOVE GN-STEP-TIME TO SC-START-TIME.
010180     MOVE ZERO TO SC-END-DATE.
010190     MOVE ZERO TO SC-END-TIME.
010200     MOVE ZERO TO SC-RETURN-CODE.
010210     ADD 1 TO GN-STEP-RUN-COUNT.
010220     MOVE GN-STEP-RUN-COUNT TO SC-RUN-COUNT.
010230     IF GN-FORCE-RUN
010240         MOVE 'Y' TO SC-FORCED-FLAG
010250     ELSE
010260         MOVE 'N' TO SC-FORCED-FLAG
010270     END-IF.
010280     IF GN-STEP-ON-FILE
010290         REWRITE STEP-CONTROL-REC
010300             INVALID KEY
010310                 CONTINUE
010320         END-REWRITE
010330     ELSE
010340         WRITE STEP-CONTROL-REC
010350             INVALID KEY
010360                 CONTINUE
010370         END-WRITE
010380     END-IF.
010390     IF GN-STEPCTL-STATUS NOT = '00'
010400         DISPLAY 'PRIMGENC - STEP-CONTROL-FILE WRITE FAILED '
010410             GN-STEPCTL-STATUS
010420         CLOSE STEP-CONTROL-FILE
010430         MOVE 16 TO RETURN-CODE
010440         GO TO 9999-EXIT
010450     END-IF.
010460     CLOSE STEP-CONTROL-FILE.
010470     SET GN-STEP-STARTED TO TRUE.
010480     IF GN-FORCE-RUN
010490         DISPLAY 'PRIMGENC - FORCED RUN FOR CYCLE '
010500             GN-CYCLE-DATE
010510     END-IF.
010520 8800-CHECK-STEP-CONTROL-EXIT.
010530     EXIT.
010540
010550*-----------------------------------------------------------------
010560* 8850-CHECK-PREDECESSOR LOOKS UP ONE PREDECESSOR STEP FOR THE
010570* CYCLE.  MISSING, STILL RUNNING (OR ABENDED) AND FAILED ALL
010580* REFUSE THIS STEP; ONLY COMPLETED LETS IT THROUGH.
010590*-----------------------------------------------------------------
010600 8850-CHECK-PREDECESSOR.
010610     MOVE GN-CYCLE-DATE TO SC-CYCLE-DATE.
010620     MOVE GN-PRED-NAME TO SC-STEP-NAME.
010630     READ STEP-CONTROL-FILE
010640         INVALID KEY
010650             CONTINUE
010660     END-READ.
010670     IF GN-STEPCTL-STATUS = '00'
010680         IF SC-STEP-COMPLETED
010690             GO TO 8850-CHECK-PREDECESSOR-EXIT
010700         END-IF
010710     END-IF.
010720     DISPLAY 'PRIMGENC - ' GN-PRED-NAME
010730         ' HAS NOT COMPLETED CLEANLY FOR CYCLE ' GN-CYCLE-DATE
010740         ' - STEP REFUSED'.
010750     SET GN-PRED-REFUSED TO TRUE.
010760 8850-CHECK-PREDECESSOR-EXIT.
010770     EXIT.
010780
010790*-----------------------------------------------------------------
010800* 8900-RECORD-STEP-END MARKS THIS STEP COMPLETED (RETURN-CODE
010810* BELOW 8) OR FAILED ON STEPCTL, WITH ITS END TIME AND RETURN
010820* CODE.  IT IS PERFORMED FROM 9999-EXIT SO EVERY WAY OUT OF A
010830* STARTED STEP IS RECORDED.  A STEPCTL THAT WILL NOT TAKE THE
010840* UPDATE IS ONLY A WARNING - THE STEP IS THEN LEFT RUNNING, WHICH
010850* HOLDS ITS SUCCESSORS UNTIL THE OPERATOR LOOKS.
010860*-----------------------------------------------------------------
010870 8900-RECORD-STEP-END.
010880     MOVE 'N' TO GN-STEP-STARTED-SW.
010890     OPEN I-O STEP-CONTROL-FILE.
010900     IF GN-STEPCTL-STATUS NOT = '00'
010910         DISPLAY 'PRIMGENC - WARNING: STEPCTL OPEN FAILED '
010920             GN-STEPCTL-STATUS ' - STEP END NOT RECORDED'
010930         GO TO 8900-RECORD-STEP-END-EXIT
010940     END-IF.
010950     MOVE GN-CYCLE-DATE TO SC-CYCLE-DATE.
010960     MOVE GN-STEP-NAME TO SC-STEP-NAME.
010970     READ STEP-CONTROL-FILE
010980         INVALID KEY
010990             CONTINUE
011000     END-READ.
011010     IF GN-STEPCTL-STATUS = '00'
011020         ACCEPT GN-STEP-DATE FROM DATE YYYYMMDD
011030         ACCEPT GN-STEP-TIME FROM TIME
011040         MOVE GN-STEP-DATE TO SC-END-DATE
011050         MOVE GN-STEP-TIME TO SC-END-TIME
011060         MOVE RETURN-CODE TO SC-RETURN-CODE
011070         IF RETURN-CODE < 8
011080             SET SC-STEP-COMPLETED TO TRUE
011090         ELSE
011100             SET SC-STEP-FAILED TO TRUE
011110         END-IF
011120         REWRITE STEP-CONTROL-REC
011130             INVALID KEY
011140                 CONTINUE
011150         END-REWRITE
011160     END-IF.
011170     IF GN-STEPCTL-STATUS NOT = '00'
011180         DISPLAY 'PRIMGENC - WARNING: STEP END NOT RECORDED '
011190             GN-STEPCTL-STATUS
011200     END-IF.
011210     CLOSE STEP-CONTROL-FILE.
011220 8900-RECORD-STEP-END-EXIT.
011230     EXIT.
011240
011250 9999-EXIT.
011260     IF GN-STEP-STARTED
011270         PERFORM 8900-RECORD-STEP-END
011280             THRU 8900-RECORD-STEP-END-EXIT
011290     END-IF.
011300     GOBACK.
