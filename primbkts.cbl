000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRIMBKTS.
000030 AUTHOR. J HALVORSEN.
000040 INSTALLATION. DATA CENTER SERVICES.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* REMARKS.  HASH-BUCKET SIZING RECOMMENDATIONS FOR THE DBA GROUP,
000090*           WHO UNTIL NOW SENT PRIMLOOK A DECK OF 'N' CARDS AND
000100*           WORKED THE LOAD FACTORS OUT BY HAND.  HASHPROF HOLDS
000110*           ONE PROFILE CARD PER HASHED DATASET.  FOR EACH ONE:
000120*             - THE GROWN VOLUME IS THE EXPECTED RECORD COUNT
000130*               PLUS THE GROWTH PERCENT, ROUNDED UP,
000140*             - THE BUCKETS NEEDED ARE THE GROWN VOLUME OVER THE
000150*               TARGET LOAD FACTOR, ROUNDED UP,
000160*             - THE RECOMMENDED BUCKET COUNT IS THE SMALLEST
000170*               PRIME ON PRIMEMST AT OR ABOVE THAT, AND THE NEXT
000180*               TWO LARGER PRIMES ARE OFFERED AS ALTERNATIVES,
000190*             - THE PROJECTED LOAD FACTOR IS PRINTED FOR EACH AT
000200*               TODAY'S VOLUME AND AT THE GROWN VOLUME.
000210*           A DATASET WHOSE GROWN VOLUME NEEDS MORE BUCKETS THAN
000220*           THE MASTER'S COVERAGE CEILING (PM-TABLE-SIZE) IS
000230*           FLAGGED ON THE REPORT AND ON THE RECOMMENDATION FILE
000240*           AND GIVEN NO BUCKET COUNT - IT IS NEVER CLIPPED TO THE
000250*           LARGEST PRIME THE MASTER HAPPENS TO HOLD.
000260*           EVERY DATASET ALSO GOES TO THE MACHINE-READABLE
000270*           BKTRECS FILE (BKTRREC LAYOUT) FOR THE DBA JOBS.
000280*
000290*           HASHPROF PROFILE CARD:
000300*             COLS  1-44  DATASET NAME
000310*             COLS 45-53  EXPECTED RECORD COUNT
000320*             COLS 54-56  TARGET LOAD FACTOR, 2 DECIMALS IMPLIED
000330*                         (075 = 0.75 RECORDS PER BUCKET)
000340*             COLS 57-59  GROWTH PERCENT (BLANK = NONE)
000350*
000360*           RETURN CODES: 0 EVERY DATASET SIZED, 4 ONE OR MORE
000370*           DATASETS OVER THE CEILING OR PROFILE CARDS UNUSABLE,
000380*           16 FILE OR MASTER FAILURE.
000390*-----------------------------------------------------------------
000400* MODIFICATION HISTORY.
000410* DATE       INIT  DESCRIPTION
000420* -------    ----  ------------------------------------------------
000430* 10/15/2026 JRH   INITIAL VERSION.  ONE START KEY NOT LESS THAN
000440*                  PLUS THREE READ NEXTS PER DATASET - THE SAME
000450*                  BROWSE THE KEYED LOOKUP USES FOR ITS NEXT-PRIME
000460*                  ANSWER.
000470*-----------------------------------------------------------------
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT PROFILE-FILE ASSIGN TO HASHPROF
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS BK-HASHPROF-STATUS.
000540     SELECT PRIME-MASTER-FILE ASSIGN TO PRIMEMST
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS PM-PRIME-VALUE
000580         FILE STATUS IS BK-PMSTR-STATUS.
000590     SELECT RECOMMEND-FILE ASSIGN TO BKTRECS
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS BK-BKTRECS-STATUS.
000620     SELECT REPORT-FILE ASSIGN TO BKTRPT
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS BK-BKTRPT-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680*-----------------------------------------------------------------
000690* PROFILE-FILE CARRIES ONE DATASET PROFILE CARD PER HASHED
000700* DATASET, AS DESCRIBED IN THE REMARKS.
000710*-----------------------------------------------------------------
000720 FD  PROFILE-FILE
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE OMITTED.
000750 01  PROFILE-REC.
000760     05  HP-DATASET-NAME         PIC X(44).
000770     05  HP-RECORD-COUNT         PIC X(09).
000780     05  HP-LOAD-FACTOR          PIC X(03).
000790     05  HP-GROWTH-PCT           PIC X(03).
000800     05  FILLER                  PIC X(21).
000810
000820*-----------------------------------------------------------------
000830* PRIME-MASTER-FILE IS THE KEYED PRIME MASTER, READ BY KEY FOR
000840* THE CONTROL RECORD AND BY START/READ NEXT BROWSE FOR THE
000850* BUCKET COUNTS.  LAYOUT IS SHARED VIA THE PMSTRREC COPYBOOK.
000860*-----------------------------------------------------------------
000870 FD  PRIME-MASTER-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE OMITTED.
000900     COPY PMSTRREC.
000910
000920*-----------------------------------------------------------------
000930* RECOMMEND-FILE IS THE MACHINE-READABLE RECOMMENDATION FILE THE
000940* DBA JOBS PICK UP.  LAYOUT IS SHARED VIA THE BKTRREC COPYBOOK.
000950*-----------------------------------------------------------------
000960 FD  RECOMMEND-FILE
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE OMITTED.
000990     COPY BKTRREC.
001000
001010*-----------------------------------------------------------------
001020* REPORT-FILE IS THE 132-COLUMN SIZING REPORT.
001030*-----------------------------------------------------------------
001040 FD  REPORT-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE OMITTED.
001070 01  REPORT-LINE                 PIC X(132).
001080
001090 WORKING-STORAGE SECTION.
001100 77  BK-HASHPROF-STATUS          PIC X(02) VALUE '00'.
001110 77  BK-PMSTR-STATUS             PIC X(02) VALUE '00'.
001120 77  BK-BKTRECS-STATUS           PIC X(02) VALUE '00'.
001130 77  BK-BKTRPT-STATUS            PIC X(02) VALUE '00'.
001140 77  BK-PROFILE-EOF-SW           PIC X(01) VALUE 'N'.
001150     88  BK-PROFILE-EOF              VALUE 'Y'.
001160*-----------------------------------------------------------------
001170* COVERAGE AND RUN IDENTIFICATION FROM THE MASTER CONTROL RECORD.
001180*-----------------------------------------------------------------
001190 77  BK-COVERAGE                 PIC 9(06) VALUE ZERO.
001200 77  BK-MST-RUN-DATE             PIC 9(08) VALUE ZERO.
001210 77  BK-MST-RUN-TIME             PIC 9(08) VALUE ZERO.
001220 77  BK-RUN-DATE                 PIC 9(08) VALUE ZERO.
001230*-----------------------------------------------------------------
001240* ONE PROFILE CARD, HELD RAW SO THE NUMERIC TESTS CAN BE MADE ON
001250* THE CARD FIELDS BEFORE THEY ARE USED.
001260*-----------------------------------------------------------------
001270 01  BK-CARD-COUNT-X             PIC X(09) VALUE SPACES.
001280 01  BK-CARD-COUNT REDEFINES BK-CARD-COUNT-X
001290                                 PIC 9(09).
001300 01  BK-CARD-LOAD-X              PIC X(03) VALUE SPACES.
001310 01  BK-CARD-LOAD REDEFINES BK-CARD-LOAD-X
001320                                 PIC 9(03).
001330 01  BK-CARD-GROWTH-X            PIC X(03) VALUE SPACES.
001340 01  BK-CARD-GROWTH REDEFINES BK-CARD-GROWTH-X
001350                                 PIC 9(03).
001360 77  BK-CARD-OK-SW               PIC X(01) VALUE 'N'.
001370     88  BK-CARD-OK                  VALUE 'Y'.
001380*-----------------------------------------------------------------
001390* SIZING FIGURES FOR ONE DATASET.  BK-LOAD-100 IS THE TARGET LOAD
001400* FACTOR TIMES 100 AS PUNCHED, SO THE ROUND-UPS STAY IN WHOLE
001410* NUMBERS.  BK-CANDIDATE-n ARE THE RECOMMENDED AND ALTERNATE
001420* BUCKET COUNTS, ZERO WHEN THE MASTER HAD NO PRIME TO OFFER.
001430*-----------------------------------------------------------------
001440 77  BK-RECORD-COUNT             PIC 9(09) COMP VALUE ZERO.
001450 77  BK-LOAD-100                 PIC 9(03) COMP VALUE ZERO.
001460 77  BK-GROWTH-PCT               PIC 9(03) COMP VALUE ZERO.
001470 77  BK-GROWN-COUNT              PIC 9(13) COMP VALUE ZERO.
001480 77  BK-BUCKETS-NEEDED           PIC 9(13) COMP VALUE ZERO.
001490 77  BK-CANDIDATE-SUB            PIC 9(01) COMP VALUE ZERO.
001500 01  BK-CANDIDATE-TABLE.
001510     05  BK-CANDIDATE            PIC 9(06) COMP VALUE ZERO
001520                                  OCCURS 3 TIMES
001530                                  INDEXED BY CX.
001540 77  BK-BROWSE-END-SW            PIC X(01) VALUE 'N'.
001550     88  BK-BROWSE-END               VALUE 'Y'.
001560 77  BK-LOAD-TODAY               PIC 9(03)V9(02) VALUE ZERO.
001570 77  BK-LOAD-GROWN               PIC 9(03)V9(02) VALUE ZERO.
001580 77  BK-TARGET-LOAD              PIC 9(01)V9(02) VALUE ZERO.
001590*-----------------------------------------------------------------
001600* RUN COUNTS.
001610*-----------------------------------------------------------------
001620 77  BK-PROFILE-COUNT            PIC 9(06) COMP VALUE ZERO.
001630 77  BK-SIZED-COUNT              PIC 9(06) COMP VALUE ZERO.
001640 77  BK-CEILING-COUNT            PIC 9(06) COMP VALUE ZERO.
001650 77  BK-ERROR-COUNT              PIC 9(06) COMP VALUE ZERO.
001660*-----------------------------------------------------------------
001670* PRINT LINES.
001680*-----------------------------------------------------------------
001690 01  BK-TITLE-LINE.
001700     05  FILLER                  PIC X(09) VALUE 'PRIMBKTS '.
001710     05  FILLER                  PIC X(30) VALUE
001720         'HASH-BUCKET SIZING REPORT RUN '.
001730     05  BK-TITLE-DATE           PIC 9(08).
001740     05  FILLER                  PIC X(85) VALUE SPACES.
001750 01  BK-STAMP-LINE.
001760     05  FILLER                  PIC X(22) VALUE
001770         'PRIMEMST CEILING      '.
001780     05  BK-STAMP-CEILING        PIC ZZZZZ9.
001790     05  FILLER                  PIC X(11) VALUE '  RUN DATE '.
001800     05  BK-STAMP-DATE           PIC 9(08).
001810     05  FILLER                  PIC X(11) VALUE '  RUN TIME '.
001820     05  BK-STAMP-TIME           PIC 9(08).
001830     05  FILLER                  PIC X(66) VALUE SPACES.
001840 01  BK-DATASET-LINE.
001850     05  FILLER                  PIC X(08) VALUE 'DATASET '.
001860     05  BK-DS-NAME              PIC X(44).
001870     05  FILLER                  PIC X(09) VALUE ' RECORDS '.
001880     05  BK-DS-COUNT             PIC ZZZZZZZZ9.
001890     05  FILLER                  PIC X(08) VALUE '  TARGET'.
001900     05  FILLER                  PIC X(01) VALUE SPACE.
001910     05  BK-DS-LOAD              PIC 9.99.
001920     05  FILLER                  PIC X(09) VALUE '  GROWTH '.
001930     05  BK-DS-GROWTH            PIC ZZ9.
001940     05  FILLER                  PIC X(01) VALUE '%'.
001950     05  FILLER                  PIC X(08) VALUE '  GROWN '.
001960     05  BK-DS-GROWN             PIC ZZZZZZZZZZ9.
001970     05  FILLER                  PIC X(17) VALUE SPACES.
001980 01  BK-CHOICE-LINE.
001990     05  FILLER                  PIC X(04) VALUE SPACES.
002000     05  BK-CH-LABEL             PIC X(12) VALUE SPACES.
002010     05  FILLER                  PIC X(09) VALUE ' BUCKETS '.
002020     05  BK-CH-BUCKETS           PIC ZZZZZ9.
002030     05  FILLER                  PIC X(13) VALUE '   LOAD TODAY'.
002040     05  FILLER                  PIC X(01) VALUE SPACE.
002050     05  BK-CH-LOAD-TODAY        PIC ZZ9.99.
002060     05  FILLER                  PIC X(13) VALUE '   LOAD GROWN'.
002070     05  FILLER                  PIC X(01) VALUE SPACE.
002080     05  BK-CH-LOAD-GROWN        PIC ZZ9.99.
002090     05  FILLER                  PIC X(61) VALUE SPACES.
002100 01  BK-NONE-LINE.
002110     05  FILLER                  PIC X(04) VALUE SPACES.
002120     05  BK-NONE-LABEL           PIC X(12) VALUE SPACES.
002130     05  FILLER                  PIC X(36) VALUE
002140         ' NO LARGER PRIME WITHIN THE CEILING'.
002150     05  FILLER                  PIC X(80) VALUE SPACES.
002160 01  BK-ALERT-LINE.
002170     05  FILLER                  PIC X(10) VALUE '    ALERT '.
002180     05  FILLER                  PIC X(27) VALUE
002190         'GROWN VOLUME NEEDS BUCKETS '.
002200     05  BK-ALERT-NEEDED         PIC ZZZZZZZZZZZZ9.
002210     05  FILLER                  PIC X(28) VALUE
002220         ' - ABOVE THE MASTER CEILING '.
002230     05  BK-ALERT-CEILING        PIC ZZZZZ9.
002240     05  FILLER                  PIC X(48) VALUE SPACES.
002250 01  BK-ERROR-LINE.
002260     05  FILLER                  PIC X(10) VALUE '    ERROR '.
002270     05  FILLER                  PIC X(50) VALUE
002280         'PROFILE CARD UNUSABLE - COUNT, LOAD OR GROWTH BAD'.
002290     05  FILLER                  PIC X(72) VALUE SPACES.
002300 01  BK-SUMMARY-LINE.
002310     05  FILLER                  PIC X(16) VALUE
002320         'DATASETS READ  '.
002330     05  BK-SUM-READ             PIC ZZZZZ9.
002340     05  FILLER                  PIC X(10) VALUE '   SIZED '.
002350     05  BK-SUM-SIZED            PIC ZZZZZ9.
002360     05  FILLER                  PIC X(17) VALUE
002370         '   OVER CEILING '.
002380     05  BK-SUM-CEILING          PIC ZZZZZ9.
002390     05  FILLER                  PIC X(15) VALUE
002400         '   CARD ERRORS '.
002410     05  BK-SUM-ERRORS           PIC ZZZZZ9.
002420     05  FILLER                  PIC X(50) VALUE SPACES.
002430 01  BK-BLANK-LINE               PIC X(132) VALUE SPACES.
002440
002450 PROCEDURE DIVISION.
002460*-----------------------------------------------------------------
002470* 0000-MAINLINE
002480*-----------------------------------------------------------------
002490 0000-MAINLINE.
002500     PERFORM 1000-INITIALIZE
002510         THRU 1000-INITIALIZE-EXIT.
002520     PERFORM 2000-SIZE-ONE-DATASET
002530         THRU 2000-SIZE-ONE-DATASET-EXIT
002540         UNTIL BK-PROFILE-EOF.
002550     PERFORM 4800-WRITE-SUMMARY
002560         THRU 4800-WRITE-SUMMARY-EXIT.
002570     PERFORM 8000-TERMINATE
002580         THRU 8000-TERMINATE-EXIT.
002590     GO TO 9999-EXIT.
002600
002610*-----------------------------------------------------------------
002620* 1000-INITIALIZE OPENS THE FILES WITH THE SAME CHECKED-OPEN
002630* HANDLING THE SIEVE USES, LIFTS THE COVERAGE CEILING FROM THE
002640* MASTER'S CONTROL RECORD AND WRITES THE REPORT HEADING.  A
002650* MASTER WITH NO CONTROL RECORD CANNOT SAY WHAT IT COVERS, SO NO
002660* DATASET COULD BE SAFELY SIZED FROM IT.
002670*-----------------------------------------------------------------
002680 1000-INITIALIZE.
002690     ACCEPT BK-RUN-DATE FROM DATE YYYYMMDD.
002700     OPEN INPUT PRIME-MASTER-FILE.
002710     IF BK-PMSTR-STATUS NOT = '00'
002720         DISPLAY 'PRIMBKTS - PRIME-MASTER-FILE OPEN FAILED '
002730             BK-PMSTR-STATUS
002740         MOVE 16 TO RETURN-CODE
002750         GO TO 9999-EXIT
002760     END-IF.
002770     MOVE ZERO TO PM-PRIME-VALUE.
002780     READ PRIME-MASTER-FILE
002790         INVALID KEY
002800             CONTINUE
002810     END-READ.
002820     IF BK-PMSTR-STATUS NOT = '00'
002830         DISPLAY 'PRIMBKTS - PRIME MASTER HAS NO CONTROL RECORD'
002840             ' - CANNOT SIZE AGAINST IT'
002850         MOVE 16 TO RETURN-CODE
002860         CLOSE PRIME-MASTER-FILE
002870         GO TO 9999-EXIT
002880     END-IF.
002890     MOVE PM-TABLE-SIZE TO BK-COVERAGE.
002900     MOVE PM-RUN-DATE TO BK-MST-RUN-DATE.
002910     MOVE PM-RUN-TIME TO BK-MST-RUN-TIME.
002920     OPEN INPUT PROFILE-FILE.
002930     IF BK-HASHPROF-STATUS NOT = '00'
002940         DISPLAY 'PRIMBKTS - PROFILE-FILE OPEN FAILED '
002950             BK-HASHPROF-STATUS
002960         MOVE 16 TO RETURN-CODE
002970         CLOSE PRIME-MASTER-FILE
002980         GO TO 9999-EXIT
002990     END-IF.
003000     OPEN OUTPUT RECOMMEND-FILE.
003010     IF BK-BKTRECS-STATUS NOT = '00'
003020         DISPLAY 'PRIMBKTS - RECOMMEND-FILE OPEN FAILED '
003030             BK-BKTRECS-STATUS
003040         MOVE 16 TO RETURN-CODE
003050         CLOSE PRIME-MASTER-FILE
003060         CLOSE PROFILE-FILE
003070         GO TO 9999-EXIT
003080     END-IF.
003090     OPEN OUTPUT REPORT-FILE.
003100     IF BK-BKTRPT-STATUS NOT = '00'
003110         DISPLAY 'PRIMBKTS - REPORT-FILE OPEN FAILED '
003120             BK-BKTRPT-STATUS
003130         MOVE 16 TO RETURN-CODE
003140         CLOSE PRIME-MASTER-FILE
003150         CLOSE PROFILE-FILE
003160         CLOSE RECOMMEND-FILE
003170         GO TO 9999-EXIT
003180     END-IF.
003190     MOVE BK-RUN-DATE TO BK-TITLE-DATE.
003200     WRITE REPORT-LINE FROM BK-TITLE-LINE.
003210     MOVE BK-COVERAGE TO BK-STAMP-CEILING.
003220     MOVE BK-MST-RUN-DATE TO BK-STAMP-DATE.
003230     MOVE BK-MST-RUN-TIME TO BK-STAMP-TIME.
003240     WRITE REPORT-LINE FROM BK-STAMP-LINE.
003250 1000-INITIALIZE-EXIT.
003260     EXIT.
003270
003280*-----------------------------------------------------------------
003290* 2000-SIZE-ONE-DATASET READS ONE PROFILE CARD, EDITS IT, WORKS
003300* OUT THE BUCKETS NEEDED, AND EITHER FLAGS THE DATASET AS OVER
003310* THE CEILING OR PICKS ITS BUCKET COUNTS FROM THE MASTER.
003320*-----------------------------------------------------------------
003330 2000-SIZE-ONE-DATASET.
003340     READ PROFILE-FILE
003350         AT END
003360             SET BK-PROFILE-EOF TO TRUE
003370             GO TO 2000-SIZE-ONE-DATASET-EXIT
003380     END-READ.
003390     ADD 1 TO BK-PROFILE-COUNT.
003400     MOVE SPACES TO BUCKET-RECOMMEND-REC.
003410     INITIALIZE BUCKET-RECOMMEND-REC.
003420     MOVE HP-DATASET-NAME TO BR-DATASET-NAME.
003430     MOVE BK-COVERAGE TO BR-MST-TABLE-SIZE.
003440     WRITE REPORT-LINE FROM BK-BLANK-LINE.
003450     PERFORM 2100-EDIT-PROFILE
003460         THRU 2100-EDIT-PROFILE-EXIT.
003470     IF NOT BK-CARD-OK
003480         MOVE HP-DATASET-NAME TO BK-DS-NAME
003490         MOVE ZERO TO BK-DS-COUNT
003500         MOVE ZERO TO BK-DS-LOAD
003510         MOVE ZERO TO BK-DS-GROWTH
003520         MOVE ZERO TO BK-DS-GROWN
003530         WRITE REPORT-LINE FROM BK-DATASET-LINE
003540         WRITE REPORT-LINE FROM BK-ERROR-LINE
003550         ADD 1 TO BK-ERROR-COUNT
003560         MOVE 'E' TO BR-STATUS
003570         WRITE BUCKET-RECOMMEND-REC
003580         GO TO 2000-SIZE-ONE-DATASET-EXIT
003590     END-IF.
003600*    GROWN VOLUME AND BUCKETS NEEDED, EACH ROUNDED UP - A PART
003610*    RECORD IS STILL A RECORD AND A PART BUCKET STILL A BUCKET.
003620     COMPUTE BK-GROWN-COUNT =
003630         (BK-RECORD-COUNT * (100 + BK-GROWTH-PCT) + 99) / 100.
003640     COMPUTE BK-BUCKETS-NEEDED =
003650         (BK-GROWN-COUNT * 100 + BK-LOAD-100 - 1) / BK-LOAD-100.
003660     MOVE HP-DATASET-NAME TO BK-DS-NAME.
003670     MOVE BK-RECORD-COUNT TO BK-DS-COUNT.
003680     COMPUTE BK-TARGET-LOAD = BK-LOAD-100 / 100.
003690     MOVE BK-TARGET-LOAD TO BK-DS-LOAD.
003700     MOVE BK-GROWTH-PCT TO BK-DS-GROWTH.
003710     MOVE BK-GROWN-COUNT TO BK-DS-GROWN.
003720     WRITE REPORT-LINE FROM BK-DATASET-LINE.
003730     MOVE BK-BUCKETS-NEEDED TO BR-BUCKETS-NEEDED.
003740     IF BK-BUCKETS-NEEDED > BK-COVERAGE
003750         PERFORM 2800-FLAG-OVER-CEILING
003760             THRU 2800-FLAG-OVER-CEILING-EXIT
003770         GO TO 2000-SIZE-ONE-DATASET-EXIT
003780     END-IF.
003790     PERFORM 3000-FIND-BUCKET-COUNTS
003800         THRU 3000-FIND-BUCKET-COUNTS-EXIT.
003810*    NEEDED IS WITHIN THE CEILING, BUT WHEN THE LARGEST PRIME
003820*    SIEVED FALLS SHORT OF IT THE MASTER STILL HAS NOTHING TO
003830*    OFFER - THAT IS THE SAME CEILING PROBLEM, FLAGGED THE SAME.
003840     SET CX TO 1.
003850     IF BK-CANDIDATE(CX) = ZERO
003860         PERFORM 2800-FLAG-OVER-CEILING
003870             THRU 2800-FLAG-OVER-CEILING-EXIT
003880         GO TO 2000-SIZE-ONE-DATASET-EXIT
003890     END-IF.
003900     PERFORM 3500-PRINT-CHOICES
003910         THRU 3500-PRINT-CHOICES-EXIT.
003920     ADD 1 TO BK-SIZED-COUNT.
003930     MOVE 'R' TO BR-STATUS.
003940     SET CX TO 1.
003950     MOVE BK-CANDIDATE(CX) TO BR-RECOMMENDED.
003960     SET CX TO 2.
003970     MOVE BK-CANDIDATE(CX) TO BR-ALTERNATE-1.
003980     SET CX TO 3.
003990     MOVE BK-CANDIDATE(CX) TO BR-ALTERNATE-2.
004000     SET CX TO 1.
004010     PERFORM 3600-COMPUTE-LOADS
004020         THRU 3600-COMPUTE-LOADS-EXIT.
004030     MOVE BK-LOAD-TODAY TO BR-LOAD-TODAY.
004040     MOVE BK-LOAD-GROWN TO BR-LOAD-GROWN.
004050     WRITE BUCKET-RECOMMEND-REC.
004060 2000-SIZE-ONE-DATASET-EXIT.
004070     EXIT.
004080
004090*-----------------------------------------------------------------
004100* 2100-EDIT-PROFILE PROVES THE CARD'S NUMBERS BEFORE ANY ARE
004110* USED.  THE RECORD COUNT AND LOAD FACTOR MUST BE NUMERIC AND
004120* ABOVE ZERO; A BLANK GROWTH PERCENT MEANS NO GROWTH.
004130*-----------------------------------------------------------------
004140 2100-EDIT-PROFILE.
004150     MOVE 'N' TO BK-CARD-OK-SW.
004160     MOVE HP-RECORD-COUNT TO BK-CARD-COUNT-X.
004170     MOVE HP-LOAD-FACTOR TO BK-CARD-LOAD-X.
004180     MOVE HP-GROWTH-PCT TO BK-CARD-GROWTH-X.
004190     IF BK-CARD-GROWTH-X = SPACES
004200         MOVE ZEROS TO BK-CARD-GROWTH-X
004210     END-IF.
004220     IF HP-DATASET-NAME = SPACES
004230         OR BK-CARD-COUNT NOT NUMERIC
004240         OR BK-CARD-LOAD NOT NUMERIC
004250         OR BK-CARD-GROWTH NOT NUMERIC
004260         GO TO 2100-EDIT-PROFILE-EXIT
004270     END-IF.
004280     IF BK-CARD-COUNT = ZERO OR BK-CARD-LOAD = ZERO
004290         GO TO 2100-EDIT-PROFILE-EXIT
004300     END-IF.
004310     MOVE BK-CARD-COUNT TO BK-RECORD-COUNT.
004320     MOVE BK-CARD-LOAD TO BK-LOAD-100.
004330     MOVE BK-CARD-GROWTH TO BK-GROWTH-PCT.
004340     SET BK-CARD-OK TO TRUE.
004350 2100-EDIT-PROFILE-EXIT.
004360     EXIT.
004370
004380*-----------------------------------------------------------------
004390* 2800-FLAG-OVER-CEILING REPORTS A DATASET THE MASTER CANNOT SIZE
004400* AND WRITES ITS 'C' RECORD WITH NO BUCKET COUNT.  THE RUN ENDS
004410* WITH RETURN-CODE 4 SO THE DBA JOB STREAM NOTICES.
004420*-----------------------------------------------------------------
004430 2800-FLAG-OVER-CEILING.
004440     MOVE BK-BUCKETS-NEEDED TO BK-ALERT-NEEDED.
004450     MOVE BK-COVERAGE TO BK-ALERT-CEILING.
004460     WRITE REPORT-LINE FROM BK-ALERT-LINE.
004470     ADD 1 TO BK-CEILING-COUNT.
004480     MOVE 'C' TO BR-STATUS.
004490     WRITE BUCKET-RECOMMEND-REC.
004500 2800-FLAG-OVER-CEILING-EXIT.
004510     EXIT.
004520
004530*-----------------------------------------------------------------
004540* 3000-FIND-BUCKET-COUNTS POSITIONS THE BROWSE AT THE BUCKETS
004550* NEEDED WITH START KEY NOT LESS THAN, THEN READ NEXT DELIVERS
004560* THE RECOMMENDED PRIME AND THE TWO ALTERNATES IN TURN.  STATUS
004570* 23 ON THE START, OR END OF FILE PART WAY, LEAVES THE REMAINING
004580* SLOTS ZERO.
004590*-----------------------------------------------------------------
004600 3000-FIND-BUCKET-COUNTS.
004610     MOVE 'N' TO BK-BROWSE-END-SW.
004620     PERFORM 3050-CLEAR-ONE-CANDIDATE
004630         THRU 3050-CLEAR-ONE-CANDIDATE-EXIT
004640         VARYING BK-CANDIDATE-SUB FROM 1 BY 1
004650         UNTIL BK-CANDIDATE-SUB > 3.
004660     MOVE BK-BUCKETS-NEEDED TO PM-PRIME-VALUE.
004670     START PRIME-MASTER-FILE
004680         KEY NOT LESS THAN PM-PRIME-VALUE
004690         INVALID KEY
004700             CONTINUE
004710     END-START.
004720     IF BK-PMSTR-STATUS NOT = '00'
004730         GO TO 3000-FIND-BUCKET-COUNTS-EXIT
004740     END-IF.
004750     PERFORM 3100-READ-ONE-CANDIDATE
004760         THRU 3100-READ-ONE-CANDIDATE-EXIT
004770         VARYING BK-CANDIDATE-SUB FROM 1 BY 1
004780         UNTIL BK-CANDIDATE-SUB > 3
004790             OR BK-BROWSE-END.
004800 3000-FIND-BUCKET-COUNTS-EXIT.
004810     EXIT.
004820
004830 3050-CLEAR-ONE-CANDIDATE.
004840     SET CX TO BK-CANDIDATE-SUB.
004850     MOVE ZERO TO BK-CANDIDATE(CX).
004860 3050-CLEAR-ONE-CANDIDATE-EXIT.
004870     EXIT.
004880
004890 3100-READ-ONE-CANDIDATE.
004900     READ PRIME-MASTER-FILE NEXT RECORD
004910         AT END
004920             SET BK-BROWSE-END TO TRUE
004930             GO TO 3100-READ-ONE-CANDIDATE-EXIT
004940     END-READ.
004950     IF BK-PMSTR-STATUS NOT = '00'
004960         DISPLAY 'PRIMBKTS - PRIME-MASTER-FILE READ FAILED '
004970             BK-PMSTR-STATUS
004980         MOVE 16 TO RETURN-CODE
004990         PERFORM 8000-TERMINATE
005000             THRU 8000-TERMINATE-EXIT
005010         GO TO 9999-EXIT
005020     END-IF.
005030     SET CX TO BK-CANDIDATE-SUB.
005040     MOVE PM-PRIME-VALUE TO BK-CANDIDATE(CX).
005050 3100-READ-ONE-CANDIDATE-EXIT.
005060     EXIT.
005070
005080*-----------------------------------------------------------------
005090* 3500-PRINT-CHOICES PRINTS THE RECOMMENDED COUNT AND THE TWO
005100* ALTERNATES, EACH WITH ITS PROJECTED LOAD FACTORS.  AN ALTERNATE
005110* THE MASTER COULD NOT SUPPLY IS SAID SO, NOT PRINTED AS ZERO.
005120*-----------------------------------------------------------------
005130 3500-PRINT-CHOICES.
005140     PERFORM 3550-PRINT-ONE-CHOICE
005150         THRU 3550-PRINT-ONE-CHOICE-EXIT
005160         VARYING BK-CANDIDATE-SUB FROM 1 BY 1
005170         UNTIL BK-CANDIDATE-SUB > 3.
005180 3500-PRINT-CHOICES-EXIT.
005190     EXIT.
005200
005210 3550-PRINT-ONE-CHOICE.
005220     SET CX TO BK-CANDIDATE-SUB.
005230     IF BK-CANDIDATE-SUB = 1
005240         MOVE 'RECOMMENDED' TO BK-CH-LABEL
005250     ELSE
005260         IF BK-CANDIDATE-SUB = 2
005270             MOVE 'ALTERNATE 1' TO BK-CH-LABEL
005280         ELSE
005290             MOVE 'ALTERNATE 2' TO BK-CH-LABEL
005300         END-IF
005310     END-IF.
005320     IF BK-CANDIDATE(CX) = ZERO
005330         MOVE BK-CH-LABEL TO BK-NONE-LABEL
005340         WRITE REPORT-LINE FROM BK-NONE-LINE
005350         GO TO 3550-PRINT-ONE-CHOICE-EXIT
005360     END-IF.
005370     PERFORM 3600-COMPUTE-LOADS
005380         THRU 3600-COMPUTE-LOADS-EXIT.
005390     MOVE BK-CANDIDATE(CX) TO BK-CH-BUCKETS.
005400     MOVE BK-LOAD-TODAY TO BK-CH-LOAD-TODAY.
005410     MOVE BK-LOAD-GROWN TO BK-CH-LOAD-GROWN.
005420     WRITE REPORT-LINE FROM BK-CHOICE-LINE.
005430 3550-PRINT-ONE-CHOICE-EXIT.
005440     EXIT.
005450
005460*-----------------------------------------------------------------
005470* 3600-COMPUTE-LOADS GIVES THE PROJECTED LOAD FACTORS (RECORDS
005480* PER BUCKET) FOR THE CANDIDATE AT CX, AT TODAY'S VOLUME AND AT
005490* THE GROWN VOLUME, ROUNDED TO TWO DECIMALS.
005500*-----------------------------------------------------------------
005510 3600-COMPUTE-LOADS.
005520     COMPUTE BK-LOAD-TODAY ROUNDED =
005530         BK-RECORD-COUNT / BK-CANDIDATE(CX).
005540     COMPUTE BK-LOAD-GROWN ROUNDED =
005550         BK-GROWN-COUNT / BK-CANDIDATE(CX).
005560 3600-COMPUTE-LOADS-EXIT.
005570     EXIT.
005580
005590*-----------------------------------------------------------------
005600* 4800-WRITE-SUMMARY CLOSES THE REPORT WITH THE RUN COUNTS.  ANY
005610* DATASET OVER THE CEILING OR ANY UNUSABLE CARD LEAVES
005620* RETURN-CODE 4.
005630*-----------------------------------------------------------------
005640 4800-WRITE-SUMMARY.
005650     WRITE REPORT-LINE FROM BK-BLANK-LINE.
005660     MOVE BK-PROFILE-COUNT TO BK-SUM-READ.
005670     MOVE BK-SIZED-COUNT TO BK-SUM-SIZED.
005680     MOVE BK-CEILING-COUNT TO BK-SUM-CEILING.
005690     MOVE BK-ERROR-COUNT TO BK-SUM-ERRORS.
005700     WRITE REPORT-LINE FROM BK-SUMMARY-LINE.
005710     IF BK-CEILING-COUNT > 0 OR BK-ERROR-COUNT > 0
005720         IF RETURN-CODE < 4
005730             MOVE 4 TO RETURN-CODE
005740         END-IF
005750     END-IF.
005760 4800-WRITE-SUMMARY-EXIT.
005770     EXIT.
005780
005790*-----------------------------------------------------------------
005800* 8000-TERMINATE CLOSES THE FILES BEFORE THE RUN ENDS.
005810*-----------------------------------------------------------------
005820 8000-TERMINATE.
005830     CLOSE PRIME-MASTER-FILE.
005840     CLOSE PROFILE-FILE.
005850     CLOSE RECOMMEND-FILE.
005860     CLOSE REPORT-FILE.
005870 8000-TERMINATE-EXIT.
005880     EXIT.
005890
005900 9999-EXIT.
005910     GOBACK.
