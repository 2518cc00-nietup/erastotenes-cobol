000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRIMCHKD.
000030 AUTHOR. J HALVORSEN.
000040 INSTALLATION. DATA CENTER SERVICES.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* REMARKS.  CHECK-DIGIT GENERATION AND VERIFICATION FOR ACCOUNT
000090*           AND REFERENCE NUMBERS, DRIVEN OFF THE KEYED PRIME
000100*           MASTER INSTEAD OF THE HAND-CODED MODULI AND WEIGHTS
000110*           EACH JOB USED TO CARRY FOR ITSELF.  THE MODULUS AND
000120*           THE WEIGHT SERIES ARE PRIMES TAKEN FROM PRIMEMST BY
000130*           PM-ORDINAL, AS NAMED ON THE CONTROL CARD:
000140*             - THE MODULUS IS THE PRIME AT THE MODULUS ORDINAL.
000150*               THE CHECK DIGIT IS ONE DECIMAL DIGIT, SO THE
000160*               MODULUS MAY BE NO LARGER THAN 11 (ORDINALS 1-5);
000170*               UNDER MODULUS 11 A NUMBER WHOSE CHECK VALUE
000180*               COMES OUT AT 10 CANNOT TAKE A DIGIT AND IS
000190*               REJECTED, THE USUAL MOD-11 CONVENTION.
000200*             - THE WEIGHTS ARE THE CD-MAX-DIGITS CONSECUTIVE
000210*               PRIMES STARTING AT THE WEIGHT ORDINAL, APPLIED
000220*               RIGHT TO LEFT - THE FIRST WEIGHT TO THE DIGIT
000230*               NEXT TO THE CHECK DIGIT.  THE CHECK DIGIT ITSELF
000240*               CARRIES WEIGHT 1, SO A GOOD NUMBER'S WEIGHTED SUM
000250*               IS AN EXACT MULTIPLE OF THE MODULUS.  A SERIES
000260*               THAT INCLUDES THE MODULUS IS REFUSED - THAT
000270*               POSITION WOULD NOT BE PROTECTED AT ALL.
000280*           GENERATE MODE APPENDS THE DIGIT AND WRITES EACH
000290*           NUMBER TO CHKDOUT; VERIFY MODE TREATS THE LAST DIGIT
000300*           AS THE CHECK DIGIT AND REPORTS PASS OR FAIL FOR EVERY
000310*           NUMBER.  IN BOTH MODES A NUMBER THAT FAILS OR CANNOT
000320*           BE PROCESSED GOES TO THE CHKDREJ REJECT FILE WITH A
000330*           REASON CODE.  EVERY OUTPUT AND REJECT RECORD, AND THE
000340*           REPORT HEADING, CARRY THE TABLE-SIZE AND RUN DATE/TIME
000350*           OF THE MASTER USED (CHKDREC LAYOUT), SO A DISPUTED
000360*           DIGIT CAN BE TRACED TO THE EXACT PUBLISH.
000370*
000380*           SYSIN CONTROL CARD:
000390*             COL  1      MODE - 'G' GENERATE, 'V' VERIFY
000400*             COLS 2-7    MODULUS ORDINAL (1 THRU 5)
000410*             COLS 8-13   FIRST WEIGHT ORDINAL (BLANK = THE
000420*                         ORDINAL AFTER THE MODULUS)
000430*
000440*           ACCTIN CARRIES ONE NUMBER PER RECORD IN COLS 1-16,
000450*           LEFT-JUSTIFIED, DIGITS ONLY - UP TO 15 DIGITS TO
000460*           GENERATE FOR, OR 2 TO 16 DIGITS (CHECK DIGIT LAST)
000470*           TO VERIFY.
000480*
000490*           RETURN CODES: 0 ALL NUMBERS GOOD, 4 ONE OR MORE
000500*           FAILED OR REJECTED, 16 FILE FAILURE OR MASTER UNUSABLE
000510*           (NO CONTROL RECORD OR TOO SHORT), 20 CARD REFUSED.
000520*-----------------------------------------------------------------
000530* MODIFICATION HISTORY.
000540* DATE       INIT  DESCRIPTION
000550* -------    ----  ------------------------------------------------
000560* 10/15/2026 JRH   INITIAL VERSION.  THE MASTER IS READ ONCE IN
000570*                  KEY ORDER - ASCENDING PRIME, SO ASCENDING
000580*                  ORDINAL - UNTIL THE MODULUS AND EVERY WEIGHT
000590*                  HAVE BEEN PICKED UP; NO KEYED READS ARE NEEDED
000600*                  SINCE THE CARD NAMES PRIMES BY ORDINAL.
000610*-----------------------------------------------------------------
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT SYSIN-FILE ASSIGN TO SYSIN
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS CD-SYSIN-STATUS.
000680     SELECT PRIME-MASTER-FILE ASSIGN TO PRIMEMST
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS SEQUENTIAL
000710         RECORD KEY IS PM-PRIME-VALUE
000720         FILE STATUS IS CD-PMSTR-STATUS.
000730     SELECT ACCOUNT-IN-FILE ASSIGN TO ACCTIN
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS CD-ACCTIN-STATUS.
000760     SELECT CHECK-OUT-FILE ASSIGN TO CHKDOUT
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS CD-CHKDOUT-STATUS.
000790     SELECT CHECK-REJECT-FILE ASSIGN TO CHKDREJ
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS CD-CHKDREJ-STATUS.
000820     SELECT REPORT-FILE ASSIGN TO CHKDRPT
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS CD-CHKDRPT-STATUS.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880*-----------------------------------------------------------------
000890* SYSIN-FILE CARRIES THE CONTROL CARD DESCRIBED IN THE REMARKS.
000900* THE FIELDS ARE COPIED TO WORKING STORAGE AS SOON AS THE RECORD
000910* IS READ; NOTHING REFERENCES THEM AFTER THE CLOSE.
000920*-----------------------------------------------------------------
000930 FD  SYSIN-FILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE OMITTED.
000960 01  SYSIN-REC.
000970     05  SI-MODE                 PIC X(01).
000980     05  SI-MODULUS-ORDINAL      PIC X(06).
000990     05  SI-WEIGHT-ORDINAL       PIC X(06).
001000     05  FILLER                  PIC X(67).
001010
001020*-----------------------------------------------------------------
001030* PRIME-MASTER-FILE IS THE KEYED PRIME MASTER, READ HERE ONCE IN
001040* KEY ORDER FROM THE CONTROL RECORD UP.  LAYOUT IS SHARED VIA THE
001050* PMSTRREC COPYBOOK.
001060*-----------------------------------------------------------------
001070 FD  PRIME-MASTER-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE OMITTED.
001100     COPY PMSTRREC.
001110
001120*-----------------------------------------------------------------
001130* ACCOUNT-IN-FILE CARRIES THE NUMBERS TO BE PROCESSED, ONE PER
001140* RECORD IN COLUMNS 1-16.
001150*-----------------------------------------------------------------
001160 FD  ACCOUNT-IN-FILE
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE OMITTED.
001190 01  ACCOUNT-IN-REC.
001200     05  AI-NUMBER               PIC X(16).
001210     05  FILLER                  PIC X(64).
001220
001230*-----------------------------------------------------------------
001240* CHECK-OUT-FILE (GENERATE MODE ONLY) AND CHECK-REJECT-FILE TAKE
001250* CHKDREC RECORDS BUILT IN WORKING STORAGE.
001260*-----------------------------------------------------------------
001270 FD  CHECK-OUT-FILE
001280     RECORDING MODE IS F
001290     LABEL RECORDS ARE OMITTED.
001300 01  CHECK-OUT-REC               PIC X(80).
001310
001320 FD  CHECK-REJECT-FILE
001330     RECORDING MODE IS F
001340     LABEL RECORDS ARE OMITTED.
001350 01  CHECK-REJECT-REC            PIC X(80).
001360
001370*-----------------------------------------------------------------
001380* REPORT-FILE IS THE 132-COLUMN RUN REPORT.
001390*-----------------------------------------------------------------
001400 FD  REPORT-FILE
001410     RECORDING MODE IS F
001420     LABEL RECORDS ARE OMITTED.
001430 01  REPORT-LINE                 PIC X(132).
001440
001450 WORKING-STORAGE SECTION.
001460 77  CD-SYSIN-STATUS             PIC X(02) VALUE '00'.
001470 77  CD-PMSTR-STATUS             PIC X(02) VALUE '00'.
001480 77  CD-ACCTIN-STATUS            PIC X(02) VALUE '00'.
001490 77  CD-CHKDOUT-STATUS           PIC X(02) VALUE '00'.
001500 77  CD-CHKDREJ-STATUS           PIC X(02) VALUE '00'.
001510 77  CD-CHKDRPT-STATUS           PIC X(02) VALUE '00'.
001520 77  CD-ACCTIN-EOF-SW            PIC X(01) VALUE 'N'.
001530     88  CD-ACCTIN-EOF               VALUE 'Y'.
001540 77  CD-PMSTR-EOF-SW             PIC X(01) VALUE 'N'.
001550     88  CD-PMSTR-EOF                VALUE 'Y'.
001560*-----------------------------------------------------------------
001570* THE CONTROL CARD AS REQUESTED, HELD RAW SO THE NUMERIC TESTS
001580* CAN RUN AFTER SYSIN IS CLOSED.
001590*-----------------------------------------------------------------
001600 77  CD-MODE                     PIC X(01) VALUE SPACE.
001610     88  CD-MODE-GENERATE            VALUE 'G'.
001620     88  CD-MODE-VERIFY              VALUE 'V'.
001630 01  CD-CARD-MOD-ORD-X           PIC X(06) VALUE SPACES.
001640 01  CD-CARD-MOD-ORD REDEFINES CD-CARD-MOD-ORD-X
001650                                 PIC 9(06).
001660 01  CD-CARD-WGT-ORD-X           PIC X(06) VALUE SPACES.
001670 01  CD-CARD-WGT-ORD REDEFINES CD-CARD-WGT-ORD-X
001680                                 PIC 9(06).
001690*-----------------------------------------------------------------
001700* THE MODULUS AND WEIGHT SERIES AS PICKED UP FROM THE MASTER.
001710* CD-MAX-DIGITS IS THE LONGEST NUMBER (CHECK DIGIT EXCLUDED) THAT
001720* CAN BE WEIGHTED, AND SO THE LENGTH OF THE WEIGHT SERIES.
001730*-----------------------------------------------------------------
001740 77  CD-MAX-DIGITS               PIC 9(02) COMP VALUE 15.
001750 77  CD-MAX-MOD-ORDINAL          PIC 9(02) COMP VALUE 5.
001760 77  CD-MOD-ORDINAL              PIC 9(06) VALUE ZERO.
001770 77  CD-WGT-ORDINAL              PIC 9(06) VALUE ZERO.
001780 77  CD-WGT-LAST-ORDINAL         PIC 9(06) VALUE ZERO.
001790 77  CD-HIGH-ORDINAL             PIC 9(06) VALUE ZERO.
001800 77  CD-MODULUS                  PIC 9(06) VALUE ZERO.
001810 77  CD-WEIGHTS-LOADED           PIC 9(02) COMP VALUE ZERO.
001820 01  CD-WEIGHT-TABLE.
001830     05  CD-WEIGHT               PIC 9(06) COMP VALUE ZERO
001840                                  OCCURS 15 TIMES
001850                                  INDEXED BY WX.
001860 77  CD-WEIGHT-SUB               PIC 9(06) COMP VALUE ZERO.
001870*-----------------------------------------------------------------
001880* RUN IDENTIFICATION FROM THE MASTER CONTROL RECORD, STAMPED ON
001890* EVERY OUTPUT RECORD AND ON THE REPORT HEADING.
001900*-----------------------------------------------------------------
001910 77  CD-MST-TABLE-SIZE           PIC 9(06) VALUE ZERO.
001920 77  CD-MST-RUN-DATE             PIC 9(08) VALUE ZERO.
001930 77  CD-MST-RUN-TIME             PIC 9(08) VALUE ZERO.
001940 77  CD-RUN-DATE                 PIC 9(08) VALUE ZERO.
001950*-----------------------------------------------------------------
001960* ONE NUMBER UNDER EDIT.  THE CHARACTER VIEW IS SCANNED LEFT TO
001970* RIGHT; ONCE EVERY CHARACTER UP TO THE LENGTH IS KNOWN TO BE A
001980* DIGIT, THE DIGIT VIEW IS USED FOR THE ARITHMETIC.
001990*-----------------------------------------------------------------
002000 01  CD-NUMBER                   PIC X(16) VALUE SPACES.
002010 01  CD-NUMBER-CHARS REDEFINES CD-NUMBER.
002020     05  CD-NUM-CHAR             PIC X(01) OCCURS 16 TIMES.
002030 01  CD-NUMBER-DIGITS REDEFINES CD-NUMBER.
002040     05  CD-NUM-DIGIT            PIC 9(01) OCCURS 16 TIMES.
002050 77  CD-NUM-LENGTH               PIC 9(02) COMP VALUE ZERO.
002060 77  CD-DATA-LENGTH              PIC 9(02) COMP VALUE ZERO.
002070 77  CD-SCAN-SUB                 PIC 9(02) COMP VALUE ZERO.
002080 77  CD-POS                      PIC 9(02) COMP VALUE ZERO.
002090 77  CD-END-SEEN-SW              PIC X(01) VALUE 'N'.
002100     88  CD-END-SEEN                 VALUE 'Y'.
002110 77  CD-BAD-CHAR-SW              PIC X(01) VALUE 'N'.
002120     88  CD-BAD-CHAR                 VALUE 'Y'.
002130 77  CD-WEIGHTED-SUM             PIC 9(09) COMP VALUE ZERO.
002140 77  CD-SUM-QUOT                 PIC 9(09) COMP VALUE ZERO.
002150 77  CD-SUM-REM                  PIC 9(06) COMP VALUE ZERO.
002160 77  CD-CHECK-VALUE              PIC 9(06) COMP VALUE ZERO.
002170 01  CD-CHECK-DIGIT-X            PIC X(01) VALUE SPACE.
002180 01  CD-CHECK-DIGIT-9 REDEFINES CD-CHECK-DIGIT-X
002190                                 PIC 9(01).
002200 77  CD-GIVEN-DIGIT              PIC 9(01) VALUE ZERO.
002210*-----------------------------------------------------------------
002220* THE OUTCOME FOR ONE NUMBER - RESULT CODE, REASON CODE AND THE
002230* REASON AS PRINTED.
002240*-----------------------------------------------------------------
002250 77  CD-RESULT                   PIC X(01) VALUE SPACE.
002260 77  CD-REASON                   PIC X(02) VALUE '00'.
002270 77  CD-REASON-TEXT              PIC X(44) VALUE SPACES.
002280*-----------------------------------------------------------------
002290* RUN COUNTS.
002300*-----------------------------------------------------------------
002310 77  CD-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
002320 77  CD-GOOD-COUNT               PIC 9(07) COMP VALUE ZERO.
002330 77  CD-FAIL-COUNT               PIC 9(07) COMP VALUE ZERO.
002340 77  CD-REJECT-COUNT             PIC 9(07) COMP VALUE ZERO.
002350 77  CD-EDIT-ORDINAL             PIC ZZZZZ9.
002360*-----------------------------------------------------------------
002370* THE CHKDREC RECORD UNDER CONSTRUCTION, WRITTEN FROM HERE TO
002380* WHICHEVER OF THE OUTPUT AND REJECT FILES IT BELONGS ON.
002390*-----------------------------------------------------------------
002400     COPY CHKDREC.
002410*-----------------------------------------------------------------
002420* PRINT LINES.
002430*-----------------------------------------------------------------
002440 01  CD-TITLE-LINE.
002450     05  FILLER                  PIC X(09) VALUE 'PRIMCHKD '.
002460     05  FILLER                  PIC X(12) VALUE 'CHECK-DIGIT '.
002470     05  CD-TITLE-MODE           PIC X(12) VALUE SPACES.
002480     05  FILLER                  PIC X(05) VALUE ' RUN '.
002490     05  CD-TITLE-DATE           PIC 9(08).
002500     05  FILLER                  PIC X(86) VALUE SPACES.
002510 01  CD-STAMP-LINE.
002520     05  FILLER                  PIC X(19) VALUE
002530         'PRIMEMST TABLE-SIZE'.
002540     05  FILLER                  PIC X(01) VALUE SPACE.
002550     05  CD-STAMP-SIZE           PIC ZZZZZ9.
002560     05  FILLER                  PIC X(11) VALUE '  RUN DATE '.
002570     05  CD-STAMP-DATE           PIC 9(08).
002580     05  FILLER                  PIC X(11) VALUE '  RUN TIME '.
002590     05  CD-STAMP-TIME           PIC 9(08).
002600     05  FILLER                  PIC X(68) VALUE SPACES.
002610 01  CD-PARM-LINE.
002620     05  FILLER                  PIC X(08) VALUE 'MODULUS '.
002630     05  CD-PARM-MODULUS         PIC ZZZZZ9.
002640     05  FILLER                  PIC X(10) VALUE ' (ORDINAL '.
002650     05  CD-PARM-MOD-ORD         PIC ZZZZZ9.
002660     05  FILLER                  PIC X(24) VALUE
002670         ')  WEIGHTS FROM ORDINAL '.
002680     05  CD-PARM-WGT-ORD         PIC ZZZZZ9.
002690     05  FILLER                  PIC X(08) VALUE ' (PRIME '.
002700     05  CD-PARM-WGT-PRIME       PIC ZZZZZ9.
002710     05  FILLER                  PIC X(16) VALUE
002720         ') RIGHT TO LEFT'.
002730     05  FILLER                  PIC X(42) VALUE SPACES.
002740 01  CD-DETAIL-LINE.
002750     05  CD-DET-RESULT           PIC X(08) VALUE SPACES.
002760     05  CD-DET-NUMBER           PIC X(16) VALUE SPACES.
002770     05  FILLER                  PIC X(08) VALUE '  DIGIT '.
002780     05  CD-DET-DIGIT            PIC X(01) VALUE SPACE.
002790     05  FILLER                  PIC X(02) VALUE SPACES.
002800     05  CD-DET-REASON           PIC X(02) VALUE SPACES.
002810     05  FILLER                  PIC X(01) VALUE SPACE.
002820     05  CD-DET-TEXT             PIC X(44) VALUE SPACES.
002830     05  FILLER                  PIC X(50) VALUE SPACES.
002840 01  CD-SUMMARY-LINE.
002850     05  FILLER                  PIC X(13) VALUE 'NUMBERS READ '.
002860     05  CD-SUM-READ             PIC ZZZZZZ9.
002870     05  FILLER                  PIC X(02) VALUE SPACES.
002880     05  CD-SUM-GOOD-TEXT        PIC X(10) VALUE SPACES.
002890     05  CD-SUM-GOOD             PIC ZZZZZZ9.
002900     05  FILLER                  PIC X(09) VALUE '  FAILED '.
002910     05  CD-SUM-FAILED           PIC ZZZZZZ9.
002920     05  FILLER                  PIC X(11) VALUE '  REJECTED '.
002930     05  CD-SUM-REJECTED         PIC ZZZZZZ9.
002940     05  FILLER                  PIC X(59) VALUE SPACES.
002950
002960 PROCEDURE DIVISION.
002970*-----------------------------------------------------------------
002980* 0000-MAINLINE
002990*-----------------------------------------------------------------
003000 0000-MAINLINE.
003010     PERFORM 1000-INITIALIZE
003020         THRU 1000-INITIALIZE-EXIT.
003030     PERFORM 1100-LOAD-FROM-MASTER
003040         THRU 1100-LOAD-FROM-MASTER-EXIT.
003050     PERFORM 1500-OPEN-FILES
003060         THRU 1500-OPEN-FILES-EXIT.
003070     PERFORM 1900-WRITE-HEADING
003080         THRU 1900-WRITE-HEADING-EXIT.
003090     PERFORM 2000-PROCESS-ONE-NUMBER
003100         THRU 2000-PROCESS-ONE-NUMBER-EXIT
003110         UNTIL CD-ACCTIN-EOF.
003120     PERFORM 4800-WRITE-SUMMARY
003130         THRU 4800-WRITE-SUMMARY-EXIT.
003140     PERFORM 8000-TERMINATE
003150         THRU 8000-TERMINATE-EXIT.
003160     GO TO 9999-EXIT.
003170
003180*-----------------------------------------------------------------
003190* 1000-INITIALIZE READS THE CONTROL CARD, COPYING ITS FIELDS TO
003200* WORKING STORAGE WHILE SYSIN IS STILL OPEN, THEN VALIDATES IT.
003210* THERE IS NO SENSIBLE DEFAULT MODE OR MODULUS - A MISSING OR
003220* UNUSABLE CARD IS REFUSED BEFORE ANY FILE IS TOUCHED.
003230*-----------------------------------------------------------------
003240 1000-INITIALIZE.
003250     ACCEPT CD-RUN-DATE FROM DATE YYYYMMDD.
003260     OPEN INPUT SYSIN-FILE.
003270     IF CD-SYSIN-STATUS = '00'
003280         READ SYSIN-FILE
003290             AT END
003300                 CONTINUE
003310             NOT AT END
003320                 MOVE SI-MODE TO CD-MODE
003330                 MOVE SI-MODULUS-ORDINAL TO CD-CARD-MOD-ORD-X
003340                 MOVE SI-WEIGHT-ORDINAL TO CD-CARD-WGT-ORD-X
003350         END-READ
003360         CLOSE SYSIN-FILE
003370     END-IF.
003380     IF NOT CD-MODE-GENERATE AND NOT CD-MODE-VERIFY
003390         DISPLAY 'PRIMCHKD - INVALID MODE ' CD-MODE
003400             ' - USE G (GENERATE) OR V (VERIFY)'
003410         MOVE 20 TO RETURN-CODE
003420         GO TO 9999-EXIT
003430     END-IF.
003440     IF CD-CARD-MOD-ORD NOT NUMERIC
003450         OR CD-CARD-MOD-ORD = ZERO
003460         OR CD-CARD-MOD-ORD > CD-MAX-MOD-ORDINAL
003470         DISPLAY 'PRIMCHKD - MODULUS ORDINAL ' CD-CARD-MOD-ORD-X
003480             ' REFUSED - MUST BE 1 THRU 5 (PRIMES 2 THRU 11)'
003490         MOVE 20 TO RETURN-CODE
003500         GO TO 9999-EXIT
003510     END-IF.
003520     MOVE CD-CARD-MOD-ORD TO CD-MOD-ORDINAL.
003530     IF CD-CARD-WGT-ORD-X = SPACES
003540         COMPUTE CD-WGT-ORDINAL = CD-MOD-ORDINAL + 1
003550     ELSE
003560         IF CD-CARD-WGT-ORD NOT NUMERIC
003570             OR CD-CARD-WGT-ORD = ZERO
003580             DISPLAY 'PRIMCHKD - WEIGHT ORDINAL '
003590                 CD-CARD-WGT-ORD-X ' IS NOT A POSITIVE NUMBER'
003600             MOVE 20 TO RETURN-CODE
003610             GO TO 9999-EXIT
003620         END-IF
003630         MOVE CD-CARD-WGT-ORD TO CD-WGT-ORDINAL
003640     END-IF.
003650     COMPUTE CD-WGT-LAST-ORDINAL =
003660         CD-WGT-ORDINAL + CD-MAX-DIGITS - 1.
003670*    A WEIGHT EQUAL TO THE MODULUS IS ZERO MODULO THE MODULUS -
003680*    ANY DIGIT IN THAT POSITION WOULD GO UNCHECKED.
003690     IF CD-MOD-ORDINAL NOT < CD-WGT-ORDINAL
003700         AND CD-MOD-ORDINAL NOT > CD-WGT-LAST-ORDINAL
003710         DISPLAY 'PRIMCHKD - WEIGHT SERIES INCLUDES THE MODULUS '
003720             '- START THE WEIGHTS PAST ORDINAL ' CD-MOD-ORDINAL
003730         MOVE 20 TO RETURN-CODE
003740         GO TO 9999-EXIT
003750     END-IF.
003760     IF CD-WGT-LAST-ORDINAL > CD-MOD-ORDINAL
003770         MOVE CD-WGT-LAST-ORDINAL TO CD-HIGH-ORDINAL
003780     ELSE
003790         MOVE CD-MOD-ORDINAL TO CD-HIGH-ORDINAL
003800     END-IF.
003810 1000-INITIALIZE-EXIT.
003820     EXIT.
003830
003840*-----------------------------------------------------------------
003850* 1100-LOAD-FROM-MASTER READS THE MASTER IN KEY ORDER.  THE
003860* CONTROL RECORD (KEY 000000) COMES FIRST AND GIVES THE RUN
003870* STAMP; THE PRIMES FOLLOW IN ORDINAL ORDER AND THE MODULUS AND
003880* WEIGHTS ARE PICKED OFF AS THEIR ORDINALS GO BY.  THE READ STOPS
003890* AT THE HIGHEST ORDINAL THE CARD NEEDS.  A MASTER WITH NO
003900* CONTROL RECORD, OR ONE ENDING SHORT OF THAT ORDINAL, IS UNUSED.
003910*-----------------------------------------------------------------
003920 1100-LOAD-FROM-MASTER.
003930     OPEN INPUT PRIME-MASTER-FILE.
003940     IF CD-PMSTR-STATUS NOT = '00'
003950         DISPLAY 'PRIMCHKD - PRIME-MASTER-FILE OPEN FAILED '
003960             CD-PMSTR-STATUS
003970         MOVE 16 TO RETURN-CODE
003980         GO TO 9999-EXIT
003990     END-IF.
004000     READ PRIME-MASTER-FILE
004010         AT END
004020             SET CD-PMSTR-EOF TO TRUE
004030     END-READ.
004040     IF CD-PMSTR-EOF OR NOT PM-CONTROL-REC
004050         DISPLAY 'PRIMCHKD - PRIME MASTER HAS NO CONTROL RECORD'
004060             ' - CANNOT STAMP THE OUTPUT'
004070         MOVE 16 TO RETURN-CODE
004080         CLOSE PRIME-MASTER-FILE
004090         GO TO 9999-EXIT
004100     END-IF.
004110     MOVE PM-TABLE-SIZE TO CD-MST-TABLE-SIZE.
004120     MOVE PM-RUN-DATE TO CD-MST-RUN-DATE.
004130     MOVE PM-RUN-TIME TO CD-MST-RUN-TIME.
004140     PERFORM 1150-TAKE-ONE-PRIME
004150         THRU 1150-TAKE-ONE-PRIME-EXIT
004160         UNTIL CD-PMSTR-EOF.
004170     CLOSE PRIME-MASTER-FILE.
004180     IF CD-MODULUS = ZERO
004190         OR CD-WEIGHTS-LOADED < CD-MAX-DIGITS
004200         MOVE CD-HIGH-ORDINAL TO CD-EDIT-ORDINAL
004210         DISPLAY 'PRIMCHKD - MASTER DOES NOT REACH ORDINAL '
004220             CD-EDIT-ORDINAL ' - MODULUS OR WEIGHTS UNAVAILABLE'
004230         MOVE 16 TO RETURN-CODE
004240         GO TO 9999-EXIT
004250     END-IF.
004260 1100-LOAD-FROM-MASTER-EXIT.
004270     EXIT.
004280
004290 1150-TAKE-ONE-PRIME.
004300     READ PRIME-MASTER-FILE
004310         AT END
004320             SET CD-PMSTR-EOF TO TRUE
004330             GO TO 1150-TAKE-ONE-PRIME-EXIT
004340     END-READ.
004350     IF PM-ORDINAL = CD-MOD-ORDINAL
004360         MOVE PM-PRIME-VALUE TO CD-MODULUS
004370     END-IF.
004380     IF PM-ORDINAL NOT < CD-WGT-ORDINAL
004390         AND PM-ORDINAL NOT > CD-WGT-LAST-ORDINAL
004400         COMPUTE CD-WEIGHT-SUB = PM-ORDINAL - CD-WGT-ORDINAL + 1
004410         SET WX TO CD-WEIGHT-SUB
004420         MOVE PM-PRIME-VALUE TO CD-WEIGHT(WX)
004430         ADD 1 TO CD-WEIGHTS-LOADED
004440     END-IF.
004450     IF PM-ORDINAL NOT < CD-HIGH-ORDINAL
004460         SET CD-PMSTR-EOF TO TRUE
004470     END-IF.
004480 1150-TAKE-ONE-PRIME-EXIT.
004490     EXIT.
004500
004510*-----------------------------------------------------------------
004520* 1500-OPEN-FILES OPENS THE NUMBER FILE, THE OUTPUT (GENERATE
004530* MODE ONLY), THE REJECT FILE AND THE REPORT, WITH THE SAME
004540* CHECKED-OPEN HANDLING THE SIEVE USES.
004550*-----------------------------------------------------------------
004560 1500-OPEN-FILES.
004570     OPEN INPUT ACCOUNT-IN-FILE.
004580     IF CD-ACCTIN-STATUS NOT = '00'
004590         DISPLAY 'PRIMCHKD - ACCOUNT-IN-FILE OPEN FAILED '
004600             CD-ACCTIN-STATUS
004610         MOVE 16 TO RETURN-CODE
004620         GO TO 9999-EXIT
004630     END-IF.
004640     IF CD-MODE-GENERATE
004650         OPEN OUTPUT CHECK-OUT-FILE
004660         IF CD-CHKDOUT-STATUS NOT = '00'
004670             DISPLAY 'PRIMCHKD - CHECK-OUT-FILE OPEN FAILED '
004680                 CD-CHKDOUT-STATUS
004690             MOVE 16 TO RETURN-CODE
004700             CLOSE ACCOUNT-IN-FILE
004710             GO TO 9999-EXIT
004720         END-IF
004730     END-IF.
004740     OPEN OUTPUT CHECK-REJECT-FILE.
004750     IF CD-CHKDREJ-STATUS NOT = '00'
004760         DISPLAY 'PRIMCHKD - CHECK-REJECT-FILE OPEN FAILED '
004770             CD-CHKDREJ-STATUS
004780         MOVE 16 TO RETURN-CODE
004790         CLOSE ACCOUNT-IN-FILE
004800         IF CD-MODE-GENERATE
004810             CLOSE CHECK-OUT-FILE
004820         END-IF
004830         GO TO 9999-EXIT
004840     END-IF.
004850     OPEN OUTPUT REPORT-FILE.
004860     IF CD-CHKDRPT-STATUS NOT = '00'
004870         DISPLAY 'PRIMCHKD - REPORT-FILE OPEN FAILED '
004880             CD-CHKDRPT-STATUS
004890         MOVE 16 TO RETURN-CODE
004900         CLOSE ACCOUNT-IN-FILE
004910         IF CD-MODE-GENERATE
004920             CLOSE CHECK-OUT-FILE
004930         END-IF
004940         CLOSE CHECK-REJECT-FILE
004950         GO TO 9999-EXIT
004960     END-IF.
004970 1500-OPEN-FILES-EXIT.
004980     EXIT.
004990
005000*-----------------------------------------------------------------
005010* 1900-WRITE-HEADING WRITES THE TITLE, THE MASTER'S RUN STAMP AND
005020* THE PARAMETERS IN FORCE, SO THE REPORT SAYS ON ITS FACE WHICH
005030* PUBLISH AND WHICH PRIMES EVERY DIGIT ON IT CAME FROM.
005040*-----------------------------------------------------------------
005050 1900-WRITE-HEADING.
005060     IF CD-MODE-GENERATE
005070         MOVE 'GENERATION' TO CD-TITLE-MODE
005080         MOVE ' GENERATED' TO CD-SUM-GOOD-TEXT
005090     ELSE
005100         MOVE 'VERIFICATION' TO CD-TITLE-MODE
005110         MOVE '    PASSED' TO CD-SUM-GOOD-TEXT
005120     END-IF.
005130     MOVE CD-RUN-DATE TO CD-TITLE-DATE.
005140     WRITE REPORT-LINE FROM CD-TITLE-LINE.
005150     MOVE CD-MST-TABLE-SIZE TO CD-STAMP-SIZE.
005160     MOVE CD-MST-RUN-DATE TO CD-STAMP-DATE.
005170     MOVE CD-MST-RUN-TIME TO CD-STAMP-TIME.
005180     WRITE REPORT-LINE FROM CD-STAMP-LINE.
005190     MOVE CD-MODULUS TO CD-PARM-MODULUS.
005200     MOVE CD-MOD-ORDINAL TO CD-PARM-MOD-ORD.
005210     MOVE CD-WGT-ORDINAL TO CD-PARM-WGT-ORD.
005220     SET WX TO 1.
005230     MOVE CD-WEIGHT(WX) TO CD-PARM-WGT-PRIME.
005240     WRITE REPORT-LINE FROM CD-PARM-LINE.
005250 1900-WRITE-HEADING-EXIT.
005260     EXIT.
005270
005280*-----------------------------------------------------------------
005290* 2000-PROCESS-ONE-NUMBER READS ONE NUMBER, EDITS IT, AND HANDS IT
005300* TO THE GENERATE OR VERIFY LOGIC.  AN EDIT FAILURE GOES STRAIGHT
005310* TO THE REJECT FILE.
005320*-----------------------------------------------------------------
005330 2000-PROCESS-ONE-NUMBER.
005340     READ ACCOUNT-IN-FILE
005350         AT END
005360             SET CD-ACCTIN-EOF TO TRUE
005370             GO TO 2000-PROCESS-ONE-NUMBER-EXIT
005380     END-READ.
005390     ADD 1 TO CD-READ-COUNT.
005400     MOVE AI-NUMBER TO CD-NUMBER.
005410     MOVE SPACE TO CD-CHECK-DIGIT-X.
005420     MOVE '00' TO CD-REASON.
005430     MOVE SPACES TO CD-REASON-TEXT.
005440     PERFORM 2100-EDIT-NUMBER
005450         THRU 2100-EDIT-NUMBER-EXIT.
005460     IF CD-REASON NOT = '00'
005470         MOVE 'R' TO CD-RESULT
005480         PERFORM 6000-WRITE-REJECT
005490             THRU 6000-WRITE-REJECT-EXIT
005500         GO TO 2000-PROCESS-ONE-NUMBER-EXIT
005510     END-IF.
005520     IF CD-MODE-GENERATE
005530         PERFORM 3000-GENERATE-DIGIT
005540             THRU 3000-GENERATE-DIGIT-EXIT
005550     ELSE
005560         PERFORM 4000-VERIFY-DIGIT
005570             THRU 4000-VERIFY-DIGIT-EXIT
005580     END-IF.
005590 2000-PROCESS-ONE-NUMBER-EXIT.
005600     EXIT.
005610
005620*-----------------------------------------------------------------
005630* 2100-EDIT-NUMBER FINDS THE NUMBER'S LENGTH AND PROVES IT IS ALL
005640* DIGITS.  THE FIRST SPACE ENDS THE NUMBER; ANYTHING BUT SPACES
005650* AFTER IT, OR ANY NON-DIGIT BEFORE IT, IS A BAD CHARACTER.  THE
005660* LENGTH MUST THEN SUIT THE MODE - ROOM FOR THE CHECK DIGIT WHEN
005670* GENERATING, AT LEAST ONE DIGIT BESIDES IT WHEN VERIFYING.
005680*-----------------------------------------------------------------
005690 2100-EDIT-NUMBER.
005700     IF CD-NUMBER = SPACES
005710         MOVE '01' TO CD-REASON
005720         MOVE 'NUMBER IS BLANK' TO CD-REASON-TEXT
005730         GO TO 2100-EDIT-NUMBER-EXIT
005740     END-IF.
005750     MOVE ZERO TO CD-NUM-LENGTH.
005760     MOVE 'N' TO CD-END-SEEN-SW.
005770     MOVE 'N' TO CD-BAD-CHAR-SW.
005780     PERFORM 2150-EDIT-ONE-CHAR
005790         THRU 2150-EDIT-ONE-CHAR-EXIT
005800         VARYING CD-SCAN-SUB FROM 1 BY 1
005810         UNTIL CD-SCAN-SUB > 16.
005820     IF CD-BAD-CHAR OR CD-NUM-LENGTH = ZERO
005830         MOVE '02' TO CD-REASON
005840         MOVE 'NUMBER HOLDS A CHARACTER OTHER THAN A DIGIT'
005850             TO CD-REASON-TEXT
005860         GO TO 2100-EDIT-NUMBER-EXIT
005870     END-IF.
005880     IF CD-MODE-GENERATE
005890         MOVE CD-NUM-LENGTH TO CD-DATA-LENGTH
005900     ELSE
005910         COMPUTE CD-DATA-LENGTH = CD-NUM-LENGTH - 1
005920     END-IF.
005930     IF CD-DATA-LENGTH = ZERO
005940         OR CD-DATA-LENGTH > CD-MAX-DIGITS
005950         MOVE '03' TO CD-REASON
005960         MOVE 'NUMBER LENGTH OUT OF RANGE FOR THE MODE'
005970             TO CD-REASON-TEXT
005980     END-IF.
005990 2100-EDIT-NUMBER-EXIT.
006000     EXIT.
006010
006020 2150-EDIT-ONE-CHAR.
006030     IF CD-NUM-CHAR(CD-SCAN-SUB) = SPACE
006040         SET CD-END-SEEN TO TRUE
006050         GO TO 2150-EDIT-ONE-CHAR-EXIT
006060     END-IF.
006070     IF CD-END-SEEN
006080         OR CD-NUM-CHAR(CD-SCAN-SUB) NOT NUMERIC
006090         SET CD-BAD-CHAR TO TRUE
006100         GO TO 2150-EDIT-ONE-CHAR-EXIT
006110     END-IF.
006120     ADD 1 TO CD-NUM-LENGTH.
006130 2150-EDIT-ONE-CHAR-EXIT.
006140     EXIT.
006150
006160*-----------------------------------------------------------------
006170* 2500-COMPUTE-CHECK-VALUE WEIGHTS THE CD-DATA-LENGTH DIGITS AT
006180* THE FRONT OF THE NUMBER, RIGHTMOST DIGIT BY THE FIRST WEIGHT,
006190* AND GIVES THE VALUE THAT BRINGS THE SUM UP TO A MULTIPLE OF
006200* THE MODULUS.  A VALUE ABOVE 9 (MODULUS 11 ONLY) HAS NO DIGIT;
006210* CD-CHECK-DIGIT-X IS LEFT BLANK FOR IT.
006220*-----------------------------------------------------------------
006230 2500-COMPUTE-CHECK-VALUE.
006240     MOVE ZERO TO CD-WEIGHTED-SUM.
006250     PERFORM 2550-WEIGHT-ONE-DIGIT
006260         THRU 2550-WEIGHT-ONE-DIGIT-EXIT
006270         VARYING CD-POS FROM 1 BY 1
006280         UNTIL CD-POS > CD-DATA-LENGTH.
006290     DIVIDE CD-WEIGHTED-SUM BY CD-MODULUS
006300         GIVING CD-SUM-QUOT
006310         REMAINDER CD-SUM-REM.
006320     IF CD-SUM-REM = ZERO
006330         MOVE ZERO TO CD-CHECK-VALUE
006340     ELSE
006350         COMPUTE CD-CHECK-VALUE = CD-MODULUS - CD-SUM-REM
006360     END-IF.
006370     IF CD-CHECK-VALUE > 9
006380         MOVE SPACE TO CD-CHECK-DIGIT-X
006390     ELSE
006400         MOVE CD-CHECK-VALUE TO CD-CHECK-DIGIT-9
006410     END-IF.
006420 2500-COMPUTE-CHECK-VALUE-EXIT.
006430     EXIT.
006440
006450 2550-WEIGHT-ONE-DIGIT.
006460     COMPUTE CD-WEIGHT-SUB = CD-DATA-LENGTH - CD-POS + 1.
006470     SET WX TO CD-WEIGHT-SUB.
006480     COMPUTE CD-WEIGHTED-SUM = CD-WEIGHTED-SUM
006490         + CD-NUM-DIGIT(CD-POS) * CD-WEIGHT(WX).
006500 2550-WEIGHT-ONE-DIGIT-EXIT.
006510     EXIT.
006520
006530*-----------------------------------------------------------------
006540* 3000-GENERATE-DIGIT COMPUTES THE DIGIT, APPENDS IT, AND WRITES
006550* THE NUMBER TO THE OUTPUT.  A NUMBER WHOSE CHECK VALUE HAS NO
006560* SINGLE DIGIT IS REJECTED INSTEAD.
006570*-----------------------------------------------------------------
006580 3000-GENERATE-DIGIT.
006590     PERFORM 2500-COMPUTE-CHECK-VALUE
006600         THRU 2500-COMPUTE-CHECK-VALUE-EXIT.
006610     IF CD-CHECK-VALUE > 9
006620         MOVE 'R' TO CD-RESULT
006630         MOVE '04' TO CD-REASON
006640         MOVE 'CHECK VALUE IS 10 - NO SINGLE DIGIT POSSIBLE'
006650             TO CD-REASON-TEXT
006660         PERFORM 6000-WRITE-REJECT
006670             THRU 6000-WRITE-REJECT-EXIT
006680         GO TO 3000-GENERATE-DIGIT-EXIT
006690     END-IF.
006700     COMPUTE CD-POS = CD-DATA-LENGTH + 1.
006710     MOVE CD-CHECK-DIGIT-X TO CD-NUM-CHAR(CD-POS).
006720     MOVE 'G' TO CD-RESULT.
006730     PERFORM 6100-BUILD-RECORD
006740         THRU 6100-BUILD-RECORD-EXIT.
006750     WRITE CHECK-OUT-REC FROM CHECK-DIGIT-REC.
006760     ADD 1 TO CD-GOOD-COUNT.
006770 3000-GENERATE-DIGIT-EXIT.
006780     EXIT.
006790
006800*-----------------------------------------------------------------
006810* 4000-VERIFY-DIGIT RECOMPUTES THE DIGIT FOR THE FRONT OF THE
006820* NUMBER AND COMPARES IT WITH THE LAST DIGIT AS GIVEN.  EVERY
006830* NUMBER IS REPORTED PASS OR FAIL; FAILURES ALSO GO TO THE REJECT
006840* FILE.  A FRONT WHOSE CHECK VALUE HAS NO DIGIT CANNOT BE A
006850* GOOD NUMBER UNDER THIS MODULUS, SO IT FAILS TOO.
006860*-----------------------------------------------------------------
006870 4000-VERIFY-DIGIT.
006880     MOVE CD-NUM-DIGIT(CD-NUM-LENGTH) TO CD-GIVEN-DIGIT.
006890     PERFORM 2500-COMPUTE-CHECK-VALUE
006900         THRU 2500-COMPUTE-CHECK-VALUE-EXIT.
006910     IF CD-CHECK-VALUE > 9
006920         MOVE 'F' TO CD-RESULT
006930         MOVE '04' TO CD-REASON
006940         MOVE 'CHECK VALUE IS 10 - NO SINGLE DIGIT POSSIBLE'
006950             TO CD-REASON-TEXT
006960         PERFORM 6000-WRITE-REJECT
006970             THRU 6000-WRITE-REJECT-EXIT
006980         GO TO 4000-VERIFY-DIGIT-EXIT
006990     END-IF.
007000     IF CD-CHECK-VALUE NOT = CD-GIVEN-DIGIT
007010         MOVE 'F' TO CD-RESULT
007020         MOVE '05' TO CD-REASON
007030         MOVE 'CHECK DIGIT DOES NOT MATCH THE NUMBER'
007040             TO CD-REASON-TEXT
007050         PERFORM 6000-WRITE-REJECT
007060             THRU 6000-WRITE-REJECT-EXIT
007070         GO TO 4000-VERIFY-DIGIT-EXIT
007080     END-IF.
007090     MOVE 'P' TO CD-RESULT.
007100     ADD 1 TO CD-GOOD-COUNT.
007110     MOVE 'PASS' TO CD-DET-RESULT.
007120     PERFORM 6200-WRITE-DETAIL
007130         THRU 6200-WRITE-DETAIL-EXIT.
007140 4000-VERIFY-DIGIT-EXIT.
007150     EXIT.
007160
007170*-----------------------------------------------------------------
007180* 4800-WRITE-SUMMARY CLOSES THE REPORT WITH THE RUN COUNTS.  ANY
007190* FAILED OR REJECTED NUMBER LEAVES RETURN-CODE 4, SO THE JOB
007200* STREAM CAN SEND THE REJECT FILE BACK TO ITS OWNER.
007210*-----------------------------------------------------------------
007220 4800-WRITE-SUMMARY.
007230     MOVE CD-READ-COUNT TO CD-SUM-READ.
007240     MOVE CD-GOOD-COUNT TO CD-SUM-GOOD.
007250     MOVE CD-FAIL-COUNT TO CD-SUM-FAILED.
007260     MOVE CD-REJECT-COUNT TO CD-SUM-REJECTED.
007270     WRITE REPORT-LINE FROM CD-SUMMARY-LINE.
007280     IF CD-FAIL-COUNT > 0 OR CD-REJECT-COUNT > 0
007290         IF RETURN-CODE < 4
007300             MOVE 4 TO RETURN-CODE
007310         END-IF
007320     END-IF.
007330 4800-WRITE-SUMMARY-EXIT.
007340     EXIT.
007350
007360*-----------------------------------------------------------------
007370* 6000-WRITE-REJECT COUNTS A FAILED OR REJECTED NUMBER, WRITES IT
007380* TO THE REJECT FILE, AND REPORTS IT.
007390*-----------------------------------------------------------------
007400 6000-WRITE-REJECT.
007410     IF CD-RESULT = 'F'
007420         ADD 1 TO CD-FAIL-COUNT
007430         MOVE 'FAIL' TO CD-DET-RESULT
007440     ELSE
007450         ADD 1 TO CD-REJECT-COUNT
007460         MOVE 'REJECT' TO CD-DET-RESULT
007470     END-IF.
007480     PERFORM 6100-BUILD-RECORD
007490         THRU 6100-BUILD-RECORD-EXIT.
007500     WRITE CHECK-REJECT-REC FROM CHECK-DIGIT-REC.
007510     PERFORM 6200-WRITE-DETAIL
007520         THRU 6200-WRITE-DETAIL-EXIT.
007530 6000-WRITE-REJECT-EXIT.
007540     EXIT.
007550
007560*-----------------------------------------------------------------
007570* 6100-BUILD-RECORD FILLS THE CHKDREC RECORD FOR THE CURRENT
007580* NUMBER, STAMPED WITH THE PARAMETERS AND THE MASTER'S RUN
007590* IDENTIFICATION.
007600*-----------------------------------------------------------------
007610 6100-BUILD-RECORD.
007620     MOVE SPACES TO CHECK-DIGIT-REC.
007630     INITIALIZE CHECK-DIGIT-REC.
007640     MOVE CD-NUMBER TO CV-NUMBER.
007650     MOVE CD-CHECK-DIGIT-X TO CV-CHECK-DIGIT.
007660     MOVE CD-RESULT TO CV-RESULT.
007670     MOVE CD-REASON TO CV-REASON.
007680     MOVE CD-MODULUS TO CV-MODULUS.
007690     MOVE CD-MOD-ORDINAL TO CV-MODULUS-ORDINAL.
007700     MOVE CD-WGT-ORDINAL TO CV-WEIGHT-ORDINAL.
007710     MOVE CD-MST-TABLE-SIZE TO CV-MST-TABLE-SIZE.
007720     MOVE CD-MST-RUN-DATE TO CV-MST-RUN-DATE.
007730     MOVE CD-MST-RUN-TIME TO CV-MST-RUN-TIME.
007740 6100-BUILD-RECORD-EXIT.
007750     EXIT.
007760
007770*-----------------------------------------------------------------
007780* 6200-WRITE-DETAIL PRINTS ONE NUMBER'S OUTCOME.  GENERATED
007790* NUMBERS ARE NOT PRINTED - THEY ARE ON THE OUTPUT FILE AND THE
007800* SUMMARY COUNTS THEM.
007810*-----------------------------------------------------------------
007820 6200-WRITE-DETAIL.
007830     MOVE CD-NUMBER TO CD-DET-NUMBER.
007840     MOVE CD-CHECK-DIGIT-X TO CD-DET-DIGIT.
007850     IF CD-REASON = '00'
007860         MOVE SPACES TO CD-DET-REASON
007870     ELSE
007880         MOVE CD-REASON TO CD-DET-REASON
007890     END-IF.
007900     MOVE CD-REASON-TEXT TO CD-DET-TEXT.
007910     WRITE REPORT-LINE FROM CD-DETAIL-LINE.
007920 6200-WRITE-DETAIL-EXIT.
007930     EXIT.
007940
007950*-----------------------------------------------------------------
007960* 8000-TERMINATE CLOSES THE FILES BEFORE THE RUN ENDS.  THE
007970* OUTPUT IS ONLY OPEN IN GENERATE MODE.
007980*-----------------------------------------------------------------
007990 8000-TERMINATE.
008000     CLOSE ACCOUNT-IN-FILE.
008010     IF CD-MODE-GENERATE
008020         CLOSE CHECK-OUT-FILE
008030     END-IF.
008040     CLOSE CHECK-REJECT-FILE.
008050     CLOSE REPORT-FILE.
008060 8000-TERMINATE-EXIT.
008070     EXIT.
008080
008090 9999-EXIT.
008100     GOBACK.
