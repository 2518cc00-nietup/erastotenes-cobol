000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRIMWIND.
000030 AUTHOR. J HALVORSEN.
000040 INSTALLATION. DATA CENTER SERVICES.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* REMARKS.  WINDOWED RANGE SIEVE.  ERASTOTENES SIEVES EVERY VALUE
000090*           FROM 1 UP AND SO STOPS AT ER-MAX-TABLE-SIZE; THIS
000100*           PROGRAM ANSWERS A NARROW BAND ABOVE THAT - SAY
000110*           5,000,000 TO 5,010,000 - BY SIEVING THE BAND ALONE.
000120*           A COMPOSITE IN THE WINDOW HAS A PRIME FACTOR NO
000130*           LARGER THAN THE SQUARE ROOT OF THE WINDOW'S HIGH END,
000140*           SO THE PRIMES ALREADY PUBLISHED ON PRIMEMST SERVE AS
000150*           THE BASE PRIMES: EACH ONE UP TO THAT SQUARE ROOT
000160*           CROSSES OUT ITS MULTIPLES INSIDE THE WINDOW, AND
000170*           WHAT IS LEFT IS PRIME.  A WINDOW IS THEREFORE
000180*           ANSWERABLE UP TO THE SQUARE OF THE MASTER'S LARGEST
000190*           PRIME; ONE REACHING PAST THAT IS REFUSED, SINCE A
000200*           FACTOR ABOVE THE MASTER WOULD GO UNCROSSED.
000210*
000220*           THE PRIMES GO TO PRIMWOUT IN THE PRIMWREC LAYOUT - A
000230*           HEADER, ONE DETAIL RECORD PER PRIME IN ASCENDING
000240*           ORDER, A TRAILER - EACH MARKED AS A WINDOWED LIST.
000250*
000260*           SYSIN CONTROL CARD:
000270*             COLS  1-12  WINDOW LOW, ZERO-FILLED
000280*             COLS 13-24  WINDOW HIGH, ZERO-FILLED
000290*             COLS 25-32  REQUEST-ID FOR THE HEADER (OPTIONAL)
000300*           THE WINDOW IS INCLUSIVE AT BOTH ENDS AND MAY BE NO
000310*           WIDER THAN WN-MAX-WIDTH VALUES.
000320*
000330*           RETURN CODES:
000340*              0  WINDOW SIEVED
000350*             16  A FILE WILL NOT OPEN, OR THE MASTER HAS NO
000360*                 CONTROL RECORD
000370*             20  CONTROL CARD REFUSED - MISSING, NOT NUMERIC,
000380*                 HIGH BELOW LOW, TOO WIDE, OR PAST THE SQUARE OF
000390*                 THE MASTER'S LARGEST PRIME
000400*-----------------------------------------------------------------
000410* MODIFICATION HISTORY.
000420* DATE       INIT  DESCRIPTION
000430* -------    ----  ------------------------------------------------
000440* 10/15/2026 JRH   INITIAL VERSION.  THE MASTER IS READ ONCE IN
000450*                  KEY ORDER AND ONLY AS FAR AS THE LAST BASE
000460*                  PRIME THE WINDOW NEEDS.
000470*-----------------------------------------------------------------
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT SYSIN-FILE ASSIGN TO SYSIN
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WN-SYSIN-STATUS.
000540     SELECT PRIME-MASTER-FILE ASSIGN TO PRIMEMST
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS PM-PRIME-VALUE
000580         FILE STATUS IS WN-PMSTR-STATUS.
000590     SELECT WINDOW-OUT-FILE ASSIGN TO PRIMWOUT
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WN-PRIMWOUT-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650*-----------------------------------------------------------------
000660* SYSIN-FILE CARRIES THE CONTROL CARD DESCRIBED IN THE REMARKS.
000670* THE FIELDS ARE COPIED TO WORKING STORAGE AS SOON AS THE RECORD
000680* IS READ; NOTHING REFERENCES THEM AFTER THE CLOSE.
000690*-----------------------------------------------------------------
000700 FD  SYSIN-FILE
000710     RECORDING MODE IS F
000720     LABEL RECORDS ARE OMITTED.
000730 01  SYSIN-REC.
000740     05  SI-WINDOW-LOW           PIC X(12).
000750     05  SI-WINDOW-HIGH          PIC X(12).
000760     05  SI-REQUEST-ID           PIC X(08).
000770     05  FILLER                  PIC X(48).
000780
000790*-----------------------------------------------------------------
000800* PRIME-MASTER-FILE IS THE KEYED PRIME MASTER, READ HERE ONCE IN
000810* KEY ORDER FROM THE CONTROL RECORD UP.  LAYOUT IS SHARED VIA THE
000820* PMSTRREC COPYBOOK.
000830*-----------------------------------------------------------------
000840 FD  PRIME-MASTER-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE OMITTED.
000870     COPY PMSTRREC.
000880
000890*-----------------------------------------------------------------
000900* WINDOW-OUT-FILE RECEIVES THE WINDOWED PRIME LIST.  LAYOUT IS
000910* SHARED VIA THE PRIMWREC COPYBOOK.
000920*-----------------------------------------------------------------
000930 FD  WINDOW-OUT-FILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE OMITTED.
000960     COPY PRIMWREC.
000970
000980 WORKING-STORAGE SECTION.
000990 77  WN-SYSIN-STATUS             PIC X(02) VALUE '00'.
001000 77  WN-PMSTR-STATUS             PIC X(02) VALUE '00'.
001010 77  WN-PRIMWOUT-STATUS          PIC X(02) VALUE '00'.
001020 77  WN-PMSTR-EOF-SW             PIC X(01) VALUE 'N'.
001030     88  WN-PMSTR-EOF                VALUE 'Y'.
001040*-----------------------------------------------------------------
001050* THE CONTROL CARD AS REQUESTED, HELD RAW SO THE NUMERIC TESTS
001060* CAN RUN AFTER SYSIN IS CLOSED.
001070*-----------------------------------------------------------------
001080 77  WN-CARD-SW                  PIC X(01) VALUE 'N'.
001090     88  WN-CARD-READ                VALUE 'Y'.
001100 01  WN-CARD-LOW-X               PIC X(12) VALUE SPACES.
001110 01  WN-CARD-LOW REDEFINES WN-CARD-LOW-X
001120                                 PIC 9(12).
001130 01  WN-CARD-HIGH-X              PIC X(12) VALUE SPACES.
001140 01  WN-CARD-HIGH REDEFINES WN-CARD-HIGH-X
001150                                 PIC 9(12).
001160 77  WN-REQUEST-ID               PIC X(08) VALUE SPACES.
001170*-----------------------------------------------------------------
001180* THE WINDOW.  WN-LOW AND WN-HIGH ARE THE BOUNDS AS ANSWERED;
001190* WN-WIDTH IS THE NUMBER OF VALUES IN IT AND SIZES THE CROSSED
001200* TABLE.  WN-COVER-HIGH IS THE SQUARE OF THE MASTER'S LARGEST
001210* PRIME, THE HIGHEST VALUE THE MASTER'S PRIMES CAN SETTLE.
001220*
001230* WN-MAX-WIDTH MATCHES THE SIEVE'S OWN CEILING, SO A WINDOW NEVER
001240* NEEDS MORE STORAGE THAN A FULL ERASTOTENES RUN.  AS THERE, THE
001250* OCCURS LITERAL BELOW MUST BE RAISED WITH IT.
001260*-----------------------------------------------------------------
001270 77  WN-MAX-WIDTH                PIC 9(06) VALUE 999999.
001280 77  WN-LOW                      PIC 9(12) COMP VALUE ZERO.
001290 77  WN-HIGH                     PIC 9(12) COMP VALUE ZERO.
001300 77  WN-WIDTH-BIG                PIC 9(12) COMP VALUE ZERO.
001310 77  WN-WIDTH                    PIC 9(06) COMP VALUE ZERO.
001320 77  WN-COVER-HIGH               PIC 9(12) COMP VALUE ZERO.
001330 01  WN-WINDOW.
001340     05  WN-CROSSED              PIC 9(01) VALUE ZERO
001350                                  OCCURS 1 TO 999999 TIMES
001360                                  DEPENDING ON WN-WIDTH
001370                                  INDEXED BY WX.
001380*-----------------------------------------------------------------
001390* BASE PRIMES TAKEN FROM THE MASTER - EVERY PRIME WHOSE SQUARE
001400* DOES NOT EXCEED WN-HIGH.  A SIX-DIGIT MASTER HOLDS AT MOST
001410* 78,498 PRIMES, SO THE TABLE CAN TAKE THEM ALL.
001420*-----------------------------------------------------------------
001430 77  WN-BASE-MAX                 PIC 9(06) COMP VALUE 78498.
001440 77  WN-BASE-USED                PIC 9(06) COMP VALUE ZERO.
001450 77  WN-BASE-SUB                 PIC 9(06) COMP VALUE ZERO.
001460 01  WN-BASE-TABLE.
001470     05  WN-BASE-PRIME           PIC 9(06) COMP VALUE ZERO
001480                                  OCCURS 78498 TIMES
001490                                  INDEXED BY BX.
001500 77  WN-SQUARE                   PIC 9(12) COMP VALUE ZERO.
001510 77  WN-STEP                     PIC 9(06) COMP VALUE ZERO.
001520 77  WN-QUOT                     PIC 9(12) COMP VALUE ZERO.
001530 77  WN-FIRST                    PIC 9(12) COMP VALUE ZERO.
001540 77  WN-MULTIPLE                 PIC 9(12) COMP VALUE ZERO.
001550 77  WN-OFFSET                   PIC 9(07) COMP VALUE ZERO.
001560 77  WN-VALUE                    PIC 9(12) COMP VALUE ZERO.
001570*-----------------------------------------------------------------
001580* RUN IDENTIFICATION FROM THE MASTER CONTROL RECORD, STAMPED ON
001590* THE HEADER.
001600*-----------------------------------------------------------------
001610 77  WN-MST-TABLE-SIZE           PIC 9(06) VALUE ZERO.
001620 77  WN-MST-RUN-DATE             PIC 9(08) VALUE ZERO.
001630 77  WN-MST-RUN-TIME             PIC 9(08) VALUE ZERO.
001640 77  WN-MST-LARGEST              PIC 9(06) VALUE ZERO.
001650*-----------------------------------------------------------------
001660* RUN AUDIT FIELDS - CAPTURED AT START-UP FOR THE HEADER RECORD
001670* AND AGAIN AT TERMINATION FOR THE TRAILER'S ELAPSED TIME.
001680*-----------------------------------------------------------------
001690 77  WN-RUN-DATE                 PIC 9(08) VALUE ZERO.
001700 01  WN-START-TIME               PIC 9(08) VALUE ZERO.
001710 01  WN-START-TIME-X REDEFINES WN-START-TIME.
001720     05  WN-START-HH             PIC 9(02).
001730     05  WN-START-MM             PIC 9(02).
001740     05  WN-START-SS             PIC 9(02).
001750     05  WN-START-CC             PIC 9(02).
001760 01  WN-END-TIME                 PIC 9(08) VALUE ZERO.
001770 01  WN-END-TIME-X REDEFINES WN-END-TIME.
001780     05  WN-END-HH               PIC 9(02).
001790     05  WN-END-MM               PIC 9(02).
001800     05  WN-END-SS               PIC 9(02).
001810     05  WN-END-CC               PIC 9(02).
001820 77  WN-ELAPSED-SECONDS          PIC 9(06) COMP VALUE ZERO.
001830 77  WN-ELAPSED-RAW              PIC S9(07) COMP VALUE ZERO.
001840 77  WN-RECORDS-WRITTEN          PIC 9(06) COMP VALUE ZERO.
001850 77  WN-PRIME-COUNT              PIC 9(06) COMP VALUE ZERO.
001860 77  WN-LARGEST-PRIME            PIC 9(12) COMP VALUE ZERO.
001870 77  WN-EDIT-VALUE               PIC ZZZ,ZZZ,ZZZ,ZZ9.
001880 77  WN-EDIT-COUNT               PIC ZZZ,ZZ9.
001890
001900 PROCEDURE DIVISION.
001910*-----------------------------------------------------------------
001920* 0000-MAINLINE
001930*-----------------------------------------------------------------
001940 0000-MAINLINE.
001950     PERFORM 1000-INITIALIZE
001960         THRU 1000-INITIALIZE-EXIT.
001970     PERFORM 1100-LOAD-BASE-PRIMES
001980         THRU 1100-LOAD-BASE-PRIMES-EXIT.
001990     PERFORM 1500-OPEN-FILES
002000         THRU 1500-OPEN-FILES-EXIT.
002010     PERFORM 1900-WRITE-HEADER
002020         THRU 1900-WRITE-HEADER-EXIT.
002030     PERFORM 2000-SIEVE-WINDOW
002040         THRU 2000-SIEVE-WINDOW-EXIT.
002050     PERFORM 3000-WRITE-PRIMES
002060         THRU 3000-WRITE-PRIMES-EXIT.
002070     PERFORM 4900-WRITE-TRAILER
002080         THRU 4900-WRITE-TRAILER-EXIT.
002090     PERFORM 8000-TERMINATE
002100         THRU 8000-TERMINATE-EXIT.
002110     GO TO 9999-EXIT.
002120
002130*-----------------------------------------------------------------
002140* 1000-INITIALIZE READS THE CONTROL CARD, COPYING ITS FIELDS TO
002150* WORKING STORAGE WHILE SYSIN IS STILL OPEN, THEN VALIDATES THE
002160* WINDOW.  THERE IS NO SENSIBLE DEFAULT WINDOW - A MISSING OR
002170* UNUSABLE CARD IS REFUSED BEFORE ANY FILE IS TOUCHED.
002180*-----------------------------------------------------------------
002190 1000-INITIALIZE.
002200     ACCEPT WN-RUN-DATE FROM DATE YYYYMMDD.
002210     ACCEPT WN-START-TIME FROM TIME.
002220     OPEN INPUT SYSIN-FILE.
002230     IF WN-SYSIN-STATUS = '00'
002240         READ SYSIN-FILE
002250             AT END
002260                 CONTINUE
002270             NOT AT END
002280                 SET WN-CARD-READ TO TRUE
002290                 MOVE SI-WINDOW-LOW TO WN-CARD-LOW-X
002300                 MOVE SI-WINDOW-HIGH TO WN-CARD-HIGH-X
002310                 MOVE SI-REQUEST-ID TO WN-REQUEST-ID
002320         END-READ
002330         CLOSE SYSIN-FILE
002340     END-IF.
002350     IF NOT WN-CARD-READ
002360         DISPLAY 'PRIMWIND - SYSIN CONTROL CARD MISSING'
002370         MOVE 20 TO RETURN-CODE
002380         GO TO 9999-EXIT
002390     END-IF.
002400     IF WN-CARD-LOW NOT NUMERIC
002410         OR WN-CARD-HIGH NOT NUMERIC
002420         DISPLAY 'PRIMWIND - WINDOW ' WN-CARD-LOW-X ' - '
002430             WN-CARD-HIGH-X ' IS NOT NUMERIC'
002440         MOVE 20 TO RETURN-CODE
002450         GO TO 9999-EXIT
002460     END-IF.
002470     MOVE WN-CARD-LOW TO WN-LOW.
002480     MOVE WN-CARD-HIGH TO WN-HIGH.
002490     IF WN-HIGH < WN-LOW
002500         DISPLAY 'PRIMWIND - WINDOW HIGH ' WN-CARD-HIGH-X
002510             ' IS BELOW WINDOW LOW ' WN-CARD-LOW-X
002520         MOVE 20 TO RETURN-CODE
002530         GO TO 9999-EXIT
002540     END-IF.
002550     COMPUTE WN-WIDTH-BIG = WN-HIGH - WN-LOW + 1.
002560     IF WN-WIDTH-BIG > WN-MAX-WIDTH
002570         MOVE WN-WIDTH-BIG TO WN-EDIT-VALUE
002580         DISPLAY 'PRIMWIND - WINDOW OF ' WN-EDIT-VALUE
002590             ' VALUES IS WIDER THAN THE LIMIT OF ' WN-MAX-WIDTH
002600         MOVE 20 TO RETURN-CODE
002610         GO TO 9999-EXIT
002620     END-IF.
002630     MOVE WN-WIDTH-BIG TO WN-WIDTH.
002640 1000-INITIALIZE-EXIT.
002650     EXIT.
002660
002670*-----------------------------------------------------------------
002680* 1100-LOAD-BASE-PRIMES READS THE MASTER IN KEY ORDER.  THE
002690* CONTROL RECORD (KEY 000000) COMES FIRST AND GIVES THE RUN STAMP
002700* AND THE LARGEST PRIME PUBLISHED; THE WINDOW IS REFUSED HERE IF
002710* IT REACHES PAST THAT PRIME'S SQUARE.  THE PRIMES FOLLOW IN
002720* ASCENDING ORDER AND ARE TAKEN UNTIL ONE'S SQUARE PASSES WN-HIGH.
002730* A MASTER WITH NO CONTROL RECORD CANNOT STAMP THE OUTPUT OR SAY
002740* WHAT IT COVERS, AND IS NOT USED.
002750*-----------------------------------------------------------------
002760 1100-LOAD-BASE-PRIMES.
002770     OPEN INPUT PRIME-MASTER-FILE.
002780     IF WN-PMSTR-STATUS NOT = '00'
002790         DISPLAY 'PRIMWIND - PRIME-MASTER-FILE OPEN FAILED '
002800             WN-PMSTR-STATUS
002810         MOVE 16 TO RETURN-CODE
002820         GO TO 9999-EXIT
002830     END-IF.
002840     READ PRIME-MASTER-FILE
002850         AT END
002860             SET WN-PMSTR-EOF TO TRUE
002870     END-READ.
002880     IF WN-PMSTR-EOF OR NOT PM-CONTROL-REC
002890         DISPLAY 'PRIMWIND - PRIME MASTER HAS NO CONTROL RECORD'
002900             ' - CANNOT STAMP THE OUTPUT'
002910         MOVE 16 TO RETURN-CODE
002920         CLOSE PRIME-MASTER-FILE
002930         GO TO 9999-EXIT
002940     END-IF.
002950     MOVE PM-TABLE-SIZE TO WN-MST-TABLE-SIZE.
002960     MOVE PM-RUN-DATE TO WN-MST-RUN-DATE.
002970     MOVE PM-RUN-TIME TO WN-MST-RUN-TIME.
002980     MOVE PM-LARGEST-PRIME TO WN-MST-LARGEST.
002990     COMPUTE WN-COVER-HIGH = WN-MST-LARGEST * WN-MST-LARGEST.
003000     IF WN-HIGH > WN-COVER-HIGH
003010         MOVE WN-COVER-HIGH TO WN-EDIT-VALUE
003020         DISPLAY 'PRIMWIND - WINDOW HIGH ' WN-CARD-HIGH-X
003030             ' IS PAST ' WN-EDIT-VALUE
003040         DISPLAY 'PRIMWIND - THE SQUARE OF THE LARGEST PRIME ON '
003050             'PRIMEMST (' WN-MST-LARGEST ') - WINDOW REFUSED'
003060         MOVE 20 TO RETURN-CODE
003070         CLOSE PRIME-MASTER-FILE
003080         GO TO 9999-EXIT
003090     END-IF.
003100     PERFORM 1150-TAKE-ONE-PRIME
003110         THRU 1150-TAKE-ONE-PRIME-EXIT
003120         UNTIL WN-PMSTR-EOF.
003130     CLOSE PRIME-MASTER-FILE.
003140 1100-LOAD-BASE-PRIMES-EXIT.
003150     EXIT.
003160
003170 1150-TAKE-ONE-PRIME.
003180     READ PRIME-MASTER-FILE
003190         AT END
003200             SET WN-PMSTR-EOF TO TRUE
003210             GO TO 1150-TAKE-ONE-PRIME-EXIT
003220     END-READ.
003230     COMPUTE WN-SQUARE = PM-PRIME-VALUE * PM-PRIME-VALUE.
003240     IF WN-SQUARE > WN-HIGH
003250         SET WN-PMSTR-EOF TO TRUE
003260         GO TO 1150-TAKE-ONE-PRIME-EXIT
003270     END-IF.
003280     IF WN-BASE-USED NOT < WN-BASE-MAX
003290         DISPLAY 'PRIMWIND - BASE PRIME TABLE FULL AT '
003300             PM-PRIME-VALUE
003310         MOVE 16 TO RETURN-CODE
003320         CLOSE PRIME-MASTER-FILE
003330         GO TO 9999-EXIT
003340     END-IF.
003350     ADD 1 TO WN-BASE-USED.
003360     SET BX TO WN-BASE-USED.
003370     MOVE PM-PRIME-VALUE TO WN-BASE-PRIME(BX).
003380 1150-TAKE-ONE-PRIME-EXIT.
003390     EXIT.
003400
003410*-----------------------------------------------------------------
003420* 1500-OPEN-FILES OPENS THE OUTPUT WITH THE SAME CHECKED-OPEN
003430* HANDLING THE SIEVE USES.
003440*-----------------------------------------------------------------
003450 1500-OPEN-FILES.
003460     OPEN OUTPUT WINDOW-OUT-FILE.
003470     IF WN-PRIMWOUT-STATUS NOT = '00'
003480         DISPLAY 'PRIMWIND - WINDOW-OUT-FILE OPEN FAILED '
003490             WN-PRIMWOUT-STATUS
003500         MOVE 16 TO RETURN-CODE
003510         GO TO 9999-EXIT
003520     END-IF.
003530 1500-OPEN-FILES-EXIT.
003540     EXIT.
003550
003560*-----------------------------------------------------------------
003570* 1900-WRITE-HEADER WRITES THE RUN HEADER RECORD SO AN AUDIT OF
003580* THE OUTPUT FILE ALONE SHOWS WHEN THE RUN STARTED, WHAT WINDOW
003590* WAS ANSWERED AND WHICH PUBLISH OF THE MASTER IT CAME FROM.
003600*-----------------------------------------------------------------
003610 1900-WRITE-HEADER.
003620     MOVE SPACES TO PRIME-WINDOW-REC.
003630     INITIALIZE PRIME-WINDOW-REC.
003640     MOVE 'H' TO PW-REC-TYPE.
003650     MOVE 'W' TO PW-WINDOW-IND.
003660     MOVE WN-RUN-DATE TO PW-RUN-DATE.
003670     MOVE WN-START-TIME TO PW-RUN-TIME.
003680     MOVE WN-LOW TO PW-WINDOW-LOW.
003690     MOVE WN-HIGH TO PW-WINDOW-HIGH.
003700     MOVE WN-REQUEST-ID TO PW-REQUEST-ID.
003710     MOVE WN-MST-TABLE-SIZE TO PW-MST-TABLE-SIZE.
003720     MOVE WN-MST-RUN-DATE TO PW-MST-RUN-DATE.
003730     MOVE WN-MST-RUN-TIME TO PW-MST-RUN-TIME.
003740     WRITE PRIME-WINDOW-REC.
003750     ADD 1 TO WN-RECORDS-WRITTEN.
003760 1900-WRITE-HEADER-EXIT.
003770     EXIT.
003780
003790*-----------------------------------------------------------------
003800* 2000-SIEVE-WINDOW CROSSES OUT, FOR EACH BASE PRIME P, EVERY
003810* MULTIPLE OF P IN THE WINDOW FROM THE LARGER OF P SQUARED AND
003820* THE FIRST MULTIPLE AT OR ABOVE WN-LOW.  STARTING NO LOWER THAN
003830* P SQUARED LEAVES P ITSELF STANDING WHEN THE WINDOW HOLDS IT;
003840* ANY SMALLER MULTIPLE HAS A SMALLER FACTOR THAT CROSSES IT.
003850* CROSSED(K) STANDS FOR THE VALUE WN-LOW + K - 1.
003860*-----------------------------------------------------------------
003870 2000-SIEVE-WINDOW.
003880     PERFORM 2100-CROSS-FOR-ONE-BASE
003890         THRU 2100-CROSS-FOR-ONE-BASE-EXIT
003900         VARYING WN-BASE-SUB FROM 1 BY 1
003910         UNTIL WN-BASE-SUB > WN-BASE-USED.
003920 2000-SIEVE-WINDOW-EXIT.
003930     EXIT.
003940
003950 2100-CROSS-FOR-ONE-BASE.
003960     SET BX TO WN-BASE-SUB.
003970     MOVE WN-BASE-PRIME(BX) TO WN-STEP.
003980     COMPUTE WN-FIRST = WN-STEP * WN-STEP.
003990     IF WN-FIRST < WN-LOW
004000         COMPUTE WN-QUOT = (WN-LOW + WN-STEP - 1) / WN-STEP
004010         COMPUTE WN-FIRST = WN-QUOT * WN-STEP
004020     END-IF.
004030     PERFORM 2150-CROSS-ONE-MULTIPLE
004040         THRU 2150-CROSS-ONE-MULTIPLE-EXIT
004050         VARYING WN-MULTIPLE FROM WN-FIRST BY WN-STEP
004060         UNTIL WN-MULTIPLE > WN-HIGH.
004070 2100-CROSS-FOR-ONE-BASE-EXIT.
004080     EXIT.
004090
004100 2150-CROSS-ONE-MULTIPLE.
004110     COMPUTE WN-OFFSET = WN-MULTIPLE - WN-LOW + 1.
004120     SET WX TO WN-OFFSET.
004130     MOVE 1 TO WN-CROSSED(WX).
004140 2150-CROSS-ONE-MULTIPLE-EXIT.
004150     EXIT.
004160
004170*-----------------------------------------------------------------
004180* 3000-WRITE-PRIMES WRITES A DETAIL RECORD FOR EVERY VALUE LEFT
004190* UNCROSSED, IN ASCENDING ORDER.  0 AND 1 ARE NOT PRIME AND ARE
004200* PASSED OVER WHEN A WINDOW STARTS THAT LOW.
004210*-----------------------------------------------------------------
004220 3000-WRITE-PRIMES.
004230     PERFORM 3100-WRITE-ONE-VALUE
004240         THRU 3100-WRITE-ONE-VALUE-EXIT
004250         VARYING WN-OFFSET FROM 1 BY 1
004260         UNTIL WN-OFFSET > WN-WIDTH.
004270 3000-WRITE-PRIMES-EXIT.
004280     EXIT.
004290
004300 3100-WRITE-ONE-VALUE.
004310     SET WX TO WN-OFFSET.
004320     IF WN-CROSSED(WX) = 1
004330         GO TO 3100-WRITE-ONE-VALUE-EXIT
004340     END-IF.
004350     COMPUTE WN-VALUE = WN-LOW + WN-OFFSET - 1.
004360     IF WN-VALUE < 2
004370         GO TO 3100-WRITE-ONE-VALUE-EXIT
004380     END-IF.
004390     ADD 1 TO WN-PRIME-COUNT.
004400     MOVE WN-VALUE TO WN-LARGEST-PRIME.
004410     MOVE SPACES TO PRIME-WINDOW-REC.
004420     INITIALIZE PRIME-WINDOW-REC.
004430     MOVE 'D' TO PW-REC-TYPE.
004440     MOVE 'W' TO PW-WINDOW-IND.
004450     MOVE WN-VALUE TO PW-PRIME-VALUE.
004460     MOVE WN-PRIME-COUNT TO PW-WINDOW-ORDINAL.
004470     WRITE PRIME-WINDOW-REC.
004480     ADD 1 TO WN-RECORDS-WRITTEN.
004490 3100-WRITE-ONE-VALUE-EXIT.
004500     EXIT.
004510
004520*-----------------------------------------------------------------
004530* 4900-WRITE-TRAILER WRITES THE TRAILER RECORD AFTER THE LAST
004540* DETAIL RECORD, GIVING THE PRIME COUNT, THE LARGEST PRIME, THE
004550* TOTAL RECORDS WRITTEN AHEAD OF IT, THE RUN'S ELAPSED TIME AND
004560* THE BASE PRIMES USED.  WN-ELAPSED-RAW IS SIGNED SO A RUN THAT
004570* SPANS MIDNIGHT COMES OUT NEGATIVE INSTEAD OF WRAPPING; 86400 IS
004580* ADDED BACK IN BEFORE IT IS MOVED TO THE UNSIGNED FIELDS.
004590*-----------------------------------------------------------------
004600 4900-WRITE-TRAILER.
004610     MOVE SPACES TO PRIME-WINDOW-REC.
004620     INITIALIZE PRIME-WINDOW-REC.
004630     MOVE 'T' TO PW-REC-TYPE.
004640     MOVE 'W' TO PW-WINDOW-IND.
004650     MOVE WN-PRIME-COUNT TO PW-PRIME-COUNT.
004660     MOVE WN-LARGEST-PRIME TO PW-LARGEST-PRIME.
004670     MOVE WN-RECORDS-WRITTEN TO PW-RECORDS-WRITTEN.
004680     ACCEPT WN-END-TIME FROM TIME.
004690     COMPUTE WN-ELAPSED-RAW =
004700         (WN-END-HH - WN-START-HH) * 3600
004710         + (WN-END-MM - WN-START-MM) * 60
004720         + (WN-END-SS - WN-START-SS).
004730     IF WN-ELAPSED-RAW < 0
004740         ADD 86400 TO WN-ELAPSED-RAW
004750     END-IF.
004760     MOVE WN-ELAPSED-RAW TO WN-ELAPSED-SECONDS.
004770     MOVE WN-ELAPSED-SECONDS TO PW-ELAPSED-SECONDS.
004780     MOVE WN-BASE-USED TO PW-BASE-PRIME-COUNT.
004790     WRITE PRIME-WINDOW-REC.
004800     MOVE WN-PRIME-COUNT TO WN-EDIT-COUNT.
004810     DISPLAY 'PRIMWIND - ' WN-EDIT-COUNT ' PRIMES IN WINDOW '
004820         WN-CARD-LOW-X ' - ' WN-CARD-HIGH-X.
004830 4900-WRITE-TRAILER-EXIT.
004840     EXIT.
004850
004860*-----------------------------------------------------------------
004870* 8000-TERMINATE CLOSES THE OUTPUT BEFORE THE RUN ENDS.
004880*-----------------------------------------------------------------
004890 8000-TERMINATE.
004900     CLOSE WINDOW-OUT-FILE.
004910 8000-TERMINATE-EXIT.
004920     EXIT.
004930
004940 9999-EXIT.
004950     GOBACK.
