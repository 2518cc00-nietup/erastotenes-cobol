000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRIMSTAT.
000030 AUTHOR. J HALVORSEN.
000040 INSTALLATION. DATA CENTER SERVICES.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* REMARKS.  MORNING OPERATIONS STATUS PAGE FOR THE PRIME SERVICE.
000090*           THE SHIFT LEAD USED TO LOOK IN SIX PLACES; THIS
000100*           PROGRAM READS THEM ALL DIRECTLY AND PRINTS ONE PAGE:
000110*             - THE LIVE PRIMEMST AND SPFMST CONTROL RECORDS -
000120*               CEILING AND RUN STAMP, AND WHETHER THE PAIR'S
000130*               CONTROLS MATCH,
000140*             - THE PRIMEPRV FALLBACK GENERATION'S CEILING AND
000150*               RUN STAMP,
000160*             - WHETHER CHKPT HOLDS A LEFTOVER CHECKPOINT, AND
000170*               FOR WHAT TABLE-SIZE AND MODE (AS CHKPTUTL SHOWS
000180*               IT),
000190*             - LAST NIGHT'S SIEVE REQUESTS FROM RUNHIST, WITH
000200*               RETURN CODE AND ELAPSED SECONDS, AND
000210*             - YESTERDAY'S LOOKJRNL QUESTION COUNT AND THE
000220*               SHARE THAT FELL BEYOND THE COVERAGE CEILING.
000230*           EVERY CONDITION THAT NEEDS A LOOK IS FLAGGED AMBER OR
000240*           RED ON THE LINE BELOW IT, AND THE PAGE ENDS WITH THE
000250*           OVERALL STATUS - THE WORST FLAG RAISED.
000260*
000270*           RED - THE LIVE SERVICE ITSELF IS IN QUESTION:
000280*             - A LIVE MASTER WILL NOT OPEN OR HAS NO CONTROL
000290*               RECORD, OR THE LIVE PAIR'S CONTROLS DISAGREE,
000300*             - A SIEVE REQUEST LAST NIGHT ENDED WITH RETURN
000310*               CODE 8 OR HIGHER.
000320*           AMBER - THE SERVICE IS UP BUT SOMETHING NEEDS A LOOK:
000330*             - NO USABLE FALLBACK GENERATION ON PRIMEPRV, OR THE
000340*               LIVE CEILING IS BELOW THE FALLBACK'S,
000350*             - A CHECKPOINT IS PENDING ON CHKPT,
000360*             - NO SIEVE REQUEST RAN LAST NIGHT, ONE ENDED WITH
000370*               RETURN CODE 4, OR ONE RESUMED FROM A CHECKPOINT,
000380*             - CHKPT, RUNHIST OR LOOKJRNL CANNOT BE READ,
000390*             - MS-BEYOND-WARN-PCT PERCENT OR MORE OF YESTERDAY'S
000400*               ANSWERED QUESTIONS FELL BEYOND THE CEILING.
000410*
000420*           LAST NIGHT IS THE BATCH WINDOW FROM MS-NIGHT-START ON
000430*           THE DAY BEFORE THE STATUS DATE TO MS-NIGHT-END ON THE
000440*           STATUS DATE.  YESTERDAY IS THE WHOLE DAY BEFORE THE
000450*           STATUS DATE.
000460*
000470*           SYSIN CONTROL CARD (OPTIONAL):
000480*             COLS 1-8    STATUS DATE YYYYMMDD (BLANK = TODAY)
000490*
000500*           RETURN CODES - FOR THE SCHEDULER TO ACT ON:
000510*              0  GREEN
000520*              4  AMBER
000530*              8  RED
000540*             16  THE STATUS REPORT WILL NOT OPEN
000550*             20  STATUS DATE ON THE CARD IS NOT A VALID DATE
000560*-----------------------------------------------------------------
000570* MODIFICATION HISTORY.
000580* DATE       INIT  DESCRIPTION
000590* -------    ----  ------------------------------------------------
000600* 10/15/2026 JRH   INITIAL VERSION.  A SOURCE THAT CANNOT BE READ
000610*                  IS REPORTED ON THE PAGE AND FLAGGED, NOT
000620*                  ABENDED ON - THE PAGE IS MOST NEEDED ON THE
000630*                  MORNINGS SOMETHING IS MISSING.  RUNHIST ROLLUP
000640*                  ROWS ARE PASSED OVER; ONLY REQUEST ROWS COUNT.
000650*-----------------------------------------------------------------
000660 ENVIRONMENT DIVISION.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT SYSIN-FILE ASSIGN TO SYSIN
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS MS-SYSIN-STATUS.
000720     SELECT PRIME-MASTER-FILE ASSIGN TO PRIMEMST
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS SEQUENTIAL
000750         RECORD KEY IS PM-PRIME-VALUE
000760         FILE STATUS IS MS-LIVEPM-STATUS.
000770     SELECT SPF-MASTER-FILE ASSIGN TO SPFMST
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS SEQUENTIAL
000800         RECORD KEY IS SF-VALUE
000810         FILE STATUS IS MS-LIVESF-STATUS.
000820     SELECT PRIOR-PRIME-FILE ASSIGN TO PRIMEPRV
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS SEQUENTIAL
000850         RECORD KEY IS PP-PRIME-VALUE
000860         FILE STATUS IS MS-PRVPM-STATUS.
000870     SELECT CHECKPOINT-FILE ASSIGN TO CHKPT
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS MS-CKPT-STATUS.
000900     SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS MS-RUNHIST-STATUS.
000930     SELECT LOOKUP-JOURNAL-FILE ASSIGN TO LOOKJRNL
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS MS-JOURNAL-STATUS.
000960     SELECT REPORT-FILE ASSIGN TO STATRPT
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS MS-STATRPT-STATUS.
000990
001000 DATA DIVISION.
001010 FILE SECTION.
001020*-----------------------------------------------------------------
001030* SYSIN-FILE CARRIES ONE OPTIONAL CONTROL CARD GIVING THE STATUS
001040* DATE.  A MISSING OR BLANK CARD REPORTS ON THIS MORNING.
001050*-----------------------------------------------------------------
001060 FD  SYSIN-FILE
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE OMITTED.
001090 01  SYSIN-REC.
001100     05  SI-STATUS-DATE          PIC X(08).
001110     05  FILLER                  PIC X(72).
001120
001130*-----------------------------------------------------------------
001140* PRIME-MASTER-FILE / SPF-MASTER-FILE ARE THE LIVE PAIR.  ONLY
001150* THE CONTROL RECORD (KEY 000000, FIRST IN KEY ORDER) IS READ.
001160* LAYOUTS ARE SHARED VIA THE PMSTRREC AND SPFMREC COPYBOOKS.
001170*-----------------------------------------------------------------
001180 FD  PRIME-MASTER-FILE
001190     RECORDING MODE IS F
001200     LABEL RECORDS ARE OMITTED.
001210     COPY PMSTRREC.
001220
001230 FD  SPF-MASTER-FILE
001240     RECORDING MODE IS F
001250     LABEL RECORDS ARE OMITTED.
001260     COPY SPFMREC.
001270
001280*-----------------------------------------------------------------
001290* PRIOR-PRIME-FILE IS THE FALLBACK GENERATION PRIMCUTV SAVED.
001300* SAME LAYOUT, TAKEN VIA COPY REPLACING SO THE DATA NAMES STAY
001310* DISTINCT WITHIN THIS PROGRAM.
001320*-----------------------------------------------------------------
001330 FD  PRIOR-PRIME-FILE
001340     RECORDING MODE IS F
001350     LABEL RECORDS ARE OMITTED.
001360     COPY PMSTRREC REPLACING
001370         ==PRIME-MASTER-REC== BY ==PRIOR-PRIME-REC==
001380         LEADING ==PM== BY ==PP==.
001390
001400*-----------------------------------------------------------------
001410* CHECKPOINT-FILE HOLDS THE MOST RECENT CHECKPOINT FOR A SIEVE IN
001420* PROGRESS, IF ANY.  LAYOUT IS SHARED VIA THE CHKPTREC COPYBOOK;
001430* THE RECORD VARIES WITH CK-TABLE-SIZE EXACTLY AS IN THE SIEVE.
001440* ONLY THE HEADER FIELDS ARE USED, SAVED WHILE THE FILE IS OPEN.
001450*-----------------------------------------------------------------
001460 FD  CHECKPOINT-FILE
001470     RECORDING MODE IS V
001480     RECORD IS VARYING IN SIZE FROM 36 TO 1000034 CHARACTERS
001490         DEPENDING ON MS-CKPT-REC-LEN
001500     LABEL RECORDS ARE OMITTED.
001510     COPY CHKPTREC.
001520
001530*-----------------------------------------------------------------
001540* RUN-HISTORY-FILE IS THE PERMANENT RUNHIST DATASET APPENDED TO BY
001550* EVERY SIEVE REQUEST.  LAYOUT IS SHARED VIA THE RUNHREC COPYBOOK.
001560*-----------------------------------------------------------------
001570 FD  RUN-HISTORY-FILE
001580     RECORDING MODE IS F
001590     LABEL RECORDS ARE OMITTED.
001600     COPY RUNHREC.
001610
001620*-----------------------------------------------------------------
001630* LOOKUP-JOURNAL-FILE IS THE PERMANENT LOOKJRNL USAGE JOURNAL.
001640* LAYOUT IS SHARED VIA THE LOOKJREC COPYBOOK.
001650*-----------------------------------------------------------------
001660 FD  LOOKUP-JOURNAL-FILE
001670     RECORDING MODE IS F
001680     LABEL RECORDS ARE OMITTED.
001690     COPY LOOKJREC.
001700
001710*-----------------------------------------------------------------
001720* REPORT-FILE IS THE 132-COLUMN STATUS PAGE.
001730*-----------------------------------------------------------------
001740 FD  REPORT-FILE
001750     RECORDING MODE IS F
001760     LABEL RECORDS ARE OMITTED.
001770 01  REPORT-LINE                 PIC X(132).
001780
001790 WORKING-STORAGE SECTION.
001800 77  MS-SYSIN-STATUS             PIC X(02) VALUE '00'.
001810 77  MS-LIVEPM-STATUS            PIC X(02) VALUE '00'.
001820 77  MS-LIVESF-STATUS            PIC X(02) VALUE '00'.
001830 77  MS-PRVPM-STATUS             PIC X(02) VALUE '00'.
001840 77  MS-CKPT-STATUS              PIC X(02) VALUE '00'.
001850 77  MS-RUNHIST-STATUS           PIC X(02) VALUE '00'.
001860 77  MS-JOURNAL-STATUS           PIC X(02) VALUE '00'.
001870 77  MS-STATRPT-STATUS           PIC X(02) VALUE '00'.
001880 77  MS-CKPT-REC-LEN             PIC 9(07) COMP VALUE 36.
001890 77  MS-RUNHIST-EOF-SW           PIC X(01) VALUE 'N'.
001900     88  MS-RUNHIST-EOF              VALUE 'Y'.
001910 77  MS-JOURNAL-EOF-SW           PIC X(01) VALUE 'N'.
001920     88  MS-JOURNAL-EOF              VALUE 'Y'.
001930*-----------------------------------------------------------------
001940* THE OVERALL STATUS - THE WORST FLAG RAISED SO FAR.  IT ONLY
001950* EVER MOVES FROM GREEN TOWARD RED.
001960*-----------------------------------------------------------------
001970 77  MS-STATUS                   PIC X(01) VALUE 'G'.
001980     88  MS-STATUS-GREEN             VALUE 'G'.
001990     88  MS-STATUS-AMBER             VALUE 'A'.
002000     88  MS-STATUS-RED               VALUE 'R'.
002010 77  MS-AMBER-COUNT              PIC 9(04) COMP VALUE ZERO.
002020 77  MS-RED-COUNT                PIC 9(04) COMP VALUE ZERO.
002030*-----------------------------------------------------------------
002040* THE STATUS DATE AND THE DAY BEFORE IT.  THE DATE IS TAKEN APART
002050* TO STEP BACK ONE DAY ACROSS A MONTH OR YEAR END; FEBRUARY'S
002060* LENGTH IS SET FOR THE YEAR BEFORE THE TABLE IS USED.
002070*-----------------------------------------------------------------
002080 01  MS-CARD-DATE-X              PIC X(08) VALUE SPACES.
002090 01  MS-CARD-DATE REDEFINES MS-CARD-DATE-X
002100                                 PIC 9(08).
002110 01  MS-STATUS-DATE              PIC 9(08) VALUE ZERO.
002120 01  MS-STATUS-DATE-X REDEFINES MS-STATUS-DATE.
002130     05  MS-STATUS-YYYY          PIC 9(04).
002140     05  MS-STATUS-MM            PIC 9(02).
002150     05  MS-STATUS-DD            PIC 9(02).
002160 01  MS-PRIOR-DATE               PIC 9(08) VALUE ZERO.
002170 01  MS-PRIOR-DATE-X REDEFINES MS-PRIOR-DATE.
002180     05  MS-PRIOR-YYYY           PIC 9(04).
002190     05  MS-PRIOR-MM             PIC 9(02).
002200     05  MS-PRIOR-DD             PIC 9(02).
002210 01  MS-MONTH-DAYS-X             PIC X(24) VALUE
002220     '312831303130313130313031'.
002230 01  MS-MONTH-DAYS-TABLE REDEFINES MS-MONTH-DAYS-X.
002240     05  MS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
002250 77  MS-LEAP-QUOT                PIC 9(04) COMP VALUE ZERO.
002260 77  MS-LEAP-REM-4               PIC 9(04) COMP VALUE ZERO.
002270 77  MS-LEAP-REM-100             PIC 9(04) COMP VALUE ZERO.
002280 77  MS-LEAP-REM-400             PIC 9(04) COMP VALUE ZERO.
002290*-----------------------------------------------------------------
002300* THE BATCH WINDOW (HHMMSSCC) - LAST NIGHT RUNS FROM
002310* MS-NIGHT-START ON THE PRIOR DATE UP TO, NOT INCLUDING,
002320* MS-NIGHT-END ON THE STATUS DATE.
002330*-----------------------------------------------------------------
002340 77  MS-NIGHT-START              PIC 9(08) VALUE 18000000.
002350 77  MS-NIGHT-END                PIC 9(08) VALUE 12000000.
002360*-----------------------------------------------------------------
002370* THE MASTER CONTROLS AS READ.
002380*-----------------------------------------------------------------
002390 77  MS-LIVE-OK-SW               PIC X(01) VALUE 'N'.
002400     88  MS-LIVE-OK                  VALUE 'Y'.
002410 77  MS-LIVE-SIZE                PIC 9(06) VALUE ZERO.
002420 77  MS-LIVE-DATE                PIC 9(08) VALUE ZERO.
002430 77  MS-LIVE-TIME                PIC 9(08) VALUE ZERO.
002440 77  MS-PRV-SIZE                 PIC 9(06) VALUE ZERO.
002450*-----------------------------------------------------------------
002460* THE CHECKPOINT HEADER AS CAPTURED WHILE CHKPT WAS OPEN.
002470*-----------------------------------------------------------------
002480 77  MS-CKPT-FOUND-SW            PIC X(01) VALUE 'N'.
002490     88  MS-CKPT-FOUND               VALUE 'Y'.
002500 77  MS-CK-TABLE-SIZE            PIC 9(06) VALUE ZERO.
002510 77  MS-CK-RESUME-N              PIC 9(06) VALUE ZERO.
002520 77  MS-CK-RUN-DATE              PIC 9(08) VALUE ZERO.
002530 77  MS-CK-RUN-TIME              PIC 9(08) VALUE ZERO.
002540 77  MS-CK-MODE                  PIC X(01) VALUE SPACE.
002550*-----------------------------------------------------------------
002560* LAST NIGHT'S SIEVE REQUESTS.  THE FIRST MS-RUN-MAX ARE LISTED;
002570* EVERY ONE IS COUNTED AND CHECKED.
002580*-----------------------------------------------------------------
002590 77  MS-RUN-COUNT                PIC 9(06) COMP VALUE ZERO.
002600 77  MS-RUN-MAX                  PIC 9(06) COMP VALUE 30.
002610 77  MS-RUN-FAILED               PIC 9(06) COMP VALUE ZERO.
002620 77  MS-RUN-WARNED               PIC 9(06) COMP VALUE ZERO.
002630 77  MS-RESUMED-COUNT            PIC 9(06) COMP VALUE ZERO.
002640*-----------------------------------------------------------------
002650* YESTERDAY'S QUESTIONS.  MS-BEYOND-WARN-PCT IS THE SHARE BEYOND
002660* THE CEILING AT WHICH THE PAGE GOES AMBER - TIME TO PLAN A
002670* HIGHER CEILING BEFORE USERS HIT IT.
002680*-----------------------------------------------------------------
002690 77  MS-QUESTION-COUNT           PIC 9(07) COMP VALUE ZERO.
002700 77  MS-BEYOND-COUNT             PIC 9(07) COMP VALUE ZERO.
002710 77  MS-REFUSED-COUNT            PIC 9(07) COMP VALUE ZERO.
002720 77  MS-ANSWERED-COUNT           PIC 9(07) COMP VALUE ZERO.
002730 77  MS-BEYOND-PCT               PIC 9(03) COMP VALUE ZERO.
002740 77  MS-BEYOND-WARN-PCT          PIC 9(03) COMP VALUE 5.
002750 77  MS-BEYOND-SCALED            PIC 9(09) COMP VALUE ZERO.
002760 77  MS-WARN-SCALED              PIC 9(09) COMP VALUE ZERO.
002770*-----------------------------------------------------------------
002780* PRINT LINES.
002790*-----------------------------------------------------------------
002800 01  MS-TITLE-LINE.
002810     05  FILLER                  PIC X(09) VALUE 'PRIMSTAT '.
002820     05  FILLER                  PIC X(42) VALUE
002830         'MORNING OPERATIONS STATUS - PRIME SERVICE '.
002840     05  FILLER                  PIC X(05) VALUE 'DATE '.
002850     05  MS-TITLE-DATE           PIC 9(08).
002860     05  FILLER                  PIC X(14) VALUE
002870         '  DAY BEFORE  '.
002880     05  MS-TITLE-PRIOR          PIC 9(08).
002890     05  FILLER                  PIC X(46) VALUE SPACES.
002900 01  MS-SECTION-TITLE.
002910     05  MS-SEC-TEXT             PIC X(40) VALUE SPACES.
002920     05  FILLER                  PIC X(92) VALUE SPACES.
002930 01  MS-CTL-LINE.
002940     05  FILLER                  PIC X(04) VALUE SPACES.
002950     05  MS-CTL-NAME             PIC X(20).
002960     05  FILLER                  PIC X(08) VALUE 'CEILING '.
002970     05  MS-CTL-SIZE             PIC ZZZ,ZZ9.
002980     05  FILLER                  PIC X(06) VALUE '  RUN '.
002990     05  MS-CTL-DATE             PIC 9(08).
003000     05  FILLER                  PIC X(01) VALUE SPACE.
003010     05  MS-CTL-TIME             PIC 9(08).
003020     05  MS-CTL-COUNT-AREA.
003030         10  MS-CTL-COUNT-LBL    PIC X(09).
003040         10  MS-CTL-COUNT        PIC ZZZ,ZZ9.
003050         10  MS-CTL-LARGEST-LBL  PIC X(10).
003060         10  MS-CTL-LARGEST      PIC ZZZ,ZZ9.
003070     05  FILLER                  PIC X(37) VALUE SPACES.
003080 01  MS-CKPT-LINE.
003090     05  FILLER                  PIC X(04) VALUE SPACES.
003100     05  FILLER                  PIC X(31) VALUE
003110         'CHECKPOINT PENDING - TABLE-SIZE'.
003120     05  FILLER                  PIC X(01) VALUE SPACE.
003130     05  MS-CKPT-SIZE            PIC ZZZ,ZZ9.
003140     05  FILLER                  PIC X(07) VALUE '  MODE '.
003150     05  MS-CKPT-MODE            PIC X(01).
003160     05  FILLER                  PIC X(08) VALUE '  TAKEN '.
003170     05  MS-CKPT-DATE            PIC 9(08).
003180     05  FILLER                  PIC X(01) VALUE SPACE.
003190     05  MS-CKPT-TIME            PIC 9(08).
003200     05  FILLER                  PIC X(14) VALUE
003210         '  RESUME AT N '.
003220     05  MS-CKPT-RESUME-N        PIC ZZZ,ZZ9.
003230     05  FILLER                  PIC X(35) VALUE SPACES.
003240 01  MS-RUN-HEAD.
003250     05  FILLER                  PIC X(04) VALUE SPACES.
003260     05  FILLER                  PIC X(09) VALUE 'RUN DATE '.
003270     05  FILLER                  PIC X(10) VALUE 'TIME'.
003280     05  FILLER                  PIC X(10) VALUE 'REQUEST'.
003290     05  FILLER                  PIC X(09) VALUE 'CEILING'.
003300     05  FILLER                  PIC X(05) VALUE 'MODE'.
003310     05  FILLER                  PIC X(06) VALUE '  RC'.
003320     05  FILLER                  PIC X(09) VALUE 'ELAPSED'.
003330     05  FILLER                  PIC X(07) VALUE 'RESUMED'.
003340     05  FILLER                  PIC X(63) VALUE SPACES.
003350 01  MS-RUN-LINE.
003360     05  FILLER                  PIC X(04) VALUE SPACES.
003370     05  MS-RUN-DATE             PIC 9(08).
003380     05  FILLER                  PIC X(01) VALUE SPACE.
003390     05  MS-RUN-TIME             PIC 9(08).
003400     05  FILLER                  PIC X(02) VALUE SPACES.
003410     05  MS-RUN-REQUEST          PIC X(08).
003420     05  FILLER                  PIC X(02) VALUE SPACES.
003430     05  MS-RUN-CEILING          PIC ZZZ,ZZ9.
003440     05  FILLER                  PIC X(02) VALUE SPACES.
003450     05  MS-RUN-MODE             PIC X(01).
003460     05  FILLER                  PIC X(04) VALUE SPACES.
003470     05  MS-RUN-RC               PIC ZZZ9.
003480     05  FILLER                  PIC X(02) VALUE SPACES.
003490     05  MS-RUN-ELAPSED          PIC ZZZ,ZZ9.
003500     05  FILLER                  PIC X(02) VALUE SPACES.
003510     05  MS-RUN-RESUMED          PIC X(03).
003520     05  FILLER                  PIC X(67) VALUE SPACES.
003530 01  MS-NOTE-LINE.
003540     05  FILLER                  PIC X(04) VALUE SPACES.
003550     05  MS-NOTE-TEXT            PIC X(70) VALUE SPACES.
003560     05  FILLER                  PIC X(58) VALUE SPACES.
003570 01  MS-FLAG-LINE.
003580     05  FILLER                  PIC X(04) VALUE SPACES.
003590     05  FILLER                  PIC X(03) VALUE '** '.
003600     05  MS-FLAG-LEVEL           PIC X(05).
003610     05  FILLER                  PIC X(03) VALUE ' - '.
003620     05  MS-FLAG-TEXT            PIC X(70) VALUE SPACES.
003630     05  FILLER                  PIC X(47) VALUE SPACES.
003640 01  MS-SUM-LINE.
003650     05  FILLER                  PIC X(04) VALUE SPACES.
003660     05  MS-SUM-TEXT             PIC X(44) VALUE SPACES.
003670     05  MS-SUM-COUNT            PIC ZZZ,ZZZ,ZZ9.
003680     05  FILLER                  PIC X(73) VALUE SPACES.
003690 01  MS-OVERALL-LINE.
003700     05  FILLER                  PIC X(04) VALUE SPACES.
003710     05  FILLER                  PIC X(16) VALUE
003720         'OVERALL STATUS  '.
003730     05  MS-OVERALL-TEXT         PIC X(05).
003740     05  FILLER                  PIC X(15) VALUE
003750         '   RETURN CODE '.
003760     05  MS-OVERALL-RC           PIC Z9.
003770     05  FILLER                  PIC X(90) VALUE SPACES.
003780 01  MS-BLANK-LINE               PIC X(132) VALUE SPACES.
003790
003800 PROCEDURE DIVISION.
003810*-----------------------------------------------------------------
003820* 0000-MAINLINE
003830*-----------------------------------------------------------------
003840 0000-MAINLINE.
003850     PERFORM 1000-INITIALIZE
003860         THRU 1000-INITIALIZE-EXIT.
003870     PERFORM 2000-CHECK-MASTERS
003880         THRU 2000-CHECK-MASTERS-EXIT.
003890     PERFORM 3000-CHECK-CHECKPOINT
003900         THRU 3000-CHECK-CHECKPOINT-EXIT.
003910     PERFORM 4000-CHECK-RUN-HISTORY
003920         THRU 4000-CHECK-RUN-HISTORY-EXIT.
003930     PERFORM 5000-CHECK-JOURNAL
003940         THRU 5000-CHECK-JOURNAL-EXIT.
003950     PERFORM 6000-PRINT-OVERALL
003960         THRU 6000-PRINT-OVERALL-EXIT.
003970     PERFORM 8000-TERMINATE
003980         THRU 8000-TERMINATE-EXIT.
003990     GO TO 9999-EXIT.
004000
004010*-----------------------------------------------------------------
004020* 1000-INITIALIZE PICKS UP THE STATUS DATE, WORKS OUT THE DAY
004030* BEFORE IT, OPENS THE REPORT AND PRINTS THE TITLE.  A DATE ON THE
004040* CARD MUST BE A REAL CALENDAR DATE - THE DAY BEFORE IS DERIVED
004050* FROM IT.
004060*-----------------------------------------------------------------
004070 1000-INITIALIZE.
004080     ACCEPT MS-STATUS-DATE FROM DATE YYYYMMDD.
004090     OPEN INPUT SYSIN-FILE.
004100     IF MS-SYSIN-STATUS = '00'
004110         READ SYSIN-FILE
004120             AT END
004130                 CONTINUE
004140             NOT AT END
004150                 MOVE SI-STATUS-DATE TO MS-CARD-DATE-X
004160         END-READ
004170         CLOSE SYSIN-FILE
004180     END-IF.
004190     IF MS-CARD-DATE-X NOT = SPACES
004200         IF MS-CARD-DATE NOT NUMERIC
004210             DISPLAY 'PRIMSTAT - STATUS DATE ' MS-CARD-DATE-X
004220                 ' IS NOT YYYYMMDD'
004230             MOVE 20 TO RETURN-CODE
004240             GO TO 9999-EXIT
004250         END-IF
004260         MOVE MS-CARD-DATE TO MS-STATUS-DATE
004270     END-IF.
004280     PERFORM 1100-SET-PRIOR-DATE
004290         THRU 1100-SET-PRIOR-DATE-EXIT.
004300     IF MS-STATUS-MM = ZERO OR MS-STATUS-MM > 12
004310         OR MS-STATUS-DD = ZERO
004320         OR MS-STATUS-DD > MS-MONTH-DAYS(MS-STATUS-MM)
004330         DISPLAY 'PRIMSTAT - STATUS DATE ' MS-STATUS-DATE
004340             ' IS NOT A CALENDAR DATE'
004350         MOVE 20 TO RETURN-CODE
004360         GO TO 9999-EXIT
004370     END-IF.
004380     OPEN OUTPUT REPORT-FILE.
004390     IF MS-STATRPT-STATUS NOT = '00'
004400         DISPLAY 'PRIMSTAT - REPORT-FILE OPEN FAILED '
004410             MS-STATRPT-STATUS
004420         MOVE 16 TO RETURN-CODE
004430         GO TO 9999-EXIT
004440     END-IF.
004450     MOVE MS-STATUS-DATE TO MS-TITLE-DATE.
004460     MOVE MS-PRIOR-DATE TO MS-TITLE-PRIOR.
004470     WRITE REPORT-LINE FROM MS-TITLE-LINE.
004480 1000-INITIALIZE-EXIT.
004490     EXIT.
004500
004510*-----------------------------------------------------------------
004520* 1100-SET-PRIOR-DATE SETS FEBRUARY'S LENGTH FOR THE STATUS YEAR
004530* (EVERY FOURTH YEAR, BUT NOT CENTURIES UNLESS DIVISIBLE BY 400)
004540* AND STEPS BACK ONE DAY INTO MS-PRIOR-DATE.  ON 1 JANUARY THE
004550* PRIOR DAY IS 31 DECEMBER, WHOSE LENGTH DOES NOT DEPEND ON THE
004560* YEAR.  A MONTH OUT OF RANGE IS LEFT FOR THE CALLER TO REFUSE.
004570*-----------------------------------------------------------------
004580 1100-SET-PRIOR-DATE.
004590     DIVIDE MS-STATUS-YYYY BY 4 GIVING MS-LEAP-QUOT
004600         REMAINDER MS-LEAP-REM-4.
004610     DIVIDE MS-STATUS-YYYY BY 100 GIVING MS-LEAP-QUOT
004620         REMAINDER MS-LEAP-REM-100.
004630     DIVIDE MS-STATUS-YYYY BY 400 GIVING MS-LEAP-QUOT
004640         REMAINDER MS-LEAP-REM-400.
004650     MOVE 28 TO MS-MONTH-DAYS(2).
004660     IF MS-LEAP-REM-4 = ZERO
004670         AND (MS-LEAP-REM-100 NOT = ZERO
004680             OR MS-LEAP-REM-400 = ZERO)
004690         MOVE 29 TO MS-MONTH-DAYS(2)
004700     END-IF.
004710     IF MS-STATUS-MM = ZERO OR MS-STATUS-MM > 12
004720         GO TO 1100-SET-PRIOR-DATE-EXIT
004730     END-IF.
004740     MOVE MS-STATUS-DATE TO MS-PRIOR-DATE.
004750     IF MS-STATUS-DD > 1
004760         SUBTRACT 1 FROM MS-PRIOR-DD
004770         GO TO 1100-SET-PRIOR-DATE-EXIT
004780     END-IF.
004790     IF MS-STATUS-MM = 1
004800         SUBTRACT 1 FROM MS-PRIOR-YYYY
004810         MOVE 12 TO MS-PRIOR-MM
004820     ELSE
004830         SUBTRACT 1 FROM MS-PRIOR-MM
004840     END-IF.
004850     MOVE MS-MONTH-DAYS(MS-PRIOR-MM) TO MS-PRIOR-DD.
004860 1100-SET-PRIOR-DATE-EXIT.
004870     EXIT.
004880
004890*-----------------------------------------------------------------
004900* 2000-CHECK-MASTERS READS THE CONTROL RECORD OF THE LIVE PAIR
004910* AND OF THE FALLBACK PRIME MASTER, PRINTS THEM, AND CHECKS THE
004920* LIVE PAIR BELONGS TOGETHER - SAME TABLE-SIZE AND RUN STAMP, AS
004930* PRIMGENC CHECKS IT.  EACH FILE IS CLOSED AS SOON AS ITS CONTROL
004940* RECORD HAS BEEN READ.
004950*-----------------------------------------------------------------
004960 2000-CHECK-MASTERS.
004970     MOVE 'MASTERS' TO MS-SEC-TEXT.
004980     PERFORM 6100-PRINT-SECTION-TITLE
004990         THRU 6100-PRINT-SECTION-TITLE-EXIT.
005000*
005010*    THE LIVE PRIME MASTER.
005020*
005030     OPEN INPUT PRIME-MASTER-FILE.
005040     IF MS-LIVEPM-STATUS NOT = '00'
005050         MOVE 'LIVE PRIME MASTER PRIMEMST WILL NOT OPEN'
005060             TO MS-FLAG-TEXT
005070         PERFORM 6400-RAISE-RED
005080             THRU 6400-RAISE-RED-EXIT
005090     ELSE
005100         READ PRIME-MASTER-FILE
005110             AT END
005120                 MOVE 1 TO PM-PRIME-VALUE
005130         END-READ
005140         IF NOT PM-CONTROL-REC
005150             MOVE 'LIVE PRIME MASTER HAS NO CONTROL RECORD'
005160                 TO MS-FLAG-TEXT
005170             PERFORM 6400-RAISE-RED
005180                 THRU 6400-RAISE-RED-EXIT
005190         ELSE
005200             SET MS-LIVE-OK TO TRUE
005210             MOVE PM-TABLE-SIZE TO MS-LIVE-SIZE
005220             MOVE PM-RUN-DATE TO MS-LIVE-DATE
005230             MOVE PM-RUN-TIME TO MS-LIVE-TIME
005240             MOVE 'LIVE PRIME MASTER' TO MS-CTL-NAME
005250             MOVE PM-TABLE-SIZE TO MS-CTL-SIZE
005260             MOVE PM-RUN-DATE TO MS-CTL-DATE
005270             MOVE PM-RUN-TIME TO MS-CTL-TIME
005280             MOVE '  PRIMES ' TO MS-CTL-COUNT-LBL
005290             MOVE PM-PRIME-COUNT TO MS-CTL-COUNT
005300             MOVE '  LARGEST ' TO MS-CTL-LARGEST-LBL
005310             MOVE PM-LARGEST-PRIME TO MS-CTL-LARGEST
005320             WRITE REPORT-LINE FROM MS-CTL-LINE
005330         END-IF
005340         CLOSE PRIME-MASTER-FILE
005350     END-IF.
005360*
005370*    THE LIVE SPF MASTER.
005380*
005390     OPEN INPUT SPF-MASTER-FILE.
005400     IF MS-LIVESF-STATUS NOT = '00'
005410         MOVE 'LIVE SPF MASTER SPFMST WILL NOT OPEN'
005420             TO MS-FLAG-TEXT
005430         PERFORM 6400-RAISE-RED
005440             THRU 6400-RAISE-RED-EXIT
005450     ELSE
005460         READ SPF-MASTER-FILE
005470             AT END
005480                 MOVE 1 TO SF-VALUE
005490         END-READ
005500         IF NOT SF-CONTROL-REC
005510             MOVE 'LIVE SPF MASTER HAS NO CONTROL RECORD'
005520                 TO MS-FLAG-TEXT
005530             PERFORM 6400-RAISE-RED
005540                 THRU 6400-RAISE-RED-EXIT
005550         ELSE
005560             MOVE 'LIVE SPF MASTER' TO MS-CTL-NAME
005570             MOVE SF-TABLE-SIZE TO MS-CTL-SIZE
005580             MOVE SF-RUN-DATE TO MS-CTL-DATE
005590             MOVE SF-RUN-TIME TO MS-CTL-TIME
005600             MOVE SPACES TO MS-CTL-COUNT-AREA
005610             WRITE REPORT-LINE FROM MS-CTL-LINE
005620             IF MS-LIVE-OK
005630                 IF SF-TABLE-SIZE = MS-LIVE-SIZE
005640                     AND SF-RUN-DATE = MS-LIVE-DATE
005650                     AND SF-RUN-TIME = MS-LIVE-TIME
005660                     MOVE 'LIVE PAIR CONTROLS MATCH'
005670                         TO MS-NOTE-TEXT
005680                     WRITE REPORT-LINE FROM MS-NOTE-LINE
005690                 ELSE
005700                     MOVE 'LIVE PAIR CONTROLS DISAGREE'
005710                         TO MS-FLAG-TEXT
005720                     PERFORM 6400-RAISE-RED
005730                         THRU 6400-RAISE-RED-EXIT
005740                 END-IF
005750             END-IF
005760         END-IF
005770         CLOSE SPF-MASTER-FILE
005780     END-IF.
005790*
005800*    THE FALLBACK GENERATION.
005810*
005820     OPEN INPUT PRIOR-PRIME-FILE.
005830     IF MS-PRVPM-STATUS = '35'
005840         MOVE 'NO FALLBACK GENERATION ON PRIMEPRV'
005850             TO MS-FLAG-TEXT
005860         PERFORM 6300-RAISE-AMBER
005870             THRU 6300-RAISE-AMBER-EXIT
005880         GO TO 2000-CHECK-MASTERS-EXIT
005890     END-IF.
005900     IF MS-PRVPM-STATUS NOT = '00'
005910         MOVE 'FALLBACK PRIME MASTER PRIMEPRV WILL NOT OPEN'
005920             TO MS-FLAG-TEXT
005930         PERFORM 6300-RAISE-AMBER
005940             THRU 6300-RAISE-AMBER-EXIT
005950         GO TO 2000-CHECK-MASTERS-EXIT
005960     END-IF.
005970     READ PRIOR-PRIME-FILE
005980         AT END
005990             MOVE 1 TO PP-PRIME-VALUE
006000     END-READ.
006010     IF NOT PP-CONTROL-REC
006020         MOVE 'FALLBACK PRIME MASTER HAS NO CONTROL RECORD'
006030             TO MS-FLAG-TEXT
006040         PERFORM 6300-RAISE-AMBER
006050             THRU 6300-RAISE-AMBER-EXIT
006060         CLOSE PRIOR-PRIME-FILE
006070         GO TO 2000-CHECK-MASTERS-EXIT
006080     END-IF.
006090     MOVE PP-TABLE-SIZE TO MS-PRV-SIZE.
006100     MOVE 'FALLBACK PRIMEPRV' TO MS-CTL-NAME.
006110     MOVE PP-TABLE-SIZE TO MS-CTL-SIZE.
006120     MOVE PP-RUN-DATE TO MS-CTL-DATE.
006130     MOVE PP-RUN-TIME TO MS-CTL-TIME.
006140     MOVE '  PRIMES ' TO MS-CTL-COUNT-LBL.
006150     MOVE PP-PRIME-COUNT TO MS-CTL-COUNT.
006160     MOVE '  LARGEST ' TO MS-CTL-LARGEST-LBL.
006170     MOVE PP-LARGEST-PRIME TO MS-CTL-LARGEST.
006180     WRITE REPORT-LINE FROM MS-CTL-LINE.
006190     CLOSE PRIOR-PRIME-FILE.
006200     IF MS-LIVE-OK
006210         AND MS-LIVE-SIZE < MS-PRV-SIZE
006220         MOVE 'LIVE CEILING IS BELOW THE FALLBACK CEILING'
006230             TO MS-FLAG-TEXT
006240         PERFORM 6300-RAISE-AMBER
006250             THRU 6300-RAISE-AMBER-EXIT
006260     END-IF.
006270 2000-CHECK-MASTERS-EXIT.
006280     EXIT.
006290
006300*-----------------------------------------------------------------
006310* 3000-CHECK-CHECKPOINT LOOKS FOR A LEFTOVER CHECKPOINT.  AN
006320* ABSENT (STATUS 35) OR EMPTY CHKPT IS THE NORMAL STATE; A
006330* CHECKPOINT STILL THERE IN THE MORNING MEANS A SIEVE STOPPED
006340* PART-WAY AND HAS NOT BEEN RESUMED OR DISCARDED - CHKPTUTL GIVES
006350* THE DETAIL.  A CHKPT THAT IS THERE BUT WILL NOT OPEN MAY BE
006360* HIDING ONE, SO IT IS FLAGGED RATHER THAN TAKEN AS EMPTY.
006370*-----------------------------------------------------------------
006380 3000-CHECK-CHECKPOINT.
006390     MOVE 'CHECKPOINT' TO MS-SEC-TEXT.
006400     PERFORM 6100-PRINT-SECTION-TITLE
006410         THRU 6100-PRINT-SECTION-TITLE-EXIT.
006420     OPEN INPUT CHECKPOINT-FILE.
006430     IF MS-CKPT-STATUS NOT = '00'
006440         AND MS-CKPT-STATUS NOT = '35'
006450         MOVE 'CHECKPOINT FILE CHKPT CANNOT BE READ'
006460             TO MS-FLAG-TEXT
006470         PERFORM 6300-RAISE-AMBER
006480             THRU 6300-RAISE-AMBER-EXIT
006490         GO TO 3000-CHECK-CHECKPOINT-EXIT
006500     END-IF.
006510     IF MS-CKPT-STATUS = '00'
006520         READ CHECKPOINT-FILE
006530             AT END
006540                 CONTINUE
006550             NOT AT END
006560                 SET MS-CKPT-FOUND TO TRUE
006570                 MOVE CK-TABLE-SIZE TO MS-CK-TABLE-SIZE
006580                 MOVE CK-RESUME-N TO MS-CK-RESUME-N
006590                 MOVE CK-RUN-DATE TO MS-CK-RUN-DATE
006600                 MOVE CK-RUN-TIME TO MS-CK-RUN-TIME
006610                 MOVE CK-MODE TO MS-CK-MODE
006620         END-READ
006630         CLOSE CHECKPOINT-FILE
006640     END-IF.
006650     IF NOT MS-CKPT-FOUND
006660         MOVE 'NO CHECKPOINT PENDING' TO MS-NOTE-TEXT
006670         WRITE REPORT-LINE FROM MS-NOTE-LINE
006680         GO TO 3000-CHECK-CHECKPOINT-EXIT
006690     END-IF.
006700     MOVE MS-CK-TABLE-SIZE TO MS-CKPT-SIZE.
006710     MOVE MS-CK-MODE TO MS-CKPT-MODE.
006720     MOVE MS-CK-RUN-DATE TO MS-CKPT-DATE.
006730     MOVE MS-CK-RUN-TIME TO MS-CKPT-TIME.
006740     MOVE MS-CK-RESUME-N TO MS-CKPT-RESUME-N.
006750     WRITE REPORT-LINE FROM MS-CKPT-LINE.
006760     MOVE 'CHECKPOINT PENDING - RESUME OR DISCARD WITH CHKPTUTL'
006770         TO MS-FLAG-TEXT.
006780     PERFORM 6300-RAISE-AMBER
006790         THRU 6300-RAISE-AMBER-EXIT.
006800 3000-CHECK-CHECKPOINT-EXIT.
006810     EXIT.
006820
006830*-----------------------------------------------------------------
006840* 4000-CHECK-RUN-HISTORY LISTS AND CHECKS LAST NIGHT'S SIEVE
006850* REQUESTS.  A NIGHT WITH NO REQUESTS AT ALL MEANS THE SIEVE
006860* NEVER RAN.
006870*-----------------------------------------------------------------
006880 4000-CHECK-RUN-HISTORY.
006890     MOVE 'LAST NIGHT''S SIEVE REQUESTS' TO MS-SEC-TEXT.
006900     PERFORM 6100-PRINT-SECTION-TITLE
006910         THRU 6100-PRINT-SECTION-TITLE-EXIT.
006920     OPEN INPUT RUN-HISTORY-FILE.
006930     IF MS-RUNHIST-STATUS NOT = '00'
006940         MOVE 'RUN HISTORY RUNHIST CANNOT BE READ'
006950             TO MS-FLAG-TEXT
006960         PERFORM 6300-RAISE-AMBER
006970             THRU 6300-RAISE-AMBER-EXIT
006980         GO TO 4000-CHECK-RUN-HISTORY-EXIT
006990     END-IF.
007000     WRITE REPORT-LINE FROM MS-RUN-HEAD.
007010     PERFORM 4100-TAKE-ONE-RUN
007020         THRU 4100-TAKE-ONE-RUN-EXIT
007030         UNTIL MS-RUNHIST-EOF.
007040     CLOSE RUN-HISTORY-FILE.
007050     IF MS-RUN-COUNT > MS-RUN-MAX
007060         MOVE 'FURTHER REQUESTS NOT LISTED - SEE PRIMHIST'
007070             TO MS-NOTE-TEXT
007080         WRITE REPORT-LINE FROM MS-NOTE-LINE
007090     END-IF.
007100     MOVE 'SIEVE REQUESTS LAST NIGHT' TO MS-SUM-TEXT.
007110     MOVE MS-RUN-COUNT TO MS-SUM-COUNT.
007120     WRITE REPORT-LINE FROM MS-SUM-LINE.
007130     IF MS-RUN-COUNT = ZERO
007140         MOVE 'NO SIEVE REQUEST RAN LAST NIGHT' TO MS-FLAG-TEXT
007150         PERFORM 6300-RAISE-AMBER
007160             THRU 6300-RAISE-AMBER-EXIT
007170     END-IF.
007180     IF MS-RUN-FAILED > ZERO
007190         MOVE 'A SIEVE REQUEST ENDED WITH RETURN CODE 8 OR HIGHER'
007200             TO MS-FLAG-TEXT
007210         PERFORM 6400-RAISE-RED
007220             THRU 6400-RAISE-RED-EXIT
007230     END-IF.
007240     IF MS-RUN-WARNED > ZERO
007250         MOVE 'A SIEVE REQUEST ENDED WITH RETURN CODE 4'
007260             TO MS-FLAG-TEXT
007270         PERFORM 6300-RAISE-AMBER
007280             THRU 6300-RAISE-AMBER-EXIT
007290     END-IF.
007300     IF MS-RESUMED-COUNT > ZERO
007310         MOVE 'A SIEVE REQUEST RESUMED FROM A CHECKPOINT'
007320             TO MS-FLAG-TEXT
007330         PERFORM 6300-RAISE-AMBER
007340             THRU 6300-RAISE-AMBER-EXIT
007350     END-IF.
007360 4000-CHECK-RUN-HISTORY-EXIT.
007370     EXIT.
007380
007390*-----------------------------------------------------------------
007400* 4100-TAKE-ONE-RUN READS ONE RUNHIST ROW AND, WHEN IT IS A
007410* REQUEST ROW INSIDE LAST NIGHT'S WINDOW, COUNTS, CHECKS AND
007420* (UP TO MS-RUN-MAX) LISTS IT.
007430*-----------------------------------------------------------------
007440 4100-TAKE-ONE-RUN.
007450     READ RUN-HISTORY-FILE
007460         AT END
007470             SET MS-RUNHIST-EOF TO TRUE
007480             GO TO 4100-TAKE-ONE-RUN-EXIT
007490     END-READ.
007500     IF RH-ROLLUP-REC
007510         GO TO 4100-TAKE-ONE-RUN-EXIT
007520     END-IF.
007530     IF (RH-RUN-DATE = MS-PRIOR-DATE
007540             AND RH-RUN-TIME NOT < MS-NIGHT-START)
007550         OR (RH-RUN-DATE = MS-STATUS-DATE
007560             AND RH-RUN-TIME < MS-NIGHT-END)
007570         CONTINUE
007580     ELSE
007590         GO TO 4100-TAKE-ONE-RUN-EXIT
007600     END-IF.
007610     ADD 1 TO MS-RUN-COUNT.
007620     IF RH-RETURN-CODE NOT < 8
007630         ADD 1 TO MS-RUN-FAILED
007640     ELSE
007650         IF RH-RETURN-CODE NOT < 4
007660             ADD 1 TO MS-RUN-WARNED
007670         END-IF
007680     END-IF.
007690     IF RH-RESUMED-RUN
007700         ADD 1 TO MS-RESUMED-COUNT
007710     END-IF.
007720     IF MS-RUN-COUNT > MS-RUN-MAX
007730         GO TO 4100-TAKE-ONE-RUN-EXIT
007740     END-IF.
007750     MOVE RH-RUN-DATE TO MS-RUN-DATE.
007760     MOVE RH-RUN-TIME TO MS-RUN-TIME.
007770     MOVE RH-REQUEST-ID TO MS-RUN-REQUEST.
007780     MOVE RH-TABLE-SIZE TO MS-RUN-CEILING.
007790     MOVE RH-MODE TO MS-RUN-MODE.
007800     MOVE RH-RETURN-CODE TO MS-RUN-RC.
007810     MOVE RH-ELAPSED-SECONDS TO MS-RUN-ELAPSED.
007820     IF RH-RESUMED-RUN
007830         MOVE 'YES' TO MS-RUN-RESUMED
007840     ELSE
007850         MOVE 'NO' TO MS-RUN-RESUMED
007860     END-IF.
007870     WRITE REPORT-LINE FROM MS-RUN-LINE.
007880 4100-TAKE-ONE-RUN-EXIT.
007890     EXIT.
007900
007910*-----------------------------------------------------------------
007920* 5000-CHECK-JOURNAL COUNTS YESTERDAY'S QUESTIONS AND THE SHARE
007930* THAT FELL BEYOND THE CEILING, WORKED AS PRIMDEMD WORKS IT -
007940* THE SHARE IS OF THE ANSWERED QUESTIONS ONLY, AS A REFUSED ONE
007950* NEVER REACHED THE MASTER; REFUSALS ARE COUNTED ON THEIR OWN
007960* LINE.  THE AMBER TEST IS MADE IN WHOLE NUMBERS SO NO ROUNDING
007970* CAN TIP IT.  A QUIET DAY WITH NO QUESTIONS IS NOT A FAULT.
007980*-----------------------------------------------------------------
007990 5000-CHECK-JOURNAL.
008000     MOVE 'YESTERDAY''S LOOKUP QUESTIONS' TO MS-SEC-TEXT.
008010     PERFORM 6100-PRINT-SECTION-TITLE
008020         THRU 6100-PRINT-SECTION-TITLE-EXIT.
008030     OPEN INPUT LOOKUP-JOURNAL-FILE.
008040     IF MS-JOURNAL-STATUS NOT = '00'
008050         MOVE 'LOOKUP JOURNAL LOOKJRNL CANNOT BE READ'
008060             TO MS-FLAG-TEXT
008070         PERFORM 6300-RAISE-AMBER
008080             THRU 6300-RAISE-AMBER-EXIT
008090         GO TO 5000-CHECK-JOURNAL-EXIT
008100     END-IF.
008110     PERFORM 5100-TAKE-ONE-QUESTION
008120         THRU 5100-TAKE-ONE-QUESTION-EXIT
008130         UNTIL MS-JOURNAL-EOF.
008140     CLOSE LOOKUP-JOURNAL-FILE.
008150     SUBTRACT MS-REFUSED-COUNT FROM MS-QUESTION-COUNT
008160         GIVING MS-ANSWERED-COUNT.
008170     IF MS-ANSWERED-COUNT > ZERO
008180         COMPUTE MS-BEYOND-PCT =
008190             MS-BEYOND-COUNT * 100 / MS-ANSWERED-COUNT
008200     END-IF.
008210     MOVE 'QUESTIONS ASKED' TO MS-SUM-TEXT.
008220     MOVE MS-QUESTION-COUNT TO MS-SUM-COUNT.
008230     WRITE REPORT-LINE FROM MS-SUM-LINE.
008240     MOVE 'BEYOND THE COVERAGE CEILING' TO MS-SUM-TEXT.
008250     MOVE MS-BEYOND-COUNT TO MS-SUM-COUNT.
008260     WRITE REPORT-LINE FROM MS-SUM-LINE.
008270     MOVE 'ANSWERED SHARE BEYOND THE CEILING (PERCENT)'
008280         TO MS-SUM-TEXT.
008290     MOVE MS-BEYOND-PCT TO MS-SUM-COUNT.
008300     WRITE REPORT-LINE FROM MS-SUM-LINE.
008310     MOVE 'REFUSED BY THE AUTHORIZATION CHECK' TO MS-SUM-TEXT.
008320     MOVE MS-REFUSED-COUNT TO MS-SUM-COUNT.
008330     WRITE REPORT-LINE FROM MS-SUM-LINE.
008340     COMPUTE MS-BEYOND-SCALED = MS-BEYOND-COUNT * 100.
008350     COMPUTE MS-WARN-SCALED =
008360         MS-BEYOND-WARN-PCT * MS-ANSWERED-COUNT.
008370     IF MS-ANSWERED-COUNT > ZERO
008380         AND MS-BEYOND-SCALED NOT < MS-WARN-SCALED
008390         MOVE 'BEYOND-CEILING SHARE AT OR OVER THE WARNING LEVEL'
008400             TO MS-FLAG-TEXT
008410         PERFORM 6300-RAISE-AMBER
008420             THRU 6300-RAISE-AMBER-EXIT
008430     END-IF.
008440 5000-CHECK-JOURNAL-EXIT.
008450     EXIT.
008460
008470 5100-TAKE-ONE-QUESTION.
008480     READ LOOKUP-JOURNAL-FILE
008490         AT END
008500             SET MS-JOURNAL-EOF TO TRUE
008510             GO TO 5100-TAKE-ONE-QUESTION-EXIT
008520     END-READ.
008530     IF LJ-ASK-DATE NOT = MS-PRIOR-DATE
008540         GO TO 5100-TAKE-ONE-QUESTION-EXIT
008550     END-IF.
008560     ADD 1 TO MS-QUESTION-COUNT.
008570     IF LJ-VERDICT-BEYOND
008580         ADD 1 TO MS-BEYOND-COUNT
008590     END-IF.
008600     IF LJ-VERDICT-REJECTED
008610         ADD 1 TO MS-REFUSED-COUNT
008620     END-IF.
008630 5100-TAKE-ONE-QUESTION-EXIT.
008640     EXIT.
008650
008660*-----------------------------------------------------------------
008670* 6000-PRINT-OVERALL PRINTS THE FLAG COUNTS AND THE OVERALL
008680* STATUS, AND SETS THE MATCHING RETURN CODE.
008690*-----------------------------------------------------------------
008700 6000-PRINT-OVERALL.
008710     MOVE 'OVERALL' TO MS-SEC-TEXT.
008720     PERFORM 6100-PRINT-SECTION-TITLE
008730         THRU 6100-PRINT-SECTION-TITLE-EXIT.
008740     MOVE 'RED FLAGS' TO MS-SUM-TEXT.
008750     MOVE MS-RED-COUNT TO MS-SUM-COUNT.
008760     WRITE REPORT-LINE FROM MS-SUM-LINE.
008770     MOVE 'AMBER FLAGS' TO MS-SUM-TEXT.
008780     MOVE MS-AMBER-COUNT TO MS-SUM-COUNT.
008790     WRITE REPORT-LINE FROM MS-SUM-LINE.
008800     WRITE REPORT-LINE FROM MS-BLANK-LINE.
008810     IF MS-STATUS-RED
008820         MOVE 'RED' TO MS-OVERALL-TEXT
008830         MOVE 8 TO RETURN-CODE
008840     ELSE
008850         IF MS-STATUS-AMBER
008860             MOVE 'AMBER' TO MS-OVERALL-TEXT
008870             MOVE 4 TO RETURN-CODE
008880         ELSE
008890             MOVE 'GREEN' TO MS-OVERALL-TEXT
008900             MOVE 0 TO RETURN-CODE
008910         END-IF
008920     END-IF.
008930     MOVE RETURN-CODE TO MS-OVERALL-RC.
008940     WRITE REPORT-LINE FROM MS-OVERALL-LINE.
008950     DISPLAY 'PRIMSTAT - OVERALL STATUS ' MS-OVERALL-TEXT
008960         ' FOR ' MS-STATUS-DATE.
008970 6000-PRINT-OVERALL-EXIT.
008980     EXIT.
008990
009000 6100-PRINT-SECTION-TITLE.
009010     WRITE REPORT-LINE FROM MS-BLANK-LINE.
009020     WRITE REPORT-LINE FROM MS-SECTION-TITLE.
009030     WRITE REPORT-LINE FROM MS-BLANK-LINE.
009040 6100-PRINT-SECTION-TITLE-EXIT.
009050     EXIT.
009060
009070*-----------------------------------------------------------------
009080* 6300-RAISE-AMBER / 6400-RAISE-RED PRINT THE FLAG IN MS-FLAG-TEXT
009090* UNDER THE LINE IT CONCERNS AND MOVE THE OVERALL STATUS TOWARD
009100* RED - AMBER NEVER OVERRIDES A RED ALREADY RAISED.
009110*-----------------------------------------------------------------
009120 6300-RAISE-AMBER.
009130     MOVE 'AMBER' TO MS-FLAG-LEVEL.
009140     WRITE REPORT-LINE FROM MS-FLAG-LINE.
009150     ADD 1 TO MS-AMBER-COUNT.
009160     IF MS-STATUS-GREEN
009170         SET MS-STATUS-AMBER TO TRUE
009180     END-IF.
009190 6300-RAISE-AMBER-EXIT.
009200     EXIT.
009210
009220 6400-RAISE-RED.
009230     MOVE 'RED' TO MS-FLAG-LEVEL.
009240     WRITE REPORT-LINE FROM MS-FLAG-LINE.
009250     ADD 1 TO MS-RED-COUNT.
009260     SET MS-STATUS-RED TO TRUE.
009270 6400-RAISE-RED-EXIT.
009280     EXIT.
009290
009300*-----------------------------------------------------------------
009310* 8000-TERMINATE CLOSES THE REPORT BEFORE THE RUN ENDS.  EVERY
009320* INPUT WAS CLOSED AS SOON AS IT HAD BEEN READ.
009330*-----------------------------------------------------------------
009340 8000-TERMINATE.
009350     CLOSE REPORT-FILE.
009360 8000-TERMINATE-EXIT.
009370     EXIT.
009380
009390 9999-EXIT.
009400     GOBACK.
