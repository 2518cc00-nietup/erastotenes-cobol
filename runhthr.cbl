000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RUNHTHR.
000030 AUTHOR. J HALVORSEN.
000040 INSTALLATION. DATA CENTER SERVICES.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* REMARKS.  OPERATOR CONSOLE MAINTENANCE OF THE THRESHLD CONTROL
000090*           FILE THAT RUNHMON JUDGES EACH NIGHT'S RUNS BY.  THE
000100*           OPERATOR GIVES AN OPERATOR ID, THEN WORKS ON THE BAND
000110*           TABLE IN STORAGE WITH ONE-LETTER COMMANDS:
000120*             L     LIST THE BANDS, NUMBERED IN CEILING ORDER
000130*             A     ADD A BAND
000140*             C     CHANGE A BAND (BLANK KEEPS A VALUE)
000150*             D     DELETE A BAND
000160*             S     SAVE THE TABLE TO THRESHLD
000170*             END   FINISH (REFUSED WHILE CHANGES ARE UNSAVED)
000180*             QUIT  FINISH, DISCARDING UNSAVED CHANGES
000190*           EVERY VALUE IS PROMPTED FOR AND MUST BE DIGITS ONLY;
000200*           END AT ANY PROMPT ABANDONS THAT COMMAND.
000210*
000220*           THE BANDS MUST MEET END TO END SO EVERY CEILING FALLS
000230*           IN EXACTLY ONE OF THEM:
000240*             - A BAND THAT WOULD OVERLAP ANOTHER IS REFUSED AS
000250*               SOON AS IT IS TYPED,
000260*             - A GAP CAN ONLY BE CLOSED ONE BAND AT A TIME, SO
000270*               GAPS ARE REPORTED AFTER EACH CHANGE BUT REFUSED
000280*               AT SAVE - THRESHLD IS NOT WRITTEN WHILE ANY GAP,
000290*               OVERLAP OR UNUSABLE CARD REMAINS.
000300*           (TO MOVE A BOUNDARY, SHRINK ONE BAND FIRST AND THEN
000310*           WIDEN ITS NEIGHBOR.)  A CARD RUNHMON WOULD PASS OVER
000320*           IS SHOWN AS UNUSABLE AND MUST BE DELETED AND KEYED
000330*           AGAIN BEFORE THE TABLE CAN BE SAVED.
000340*
000350*           A SAVE REWRITES THRESHLD AND APPENDS ONE THRAUDIT
000360*           RECORD (THAUDREC LAYOUT) PER CHANGE MADE SINCE THE
000370*           LAST SAVE, WITH THE OPERATOR ID, THE SAVE DATE/TIME
000380*           AND THE BEFORE AND AFTER IMAGES.  NO AUDIT, NO SAVE -
000390*           IF THRAUDIT WILL NOT OPEN, THRESHLD IS LEFT AS IT WAS.
000400*
000410*           RETURN CODES: 0 NORMAL, 8 NO OPERATOR ID GIVEN,
000420*           16 THRESHLD UNREADABLE OR LONGER THAN RUNHMON LOADS.
000430*-----------------------------------------------------------------
000440* MODIFICATION HISTORY.
000450* DATE       INIT  DESCRIPTION
000460* -------    ----  ------------------------------------------------
000470* 10/15/2026 JRH   INITIAL VERSION.  THE TABLE LIMIT IS RUNHMON'S
000480*                  50 BANDS, AND THE USABLE-CARD TEST IS THE ONE
000490*                  RUNHMON'S 1550-LOAD-ONE-BAND APPLIES, SO WHAT
000500*                  THIS PROGRAM SAVES IS EXACTLY WHAT THE MONITOR
000510*                  WILL LOAD.
000520*-----------------------------------------------------------------
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SPECIAL-NAMES.
000560     CONSOLE IS CONS.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT THRESHOLD-FILE ASSIGN TO THRESHLD
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS RT-THRESH-STATUS.
000620     SELECT AUDIT-FILE ASSIGN TO THRAUDIT
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS RT-AUDIT-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680*-----------------------------------------------------------------
000690* THRESHOLD-FILE IS RUNHMON'S BAND TABLE, READ ONCE AT SESSION
000700* START AND REWRITTEN WHOLE ON EACH SAVE.  LAYOUT IS SHARED VIA
000710* THE THRSHREC COPYBOOK.
000720*-----------------------------------------------------------------
000730 FD  THRESHOLD-FILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE OMITTED.
000760     COPY THRSHREC.
000770
000780*-----------------------------------------------------------------
000790* AUDIT-FILE IS THE PERMANENT THRESHOLD-CHANGE AUDIT, APPENDED TO
000800* ON EACH SAVE.  LAYOUT IS SHARED VIA THE THAUDREC COPYBOOK.
000810*-----------------------------------------------------------------
000820 FD  AUDIT-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE OMITTED.
000850     COPY THAUDREC.
000860
000870 WORKING-STORAGE SECTION.
000880 77  RT-THRESH-STATUS            PIC X(02) VALUE '00'.
000890 77  RT-AUDIT-STATUS             PIC X(02) VALUE '00'.
000900 77  RT-THRESH-EOF-SW            PIC X(01) VALUE 'N'.
000910     88  RT-THRESH-EOF               VALUE 'Y'.
000920 77  RT-DONE-SW                  PIC X(01) VALUE 'N'.
000930     88  RT-DONE                     VALUE 'Y'.
000940 77  RT-OPERATOR                 PIC X(08) VALUE SPACES.
000950 77  RT-CHANGE-DATE              PIC 9(08) VALUE ZERO.
000960 77  RT-CHANGE-TIME              PIC 9(08) VALUE ZERO.
000970 01  RT-COMMAND                  PIC X(10) VALUE SPACES.
000980*-----------------------------------------------------------------
000990* THE TYPED ANSWER TO A NUMBER PROMPT AND ITS EDITED FORM.  THE
001000* EDIT IS THE INQUIRY'S: DIGITS LEFT TO RIGHT, THE FIRST SPACE
001010* ENDS THE NUMBER, ANYTHING ELSE OR TOO MANY DIGITS IS REFUSED.
001020* RT-DIGIT-MAX IS THE FIELD WIDTH FOR THE PROMPT IN HAND.
001030* RT-ANSWER-SW SAYS HOW THE PROMPT WAS ANSWERED; A BLANK ANSWER
001040* KEEPS THE CURRENT VALUE ONLY WHERE RT-KEEP-ALLOWED.
001050*-----------------------------------------------------------------
001060 01  RT-INPUT                    PIC X(10) VALUE SPACES.
001070 01  RT-INPUT-CHARS REDEFINES RT-INPUT.
001080     05  RT-INPUT-CHAR           PIC X(01) OCCURS 10 TIMES.
001090 77  RT-INPUT-VALID-SW           PIC X(01) VALUE 'N'.
001100     88  RT-INPUT-VALID              VALUE 'Y'.
001110 77  RT-SCAN-SUB                 PIC 9(02) COMP VALUE ZERO.
001120 77  RT-DIGIT-COUNT              PIC 9(02) COMP VALUE ZERO.
001130 77  RT-DIGIT-MAX                PIC 9(02) COMP VALUE ZERO.
001140 77  RT-NUMBER                   PIC 9(07) COMP VALUE ZERO.
001150 01  RT-DIGIT-X                  PIC X(01) VALUE ZERO.
001160 01  RT-DIGIT-9 REDEFINES RT-DIGIT-X
001170                                 PIC 9(01).
001180 77  RT-PROMPT                   PIC X(40) VALUE SPACES.
001190 77  RT-ANSWER-SW                PIC X(01) VALUE SPACE.
001200     88  RT-ANSWER-NONE              VALUE SPACE.
001210     88  RT-ANSWER-NUMBER            VALUE 'V'.
001220     88  RT-ANSWER-KEEP              VALUE 'K'.
001230     88  RT-ANSWER-CANCEL            VALUE 'X'.
001240 77  RT-KEEP-ALLOWED-SW          PIC X(01) VALUE 'N'.
001250     88  RT-KEEP-ALLOWED             VALUE 'Y'.
001260*-----------------------------------------------------------------
001270* THE BAND TABLE, HELD IN CEILING ORDER WITH ANY UNUSABLE CARDS
001280* LAST.  EACH ENTRY KEEPS THE WHOLE CARD AS READ, SO COLUMNS
001290* PAST THE BAND VALUES SURVIVE A REWRITE.  UP TO 50 BANDS, THE
001300* MOST RUNHMON WILL LOAD.
001310*-----------------------------------------------------------------
001320 77  RT-BAND-MAX                 PIC 9(03) COMP VALUE 50.
001330 77  RT-BAND-USED                PIC 9(03) COMP VALUE ZERO.
001340 77  RT-BAND-SUB                 PIC 9(03) COMP VALUE ZERO.
001350 77  RT-NEXT-SUB                 PIC 9(03) COMP VALUE ZERO.
001360 77  RT-TARGET-SUB               PIC 9(03) COMP VALUE ZERO.
001370 77  RT-OVERLAP-SUB              PIC 9(03) COMP VALUE ZERO.
001380 77  RT-SWAPPED-SW               PIC X(01) VALUE 'N'.
001390     88  RT-SWAPPED                  VALUE 'Y'.
001400 01  RT-BAND-TABLE.
001410     05  RT-BAND-ENTRY           OCCURS 50 TIMES.
001420         10  RT-BAND-CARD        PIC X(80).
001430         10  RT-BAND-FIELDS REDEFINES RT-BAND-CARD.
001440             15  RT-BAND-VALUES.
001450                 20  RT-BAND-LOW     PIC 9(06).
001460                 20  RT-BAND-HIGH    PIC 9(06).
001470                 20  RT-BAND-ELAPSED PIC 9(06).
001480                 20  RT-BAND-RC      PIC 9(04).
001490             15  FILLER          PIC X(58).
001500         10  RT-BAND-OK-SW       PIC X(01).
001510             88  RT-BAND-OK          VALUE 'Y'.
001520 01  RT-SWAP-ENTRY               PIC X(81) VALUE SPACES.
001530*-----------------------------------------------------------------
001540* THE BAND BEING ADDED OR CHANGED, AND THE BEFORE AND AFTER
001550* IMAGES OF A CHANGE.  RT-BAND-REFUSED SAYS THE NEW VALUES FAILED
001560* THE BAND EDITS.
001570*-----------------------------------------------------------------
001580 77  RT-NEW-LOW                  PIC 9(06) VALUE ZERO.
001590 77  RT-NEW-HIGH                 PIC 9(06) VALUE ZERO.
001600 77  RT-NEW-ELAPSED              PIC 9(06) VALUE ZERO.
001610 77  RT-NEW-RC                   PIC 9(04) VALUE ZERO.
001620 77  RT-BAND-REFUSED-SW          PIC X(01) VALUE 'N'.
001630     88  RT-BAND-REFUSED             VALUE 'Y'.
001640 77  RT-ACTION                   PIC X(01) VALUE SPACE.
001650 77  RT-BEFORE-IMAGE             PIC X(22) VALUE SPACES.
001660 77  RT-AFTER-IMAGE              PIC X(22) VALUE SPACES.
001670*-----------------------------------------------------------------
001680* CHANGES MADE SINCE THE LAST SAVE, IN THE ORDER MADE.  EACH
001690* BECOMES ONE AUDIT RECORD WHEN THE TABLE IS SAVED.  A FULL LOG
001700* STOPS FURTHER CHANGES UNTIL THE OPERATOR SAVES.
001710*-----------------------------------------------------------------
001720 77  RT-LOG-MAX                  PIC 9(03) COMP VALUE 100.
001730 77  RT-LOG-USED                 PIC 9(03) COMP VALUE ZERO.
001740 77  RT-LOG-SUB                  PIC 9(03) COMP VALUE ZERO.
001750 01  RT-LOG-TABLE.
001760     05  RT-LOG-ENTRY            OCCURS 100 TIMES.
001770         10  RT-LOG-ACTION       PIC X(01).
001780         10  RT-LOG-BEFORE       PIC X(22).
001790         10  RT-LOG-AFTER        PIC X(22).
001800*-----------------------------------------------------------------
001810* TABLE CHECK RESULTS.  A GAP RUNS FROM ONE BAND'S HIGH CEILING
001820* PLUS ONE TO THE NEXT BAND'S LOW CEILING LESS ONE.
001830*-----------------------------------------------------------------
001840 77  RT-PROBLEM-COUNT            PIC 9(03) COMP VALUE ZERO.
001850 77  RT-GAP-LOW                  PIC 9(07) COMP VALUE ZERO.
001860 77  RT-GAP-HIGH                 PIC 9(07) COMP VALUE ZERO.
001870*-----------------------------------------------------------------
001880* DISPLAY EDITING FIELDS.
001890*-----------------------------------------------------------------
001900 77  RT-EDIT-BAND                PIC Z9.
001910 77  RT-EDIT-NEXT                PIC Z9.
001920 77  RT-EDIT-LOW                 PIC ZZZZZ9.
001930 77  RT-EDIT-HIGH                PIC ZZZZZ9.
001940 77  RT-EDIT-ELAPSED             PIC ZZZZZ9.
001950 77  RT-EDIT-RC                  PIC ZZZ9.
001960 77  RT-EDIT-GAP-LOW             PIC ZZZZZZ9.
001970 77  RT-EDIT-GAP-HIGH            PIC ZZZZZZ9.
001980 77  RT-EDIT-COUNT               PIC ZZ9.
001990 77  RT-EDIT-DIGITS              PIC 9.
002000
002010 PROCEDURE DIVISION.
002020*-----------------------------------------------------------------
002030* 0000-MAINLINE
002040*-----------------------------------------------------------------
002050 0000-MAINLINE.
002060     PERFORM 1000-INITIALIZE
002070         THRU 1000-INITIALIZE-EXIT.
002080     PERFORM 2000-TAKE-ONE-COMMAND
002090         THRU 2000-TAKE-ONE-COMMAND-EXIT
002100         UNTIL RT-DONE.
002110     PERFORM 8000-TERMINATE
002120         THRU 8000-TERMINATE-EXIT.
002130     GO TO 9999-EXIT.
002140
002150*-----------------------------------------------------------------
002160* 1000-INITIALIZE TAKES THE OPERATOR ID EVERY CHANGE WILL BE
002170* AUDITED UNDER, LOADS THE BAND TABLE AND SHOWS IT WITH ANY
002180* PROBLEMS IT ALREADY HAS.  WITHOUT AN ID THERE IS NO SESSION -
002190* AN UNATTRIBUTED CHANGE IS WHAT THE AUDIT EXISTS TO PREVENT.
002200*-----------------------------------------------------------------
002210 1000-INITIALIZE.
002220     DISPLAY 'RUNHTHR - RUNHMON THRESHOLD BAND MAINTENANCE'
002230         UPON CONS.
002240     DISPLAY 'RUNHTHR - TYPE YOUR OPERATOR ID' UPON CONS.
002250     ACCEPT RT-OPERATOR FROM CONS.
002260     IF RT-OPERATOR = SPACES
002270         DISPLAY 'RUNHTHR - AN OPERATOR ID IS REQUIRED - EVERY '
002280             'CHANGE IS AUDITED UNDER IT' UPON CONS
002290         MOVE 8 TO RETURN-CODE
002300         GO TO 9999-EXIT
002310     END-IF.
002320     PERFORM 1500-LOAD-BANDS
002330         THRU 1500-LOAD-BANDS-EXIT.
002340     PERFORM 3000-LIST-BANDS
002350         THRU 3000-LIST-BANDS-EXIT.
002360     PERFORM 5000-CHECK-TABLE
002370         THRU 5000-CHECK-TABLE-EXIT.
002380 1000-INITIALIZE-EXIT.
002390     EXIT.
002400
002410*-----------------------------------------------------------------
002420* 1500-LOAD-BANDS READS THRESHLD INTO THE TABLE.  A MISSING FILE
002430* STARTS AN EMPTY TABLE; ONE THAT WILL NOT OPEN, OR HOLDS MORE
002440* CARDS THAN RUNHMON LOADS, ENDS THE SESSION - REWRITING EITHER
002450* WOULD LOSE CARDS THE OPERATOR NEVER SAW.
002460*-----------------------------------------------------------------
002470 1500-LOAD-BANDS.
002480     OPEN INPUT THRESHOLD-FILE.
002490     IF RT-THRESH-STATUS = '35'
002500         DISPLAY 'RUNHTHR - THRESHLD NOT FOUND - STARTING FROM '
002510             'AN EMPTY TABLE' UPON CONS
002520         GO TO 1500-LOAD-BANDS-EXIT
002530     END-IF.
002540     IF RT-THRESH-STATUS NOT = '00'
002550         DISPLAY 'RUNHTHR - THRESHOLD-FILE OPEN FAILED '
002560             RT-THRESH-STATUS UPON CONS
002570         MOVE 16 TO RETURN-CODE
002580         GO TO 9999-EXIT
002590     END-IF.
002600     PERFORM 1550-LOAD-ONE-BAND
002610         THRU 1550-LOAD-ONE-BAND-EXIT
002620         UNTIL RT-THRESH-EOF
002630             OR RT-BAND-USED NOT < RT-BAND-MAX.
002640     IF NOT RT-THRESH-EOF
002650         READ THRESHOLD-FILE
002660             AT END
002670                 SET RT-THRESH-EOF TO TRUE
002680         END-READ
002690     END-IF.
002700     CLOSE THRESHOLD-FILE.
002710     IF NOT RT-THRESH-EOF
002720         DISPLAY 'RUNHTHR - THRESHLD HOLDS MORE THAN 50 CARDS - '
002730             'RUNHMON LOADS ONLY 50 - SESSION ENDED' UPON CONS
002740         MOVE 16 TO RETURN-CODE
002750         GO TO 9999-EXIT
002760     END-IF.
002770     PERFORM 1600-SORT-BANDS
002780         THRU 1600-SORT-BANDS-EXIT.
002790 1500-LOAD-BANDS-EXIT.
002800     EXIT.
002810
002820*-----------------------------------------------------------------
002830* 1550-LOAD-ONE-BAND TAKES ONE CARD AS READ.  IT IS USABLE ON THE
002840* SAME TEST RUNHMON APPLIES, PLUS A LOW CEILING NOT ABOVE THE
002850* HIGH - A BAND RUNHMON COULD NEVER MATCH IS NO BETTER.
002860*-----------------------------------------------------------------
002870 1550-LOAD-ONE-BAND.
002880     READ THRESHOLD-FILE
002890         AT END
002900             SET RT-THRESH-EOF TO TRUE
002910             GO TO 1550-LOAD-ONE-BAND-EXIT
002920     END-READ.
002930     ADD 1 TO RT-BAND-USED.
002940     MOVE THRESHOLD-REC TO RT-BAND-CARD(RT-BAND-USED).
002950     MOVE 'N' TO RT-BAND-OK-SW(RT-BAND-USED).
002960     IF TH-CEILING-LOW NOT NUMERIC
002970         OR TH-CEILING-HIGH NOT NUMERIC
002980         OR TH-MAX-ELAPSED NOT NUMERIC
002990         OR TH-MAX-RC NOT NUMERIC
003000         GO TO 1550-LOAD-ONE-BAND-EXIT
003010     END-IF.
003020     IF TH-CEILING-HIGH = ZERO
003030         OR TH-CEILING-LOW > TH-CEILING-HIGH
003040         GO TO 1550-LOAD-ONE-BAND-EXIT
003050     END-IF.
003060     MOVE 'Y' TO RT-BAND-OK-SW(RT-BAND-USED).
003070 1550-LOAD-ONE-BAND-EXIT.
003080     EXIT.
003090
003100*-----------------------------------------------------------------
003110* 1600-SORT-BANDS PUTS THE TABLE IN LOW-CEILING ORDER, UNUSABLE
003120* CARDS LAST, BY EXCHANGE PASSES UNTIL A PASS MAKES NO SWAP.
003130* FIFTY ENTRIES AT MOST, SO NOTHING CLEVERER IS WORTH IT.
003140*-----------------------------------------------------------------
003150 1600-SORT-BANDS.
003160     SET RT-SWAPPED TO TRUE.
003170     PERFORM 1650-SORT-ONE-PASS
003180         THRU 1650-SORT-ONE-PASS-EXIT
003190         UNTIL NOT RT-SWAPPED.
003200 1600-SORT-BANDS-EXIT.
003210     EXIT.
003220
003230 1650-SORT-ONE-PASS.
003240     MOVE 'N' TO RT-SWAPPED-SW.
003250     PERFORM 1660-ORDER-ONE-PAIR
003260         THRU 1660-ORDER-ONE-PAIR-EXIT
003270         VARYING RT-BAND-SUB FROM 1 BY 1
003280         UNTIL RT-BAND-SUB NOT < RT-BAND-USED.
003290 1650-SORT-ONE-PASS-EXIT.
003300     EXIT.
003310
003320 1660-ORDER-ONE-PAIR.
003330     COMPUTE RT-NEXT-SUB = RT-BAND-SUB + 1.
003340     IF NOT RT-BAND-OK(RT-NEXT-SUB)
003350         GO TO 1660-ORDER-ONE-PAIR-EXIT
003360     END-IF.
003370     IF RT-BAND-OK(RT-BAND-SUB)
003380         AND RT-BAND-LOW(RT-BAND-SUB)
003390             NOT > RT-BAND-LOW(RT-NEXT-SUB)
003400         GO TO 1660-ORDER-ONE-PAIR-EXIT
003410     END-IF.
003420     MOVE RT-BAND-ENTRY(RT-BAND-SUB) TO RT-SWAP-ENTRY.
003430     MOVE RT-BAND-ENTRY(RT-NEXT-SUB)
003440         TO RT-BAND-ENTRY(RT-BAND-SUB).
003450     MOVE RT-SWAP-ENTRY TO RT-BAND-ENTRY(RT-NEXT-SUB).
003460     SET RT-SWAPPED TO TRUE.
003470 1660-ORDER-ONE-PAIR-EXIT.
003480     EXIT.
003490
003500*-----------------------------------------------------------------
003510* 2000-TAKE-ONE-COMMAND READS ONE COMMAND AND CARRIES IT OUT.
003520* END (OR A BLANK LINE) IS REFUSED WHILE CHANGES ARE UNSAVED, SO
003530* A SESSION CANNOT WALK AWAY FROM WORK BY ACCIDENT; QUIT IS THE
003540* DELIBERATE WAY TO DISCARD IT.
003550*-----------------------------------------------------------------
003560 2000-TAKE-ONE-COMMAND.
003570     DISPLAY 'RUNHTHR - COMMAND (L, A, C, D, S, END OR QUIT)'
003580         UPON CONS.
003590     MOVE SPACES TO RT-COMMAND.
003600     ACCEPT RT-COMMAND FROM CONS.
003610     IF RT-COMMAND = SPACES OR RT-COMMAND = 'END'
003620         IF RT-LOG-USED > ZERO
003630             MOVE RT-LOG-USED TO RT-EDIT-COUNT
003640             DISPLAY 'RUNHTHR - ' RT-EDIT-COUNT ' UNSAVED '
003650                 'CHANGES - S TO SAVE THEM, OR QUIT TO DISCARD '
003660                 'THEM' UPON CONS
003670         ELSE
003680             SET RT-DONE TO TRUE
003690         END-IF
003700         GO TO 2000-TAKE-ONE-COMMAND-EXIT
003710     END-IF.
003720     IF RT-COMMAND = 'QUIT'
003730         IF RT-LOG-USED > ZERO
003740             MOVE RT-LOG-USED TO RT-EDIT-COUNT
003750             DISPLAY 'RUNHTHR - ' RT-EDIT-COUNT ' CHANGES '
003760                 'DISCARDED - THRESHLD NOT TOUCHED' UPON CONS
003770         END-IF
003780         SET RT-DONE TO TRUE
003790         GO TO 2000-TAKE-ONE-COMMAND-EXIT
003800     END-IF.
003810     IF RT-COMMAND = 'L'
003820         PERFORM 3000-LIST-BANDS
003830             THRU 3000-LIST-BANDS-EXIT
003840         GO TO 2000-TAKE-ONE-COMMAND-EXIT
003850     END-IF.
003860     IF RT-COMMAND = 'S'
003870         PERFORM 4000-SAVE-BANDS
003880             THRU 4000-SAVE-BANDS-EXIT
003890         GO TO 2000-TAKE-ONE-COMMAND-EXIT
003900     END-IF.
003910     IF RT-COMMAND NOT = 'A'
003920         AND RT-COMMAND NOT = 'C'
003930         AND RT-COMMAND NOT = 'D'
003940         DISPLAY 'RUNHTHR - UNKNOWN COMMAND - TYPE L, A, C, D, '
003950             'S, END OR QUIT' UPON CONS
003960         GO TO 2000-TAKE-ONE-COMMAND-EXIT
003970     END-IF.
003980     IF RT-LOG-USED NOT < RT-LOG-MAX
003990         DISPLAY 'RUNHTHR - CHANGE LOG FULL - SAVE BEFORE MAKING '
004000             'MORE CHANGES' UPON CONS
004010         GO TO 2000-TAKE-ONE-COMMAND-EXIT
004020     END-IF.
004030     IF RT-COMMAND = 'A'
004040         PERFORM 3100-ADD-BAND
004050             THRU 3100-ADD-BAND-EXIT
004060     ELSE
004070         IF RT-COMMAND = 'C'
004080             PERFORM 3200-CHANGE-BAND
004090                 THRU 3200-CHANGE-BAND-EXIT
004100         ELSE
004110             PERFORM 3300-DELETE-BAND
004120                 THRU 3300-DELETE-BAND-EXIT
004130         END-IF
004140     END-IF.
004150 2000-TAKE-ONE-COMMAND-EXIT.
004160     EXIT.
004170
004180*-----------------------------------------------------------------
004190* 2500-ASK-NUMBER PROMPTS WITH RT-PROMPT UNTIL IT GETS AN ANSWER
004200* IT CAN USE: A NUMBER OF UP TO RT-DIGIT-MAX DIGITS (IN
004210* RT-NUMBER), A BLANK WHERE RT-KEEP-ALLOWED, OR END TO ABANDON.
004220*-----------------------------------------------------------------
004230 2500-ASK-NUMBER.
004240     MOVE SPACE TO RT-ANSWER-SW.
004250     PERFORM 2550-ASK-ONCE
004260         THRU 2550-ASK-ONCE-EXIT
004270         UNTIL NOT RT-ANSWER-NONE.
004280 2500-ASK-NUMBER-EXIT.
004290     EXIT.
004300
004310 2550-ASK-ONCE.
004320     DISPLAY 'RUNHTHR - ' RT-PROMPT UPON CONS.
004330     MOVE SPACES TO RT-INPUT.
004340     ACCEPT RT-INPUT FROM CONS.
004350     IF RT-INPUT = 'END'
004360         SET RT-ANSWER-CANCEL TO TRUE
004370         GO TO 2550-ASK-ONCE-EXIT
004380     END-IF.
004390     IF RT-INPUT = SPACES
004400         IF RT-KEEP-ALLOWED
004410             SET RT-ANSWER-KEEP TO TRUE
004420         ELSE
004430             DISPLAY 'RUNHTHR - A VALUE IS REQUIRED, OR END TO '
004440                 'ABANDON' UPON CONS
004450         END-IF
004460         GO TO 2550-ASK-ONCE-EXIT
004470     END-IF.
004480     PERFORM 2600-EDIT-INPUT
004490         THRU 2600-EDIT-INPUT-EXIT.
004500     IF RT-INPUT-VALID
004510         SET RT-ANSWER-NUMBER TO TRUE
004520     ELSE
004530         MOVE RT-DIGIT-MAX TO RT-EDIT-DIGITS
004540         DISPLAY 'RUNHTHR - NOT A NUMBER - TYPE UP TO '
004550             RT-EDIT-DIGITS ' DIGITS, OR END TO ABANDON'
004560             UPON CONS
004570     END-IF.
004580 2550-ASK-ONCE-EXIT.
004590     EXIT.
004600
004610*-----------------------------------------------------------------
004620* 2600-EDIT-INPUT TURNS THE TYPED LINE INTO RT-NUMBER.  DIGITS
004630* ARE TAKEN LEFT TO RIGHT; THE FIRST SPACE ENDS THE NUMBER; ANY
004640* OTHER CHARACTER, TOO MANY DIGITS, OR NO DIGITS AT ALL MAKES THE
004650* LINE INVALID.
004660*-----------------------------------------------------------------
004670 2600-EDIT-INPUT.
004680     MOVE 'N' TO RT-INPUT-VALID-SW.
004690     MOVE ZERO TO RT-NUMBER.
004700     MOVE ZERO TO RT-DIGIT-COUNT.
004710     MOVE 1 TO RT-SCAN-SUB.
004720     PERFORM 2650-EDIT-ONE-CHAR
004730         THRU 2650-EDIT-ONE-CHAR-EXIT
004740         UNTIL RT-SCAN-SUB > 10.
004750     IF RT-DIGIT-COUNT > 0
004760         SET RT-INPUT-VALID TO TRUE
004770     END-IF.
004780 2600-EDIT-INPUT-EXIT.
004790     EXIT.
004800
004810 2650-EDIT-ONE-CHAR.
004820     IF RT-INPUT-CHAR(RT-SCAN-SUB) = SPACE
004830         MOVE 11 TO RT-SCAN-SUB
004840         GO TO 2650-EDIT-ONE-CHAR-EXIT
004850     END-IF.
004860     IF RT-INPUT-CHAR(RT-SCAN-SUB) NOT NUMERIC
004870         MOVE ZERO TO RT-DIGIT-COUNT
004880         MOVE 11 TO RT-SCAN-SUB
004890         GO TO 2650-EDIT-ONE-CHAR-EXIT
004900     END-IF.
004910     ADD 1 TO RT-DIGIT-COUNT.
004920     IF RT-DIGIT-COUNT > RT-DIGIT-MAX
004930         MOVE ZERO TO RT-DIGIT-COUNT
004940         MOVE 11 TO RT-SCAN-SUB
004950         GO TO 2650-EDIT-ONE-CHAR-EXIT
004960     END-IF.
004970     MOVE RT-INPUT-CHAR(RT-SCAN-SUB) TO RT-DIGIT-X.
004980     COMPUTE RT-NUMBER = RT-NUMBER * 10 + RT-DIGIT-9.
004990     ADD 1 TO RT-SCAN-SUB.
005000 2650-EDIT-ONE-CHAR-EXIT.
005010     EXIT.
005020
005030*-----------------------------------------------------------------
005040* 2700-ASK-BAND-NUMBER ASKS WHICH BAND, BY ITS NUMBER ON THE
005050* LIST, AND LEAVES IT IN RT-TARGET-SUB.  ZERO MEANS NO BAND WAS
005060* CHOSEN.
005070*-----------------------------------------------------------------
005080 2700-ASK-BAND-NUMBER.
005090     MOVE ZERO TO RT-TARGET-SUB.
005100     IF RT-BAND-USED = ZERO
005110         DISPLAY 'RUNHTHR - NO BANDS ON THE TABLE' UPON CONS
005120         GO TO 2700-ASK-BAND-NUMBER-EXIT
005130     END-IF.
005140     MOVE 'BAND NUMBER AS LISTED?' TO RT-PROMPT.
005150     MOVE 2 TO RT-DIGIT-MAX.
005160     MOVE 'N' TO RT-KEEP-ALLOWED-SW.
005170     PERFORM 2500-ASK-NUMBER
005180         THRU 2500-ASK-NUMBER-EXIT.
005190     IF RT-ANSWER-CANCEL
005200         GO TO 2700-ASK-BAND-NUMBER-EXIT
005210     END-IF.
005220     IF RT-NUMBER = ZERO OR RT-NUMBER > RT-BAND-USED
005230         MOVE RT-NUMBER TO RT-EDIT-BAND
005240         DISPLAY 'RUNHTHR - NO BAND ' RT-EDIT-BAND
005250             ' - TYPE L TO LIST THE BANDS' UPON CONS
005260         GO TO 2700-ASK-BAND-NUMBER-EXIT
005270     END-IF.
005280     MOVE RT-NUMBER TO RT-TARGET-SUB.
005290 2700-ASK-BAND-NUMBER-EXIT.
005300     EXIT.
005310
005320*-----------------------------------------------------------------
005330* 3000-LIST-BANDS SHOWS THE TABLE, ONE LINE PER BAND, NUMBERED AS
005340* THE C AND D COMMANDS EXPECT.
005350*-----------------------------------------------------------------
005360 3000-LIST-BANDS.
005370     IF RT-BAND-USED = ZERO
005380         DISPLAY 'RUNHTHR - NO BANDS ON THE TABLE' UPON CONS
005390         GO TO 3000-LIST-BANDS-EXIT
005400     END-IF.
005410     PERFORM 3050-LIST-ONE-BAND
005420         THRU 3050-LIST-ONE-BAND-EXIT
005430         VARYING RT-BAND-SUB FROM 1 BY 1
005440         UNTIL RT-BAND-SUB > RT-BAND-USED.
005450 3000-LIST-BANDS-EXIT.
005460     EXIT.
005470
005480 3050-LIST-ONE-BAND.
005490     MOVE RT-BAND-SUB TO RT-EDIT-BAND.
005500     IF NOT RT-BAND-OK(RT-BAND-SUB)
005510         DISPLAY 'RUNHTHR - BAND ' RT-EDIT-BAND
005520             ' UNUSABLE CARD: ' RT-BAND-VALUES(RT-BAND-SUB)
005530             UPON CONS
005540         GO TO 3050-LIST-ONE-BAND-EXIT
005550     END-IF.
005560     MOVE RT-BAND-LOW(RT-BAND-SUB) TO RT-EDIT-LOW.
005570     MOVE RT-BAND-HIGH(RT-BAND-SUB) TO RT-EDIT-HIGH.
005580     MOVE RT-BAND-ELAPSED(RT-BAND-SUB) TO RT-EDIT-ELAPSED.
005590     MOVE RT-BAND-RC(RT-BAND-SUB) TO RT-EDIT-RC.
005600     DISPLAY 'RUNHTHR - BAND ' RT-EDIT-BAND
005610         ' CEILING ' RT-EDIT-LOW ' THRU ' RT-EDIT-HIGH
005620         '  MAX ELAPSED ' RT-EDIT-ELAPSED
005630         '  MAX RC ' RT-EDIT-RC UPON CONS.
005640 3050-LIST-ONE-BAND-EXIT.
005650     EXIT.
005660
005670*-----------------------------------------------------------------
005680* 3100-ADD-BAND PROMPTS FOR A NEW BAND, EDITS IT AGAINST THE
005690* TABLE, AND ADDS IT IN CEILING ORDER.
005700*-----------------------------------------------------------------
005710 3100-ADD-BAND.
005720     IF RT-BAND-USED NOT < RT-BAND-MAX
005730         DISPLAY 'RUNHTHR - TABLE FULL - 50 BANDS IS THE MOST '
005740             'RUNHMON WILL LOAD' UPON CONS
005750         GO TO 3100-ADD-BAND-EXIT
005760     END-IF.
005770     MOVE ZERO TO RT-TARGET-SUB.
005780     MOVE 'N' TO RT-KEEP-ALLOWED-SW.
005790     MOVE 'LOW CEILING?' TO RT-PROMPT.
005800     MOVE 6 TO RT-DIGIT-MAX.
005810     PERFORM 2500-ASK-NUMBER
005820         THRU 2500-ASK-NUMBER-EXIT.
005830     IF RT-ANSWER-CANCEL
005840         GO TO 3100-ADD-BAND-ABANDONED
005850     END-IF.
005860     MOVE RT-NUMBER TO RT-NEW-LOW.
005870     MOVE 'HIGH CEILING (INCLUSIVE)?' TO RT-PROMPT.
005880     PERFORM 2500-ASK-NUMBER
005890         THRU 2500-ASK-NUMBER-EXIT.
005900     IF RT-ANSWER-CANCEL
005910         GO TO 3100-ADD-BAND-ABANDONED
005920     END-IF.
005930     MOVE RT-NUMBER TO RT-NEW-HIGH.
005940     MOVE 'MAXIMUM ELAPSED SECONDS?' TO RT-PROMPT.
005950     PERFORM 2500-ASK-NUMBER
005960         THRU 2500-ASK-NUMBER-EXIT.
005970     IF RT-ANSWER-CANCEL
005980         GO TO 3100-ADD-BAND-ABANDONED
005990     END-IF.
006000     MOVE RT-NUMBER TO RT-NEW-ELAPSED.
006010     MOVE 'MAXIMUM ACCEPTABLE RETURN CODE?' TO RT-PROMPT.
006020     MOVE 4 TO RT-DIGIT-MAX.
006030     PERFORM 2500-ASK-NUMBER
006040         THRU 2500-ASK-NUMBER-EXIT.
006050     IF RT-ANSWER-CANCEL
006060         GO TO 3100-ADD-BAND-ABANDONED
006070     END-IF.
006080     MOVE RT-NUMBER TO RT-NEW-RC.
006090     PERFORM 3400-EDIT-NEW-BAND
006100         THRU 3400-EDIT-NEW-BAND-EXIT.
006110     IF RT-BAND-REFUSED
006120         GO TO 3100-ADD-BAND-EXIT
006130     END-IF.
006140     ADD 1 TO RT-BAND-USED.
006150     MOVE SPACES TO RT-BAND-CARD(RT-BAND-USED).
006160     MOVE RT-NEW-LOW TO RT-BAND-LOW(RT-BAND-USED).
006170     MOVE RT-NEW-HIGH TO RT-BAND-HIGH(RT-BAND-USED).
006180     MOVE RT-NEW-ELAPSED TO RT-BAND-ELAPSED(RT-BAND-USED).
006190     MOVE RT-NEW-RC TO RT-BAND-RC(RT-BAND-USED).
006200     MOVE 'Y' TO RT-BAND-OK-SW(RT-BAND-USED).
006210     MOVE 'A' TO RT-ACTION.
006220     MOVE SPACES TO RT-BEFORE-IMAGE.
006230     MOVE RT-BAND-VALUES(RT-BAND-USED) TO RT-AFTER-IMAGE.
006240     PERFORM 3700-LOG-CHANGE
006250         THRU 3700-LOG-CHANGE-EXIT.
006260     DISPLAY 'RUNHTHR - BAND ADDED' UPON CONS.
006270     GO TO 3100-ADD-BAND-EXIT.
006280 3100-ADD-BAND-ABANDONED.
006290     DISPLAY 'RUNHTHR - ADD ABANDONED' UPON CONS.
006300 3100-ADD-BAND-EXIT.
006310     EXIT.
006320
006330*-----------------------------------------------------------------
006340* 3200-CHANGE-BAND SHOWS ONE BAND AND PROMPTS FOR EACH VALUE IN
006350* TURN; A BLANK ANSWER KEEPS THE VALUE AS IT IS.  AN UNUSABLE
006360* CARD HAS NO VALUES TO KEEP, SO IT MUST BE DELETED AND ADDED.
006370*-----------------------------------------------------------------
006380 3200-CHANGE-BAND.
006390     PERFORM 2700-ASK-BAND-NUMBER
006400         THRU 2700-ASK-BAND-NUMBER-EXIT.
006410     IF RT-TARGET-SUB = ZERO
006420         GO TO 3200-CHANGE-BAND-EXIT
006430     END-IF.
006440     IF NOT RT-BAND-OK(RT-TARGET-SUB)
006450         DISPLAY 'RUNHTHR - AN UNUSABLE CARD CANNOT BE CHANGED - '
006460             'DELETE IT AND ADD THE BAND AGAIN' UPON CONS
006470         GO TO 3200-CHANGE-BAND-EXIT
006480     END-IF.
006490     MOVE RT-TARGET-SUB TO RT-BAND-SUB.
006500     PERFORM 3050-LIST-ONE-BAND
006510         THRU 3050-LIST-ONE-BAND-EXIT.
006520     MOVE RT-BAND-LOW(RT-TARGET-SUB) TO RT-NEW-LOW.
006530     MOVE RT-BAND-HIGH(RT-TARGET-SUB) TO RT-NEW-HIGH.
006540     MOVE RT-BAND-ELAPSED(RT-TARGET-SUB) TO RT-NEW-ELAPSED.
006550     MOVE RT-BAND-RC(RT-TARGET-SUB) TO RT-NEW-RC.
006560     DISPLAY 'RUNHTHR - A BLANK ANSWER KEEPS THE CURRENT VALUE'
006570         UPON CONS.
006580     MOVE 'Y' TO RT-KEEP-ALLOWED-SW.
006590     MOVE 'LOW CEILING?' TO RT-PROMPT.
006600     MOVE 6 TO RT-DIGIT-MAX.
006610     PERFORM 2500-ASK-NUMBER
006620         THRU 2500-ASK-NUMBER-EXIT.
006630     IF RT-ANSWER-CANCEL
006640         GO TO 3200-CHANGE-BAND-ABANDONED
006650     END-IF.
006660     IF RT-ANSWER-NUMBER
006670         MOVE RT-NUMBER TO RT-NEW-LOW
006680     END-IF.
006690     MOVE 'HIGH CEILING (INCLUSIVE)?' TO RT-PROMPT.
006700     PERFORM 2500-ASK-NUMBER
006710         THRU 2500-ASK-NUMBER-EXIT.
006720     IF RT-ANSWER-CANCEL
006730         GO TO 3200-CHANGE-BAND-ABANDONED
006740     END-IF.
006750     IF RT-ANSWER-NUMBER
006760         MOVE RT-NUMBER TO RT-NEW-HIGH
006770     END-IF.
006780     MOVE 'MAXIMUM ELAPSED SECONDS?' TO RT-PROMPT.
006790     PERFORM 2500-ASK-NUMBER
006800         THRU 2500-ASK-NUMBER-EXIT.
006810     IF RT-ANSWER-CANCEL
006820         GO TO 3200-CHANGE-BAND-ABANDONED
006830     END-IF.
006840     IF RT-ANSWER-NUMBER
006850         MOVE RT-NUMBER TO RT-NEW-ELAPSED
006860     END-IF.
006870     MOVE 'MAXIMUM ACCEPTABLE RETURN CODE?' TO RT-PROMPT.
006880     MOVE 4 TO RT-DIGIT-MAX.
006890     PERFORM 2500-ASK-NUMBER
006900         THRU 2500-ASK-NUMBER-EXIT.
006910     IF RT-ANSWER-CANCEL
006920         GO TO 3200-CHANGE-BAND-ABANDONED
006930     END-IF.
006940     IF RT-ANSWER-NUMBER
006950         MOVE RT-NUMBER TO RT-NEW-RC
006960     END-IF.
006970     IF RT-NEW-LOW = RT-BAND-LOW(RT-TARGET-SUB)
006980         AND RT-NEW-HIGH = RT-BAND-HIGH(RT-TARGET-SUB)
006990         AND RT-NEW-ELAPSED = RT-BAND-ELAPSED(RT-TARGET-SUB)
007000         AND RT-NEW-RC = RT-BAND-RC(RT-TARGET-SUB)
007010         DISPLAY 'RUNHTHR - NOTHING CHANGED' UPON CONS
007020         GO TO 3200-CHANGE-BAND-EXIT
007030     END-IF.
007040     PERFORM 3400-EDIT-NEW-BAND
007050         THRU 3400-EDIT-NEW-BAND-EXIT.
007060     IF RT-BAND-REFUSED
007070         GO TO 3200-CHANGE-BAND-EXIT
007080     END-IF.
007090     MOVE RT-BAND-VALUES(RT-TARGET-SUB) TO RT-BEFORE-IMAGE.
007100     MOVE RT-NEW-LOW TO RT-BAND-LOW(RT-TARGET-SUB).
007110     MOVE RT-NEW-HIGH TO RT-BAND-HIGH(RT-TARGET-SUB).
007120     MOVE RT-NEW-ELAPSED TO RT-BAND-ELAPSED(RT-TARGET-SUB).
007130     MOVE RT-NEW-RC TO RT-BAND-RC(RT-TARGET-SUB).
007140     MOVE 'C' TO RT-ACTION.
007150     MOVE RT-BAND-VALUES(RT-TARGET-SUB) TO RT-AFTER-IMAGE.
007160     PERFORM 3700-LOG-CHANGE
007170         THRU 3700-LOG-CHANGE-EXIT.
007180     DISPLAY 'RUNHTHR - BAND CHANGED' UPON CONS.
007190     GO TO 3200-CHANGE-BAND-EXIT.
007200 3200-CHANGE-BAND-ABANDONED.
007210     DISPLAY 'RUNHTHR - CHANGE ABANDONED' UPON CONS.
007220 3200-CHANGE-BAND-EXIT.
007230     EXIT.
007240
007250*-----------------------------------------------------------------
007260* 3300-DELETE-BAND SHOWS ONE BAND AND, ON A TYPED YES, TAKES IT
007270* OUT OF THE TABLE, CLOSING UP THE ENTRIES BEHIND IT.
007280*-----------------------------------------------------------------
007290 3300-DELETE-BAND.
007300     PERFORM 2700-ASK-BAND-NUMBER
007310         THRU 2700-ASK-BAND-NUMBER-EXIT.
007320     IF RT-TARGET-SUB = ZERO
007330         GO TO 3300-DELETE-BAND-EXIT
007340     END-IF.
007350     MOVE RT-TARGET-SUB TO RT-BAND-SUB.
007360     PERFORM 3050-LIST-ONE-BAND
007370         THRU 3050-LIST-ONE-BAND-EXIT.
007380     DISPLAY 'RUNHTHR - TYPE YES TO DELETE THIS BAND' UPON CONS.
007390     MOVE SPACES TO RT-INPUT.
007400     ACCEPT RT-INPUT FROM CONS.
007410     IF RT-INPUT NOT = 'YES'
007420         DISPLAY 'RUNHTHR - DELETE ABANDONED' UPON CONS
007430         GO TO 3300-DELETE-BAND-EXIT
007440     END-IF.
007450     MOVE 'D' TO RT-ACTION.
007460     MOVE RT-BAND-VALUES(RT-TARGET-SUB) TO RT-BEFORE-IMAGE.
007470     MOVE SPACES TO RT-AFTER-IMAGE.
007480     PERFORM 3350-CLOSE-UP-ONE
007490         THRU 3350-CLOSE-UP-ONE-EXIT
007500         VARYING RT-BAND-SUB FROM RT-TARGET-SUB BY 1
007510         UNTIL RT-BAND-SUB NOT < RT-BAND-USED.
007520     SUBTRACT 1 FROM RT-BAND-USED.
007530     PERFORM 3700-LOG-CHANGE
007540         THRU 3700-LOG-CHANGE-EXIT.
007550     DISPLAY 'RUNHTHR - BAND DELETED' UPON CONS.
007560 3300-DELETE-BAND-EXIT.
007570     EXIT.
007580
007590 3350-CLOSE-UP-ONE.
007600     COMPUTE RT-NEXT-SUB = RT-BAND-SUB + 1.
007610     MOVE RT-BAND-ENTRY(RT-NEXT-SUB)
007620         TO RT-BAND-ENTRY(RT-BAND-SUB).
007630 3350-CLOSE-UP-ONE-EXIT.
007640     EXIT.
007650
007660*-----------------------------------------------------------------
007670* 3400-EDIT-NEW-BAND REFUSES A BAND RUNHMON COULD NOT USE, AND A
007680* BAND THAT WOULD OVERLAP ANY OTHER USABLE BAND ON THE TABLE.
007690* RT-TARGET-SUB IS THE BAND BEING CHANGED (ZERO ON AN ADD), WHICH
007700* CANNOT OVERLAP ITSELF.
007710*-----------------------------------------------------------------
007720 3400-EDIT-NEW-BAND.
007730     MOVE 'N' TO RT-BAND-REFUSED-SW.
007740     IF RT-NEW-HIGH = ZERO
007750         DISPLAY 'RUNHTHR - REFUSED - THE HIGH CEILING MUST BE '
007760             'ABOVE ZERO' UPON CONS
007770         SET RT-BAND-REFUSED TO TRUE
007780         GO TO 3400-EDIT-NEW-BAND-EXIT
007790     END-IF.
007800     IF RT-NEW-LOW > RT-NEW-HIGH
007810         DISPLAY 'RUNHTHR - REFUSED - THE LOW CEILING IS ABOVE '
007820             'THE HIGH CEILING' UPON CONS
007830         SET RT-BAND-REFUSED TO TRUE
007840         GO TO 3400-EDIT-NEW-BAND-EXIT
007850     END-IF.
007860     MOVE ZERO TO RT-OVERLAP-SUB.
007870     PERFORM 3450-OVERLAP-ONE-BAND
007880         THRU 3450-OVERLAP-ONE-BAND-EXIT
007890         VARYING RT-BAND-SUB FROM 1 BY 1
007900         UNTIL RT-BAND-SUB > RT-BAND-USED
007910             OR RT-OVERLAP-SUB > ZERO.
007920     IF RT-OVERLAP-SUB > ZERO
007930         MOVE RT-OVERLAP-SUB TO RT-EDIT-BAND
007940         MOVE RT-BAND-LOW(RT-OVERLAP-SUB) TO RT-EDIT-LOW
007950         MOVE RT-BAND-HIGH(RT-OVERLAP-SUB) TO RT-EDIT-HIGH
007960         DISPLAY 'RUNHTHR - REFUSED - OVERLAPS BAND '
007970             RT-EDIT-BAND ' CEILING ' RT-EDIT-LOW ' THRU '
007980             RT-EDIT-HIGH UPON CONS
007990         SET RT-BAND-REFUSED TO TRUE
008000     END-IF.
008010 3400-EDIT-NEW-BAND-EXIT.
008020     EXIT.
008030
008040 3450-OVERLAP-ONE-BAND.
008050     IF RT-BAND-SUB = RT-TARGET-SUB
008060         OR NOT RT-BAND-OK(RT-BAND-SUB)
008070         GO TO 3450-OVERLAP-ONE-BAND-EXIT
008080     END-IF.
008090     IF RT-NEW-LOW NOT > RT-BAND-HIGH(RT-BAND-SUB)
008100         AND RT-NEW-HIGH NOT < RT-BAND-LOW(RT-BAND-SUB)
008110         MOVE RT-BAND-SUB TO RT-OVERLAP-SUB
008120     END-IF.
008130 3450-OVERLAP-ONE-BAND-EXIT.
008140     EXIT.
008150
008160*-----------------------------------------------------------------
008170* 3700-LOG-CHANGE RECORDS THE CHANGE JUST MADE FOR THE AUDIT,
008180* PUTS THE TABLE BACK IN CEILING ORDER, AND SHOWS THE OPERATOR
008190* WHAT STILL STANDS BETWEEN THE TABLE AND A SAVE.
008200*-----------------------------------------------------------------
008210 3700-LOG-CHANGE.
008220     ADD 1 TO RT-LOG-USED.
008230     MOVE RT-ACTION TO RT-LOG-ACTION(RT-LOG-USED).
008240     MOVE RT-BEFORE-IMAGE TO RT-LOG-BEFORE(RT-LOG-USED).
008250     MOVE RT-AFTER-IMAGE TO RT-LOG-AFTER(RT-LOG-USED).
008260     PERFORM 1600-SORT-BANDS
008270         THRU 1600-SORT-BANDS-EXIT.
008280     PERFORM 5000-CHECK-TABLE
008290         THRU 5000-CHECK-TABLE-EXIT.
008300 3700-LOG-CHANGE-EXIT.
008310     EXIT.
008320
008330*-----------------------------------------------------------------
008340* 4000-SAVE-BANDS WRITES THE TABLE BACK TO THRESHLD AND AUDITS
008350* EVERY CHANGE SINCE THE LAST SAVE.  THE TABLE MUST CHECK CLEAN
008360* FIRST, AND THE AUDIT MUST OPEN BEFORE THRESHLD IS TOUCHED, SO
008370* THERE IS NEVER A SAVED CHANGE WITHOUT ITS AUDIT RECORD.
008380*-----------------------------------------------------------------
008390 4000-SAVE-BANDS.
008400     IF RT-LOG-USED = ZERO
008410         DISPLAY 'RUNHTHR - NO CHANGES TO SAVE' UPON CONS
008420         GO TO 4000-SAVE-BANDS-EXIT
008430     END-IF.
008440     PERFORM 5000-CHECK-TABLE
008450         THRU 5000-CHECK-TABLE-EXIT.
008460     IF RT-PROBLEM-COUNT > ZERO
008470         DISPLAY 'RUNHTHR - SAVE REFUSED - FIX THE PROBLEMS '
008480             'ABOVE FIRST' UPON CONS
008490         GO TO 4000-SAVE-BANDS-EXIT
008500     END-IF.
008510     OPEN EXTEND AUDIT-FILE.
008520     IF RT-AUDIT-STATUS = '35'
008530         OPEN OUTPUT AUDIT-FILE
008540     END-IF.
008550     IF RT-AUDIT-STATUS NOT = '00'
008560         DISPLAY 'RUNHTHR - SAVE REFUSED - THRAUDIT OPEN FAILED '
008570             RT-AUDIT-STATUS UPON CONS
008580         GO TO 4000-SAVE-BANDS-EXIT
008590     END-IF.
008600     OPEN OUTPUT THRESHOLD-FILE.
008610     IF RT-THRESH-STATUS NOT = '00'
008620         DISPLAY 'RUNHTHR - SAVE REFUSED - THRESHOLD-FILE OPEN '
008630             'FAILED ' RT-THRESH-STATUS UPON CONS
008640         CLOSE AUDIT-FILE
008650         GO TO 4000-SAVE-BANDS-EXIT
008660     END-IF.
008670     PERFORM 4050-WRITE-ONE-BAND
008680         THRU 4050-WRITE-ONE-BAND-EXIT
008690         VARYING RT-BAND-SUB FROM 1 BY 1
008700         UNTIL RT-BAND-SUB > RT-BAND-USED.
008710     CLOSE THRESHOLD-FILE.
008720     ACCEPT RT-CHANGE-DATE FROM DATE YYYYMMDD.
008730     ACCEPT RT-CHANGE-TIME FROM TIME.
008740     PERFORM 4100-WRITE-ONE-AUDIT
008750         THRU 4100-WRITE-ONE-AUDIT-EXIT
008760         VARYING RT-LOG-SUB FROM 1 BY 1
008770         UNTIL RT-LOG-SUB > RT-LOG-USED.
008780     CLOSE AUDIT-FILE.
008790     MOVE RT-LOG-USED TO RT-EDIT-COUNT.
008800     DISPLAY 'RUNHTHR - ' RT-EDIT-COUNT ' CHANGES SAVED TO '
008810         'THRESHLD AND AUDITED' UPON CONS.
008820     MOVE ZERO TO RT-LOG-USED.
008830 4000-SAVE-BANDS-EXIT.
008840     EXIT.
008850
008860 4050-WRITE-ONE-BAND.
008870     MOVE RT-BAND-CARD(RT-BAND-SUB) TO THRESHOLD-REC.
008880     WRITE THRESHOLD-REC.
008890 4050-WRITE-ONE-BAND-EXIT.
008900     EXIT.
008910
008920 4100-WRITE-ONE-AUDIT.
008930     MOVE SPACES TO THRESHOLD-AUDIT-REC.
008940     MOVE RT-OPERATOR TO TA-OPERATOR.
008950     MOVE RT-CHANGE-DATE TO TA-CHANGE-DATE.
008960     MOVE RT-CHANGE-TIME TO TA-CHANGE-TIME.
008970     MOVE RT-LOG-ACTION(RT-LOG-SUB) TO TA-ACTION.
008980     MOVE RT-LOG-BEFORE(RT-LOG-SUB) TO TA-BEFORE-IMAGE.
008990     MOVE RT-LOG-AFTER(RT-LOG-SUB) TO TA-AFTER-IMAGE.
009000     WRITE THRESHOLD-AUDIT-REC.
009010 4100-WRITE-ONE-AUDIT-EXIT.
009020     EXIT.
009030
009040*-----------------------------------------------------------------
009050* 5000-CHECK-TABLE WALKS THE TABLE IN CEILING ORDER AND REPORTS
009060* EVERY UNUSABLE CARD, OVERLAP AND GAP.  RT-PROBLEM-COUNT ZERO
009070* MEANS THE TABLE MAY BE SAVED.  AN EMPTY TABLE IS A PROBLEM TOO
009080* - RUNHMON TREATS NO USABLE BANDS AS AN EXCEPTION EVERY NIGHT.
009090*-----------------------------------------------------------------
009100 5000-CHECK-TABLE.
009110     MOVE ZERO TO RT-PROBLEM-COUNT.
009120     IF RT-BAND-USED = ZERO
009130         DISPLAY 'RUNHTHR - PROBLEM: THE TABLE HAS NO BANDS'
009140             UPON CONS
009150         ADD 1 TO RT-PROBLEM-COUNT
009160         GO TO 5000-CHECK-TABLE-EXIT
009170     END-IF.
009180     PERFORM 5050-CHECK-ONE-BAND
009190         THRU 5050-CHECK-ONE-BAND-EXIT
009200         VARYING RT-BAND-SUB FROM 1 BY 1
009210         UNTIL RT-BAND-SUB > RT-BAND-USED.
009220     IF RT-PROBLEM-COUNT = ZERO
009230         DISPLAY 'RUNHTHR - BANDS MEET END TO END - NO OVERLAPS '
009240             'OR GAPS' UPON CONS
009250     ELSE
009260         MOVE RT-PROBLEM-COUNT TO RT-EDIT-COUNT
009270         DISPLAY 'RUNHTHR - ' RT-EDIT-COUNT ' PROBLEMS - '
009280             'THRESHLD CANNOT BE SAVED UNTIL THEY ARE FIXED'
009290             UPON CONS
009300     END-IF.
009310 5000-CHECK-TABLE-EXIT.
009320     EXIT.
009330
009340 5050-CHECK-ONE-BAND.
009350     MOVE RT-BAND-SUB TO RT-EDIT-BAND.
009360     IF NOT RT-BAND-OK(RT-BAND-SUB)
009370         DISPLAY 'RUNHTHR - PROBLEM: BAND ' RT-EDIT-BAND
009380             ' IS AN UNUSABLE CARD - DELETE IT' UPON CONS
009390         ADD 1 TO RT-PROBLEM-COUNT
009400         GO TO 5050-CHECK-ONE-BAND-EXIT
009410     END-IF.
009420     IF RT-BAND-SUB NOT < RT-BAND-USED
009430         GO TO 5050-CHECK-ONE-BAND-EXIT
009440     END-IF.
009450     COMPUTE RT-NEXT-SUB = RT-BAND-SUB + 1.
009460     IF NOT RT-BAND-OK(RT-NEXT-SUB)
009470         GO TO 5050-CHECK-ONE-BAND-EXIT
009480     END-IF.
009490     MOVE RT-NEXT-SUB TO RT-EDIT-NEXT.
009500     IF RT-BAND-LOW(RT-NEXT-SUB) NOT > RT-BAND-HIGH(RT-BAND-SUB)
009510         DISPLAY 'RUNHTHR - PROBLEM: BANDS ' RT-EDIT-BAND
009520             ' AND ' RT-EDIT-NEXT ' OVERLAP' UPON CONS
009530         ADD 1 TO RT-PROBLEM-COUNT
009540         GO TO 5050-CHECK-ONE-BAND-EXIT
009550     END-IF.
009560     COMPUTE RT-GAP-LOW = RT-BAND-HIGH(RT-BAND-SUB) + 1.
009570     IF RT-BAND-LOW(RT-NEXT-SUB) > RT-GAP-LOW
009580         COMPUTE RT-GAP-HIGH = RT-BAND-LOW(RT-NEXT-SUB) - 1
009590         MOVE RT-GAP-LOW TO RT-EDIT-GAP-LOW
009600         MOVE RT-GAP-HIGH TO RT-EDIT-GAP-HIGH
009610         DISPLAY 'RUNHTHR - PROBLEM: GAP BETWEEN BANDS '
009620             RT-EDIT-BAND ' AND ' RT-EDIT-NEXT ' - CEILINGS '
009630             RT-EDIT-GAP-LOW ' THRU ' RT-EDIT-GAP-HIGH
009640             ' ARE IN NO BAND' UPON CONS
009650         ADD 1 TO RT-PROBLEM-COUNT
009660     END-IF.
009670 5050-CHECK-ONE-BAND-EXIT.
009680     EXIT.
009690
009700*-----------------------------------------------------------------
009710* 8000-TERMINATE ENDS THE SESSION.  THRESHLD AND THRAUDIT ARE
009720* ONLY EVER OPEN INSIDE A LOAD OR A SAVE, SO NOTHING IS LEFT TO
009730* CLOSE.
009740*-----------------------------------------------------------------
009750 8000-TERMINATE.
009760     DISPLAY 'RUNHTHR - SESSION ENDED' UPON CONS.
009770 8000-TERMINATE-EXIT.
009780     EXIT.
009790
009800 9999-EXIT.
009810     GOBACK.
