000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRIMSTEP.
000030 AUTHOR. J HALVORSEN.
000040 INSTALLATION. DATA CENTER SERVICES.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* REMARKS.  NIGHTLY CHAIN STEP STATUS.  PRINTS, FOR ONE CYCLE
000090*           DATE, THE STATE OF EVERY STEP OF THE NIGHTLY CHAIN AS
000100*           RECORDED ON THE STEPCTL STEP-CONTROL DATASET:
000110*             ERASTOTENES -> PRIMAUDT -> PRIMCUTV -> PRIMGENC ->
000120*             (PRIMEXTR, PRIMREPT) -> RUNHMON
000130*           ONE LINE PER STEP IN CHAIN ORDER - THE STEPS IT WAITS
000140*           FOR, NOT STARTED / RUNNING / COMPLETED / FAILED, THE
000150*           START AND END DATE/TIME, RETURN CODE, HOW MANY TIMES
000160*           IT WAS RUN FOR THE CYCLE AND WHETHER THE LATEST RUN
000170*           WAS FORCED - THEN A ONE-LINE VERDICT ON THE CHAIN.  A
000180*           STEP STILL RUNNING AFTER THE BATCH WINDOW HAS CLOSED
000190*           ABENDED; IT MAY SIMPLY BE RERUN.  REPORT ON STEPRPT.
000200*
000210*           RETURN CODES:
000220*              0  EVERY STEP COMPLETED FOR THE CYCLE
000230*              4  CHAIN NOT FINISHED (STEPS RUNNING OR NOT YET
000240*                 STARTED)
000250*              8  A STEP FAILED
000260*             16  STEPCTL OR THE REPORT WILL NOT OPEN
000270*             20  CYCLE DATE ON THE CARD IS NOT A NUMBER
000280*
000290*           SYSIN CONTROL CARD (OPTIONAL):
000300*             COLS 1-8    CYCLE DATE YYYYMMDD (BLANK = TODAY)
000310*-----------------------------------------------------------------
000320* MODIFICATION HISTORY.
000330* DATE       INIT  DESCRIPTION
000340* -------    ----  ------------------------------------------------
000350* 10/15/2026 JRH   INITIAL VERSION.  READ-ONLY - STEPCTL IS
000360*                  WRITTEN ONLY BY THE CHAIN STEPS THEMSELVES.  A
000370*                  STEPCTL NOT YET CREATED SIMPLY SHOWS EVERY STEP
000380*                  NOT STARTED.
000390* 10/15/2026 JRH   PRIMGENC GENERATION COMPARE ADDED TO THE CHAIN
000400*                  BETWEEN PRIMCUTV AND THE CONSUMERS.
000410*-----------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT SYSIN-FILE ASSIGN TO SYSIN
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS ST-SYSIN-STATUS.
000480     SELECT STEP-CONTROL-FILE ASSIGN TO STEPCTL
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS SC-STEP-KEY
000520         FILE STATUS IS ST-STEPCTL-STATUS.
000530     SELECT REPORT-FILE ASSIGN TO STEPRPT
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS ST-STEPRPT-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590*-----------------------------------------------------------------
000600* SYSIN-FILE CARRIES ONE OPTIONAL CONTROL CARD GIVING THE CYCLE
000610* DATE.  A MISSING OR BLANK CARD REPORTS TODAY'S CYCLE.
000620*-----------------------------------------------------------------
000630 FD  SYSIN-FILE
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE OMITTED.
000660 01  SYSIN-REC.
000670     05  SI-CYCLE-DATE           PIC X(08).
000680     05  FILLER                  PIC X(72).
000690
000700*-----------------------------------------------------------------
000710* STEP-CONTROL-FILE IS THE KEYED STEPCTL DATASET, ONE RECORD PER
000720* CYCLE DATE PER CHAIN STEP.  LAYOUT IS SHARED VIA THE STEPREC
000730* COPYBOOK.
000740*-----------------------------------------------------------------
000750 FD  STEP-CONTROL-FILE
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE OMITTED.
000780     COPY STEPREC.
000790
000800*-----------------------------------------------------------------
000810* REPORT-FILE IS THE 132-COLUMN STEP STATUS REPORT.
000820*-----------------------------------------------------------------
000830 FD  REPORT-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE OMITTED.
000860 01  REPORT-LINE                 PIC X(132).
000870
000880 WORKING-STORAGE SECTION.
000890 77  ST-SYSIN-STATUS             PIC X(02) VALUE '00'.
000900 77  ST-STEPCTL-STATUS           PIC X(02) VALUE '00'.
000910 77  ST-STEPRPT-STATUS           PIC X(02) VALUE '00'.
000920 77  ST-STEPCTL-OPEN-SW          PIC X(01) VALUE 'N'.
000930     88  ST-STEPCTL-OPEN             VALUE 'Y'.
000940*-----------------------------------------------------------------
000950* THE CYCLE DATE - FROM THE SYSIN CARD WHEN SUPPLIED, OTHERWISE
000960* TODAY.
000970*-----------------------------------------------------------------
000980 01  ST-CARD-DATE-X              PIC X(08) VALUE SPACES.
000990 01  ST-CARD-DATE REDEFINES ST-CARD-DATE-X
001000                                 PIC 9(08).
001010 77  ST-CYCLE-DATE               PIC 9(08) VALUE ZERO.
001020*-----------------------------------------------------------------
001030* THE CHAIN, IN RUNNING ORDER, WITH THE STEPS EACH ONE WAITS FOR.
001040* THE STEP NAMES ARE THOSE THE PROGRAMS RECORD THEMSELVES UNDER.
001050*-----------------------------------------------------------------
001060 01  ST-CHAIN-VALUES.
001070     05  FILLER                  PIC X(12) VALUE 'ERASTOTENES'.
001080     05  FILLER                  PIC X(20) VALUE SPACES.
001090     05  FILLER                  PIC X(12) VALUE 'PRIMAUDT'.
001100     05  FILLER                  PIC X(20) VALUE 'ERASTOTENES'.
001110     05  FILLER                  PIC X(12) VALUE 'PRIMCUTV'.
001120     05  FILLER                  PIC X(20) VALUE 'PRIMAUDT'.
001130     05  FILLER                  PIC X(12) VALUE 'PRIMGENC'.
001140     05  FILLER                  PIC X(20) VALUE 'PRIMCUTV'.
001150     05  FILLER                  PIC X(12) VALUE 'PRIMEXTR'.
001160     05  FILLER                  PIC X(20) VALUE 'PRIMGENC'.
001170     05  FILLER                  PIC X(12) VALUE 'PRIMREPT'.
001180     05  FILLER                  PIC X(20) VALUE 'PRIMGENC'.
001190     05  FILLER                  PIC X(12) VALUE 'RUNHMON'.
001200     05  FILLER                  PIC X(20) VALUE
001210         'PRIMEXTR, PRIMREPT'.
001220 01  ST-CHAIN-TABLE REDEFINES ST-CHAIN-VALUES.
001230     05  ST-CHAIN-ENTRY          OCCURS 7 TIMES
001240                                  INDEXED BY CX.
001250         10  ST-CHAIN-STEP       PIC X(12).
001260         10  ST-CHAIN-WAITS      PIC X(20).
001270 77  ST-CHAIN-MAX                PIC 9(02) COMP VALUE 7.
001280*-----------------------------------------------------------------
001290* TALLIES FOR THE VERDICT.  THE ST-FIRST- NAMES ARE THE EARLIEST
001300* STEP IN CHAIN ORDER IN EACH STATE.
001310*-----------------------------------------------------------------
001320 77  ST-COMPLETED-COUNT          PIC 9(02) COMP VALUE ZERO.
001330 77  ST-RUNNING-COUNT            PIC 9(02) COMP VALUE ZERO.
001340 77  ST-FAILED-COUNT             PIC 9(02) COMP VALUE ZERO.
001350 77  ST-NOT-STARTED-COUNT        PIC 9(02) COMP VALUE ZERO.
001360 77  ST-FIRST-FAILED             PIC X(12) VALUE SPACES.
001370 77  ST-FIRST-RUNNING            PIC X(12) VALUE SPACES.
001380 77  ST-FIRST-NOT-STARTED        PIC X(12) VALUE SPACES.
001390 77  ST-EDIT-RC                  PIC ZZZ9.
001400 77  ST-EDIT-RUNS                PIC ZZZ9.
001410*-----------------------------------------------------------------
001420* PRINT LINES.
001430*-----------------------------------------------------------------
001440 01  ST-TITLE-LINE.
001450     05  FILLER                  PIC X(10) VALUE 'PRIMSTEP  '.
001460     05  FILLER                  PIC X(35) VALUE
001470         'NIGHTLY CHAIN STEP STATUS FOR CYCLE'.
001480     05  FILLER                  PIC X(01) VALUE SPACE.
001490     05  ST-TITLE-DATE           PIC 9(08).
001500     05  FILLER                  PIC X(78) VALUE SPACES.
001510 01  ST-HEAD-LINE.
001520     05  FILLER                  PIC X(13) VALUE 'STEP'.
001530     05  FILLER                  PIC X(21) VALUE 'WAITS FOR'.
001540     05  FILLER                  PIC X(12) VALUE 'STATUS'.
001550     05  FILLER                  PIC X(18) VALUE 'STARTED'.
001560     05  FILLER                  PIC X(18) VALUE 'ENDED'.
001570     05  FILLER                  PIC X(05) VALUE '  RC '.
001580     05  FILLER                  PIC X(05) VALUE 'RUNS '.
001590     05  FILLER                  PIC X(06) VALUE 'FORCED'.
001600     05  FILLER                  PIC X(34) VALUE SPACES.
001610 01  ST-DETAIL-LINE.
001620     05  ST-DTL-STEP             PIC X(12).
001630     05  FILLER                  PIC X(01).
001640     05  ST-DTL-WAITS            PIC X(20).
001650     05  FILLER                  PIC X(01).
001660     05  ST-DTL-STATUS           PIC X(11).
001670     05  FILLER                  PIC X(01).
001680     05  ST-DTL-START-DATE       PIC X(08).
001690     05  FILLER                  PIC X(01).
001700     05  ST-DTL-START-TIME       PIC X(08).
001710     05  FILLER                  PIC X(01).
001720     05  ST-DTL-END-DATE         PIC X(08).
001730     05  FILLER                  PIC X(01).
001740     05  ST-DTL-END-TIME         PIC X(08).
001750     05  FILLER                  PIC X(01).
001760     05  ST-DTL-RC               PIC X(04).
001770     05  FILLER                  PIC X(01).
001780     05  ST-DTL-RUNS             PIC X(04).
001790     05  FILLER                  PIC X(01).
001800     05  ST-DTL-FORCED           PIC X(06).
001810     05  FILLER                  PIC X(34).
001820 01  ST-VERDICT-LINE.
001830     05  FILLER                  PIC X(13) VALUE 'CHAIN STATUS '.
001840     05  ST-VERDICT-TEXT         PIC X(44) VALUE SPACES.
001850     05  ST-VERDICT-STEP         PIC X(12) VALUE SPACES.
001860     05  FILLER                  PIC X(63) VALUE SPACES.
001870 01  ST-COUNT-LINE.
001880     05  FILLER                  PIC X(10) VALUE 'COMPLETED '.
001890     05  ST-CNT-COMPLETED        PIC Z9.
001900     05  FILLER                  PIC X(10) VALUE '  RUNNING '.
001910     05  ST-CNT-RUNNING          PIC Z9.
001920     05  FILLER                  PIC X(09) VALUE '  FAILED '.
001930     05  ST-CNT-FAILED           PIC Z9.
001940     05  FILLER                  PIC X(14) VALUE
001950         '  NOT STARTED '.
001960     05  ST-CNT-NOT-STARTED      PIC Z9.
001970     05  FILLER                  PIC X(81) VALUE SPACES.
001980 01  ST-BLANK-LINE               PIC X(132) VALUE SPACES.
001990
002000 PROCEDURE DIVISION.
002010*-----------------------------------------------------------------
002020* 0000-MAINLINE
002030*-----------------------------------------------------------------
002040 0000-MAINLINE.
002050     PERFORM 1000-INITIALIZE
002060         THRU 1000-INITIALIZE-EXIT.
002070     PERFORM 2000-REPORT-ONE-STEP
002080         THRU 2000-REPORT-ONE-STEP-EXIT
002090         VARYING CX FROM 1 BY 1
002100         UNTIL CX > ST-CHAIN-MAX.
002110     PERFORM 4800-WRITE-SUMMARY
002120         THRU 4800-WRITE-SUMMARY-EXIT.
002130     PERFORM 8000-TERMINATE
002140         THRU 8000-TERMINATE-EXIT.
002150     GO TO 9999-EXIT.
002160
002170*-----------------------------------------------------------------
002180* 1000-INITIALIZE PICKS UP THE CYCLE DATE AND OPENS STEPCTL AND
002190* THE REPORT.  A STEPCTL THAT DOES NOT EXIST YET (NO CHAIN STEP
002200* HAS EVER RUN UNDER STEP CONTROL) IS NOT AN ERROR - EVERY STEP
002210* IS SIMPLY NOT STARTED.
002220*-----------------------------------------------------------------
002230 1000-INITIALIZE.
002240     ACCEPT ST-CYCLE-DATE FROM DATE YYYYMMDD.
002250     OPEN INPUT SYSIN-FILE.
002260     IF ST-SYSIN-STATUS = '00'
002270         READ SYSIN-FILE
002280             AT END
002290                 CONTINUE
002300             NOT AT END
002310                 MOVE SI-CYCLE-DATE TO ST-CARD-DATE-X
002320         END-READ
002330         CLOSE SYSIN-FILE
002340     END-IF.
002350     IF ST-CARD-DATE-X NOT = SPACES
002360         IF ST-CARD-DATE NUMERIC
002370             AND ST-CARD-DATE > ZERO
002380             MOVE ST-CARD-DATE TO ST-CYCLE-DATE
002390         ELSE
002400             DISPLAY 'PRIMSTEP - BAD CYCLE DATE ON CARD '
002410                 ST-CARD-DATE-X
002420             MOVE 20 TO RETURN-CODE
002430             GO TO 9999-EXIT
002440         END-IF
002450     END-IF.
002460     OPEN INPUT STEP-CONTROL-FILE.
002470     IF ST-STEPCTL-STATUS = '00'
002480         SET ST-STEPCTL-OPEN TO TRUE
002490     ELSE
002500         IF ST-STEPCTL-STATUS NOT = '35'
002510             DISPLAY 'PRIMSTEP - STEP-CONTROL-FILE OPEN FAILED '
002520                 ST-STEPCTL-STATUS
002530             MOVE 16 TO RETURN-CODE
002540             GO TO 9999-EXIT
002550         END-IF
002560     END-IF.
002570     OPEN OUTPUT REPORT-FILE.
002580     IF ST-STEPRPT-STATUS NOT = '00'
002590         DISPLAY 'PRIMSTEP - REPORT-FILE OPEN FAILED '
002600             ST-STEPRPT-STATUS
002610         IF ST-STEPCTL-OPEN
002620             CLOSE STEP-CONTROL-FILE
002630         END-IF
002640         MOVE 16 TO RETURN-CODE
002650         GO TO 9999-EXIT
002660     END-IF.
002670     MOVE ST-CYCLE-DATE TO ST-TITLE-DATE.
002680     WRITE REPORT-LINE FROM ST-TITLE-LINE.
002690     WRITE REPORT-LINE FROM ST-BLANK-LINE.
002700     WRITE REPORT-LINE FROM ST-HEAD-LINE.
002710 1000-INITIALIZE-EXIT.
002720     EXIT.
002730
002740*-----------------------------------------------------------------
002750* 2000-REPORT-ONE-STEP LOOKS UP ONE CHAIN STEP FOR THE CYCLE AND
002760* PRINTS ITS LINE.  NO RECORD MEANS THE STEP HAS NOT STARTED;
002770* A RUNNING STEP HAS NO END TIME OR RETURN CODE TO SHOW YET.
002780*-----------------------------------------------------------------
002790 2000-REPORT-ONE-STEP.
002800     MOVE SPACES TO ST-DETAIL-LINE.
002810     MOVE ST-CHAIN-STEP(CX) TO ST-DTL-STEP.
002820     MOVE ST-CHAIN-WAITS(CX) TO ST-DTL-WAITS.
002830     MOVE '23' TO ST-STEPCTL-STATUS.
002840     IF ST-STEPCTL-OPEN
002850         MOVE ST-CYCLE-DATE TO SC-CYCLE-DATE
002860         MOVE ST-CHAIN-STEP(CX) TO SC-STEP-NAME
002870         READ STEP-CONTROL-FILE
002880             INVALID KEY
002890                 CONTINUE
002900         END-READ
002910     END-IF.
002920     IF ST-STEPCTL-STATUS NOT = '00'
002930         IF ST-STEPCTL-STATUS NOT = '23'
002940             DISPLAY 'PRIMSTEP - STEPCTL READ FAILED '
002950                 ST-STEPCTL-STATUS ' FOR ' ST-CHAIN-STEP(CX)
002960         END-IF
002970         MOVE 'NOT STARTED' TO ST-DTL-STATUS
002980         ADD 1 TO ST-NOT-STARTED-COUNT
002990         IF ST-FIRST-NOT-STARTED = SPACES
003000             MOVE ST-CHAIN-STEP(CX) TO ST-FIRST-NOT-STARTED
003010         END-IF
003020         WRITE REPORT-LINE FROM ST-DETAIL-LINE
003030         GO TO 2000-REPORT-ONE-STEP-EXIT
003040     END-IF.
003050     MOVE SC-START-DATE TO ST-DTL-START-DATE.
003060     MOVE SC-START-TIME TO ST-DTL-START-TIME.
003070     IF SC-STEP-COMPLETED OR SC-STEP-FAILED
003080         MOVE SC-END-DATE TO ST-DTL-END-DATE
003090         MOVE SC-END-TIME TO ST-DTL-END-TIME
003100         MOVE SC-RETURN-CODE TO ST-EDIT-RC
003110         MOVE ST-EDIT-RC TO ST-DTL-RC
003120     END-IF.
003130     IF SC-STEP-COMPLETED
003140         MOVE 'COMPLETED' TO ST-DTL-STATUS
003150         ADD 1 TO ST-COMPLETED-COUNT
003160     ELSE
003170         IF SC-STEP-FAILED
003180             MOVE 'FAILED' TO ST-DTL-STATUS
003190             ADD 1 TO ST-FAILED-COUNT
003200             IF ST-FIRST-FAILED = SPACES
003210                 MOVE ST-CHAIN-STEP(CX) TO ST-FIRST-FAILED
003220             END-IF
003230         ELSE
003240             MOVE 'RUNNING' TO ST-DTL-STATUS
003250             ADD 1 TO ST-RUNNING-COUNT
003260             IF ST-FIRST-RUNNING = SPACES
003270                 MOVE ST-CHAIN-STEP(CX) TO ST-FIRST-RUNNING
003280             END-IF
003290         END-IF
003300     END-IF.
003310     MOVE SC-RUN-COUNT TO ST-EDIT-RUNS.
003320     MOVE ST-EDIT-RUNS TO ST-DTL-RUNS.
003330     IF SC-FORCED-RUN
003340         MOVE 'YES' TO ST-DTL-FORCED
003350     END-IF.
003360     WRITE REPORT-LINE FROM ST-DETAIL-LINE.
003370 2000-REPORT-ONE-STEP-EXIT.
003380     EXIT.
003390
003400*-----------------------------------------------------------------
003410* 4800-WRITE-SUMMARY PRINTS THE COUNTS AND THE VERDICT AND SETS
003420* THE RETURN CODE.  A FAILURE ANYWHERE OUTRANKS STEPS STILL TO
003430* RUN - THE CHAIN CANNOT GET PAST IT WITHOUT THE OPERATOR.
003440*-----------------------------------------------------------------
003450 4800-WRITE-SUMMARY.
003460     WRITE REPORT-LINE FROM ST-BLANK-LINE.
003470     MOVE ST-COMPLETED-COUNT TO ST-CNT-COMPLETED.
003480     MOVE ST-RUNNING-COUNT TO ST-CNT-RUNNING.
003490     MOVE ST-FAILED-COUNT TO ST-CNT-FAILED.
003500     MOVE ST-NOT-STARTED-COUNT TO ST-CNT-NOT-STARTED.
003510     WRITE REPORT-LINE FROM ST-COUNT-LINE.
003520     IF ST-FAILED-COUNT > ZERO
003530         MOVE 'CHAIN STOPPED - FAILED AT STEP' TO ST-VERDICT-TEXT
003540         MOVE ST-FIRST-FAILED TO ST-VERDICT-STEP
003550         MOVE 8 TO RETURN-CODE
003560     ELSE
003570         IF ST-COMPLETED-COUNT = ST-CHAIN-MAX
003580             MOVE 'CHAIN COMPLETE FOR THE CYCLE'
003590                 TO ST-VERDICT-TEXT
003600         ELSE
003610             IF ST-NOT-STARTED-COUNT = ST-CHAIN-MAX
003620                 MOVE 'CHAIN NOT STARTED FOR THE CYCLE'
003630                     TO ST-VERDICT-TEXT
003640             ELSE
003650                 IF ST-RUNNING-COUNT > ZERO
003660                     MOVE 'CHAIN NOT FINISHED - STEP RUNNING'
003670                         TO ST-VERDICT-TEXT
003680                     MOVE ST-FIRST-RUNNING TO ST-VERDICT-STEP
003690                 ELSE
003700                     MOVE 'CHAIN NOT FINISHED - NEXT STEP'
003710                         TO ST-VERDICT-TEXT
003720                     MOVE ST-FIRST-NOT-STARTED TO ST-VERDICT-STEP
003730                 END-IF
003740             END-IF
003750             MOVE 4 TO RETURN-CODE
003760         END-IF
003770     END-IF.
003780     WRITE REPORT-LINE FROM ST-VERDICT-LINE.
003790 4800-WRITE-SUMMARY-EXIT.
003800     EXIT.
003810
003820*-----------------------------------------------------------------
003830* 8000-TERMINATE CLOSES THE FILES BEFORE THE RUN ENDS.  STEPCTL
003840* IS ONLY OPEN WHEN IT EXISTED TO BEGIN WITH.
003850*-----------------------------------------------------------------
003860 8000-TERMINATE.
003870     IF ST-STEPCTL-OPEN
003880         CLOSE STEP-CONTROL-FILE
003890     END-IF.
003900     CLOSE REPORT-FILE.
003910 8000-TERMINATE-EXIT.
003920     EXIT.
003930
003940 9999-EXIT.
003950     GOBACK.
