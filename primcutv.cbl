000270*           END WITH 16.  INQUIRY SERVICE IS INTERRUPTED ONLY FOR
000280*           THE MINUTES THE COPY ITSELF TAKES, NOT FOR THE WHOLE
000290*           SIEVE RUN, AND A SIEVE ABEND NO LONGER COSTS THE DAY.
000291*
000292*           STEP CONTROL - THIS PROGRAM IS ONE STEP OF THE NIGHTLY
000293*           CHAIN RECORDED ON STEPCTL (SEE STEPREC).  IT RUNS ONLY
000294*           WHEN PRIMAUDT HAS COMPLETED CLEANLY FOR THE CYCLE,
000295*           ELSE IT ENDS WITH RETURN CODE 12.  A STEP ALREADY
000296*           COMPLETED FOR THE CYCLE ENDS AT ONCE WITH RETURN CODE
000297*           0.  OPTIONAL STEPCARD CARD:
000298*             COLS  1-8   CYCLE DATE YYYYMMDD (BLANK = TODAY)
000299*             COLS 10-14  'FORCE' RERUNS A STEP ALREADY COMPLETED
000300*-----------------------------------------------------------------
000310* MODIFICATION HISTORY.
000320* DATE       INIT  DESCRIPTION
000370*                  VIEW OF THE RECORD.  A MISSING LIVE PAIR (THE
000380*                  FIRST CUTOVER EVER RUN) SKIPS THE SAVE WITH A
000390*                  NOTE INSTEAD OF FAILING.
000391* 10/15/2026 JRH   STEP CONTROL.  EACH RUN IS RECORDED ON STEPCTL
000392*                  (CYCLE DATE + STEP NAME, START/END TIME, RETURN
000393*                  CODE, STATUS) BY 8800-CHECK-STEP-CONTROL AND
000394*                  8900-RECORD-STEP-END.  REFUSED (RC 12) UNLESS
000395*                  PRIMAUDT COMPLETED CLEANLY.  A STEP ALREADY
000396*                  COMPLETED FOR THE CYCLE SKIPS WITH RC 0 UNLESS
000397*                  THE NEW STEPCARD CARD SAYS FORCE.
000400*-----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000710         ACCESS MODE IS SEQUENTIAL
000720         RECORD KEY IS PS-VALUE
000730         FILE STATUS IS PC-PRVSF-STATUS.
000731     SELECT STEP-CARD-FILE ASSIGN TO STEPCARD
000732         ORGANIZATION IS SEQUENTIAL
000733         FILE STATUS IS PC-STEPCARD-STATUS.
000734     SELECT STEP-CONTROL-FILE ASSIGN TO STEPCTL
000735         ORGANIZATION IS INDEXED
000736         ACCESS MODE IS RANDOM
000737         RECORD KEY IS SC-STEP-KEY
000738         FILE STATUS IS PC-STEPCTL-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
001280         ==SPF-MASTER-REC== BY ==PRIOR-SPF-REC==
001290         LEADING ==SF== BY ==PS==.
001300
001301*-----------------------------------------------------------------
001302* STEP-CARD-FILE CARRIES THE OPTIONAL STEP CARD DESCRIBED IN THE
001303* REMARKS.  LAYOUT IS SHARED VIA THE STPCARD COPYBOOK.
001304*-----------------------------------------------------------------
001305 FD  STEP-CARD-FILE
001306     RECORDING MODE IS F
001307     LABEL RECORDS ARE OMITTED.
001308     COPY STPCARD.
001309
001310*-----------------------------------------------------------------
001311* STEP-CONTROL-FILE IS THE KEYED STEPCTL DATASET, ONE RECORD PER
001312* CYCLE DATE PER CHAIN STEP.  LAYOUT IS SHARED VIA THE STEPREC
001313* COPYBOOK.
001314*-----------------------------------------------------------------
001315 FD  STEP-CONTROL-FILE
001316     RECORDING MODE IS F
001317     LABEL RECORDS ARE OMITTED.
001318     COPY STEPREC.
001319
001320 WORKING-STORAGE SECTION.
001321 77  PC-STGPM-STATUS             PIC X(02) VALUE '00'.
001330 77  PC-STGSF-STATUS             PIC X(02) VALUE '00'.
001340 77  PC-LIVEPM-STATUS            PIC X(02) VALUE '00'.
001350 77  PC-LIVESF-STATUS            PIC X(02) VALUE '00'.
001640*-----------------------------------------------------------------
001650 77  PC-EDIT-COUNT               PIC ZZZZZZ9.
001660 77  PC-EDIT-SIZE                PIC ZZZZZZ9.
001661*-----------------------------------------------------------------
001662* STEP CONTROL.  PC-STEP-NAME IS THIS PROGRAM'S STEP ON STEPCTL;
001663* PC-PRED-NAME-1/2 ARE THE STEPS THAT MUST HAVE COMPLETED CLEANLY
001664* FOR THE CYCLE BEFORE IT MAY RUN (SPACES = NONE).  THE CYCLE
001665* DATE COMES FROM THE STEP CARD WHEN PUNCHED, OTHERWISE TODAY.
001666* PC-STEP-STARTED MEANS THIS RUN IS MARKED RUNNING ON STEPCTL AND
001667* OWES IT AN END-OF-STEP UPDATE.
001668*-----------------------------------------------------------------
001669 77  PC-STEPCARD-STATUS          PIC X(02) VALUE '00'.
001670 77  PC-STEPCTL-STATUS           PIC X(02) VALUE '00'.
001671 77  PC-STEP-NAME                PIC X(12) VALUE 'PRIMCUTV'.
001672 77  PC-PRED-NAME-1              PIC X(12) VALUE 'PRIMAUDT'.
001673 77  PC-PRED-NAME-2              PIC X(12) VALUE SPACES.
001674 77  PC-PRED-NAME                PIC X(12) VALUE SPACES.
001675 01  PC-CYCLE-DATE-X             PIC X(08) VALUE SPACES.
001676 01  PC-CYCLE-DATE-CARD REDEFINES PC-CYCLE-DATE-X
001677                                 PIC 9(08).
001678 77  PC-CYCLE-DATE               PIC 9(08) VALUE ZERO.
001679 77  PC-STEP-DATE                PIC 9(08) VALUE ZERO.
001680 77  PC-STEP-TIME                PIC 9(08) VALUE ZERO.
001681 77  PC-STEP-RUN-COUNT           PIC 9(04) VALUE ZERO.
001682 77  PC-FORCE-SW                 PIC X(01) VALUE 'N'.
001683     88  PC-FORCE-RUN                VALUE 'Y'.
001684 77  PC-STEP-ON-FILE-SW          PIC X(01) VALUE 'N'.
001685     88  PC-STEP-ON-FILE             VALUE 'Y'.
001686 77  PC-PRED-REFUSED-SW          PIC X(01) VALUE 'N'.
001687     88  PC-PRED-REFUSED             VALUE 'Y'.
001688 77  PC-STEP-STARTED-SW          PIC X(01) VALUE 'N'.
001689     88  PC-STEP-STARTED             VALUE 'Y'.
001690
001691 PROCEDURE DIVISION.
001692*-----------------------------------------------------------------
001700* 0000-MAINLINE
001710*-----------------------------------------------------------------
001720 0000-MAINLINE.
001721     PERFORM 8800-CHECK-STEP-CONTROL
001722         THRU 8800-CHECK-STEP-CONTROL-EXIT.
001730     PERFORM 1000-VERIFY-STAGING
001740         THRU 1000-VERIFY-STAGING-EXIT.
001750     PERFORM 2000-SAVE-LIVE-PAIR
004800 4000-VERIFY-LIVE-EXIT.
004810     EXIT.
004820
004821*-----------------------------------------------------------------
004822* 8800-CHECK-STEP-CONTROL IS THE FIRST THING 0000-MAINLINE DOES.
004823* IT RECORDS THIS STEP ON STEPCTL BEFORE ANY WORK IS DONE.  A STEP
004824* ALREADY COMPLETED FOR THE CYCLE ENDS AT ONCE WITH RETURN-CODE 0
004825* UNLESS THE STEP CARD SAYS FORCE, SO A RESTARTED CHAIN PICKS UP
004826* WHERE IT STOPPED.  A STEP WHOSE PREDECESSOR HAS NOT COMPLETED
004827* CLEANLY IS REFUSED WITH RETURN-CODE 12.  OTHERWISE THE STEP IS
004828* MARKED RUNNING WITH ITS START TIME, AND 9999-EXIT MARKS IT
004829* COMPLETED OR FAILED ON THE WAY OUT.  A STEP LEFT RUNNING BY AN
004830* ABEND IS NOT COMPLETED, SO IT MAY SIMPLY BE RERUN.  A CYCLE DATE
004831* ON THE CARD THAT IS NOT A NUMBER ENDS THE STEP WITH 20.
004832*-----------------------------------------------------------------
004833 8800-CHECK-STEP-CONTROL.
004834     ACCEPT PC-CYCLE-DATE FROM DATE YYYYMMDD.
004835     OPEN INPUT STEP-CARD-FILE.
004836     IF PC-STEPCARD-STATUS = '00'
004837         READ STEP-CARD-FILE
004838             AT END
004839                 CONTINUE
004840             NOT AT END
004841                 MOVE SK-CYCLE-DATE TO PC-CYCLE-DATE-X
004842                 IF SK-FORCE-RUN
004843                     SET PC-FORCE-RUN TO TRUE
004844                 END-IF
004845         END-READ
004846         CLOSE STEP-CARD-FILE
004847     END-IF.
004848     IF PC-CYCLE-DATE-X NOT = SPACES
004849         IF PC-CYCLE-DATE-CARD NUMERIC
004850             AND PC-CYCLE-DATE-CARD > ZERO
004851             MOVE PC-CYCLE-DATE-CARD TO PC-CYCLE-DATE
004852         ELSE
004853             DISPLAY 'PRIMCUTV - BAD STEP CARD CYCLE DATE '
004854                 PC-CYCLE-DATE-X
004855             MOVE 20 TO RETURN-CODE
004856             GO TO 9999-EXIT
004857         END-IF
004858     END-IF.
004859     OPEN I-O STEP-CONTROL-FILE.
004860     IF PC-STEPCTL-STATUS = '35'
004861         OPEN OUTPUT STEP-CONTROL-FILE
004862         CLOSE STEP-CONTROL-FILE
004863         OPEN I-O STEP-CONTROL-FILE
004864     END-IF.
004865     IF PC-STEPCTL-STATUS NOT = '00'
004866         DISPLAY 'PRIMCUTV - STEP-CONTROL-FILE OPEN FAILED '
004867             PC-STEPCTL-STATUS
004868         MOVE 16 TO RETURN-CODE
004869         GO TO 9999-EXIT
004870     END-IF.
004871     MOVE PC-CYCLE-DATE TO SC-CYCLE-DATE.
004872     MOVE PC-STEP-NAME TO SC-STEP-NAME.
004873     READ STEP-CONTROL-FILE
004874         INVALID KEY
004875             CONTINUE
004876     END-READ.
004877     IF PC-STEPCTL-STATUS = '00'
004878         SET PC-STEP-ON-FILE TO TRUE
004879         MOVE SC-RUN-COUNT TO PC-STEP-RUN-COUNT
004880         IF SC-STEP-COMPLETED AND NOT PC-FORCE-RUN
004881             DISPLAY 'PRIMCUTV - ALREADY COMPLETED FOR CYCLE '
004882                 PC-CYCLE-DATE ' - STEP SKIPPED'
004883             CLOSE STEP-CONTROL-FILE
004884             MOVE ZERO TO RETURN-CODE
004885             GO TO 9999-EXIT
004886         END-IF
004887     END-IF.
004888     IF PC-PRED-NAME-1 NOT = SPACES
004889         MOVE PC-PRED-NAME-1 TO PC-PRED-NAME
004890         PERFORM 8850-CHECK-PREDECESSOR
004891             THRU 8850-CHECK-PREDECESSOR-EXIT
004892     END-IF.
004893     IF PC-PRED-NAME-2 NOT = SPACES
004894         MOVE PC-PRED-NAME-2 TO PC-PRED-NAME
004895         PERFORM 8850-CHECK-PREDECESSOR
004896             THRU 8850-CHECK-PREDECESSOR-EXIT
004897     END-IF.
004898     IF PC-PRED-REFUSED
004899         CLOSE STEP-CONTROL-FILE
004900         MOVE 12 TO RETURN-CODE
004901         GO TO 9999-EXIT
004902     END-IF.
004903     ACCEPT PC-STEP-DATE FROM DATE YYYYMMDD.
004904     ACCEPT PC-STEP-TIME FROM TIME.
004905     MOVE SPACES TO STEP-CONTROL-REC.
004906     MOVE PC-CYCLE-DATE TO SC-CYCLE-DATE.
004907     MOVE PC-STEP-NAME TO SC-STEP-NAME.
004908     SET SC-STEP-RUNNING TO TRUE.
004909     MOVE PC-STEP-DATE TO SC-START-DATE.
004910     MOVE PC-STEP-TIME TO SC-START-TIME.
004911     MOVE ZERO TO SC-END-DATE.
004912     MOVE ZERO TO SC-END-TIME.
004913     MOVE ZERO TO SC-RETURN-CODE.
004914     ADD 1 TO PC-STEP-RUN-COUNT.
004915     MOVE PC-STEP-RUN-COUNT TO SC-RUN-COUNT.
004916     IF PC-FORCE-RUN
004917         MOVE 'Y' TO SC-FORCED-FLAG
004918     ELSE
004919         MOVE 'N' TO SC-FORCED-FLAG
004920     END-IF.
004921     IF PC-STEP-ON-FILE
004922         REWRITE STEP-CONTROL-REC
004923             INVALID KEY
004924                 CONTINUE
004925         END-REWRITE
004926     ELSE
004927         WRITE STEP-CONTROL-REC
004928             INVALID KEY
004929                 CONTINUE
004930         END-WRITE
004931     END-IF.
004932     IF PC-STEPCTL-STATUS NOT = '00'
004933         DISPLAY 'PRIMCUTV - STEP-CONTROL-FILE WRITE FAILED '
004934             PC-STEPCTL-STATUS
004935         CLOSE STEP-CONTROL-FILE
004936         MOVE 16 TO RETURN-CODE
004937         GO TO 9999-EXIT
004938     END-IF.
004939     CLOSE STEP-CONTROL-FILE.
004940     SET PC-STEP-STARTED TO TRUE.
004941     IF PC-FORCE-RUN
004942         DISPLAY 'PRIMCUTV - FORCED RUN FOR CYCLE '
004943             PC-CYCLE-DATE
004944     END-IF.
004945 8800-CHECK-STEP-CONTROL-EXIT.
004946     EXIT.
004947
004948*-----------------------------------------------------------------
004949* 8850-CHECK-PREDECESSOR LOOKS UP ONE PREDECESSOR STEP FOR THE
004950* CYCLE.  MISSING, STILL RUNNING (OR ABENDED) AND FAILED ALL
004951* REFUSE THIS STEP; ONLY COMPLETED LETS IT THROUGH.
004952*-----------------------------------------------------------------
004953 8850-CHECK-PREDECESSOR.
004954     MOVE PC-CYCLE-DATE TO SC-CYCLE-DATE.
004955     MOVE PC-PRED-NAME TO SC-STEP-NAME.
004956     READ STEP-CONTROL-FILE
004957         INVALID KEY
004958             CONTINUE
004959     END-READ.
004960     IF PC-STEPCTL-STATUS = '00'
004961         IF SC-STEP-COMPLETED
004962             GO TO 8850-CHECK-PREDECESSOR-EXIT
004963         END-IF
004964     END-IF.
004965     DISPLAY 'PRIMCUTV - ' PC-PRED-NAME
004966         ' HAS NOT COMPLETED CLEANLY FOR CYCLE ' PC-CYCLE-DATE
004967         ' - STEP REFUSED'.
004968     SET PC-PRED-REFUSED TO TRUE.
004969 8850-CHECK-PREDECESSOR-EXIT.
004970     EXIT.
004971
004972*-----------------------------------------------------------------
004973* 8900-RECORD-STEP-END MARKS THIS STEP COMPLETED (RETURN-CODE
004974* BELOW 8) OR FAILED ON STEPCTL, WITH ITS END TIME AND RETURN
004975* CODE.  IT IS PERFORMED FROM 9999-EXIT SO EVERY WAY OUT OF A
004976* STARTED STEP IS RECORDED.  A STEPCTL THAT WILL NOT TAKE THE
004977* UPDATE IS ONLY A WARNING - THE STEP IS THEN LEFT RUNNING, WHICH
004978* HOLDS ITS SUCCESSORS UNTIL THE OPERATOR LOOKS.
004979*-----------------------------------------------------------------
004980 8900-RECORD-STEP-END.
004981     MOVE 'N' TO PC-STEP-STARTED-SW.
004982     OPEN I-O STEP-CONTROL-FILE.
004983     IF PC-STEPCTL-STATUS NOT = '00'
004984         DISPLAY 'PRIMCUTV - WARNING: STEPCTL OPEN FAILED '
004985             PC-STEPCTL-STATUS ' - STEP END NOT RECORDED'
004986         GO TO 8900-RECORD-STEP-END-EXIT
004987     END-IF.
004988     MOVE PC-CYCLE-DATE TO SC-CYCLE-DATE.
004989     MOVE PC-STEP-NAME TO SC-STEP-NAME.
004990     READ STEP-CONTROL-FILE
004991         INVALID KEY
004992             CONTINUE
004993     END-READ.
004994     IF PC-STEPCTL-STATUS = '00'
004995         ACCEPT PC-STEP-DATE FROM DATE YYYYMMDD
004996         ACCEPT PC-STEP-TIME FROM TIME
004997         MOVE PC-STEP-DATE TO SC-END-DATE
004998         MOVE PC-STEP-TIME TO SC-END-TIME
004999         MOVE RETURN-CODE TO SC-RETURN-CODE
005000         IF RETURN-CODE < 8
005001             SET SC-STEP-COMPLETED TO TRUE
005002         ELSE
005003             SET SC-STEP-FAILED TO TRUE
005004         END-IF
005005         REWRITE STEP-CONTROL-REC
005006             INVALID KEY
005007                 CONTINUE
005008         END-REWRITE
005009     END-IF.
005010     IF PC-STEPCTL-STATUS NOT = '00'
005011         DISPLAY 'PRIMCUTV - WARNING: STEP END NOT RECORDED '
005012             PC-STEPCTL-STATUS
005013     END-IF.
005014     CLOSE STEP-CONTROL-FILE.
005015 8900-RECORD-STEP-END-EXIT.
005016     EXIT.
005017
005018 9999-EXIT.
005019     IF PC-STEP-STARTED
005020         PERFORM 8900-RECORD-STEP-END
005021             THRU 8900-RECORD-STEP-END-EXIT
005022     END-IF.
005023     GOBACK.
