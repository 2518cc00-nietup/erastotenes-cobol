000260*             COL  14     'N' DROPS THE ORDINAL COLUMN
000270*             COL  15     'N' DROPS THE SMALLEST-FACTOR COLUMN
000280*                         (AND SPFMST IS THEN NOT READ AT ALL)
000281*
000282*           STEP CONTROL - THIS PROGRAM IS ONE STEP OF THE NIGHTLY
000283*           CHAIN RECORDED ON STEPCTL (SEE STEPREC).  IT RUNS ONLY
000284*           WHEN PRIMGENC HAS COMPLETED CLEANLY FOR THE CYCLE,
000285*           ELSE IT ENDS WITH RETURN CODE 12.  A STEP ALREADY
000286*           COMPLETED FOR THE CYCLE ENDS AT ONCE WITH RETURN CODE
000287*           0.  OPTIONAL STEPCARD CARD:
000288*             COLS  1-8   CYCLE DATE YYYYMMDD (BLANK = TODAY)
000289*             COLS 10-14  'FORCE' RERUNS A STEP ALREADY COMPLETED
000290*-----------------------------------------------------------------
000300* MODIFICATION HISTORY.
000310* DATE       INIT  DESCRIPTION
000370*                  THE PRIME MASTER'S (CEILING AND RUN DATE/TIME)
000380*                  BEFORE A ROW GOES OUT, AS EVERY OTHER READER OF
000390*                  THE PAIR REQUIRES.
000391* 10/15/2026 JRH   STEP CONTROL.  EACH RUN IS RECORDED ON STEPCTL
000392*                  (CYCLE DATE + STEP NAME, START/END TIME, RETURN
000393*                  CODE, STATUS) BY 8800-CHECK-STEP-CONTROL AND
000394*                  8900-RECORD-STEP-END.  REFUSED (RC 12) UNLESS
000395*                  PRIMCUTV COMPLETED CLEANLY.  A STEP ALREADY
000396*                  COMPLETED FOR THE CYCLE SKIPS WITH RC 0 UNLESS
000397*                  THE NEW STEPCARD CARD SAYS FORCE.
000398* 10/15/2026 JRH   NOW WAITS FOR PRIMGENC RATHER THAN PRIMCUTV, SO
000399*                  A NEW GENERATION THAT CHANGED A VALUE SHARED
000400*                  WITH THE PRIOR ONE IS NEVER READ.
000401*-----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000570     SELECT EXTRACT-FILE ASSIGN TO EXTRACT
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS PX-EXTRACT-STATUS.
000591     SELECT STEP-CARD-FILE ASSIGN TO STEPCARD
000592         ORGANIZATION IS SEQUENTIAL
000593         FILE STATUS IS PX-STEPCARD-STATUS.
000594     SELECT STEP-CONTROL-FILE ASSIGN TO STEPCTL
000595         ORGANIZATION IS INDEXED
000596         ACCESS MODE IS RANDOM
000597         RECORD KEY IS SC-STEP-KEY
000598         FILE STATUS IS PX-STEPCTL-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
001030     LABEL RECORDS ARE OMITTED.
001040 01  EXTRACT-LINE                PIC X(80).
001050
001051*-----------------------------------------------------------------
001052* STEP-CARD-FILE CARRIES THE OPTIONAL STEP CARD DESCRIBED IN THE
001053* REMARKS.  LAYOUT IS SHARED VIA THE STPCARD COPYBOOK.
001054*-----------------------------------------------------------------
001055 FD  STEP-CARD-FILE
001056     RECORDING MODE IS F
001057     LABEL RECORDS ARE OMITTED.
001058     COPY STPCARD.
001059
001060*-----------------------------------------------------------------
001061* STEP-CONTROL-FILE IS THE KEYED STEPCTL DATASET, ONE RECORD PER
001062* CYCLE DATE PER CHAIN STEP.  LAYOUT IS SHARED VIA THE STEPREC
001063* COPYBOOK.
001064*-----------------------------------------------------------------
001065 FD  STEP-CONTROL-FILE
001066     RECORDING MODE IS F
001067     LABEL RECORDS ARE OMITTED.
001068     COPY STEPREC.
001069
001070 WORKING-STORAGE SECTION.
001071 77  PX-SYSIN-STATUS             PIC X(02) VALUE '00'.
001080 77  PX-PMSTR-STATUS             PIC X(02) VALUE '00'.
001090 77  PX-SPFMST-STATUS            PIC X(02) VALUE '00'.
001100 77  PX-EXTRACT-STATUS           PIC X(02) VALUE '00'.
001490 77  PX-LINE-POS                 PIC 9(03) COMP VALUE 1.
001500 77  PX-ROWS-WRITTEN             PIC 9(07) COMP VALUE ZERO.
001510 77  PX-EDIT-COUNT               PIC ZZZZZZ9.
001511*-----------------------------------------------------------------
001512* STEP CONTROL.  PX-STEP-NAME IS THIS PROGRAM'S STEP ON STEPCTL;
001513* PX-PRED-NAME-1/2 ARE THE STEPS THAT MUST HAVE COMPLETED CLEANLY
001514* FOR THE CYCLE BEFORE IT MAY RUN (SPACES = NONE).  THE CYCLE
001515* DATE COMES FROM THE STEP CARD WHEN PUNCHED, OTHERWISE TODAY.
001516* PX-STEP-STARTED MEANS THIS RUN IS MARKED RUNNING ON STEPCTL AND
001517* OWES IT AN END-OF-STEP UPDATE.
001518*-----------------------------------------------------------------
001519 77  PX-STEPCARD-STATUS          PIC X(02) VALUE '00'.
001520 77  PX-STEPCTL-STATUS           PIC X(02) VALUE '00'.
001521 77  PX-STEP-NAME                PIC X(12) VALUE 'PRIMEXTR'.
001522 77  PX-PRED-NAME-1              PIC X(12) VALUE 'PRIMGENC'.
001523 77  PX-PRED-NAME-2              PIC X(12) VALUE SPACES.
001524 77  PX-PRED-NAME                PIC X(12) VALUE SPACES.
001525 01  PX-CYCLE-DATE-X             PIC X(08) VALUE SPACES.
001526 01  PX-CYCLE-DATE-CARD REDEFINES PX-CYCLE-DATE-X
001527                                 PIC 9(08).
001528 77  PX-CYCLE-DATE               PIC 9(08) VALUE ZERO.
001529 77  PX-STEP-DATE                PIC 9(08) VALUE ZERO.
001530 77  PX-STEP-TIME                PIC 9(08) VALUE ZERO.
001531 77  PX-STEP-RUN-COUNT           PIC 9(04) VALUE ZERO.
001532 77  PX-FORCE-SW                 PIC X(01) VALUE 'N'.
001533     88  PX-FORCE-RUN                VALUE 'Y'.
001534 77  PX-STEP-ON-FILE-SW          PIC X(01) VALUE 'N'.
001535     88  PX-STEP-ON-FILE             VALUE 'Y'.
001536 77  PX-PRED-REFUSED-SW          PIC X(01) VALUE 'N'.
001537     88  PX-PRED-REFUSED             VALUE 'Y'.
001538 77  PX-STEP-STARTED-SW          PIC X(01) VALUE 'N'.
001539     88  PX-STEP-STARTED             VALUE 'Y'.
001540
001541 PROCEDURE DIVISION.
001542*-----------------------------------------------------------------
001550* 0000-MAINLINE
001560*-----------------------------------------------------------------
001570 0000-MAINLINE.
001571     PERFORM 8800-CHECK-STEP-CONTROL
001572         THRU 8800-CHECK-STEP-CONTROL-EXIT.
001580     PERFORM 1000-INITIALIZE
001590         THRU 1000-INITIALIZE-EXIT.
001600     PERFORM 1900-WRITE-HEADER-ROWS
004670 8000-TERMINATE-EXIT.
004680     EXIT.
004690
004691*-----------------------------------------------------------------
004692* 8800-CHECK-STEP-CONTROL IS THE FIRST THING 0000-MAINLINE DOES.
004693* IT RECORDS THIS STEP ON STEPCTL BEFORE ANY WORK IS DONE.  A STEP
004694* ALREADY COMPLETED FOR THE CYCLE ENDS AT ONCE WITH RETURN-CODE 0
004695* UNLESS THE STEP CARD SAYS FORCE, SO A RESTARTED CHAIN PICKS UP
004696* WHERE IT STOPPED.  A STEP WHOSE PREDECESSOR HAS NOT COMPLETED
004697* CLEANLY IS REFUSED WITH RETURN-CODE 12.  OTHERWISE THE STEP IS
004698* MARKED RUNNING WITH ITS START TIME, AND 9999-EXIT MARKS IT
004699* COMPLETED OR FAILED ON THE WAY OUT.  A STEP LEFT RUNNING BY AN
004700* ABEND IS NOT COMPLETED, SO IT MAY SIMPLY BE RERUN.  A CYCLE DATE
004701* ON THE CARD THAT IS NOT A NUMBER ENDS THE STEP WITH 20.
004702*-----------------------------------------------------------------
004703 8800-CHECK-STEP-CONTROL.
004704     ACCEPT PX-CYCLE-DATE FROM DATE YYYYMMDD.
004705     OPEN INPUT STEP-CARD-FILE.
004706     IF PX-STEPCARD-STATUS = '00'
004707         READ STEP-CARD-FILE
004708             AT END
004709                 CONTINUE
004710             NOT AT END
004711                 MOVE SK-CYCLE-DATE TO PX-CYCLE-DATE-X
004712                 IF SK-FORCE-RUN
004713                     SET PX-FORCE-RUN TO TRUE
004714                 END-IF
004715         END-READ
004716         CLOSE STEP-CARD-FILE
004717     END-IF.
004718     IF PX-CYCLE-DATE-X NOT = SPACES
004719         IF PX-CYCLE-DATE-CARD NUMERIC
004720             AND PX-CYCLE-DATE-CARD > ZERO
004721             MOVE PX-CYCLE-DATE-CARD TO PX-CYCLE-DATE
004722         ELSE
004723             DISPLAY 'PRIMEXTR - BAD STEP CARD CYCLE DATE '
004724                 PX-CYCLE-DATE-X
004725             MOVE 20 TO RETURN-CODE
004726             GO TO 9999-EXIT
004727         END-IF
004728     END-IF.
004729     OPEN I-O STEP-CONTROL-FILE.
004730     IF PX-STEPCTL-STATUS = '35'
004731         OPEN OUTPUT STEP-CONTROL-FILE
004732         CLOSE STEP-CONTROL-FILE
004733         OPEN I-O STEP-CONTROL-FILE
004734     END-IF.
004735     IF PX-STEPCTL-STATUS NOT = '00'
004736         DISPLAY 'PRIMEXTR - STEP-CONTROL-FILE OPEN FAILED '
004737             PX-STEPCTL-STATUS
004738         MOVE 16 TO RETURN-CODE
004739         GO TO 9999-EXIT
004740     END-IF.
004741     MOVE PX-CYCLE-DATE TO SC-CYCLE-DATE.
004742     MOVE PX-STEP-NAME TO SC-STEP-NAME.
004743     READ STEP-CONTROL-FILE
004744         INVALID KEY
004745             CONTINUE
004746     END-READ.
004747     IF PX-STEPCTL-STATUS = '00'
004748         SET PX-STEP-ON-FILE TO TRUE
004749         MOVE SC-RUN-COUNT TO PX-STEP-RUN-COUNT
004750         IF SC-STEP-COMPLETED AND NOT PX-FORCE-RUN
004751             DISPLAY 'PRIMEXTR - ALREADY COMPLETED FOR CYCLE '
004752                 PX-CYCLE-DATE ' - STEP SKIPPED'
004753             CLOSE STEP-CONTROL-FILE
004754             MOVE ZERO TO RETURN-CODE
004755             GO TO 9999-EXIT
004756         END-IF
004757     END-IF.
004758     IF PX-PRED-NAME-1 NOT = SPACES
004759         MOVE PX-PRED-NAME-1 TO PX-PRED-NAME
004760         PERFORM 8850-CHECK-PREDECESSOR
004761             THRU 8850-CHECK-PREDECESSOR-EXIT
004762     END-IF.
004763     IF PX-PRED-NAME-2 NOT = SPACES
004764         MOVE PX-PRED-NAME-2 TO PX-PRED-NAME
004765         PERFORM 8850-CHECK-PREDECESSOR
004766             THRU 8850-CHECK-PREDECESSOR-EXIT
004767     END-IF.
004768     IF PX-PRED-REFUSED
004769         CLOSE STEP-CONTROL-FILE
004770         MOVE 12 TO RETURN-CODE
004771         GO TO 9999-EXIT
004772     END-IF.
004773     ACCEPT PX-STEP-DATE FROM DATE YYYYMMDD.
004774     ACCEPT PX-STEP-TIME FROM TIME.
004775     MOVE SPACES TO STEP-CONTROL-REC.
004776     MOVE PX-CYCLE-DATE TO SC-CYCLE-DATE.
004777     MOVE PX-STEP-NAME TO SC-STEP-NAME.
004778     SET SC-STEP-RUNNING TO TRUE.
004779     MOVE PX-STEP-DATE TO SC-START-DATE.
004780     MOVE PX-STEP-TIME TO SC-START-TIME.
004781     MOVE ZERO TO SC-END-DATE.
004782     MOVE ZERO TO SC-END-TIME.
004783     MOVE ZERO TO SC-RETURN-CODE.
004784     ADD 1 TO PX-STEP-RUN-COUNT.
004785     MOVE PX-STEP-RUN-COUNT TO SC-RUN-COUNT.
004786     IF PX-FORCE-RUN
004787         MOVE 'Y' TO SC-FORCED-FLAG
004788     ELSE
004789         MOVE 'N' TO SC-FORCED-FLAG
004790     END-IF.
004791     IF PX-STEP-ON-FILE
004792         REWRITE STEP-CONTROL-REC
004793             INVALID KEY
004794                 CONTINUE
004795         END-REWRITE
004796     ELSE
004797         WRITE STEP-CONTROL-REC
004798             INVALID KEY
004799                 CONTINUE
004800         END-WRITE
004801     END-IF.
004802     IF PX-STEPCTL-STATUS NOT = '00'
004803         DISPLAY 'PRIMEXTR - STEP-CONTROL-FILE WRITE FAILED '
004804             PX-STEPCTL-STATUS
004805         CLOSE STEP-CONTROL-FILE
004806         MOVE 16 TO RETURN-CODE
004807         GO TO 9999-EXIT
004808     END-IF.
004809     CLOSE STEP-CONTROL-FILE.
004810     SET PX-STEP-STARTED TO TRUE.
004811     IF PX-FORCE-RUN
004812         DISPLAY 'PRIMEXTR - FORCED RUN FOR CYCLE '
004813             PX-CYCLE-DATE
004814     END-IF.
004815 8800-CHECK-STEP-CONTROL-EXIT.
004816     EXIT.
004817
004818*-----------------------------------------------------------------
004819* 8850-CHECK-PREDECESSOR LOOKS UP ONE PREDECESSOR STEP FOR THE
004820* CYCLE.  MISSING, STILL RUNNING (OR ABENDED) AND FAILED ALL
004821* REFUSE THIS STEP; ONLY COMPLETED LETS IT THROUGH.
004822*-----------------------------------------------------------------
004823 8850-CHECK-PREDECESSOR.
004824     MOVE PX-CYCLE-DATE TO SC-CYCLE-DATE.
004825     MOVE PX-PRED-NAME TO SC-STEP-NAME.
004826     READ STEP-CONTROL-FILE
004827         INVALID KEY
004828             CONTINUE
004829     END-READ.
004830     IF PX-STEPCTL-STATUS = '00'
004831         IF SC-STEP-COMPLETED
004832             GO TO 8850-CHECK-PREDECESSOR-EXIT
004833         END-IF
004834     END-IF.
004835     DISPLAY 'PRIMEXTR - ' PX-PRED-NAME
004836         ' HAS NOT COMPLETED CLEANLY FOR CYCLE ' PX-CYCLE-DATE
004837         ' - STEP REFUSED'.
004838     SET PX-PRED-REFUSED TO TRUE.
004839 8850-CHECK-PREDECESSOR-EXIT.
004840     EXIT.
004841
004842*-----------------------------------------------------------------
004843* 8900-RECORD-STEP-END MARKS THIS STEP COMPLETED (RETURN-CODE
004844* BELOW 8) OR FAILED ON STEPCTL, WITH ITS END TIME AND RETURN
004845* CODE.  IT IS PERFORMED FROM 9999-EXIT SO EVERY WAY OUT OF A
004846* STARTED STEP IS RECORDED.  A STEPCTL THAT WILL NOT TAKE THE
004847* UPDATE IS ONLY A WARNING - THE STEP IS THEN LEFT RUNNING, WHICH
004848* HOLDS ITS SUCCESSORS UNTIL THE OPERATOR LOOKS.
004849*-----------------------------------------------------------------
004850 8900-RECORD-STEP-END.
004851     MOVE 'N' TO PX-STEP-STARTED-SW.
004852     OPEN I-O STEP-CONTROL-FILE.
004853     IF PX-STEPCTL-STATUS NOT = '00'
004854         DISPLAY 'PRIMEXTR - WARNING: STEPCTL OPEN FAILED '
004855             PX-STEPCTL-STATUS ' - STEP END NOT RECORDED'
004856         GO TO 8900-RECORD-STEP-END-EXIT
004857     END-IF.
004858     MOVE PX-CYCLE-DATE TO SC-CYCLE-DATE.
004859     MOVE PX-STEP-NAME TO SC-STEP-NAME.
004860     READ STEP-CONTROL-FILE
004861         INVALID KEY
004862             CONTINUE
004863     END-READ.
004864     IF PX-STEPCTL-STATUS = '00'
004865         ACCEPT PX-STEP-DATE FROM DATE YYYYMMDD
004866         ACCEPT PX-STEP-TIME FROM TIME
004867         MOVE PX-STEP-DATE TO SC-END-DATE
004868         MOVE PX-STEP-TIME TO SC-END-TIME
004869         MOVE RETURN-CODE TO SC-RETURN-CODE
004870         IF RETURN-CODE < 8
004871             SET SC-STEP-COMPLETED TO TRUE
004872         ELSE
004873             SET SC-STEP-FAILED TO TRUE
004874         END-IF
004875         REWRITE STEP-CONTROL-REC
004876             INVALID KEY
004877                 CONTINUE
004878         END-REWRITE
004879     END-IF.
004880     IF PX-STEPCTL-STATUS NOT = '00'
004881         DISPLAY 'PRIMEXTR - WARNING: STEP END NOT RECORDED '
004882             PX-STEPCTL-STATUS
004883     END-IF.
004884     CLOSE STEP-CONTROL-FILE.
004885 8900-RECORD-STEP-END-EXIT.
004886     EXIT.
004887
004888 9999-EXIT.
004889     IF PX-STEP-STARTED
004890         PERFORM 8900-RECORD-STEP-END
004891             THRU 8900-RECORD-STEP-END-EXIT
004892     END-IF.
004893     GOBACK.
