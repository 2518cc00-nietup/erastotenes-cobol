000080* REMARKS.  SIEVE OF ERASTOTHENES.  BUILDS A TABLE OF PRIME/
000090*           COMPOSITE FLAGS FOR THE NUMBERS 1 THRU TABLE-SIZE AND
000100*           LISTS THE PRIMES FOUND.
000101*
000102*           STEP CONTROL - THIS PROGRAM IS ONE STEP OF THE NIGHTLY
000103*           CHAIN RECORDED ON STEPCTL (SEE STEPREC).  IT HEADS THE
000104*           CHAIN.  A STEP ALREADY COMPLETED FOR THE CYCLE ENDS AT
000105*           ONCE WITH RETURN CODE 0.  OPTIONAL STEPCARD CARD:
000106*             COLS  1-8   CYCLE DATE YYYYMMDD (BLANK = TODAY)
000107*             COLS 10-14  'FORCE' RERUNS A STEP ALREADY COMPLETED
000110*-----------------------------------------------------------------
000120* MODIFICATION HISTORY.
000130* DATE       INIT  DESCRIPTION
001860*                  CODE AND ELAPSED SECONDS - SO OPERATIONS CAN
001870*                  REQUEUE EXACTLY THE FAILED REQUESTS BY ID
001880*                  INSTEAD OF RERUNNING WHOLE DECKS.
001881* 10/15/2026 JRH   STEP CONTROL.  EACH RUN IS RECORDED ON STEPCTL
001882*                  (CYCLE DATE + STEP NAME, START/END TIME, RETURN
001883*                  CODE, STATUS) BY 8800-CHECK-STEP-CONTROL AND
001884*                  8900-RECORD-STEP-END.  HEADS THE CHAIN, SO NO
001885*                  PREDECESSOR IS CHECKED.  A STEP ALREADY
001886*                  COMPLETED FOR THE CYCLE SKIPS WITH RC 0 UNLESS
001887*                  THE NEW STEPCARD CARD SAYS FORCE.
001890*-----------------------------------------------------------------
001900 ENVIRONMENT DIVISION.
001910 INPUT-OUTPUT SECTION.
002150         ACCESS MODE IS DYNAMIC
002160         RECORD KEY IS PM-PRIME-VALUE
002170         FILE STATUS IS ER-PMSTR-STATUS.
002171     SELECT STEP-CARD-FILE ASSIGN TO STEPCARD
002172         ORGANIZATION IS SEQUENTIAL
002173         FILE STATUS IS ER-STEPCARD-STATUS.
002174     SELECT STEP-CONTROL-FILE ASSIGN TO STEPCTL
002175         ORGANIZATION IS INDEXED
002176         ACCESS MODE IS RANDOM
002177         RECORD KEY IS SC-STEP-KEY
002178         FILE STATUS IS ER-STEPCTL-STATUS.
002180 
002190 DATA DIVISION.
002200 FILE SECTION.
003120     LABEL RECORDS ARE OMITTED.
003130     COPY SPFMREC.
003140 
003141*-----------------------------------------------------------------
003142* STEP-CARD-FILE CARRIES THE OPTIONAL STEP CARD DESCRIBED IN THE
003143* REMARKS.  LAYOUT IS SHARED VIA THE STPCARD COPYBOOK.
003144*-----------------------------------------------------------------
003145 FD  STEP-CARD-FILE
003146     RECORDING MODE IS F
003147     LABEL RECORDS ARE OMITTED.
003148     COPY STPCARD.
003149
003150*-----------------------------------------------------------------
003151* STEP-CONTROL-FILE IS THE KEYED STEPCTL DATASET, ONE RECORD PER
003152* CYCLE DATE PER CHAIN STEP.  LAYOUT IS SHARED VIA THE STEPREC
003153* COPYBOOK.
003154*-----------------------------------------------------------------
003155 FD  STEP-CONTROL-FILE
003156     RECORDING MODE IS F
003157     LABEL RECORDS ARE OMITTED.
003158     COPY STEPREC.
003159
003160 WORKING-STORAGE SECTION.
003161*-----------------------------------------------------------------
003170* ER-MAX-TABLE-SIZE IS THE RUN-TIME CEILING ON TABLE-SIZE,
003180* ENFORCED BY 1500-VALIDATE-TABLE-SIZE.  THE OCCURS CLAUSE
003190* BELOW MUST STILL CARRY ITS OWN LITERAL UPPER BOUND - THIS
004830                                  INDEXED BY SX, SY.
004840 77  ER-SPF-START                PIC 9(07) COMP VALUE 2.
004850 77  ER-SPF-DIVISOR              PIC 9(06) COMP VALUE ZERO.
004851*-----------------------------------------------------------------
004852* STEP CONTROL.  ER-STEP-NAME IS THIS PROGRAM'S STEP ON STEPCTL;
004853* ER-PRED-NAME-1/2 ARE THE STEPS THAT MUST HAVE COMPLETED CLEANLY
004854* FOR THE CYCLE BEFORE IT MAY RUN (SPACES = NONE).  THE CYCLE
004855* DATE COMES FROM THE STEP CARD WHEN PUNCHED, OTHERWISE TODAY.
004856* ER-STEP-STARTED MEANS THIS RUN IS MARKED RUNNING ON STEPCTL AND
004857* OWES IT AN END-OF-STEP UPDATE.
004858*-----------------------------------------------------------------
004859 77  ER-STEPCARD-STATUS          PIC X(02) VALUE '00'.
004860 77  ER-STEPCTL-STATUS           PIC X(02) VALUE '00'.
004861 77  ER-STEP-NAME                PIC X(12) VALUE 'ERASTOTENES'.
004862 77  ER-PRED-NAME-1              PIC X(12) VALUE SPACES.
004863 77  ER-PRED-NAME-2              PIC X(12) VALUE SPACES.
004864 77  ER-PRED-NAME                PIC X(12) VALUE SPACES.
004865 01  ER-CYCLE-DATE-X             PIC X(08) VALUE SPACES.
004866 01  ER-CYCLE-DATE-CARD REDEFINES ER-CYCLE-DATE-X
004867                                 PIC 9(08).
004868 77  ER-CYCLE-DATE               PIC 9(08) VALUE ZERO.
004869 77  ER-STEP-DATE                PIC 9(08) VALUE ZERO.
004870 77  ER-STEP-TIME                PIC 9(08) VALUE ZERO.
004871 77  ER-STEP-RUN-COUNT           PIC 9(04) VALUE ZERO.
004872 77  ER-FORCE-SW                 PIC X(01) VALUE 'N'.
004873     88  ER-FORCE-RUN                VALUE 'Y'.
004874 77  ER-STEP-ON-FILE-SW          PIC X(01) VALUE 'N'.
004875     88  ER-STEP-ON-FILE             VALUE 'Y'.
004876 77  ER-PRED-REFUSED-SW          PIC X(01) VALUE 'N'.
004877     88  ER-PRED-REFUSED             VALUE 'Y'.
004878 77  ER-STEP-STARTED-SW          PIC X(01) VALUE 'N'.
004879     88  ER-STEP-STARTED             VALUE 'Y'.
004880 
004881 PROCEDURE DIVISION.
004882*-----------------------------------------------------------------
004890* 0000-MAINLINE.  SYSIN MAY NOW CARRY A WHOLE DECK OF CONTROL
004900* RECORDS; EACH ONE IS PROCESSED IN SEQUENCE AS ITS OWN REQUEST,
004910* WITH ITS OWN HEADER AND TRAILER GROUP ON PRIMEOUT, SO ONE
004940* HARD I/O FAILURES END THE DECK.
004950*-----------------------------------------------------------------
004960 0000-MAINLINE.
004961     PERFORM 8800-CHECK-STEP-CONTROL
004962         THRU 8800-CHECK-STEP-CONTROL-EXIT.
004970     PERFORM 0100-OPEN-RUN
004980         THRU 0100-OPEN-RUN-EXIT.
004990     PERFORM 0200-PROCESS-ONE-REQUEST
017180 8150-LIST-ONE-REQUEST-EXIT.
017190     EXIT.
017200
017201*-----------------------------------------------------------------
017202* 8800-CHECK-STEP-CONTROL IS THE FIRST THING 0000-MAINLINE DOES.
017203* IT RECORDS THIS STEP ON STEPCTL BEFORE ANY WORK IS DONE.  A STEP
017204* ALREADY COMPLETED FOR THE CYCLE ENDS AT ONCE WITH RETURN-CODE 0
017205* UNLESS THE STEP CARD SAYS FORCE, SO A RESTARTED CHAIN PICKS UP
017206* WHERE IT STOPPED.  A STEP WHOSE PREDECESSOR HAS NOT COMPLETED
017207* CLEANLY IS REFUSED WITH RETURN-CODE 12.  OTHERWISE THE STEP IS
017208* MARKED RUNNING WITH ITS START TIME, AND 9999-EXIT MARKS IT
017209* COMPLETED OR FAILED ON THE WAY OUT.  A STEP LEFT RUNNING BY AN
017210* ABEND IS NOT COMPLETED, SO IT MAY SIMPLY BE RERUN.  A CYCLE DATE
017211* ON THE CARD THAT IS NOT A NUMBER ENDS THE STEP WITH 20.
017212*-----------------------------------------------------------------
017213 8800-CHECK-STEP-CONTROL.
017214     ACCEPT ER-CYCLE-DATE FROM DATE YYYYMMDD.
017215     OPEN INPUT STEP-CARD-FILE.
017216     IF ER-STEPCARD-STATUS = '00'
017217         READ STEP-CARD-FILE
017218             AT END
017219                 CONTINUE
017220             NOT AT END
017221                 MOVE SK-CYCLE-DATE TO ER-CYCLE-DATE-X
017222                 IF SK-FORCE-RUN
017223                     SET ER-FORCE-RUN TO TRUE
017224                 END-IF
017225         END-READ
017226         CLOSE STEP-CARD-FILE
017227     END-IF.
017228     IF ER-CYCLE-DATE-X NOT = SPACES
017229         IF ER-CYCLE-DATE-CARD NUMERIC
017230             AND ER-CYCLE-DATE-CARD > ZERO
017231             MOVE ER-CYCLE-DATE-CARD TO ER-CYCLE-DATE
017232         ELSE
017233             DISPLAY 'ERASTOTENES - BAD STEP CARD CYCLE DATE '
017234                 ER-CYCLE-DATE-X
017235             MOVE 20 TO RETURN-CODE
017236             GO TO 9999-EXIT
017237         END-IF
017238     END-IF.
017239     OPEN I-O STEP-CONTROL-FILE.
017240     IF ER-STEPCTL-STATUS = '35'
017241         OPEN OUTPUT STEP-CONTROL-FILE
017242         CLOSE STEP-CONTROL-FILE
017243         OPEN I-O STEP-CONTROL-FILE
017244     END-IF.
017245     IF ER-STEPCTL-STATUS NOT = '00'
017246         DISPLAY 'ERASTOTENES - STEP-CONTROL-FILE OPEN FAILED '
017247             ER-STEPCTL-STATUS
017248         MOVE 16 TO RETURN-CODE
017249         GO TO 9999-EXIT
017250     END-IF.
017251     MOVE ER-CYCLE-DATE TO SC-CYCLE-DATE.
017252     MOVE ER-STEP-NAME TO SC-STEP-NAME.
017253     READ STEP-CONTROL-FILE
017254         INVALID KEY
017255             CONTINUE
017256     END-READ.
017257     IF ER-STEPCTL-STATUS = '00'
017258         SET ER-STEP-ON-FILE TO TRUE
017259         MOVE SC-RUN-COUNT TO ER-STEP-RUN-COUNT
017260         IF SC-STEP-COMPLETED AND NOT ER-FORCE-RUN
017261             DISPLAY 'ERASTOTENES - ALREADY COMPLETED FOR CYCLE '
017262                 ER-CYCLE-DATE ' - STEP SKIPPED'
017263             CLOSE STEP-CONTROL-FILE
017264             MOVE ZERO TO RETURN-CODE
017265             GO TO 9999-EXIT
017266         END-IF
017267     END-IF.
017268     IF ER-PRED-NAME-1 NOT = SPACES
017269         MOVE ER-PRED-NAME-1 TO ER-PRED-NAME
017270         PERFORM 8850-CHECK-PREDECESSOR
017271             THRU 8850-CHECK-PREDECESSOR-EXIT
017272     END-IF.
017273     IF ER-PRED-NAME-2 NOT = SPACES
017274         MOVE ER-PRED-NAME-2 TO ER-PRED-NAME
017275         PERFORM 8850-CHECK-PREDECESSOR
017276             THRU 8850-CHECK-PREDECESSOR-EXIT
017277     END-IF.
017278     IF ER-PRED-REFUSED
017279         CLOSE STEP-CONTROL-FILE
017280         MOVE 12 TO RETURN-CODE
017281         GO TO 9999-EXIT
017282     END-IF.
017283     ACCEPT ER-STEP-DATE FROM DATE YYYYMMDD.
017284     ACCEPT ER-STEP-TIME FROM TIME.
017285     MOVE SPACES TO STEP-CONTROL-REC.
017286     MOVE ER-CYCLE-DATE TO SC-CYCLE-DATE.
017287     MOVE ER-STEP-NAME TO SC-STEP-NAME.
017288     SET SC-STEP-RUNNING TO TRUE.
017289     MOVE ER-STEP-DATE TO SC-START-DATE.
017290     MOVE ER-STEP-TIME TO SC-START-TIME.
017291     MOVE ZERO TO SC-END-DATE.
017292     MOVE ZERO TO SC-END-TIME.
017293     MOVE ZERO TO SC-RETURN-CODE.
017294     ADD 1 TO ER-STEP-RUN-COUNT.
017295     MOVE ER-STEP-RUN-COUNT TO SC-RUN-COUNT.
017296     IF ER-FORCE-RUN
017297         MOVE 'Y' TO SC-FORCED-FLAG
017298     ELSE
017299         MOVE 'N' TO SC-FORCED-FLAG
017300     END-IF.
017301     IF ER-STEP-ON-FILE
017302         REWRITE STEP-CONTROL-REC
017303             INVALID KEY
017304                 CONTINUE
017305         END-REWRITE
017306     ELSE
017307         WRITE STEP-CONTROL-REC
017308             INVALID KEY
017309                 CONTINUE
017310         END-WRITE
017311     END-IF.
017312     IF ER-STEPCTL-STATUS NOT = '00'
017313         DISPLAY 'ERASTOTENES - STEP-CONTROL-FILE WRITE FAILED '
017314             ER-STEPCTL-STATUS
017315         CLOSE STEP-CONTROL-FILE
017316         MOVE 16 TO RETURN-CODE
017317         GO TO 9999-EXIT
017318     END-IF.
017319     CLOSE STEP-CONTROL-FILE.
017320     SET ER-STEP-STARTED TO TRUE.
017321     IF ER-FORCE-RUN
017322         DISPLAY 'ERASTOTENES - FORCED RUN FOR CYCLE '
017323             ER-CYCLE-DATE
017324     END-IF.
017325 8800-CHECK-STEP-CONTROL-EXIT.
017326     EXIT.
017327
017328*-----------------------------------------------------------------
017329* 8850-CHECK-PREDECESSOR LOOKS UP ONE PREDECESSOR STEP FOR THE
017330* CYCLE.  MISSING, STILL RUNNING (OR ABENDED) AND FAILED ALL
017331* REFUSE THIS STEP; ONLY COMPLETED LETS IT THROUGH.
017332*-----------------------------------------------------------------
017333 8850-CHECK-PREDECESSOR.
017334     MOVE ER-CYCLE-DATE TO SC-CYCLE-DATE.
017335     MOVE ER-PRED-NAME TO SC-STEP-NAME.
017336     READ STEP-CONTROL-FILE
017337         INVALID KEY
017338             CONTINUE
017339     END-READ.
017340     IF ER-STEPCTL-STATUS = '00'
017341         IF SC-STEP-COMPLETED
017342             GO TO 8850-CHECK-PREDECESSOR-EXIT
017343         END-IF
017344     END-IF.
017345     DISPLAY 'ERASTOTENES - ' ER-PRED-NAME
017346         ' HAS NOT COMPLETED CLEANLY FOR CYCLE ' ER-CYCLE-DATE
017347         ' - STEP REFUSED'.
017348     SET ER-PRED-REFUSED TO TRUE.
017349 8850-CHECK-PREDECESSOR-EXIT.
017350     EXIT.
017351
017352*-----------------------------------------------------------------
017353* 8900-RECORD-STEP-END MARKS THIS STEP COMPLETED (RETURN-CODE
017354* BELOW 8) OR FAILED ON STEPCTL, WITH ITS END TIME AND RETURN
017355* CODE.  IT IS PERFORMED FROM 9999-EXIT SO EVERY WAY OUT OF A
017356* STARTED STEP IS RECORDED.  A STEPCTL THAT WILL NOT TAKE THE
017357* UPDATE IS ONLY A WARNING - THE STEP IS THEN LEFT RUNNING, WHICH
017358* HOLDS ITS SUCCESSORS UNTIL THE OPERATOR LOOKS.
017359*-----------------------------------------------------------------
017360 8900-RECORD-STEP-END.
017361     MOVE 'N' TO ER-STEP-STARTED-SW.
017362     OPEN I-O STEP-CONTROL-FILE.
017363     IF ER-STEPCTL-STATUS NOT = '00'
017364         DISPLAY 'ERASTOTENES - WARNING: STEPCTL OPEN FAILED '
017365             ER-STEPCTL-STATUS ' - STEP END NOT RECORDED'
017366         GO TO 8900-RECORD-STEP-END-EXIT
017367     END-IF.
017368     MOVE ER-CYCLE-DATE TO SC-CYCLE-DATE.
017369     MOVE ER-STEP-NAME TO SC-STEP-NAME.
017370     READ STEP-CONTROL-FILE
017371         INVALID KEY
017372             CONTINUE
017373     END-READ.
017374     IF ER-STEPCTL-STATUS = '00'
017375         ACCEPT ER-STEP-DATE FROM DATE YYYYMMDD
017376         ACCEPT ER-STEP-TIME FROM TIME
017377         MOVE ER-STEP-DATE TO SC-END-DATE
017378         MOVE ER-STEP-TIME TO SC-END-TIME
017379         MOVE RETURN-CODE TO SC-RETURN-CODE
017380         IF RETURN-CODE < 8
017381             SET SC-STEP-COMPLETED TO TRUE
017382         ELSE
017383             SET SC-STEP-FAILED TO TRUE
017384         END-IF
017385         REWRITE STEP-CONTROL-REC
017386             INVALID KEY
017387                 CONTINUE
017388         END-REWRITE
017389     END-IF.
017390     IF ER-STEPCTL-STATUS NOT = '00'
017391         DISPLAY 'ERASTOTENES - WARNING: STEP END NOT RECORDED '
017392             ER-STEPCTL-STATUS
017393     END-IF.
017394     CLOSE STEP-CONTROL-FILE.
017395 8900-RECORD-STEP-END-EXIT.
017396     EXIT.
017397
017398 9999-EXIT.
017399     IF ER-STEP-STARTED
017400         PERFORM 8900-RECORD-STEP-END
017401             THRU 8900-RECORD-STEP-END-EXIT
017402     END-IF.
017403     GOBACK.
