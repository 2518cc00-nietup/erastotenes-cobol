000180*               OTHERWISE COMPUTE BY HAND.
000190*           LOOKUP-RESULT RECORDS ARE PASSED OVER, SO THE REPORT
000200*           CAN BE POINTED AT ANY PRIMEOUT FILE.
000201*
000202*           STEP CONTROL - THIS PROGRAM IS ONE STEP OF THE NIGHTLY
000203*           CHAIN RECORDED ON STEPCTL (SEE STEPREC).  IT RUNS ONLY
000204*           WHEN PRIMGENC HAS COMPLETED CLEANLY FOR THE CYCLE,
000205*           ELSE IT ENDS WITH RETURN CODE 12.  A STEP ALREADY
000206*           COMPLETED FOR THE CYCLE ENDS AT ONCE WITH RETURN CODE
000207*           0.  OPTIONAL STEPCARD CARD:
000208*             COLS  1-8   CYCLE DATE YYYYMMDD (BLANK = TODAY)
000209*             COLS 10-14  'FORCE' RERUNS A STEP ALREADY COMPLETED
000210*-----------------------------------------------------------------
000220* MODIFICATION HISTORY.
000230* DATE       INIT  DESCRIPTION
000248*                  THE STATISTICS ARE CLEARED BETWEEN GROUPS, SO NO
000249*                  GROUP'S DENSITY FIGURES INCLUDE ANOTHER'S.
000250* 08/22/2026 JRH   INITIAL VERSION.
000251* 10/15/2026 JRH   STEP CONTROL.  EACH RUN IS RECORDED ON STEPCTL
000252*                  (CYCLE DATE + STEP NAME, START/END TIME, RETURN
000253*                  CODE, STATUS) BY 8800-CHECK-STEP-CONTROL AND
000254*                  8900-RECORD-STEP-END.  REFUSED (RC 12) UNLESS
000255*                  PRIMCUTV COMPLETED CLEANLY.  A STEP ALREADY
000256*                  COMPLETED FOR THE CYCLE SKIPS WITH RC 0 UNLESS
000257*                  THE NEW STEPCARD CARD SAYS FORCE.
000258* 10/15/2026 JRH   NOW WAITS FOR PRIMGENC RATHER THAN PRIMCUTV, SO
000259*                  THE REPORT IS HELD WITH THE OTHER CONSUMERS
000260*                  WHEN A NEW GENERATION FAILS THE COMPARE.
000261*-----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000330     SELECT REPORT-FILE ASSIGN TO PRNTOUT
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS RP-PRNTOUT-STATUS.
000351     SELECT STEP-CARD-FILE ASSIGN TO STEPCARD
000352         ORGANIZATION IS SEQUENTIAL
000353         FILE STATUS IS RP-STEPCARD-STATUS.
000354     SELECT STEP-CONTROL-FILE ASSIGN TO STEPCTL
000355         ORGANIZATION IS INDEXED
000356         ACCESS MODE IS RANDOM
000357         RECORD KEY IS SC-STEP-KEY
000358         FILE STATUS IS RP-STEPCTL-STATUS.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000530     LABEL RECORDS ARE OMITTED.
000540 01  REPORT-LINE                 PIC X(132).
000550
000551*-----------------------------------------------------------------
000552* STEP-CARD-FILE CARRIES THE OPTIONAL STEP CARD DESCRIBED IN THE
000553* REMARKS.  LAYOUT IS SHARED VIA THE STPCARD COPYBOOK.
000554*-----------------------------------------------------------------
000555 FD  STEP-CARD-FILE
000556     RECORDING MODE IS F
000557     LABEL RECORDS ARE OMITTED.
000558     COPY STPCARD.
000559
000560*-----------------------------------------------------------------
000561* STEP-CONTROL-FILE IS THE KEYED STEPCTL DATASET, ONE RECORD PER
000562* CYCLE DATE PER CHAIN STEP.  LAYOUT IS SHARED VIA THE STEPREC
000563* COPYBOOK.
000564*-----------------------------------------------------------------
000565 FD  STEP-CONTROL-FILE
000566     RECORDING MODE IS F
000567     LABEL RECORDS ARE OMITTED.
000568     COPY STEPREC.
000569
000570 WORKING-STORAGE SECTION.
000571 77  RP-PRIMEOUT-STATUS          PIC X(02) VALUE '00'.
000580 77  RP-PRNTOUT-STATUS           PIC X(02) VALUE '00'.
000590 77  RP-PRIMEOUT-EOF-SW          PIC X(01) VALUE 'N'.
000600     88  RP-PRIMEOUT-EOF             VALUE 'Y'.
001710     05  RP-TOT-ELAPSED          PIC ZZZZZ9.
001720     05  FILLER                  PIC X(60) VALUE SPACES.
001730 01  RP-BLANK-LINE               PIC X(132) VALUE SPACES.
001731*-----------------------------------------------------------------
001732* STEP CONTROL.  RP-STEP-NAME IS THIS PROGRAM'S STEP ON STEPCTL;
001733* RP-PRED-NAME-1/2 ARE THE STEPS THAT MUST HAVE COMPLETED CLEANLY
001734* FOR THE CYCLE BEFORE IT MAY RUN (SPACES = NONE).  THE CYCLE
001735* DATE COMES FROM THE STEP CARD WHEN PUNCHED, OTHERWISE TODAY.
001736* RP-STEP-STARTED MEANS THIS RUN IS MARKED RUNNING ON STEPCTL AND
001737* OWES IT AN END-OF-STEP UPDATE.
001738*-----------------------------------------------------------------
001739 77  RP-STEPCARD-STATUS          PIC X(02) VALUE '00'.
001740 77  RP-STEPCTL-STATUS           PIC X(02) VALUE '00'.
001741 77  RP-STEP-NAME                PIC X(12) VALUE 'PRIMREPT'.
001742 77  RP-PRED-NAME-1              PIC X(12) VALUE 'PRIMGENC'.
001743 77  RP-PRED-NAME-2              PIC X(12) VALUE SPACES.
001744 77  RP-PRED-NAME                PIC X(12) VALUE SPACES.
001745 01  RP-CYCLE-DATE-X             PIC X(08) VALUE SPACES.
001746 01  RP-CYCLE-DATE-CARD REDEFINES RP-CYCLE-DATE-X
001747                                 PIC 9(08).
001748 77  RP-CYCLE-DATE               PIC 9(08) VALUE ZERO.
001749 77  RP-STEP-DATE                PIC 9(08) VALUE ZERO.
001750 77  RP-STEP-TIME                PIC 9(08) VALUE ZERO.
001751 77  RP-STEP-RUN-COUNT           PIC 9(04) VALUE ZERO.
001752 77  RP-FORCE-SW                 PIC X(01) VALUE 'N'.
001753     88  RP-FORCE-RUN                VALUE 'Y'.
001754 77  RP-STEP-ON-FILE-SW          PIC X(01) VALUE 'N'.
001755     88  RP-STEP-ON-FILE             VALUE 'Y'.
001756 77  RP-PRED-REFUSED-SW          PIC X(01) VALUE 'N'.
001757     88  RP-PRED-REFUSED             VALUE 'Y'.
001758 77  RP-STEP-STARTED-SW          PIC X(01) VALUE 'N'.
001759     88  RP-STEP-STARTED             VALUE 'Y'.
001760
001761 PROCEDURE DIVISION.
001762*-----------------------------------------------------------------
001770* 0000-MAINLINE
001780*-----------------------------------------------------------------
001790 0000-MAINLINE.
001791     PERFORM 8800-CHECK-STEP-CONTROL
001792         THRU 8800-CHECK-STEP-CONTROL-EXIT.
001800     PERFORM 1000-INITIALIZE
001810         THRU 1000-INITIALIZE-EXIT.
001820     PERFORM 2000-PROCESS-RECORD
004570 8000-TERMINATE-EXIT.
004580     EXIT.
004590
004591*-----------------------------------------------------------------
004592* 8800-CHECK-STEP-CONTROL IS THE FIRST THING 0000-MAINLINE DOES.
004593* IT RECORDS THIS STEP ON STEPCTL BEFORE ANY WORK IS DONE.  A STEP
004594* ALREADY COMPLETED FOR THE CYCLE ENDS AT ONCE WITH RETURN-CODE 0
004595* UNLESS THE STEP CARD SAYS FORCE, SO A RESTARTED CHAIN PICKS UP
004596* WHERE IT STOPPED.  A STEP WHOSE PREDECESSOR HAS NOT COMPLETED
004597* CLEANLY IS REFUSED WITH RETURN-CODE 12.  OTHERWISE THE STEP IS
004598* MARKED RUNNING WITH ITS START TIME, AND 9999-EXIT MARKS IT
004599* COMPLETED OR FAILED ON THE WAY OUT.  A STEP LEFT RUNNING BY AN
004600* ABEND IS NOT COMPLETED, SO IT MAY SIMPLY BE RERUN.  A CYCLE DATE
004601* ON THE CARD THAT IS NOT A NUMBER ENDS THE STEP WITH 20.
004602*-----------------------------------------------------------------
004603 8800-CHECK-STEP-CONTROL.
004604     ACCEPT RP-CYCLE-DATE FROM DATE YYYYMMDD.
004605     OPEN INPUT STEP-CARD-FILE.
004606     IF RP-STEPCARD-STATUS = '00'
004607         READ STEP-CARD-FILE
004608             AT END
004609                 CONTINUE
004610             NOT AT END
004611                 MOVE SK-CYCLE-DATE TO RP-CYCLE-DATE-X
004612                 IF SK-FORCE-RUN
004613                     SET RP-FORCE-RUN TO TRUE
004614                 END-IF
004615         END-READ
004616         CLOSE STEP-CARD-FILE
004617     END-IF.
004618     IF RP-CYCLE-DATE-X NOT = SPACES
004619         IF RP-CYCLE-DATE-CARD NUMERIC
004620             AND RP-CYCLE-DATE-CARD > ZERO
004621             MOVE RP-CYCLE-DATE-CARD TO RP-CYCLE-DATE
004622         ELSE
004623             DISPLAY 'PRIMREPT - BAD STEP CARD CYCLE DATE '
004624                 RP-CYCLE-DATE-X
004625             MOVE 20 TO RETURN-CODE
004626             GO TO 9999-EXIT
004627         END-IF
004628     END-IF.
004629     OPEN I-O STEP-CONTROL-FILE.
004630     IF RP-STEPCTL-STATUS = '35'
004631         OPEN OUTPUT STEP-CONTROL-FILE
004632         CLOSE STEP-CONTROL-FILE
004633         OPEN I-O STEP-CONTROL-FILE
004634     END-IF.
004635     IF RP-STEPCTL-STATUS NOT = '00'
004636         DISPLAY 'PRIMREPT - STEP-CONTROL-FILE OPEN FAILED '
004637             RP-STEPCTL-STATUS
004638         MOVE 16 TO RETURN-CODE
004639         GO TO 9999-EXIT
004640     END-IF.
004641     MOVE RP-CYCLE-DATE TO SC-CYCLE-DATE.
004642     MOVE RP-STEP-NAME TO SC-STEP-NAME.
004643     READ STEP-CONTROL-FILE
004644         INVALID KEY
004645             CONTINUE
004646     END-READ.
004647     IF RP-STEPCTL-STATUS = '00'
004648         SET RP-STEP-ON-FILE TO TRUE
004649         MOVE SC-RUN-COUNT TO RP-STEP-RUN-COUNT
004650         IF SC-STEP-COMPLETED AND NOT RP-FORCE-RUN
004651             DISPLAY 'PRIMREPT - ALREADY COMPLETED FOR CYCLE '
004652                 RP-CYCLE-DATE ' - STEP SKIPPED'
004653             CLOSE STEP-CONTROL-FILE
004654             MOVE ZERO TO RETURN-CODE
004655             GO TO 9999-EXIT
004656         END-IF
004657     END-IF.
004658     IF RP-PRED-NAME-1 NOT = SPACES
004659         MOVE RP-PRED-NAME-1 TO RP-PRED-NAME
004660         PERFORM 8850-CHECK-PREDECESSOR
004661             THRU 8850-CHECK-PREDECESSOR-EXIT
004662     END-IF.
004663     IF RP-PRED-NAME-2 NOT = SPACES
004664         MOVE RP-PRED-NAME-2 TO RP-PRED-NAME
004665         PERFORM 8850-CHECK-PREDECESSOR
004666             THRU 8850-CHECK-PREDECESSOR-EXIT
004667     END-IF.
004668     IF RP-PRED-REFUSED
004669         CLOSE STEP-CONTROL-FILE
004670         MOVE 12 TO RETURN-CODE
004671         GO TO 9999-EXIT
004672     END-IF.
004673     ACCEPT RP-STEP-DATE FROM DATE YYYYMMDD.
004674     ACCEPT RP-STEP-TIME FROM TIME.
004675     MOVE SPACES TO STEP-CONTROL-REC.
004676     MOVE RP-CYCLE-DATE TO SC-CYCLE-DATE.
004677     MOVE RP-STEP-NAME TO SC-STEP-NAME.
004678     SET SC-STEP-RUNNING TO TRUE.
004679     MOVE RP-STEP-DATE TO SC-START-DATE.
004680     MOVE RP-STEP-TIME TO SC-START-TIME.
004681     MOVE ZERO TO SC-END-DATE.
004682     MOVE ZERO TO SC-END-TIME.
004683     MOVE ZERO TO SC-RETURN-CODE.
004684     ADD 1 TO RP-STEP-RUN-COUNT.
004685     MOVE RP-STEP-RUN-COUNT TO SC-RUN-COUNT.
004686     IF RP-FORCE-RUN
004687         MOVE 'Y' TO SC-FORCED-FLAG
004688     ELSE
004689         MOVE 'N' TO SC-FORCED-FLAG
004690     END-IF.
004691     IF RP-STEP-ON-FILE
004692         REWRITE STEP-CONTROL-REC
004693             INVALID KEY
004694                 CONTINUE
004695         END-REWRITE
004696     ELSE
004697         WRITE STEP-CONTROL-REC
004698             INVALID KEY
004699                 CONTINUE
004700         END-WRITE
004701     END-IF.
004702     IF RP-STEPCTL-STATUS NOT = '00'
004703         DISPLAY 'PRIMREPT - STEP-CONTROL-FILE WRITE FAILED '
004704             RP-STEPCTL-STATUS
004705         CLOSE STEP-CONTROL-FILE
004706         MOVE 16 TO RETURN-CODE
004707         GO TO 9999-EXIT
004708     END-IF.
004709     CLOSE STEP-CONTROL-FILE.
004710     SET RP-STEP-STARTED TO TRUE.
004711     IF RP-FORCE-RUN
004712         DISPLAY 'PRIMREPT - FORCED RUN FOR CYCLE '
004713             RP-CYCLE-DATE
004714     END-IF.
004715 8800-CHECK-STEP-CONTROL-EXIT.
004716     EXIT.
004717
004718*-----------------------------------------------------------------
004719* 8850-CHECK-PREDECESSOR LOOKS UP ONE PREDECESSOR STEP FOR THE
004720* CYCLE.  MISSING, STILL RUNNING (OR ABENDED) AND FAILED ALL
004721* REFUSE THIS STEP; ONLY COMPLETED LETS IT THROUGH.
004722*-----------------------------------------------------------------
004723 8850-CHECK-PREDECESSOR.
004724     MOVE RP-CYCLE-DATE TO SC-CYCLE-DATE.
004725     MOVE RP-PRED-NAME TO SC-STEP-NAME.
004726     READ STEP-CONTROL-FILE
004727         INVALID KEY
004728             CONTINUE
004729     END-READ.
004730     IF RP-STEPCTL-STATUS = '00'
004731         IF SC-STEP-COMPLETED
004732             GO TO 8850-CHECK-PREDECESSOR-EXIT
004733         END-IF
004734     END-IF.
004735     DISPLAY 'PRIMREPT - ' RP-PRED-NAME
004736         ' HAS NOT COMPLETED CLEANLY FOR CYCLE ' RP-CYCLE-DATE
004737         ' - STEP REFUSED'.
004738     SET RP-PRED-REFUSED TO TRUE.
004739 8850-CHECK-PREDECESSOR-EXIT.
004740     EXIT.
004741
004742*-----------------------------------------------------------------
004743* 8900-RECORD-STEP-END MARKS THIS STEP COMPLETED (RETURN-CODE
004744* BELOW 8) OR FAILED ON STEPCTL, WITH ITS END TIME AND RETURN
004745* CODE.  IT IS PERFORMED FROM 9999-EXIT SO EVERY WAY OUT OF A
004746* STARTED STEP IS RECORDED.  A STEPCTL THAT WILL NOT TAKE THE
004747* UPDATE IS ONLY A WARNING - THE STEP IS THEN LEFT RUNNING, WHICH
004748* HOLDS ITS SUCCESSORS UNTIL THE OPERATOR LOOKS.
004749*-----------------------------------------------------------------
004750 8900-RECORD-STEP-END.
004751     MOVE 'N' TO RP-STEP-STARTED-SW.
004752     OPEN I-O STEP-CONTROL-FILE.
004753     IF RP-STEPCTL-STATUS NOT = '00'
004754         DISPLAY 'PRIMREPT - WARNING: STEPCTL OPEN FAILED '
004755             RP-STEPCTL-STATUS ' - STEP END NOT RECORDED'
004756         GO TO 8900-RECORD-STEP-END-EXIT
004757     END-IF.
004758     MOVE RP-CYCLE-DATE TO SC-CYCLE-DATE.
004759     MOVE RP-STEP-NAME TO SC-STEP-NAME.
004760     READ STEP-CONTROL-FILE
004761         INVALID KEY
004762             CONTINUE
004763     END-READ.
004764     IF RP-STEPCTL-STATUS = '00'
004765         ACCEPT RP-STEP-DATE FROM DATE YYYYMMDD
004766         ACCEPT RP-STEP-TIME FROM TIME
004767         MOVE RP-STEP-DATE TO SC-END-DATE
004768         MOVE RP-STEP-TIME TO SC-END-TIME
004769         MOVE RETURN-CODE TO SC-RETURN-CODE
004770         IF RETURN-CODE < 8
004771             SET SC-STEP-COMPLETED TO TRUE
004772         ELSE
004773             SET SC-STEP-FAILED TO TRUE
004774         END-IF
004775         REWRITE STEP-CONTROL-REC
004776             INVALID KEY
004777                 CONTINUE
004778         END-REWRITE
004779     END-IF.
004780     IF RP-STEPCTL-STATUS NOT = '00'
004781         DISPLAY 'PRIMREPT - WARNING: STEP END NOT RECORDED '
004782             RP-STEPCTL-STATUS
004783     END-IF.
004784     CLOSE STEP-CONTROL-FILE.
004785 8900-RECORD-STEP-END-EXIT.
004786     EXIT.
004787
004788 9999-EXIT.
004789     IF RP-STEP-STARTED
004790         PERFORM 8900-RECORD-STEP-END
004791             THRU 8900-RECORD-STEP-END-EXIT
004792     END-IF.
004793     GOBACK.
