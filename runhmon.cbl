000300*             COLS  7-12  BAND HIGH CEILING (INCLUSIVE)
000310*             COLS 13-18  MAXIMUM ELAPSED SECONDS FOR THE BAND
000320*             COLS 19-22  MAXIMUM ACCEPTABLE RETURN CODE
000325*           MAINTAIN IT WITH RUNHTHR, NOT A TEXT EDITOR.
000330*
000340*           SYSIN CONTROL CARD (OPTIONAL):
000350*             COLS 1-8    REPORT DATE YYYYMMDD (BLANK = TODAY)
000351*
000352*           STEP CONTROL - THIS PROGRAM IS ONE STEP OF THE NIGHTLY
000353*           CHAIN RECORDED ON STEPCTL (SEE STEPREC).  IT RUNS ONLY
000354*           WHEN PRIMEXTR AND PRIMREPT HAVE BOTH COMPLETED CLEANLY
000355*           FOR THE CYCLE, ELSE IT ENDS WITH RETURN CODE 12.  A
000356*           STEP ALREADY COMPLETED FOR THE CYCLE ENDS AT ONCE WITH
000357*           RETURN CODE 0.  OPTIONAL STEPCARD CARD:
000358*             COLS  1-8   CYCLE DATE YYYYMMDD (BLANK = TODAY)
000359*             COLS 10-14  'FORCE' RERUNS A STEP ALREADY COMPLETED
000360*-----------------------------------------------------------------
000370* MODIFICATION HISTORY.
000380* DATE       INIT  DESCRIPTION
000410*                  EXCEPTION LINES - PAST THAT A MORE-SUPPRESSED
000420*                  LINE KEEPS IT TO THE ONE PAGE THE ON-CALL WILL
000430*                  ACTUALLY READ AT 3 AM.
000432* 10/15/2026 JRH   THRESHLD LAYOUT MOVED TO THE THRSHREC COPYBOOK
000434*                  SO THE RUNHTHR CONSOLE MAINTENANCE PROGRAM
000436*                  SHARES IT.  NO CHANGE TO THE CHECKS.
000437* 10/15/2026 JRH   STEP CONTROL.  EACH RUN IS RECORDED ON STEPCTL
000438*                  (CYCLE DATE + STEP NAME, START/END TIME, RETURN
000439*                  CODE, STATUS) BY 8800-CHECK-STEP-CONTROL AND
000440*                  8900-RECORD-STEP-END.  REFUSED (RC 12) UNLESS
000441*                  PRIMEXTR AND PRIMREPT BOTH COMPLETED CLEANLY.
000442*                  A STEP ALREADY COMPLETED FOR THE CYCLE SKIPS
000443*                  WITH RC 0 UNLESS THE NEW STEPCARD CARD SAYS
000444*                  FORCE.
000445*-----------------------------------------------------------------
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000570     SELECT REPORT-FILE ASSIGN TO MONRPT
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS RM-MONRPT-STATUS.
000591     SELECT STEP-CARD-FILE ASSIGN TO STEPCARD
000592         ORGANIZATION IS SEQUENTIAL
000593         FILE STATUS IS RM-STEPCARD-STATUS.
000594     SELECT STEP-CONTROL-FILE ASSIGN TO STEPCTL
000595         ORGANIZATION IS INDEXED
000596         ACCESS MODE IS RANDOM
000597         RECORD KEY IS SC-STEP-KEY
000598         FILE STATUS IS RM-STEPCTL-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000740*-----------------------------------------------------------------
000750* THRESHOLD-FILE IS THE OPERATOR-MAINTAINED BAND TABLE DESCRIBED
000760* IN THE REMARKS.  CARDS WITH A NON-NUMERIC OR ZERO HIGH BOUND
000770* ARE PASSED OVER WITH A NOTE RATHER THAN TRUSTED.  LAYOUT IS
000775* SHARED VIA THE THRSHREC COPYBOOK WITH RUNHTHR, WHICH MAINTAINS
000777* THE FILE.
000780*-----------------------------------------------------------------
000790 FD  THRESHOLD-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE OMITTED.
000820     COPY THRSHREC.
000880
000890*-----------------------------------------------------------------
000900* RUN-HISTORY-FILE IS THE PERMANENT RUNHIST DATASET APPENDED TO BY
001030     LABEL RECORDS ARE OMITTED.
001040 01  REPORT-LINE                 PIC X(132).
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
001071 77  RM-SYSIN-STATUS             PIC X(02) VALUE '00'.
001080 77  RM-THRESH-STATUS            PIC X(02) VALUE '00'.
001090 77  RM-RUNHIST-STATUS           PIC X(02) VALUE '00'.
001100 77  RM-MONRPT-STATUS            PIC X(02) VALUE '00'.
001830     05  FILLER                  PIC X(01) VALUE SPACE.
001840     05  RM-SUM-RUNS             PIC ZZZZZ9.
001850     05  FILLER                  PIC X(91) VALUE SPACES.
001851*-----------------------------------------------------------------
001852* STEP CONTROL.  RM-STEP-NAME IS THIS PROGRAM'S STEP ON STEPCTL;
001853* RM-PRED-NAME-1/2 ARE THE STEPS THAT MUST HAVE COMPLETED CLEANLY
001854* FOR THE CYCLE BEFORE IT MAY RUN (SPACES = NONE).  THE CYCLE
001855* DATE COMES FROM THE STEP CARD WHEN PUNCHED, OTHERWISE TODAY.
001856* RM-STEP-STARTED MEANS THIS RUN IS MARKED RUNNING ON STEPCTL AND
001857* OWES IT AN END-OF-STEP UPDATE.
001858*-----------------------------------------------------------------
001859 77  RM-STEPCARD-STATUS          PIC X(02) VALUE '00'.
001860 77  RM-STEPCTL-STATUS           PIC X(02) VALUE '00'.
001861 77  RM-STEP-NAME                PIC X(12) VALUE 'RUNHMON'.
001862 77  RM-PRED-NAME-1              PIC X(12) VALUE 'PRIMEXTR'.
001863 77  RM-PRED-NAME-2              PIC X(12) VALUE 'PRIMREPT'.
001864 77  RM-PRED-NAME                PIC X(12) VALUE SPACES.
001865 01  RM-CYCLE-DATE-X             PIC X(08) VALUE SPACES.
001866 01  RM-CYCLE-DATE-CARD REDEFINES RM-CYCLE-DATE-X
001867                                 PIC 9(08).
001868 77  RM-CYCLE-DATE               PIC 9(08) VALUE ZERO.
001869 77  RM-STEP-DATE                PIC 9(08) VALUE ZERO.
001870 77  RM-STEP-TIME                PIC 9(08) VALUE ZERO.
001871 77  RM-STEP-RUN-COUNT           PIC 9(04) VALUE ZERO.
001872 77  RM-FORCE-SW                 PIC X(01) VALUE 'N'.
001873     88  RM-FORCE-RUN                VALUE 'Y'.
001874 77  RM-STEP-ON-FILE-SW          PIC X(01) VALUE 'N'.
001875     88  RM-STEP-ON-FILE             VALUE 'Y'.
001876 77  RM-PRED-REFUSED-SW          PIC X(01) VALUE 'N'.
001877     88  RM-PRED-REFUSED             VALUE 'Y'.
001878 77  RM-STEP-STARTED-SW          PIC X(01) VALUE 'N'.
001879     88  RM-STEP-STARTED             VALUE 'Y'.
001880
001881 PROCEDURE DIVISION.
001882*-----------------------------------------------------------------
001890* 0000-MAINLINE
001900*-----------------------------------------------------------------
001910 0000-MAINLINE.
001911     PERFORM 8800-CHECK-STEP-CONTROL
001912         THRU 8800-CHECK-STEP-CONTROL-EXIT.
001920     PERFORM 1000-INITIALIZE
001930         THRU 1000-INITIALIZE-EXIT.
001940     PERFORM 1500-LOAD-THRESHOLDS
004520 8000-TERMINATE-EXIT.
004530     EXIT.
004540
004541*-----------------------------------------------------------------
004542* 8800-CHECK-STEP-CONTROL IS THE FIRST THING 0000-MAINLINE DOES.
004543* IT RECORDS THIS STEP ON STEPCTL BEFORE ANY WORK IS DONE.  A STEP
004544* ALREADY COMPLETED FOR THE CYCLE ENDS AT ONCE WITH RETURN-CODE 0
004545* UNLESS THE STEP CARD SAYS FORCE, SO A RESTARTED CHAIN PICKS UP
004546* WHERE IT STOPPED.  A STEP WHOSE PREDECESSOR HAS NOT COMPLETED
004547* CLEANLY IS REFUSED WITH RETURN-CODE 12.  OTHERWISE THE STEP IS
004548* MARKED RUNNING WITH ITS START TIME, AND 9999-EXIT MARKS IT
004549* COMPLETED OR FAILED ON THE WAY OUT.  A STEP LEFT RUNNING BY AN
004550* ABEND IS NOT COMPLETED, SO IT MAY SIMPLY BE RERUN.  A CYCLE DATE
004551* ON THE CARD THAT IS NOT A NUMBER ENDS THE STEP WITH 20.
004552*-----------------------------------------------------------------
004553 8800-CHECK-STEP-CONTROL.
004554     ACCEPT RM-CYCLE-DATE FROM DATE YYYYMMDD.
004555     OPEN INPUT STEP-CARD-FILE.
004556     IF RM-STEPCARD-STATUS = '00'
004557         READ STEP-CARD-FILE
004558             AT END
004559                 CONTINUE
004560             NOT AT END
004561                 MOVE SK-CYCLE-DATE TO RM-CYCLE-DATE-X
004562                 IF SK-FORCE-RUN
004563                     SET RM-FORCE-RUN TO TRUE
004564                 END-IF
004565         END-READ
004566         CLOSE STEP-CARD-FILE
004567     END-IF.
004568     IF RM-CYCLE-DATE-X NOT = SPACES
004569         IF RM-CYCLE-DATE-CARD NUMERIC
004570             AND RM-CYCLE-DATE-CARD > ZERO
004571             MOVE RM-CYCLE-DATE-CARD TO RM-CYCLE-DATE
004572         ELSE
004573             DISPLAY 'RUNHMON - BAD STEP CARD CYCLE DATE '
004574                 RM-CYCLE-DATE-X
004575             MOVE 20 TO RETURN-CODE
004576             GO TO 9999-EXIT
004577         END-IF
004578     END-IF.
004579     OPEN I-O STEP-CONTROL-FILE.
004580     IF RM-STEPCTL-STATUS = '35'
004581         OPEN OUTPUT STEP-CONTROL-FILE
004582         CLOSE STEP-CONTROL-FILE
004583         OPEN I-O STEP-CONTROL-FILE
004584     END-IF.
004585     IF RM-STEPCTL-STATUS NOT = '00'
004586         DISPLAY 'RUNHMON - STEP-CONTROL-FILE OPEN FAILED '
004587             RM-STEPCTL-STATUS
004588         MOVE 16 TO RETURN-CODE
004589         GO TO 9999-EXIT
004590     END-IF.
004591     MOVE RM-CYCLE-DATE TO SC-CYCLE-DATE.
004592     MOVE RM-STEP-NAME TO SC-STEP-NAME.
004593     READ STEP-CONTROL-FILE
004594         INVALID KEY
004595             CONTINUE
004596     END-READ.
004597     IF RM-STEPCTL-STATUS = '00'
004598         SET RM-STEP-ON-FILE TO TRUE
004599         MOVE SC-RUN-COUNT TO RM-STEP-RUN-COUNT
004600         IF SC-STEP-COMPLETED AND NOT RM-FORCE-RUN
004601             DISPLAY 'RUNHMON - ALREADY COMPLETED FOR CYCLE '
004602                 RM-CYCLE-DATE ' - STEP SKIPPED'
004603             CLOSE STEP-CONTROL-FILE
004604             MOVE ZERO TO RETURN-CODE
004605             GO TO 9999-EXIT
004606         END-IF
004607     END-IF.
004608     IF RM-PRED-NAME-1 NOT = SPACES
004609         MOVE RM-PRED-NAME-1 TO RM-PRED-NAME
004610         PERFORM 8850-CHECK-PREDECESSOR
004611             THRU 8850-CHECK-PREDECESSOR-EXIT
004612     END-IF.
004613     IF RM-PRED-NAME-2 NOT = SPACES
004614         MOVE RM-PRED-NAME-2 TO RM-PRED-NAME
004615         PERFORM 8850-CHECK-PREDECESSOR
004616             THRU 8850-CHECK-PREDECESSOR-EXIT
004617     END-IF.
004618     IF RM-PRED-REFUSED
004619         CLOSE STEP-CONTROL-FILE
004620         MOVE 12 TO RETURN-CODE
004621         GO TO 9999-EXIT
004622     END-IF.
004623     ACCEPT RM-STEP-DATE FROM DATE YYYYMMDD.
004624     ACCEPT RM-STEP-TIME FROM TIME.
004625     MOVE SPACES TO STEP-CONTROL-REC.
004626     MOVE RM-CYCLE-DATE TO SC-CYCLE-DATE.
004627     MOVE RM-STEP-NAME TO SC-STEP-NAME.
004628     SET SC-STEP-RUNNING TO TRUE.
004629     MOVE RM-STEP-DATE TO SC-START-DATE.
004630     MOVE RM-STEP-TIME TO SC-START-TIME.
004631     MOVE ZERO TO SC-END-DATE.
004632     MOVE ZERO TO SC-END-TIME.
004633     MOVE ZERO TO SC-RETURN-CODE.
004634     ADD 1 TO RM-STEP-RUN-COUNT.
004635     MOVE RM-STEP-RUN-COUNT TO SC-RUN-COUNT.
004636     IF RM-FORCE-RUN
004637         MOVE 'Y' TO SC-FORCED-FLAG
004638     ELSE
004639         MOVE 'N' TO SC-FORCED-FLAG
004640     END-IF.
004641     IF RM-STEP-ON-FILE
004642         REWRITE STEP-CONTROL-REC
004643             INVALID KEY
004644                 CONTINUE
004645         END-REWRITE
004646     ELSE
004647         WRITE STEP-CONTROL-REC
004648             INVALID KEY
004649                 CONTINUE
004650         END-WRITE
004651     END-IF.
004652     IF RM-STEPCTL-STATUS NOT = '00'
004653         DISPLAY 'RUNHMON - STEP-CONTROL-FILE WRITE FAILED '
004654             RM-STEPCTL-STATUS
004655         CLOSE STEP-CONTROL-FILE
004656         MOVE 16 TO RETURN-CODE
004657         GO TO 9999-EXIT
004658     END-IF.
004659     CLOSE STEP-CONTROL-FILE.
004660     SET RM-STEP-STARTED TO TRUE.
004661     IF RM-FORCE-RUN
004662         DISPLAY 'RUNHMON - FORCED RUN FOR CYCLE '
004663             RM-CYCLE-DATE
004664     END-IF.
004665 8800-CHECK-STEP-CONTROL-EXIT.
004666     EXIT.
004667
004668*-----------------------------------------------------------------
004669* 8850-CHECK-PREDECESSOR LOOKS UP ONE PREDECESSOR STEP FOR THE
004670* CYCLE.  MISSING, STILL RUNNING (OR ABENDED) AND FAILED ALL
004671* REFUSE THIS STEP; ONLY COMPLETED LETS IT THROUGH.
004672*-----------------------------------------------------------------
004673 8850-CHECK-PREDECESSOR.
004674     MOVE RM-CYCLE-DATE TO SC-CYCLE-DATE.
004675     MOVE RM-PRED-NAME TO SC-STEP-NAME.
004676     READ STEP-CONTROL-FILE
004677         INVALID KEY
004678             CONTINUE
004679     END-READ.
004680     IF RM-STEPCTL-STATUS = '00'
004681         IF SC-STEP-COMPLETED
004682             GO TO 8850-CHECK-PREDECESSOR-EXIT
004683         END-IF
004684     END-IF.
004685     DISPLAY 'RUNHMON - ' RM-PRED-NAME
004686         ' HAS NOT COMPLETED CLEANLY FOR CYCLE ' RM-CYCLE-DATE
004687         ' - STEP REFUSED'.
004688     SET RM-PRED-REFUSED TO TRUE.
004689 8850-CHECK-PREDECESSOR-EXIT.
004690     EXIT.
004691
004692*-----------------------------------------------------------------
004693* 8900-RECORD-STEP-END MARKS THIS STEP COMPLETED (RETURN-CODE
004694* BELOW 8) OR FAILED ON STEPCTL, WITH ITS END TIME AND RETURN
004695* CODE.  IT IS PERFORMED FROM 9999-EXIT SO EVERY WAY OUT OF A
004696* STARTED STEP IS RECORDED.  A STEPCTL THAT WILL NOT TAKE THE
004697* UPDATE IS ONLY A WARNING - THE STEP IS THEN LEFT RUNNING, WHICH
004698* HOLDS ITS SUCCESSORS UNTIL THE OPERATOR LOOKS.
004699*-----------------------------------------------------------------
004700 8900-RECORD-STEP-END.
004701     MOVE 'N' TO RM-STEP-STARTED-SW.
004702     OPEN I-O STEP-CONTROL-FILE.
004703     IF RM-STEPCTL-STATUS NOT = '00'
004704         DISPLAY 'RUNHMON - WARNING: STEPCTL OPEN FAILED '
004705             RM-STEPCTL-STATUS ' - STEP END NOT RECORDED'
004706         GO TO 8900-RECORD-STEP-END-EXIT
004707     END-IF.
004708     MOVE RM-CYCLE-DATE TO SC-CYCLE-DATE.
004709     MOVE RM-STEP-NAME TO SC-STEP-NAME.
004710     READ STEP-CONTROL-FILE
004711         INVALID KEY
004712             CONTINUE
004713     END-READ.
004714     IF RM-STEPCTL-STATUS = '00'
004715         ACCEPT RM-STEP-DATE FROM DATE YYYYMMDD
004716         ACCEPT RM-STEP-TIME FROM TIME
004717         MOVE RM-STEP-DATE TO SC-END-DATE
004718         MOVE RM-STEP-TIME TO SC-END-TIME
004719         MOVE RETURN-CODE TO SC-RETURN-CODE
004720         IF RETURN-CODE < 8
004721             SET SC-STEP-COMPLETED TO TRUE
004722         ELSE
004723             SET SC-STEP-FAILED TO TRUE
004724         END-IF
004725         REWRITE STEP-CONTROL-REC
004726             INVALID KEY
004727                 CONTINUE
004728         END-REWRITE
004729     END-IF.
004730     IF RM-STEPCTL-STATUS NOT = '00'
004731         DISPLAY 'RUNHMON - WARNING: STEP END NOT RECORDED '
004732             RM-STEPCTL-STATUS
004733     END-IF.
004734     CLOSE STEP-CONTROL-FILE.
004735 8900-RECORD-STEP-END-EXIT.
004736     EXIT.
004737
004738 9999-EXIT.
004739     IF RM-STEP-STARTED
004740         PERFORM 8900-RECORD-STEP-END
004741             THRU 8900-RECORD-STEP-END-EXIT
004742     END-IF.
004743     GOBACK.
