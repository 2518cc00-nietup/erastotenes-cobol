000320*           AUDITRPT AND THE RUN ENDS WITH RETURN-CODE 8, SO THE
000330*           SCHEDULER HOLDS THE DOWNSTREAM JOBS INSTEAD OF FEEDING
000340*           THEM A HALF-WRITTEN MASTER.
000341*
000342*           STEP CONTROL - THIS PROGRAM IS ONE STEP OF THE NIGHTLY
000343*           CHAIN RECORDED ON STEPCTL (SEE STEPREC).  IT RUNS ONLY
000344*           WHEN ERASTOTENES HAS COMPLETED CLEANLY FOR THE CYCLE,
000345*           ELSE IT ENDS WITH RETURN CODE 12.  A STEP ALREADY
000346*           COMPLETED FOR THE CYCLE ENDS AT ONCE WITH RETURN CODE
000347*           0.  OPTIONAL STEPCARD CARD:
000348*             COLS  1-8   CYCLE DATE YYYYMMDD (BLANK = TODAY)
000349*             COLS 10-14  'FORCE' RERUNS A STEP ALREADY COMPLETED
000350*-----------------------------------------------------------------
000360* MODIFICATION HISTORY.
000370* DATE       INIT  DESCRIPTION
000620*                  FROM SEQUENTIAL TO DYNAMIC SO THE WALK CAN
000630*                  PROVE FLAGS AND FACTORS BY KEYED READS; THE
000640*                  EXISTING BROWSE NOW SAYS READ NEXT EXPLICITLY.
000641* 10/15/2026 JRH   STEP CONTROL.  EACH RUN IS RECORDED ON STEPCTL
000642*                  (CYCLE DATE + STEP NAME, START/END TIME, RETURN
000643*                  CODE, STATUS) BY 8800-CHECK-STEP-CONTROL AND
000644*                  8900-RECORD-STEP-END.  REFUSED (RC 12) UNLESS
000645*                  ERASTOTENES COMPLETED CLEANLY.  A STEP ALREADY
000646*                  COMPLETED FOR THE CYCLE SKIPS WITH RC 0 UNLESS
000647*                  THE NEW STEPCARD CARD SAYS FORCE.
000650*-----------------------------------------------------------------
000660 ENVIRONMENT DIVISION.
000670 INPUT-OUTPUT SECTION.
000820     SELECT AUDIT-REPORT-FILE ASSIGN TO AUDITRPT
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS PA-AUDITRPT-STATUS.
000841     SELECT STEP-CARD-FILE ASSIGN TO STEPCARD
000842         ORGANIZATION IS SEQUENTIAL
000843         FILE STATUS IS PA-STEPCARD-STATUS.
000844     SELECT STEP-CONTROL-FILE ASSIGN TO STEPCTL
000845         ORGANIZATION IS INDEXED
000846         ACCESS MODE IS RANDOM
000847         RECORD KEY IS SC-STEP-KEY
000848         FILE STATUS IS PA-STEPCTL-STATUS.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
001230     LABEL RECORDS ARE OMITTED.
001240 01  AUDIT-REPORT-LINE           PIC X(132).
001250
001251*-----------------------------------------------------------------
001252* STEP-CARD-FILE CARRIES THE OPTIONAL STEP CARD DESCRIBED IN THE
001253* REMARKS.  LAYOUT IS SHARED VIA THE STPCARD COPYBOOK.
001254*-----------------------------------------------------------------
001255 FD  STEP-CARD-FILE
001256     RECORDING MODE IS F
001257     LABEL RECORDS ARE OMITTED.
001258     COPY STPCARD.
001259
001260*-----------------------------------------------------------------
001261* STEP-CONTROL-FILE IS THE KEYED STEPCTL DATASET, ONE RECORD PER
001262* CYCLE DATE PER CHAIN STEP.  LAYOUT IS SHARED VIA THE STEPREC
001263* COPYBOOK.
001264*-----------------------------------------------------------------
001265 FD  STEP-CONTROL-FILE
001266     RECORDING MODE IS F
001267     LABEL RECORDS ARE OMITTED.
001268     COPY STEPREC.
001269
001270 WORKING-STORAGE SECTION.
001271 77  PA-PRIMEOUT-STATUS          PIC X(02) VALUE '00'.
001280 77  PA-PMSTR-STATUS             PIC X(02) VALUE '00'.
001290 77  PA-AUDITRPT-STATUS          PIC X(02) VALUE '00'.
001300 77  PA-PRIMEOUT-EOF-SW          PIC X(01) VALUE 'N'.
002290         'DISCREPANCIES FOUND '.
002300     05  PA-SUM-COUNT            PIC ZZZZZ9.
002310     05  FILLER                  PIC X(106) VALUE SPACES.
002311*-----------------------------------------------------------------
002312* STEP CONTROL.  PA-STEP-NAME IS THIS PROGRAM'S STEP ON STEPCTL;
002313* PA-PRED-NAME-1/2 ARE THE STEPS THAT MUST HAVE COMPLETED CLEANLY
002314* FOR THE CYCLE BEFORE IT MAY RUN (SPACES = NONE).  THE CYCLE
002315* DATE COMES FROM THE STEP CARD WHEN PUNCHED, OTHERWISE TODAY.
002316* PA-STEP-STARTED MEANS THIS RUN IS MARKED RUNNING ON STEPCTL AND
002317* OWES IT AN END-OF-STEP UPDATE.
002318*-----------------------------------------------------------------
002319 77  PA-STEPCARD-STATUS          PIC X(02) VALUE '00'.
002320 77  PA-STEPCTL-STATUS           PIC X(02) VALUE '00'.
002321 77  PA-STEP-NAME                PIC X(12) VALUE 'PRIMAUDT'.
002322 77  PA-PRED-NAME-1              PIC X(12) VALUE 'ERASTOTENES'.
002323 77  PA-PRED-NAME-2              PIC X(12) VALUE SPACES.
002324 77  PA-PRED-NAME                PIC X(12) VALUE SPACES.
002325 01  PA-CYCLE-DATE-X             PIC X(08) VALUE SPACES.
002326 01  PA-CYCLE-DATE-CARD REDEFINES PA-CYCLE-DATE-X
002327                                 PIC 9(08).
002328 77  PA-CYCLE-DATE               PIC 9(08) VALUE ZERO.
002329 77  PA-STEP-DATE                PIC 9(08) VALUE ZERO.
002330 77  PA-STEP-TIME                PIC 9(08) VALUE ZERO.
002331 77  PA-STEP-RUN-COUNT           PIC 9(04) VALUE ZERO.
002332 77  PA-FORCE-SW                 PIC X(01) VALUE 'N'.
002333     88  PA-FORCE-RUN                VALUE 'Y'.
002334 77  PA-STEP-ON-FILE-SW          PIC X(01) VALUE 'N'.
002335     88  PA-STEP-ON-FILE             VALUE 'Y'.
002336 77  PA-PRED-REFUSED-SW          PIC X(01) VALUE 'N'.
002337     88  PA-PRED-REFUSED             VALUE 'Y'.
002338 77  PA-STEP-STARTED-SW          PIC X(01) VALUE 'N'.
002339     88  PA-STEP-STARTED             VALUE 'Y'.
002340
002341 PROCEDURE DIVISION.
002342*-----------------------------------------------------------------
002350* 0000-MAINLINE
002360*-----------------------------------------------------------------
002370 0000-MAINLINE.
002371     PERFORM 8800-CHECK-STEP-CONTROL
002372         THRU 8800-CHECK-STEP-CONTROL-EXIT.
002380     PERFORM 1000-INITIALIZE
002390         THRU 1000-INITIALIZE-EXIT.
002400     PERFORM 2000-PROCESS-PRIMEOUT
008860 8000-TERMINATE-EXIT.
008870     EXIT.
008880
008881*-----------------------------------------------------------------
008882* 8800-CHECK-STEP-CONTROL IS THE FIRST THING 0000-MAINLINE DOES.
008883* IT RECORDS THIS STEP ON STEPCTL BEFORE ANY WORK IS DONE.  A STEP
008884* ALREADY COMPLETED FOR THE CYCLE ENDS AT ONCE WITH RETURN-CODE 0
008885* UNLESS THE STEP CARD SAYS FORCE, SO A RESTARTED CHAIN PICKS UP
008886* WHERE IT STOPPED.  A STEP WHOSE PREDECESSOR HAS NOT COMPLETED
008887* CLEANLY IS REFUSED WITH RETURN-CODE 12.  OTHERWISE THE STEP IS
008888* MARKED RUNNING WITH ITS START TIME, AND 9999-EXIT MARKS IT
008889* COMPLETED OR FAILED ON THE WAY OUT.  A STEP LEFT RUNNING BY AN
008890* ABEND IS NOT COMPLETED, SO IT MAY SIMPLY BE RERUN.  A CYCLE DATE
008891* ON THE CARD THAT IS NOT A NUMBER ENDS THE STEP WITH 20.
008892*-----------------------------------------------------------------
008893 8800-CHECK-STEP-CONTROL.
008894     ACCEPT PA-CYCLE-DATE FROM DATE YYYYMMDD.
008895     OPEN INPUT STEP-CARD-FILE.
008896     IF PA-STEPCARD-STATUS = '00'
008897         READ STEP-CARD-FILE
008898             AT END
008899                 CONTINUE
008900             NOT AT END
008901                 MOVE SK-CYCLE-DATE TO PA-CYCLE-DATE-X
008902                 IF SK-FORCE-RUN
008903                     SET PA-FORCE-RUN TO TRUE
008904                 END-IF
008905         END-READ
008906         CLOSE STEP-CARD-FILE
008907     END-IF.
008908     IF PA-CYCLE-DATE-X NOT = SPACES
008909         IF PA-CYCLE-DATE-CARD NUMERIC
008910             AND PA-CYCLE-DATE-CARD > ZERO
008911             MOVE PA-CYCLE-DATE-CARD TO PA-CYCLE-DATE
008912         ELSE
008913             DISPLAY 'PRIMAUDT - BAD STEP CARD CYCLE DATE '
008914                 PA-CYCLE-DATE-X
008915             MOVE 20 TO RETURN-CODE
008916             GO TO 9999-EXIT
008917         END-IF
008918     END-IF.
008919     OPEN I-O STEP-CONTROL-FILE.
008920     IF PA-STEPCTL-STATUS = '35'
008921         OPEN OUTPUT STEP-CONTROL-FILE
008922         CLOSE STEP-CONTROL-FILE
008923         OPEN I-O STEP-CONTROL-FILE
008924     END-IF.
008925     IF PA-STEPCTL-STATUS NOT = '00'
008926         DISPLAY 'PRIMAUDT - STEP-CONTROL-FILE OPEN FAILED '
008927             PA-STEPCTL-STATUS
008928         MOVE 16 TO RETURN-CODE
008929         GO TO 9999-EXIT
008930     END-IF.
008931     MOVE PA-CYCLE-DATE TO SC-CYCLE-DATE.
008932     MOVE PA-STEP-NAME TO SC-STEP-NAME.
008933     READ STEP-CONTROL-FILE
008934         INVALID KEY
008935             CONTINUE
008936     END-READ.
008937     IF PA-STEPCTL-STATUS = '00'
008938         SET PA-STEP-ON-FILE TO TRUE
008939         MOVE SC-RUN-COUNT TO PA-STEP-RUN-COUNT
008940         IF SC-STEP-COMPLETED AND NOT PA-FORCE-RUN
008941             DISPLAY 'PRIMAUDT - ALREADY COMPLETED FOR CYCLE '
008942                 PA-CYCLE-DATE ' - STEP SKIPPED'
008943             CLOSE STEP-CONTROL-FILE
008944             MOVE ZERO TO RETURN-CODE
008945             GO TO 9999-EXIT
008946         END-IF
008947     END-IF.
008948     IF PA-PRED-NAME-1 NOT = SPACES
008949         MOVE PA-PRED-NAME-1 TO PA-PRED-NAME
008950         PERFORM 8850-CHECK-PREDECESSOR
008951             THRU 8850-CHECK-PREDECESSOR-EXIT
008952     END-IF.
008953     IF PA-PRED-NAME-2 NOT = SPACES
008954         MOVE PA-PRED-NAME-2 TO PA-PRED-NAME
008955         PERFORM 8850-CHECK-PREDECESSOR
008956             THRU 8850-CHECK-PREDECESSOR-EXIT
008957     END-IF.
008958     IF PA-PRED-REFUSED
008959         CLOSE STEP-CONTROL-FILE
008960         MOVE 12 TO RETURN-CODE
008961         GO TO 9999-EXIT
008962     END-IF.
008963     ACCEPT PA-STEP-DATE FROM DATE YYYYMMDD.
008964     ACCEPT PA-STEP-TIME FROM TIME.
008965     MOVE SPACES TO STEP-CONTROL-REC.
008966     MOVE PA-CYCLE-DATE TO SC-CYCLE-DATE.
008967     MOVE PA-STEP-NAME TO SC-STEP-NAME.
008968     SET SC-STEP-RUNNING TO TRUE.
008969     MOVE PA-STEP-DATE TO SC-START-DATE.
008970     MOVE PA-STEP-TIME TO SC-START-TIME.
008971     MOVE ZERO TO SC-END-DATE.
008972     MOVE ZERO TO SC-END-TIME.
008973     MOVE ZERO TO SC-RETURN-CODE.
008974     ADD 1 TO PA-STEP-RUN-COUNT.
008975     MOVE PA-STEP-RUN-COUNT TO SC-RUN-COUNT.
008976     IF PA-FORCE-RUN
008977         MOVE 'Y' TO SC-FORCED-FLAG
008978     ELSE
008979         MOVE 'N' TO SC-FORCED-FLAG
008980     END-IF.
008981     IF PA-STEP-ON-FILE
008982         REWRITE STEP-CONTROL-REC
008983             INVALID KEY
008984                 CONTINUE
008985         END-REWRITE
008986     ELSE
008987         WRITE STEP-CONTROL-REC
008988             INVALID KEY
008989                 CONTINUE
008990         END-WRITE
008991     END-IF.
008992     IF PA-STEPCTL-STATUS NOT = '00'
008993         DISPLAY 'PRIMAUDT - STEP-CONTROL-FILE WRITE FAILED '
008994             PA-STEPCTL-STATUS
008995         CLOSE STEP-CONTROL-FILE
008996         MOVE 16 TO RETURN-CODE
008997         GO TO 9999-EXIT
008998     END-IF.
008999     CLOSE STEP-CONTROL-FILE.
009000     SET PA-STEP-STARTED TO TRUE.
009001     IF PA-FORCE-RUN
009002         DISPLAY 'PRIMAUDT - FORCED RUN FOR CYCLE '
009003             PA-CYCLE-DATE
009004     END-IF.
009005 8800-CHECK-STEP-CONTROL-EXIT.
009006     EXIT.
009007
009008*-----------------------------------------------------------------
009009* 8850-CHECK-PREDECESSOR LOOKS UP ONE PREDECESSOR STEP FOR THE
009010* CYCLE.  MISSING, STILL RUNNING (OR ABENDED) AND FAILED ALL
009011* REFUSE THIS STEP; ONLY COMPLETED LETS IT THROUGH.
009012*-----------------------------------------------------------------
009013 8850-CHECK-PREDECESSOR.
009014     MOVE PA-CYCLE-DATE TO SC-CYCLE-DATE.
009015     MOVE PA-PRED-NAME TO SC-STEP-NAME.
009016     READ STEP-CONTROL-FILE
009017         INVALID KEY
009018             CONTINUE
009019     END-READ.
009020     IF PA-STEPCTL-STATUS = '00'
009021         IF SC-STEP-COMPLETED
009022             GO TO 8850-CHECK-PREDECESSOR-EXIT
009023         END-IF
009024     END-IF.
009025     DISPLAY 'PRIMAUDT - ' PA-PRED-NAME
009026         ' HAS NOT COMPLETED CLEANLY FOR CYCLE ' PA-CYCLE-DATE
009027         ' - STEP REFUSED'.
009028     SET PA-PRED-REFUSED TO TRUE.
009029 8850-CHECK-PREDECESSOR-EXIT.
009030     EXIT.
009031
009032*-----------------------------------------------------------------
009033* 8900-RECORD-STEP-END MARKS THIS STEP COMPLETED (RETURN-CODE
009034* BELOW 8) OR FAILED ON STEPCTL, WITH ITS END TIME AND RETURN
009035* CODE.  IT IS PERFORMED FROM 9999-EXIT SO EVERY WAY OUT OF A
009036* STARTED STEP IS RECORDED.  A STEPCTL THAT WILL NOT TAKE THE
009037* UPDATE IS ONLY A WARNING - THE STEP IS THEN LEFT RUNNING, WHICH
009038* HOLDS ITS SUCCESSORS UNTIL THE OPERATOR LOOKS.
009039*-----------------------------------------------------------------
009040 8900-RECORD-STEP-END.
009041     MOVE 'N' TO PA-STEP-STARTED-SW.
009042     OPEN I-O STEP-CONTROL-FILE.
009043     IF PA-STEPCTL-STATUS NOT = '00'
009044         DISPLAY 'PRIMAUDT - WARNING: STEPCTL OPEN FAILED '
009045             PA-STEPCTL-STATUS ' - STEP END NOT RECORDED'
009046         GO TO 8900-RECORD-STEP-END-EXIT
009047     END-IF.
009048     MOVE PA-CYCLE-DATE TO SC-CYCLE-DATE.
009049     MOVE PA-STEP-NAME TO SC-STEP-NAME.
009050     READ STEP-CONTROL-FILE
009051         INVALID KEY
009052             CONTINUE
009053     END-READ.
009054     IF PA-STEPCTL-STATUS = '00'
009055         ACCEPT PA-STEP-DATE FROM DATE YYYYMMDD
009056         ACCEPT PA-STEP-TIME FROM TIME
009057         MOVE PA-STEP-DATE TO SC-END-DATE
009058         MOVE PA-STEP-TIME TO SC-END-TIME
009059         MOVE RETURN-CODE TO SC-RETURN-CODE
009060         IF RETURN-CODE < 8
009061             SET SC-STEP-COMPLETED TO TRUE
009062         ELSE
009063             SET SC-STEP-FAILED TO TRUE
009064         END-IF
009065         REWRITE STEP-CONTROL-REC
009066             INVALID KEY
009067                 CONTINUE
009068         END-REWRITE
009069     END-IF.
009070     IF PA-STEPCTL-STATUS NOT = '00'
009071         DISPLAY 'PRIMAUDT - WARNING: STEP END NOT RECORDED '
009072             PA-STEPCTL-STATUS
009073     END-IF.
009074     CLOSE STEP-CONTROL-FILE.
009075 8900-RECORD-STEP-END-EXIT.
009076     EXIT.
009077
009078 9999-EXIT.
009079     IF PA-STEP-STARTED
009080         PERFORM 8900-RECORD-STEP-END
009081             THRU 8900-RECORD-STEP-END-EXIT
009082     END-IF.
009083     GOBACK.
