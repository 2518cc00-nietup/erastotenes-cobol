000010*-----------------------------------------------------------------
000020* STEPREC - RECORD LAYOUT FOR THE STEPCTL NIGHTLY-CHAIN STEP-
000030* CONTROL DATASET.  ONE RECORD PER CYCLE DATE PER STEP, KEYED BY
000040* SC-STEP-KEY.  EACH CHAIN PROGRAM (ERASTOTENES, PRIMAUDT,
000050* PRIMCUTV, PRIMGENC, PRIMEXTR, PRIMREPT, RUNHMON) WRITES ITS OWN
000060* RECORD AS IT STARTS AND UPDATES IT AS IT ENDS; PRIMSTEP PRINTS
000070* THEM.
000080*
000090* SC-STATUS IS 'R' WHILE THE STEP RUNS (AND STAYS 'R' IF IT
000100* ABENDS), 'C' COMPLETED CLEANLY (RETURN-CODE BELOW 8) OR 'F'
000110* FAILED (RETURN-CODE 8 OR OVER).  SC-RUN-COUNT COUNTS THE RUNS
000120* THAT GOT AS FAR AS STARTING FOR THE CYCLE; SC-FORCED-FLAG IS 'Y'
000130* WHEN THE LATEST OF THEM WAS FORCED BY A STEP CARD.
000140*-----------------------------------------------------------------
000150 01  STEP-CONTROL-REC.
000160     05  SC-STEP-KEY.
000170         10  SC-CYCLE-DATE        PIC 9(08).
000180         10  SC-STEP-NAME         PIC X(12).
000190     05  SC-STATUS                PIC X(01).
000200         88  SC-STEP-RUNNING          VALUE 'R'.
000210         88  SC-STEP-COMPLETED        VALUE 'C'.
000220         88  SC-STEP-FAILED           VALUE 'F'.
000230     05  SC-START-DATE            PIC 9(08).
000240     05  SC-START-TIME            PIC 9(08).
000250     05  SC-END-DATE              PIC 9(08).
000260     05  SC-END-TIME              PIC 9(08).
000270     05  SC-RETURN-CODE           PIC 9(04).
000280     05  SC-RUN-COUNT             PIC 9(04).
000290     05  SC-FORCED-FLAG           PIC X(01).
000300         88  SC-FORCED-RUN            VALUE 'Y'.
000310     05  FILLER                   PIC X(18).
