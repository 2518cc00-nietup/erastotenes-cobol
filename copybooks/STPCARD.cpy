000010*-----------------------------------------------------------------
000020* STPCARD - THE OPTIONAL STEP CARD READ FROM STEPCARD BY EVERY
000030* NIGHTLY-CHAIN PROGRAM.  COLUMNS 1-8 ARE THE CYCLE DATE
000040* (YYYYMMDD) THE STEP RUNS UNDER - THE SCHEDULER PUNCHES IT SO A
000050* CHAIN THAT CROSSES MIDNIGHT STAYS ON ONE CYCLE; BLANK OR NO CARD
000060* MEANS TODAY.  COLUMNS 10-14 'FORCE' RERUN A STEP ALREADY
000070* COMPLETED FOR THE CYCLE.
000080*-----------------------------------------------------------------
000090 01  STEP-CARD-REC.
000100     05  SK-CYCLE-DATE            PIC X(08).
000110     05  FILLER                   PIC X(01).
000120     05  SK-FORCE                 PIC X(05).
000130         88  SK-FORCE-RUN             VALUE 'FORCE'.
000140     05  FILLER                   PIC X(66).
