000010*-----------------------------------------------------------------
000020* THAUDREC - RECORD LAYOUT FOR THE THRAUDIT THRESHOLD-CHANGE
000030* AUDIT FILE, APPENDED TO BY RUNHTHR.  ONE RECORD PER BAND ADDED,
000040* CHANGED OR DELETED, WRITTEN WHEN THE CHANGE IS SAVED TO
000050* THRESHLD AND STAMPED WITH THE OPERATOR ID TYPED AT SESSION
000060* START AND THE DATE/TIME OF THE SAVE.
000070*
000080* TA-ACTION IS 'A' BAND ADDED, 'C' BAND CHANGED OR 'D' BAND
000090* DELETED.  TA-BEFORE-IMAGE AND TA-AFTER-IMAGE ARE THE BAND
000100* VALUES (COLUMNS 1-22 OF THE THRESHLD CARD) BEFORE AND AFTER THE
000110* CHANGE; THE BEFORE IMAGE IS SPACES ON AN ADD AND THE AFTER
000120* IMAGE IS SPACES ON A DELETE.  A DELETED CARD THAT WAS NEVER
000130* READABLE IS CARRIED AS PUNCHED, SO ITS SUBFIELDS MAY NOT BE
000140* NUMERIC.
000150*-----------------------------------------------------------------
000160 01  THRESHOLD-AUDIT-REC.
000170     05  TA-OPERATOR              PIC X(08).
000180     05  TA-CHANGE-DATE           PIC 9(08).
000190     05  TA-CHANGE-TIME           PIC 9(08).
000200     05  TA-ACTION                PIC X(01).
000210         88  TA-BAND-ADDED            VALUE 'A'.
000220         88  TA-BAND-CHANGED          VALUE 'C'.
000230         88  TA-BAND-DELETED          VALUE 'D'.
000240     05  TA-BEFORE-IMAGE.
000250         10  TA-BEFORE-LOW        PIC X(06).
000260         10  TA-BEFORE-HIGH       PIC X(06).
000270         10  TA-BEFORE-ELAPSED    PIC X(06).
000280         10  TA-BEFORE-RC         PIC X(04).
000290     05  TA-AFTER-IMAGE.
000300         10  TA-AFTER-LOW         PIC X(06).
000310         10  TA-AFTER-HIGH        PIC X(06).
000320         10  TA-AFTER-ELAPSED     PIC X(06).
000330         10  TA-AFTER-RC          PIC X(04).
000340     05  FILLER                   PIC X(11).
