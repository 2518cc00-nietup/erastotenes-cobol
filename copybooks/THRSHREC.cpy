000010*-----------------------------------------------------------------
000020* THRSHREC - RECORD LAYOUT FOR THE THRESHLD CONTROL FILE, ONE
000030* CARD PER CEILING BAND.  RUNHMON READS IT TO JUDGE EACH NIGHT'S
000040* RUNS; RUNHTHR IS THE OPERATOR CONSOLE PROGRAM THAT MAINTAINS
000050* IT.  TH-CEILING-HIGH IS INCLUSIVE.  THE BANDS ARE MEANT TO
000060* MEET END TO END - NO OVERLAPS AND NO GAPS - SO EVERY CEILING
000070* FALLS IN EXACTLY ONE BAND.  TH-BAND-VALUES IS THE PART OF THE
000080* CARD THE CHANGE AUDIT CARRIES AS ITS BEFORE AND AFTER IMAGES.
000090*-----------------------------------------------------------------
000100 01  THRESHOLD-REC.
000110     05  TH-BAND-VALUES.
000120         10  TH-CEILING-LOW       PIC 9(06).
000130         10  TH-CEILING-HIGH      PIC 9(06).
000140         10  TH-MAX-ELAPSED       PIC 9(06).
000150         10  TH-MAX-RC            PIC 9(04).
000160     05  FILLER                   PIC X(58).
