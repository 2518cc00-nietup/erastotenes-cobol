000010*-----------------------------------------------------------------
000020* TREJREC - RECORD LAYOUT FOR THE TRANSREJ REJECT FILE WRITTEN BY
000030* THE PRIMEDIT PRE-EDIT OF A TRANSIN LOOKUP DECK.  ONE RECORD PER
000040* CARD KEPT OUT OF THE EDITED DECK: ITS POSITION IN THE DECK, THE
000050* REASON, AND THE CARD IMAGE EXACTLY AS PUNCHED SO THE OWNING
000060* DEPARTMENT CAN CORRECT AND RESUBMIT IT.  ONLY THE FIRST FAULT
000070* FOUND ON A CARD IS GIVEN, CHECKED IN THE ORDER BELOW:
000080*   'C' - TR-CANDIDATE IS NOT NUMERIC
000090*   'F' - TR-FUNCTION IS NOT SPACE, 'P', 'F', 'N' OR 'R'
000100*   'H' - AN 'R' CARD WHOSE TR-CANDIDATE-2 IS NOT NUMERIC
000110*   'L' - AN 'R' CARD WHOSE TR-CANDIDATE-2 IS BELOW TR-CANDIDATE
000120*-----------------------------------------------------------------
000130 01  TRANS-REJECT-REC.
000140     05  TJ-CARD-NUMBER           PIC 9(06).
000150     05  TJ-REASON                PIC X(01).
000160         88  TJ-CANDIDATE-NOT-NUMERIC VALUE 'C'.
000170         88  TJ-FUNCTION-UNKNOWN      VALUE 'F'.
000180         88  TJ-HIGH-NOT-NUMERIC      VALUE 'H'.
000190         88  TJ-HIGH-BELOW-LOW        VALUE 'L'.
000200     05  FILLER                   PIC X(01).
000210     05  TJ-CARD-IMAGE            PIC X(80).
