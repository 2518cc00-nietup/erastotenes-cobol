000010*-----------------------------------------------------------------
000020* PRIMWREC - RECORD LAYOUT FOR PRIMWOUT, THE PRIME LIST WRITTEN
000030* BY THE PRIMWIND WINDOWED RANGE SIEVE.  IT FOLLOWS PRIMEREC -
000040* A RUN HEADER, ONE DETAIL RECORD PER PRIME, A TRAILER - BUT THE
000050* VALUE FIELDS ARE TWELVE DIGITS WIDE, SINCE A WINDOW LIES ABOVE
000060* THE MASTER CEILING AND CAN REACH THE SQUARE OF ITS LARGEST
000070* PRIME.
000080*
000090* PW-WINDOW-IND IS 'W' ON EVERY RECORD.  A WINDOWED LIST DOES NOT
000100* START AT 2, AND PW-WINDOW-ORDINAL IS THE PRIME'S POSITION
000110* WITHIN THE WINDOW, NOT AMONG ALL PRIMES - THE INDICATOR LETS A
000120* CONSUMER TELL SUCH A LIST FROM A FULL ONE WITHOUT RELYING ON
000130* THE DD NAME.
000140*
000150* THE HEADER CARRIES THE WINDOW AS ANSWERED, THE REQUEST-ID FROM
000160* THE CONTROL CARD, AND THE TABLE-SIZE AND RUN STAMP OF THE
000170* PRIMEMST WHOSE PRIMES WERE USED AS THE BASE PRIMES, SO A LIST
000180* CAN BE TRACED TO THE EXACT PUBLISH IT WAS SIEVED FROM.  THE
000190* TRAILER CARRIES THE PRIME COUNT, THE LARGEST PRIME IN THE
000200* WINDOW (ZERO WHEN THERE IS NONE), THE RECORDS WRITTEN AHEAD OF
000210* IT, THE ELAPSED SECONDS, AND THE NUMBER OF BASE PRIMES USED.
000220*-----------------------------------------------------------------
000230 01  PRIME-WINDOW-REC.
000240     05  PW-REC-TYPE              PIC X(01).
000250         88  PW-HEADER-REC            VALUE 'H'.
000260         88  PW-DETAIL-REC            VALUE 'D'.
000270         88  PW-TRAILER-REC           VALUE 'T'.
000280     05  PW-WINDOW-IND            PIC X(01).
000290         88  PW-WINDOWED              VALUE 'W'.
000300     05  PW-DETAIL-AREA.
000310         10  PW-PRIME-VALUE           PIC 9(12).
000320         10  PW-WINDOW-ORDINAL        PIC 9(06).
000330         10  FILLER                   PIC X(52).
000340     05  PW-HEADER-AREA REDEFINES PW-DETAIL-AREA.
000350         10  PW-RUN-DATE              PIC 9(08).
000360         10  PW-RUN-TIME              PIC 9(08).
000370         10  PW-WINDOW-LOW            PIC 9(12).
000380         10  PW-WINDOW-HIGH           PIC 9(12).
000390         10  PW-REQUEST-ID            PIC X(08).
000400         10  PW-MST-TABLE-SIZE        PIC 9(06).
000410         10  PW-MST-RUN-DATE          PIC 9(08).
000420         10  PW-MST-RUN-TIME          PIC 9(08).
000430     05  PW-TRAILER-AREA REDEFINES PW-DETAIL-AREA.
000440         10  PW-PRIME-COUNT           PIC 9(06).
000450         10  PW-LARGEST-PRIME         PIC 9(12).
000460         10  PW-RECORDS-WRITTEN       PIC 9(06).
000470         10  PW-ELAPSED-SECONDS       PIC 9(06).
000480         10  PW-BASE-PRIME-COUNT      PIC 9(06).
000490         10  FILLER                   PIC X(34).
