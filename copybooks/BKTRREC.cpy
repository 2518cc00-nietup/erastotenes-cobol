000010*-----------------------------------------------------------------
000020* BKTRREC - RECORD LAYOUT FOR THE HASH-BUCKET RECOMMENDATION FILE
000030* WRITTEN BY PRIMBKTS FOR THE DBA JOBS.  ONE RECORD PER DATASET
000040* PROFILE CARD, IN PROFILE ORDER.
000050*
000060* BR-STATUS SAYS WHAT THE RECORD CARRIES:
000070*   'R'  A RECOMMENDATION - BR-RECOMMENDED IS THE SMALLEST PRIME
000080*        BUCKET COUNT THAT HOLDS THE GROWN VOLUME AT OR UNDER THE
000090*        TARGET LOAD FACTOR; BR-ALTERNATE-1/2 ARE THE NEXT TWO
000100*        LARGER PRIMES (ZERO WHEN THE MASTER HAS NO MORE).
000110*   'C'  OVER CEILING - THE GROWN VOLUME NEEDS MORE BUCKETS THAN
000120*        THE PRIME MASTER COVERS (PM-TABLE-SIZE).  NO BUCKET
000130*        COUNT IS GIVEN; BR-BUCKETS-NEEDED SAYS HOW MANY WERE.
000140*   'E'  THE PROFILE CARD WAS UNUSABLE AND NOTHING WAS COMPUTED.
000150* BR-LOAD-TODAY AND BR-LOAD-GROWN ARE THE PROJECTED LOAD FACTORS
000160* (RECORDS PER BUCKET) AT THE RECOMMENDED COUNT, TWO DECIMALS
000170* IMPLIED.  BR-MST-TABLE-SIZE IS THE CEILING OF THE MASTER THE
000180* RECOMMENDATION WAS TAKEN FROM.
000190*-----------------------------------------------------------------
000200 01  BUCKET-RECOMMEND-REC.
000210     05  BR-DATASET-NAME          PIC X(44).
000220     05  BR-STATUS                PIC X(01).
000230         88  BR-RECOMMENDED-OK        VALUE 'R'.
000240         88  BR-OVER-CEILING          VALUE 'C'.
000250         88  BR-PROFILE-ERROR         VALUE 'E'.
000260     05  BR-BUCKETS-NEEDED        PIC 9(13).
000270     05  BR-RECOMMENDED           PIC 9(06).
000280     05  BR-ALTERNATE-1           PIC 9(06).
000290     05  BR-ALTERNATE-2           PIC 9(06).
000300     05  BR-LOAD-TODAY            PIC 9(01)V9(02).
000310     05  BR-LOAD-GROWN            PIC 9(01)V9(02).
000320     05  BR-MST-TABLE-SIZE        PIC 9(06).
000330     05  FILLER                   PIC X(02).
