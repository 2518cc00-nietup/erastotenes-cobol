000010*-----------------------------------------------------------------
000020* GLCHGREC - RECORD LAYOUT FOR THE GLCHRG GENERAL-LEDGER CHARGE
000030* FILE WRITTEN BY THE PRIMCHRG MONTHLY CHARGEBACK.  ONE DETAIL
000040* RECORD ('D') PER REQUESTOR PER ANSWERING PROGRAM WITH ANY
000050* QUESTIONS IN THE BILLING MONTH, IN REQUESTOR ORDER, THEN ONE
000060* TRAILER ('T') CARRYING THE CONTROL TOTALS THE LEDGER INTERFACE
000070* BALANCES AGAINST.  GC-GL-ACCOUNT IS THE ACCOUNT FROM THE RATE
000080* CARD FOR THE PROGRAM; QUESTIONS ANSWERED BY A PROGRAM WITH NO
000090* RATE CARD GO OUT WITH A BLANK ACCOUNT AND ZERO AMOUNTS SO THE
000100* COUNTS STILL RECONCILE.  AMOUNTS CARRY TWO IMPLIED DECIMALS.
000110*-----------------------------------------------------------------
000120 01  GL-CHARGE-REC.
000130     05  GC-REC-TYPE              PIC X(01).
000140         88  GC-DETAIL-REC            VALUE 'D'.
000150         88  GC-TRAILER-REC           VALUE 'T'.
000160     05  GC-BILL-MONTH            PIC 9(06).
000170     05  GC-DETAIL-AREA.
000180         10  GC-REQUESTOR         PIC X(08).
000190         10  GC-PROGRAM           PIC X(08).
000200         10  GC-GL-ACCOUNT        PIC X(10).
000210         10  GC-QUESTIONS         PIC 9(07).
000220         10  GC-BEYOND            PIC 9(07).
000230         10  GC-QUESTION-CHARGE   PIC 9(07)V99.
000240         10  GC-SURCHARGE         PIC 9(07)V99.
000250         10  GC-AMOUNT            PIC 9(07)V99.
000260     05  GC-TRAILER-AREA REDEFINES GC-DETAIL-AREA.
000270         10  GC-DETAIL-COUNT      PIC 9(07).
000280         10  GC-TOTAL-QUESTIONS   PIC 9(09).
000290         10  GC-TOTAL-AMOUNT      PIC 9(09)V99.
000300         10  FILLER               PIC X(40).
000310     05  FILLER                   PIC X(06).
