000010*-----------------------------------------------------------------
000020* RATEREC - RECORD LAYOUT FOR THE RATECARD CONTROL FILE READ BY
000030* THE PRIMCHRG MONTHLY CHARGEBACK.  ONE CARD PER PRICED PROGRAM
000040* PLUS ONE SURCHARGE CARD:
000050*   RA-CARD-TYPE 'P' - PRICE PER QUESTION ANSWERED BY THE
000060*                      PROGRAM IN RA-PROGRAM (THE LJ-PROGRAM
000070*                      VALUE ON LOOKJRNL, E.G. PRIMLOOK OR
000080*                      PRIMINQ), AND THE GENERAL-LEDGER ACCOUNT
000090*                      THE RECOVERY FOR THAT SERVICE POSTS TO,
000100*   RA-CARD-TYPE 'S' - SURCHARGE PER BEYOND-CEILING ('B' VERDICT)
000110*                      QUESTION, ON TOP OF THE PROGRAM'S PRICE.
000120*                      RA-PROGRAM AND RA-GL-ACCOUNT ARE BLANK.
000130* RA-RATE IS IN CURRENCY UNITS WITH FOUR DECIMAL PLACES AND NO
000140* POINT PUNCHED - 0002500 IS 0.25 PER QUESTION.
000150*-----------------------------------------------------------------
000160 01  RATE-CARD-REC.
000170     05  RA-CARD-TYPE             PIC X(01).
000180         88  RA-PROGRAM-RATE          VALUE 'P'.
000190         88  RA-BEYOND-SURCHARGE      VALUE 'S'.
000200     05  FILLER                   PIC X(01).
000210     05  RA-PROGRAM               PIC X(08).
000220     05  FILLER                   PIC X(01).
000230     05  RA-RATE                  PIC 9(03)V9(04).
000240     05  RA-RATE-X REDEFINES RA-RATE
000250                                  PIC X(07).
000260     05  FILLER                   PIC X(01).
000270     05  RA-GL-ACCOUNT            PIC X(10).
000280     05  FILLER                   PIC X(51).
