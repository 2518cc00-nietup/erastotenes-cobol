000010*-----------------------------------------------------------------
000020* CHKDREC - RECORD LAYOUT FOR THE CHECK-DIGIT OUTPUT AND REJECT
000030* FILES WRITTEN BY PRIMCHKD.  ONE RECORD PER ACCOUNT/REFERENCE
000040* NUMBER PROCESSED: THE GENERATE OUTPUT CARRIES THE NUMBER WITH
000050* ITS CHECK DIGIT APPENDED, THE REJECT FILE CARRIES THE NUMBER AS
000060* READ WITH THE REASON IT WAS REFUSED OR FAILED.
000070*
000080* EVERY RECORD IS STAMPED WITH THE MODULUS AND WEIGHT SERIES USED
000090* (BY PRIME AND BY PM-ORDINAL) AND WITH THE TABLE-SIZE AND RUN
000100* DATE/TIME FROM THE CONTROL RECORD OF THE PRIMEMST IT WAS
000110* COMPUTED AGAINST, SO A DISPUTED DIGIT CAN BE TRACED BACK TO THE
000120* EXACT PUBLISH AND PARAMETERS THAT PRODUCED IT.
000130*
000140* CV-RESULT IS 'G' GENERATED, 'P' PASSED VERIFICATION, 'F' FAILED
000150* VERIFICATION (DIGIT DOES NOT MATCH), OR 'R' REJECTED BEFORE ANY
000160* DIGIT COULD BE COMPUTED.  CV-REASON IS '00' ON A GOOD RECORD;
000170* OTHERWISE:
000180*   01  NUMBER IS BLANK
000190*   02  NUMBER HOLDS A CHARACTER OTHER THAN A DIGIT
000200*   03  NUMBER LENGTH OUT OF RANGE FOR THE MODE
000210*   04  CHECK VALUE IS 10 - NO SINGLE DIGIT CAN BE GIVEN
000220*   05  CHECK DIGIT DOES NOT MATCH THE NUMBER
000230* CV-CHECK-DIGIT IS THE DIGIT COMPUTED FOR THE NUMBER (SPACE WHEN
000240* NONE COULD BE).
000250*-----------------------------------------------------------------
000260 01  CHECK-DIGIT-REC.
000270     05  CV-NUMBER                PIC X(16).
000280     05  CV-CHECK-DIGIT           PIC X(01).
000290     05  CV-RESULT                PIC X(01).
000300         88  CV-RESULT-GENERATED      VALUE 'G'.
000310         88  CV-RESULT-PASSED         VALUE 'P'.
000320         88  CV-RESULT-FAILED         VALUE 'F'.
000330         88  CV-RESULT-REJECTED       VALUE 'R'.
000340     05  CV-REASON                PIC X(02).
000350     05  CV-MODULUS               PIC 9(06).
000360     05  CV-MODULUS-ORDINAL       PIC 9(06).
000370     05  CV-WEIGHT-ORDINAL        PIC 9(06).
000380     05  CV-MST-TABLE-SIZE        PIC 9(06).
000390     05  CV-MST-RUN-DATE          PIC 9(08).
000400     05  CV-MST-RUN-TIME          PIC 9(08).
000410     05  FILLER                   PIC X(20).
