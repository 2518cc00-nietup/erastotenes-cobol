000150*                  TR-CANDIDATE-2 INCLUSIVE, ANSWERED IN A
000160*                  SINGLE TYPE-C RECORD (STANDALONE KEYED
000170*                  LOOKUP ONLY)
000180* ANY OTHER CODE IS TREATED AS A PLAIN LOOKUP.  DECKS RUN THROUGH
000181* THE PRIMEDIT PRE-EDIT FIRST HAVE SUCH CARDS, AND 'R' CARDS WITH
000182* A MISSING OR REVERSED TR-CANDIDATE-2, TAKEN OUT TO TRANSREJ.
000190*
000200* TR-REQUESTOR IDENTIFIES WHO SUBMITTED THE CANDIDATE.  IT IS
000210* CARRIED TO THE LOOKUP-USAGE JOURNAL SO QUESTION VOLUME CAN BE
