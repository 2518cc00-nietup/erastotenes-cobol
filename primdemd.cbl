000120*             - QUESTION VOLUME BY HOUR OF DAY, EVERY HOUR
000130*               PRINTED SO THE QUIET ONES SHOW AS ZEROS,
000140*             - QUESTION VOLUME BY REQUESTOR, WITH EACH
000150*               REQUESTOR'S OWN BEYOND-CEILING AND REFUSED
000151*               COUNTS,
000160*             - THE SPLIT BETWEEN THE BATCH AND CONSOLE
000170*               PROGRAMS, AND
000180*             - THE SHARE OF QUESTIONS THAT FELL BEYOND THE
000190*               MASTER'S COVERAGE CEILING - THE FIGURE THAT SAYS
000200*               WHEN THE PM-TABLE-SIZE CEILING ON THE PRIMEMST
000210*               CONTROL RECORD NEEDS RAISING BEFORE USERS HIT IT,
000211*             - THE QUESTIONS REFUSED BY THE REQAUTH
000212*               AUTHORIZATION CHECK, BY REASON.
000220*
000230*           SYSIN CONTROL CARD (OPTIONAL):
000240*             COLS 1-8   REPORT DATE YYYYMMDD (BLANK = TODAY)
000310*                  THEIR OWN LINES AND ANY BEYOND THAT FOLD INTO
000320*                  AN ALL-OTHERS BUCKET, SO THE REPORT STAYS ONE
000330*                  PAGE NO MATTER HOW THE JOURNAL GROWS.
000331* 10/15/2026 JRH   QUESTIONS REFUSED BY THE NEW REQAUTH
000332*                  AUTHORIZATION CHECK (VERDICT 'R') ARE COUNTED
000333*                  PER REQUESTOR AND IN A SECTION OF THEIR OWN BY
000334*                  REASON.  THEY STILL COUNT AS QUESTIONS ASKED,
000335*                  BUT THE BEYOND-CEILING SHARE IS TAKEN OVER THE
000336*                  ANSWERED QUESTIONS ONLY.
000340*-----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
001190         10  PD-REQ-ID           PIC X(08).
001200         10  PD-REQ-COUNT        PIC 9(06) COMP.
001210         10  PD-REQ-BEYOND       PIC 9(06) COMP.
001211         10  PD-REQ-REJECTED     PIC 9(06) COMP.
001220 77  PD-OTHER-COUNT              PIC 9(06) COMP VALUE ZERO.
001230 77  PD-OTHER-BEYOND             PIC 9(06) COMP VALUE ZERO.
001231 77  PD-OTHER-REJECTED           PIC 9(06) COMP VALUE ZERO.
001240*-----------------------------------------------------------------
001250* RUN TOTALS FOR THE DATE.
001260*-----------------------------------------------------------------
001290 77  PD-BATCH-COUNT              PIC 9(06) COMP VALUE ZERO.
001300 77  PD-CONSOLE-COUNT            PIC 9(06) COMP VALUE ZERO.
001310 77  PD-BEYOND-PCT               PIC 9(03) COMP VALUE ZERO.
001311 77  PD-REJECT-COUNT             PIC 9(06) COMP VALUE ZERO.
001312 77  PD-REJECT-UNKNOWN           PIC 9(06) COMP VALUE ZERO.
001313 77  PD-REJECT-SUSPENDED         PIC 9(06) COMP VALUE ZERO.
001314 77  PD-REJECT-NOT-ALLOWED       PIC 9(06) COMP VALUE ZERO.
001315 77  PD-ANSWERED-COUNT           PIC 9(06) COMP VALUE ZERO.
001320*-----------------------------------------------------------------
001330* PRINT LINES.
001340*-----------------------------------------------------------------
001580         '  BEYOND CEILING'.
001590     05  FILLER                  PIC X(01) VALUE SPACE.
001600     05  PD-REQ-LINE-BEYOND      PIC ZZZZZ9.
001601     05  FILLER                  PIC X(10) VALUE '  REFUSED'.
001602     05  FILLER                  PIC X(01) VALUE SPACE.
001603     05  PD-REQ-LINE-REJECTED    PIC ZZZZZ9.
001610     05  FILLER                  PIC X(60) VALUE SPACES.
001620 01  PD-SPLIT-LINE.
001630     05  FILLER                  PIC X(22) VALUE
001640         '    BATCH (PRIMLOOK)  '.
001690     05  FILLER                  PIC X(76) VALUE SPACES.
001700 01  PD-BEYOND-LINE.
001710     05  FILLER                  PIC X(34) VALUE
001720         '    ANSWERS BEYOND THE CEILING    '.
001730     05  PD-BEYOND-TALLY         PIC ZZZZZ9.
001740     05  FILLER                  PIC X(05) VALUE ' OF  '.
001750     05  PD-BEYOND-OF            PIC ZZZZZ9.
001770     05  PD-BEYOND-SHARE         PIC ZZ9.
001780     05  FILLER                  PIC X(09) VALUE ' PERCENT)'.
001790     05  FILLER                  PIC X(69) VALUE SPACES.
001791 01  PD-REJECT-LINE.
001792     05  FILLER                  PIC X(04) VALUE SPACES.
001793     05  PD-REJECT-TEXT          PIC X(30) VALUE SPACES.
001794     05  PD-REJECT-TALLY         PIC ZZZZZ9.
001795     05  FILLER                  PIC X(92) VALUE SPACES.
001800 01  PD-EMPTY-LINE.
001810     05  FILLER                  PIC X(38) VALUE
001820         'NO JOURNALED QUESTIONS FOR REPORT DATE'.
002650     IF LJ-VERDICT-BEYOND
002660         ADD 1 TO PD-BEYOND-COUNT
002670     END-IF.
002671     IF LJ-VERDICT-REJECTED
002672         ADD 1 TO PD-REJECT-COUNT
002673         IF LJ-REJECT-UNKNOWN-ID
002674             ADD 1 TO PD-REJECT-UNKNOWN
002675         END-IF
002676         IF LJ-REJECT-SUSPENDED
002677             ADD 1 TO PD-REJECT-SUSPENDED
002678         END-IF
002679         IF LJ-REJECT-NOT-ALLOWED
002680             ADD 1 TO PD-REJECT-NOT-ALLOWED
002681         END-IF
002682     END-IF.
002683     PERFORM 2100-TALLY-REQUESTOR
002690         THRU 2100-TALLY-REQUESTOR-EXIT.
002700 2000-TALLY-JOURNAL-EXIT.
002710     EXIT.
002960         ELSE
002970             MOVE ZERO TO PD-REQ-BEYOND(RX)
002980         END-IF
002981         IF LJ-VERDICT-REJECTED
002982             MOVE 1 TO PD-REQ-REJECTED(RX)
002983         ELSE
002984             MOVE ZERO TO PD-REQ-REJECTED(RX)
002985         END-IF
002990     ELSE
003000         ADD 1 TO PD-OTHER-COUNT
003010         IF LJ-VERDICT-BEYOND
003020             ADD 1 TO PD-OTHER-BEYOND
003030         END-IF
003031         IF LJ-VERDICT-REJECTED
003032             ADD 1 TO PD-OTHER-REJECTED
003033         END-IF
003040     END-IF.
003050 2100-TALLY-REQUESTOR-EXIT.
003060     EXIT.
003140         IF LJ-VERDICT-BEYOND
003150             ADD 1 TO PD-REQ-BEYOND(RX)
003160         END-IF
003161         IF LJ-VERDICT-REJECTED
003162             ADD 1 TO PD-REQ-REJECTED(RX)
003163         END-IF
003170     END-IF.
003180 2150-MATCH-ONE-SLOT-EXIT.
003190     EXIT.
003200
003210*-----------------------------------------------------------------
003220* 3000-PRINT-REPORT PRINTS THE TITLE AND THE FIVE SECTIONS.  AN
003230* EMPTY DAY GETS THE TITLE AND THE NO-QUESTIONS LINE, SO THE
003240* REPORT ALWAYS SAYS SOMETHING DEFINITE.
003250*-----------------------------------------------------------------
003480         MOVE 'ALL OTHR' TO PD-REQ-LINE-ID
003490         MOVE PD-OTHER-COUNT TO PD-REQ-LINE-TALLY
003500         MOVE PD-OTHER-BEYOND TO PD-REQ-LINE-BEYOND
003501         MOVE PD-OTHER-REJECTED TO PD-REQ-LINE-REJECTED
003510         WRITE REPORT-LINE FROM PD-REQ-LINE
003520     END-IF.
003530     MOVE 'QUESTIONS BY ANSWERING PROGRAM' TO PD-SEC-TEXT.
003590     MOVE 'COVERAGE CEILING PRESSURE' TO PD-SEC-TEXT.
003600     PERFORM 6100-PRINT-SECTION-TITLE
003610         THRU 6100-PRINT-SECTION-TITLE-EXIT.
003611*    THE SHARE IS TAKEN OVER THE QUESTIONS ACTUALLY ANSWERED -
003612*    A REFUSED QUESTION NEVER REACHED THE MASTER, SO IT SAYS
003613*    NOTHING ABOUT THE CEILING; REFUSALS HAVE THE NEXT SECTION.
003614     SUBTRACT PD-REJECT-COUNT FROM PD-TOTAL-COUNT
003615         GIVING PD-ANSWERED-COUNT.
003616     MOVE ZERO TO PD-BEYOND-PCT.
003617     IF PD-ANSWERED-COUNT > ZERO
003620         COMPUTE PD-BEYOND-PCT =
003630             PD-BEYOND-COUNT * 100 / PD-ANSWERED-COUNT
003631     END-IF.
003640     MOVE PD-BEYOND-COUNT TO PD-BEYOND-TALLY.
003650     MOVE PD-ANSWERED-COUNT TO PD-BEYOND-OF.
003660     MOVE PD-BEYOND-PCT TO PD-BEYOND-SHARE.
003670     WRITE REPORT-LINE FROM PD-BEYOND-LINE.
003671     MOVE 'REFUSED BY AUTHORIZATION CHECK' TO PD-SEC-TEXT.
003672     PERFORM 6100-PRINT-SECTION-TITLE
003673         THRU 6100-PRINT-SECTION-TITLE-EXIT.
003674     MOVE 'QUESTIONS REFUSED' TO PD-REJECT-TEXT.
003675     MOVE PD-REJECT-COUNT TO PD-REJECT-TALLY.
003676     WRITE REPORT-LINE FROM PD-REJECT-LINE.
003677     MOVE '  ID NOT ON REQAUTH' TO PD-REJECT-TEXT.
003678     MOVE PD-REJECT-UNKNOWN TO PD-REJECT-TALLY.
003679     WRITE REPORT-LINE FROM PD-REJECT-LINE.
003680     MOVE '  ID SUSPENDED' TO PD-REJECT-TEXT.
003681     MOVE PD-REJECT-SUSPENDED TO PD-REJECT-TALLY.
003682     WRITE REPORT-LINE FROM PD-REJECT-LINE.
003683     MOVE '  FUNCTION NOT ALLOWED' TO PD-REJECT-TEXT.
003684     MOVE PD-REJECT-NOT-ALLOWED TO PD-REJECT-TALLY.
003685     WRITE REPORT-LINE FROM PD-REJECT-LINE.
003686 3000-PRINT-REPORT-EXIT.
003690     EXIT.
003700
003710 3100-PRINT-ONE-HOUR.
003810     MOVE PD-REQ-ID(RX) TO PD-REQ-LINE-ID.
003820     MOVE PD-REQ-COUNT(RX) TO PD-REQ-LINE-TALLY.
003830     MOVE PD-REQ-BEYOND(RX) TO PD-REQ-LINE-BEYOND.
003831     MOVE PD-REQ-REJECTED(RX) TO PD-REQ-LINE-REJECTED.
003840     WRITE REPORT-LINE FROM PD-REQ-LINE.
003850 3200-PRINT-ONE-REQUESTOR-EXIT.
003860     EXIT.
