000260* SECURITY REFUSALS ON A REJECT LOG (FIELD NAME "OPERATOR" OR   *
000270* "PLAYERID") ARE NOT KEYED INPUT, SO THEY ARE COUNTED ON       *
000280* THEIR OWN LINE AND LEFT OUT OF THE INPUT RECONCILIATION.      *
000281*                                                               *
000282* THE PROGRAMS EXTEND THEIR AUDIT AND REJECT LOGS THROUGH THE   *
000283* DAY, SO ONE LOG CAN HOLD SEVERAL RUNS.  EACH RUN IS REPORTED  *
000284* AND BALANCED ON ITS OWN - ITS AUDIT ENTRIES, ITS SEQUENCE AND *
000285* TRAILER, AND THE REJECTS CARRYING ITS RUN NUMBER.  THE STAGED *
000286* INPUT AND OUTPUT FILES ARE REPLACED BY EVERY RUN, SO THE      *
000287* CROSS-FILE CHECKS ABOVE ARE MADE FOR THE LATEST RUN ONLY.     *
000290*                                                               *
000300* THE RECONRPT REPORT CARRIES AN IN-BALANCE/OUT-OF-BALANCE      *
000310* VERDICT PER PROGRAM.  A FILE THAT IS NOT STAGED MEANS THE     *
000650*                UNPROCESSED-INPUT CHECK NOW SAYS "NOT CHECKED
000660*                - STANDING RUN" INSTEAD OF FAILING THE DAY,
000670*                THE CHAIN-DAY PATTERN.
000671*2026-10-15 JHM  ITEMS HELD OVER THE OPERATOR'S APPROVAL LIMIT
000672*                WRITE A "HELD FOR APPROVAL" AUDIT ENTRY AND NO
000673*                OUTPUT OR ERROR RECORD; THEY ARE NOW COUNTED
000674*                AND BALANCED WITH OUTPUT AND ERRORS.  A DAY
000675*                THAT FED RELEASED ITEMS FROM CALCAPPR IS NOT
000676*                REJECT-CHECKED, THE STANDING-DAY PATTERN.
000677*2026-10-15 JHM  AN AUDIT OR REJECT LOG CAN NOW HOLD SEVERAL RUNS
000678*                OF THE DAY.  RECORDS ARE COUNTED PER RUN (RUN
000679*                DATE AND RUN NUMBER), EACH RUN GETS ITS OWN
000680*                COUNTS, SEQUENCE AND TRAILER CHECKS ON THE
000681*                REPORT, AND THE CROSS-FILE CHECKS BALANCE THE
000682*                LATEST RUN AGAINST THE STAGED INPUT AND OUTPUT.
000683****************************************************************
000690
000700 ENVIRONMENT DIVISION.
000710 CONFIGURATION SECTION.
000810     SELECT CALCSTD-FILE ASSIGN TO "CALCSTD"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-CALCSTD-STATUS.
000832
000834     SELECT CALCAPPR-FILE ASSIGN TO "CALCAPPR"
000836         ORGANIZATION IS LINE SEQUENTIAL
000838         FILE STATUS IS WS-CALCAPPR-STATUS.
000840
000850     SELECT CALCIN-FILE ASSIGN TO "CALCIN"
000860         ORGANIZATION IS LINE SEQUENTIAL
001460 FD  CALCSTD-FILE.
001470 01  CALCSTD-RECORD              PIC X(80).
001480
001482 FD  CALCAPPR-FILE.
001484 COPY CALCAPPR.
001486
001490 FD  CALCIN-FILE.
001500 01  CALCIN-RECORD               PIC X(80).
001510
001970     88  WS-CALCCTL-OK                   VALUE "00".
001980 77  WS-CALCSTD-STATUS           PIC X(02).
001990     88  WS-CALCSTD-OK                   VALUE "00".
001993 77  WS-CALCAPPR-STATUS          PIC X(02).
001996     88  WS-CALCAPPR-OK                  VALUE "00".
002000 77  WS-CALCIN-STATUS            PIC X(02).
002010     88  WS-CALCIN-OK                    VALUE "00".
002020 77  WS-CALCOUT-STATUS           PIC X(02).
002590 77  WS-STANDING-DAY-SW          PIC X(01) VALUE "N".
002600     88  WS-STANDING-DAY                 VALUE "Y".
002610
002611*A DAY THAT FED RELEASED OVER-LIMIT ITEMS FROM CALCAPPR (ONE
002612*STAMPED WITH TODAY'S FED DATE) LIKEWISE FEEDS RECORDS THAT
002613*NEVER CAME FROM CALCIN.
002614 77  WS-APPROVED-DAY-SW          PIC X(01) VALUE "N".
002615     88  WS-APPROVED-DAY                 VALUE "Y".
002616 01  WS-TODAY-DATE               PIC X(08).
002617
002620*---------------------------------------------------------------
002630* SHARED WORK RECORDS FOR THE RECORDS THAT ARE PICKED APART.
002640*---------------------------------------------------------------
002750     05  FILLER                  PIC X(69).
002760
002770*---------------------------------------------------------------
002776* RECONCILIATION COUNTERS.  THE AUDIT AND REJECT COUNTS ARE
002782* LOADED FROM THE RUN TABLE FOR THE RUN BEING REPORTED.
002790*---------------------------------------------------------------
002800 77  WS-CALCIN-COUNT             PIC 9(07) COMP VALUE ZERO.
002810 77  WS-CALCOUT-COUNT            PIC 9(07) COMP VALUE ZERO.
002820 77  WS-CALCERR-COUNT            PIC 9(07) COMP VALUE ZERO.
002830 77  WS-CALCAUD-COUNT            PIC 9(07) COMP VALUE ZERO.
002835 77  WS-CALCHELD-COUNT           PIC 9(07) COMP VALUE ZERO.
002840 77  WS-CALCREJ-DATA             PIC 9(07) COMP VALUE ZERO.
002850 77  WS-CALCREJ-SECU             PIC 9(07) COMP VALUE ZERO.
002860 77  WS-SES-GUESS-COUNT          PIC 9(07) COMP VALUE ZERO.
003040 77  WS-ATT-WORK                 PIC 9(03).
003050
003060*---------------------------------------------------------------
003067* PER-RUN TABLES, ONE PER PROGRAM (1 CALCULATOR, 2 GUESS-A-
003074* NUMBER, 3 PALINDROME).  EVERY AUDIT AND REJECT RECORD IS
003081* COUNTED AGAINST ITS RUN - RUN DATE AND RUN NUMBER - ALONG WITH
003088* THAT RUN'S SEQUENCE AND TRAILER CHECK.  A RECORD WITHOUT THE
003095* SEQUENCE FIELDS (WRITTEN BEFORE THEY EXISTED) IS PASSED OVER
003102* BY THE NUMERIC TESTS.  THE LATEST RUN IS THE ONE WITH THE
003109* HIGHEST RUN DATE AND NUMBER.
003120*---------------------------------------------------------------
003121 01  WS-RUN-TABLES.
003122     05  WS-RT-PGM               OCCURS 3 TIMES.
003123         10  WS-RT-USED          PIC 9(03) COMP.
003124         10  WS-RT-RUN           OCCURS 30 TIMES.
003125             15  WS-RT-KEY.
003126                 20  WS-RT-DATE  PIC X(08).
003127                 20  WS-RT-NUMBER
003128                                 PIC X(08).
003129             15  WS-RT-OPERATOR  PIC X(08).
003130             15  WS-RT-DETAILS   PIC 9(07) COMP.
003131             15  WS-RT-HELD      PIC 9(07) COMP.
003132             15  WS-RT-ATTEMPTS  PIC 9(07) COMP.
003133             15  WS-RT-REJ-DATA  PIC 9(07) COMP.
003134             15  WS-RT-REJ-SECU  PIC 9(07) COMP.
003135             15  WS-RT-SEQ       PIC 9(07) COMP.
003136             15  WS-RT-GAP       PIC 9(07) COMP.
003137             15  WS-RT-TRL-SW    PIC X(01).
003138             15  WS-RT-TRLCNT    PIC 9(07) COMP.
003139 77  WS-RT-MAX                   PIC 9(03) COMP VALUE 30.
003140 77  WS-RT-FULL-SW               PIC X(01) VALUE "N".
003141 77  WS-PX                       PIC 9(01) COMP VALUE 1.
003142 77  WS-RX                       PIC 9(03) COMP VALUE ZERO.
003143 77  WS-SX                       PIC 9(03) COMP VALUE ZERO.
003144 77  WS-LATEST-RX                PIC 9(03) COMP VALUE ZERO.
003145 01  WS-FIND-KEY.
003146     05  WS-FIND-DATE            PIC X(08).
003147     05  WS-FIND-NUMBER          PIC X(08).
003148 77  WS-FIND-OPERATOR            PIC X(08).
003149 77  WS-RUN-FOUND-SW             PIC X(01) VALUE "N".
003150     88  WS-RUN-FOUND                    VALUE "Y".
003151
003152*THE RUN BEING REPORTED IS MOVED HERE FOR THE TRAIL CHECK LINES.
003153 77  WS-CHK-GAP                  PIC 9(07) COMP VALUE ZERO.
003154 77  WS-CHK-TRL-SW               PIC X(01) VALUE "N".
003160 77  WS-CHK-TRLCNT               PIC 9(07) COMP VALUE ZERO.
003170 77  WS-CHK-DETAILS              PIC 9(07) COMP VALUE ZERO.
003270 01  WS-ED-SEQ                   PIC ZZZZZZ9.
003280
003290*---------------------------------------------------------------
003830 1000-INITIALIZE.
003840     ACCEPT WS-RUN-DATE-RAW FROM DATE
003850     MOVE WS-RUN-DATE-RAW TO WS-RUN-DATE-ED
003852     MOVE ZERO TO WS-RT-USED(1)
003854     MOVE ZERO TO WS-RT-USED(2)
003856     MOVE ZERO TO WS-RT-USED(3)
003860     OPEN OUTPUT RECONRPT-FILE
003870     IF NOT WS-RECONRPT-OK
003880         DISPLAY "RECON: UNABLE TO OPEN RECONRPT, STATUS "
004130*   READS THE DAY'S CALCCTL TO SEE WHETHER CALCULATOR RAN IN
004140*   CHAIN MODE, WHOSE ONE-RESULT-MANY-STEPS SHAPE THE
004150*   PER-RECORD CHECKS CANNOT BALANCE.
004153*   ALSO NOTES A STANDING-TRANSACTIONS DAY AND A DAY THAT FED
004156*   RELEASED ITEMS FROM CALCAPPR.
004160*---------------------------------------------------------------
004170 2050-CHECK-RUN-MODE.
004180     OPEN INPUT CALCCTL-FILE
004310     IF WS-CALCSTD-OK
004320         SET WS-STANDING-DAY TO TRUE
004330         CLOSE CALCSTD-FILE
004331     END-IF
004332     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
004333     MOVE "N" TO WS-EOF-SWITCH
004334     OPEN INPUT CALCAPPR-FILE
004335     IF WS-CALCAPPR-OK
004336         PERFORM 2060-ONE-CALCAPPR THRU 2060-EXIT
004337             UNTIL WS-END-OF-FILE
004338         CLOSE CALCAPPR-FILE
004340     END-IF.
004350 2050-EXIT.
004351     EXIT.
004352
004353 2060-ONE-CALCAPPR.
004354     READ CALCAPPR-FILE
004355         AT END
004356             SET WS-END-OF-FILE TO TRUE
004357         NOT AT END
004358             IF APR-FED-DATE = WS-TODAY-DATE
004359                 SET WS-APPROVED-DAY TO TRUE
004360             END-IF
004361     END-READ.
004362 2060-EXIT.
004363     EXIT.
004370
004380 2100-COUNT-CALCIN.
004390     MOVE "N" TO WS-EOF-SWITCH
005060
005070 2400-COUNT-CALCAUD.
005080     MOVE "N" TO WS-EOF-SWITCH
005090     MOVE 1 TO WS-PX
005100     OPEN INPUT CALCAUD-FILE
005110     IF WS-CALCAUD-OK
005120         SET WS-CALCAUD-PRESENT TO TRUE
005130         PERFORM 2410-ONE-CALCAUD THRU 2410-EXIT
005140             UNTIL WS-END-OF-FILE
005150         CLOSE CALCAUD-FILE
005190     END-IF.
005200 2400-EXIT.
005210     EXIT.
005260             SET WS-END-OF-FILE TO TRUE
005270         NOT AT END
005280             MOVE CALCAUD-RECORD TO AUDIT-LOG-RECORD
005285             PERFORM 7440-FIND-AUDIT-RUN THRU 7440-EXIT
005290             PERFORM 7400-CHECK-ONE-AUDIT THRU 7400-EXIT
005300             IF NOT AUDIT-TRAILER
005304                 ADD 1 TO WS-RT-DETAILS(WS-PX, WS-RX)
005308                 IF AUDIT-OUTCOME = "HELD FOR APPROVAL"
005312                     ADD 1 TO WS-RT-HELD(WS-PX, WS-RX)
005316                 END-IF
005320             END-IF
005330     END-READ.
005340 2410-EXIT.
005360
005370*---------------------------------------------------------------
005380* 2500-COUNT-CALCREJ THRU 2500-EXIT.
005390*   COUNTS THE CALCULATOR REJECT LOG AGAINST EACH REJECT'S RUN,
005400*   SPLITTING SECURITY REFUSALS FROM DATA REJECTS.
005410*---------------------------------------------------------------
005420 2500-COUNT-CALCREJ.
005430     MOVE "N" TO WS-EOF-SWITCH
005435     MOVE 1 TO WS-PX
005440     OPEN INPUT CALCREJ-FILE
005450     IF WS-CALCREJ-OK
005460         PERFORM 2510-ONE-CALCREJ THRU 2510-EXIT
005560             SET WS-END-OF-FILE TO TRUE
005570         NOT AT END
005580             MOVE CALCREJ-RECORD TO REJECT-LOG-RECORD
005615             PERFORM 7445-FIND-REJECT-RUN THRU 7445-EXIT
005650     END-READ.
005660 2510-EXIT.
005670     EXIT.
005700* 3000-COUNT-GUESS-FILES THRU 3000-EXIT.
005710*   COUNTS THE DAY'S GUESS-A-NUMBER LOGS: EVERY GUESS AND EVERY
005720*   DISTINCT PLAYER/ROUND ON GUESSSES, AND EVERY ROUND RECORD
005730*   ON GUESSAUD, BY RUN, ALONG WITH THE ATTEMPT COUNT EACH ONE
005740*   CARRIES IN ITS INPUT-VALUES TEXT ("ROUND NNN ATTEMPTS NNN").
005750*---------------------------------------------------------------
005760 3000-COUNT-GUESS-FILES.
005770     MOVE SPACES TO WS-PREV-SES-KEY
005840         CLOSE GUESSSES-FILE
005850     END-IF
005860     MOVE "N" TO WS-EOF-SWITCH
005870     MOVE 2 TO WS-PX
005880     OPEN INPUT GUESSAUD-FILE
005890     IF WS-GUESSAUD-OK
005900         SET WS-GUESSAUD-PRESENT TO TRUE
005910         PERFORM 3200-ONE-GUESSAUD THRU 3200-EXIT
005920             UNTIL WS-END-OF-FILE
005930         CLOSE GUESSAUD-FILE
005970     END-IF.
005980 3000-EXIT.
005990     EXIT.
006210             SET WS-END-OF-FILE TO TRUE
006220         NOT AT END
006230             MOVE GUESSAUD-RECORD TO AUDIT-LOG-RECORD
006235             PERFORM 7440-FIND-AUDIT-RUN THRU 7440-EXIT
006240             PERFORM 7400-CHECK-ONE-AUDIT THRU 7400-EXIT
006250             IF NOT AUDIT-TRAILER
006260                 ADD 1 TO WS-RT-DETAILS(WS-PX, WS-RX)
006270                 IF AUDIT-INPUT-VALUES(20:3) NUMERIC
006280                     MOVE AUDIT-INPUT-VALUES(20:3) TO WS-ATT-WORK
006286                     ADD WS-ATT-WORK
006292                         TO WS-RT-ATTEMPTS(WS-PX, WS-RX)
006300                 END-IF
006310             END-IF
006320     END-READ.
006910
006920 4300-COUNT-PALAUD.
006930     MOVE "N" TO WS-EOF-SWITCH
006940     MOVE 3 TO WS-PX
006950     OPEN INPUT PALAUD-FILE
006960     IF WS-PALAUD-OK
006970         SET WS-PALAUD-PRESENT TO TRUE
006980         PERFORM 4310-ONE-PALAUD THRU 4310-EXIT
006990             UNTIL WS-END-OF-FILE
007000         CLOSE PALAUD-FILE
007040     END-IF.
007050 4300-EXIT.
007060     EXIT.
007110             SET WS-END-OF-FILE TO TRUE
007120         NOT AT END
007130             MOVE PALAUD-RECORD TO AUDIT-LOG-RECORD
007135             PERFORM 7440-FIND-AUDIT-RUN THRU 7440-EXIT
007140             PERFORM 7400-CHECK-ONE-AUDIT THRU 7400-EXIT
007150             IF NOT AUDIT-TRAILER
007160                 ADD 1 TO WS-RT-DETAILS(WS-PX, WS-RX)
007170             END-IF
007180     END-READ.
007190 4310-EXIT.
007210
007220 4400-COUNT-PALREJ.
007230     MOVE "N" TO WS-EOF-SWITCH
007235     MOVE 3 TO WS-PX
007240     OPEN INPUT PALREJ-FILE
007250     IF WS-PALREJ-OK
007260         PERFORM 4410-ONE-PALREJ THRU 4410-EXIT
007360             SET WS-END-OF-FILE TO TRUE
007370         NOT AT END
007380             MOVE PALREJ-RECORD TO REJECT-LOG-RECORD
007415             PERFORM 7445-FIND-REJECT-RUN THRU 7445-EXIT
007450     END-READ.
007460 4410-EXIT.
007470     EXIT.
007490*---------------------------------------------------------------
007500* 5000-REPORT-CALC THRU 5000-EXIT.
007510*   WRITES THE CALCULATOR SECTION: THE COUNTS, THE AUDIT CHECK
007518*   (CALCAUD = CALCOUT + CALCERR + HELD), THE REJECT CHECK
007526*   (CALCREJ DATA REJECTS = CALCIN RECORDS THAT PRODUCED NO
007534*   OUTPUT), THE TRAIL CHECKS FOR EACH RUN OF THE DAY AND THE
007542*   PROGRAM VERDICT.
007550*---------------------------------------------------------------
007560 5000-REPORT-CALC.
007570     MOVE "RECONCILIATION - CALCULATOR" TO WS-PRINT-LINE
007650         GO TO 5000-EXIT
007660     END-IF
007670     SET WS-PGM-IN-BALANCE TO TRUE
007671     MOVE 1 TO WS-PX
007672     PERFORM 7500-PREPARE-RUNS THRU 7500-EXIT
007673     PERFORM 5100-REPORT-CALC-RUN THRU 5100-EXIT
007674         VARYING WS-RX FROM 1 BY 1
007675         UNTIL WS-RX > WS-RT-USED(WS-PX)
007676     PERFORM 7200-WRITE-VERDICT THRU 7200-EXIT.
007677 5000-EXIT.
007678     EXIT.
007679
007680*---------------------------------------------------------------
007681* 5100-REPORT-CALC-RUN THRU 5100-EXIT.
007682*   REPORTS ONE CALCULATOR RUN FROM THE RUN TABLE.  THE LATEST
007683*   RUN IS BALANCED AGAINST THE STAGED FILES; AN EARLIER RUN
007684*   HAS ONLY ITS OWN COUNTS AND TRAIL CHECKS.
007685*---------------------------------------------------------------
007686 5100-REPORT-CALC-RUN.
007687     PERFORM 7550-WRITE-RUN-LINE THRU 7550-EXIT
007688     MOVE WS-RT-DETAILS(WS-PX, WS-RX) TO WS-CALCAUD-COUNT
007689     MOVE WS-RT-HELD(WS-PX, WS-RX) TO WS-CALCHELD-COUNT
007690     MOVE WS-RT-REJ-DATA(WS-PX, WS-RX) TO WS-CALCREJ-DATA
007691     MOVE WS-RT-REJ-SECU(WS-PX, WS-RX) TO WS-CALCREJ-SECU
007692     IF WS-RX = WS-LATEST-RX
007693         PERFORM 5200-CALC-FILE-CHECKS THRU 5200-EXIT
007694     ELSE
007695         PERFORM 5150-CALC-EARLIER-RUN THRU 5150-EXIT
007696     END-IF
007697     PERFORM 7600-WRITE-RUN-TRAIL THRU 7600-EXIT.
007698 5100-EXIT.
007699     EXIT.
007700
007701*---------------------------------------------------------------
007702* 5150-CALC-EARLIER-RUN THRU 5150-EXIT.
007703*   THE COUNTS FOR A CALCULATOR RUN WHOSE STAGED FILES A LATER
007704*   RUN HAS SINCE REPLACED.
007705*---------------------------------------------------------------
007706 5150-CALC-EARLIER-RUN.
007707     MOVE "CALCAUD AUDIT ENTRIES..." TO WS-RPT-LABEL
007708     MOVE WS-CALCAUD-COUNT TO WS-RPT-COUNT
007709     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
007710     MOVE "CALCREJ DATA REJECTS...." TO WS-RPT-LABEL
007711     MOVE WS-CALCREJ-DATA TO WS-RPT-COUNT
007712     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
007713     IF WS-CALCREJ-SECU > ZERO
007714         MOVE "CALCREJ SECURITY........" TO WS-RPT-LABEL
007715         MOVE WS-CALCREJ-SECU TO WS-RPT-COUNT
007716         PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
007717     END-IF
007718     IF WS-CALCHELD-COUNT > ZERO
007719         MOVE "HELD FOR APPROVAL......." TO WS-RPT-LABEL
007720         MOVE WS-CALCHELD-COUNT TO WS-RPT-COUNT
007721         PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
007722     END-IF
007723     PERFORM 7650-WRITE-FILES-REPLACED THRU 7650-EXIT.
007724 5150-EXIT.
007725     EXIT.
007726
007727*---------------------------------------------------------------
007728* 5200-CALC-FILE-CHECKS THRU 5200-EXIT.
007729*   THE COUNTS AND CROSS-FILE CHECKS FOR THE LATEST CALCULATOR
007730*   RUN: ITS AUDIT AND REJECTS AGAINST CALCIN, CALCOUT AND
007731*   CALCERR.
007732*---------------------------------------------------------------
007733 5200-CALC-FILE-CHECKS.
007734     MOVE "CALCIN RECORDS READ....." TO WS-RPT-LABEL
007735     MOVE WS-CALCIN-COUNT TO WS-RPT-COUNT
007736     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
007737     MOVE "CALCOUT RESULTS........." TO WS-RPT-LABEL
007738     MOVE WS-CALCOUT-COUNT TO WS-RPT-COUNT
007739     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
007740     MOVE "CALCERR ERRORS.........." TO WS-RPT-LABEL
007750     MOVE WS-CALCERR-COUNT TO WS-RPT-COUNT
007760     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
007850         MOVE WS-CALCREJ-SECU TO WS-RPT-COUNT
007860         PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
007870     END-IF
007871     IF WS-CALCHELD-COUNT > ZERO
007872         MOVE "HELD FOR APPROVAL......." TO WS-RPT-LABEL
007873         MOVE WS-CALCHELD-COUNT TO WS-RPT-COUNT
007874         PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
007875     END-IF
007880     IF WS-CHAIN-DAY
007890         MOVE SPACES TO WS-PRINT-LINE
007900         STRING "  AUDIT VS OUTPUT + ERROR....... "
007940     ELSE
007950         IF WS-CALCAUD-COUNT =
007960             WS-CALCOUT-COUNT + WS-CALCERR-COUNT
007965                 + WS-CALCHELD-COUNT
007970             MOVE "  AUDIT VS OUTPUT + ERROR....... IN BALANCE"
007980                 TO WS-PRINT-LINE
007990         ELSE
008060     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
008070     IF WS-CALCIN-PRESENT AND NOT WS-CHAIN-DAY
008080             AND NOT WS-STANDING-DAY
008085             AND NOT WS-APPROVED-DAY
008090         COMPUTE WS-UNPROCESSED = WS-CALCIN-COUNT
008100             - WS-CALCOUT-COUNT - WS-CALCERR-COUNT
008105             - WS-CALCHELD-COUNT
008110         IF WS-CALCREJ-DATA = WS-UNPROCESSED
008120             MOVE "  REJECTS VS UNPROCESSED INPUT.. IN BALANCE"
008130                 TO WS-PRINT-LINE
008310                     "NOT CHECKED - STANDING RUN"
008320                     DELIMITED BY SIZE
008330                     INTO WS-PRINT-LINE
008331             WHEN WS-APPROVED-DAY
008332                 STRING "  REJECTS VS UNPROCESSED INPUT.. "
008333                     DELIMITED BY SIZE
008334                     "NOT CHECKED - APPROVED FEED"
008335                     DELIMITED BY SIZE
008336                     INTO WS-PRINT-LINE
008340             WHEN OTHER
008350                 STRING "  REJECTS VS UNPROCESSED INPUT.. "
008360                     DELIMITED BY SIZE
008380                     INTO WS-PRINT-LINE
008390         END-EVALUATE
008400     END-IF
008430     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
008460 5200-EXIT.
008490     EXIT.
008500
008510*---------------------------------------------------------------
008680         GO TO 5500-EXIT
008690     END-IF
008700     SET WS-PGM-IN-BALANCE TO TRUE
008701     MOVE 2 TO WS-PX
008702     PERFORM 7500-PREPARE-RUNS THRU 7500-EXIT
008703     PERFORM 5600-REPORT-GUESS-RUN THRU 5600-EXIT
008704         VARYING WS-RX FROM 1 BY 1
008705         UNTIL WS-RX > WS-RT-USED(WS-PX)
008706     PERFORM 7200-WRITE-VERDICT THRU 7200-EXIT.
008707 5500-EXIT.
008708     EXIT.
008709
008710*---------------------------------------------------------------
008711* 5600-REPORT-GUESS-RUN THRU 5600-EXIT.
008712*   REPORTS ONE GUESS-A-NUMBER RUN FROM THE RUN TABLE.  ONLY THE
008713*   LATEST RUN IS BALANCED AGAINST GUESSSES.
008714*---------------------------------------------------------------
008715 5600-REPORT-GUESS-RUN.
008716     PERFORM 7550-WRITE-RUN-LINE THRU 7550-EXIT
008717     MOVE WS-RT-DETAILS(WS-PX, WS-RX) TO WS-GAUD-ROUND-COUNT
008718     MOVE WS-RT-ATTEMPTS(WS-PX, WS-RX) TO WS-GAUD-ATT-COUNT
008719     IF WS-RX = WS-LATEST-RX
008720         PERFORM 5700-GUESS-FILE-CHECKS THRU 5700-EXIT
008721     ELSE
008722         PERFORM 5650-GUESS-EARLIER-RUN THRU 5650-EXIT
008723     END-IF
008724     PERFORM 7600-WRITE-RUN-TRAIL THRU 7600-EXIT.
008725 5600-EXIT.
008726     EXIT.
008727
008728*---------------------------------------------------------------
008729* 5650-GUESS-EARLIER-RUN THRU 5650-EXIT.
008730*   THE COUNTS FOR A GUESS-A-NUMBER RUN WHOSE GUESSSES A LATER
008731*   RUN HAS SINCE REPLACED.
008732*---------------------------------------------------------------
008733 5650-GUESS-EARLIER-RUN.
008734     MOVE "GUESSAUD ROUNDS........." TO WS-RPT-LABEL
008735     MOVE WS-GAUD-ROUND-COUNT TO WS-RPT-COUNT
008736     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
008737     MOVE "GUESSAUD ATTEMPTS......." TO WS-RPT-LABEL
008738     MOVE WS-GAUD-ATT-COUNT TO WS-RPT-COUNT
008739     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
008740     PERFORM 7650-WRITE-FILES-REPLACED THRU 7650-EXIT.
008741 5650-EXIT.
008742     EXIT.
008743
008744*---------------------------------------------------------------
008745* 5700-GUESS-FILE-CHECKS THRU 5700-EXIT.
008746*   THE COUNTS AND CROSS-FILE CHECKS FOR THE LATEST GUESS-A-
008747*   NUMBER RUN: ITS AUDIT ROUNDS AND ATTEMPTS AGAINST GUESSSES.
008748*---------------------------------------------------------------
008749 5700-GUESS-FILE-CHECKS.
008750     MOVE "GUESSSES GUESSES........" TO WS-RPT-LABEL
008751     MOVE WS-SES-GUESS-COUNT TO WS-RPT-COUNT
008752     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
008753     MOVE "GUESSSES ROUNDS........." TO WS-RPT-LABEL
008754     MOVE WS-SES-ROUND-COUNT TO WS-RPT-COUNT
008760     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
008770     MOVE "GUESSAUD ROUNDS........." TO WS-RPT-LABEL
008780     MOVE WS-GAUD-ROUND-COUNT TO WS-RPT-COUNT
008970         MOVE "  GUESSES VS AUDIT ATTEMPTS..... OUT OF BALANCE"
008980             TO WS-PRINT-LINE
008990     END-IF
009020     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
009050 5700-EXIT.
009080     EXIT.
009090
009100*---------------------------------------------------------------
009270         GO TO 6000-EXIT
009280     END-IF
009290     SET WS-PGM-IN-BALANCE TO TRUE
009291     MOVE 3 TO WS-PX
009292     PERFORM 7500-PREPARE-RUNS THRU 7500-EXIT
009293     PERFORM 6100-REPORT-PAL-RUN THRU 6100-EXIT
009294         VARYING WS-RX FROM 1 BY 1
009295         UNTIL WS-RX > WS-RT-USED(WS-PX)
009296     PERFORM 7200-WRITE-VERDICT THRU 7200-EXIT.
009297 6000-EXIT.
009298     EXIT.
009299
009300*---------------------------------------------------------------
009301* 6100-REPORT-PAL-RUN THRU 6100-EXIT.
009302*   REPORTS ONE PALINDROME RUN FROM THE RUN TABLE.  ONLY THE
009303*   LATEST RUN IS BALANCED AGAINST PALIN AND PALOUT.
009304*---------------------------------------------------------------
009305 6100-REPORT-PAL-RUN.
009306     PERFORM 7550-WRITE-RUN-LINE THRU 7550-EXIT
009307     MOVE WS-RT-DETAILS(WS-PX, WS-RX) TO WS-PALAUD-COUNT
009308     MOVE WS-RT-REJ-DATA(WS-PX, WS-RX) TO WS-PALREJ-DATA
009309     MOVE WS-RT-REJ-SECU(WS-PX, WS-RX) TO WS-PALREJ-SECU
009310     IF WS-RX = WS-LATEST-RX
009311         PERFORM 6200-PAL-FILE-CHECKS THRU 6200-EXIT
009312     ELSE
009313         PERFORM 6150-PAL-EARLIER-RUN THRU 6150-EXIT
009314     END-IF
009315     PERFORM 7600-WRITE-RUN-TRAIL THRU 7600-EXIT.
009316 6100-EXIT.
009317     EXIT.
009318
009319*---------------------------------------------------------------
009320* 6150-PAL-EARLIER-RUN THRU 6150-EXIT.
009321*   THE COUNTS FOR A PALINDROME RUN WHOSE STAGED FILES A LATER
009322*   RUN HAS SINCE REPLACED.
009323*---------------------------------------------------------------
009324 6150-PAL-EARLIER-RUN.
009325     MOVE "PALAUD AUDIT ENTRIES...." TO WS-RPT-LABEL
009326     MOVE WS-PALAUD-COUNT TO WS-RPT-COUNT
009327     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
009328     MOVE "PALREJ DATA REJECTS....." TO WS-RPT-LABEL
009329     MOVE WS-PALREJ-DATA TO WS-RPT-COUNT
009330     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
009331     IF WS-PALREJ-SECU > ZERO
009332         MOVE "PALREJ SECURITY........." TO WS-RPT-LABEL
009333         MOVE WS-PALREJ-SECU TO WS-RPT-COUNT
009334         PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
009335     END-IF
009336     PERFORM 7650-WRITE-FILES-REPLACED THRU 7650-EXIT.
009337 6150-EXIT.
009338     EXIT.
009339
009340*---------------------------------------------------------------
009341* 6200-PAL-FILE-CHECKS THRU 6200-EXIT.
009342*   THE COUNTS AND CROSS-FILE CHECKS FOR THE LATEST PALINDROME
009343*   RUN: ITS AUDIT AND REJECTS AGAINST PALIN AND PALOUT.
009344*---------------------------------------------------------------
009345 6200-PAL-FILE-CHECKS.
009346     MOVE "PALIN RECORDS READ......" TO WS-RPT-LABEL
009347     MOVE WS-PALIN-COUNT TO WS-RPT-COUNT
009348     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
009349     MOVE "PALOUT RESULTS.........." TO WS-RPT-LABEL
009350     MOVE WS-PALOUT-COUNT TO WS-RPT-COUNT
009351     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
009360     MOVE "PALAUD AUDIT ENTRIES...." TO WS-RPT-LABEL
009370     MOVE WS-PALAUD-COUNT TO WS-RPT-COUNT
009380     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
009670             "NOT CHECKED - NO PALIN" DELIMITED BY SIZE
009680             INTO WS-PRINT-LINE
009690     END-IF
009720     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
009750 6200-EXIT.
009780     EXIT.
009790
009800*---------------------------------------------------------------
010520*---------------------------------------------------------------
010530* 7300-WRITE-TRAIL-CHECKS THRU 7300-EXIT.
010540*   PRINTS THE AUDIT-TRAIL SEQUENCE AND TRAILER CHECKS FOR THE
010550*   RUN BEING REPORTED, FROM THE SHARED WS-CHK FIELDS.  A
010560*   SEQUENCE GAP OR A TRAILER COUNT THAT DISAGREES WITH THE
010570*   DETAILS COUNTED FAILS THE PROGRAM AND NAMES THE BREAK
010580*   POINT; A TRAIL WITHOUT THE NEW FIELDS YET ("NOT PRESENT")
010940     EXIT.
010950
010960*---------------------------------------------------------------
011080* 7400-CHECK-ONE-AUDIT THRU 7400-EXIT.
011090*   FOLDS THE AUDIT RECORD IN AUDIT-LOG-RECORD INTO THE
011095*   SEQUENCE AND TRAILER CHECK OF ITS RUN (WS-PX, WS-RX), SO
011100*   EACH RUN ON THE LOG IS CHECKED UNDER ITS OWN SEQUENCE AND
011105*   AGAINST ITS OWN TRAILER.  AFTER A GAP THE EXPECTED
011110*   SEQUENCE RESYNCS TO THE RECORD JUST READ SO ONE MISSING
011120*   RECORD DOES NOT CASCADE INTO A GAP ON EVERY LINE AFTER IT.
011130*---------------------------------------------------------------
011140 7400-CHECK-ONE-AUDIT.
011150     IF AUDIT-TRAILER
011160         MOVE "Y" TO WS-RT-TRL-SW(WS-PX, WS-RX)
011170         IF AUDIT-SEQ-NO NUMERIC
011180             MOVE AUDIT-SEQ-NO TO WS-RT-TRLCNT(WS-PX, WS-RX)
011190         END-IF
011200         GO TO 7400-EXIT
011210     END-IF
011220     ADD 1 TO WS-RT-SEQ(WS-PX, WS-RX)
011230     IF AUDIT-SEQ-NO NUMERIC
011238             AND AUDIT-SEQ-NO NOT = WS-RT-SEQ(WS-PX, WS-RX)
011246         IF WS-RT-GAP(WS-PX, WS-RX) = ZERO
011254             MOVE WS-RT-SEQ(WS-PX, WS-RX)
011262                 TO WS-RT-GAP(WS-PX, WS-RX)
011270         END-IF
011280         MOVE AUDIT-SEQ-NO TO WS-RT-SEQ(WS-PX, WS-RX)
011290     END-IF.
011300 7400-EXIT.
011301     EXIT.
011302
011303*---------------------------------------------------------------
011304* 7440-FIND-AUDIT-RUN THRU 7440-EXIT.
011305*   POINTS WS-RX AT THE RUN OF THE AUDIT RECORD IN
011306*   AUDIT-LOG-RECORD, IN THE TABLE FOR PROGRAM WS-PX.
011307*---------------------------------------------------------------
011308 7440-FIND-AUDIT-RUN.
011309     MOVE AUDIT-RUN-DATE TO WS-FIND-DATE
011310     MOVE AUDIT-RUN-NUMBER TO WS-FIND-NUMBER
011311     MOVE AUDIT-OPERATOR-ID TO WS-FIND-OPERATOR
011312     PERFORM 7450-FIND-RUN THRU 7450-EXIT.
011313 7440-EXIT.
011314     EXIT.
011315
011316*---------------------------------------------------------------
011317* 7445-FIND-REJECT-RUN THRU 7445-EXIT.
011318*   COUNTS THE REJECT IN REJECT-LOG-RECORD AGAINST ITS RUN IN
011319*   THE TABLE FOR PROGRAM WS-PX, SPLITTING SECURITY REFUSALS
011320*   FROM DATA REJECTS.  A REJECT FROM A RUN THAT LEFT NO AUDIT
011321*   RECORDS STARTS A RUN OF ITS OWN.
011322*---------------------------------------------------------------
011323 7445-FIND-REJECT-RUN.
011324     MOVE REJ-RUN-DATE TO WS-FIND-DATE
011325     MOVE REJ-RUN-TIME TO WS-FIND-NUMBER
011326     MOVE SPACES TO WS-FIND-OPERATOR
011327     PERFORM 7450-FIND-RUN THRU 7450-EXIT
011328     IF REJ-FIELD-NAME = "OPERATOR"
011329             OR REJ-FIELD-NAME = "PLAYERID"
011330         ADD 1 TO WS-RT-REJ-SECU(WS-PX, WS-RX)
011331     ELSE
011332         ADD 1 TO WS-RT-REJ-DATA(WS-PX, WS-RX)
011333     END-IF.
011334 7445-EXIT.
011335     EXIT.
011336
011337*---------------------------------------------------------------
011338* 7450-FIND-RUN THRU 7450-EXIT.
011339*   POINTS WS-RX AT THE RUN KEYED BY WS-FIND-KEY IN THE TABLE
011340*   FOR PROGRAM WS-PX, ADDING IT IF IT IS NOT THERE.  A LOG'S
011341*   RECORDS FOR ONE RUN ARE TOGETHER, SO THE RUN LAST FOUND IS
011342*   TRIED FIRST.  ONCE THE TABLE IS FULL THE REMAINING RUNS
011343*   ARE COUNTED WITH THE LAST ONE.
011344*---------------------------------------------------------------
011345 7450-FIND-RUN.
011346     IF WS-RX > ZERO AND WS-RX NOT > WS-RT-USED(WS-PX)
011347         IF WS-RT-KEY(WS-PX, WS-RX) = WS-FIND-KEY
011348             GO TO 7450-EXIT
011349         END-IF
011350     END-IF
011351     MOVE "N" TO WS-RUN-FOUND-SW
011352     PERFORM 7460-MATCH-ONE-RUN THRU 7460-EXIT
011353         VARYING WS-SX FROM 1 BY 1
011354         UNTIL WS-SX > WS-RT-USED(WS-PX) OR WS-RUN-FOUND
011355     IF WS-RUN-FOUND
011356         GO TO 7450-EXIT
011357     END-IF
011358     IF WS-RT-USED(WS-PX) NOT < WS-RT-MAX
011359         MOVE WS-RT-USED(WS-PX) TO WS-RX
011360         IF WS-RT-FULL-SW = "N"
011361             MOVE "Y" TO WS-RT-FULL-SW
011362             DISPLAY "RECON: MORE THAN 30 RUNS ON ONE LOG - "
011363                 "THE REST ARE COUNTED WITH THE LAST"
011364         END-IF
011365         GO TO 7450-EXIT
011366     END-IF
011367     ADD 1 TO WS-RT-USED(WS-PX)
011368     MOVE WS-RT-USED(WS-PX) TO WS-RX
011369     MOVE WS-FIND-KEY TO WS-RT-KEY(WS-PX, WS-RX)
011370     MOVE WS-FIND-OPERATOR TO WS-RT-OPERATOR(WS-PX, WS-RX)
011371     MOVE ZERO TO WS-RT-DETAILS(WS-PX, WS-RX)
011372     MOVE ZERO TO WS-RT-HELD(WS-PX, WS-RX)
011373     MOVE ZERO TO WS-RT-ATTEMPTS(WS-PX, WS-RX)
011374     MOVE ZERO TO WS-RT-REJ-DATA(WS-PX, WS-RX)
011375     MOVE ZERO TO WS-RT-REJ-SECU(WS-PX, WS-RX)
011376     MOVE ZERO TO WS-RT-SEQ(WS-PX, WS-RX)
011377     MOVE ZERO TO WS-RT-GAP(WS-PX, WS-RX)
011378     MOVE "N" TO WS-RT-TRL-SW(WS-PX, WS-RX)
011379     MOVE ZERO TO WS-RT-TRLCNT(WS-PX, WS-RX).
011380 7450-EXIT.
011381     EXIT.
011382
011383*---------------------------------------------------------------
011384* 7460-MATCH-ONE-RUN THRU 7460-EXIT.
011385*---------------------------------------------------------------
011386 7460-MATCH-ONE-RUN.
011387     IF WS-RT-KEY(WS-PX, WS-SX) = WS-FIND-KEY
011388         MOVE WS-SX TO WS-RX
011389         SET WS-RUN-FOUND TO TRUE
011390     END-IF.
011391 7460-EXIT.
011392     EXIT.
011393
011394*---------------------------------------------------------------
011395* 7500-PREPARE-RUNS THRU 7500-EXIT.
011396*   READIES THE RUN TABLE FOR PROGRAM WS-PX FOR ITS REPORT
011397*   SECTION.  A PROGRAM THAT LEFT OUTPUT BUT NO AUDIT TRAIL IS
011398*   GIVEN ONE EMPTY RUN SO ITS FILES ARE STILL BALANCED.  THE
011399*   LATEST AUDITED RUN - HIGHEST RUN DATE AND NUMBER - IS THE
011400*   ONE THE STAGED FILES BELONG TO.  WRITES THE RUN COUNT LINE.
011401*---------------------------------------------------------------
011402 7500-PREPARE-RUNS.
011403     IF WS-RT-USED(WS-PX) = ZERO
011404         MOVE SPACES TO WS-FIND-KEY
011405         MOVE SPACES TO WS-FIND-OPERATOR
011406         MOVE ZERO TO WS-RX
011407         PERFORM 7450-FIND-RUN THRU 7450-EXIT
011408     END-IF
011409     MOVE 1 TO WS-LATEST-RX
011410     PERFORM 7510-CHECK-LATEST THRU 7510-EXIT
011411         VARYING WS-SX FROM 2 BY 1
011412         UNTIL WS-SX > WS-RT-USED(WS-PX)
011413     MOVE "RUNS ON THE DAY'S TRAIL." TO WS-RPT-LABEL
011414     MOVE WS-RT-USED(WS-PX) TO WS-RPT-COUNT
011415     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
011416 7500-EXIT.
011417     EXIT.
011418
011419*---------------------------------------------------------------
011420* 7510-CHECK-LATEST THRU 7510-EXIT.
011421*   A RUN THAT LEFT AUDIT RECORDS IS PREFERRED OVER ONE KNOWN
011422*   ONLY FROM ITS REJECTS, SUCH AS A REFUSED SIGN-ON.
011423*---------------------------------------------------------------
011424 7510-CHECK-LATEST.
011425     IF WS-RT-TRL-SW(WS-PX, WS-LATEST-RX) = "Y"
011426             OR WS-RT-SEQ(WS-PX, WS-LATEST-RX) > ZERO
011427         MOVE "Y" TO WS-RUN-FOUND-SW
011428     ELSE
011429         MOVE "N" TO WS-RUN-FOUND-SW
011430     END-IF
011431     IF WS-RT-TRL-SW(WS-PX, WS-SX) = "Y"
011432             OR WS-RT-SEQ(WS-PX, WS-SX) > ZERO
011433         IF NOT WS-RUN-FOUND
011434             OR WS-RT-KEY(WS-PX, WS-SX)
011435                 > WS-RT-KEY(WS-PX, WS-LATEST-RX)
011436             MOVE WS-SX TO WS-LATEST-RX
011437         END-IF
011438     ELSE
011439         IF NOT WS-RUN-FOUND
011440             AND WS-RT-KEY(WS-PX, WS-SX)
011441                 > WS-RT-KEY(WS-PX, WS-LATEST-RX)
011442             MOVE WS-SX TO WS-LATEST-RX
011443         END-IF
011444     END-IF.
011445 7510-EXIT.
011446     EXIT.
011447
011448*---------------------------------------------------------------
011449* 7550-WRITE-RUN-LINE THRU 7550-EXIT.
011450*   WRITES THE LINE THAT OPENS ONE RUN'S BLOCK OF THE REPORT:
011451*   ITS RUN NUMBER, DATE AND OPERATOR, MARKING THE LATEST RUN
011452*   WHEN THE LOG HOLDS MORE THAN ONE.
011453*---------------------------------------------------------------
011454 7550-WRITE-RUN-LINE.
011455     MOVE SPACES TO WS-PRINT-LINE
011456     IF WS-RT-NUMBER(WS-PX, WS-RX) = SPACES
011457         MOVE "  RUN NUMBER NOT RECORDED" TO WS-PRINT-LINE
011458     ELSE
011459         STRING "  RUN " DELIMITED BY SIZE
011460             WS-RT-NUMBER(WS-PX, WS-RX) DELIMITED BY SIZE
011461             " ON " DELIMITED BY SIZE
011462             WS-RT-DATE(WS-PX, WS-RX) DELIMITED BY SIZE
011463             " OPERATOR " DELIMITED BY SIZE
011464             WS-RT-OPERATOR(WS-PX, WS-RX) DELIMITED BY SIZE
011465             INTO WS-PRINT-LINE
011466     END-IF
011467     IF WS-RX = WS-LATEST-RX AND WS-RT-USED(WS-PX) > 1
011468         MOVE "- LATEST RUN" TO WS-PRINT-LINE(47:12)
011469     END-IF
011470     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
011471 7550-EXIT.
011472     EXIT.
011473
011474*---------------------------------------------------------------
011475* 7600-WRITE-RUN-TRAIL THRU 7600-EXIT.
011476*   LOADS THE TRAIL CHECK FIELDS FOR THE RUN BEING REPORTED AND
011477*   WRITES ITS SEQUENCE AND TRAILER LINES.
011478*---------------------------------------------------------------
011479 7600-WRITE-RUN-TRAIL.
011480     MOVE WS-RT-GAP(WS-PX, WS-RX) TO WS-CHK-GAP
011481     MOVE WS-RT-TRL-SW(WS-PX, WS-RX) TO WS-CHK-TRL-SW
011482     MOVE WS-RT-TRLCNT(WS-PX, WS-RX) TO WS-CHK-TRLCNT
011483     MOVE WS-RT-DETAILS(WS-PX, WS-RX) TO WS-CHK-DETAILS
011484     PERFORM 7300-WRITE-TRAIL-CHECKS THRU 7300-EXIT.
011485 7600-EXIT.
011486     EXIT.
011487
011488*---------------------------------------------------------------
011489* 7650-WRITE-FILES-REPLACED THRU 7650-EXIT.
011490*   THE STAGED FILES BELONG TO THE LATEST RUN, SO NO OTHER RUN
011491*   CAN BE BALANCED AGAINST THEM.
011492*---------------------------------------------------------------
011493 7650-WRITE-FILES-REPLACED.
011494     MOVE SPACES TO WS-PRINT-LINE
011495     STRING "  CROSS-FILE CHECKS............. " DELIMITED BY SIZE
011496         "NOT CHECKED - NOT THE LATEST RUN"
011497         DELIMITED BY SIZE
011498         INTO WS-PRINT-LINE
011499     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
011500 7650-EXIT.
011501     EXIT.
011502
011503*---------------------------------------------------------------
011504* 9000-WRITE-HEADERS THRU 9000-EXIT.
011505*   STARTS A NEW REPORT PAGE: A TITLE LINE, A RUN-DATE AND
011506*   PAGE-NUMBER LINE, AND A BLANK SEPARATOR LINE.
011507*---------------------------------------------------------------
011508 9000-WRITE-HEADERS.
011509     ADD 1 TO WS-PAGE-COUNT
011510     MOVE WS-PAGE-COUNT TO WS-PAGE-COUNT-ED
011511     MOVE SPACES TO RECONRPT-RECORD
011512     MOVE "1" TO RPT-CTL-CHAR
011513     MOVE "END-OF-DAY CROSS-FILE RECONCILIATION" TO RPT-TEXT
011514     WRITE RECONRPT-RECORD
011515
011516     MOVE SPACES TO RECONRPT-RECORD
011517     MOVE " " TO RPT-CTL-CHAR
011518     STRING "RUN DATE: " WS-RUN-DATE-ED "     PAGE: "
011519             WS-PAGE-COUNT-ED DELIMITED BY SIZE INTO RPT-TEXT
011520     WRITE RECONRPT-RECORD
011521
011522     MOVE SPACES TO RECONRPT-RECORD
011530     MOVE " " TO RPT-CTL-CHAR
011540     WRITE RECONRPT-RECORD
011550
