000150* THE FOUR LOGS ARE READ TWICE - ONCE TO ACCUMULATE THE TOTALS  *
000160* AND A SECOND TIME TO LIST THE EXCEPTIONS - SO NO IN-STORAGE   *
000170* LIMIT IS PLACED ON THE NUMBER OF EXCEPTIONS REPORTED.  AN     *
000177* AUDIT LOG THAT IS NOT PRESENT IS SIMPLY SKIPPED, SO THE       *
000184* REPORT STILL PRINTS ON A DAY WHEN ONLY SOME OF THE PROGRAMS   *
000191* RAN.  A PROGRAM RUN MORE THAN ONCE IN THE DAY EXTENDS ITS     *
000198* LOG, EACH RUN CLOSING WITH ITS OWN TRAILER; THE PROGRAM       *
000205* TOTALS SHOW HOW MANY RUNS EACH LOG HELD.                      *
000212*                                                               *
000220****************************************************************
000230*MODIFICATION HISTORY
000240*DATE       INIT DESCRIPTION
000260*                FOUR RAW AUDIT FILES WITH ONE COMBINED DAILY
000270*                ACTIVITY REPORT.
000272*2026-09-02 JHM  THE SHARED AUDIT LAYOUT GREW A RECORD TYPE,
000273*                RUN NUMBER AND SEQUENCE NUMBER; THE END-OF-
000274*                RUN TRAILER RECORDS ARE PASSED OVER BY THE
000275*                TALLIES.
000276*2026-10-15 JHM  A LOG CAN NOW HOLD SEVERAL RUNS OF THE DAY.  RUNS
000277*                ARE COUNTED BY PROGRAM FROM THE RUN DATE AND RUN
000278*                NUMBER, TRAILER-ONLY RUNS INCLUDED, AND SHOWN ON
000279*                THE PROGRAM TOTALS AND THE RECORDS-READ LINE.
000280****************************************************************
000290
000300 ENVIRONMENT DIVISION.
001240                      INDEXED BY PGM-IDX.
001250         10  WS-PGM-NAME         PIC X(08).
001260         10  WS-PGM-COUNT        PIC 9(07) COMP.
001265         10  WS-PGM-RUNS         PIC 9(05) COMP.
001270 77  WS-PGM-USED                 PIC 9(03) VALUE 0.
001280
001290 01  WS-OPR-TOTALS.
001429 77  WS-OUT-OVERFLOW             PIC 9(07) COMP VALUE ZERO.
001430 77  WS-TOTAL-READ               PIC 9(07) COMP VALUE ZERO.
001440 77  WS-EXCEPTION-COUNT          PIC 9(07) COMP VALUE ZERO.
001441
001442*THE RUN LAST COUNTED.  A LOG'S RECORDS FOR ONE RUN ARE TOGETHER,
001443*SO A CHANGE OF PROGRAM, RUN DATE OR RUN NUMBER STARTS A NEW RUN.
001444 01  WS-LAST-RUN-KEY.
001445     05  WS-LAST-RUN-PGM         PIC X(08) VALUE SPACES.
001446     05  WS-LAST-RUN-DATE        PIC X(08) VALUE SPACES.
001447     05  WS-LAST-RUN-NO          PIC X(08) VALUE SPACES.
001448 77  WS-TOTAL-RUNS               PIC 9(07) COMP VALUE ZERO.
001450
001460*---------------------------------------------------------------
001470* PRINT-FILE PAGINATION AND HEADING WORK FIELDS.
001580*---------------------------------------------------------------
001590 01  WS-PRINT-LINE               PIC X(80).
001600 01  WS-RPT-COUNT                PIC ZZZZZZ9.
001605 01  WS-RPT-RUNS                 PIC ZZZZ9.
001610
001620 PROCEDURE DIVISION.
001630*---------------------------------------------------------------
003100     EXIT.
003110
003120*---------------------------------------------------------------
003123* 3000-HANDLE-ONE THRU 3000-EXIT.
003126*   DISPATCHES ONE AUDIT RECORD ACCORDING TO THE CURRENT PASS:
003129*   PASS 1 COUNTS ITS RUN AND TALLIES IT INTO THE THREE TOTALS
003132*   TABLES, PASS 2 LISTS IT IN THE EXCEPTION SECTION IF ITS
003135*   OUTCOME STARTS WITH "REJECTED" OR "LOST".
003138*---------------------------------------------------------------
003141 3000-HANDLE-ONE.
003144     IF WS-PASS-NO = 1
003147         PERFORM 3050-COUNT-RUN THRU 3050-EXIT
003150     END-IF
003153*END-OF-RUN TRAILER RECORDS CARRY CONTROL TOTALS, NOT
003156*ACTIVITY, AND STAY OUT OF THE TALLIES.
003159     IF AUDIT-TRAILER
003162         GO TO 3000-EXIT
003165     END-IF
003168     IF WS-PASS-NO = 1
003171         ADD 1 TO WS-TOTAL-READ
003174         PERFORM 3100-TALLY-PROGRAM THRU 3100-EXIT
003177         PERFORM 3200-TALLY-OPERATOR THRU 3200-EXIT
003180         PERFORM 3300-TALLY-OUTCOME THRU 3300-EXIT
003183     ELSE
003186         IF AUDIT-OUTCOME(1:8) = "REJECTED"
003189                 OR AUDIT-OUTCOME(1:4) = "LOST"
003192             PERFORM 4000-LIST-EXCEPTION THRU 4000-EXIT
003195         END-IF
003198     END-IF.
003201 3000-EXIT.
003204     EXIT.
003207
003210*---------------------------------------------------------------
003213* 3050-COUNT-RUN THRU 3050-EXIT.
003216*   COUNTS A NEW RUN AGAINST ITS PROGRAM WHEN THE RECORD STARTS
003219*   ONE.  A RUN THAT LEFT ONLY ITS TRAILER STILL GETS A PROGRAM
003222*   LINE, WITH NO RECORDS.
003225*---------------------------------------------------------------
003228 3050-COUNT-RUN.
003231     IF AUDIT-PROGRAM-NAME = WS-LAST-RUN-PGM
003234             AND AUDIT-RUN-DATE = WS-LAST-RUN-DATE
003237             AND AUDIT-RUN-NUMBER = WS-LAST-RUN-NO
003240         GO TO 3050-EXIT
003243     END-IF
003246     MOVE AUDIT-PROGRAM-NAME TO WS-LAST-RUN-PGM
003249     MOVE AUDIT-RUN-DATE TO WS-LAST-RUN-DATE
003252     MOVE AUDIT-RUN-NUMBER TO WS-LAST-RUN-NO
003255     ADD 1 TO WS-TOTAL-RUNS
003258     MOVE "N" TO WS-KEY-FOUND-SW
003261     PERFORM 3060-RUN-ONE-PGM THRU 3060-EXIT
003264         VARYING PGM-IDX FROM 1 BY 1
003267         UNTIL PGM-IDX > WS-PGM-USED
003270     IF NOT WS-KEY-FOUND
003273         IF WS-PGM-USED < 10
003276             ADD 1 TO WS-PGM-USED
003279             MOVE AUDIT-PROGRAM-NAME
003282                 TO WS-PGM-NAME(WS-PGM-USED)
003285             MOVE ZERO TO WS-PGM-COUNT(WS-PGM-USED)
003288             MOVE 1 TO WS-PGM-RUNS(WS-PGM-USED)
003291         END-IF
003294     END-IF.
003297 3050-EXIT.
003300     EXIT.
003303
003306 3060-RUN-ONE-PGM.
003309     IF WS-PGM-NAME(PGM-IDX) = AUDIT-PROGRAM-NAME
003312         SET WS-KEY-FOUND TO TRUE
003315         ADD 1 TO WS-PGM-RUNS(PGM-IDX)
003318     END-IF.
003321 3060-EXIT.
003324     EXIT.
003340*---------------------------------------------------------------
003350* 3100-TALLY-PROGRAM THRU 3100-EXIT.
003360*---------------------------------------------------------------
004560 8000-WRITE-TOTALS.
004570     MOVE SPACES TO WS-PRINT-LINE
004580     MOVE WS-TOTAL-READ TO WS-RPT-COUNT
004585     MOVE WS-TOTAL-RUNS TO WS-RPT-RUNS
004590     STRING "AUDIT RECORDS READ. " DELIMITED BY SIZE
004595         WS-RPT-COUNT DELIMITED BY SIZE
004600         "  RUNS " DELIMITED BY SIZE
004605         WS-RPT-RUNS DELIMITED BY SIZE
004610         INTO WS-PRINT-LINE
004620     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
004630     MOVE SPACES TO WS-PRINT-LINE
004900 8100-ONE-PGM-LINE.
004910     MOVE SPACES TO WS-PRINT-LINE
004920     MOVE WS-PGM-COUNT(PGM-IDX) TO WS-RPT-COUNT
004926     MOVE WS-PGM-RUNS(PGM-IDX) TO WS-RPT-RUNS
004932     STRING "  " DELIMITED BY SIZE
004938         WS-PGM-NAME(PGM-IDX) DELIMITED BY SIZE
004944         "........ " DELIMITED BY SIZE
004950         WS-RPT-COUNT DELIMITED BY SIZE
004956         "  RUNS " DELIMITED BY SIZE
004962         WS-RPT-RUNS DELIMITED BY SIZE
004968         INTO WS-PRINT-LINE
004980     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
004990 8100-EXIT.
005000     EXIT.
