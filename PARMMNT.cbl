000230* PROGRAMS ARE NAMED BY THEIR DAILYCTL STEP CODES: CALCULAT,    *
000240* GUESSNUM, PALINDRO, 99BOTTLE.  NOTE GUESSNUM MAX-AVG IS       *
000250* KEYED IN TENTHS OF AN ATTEMPT (45 MEANS 4.5 PER WIN).         *
000255* THE PIN KEYWORD NEVER APPEARS IN CLEAR ON PARMRPT.            *
000260*                                                               *
000270****************************************************************
000280*MODIFICATION HISTORY
000306*                BLANK MODE FALLS THROUGH TO INTERACTIVE IN
000308*                THOSE PROGRAMS, WHICH HANGS AN UNATTENDED
000309*                STREAM, SO THE FILE IS NOT BUILT.
000310*2026-10-15 JHM  NEW PIN KEYWORD FOR ALL FOUR PROGRAMS CARRIES
000311*                THE OPERATOR'S OR PLAYER'S PIN INTO ITS
000312*                CONTROL FILE.  IT MUST BE 4-8 DIGITS AND IS
000313*                REQUIRED WHENEVER AN OPERATOR OR PLAYER IS
000314*                KEYED.  THE EDIT REPORT SHOWS IT AS STARS.
000315****************************************************************
000320
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
001280     05  WS-CAL-COUNT            PIC 9(07) VALUE 0.
001290     05  WS-CAL-HASH             PIC 9(13) VALUE 0.
001300     05  WS-CAL-RULE             PIC X(01) VALUE SPACE.
001305     05  WS-CAL-PIN              PIC X(08) VALUE SPACES.
001310 01  WS-GSS-PARMS.
001320     05  WS-GSS-SEEN-SW          PIC X(01) VALUE "N".
001330         88  WS-GSS-SEEN                 VALUE "Y".
001410     05  WS-GSS-ROUNDS           PIC 9(03) VALUE 0.
001420     05  WS-GSS-MINWINS          PIC 9(03) VALUE 0.
001430     05  WS-GSS-MAXAVG           PIC 9(03) VALUE 0.
001435     05  WS-GSS-PIN              PIC X(08) VALUE SPACES.
001440 01  WS-PAL-PARMS.
001450     05  WS-PAL-SEEN-SW          PIC X(01) VALUE "N".
001460         88  WS-PAL-SEEN                 VALUE "Y".
001470     05  WS-PAL-ERRS             PIC 9(03) VALUE 0.
001480     05  WS-PAL-RUN-MODE         PIC X(08) VALUE SPACES.
001490     05  WS-PAL-OPER             PIC X(08) VALUE SPACES.
001495     05  WS-PAL-PIN              PIC X(08) VALUE SPACES.
001500 01  WS-BOT-PARMS.
001510     05  WS-BOT-SEEN-SW          PIC X(01) VALUE "N".
001520         88  WS-BOT-SEEN                 VALUE "Y".
001530     05  WS-BOT-ERRS             PIC 9(03) VALUE 0.
001540     05  WS-BOT-START            PIC 9(03) VALUE 0.
001550     05  WS-BOT-OPER             PIC X(08) VALUE SPACES.
001555     05  WS-BOT-PIN              PIC X(08) VALUE SPACES.
001560     05  WS-BOT-UNIT             PIC X(20) VALUE SPACES.
001570     05  WS-BOT-STEP             PIC 9(03) VALUE 0.
001580     05  WS-BOT-FLOOR            PIC 9(03) VALUE 0.
001700     05  OUT-CAL-COUNT           PIC 9(07).
001710     05  OUT-CAL-HASH            PIC 9(13).
001720     05  OUT-CAL-RULE            PIC X(01).
001723*CHECKPOINT FREQUENCY AND THE BATCH OVERRIDE ARE NOT KEYED
001726*HERE; THEY STAY SPACES AHEAD OF THE OPERATOR'S PIN.
001729     05  FILLER                  PIC X(21).
001732     05  OUT-CAL-PIN             PIC X(08).
001735     05  FILLER                  PIC X(11).
001740 01  WS-GUESSCTL-OUT.
001750     05  OUT-GSS-RUN-MODE        PIC X(08).
001760     05  OUT-GSS-LOW             PIC X(03).
001810     05  OUT-GSS-ROUNDS          PIC 9(03).
001820     05  OUT-GSS-MINWINS         PIC 9(03).
001830     05  OUT-GSS-MAXAVG          PIC 9(03).
001836     05  OUT-GSS-PIN             PIC X(08).
001842     05  FILLER                  PIC X(38).
001850 01  WS-PALCTL-OUT.
001860     05  OUT-PAL-RUN-MODE        PIC X(08).
001870     05  OUT-PAL-OPER            PIC X(08).
001876     05  OUT-PAL-PIN             PIC X(08).
001882     05  FILLER                  PIC X(56).
001890 01  WS-BOTCTL-OUT.
001900     05  OUT-BOT-START           PIC 9(03).
001910     05  OUT-BOT-OPER            PIC X(08).
001920     05  OUT-BOT-UNIT            PIC X(20).
001930     05  OUT-BOT-STEP            PIC 9(03).
001940     05  OUT-BOT-FLOOR           PIC 9(03).
001946     05  OUT-BOT-PIN             PIC X(08).
001952     05  FILLER                  PIC X(35).
001960
001970*---------------------------------------------------------------
001980* VALUE-PARSING AND REPORT WORK FIELDS.
003694     EXIT.
003695
003680*---------------------------------------------------------------
003681* 2800-EDIT-PIN THRU 2800-EXIT.
003682*   A PIN IS FOUR TO EIGHT DIGITS, THE SAME RULE PINHASH
003683*   APPLIES WHEN THE PIN IS ISSUED.
003684*---------------------------------------------------------------
003685 2800-EDIT-PIN.
003686     SET WS-VAL-OK TO TRUE
003687     IF WS-VAL-LEN < 4 OR WS-VAL-LEN > 8
003688         SET WS-VAL-BAD TO TRUE
003689         MOVE "REJECTED - PIN NOT 4-8 DIGITS" TO WS-RESULT-TEXT
003690         GO TO 2800-EXIT
003691     END-IF
003692     IF WS-VAL-TEXT(1:WS-VAL-LEN) NOT NUMERIC
003693         SET WS-VAL-BAD TO TRUE
003694         MOVE "REJECTED - PIN NOT 4-8 DIGITS" TO WS-RESULT-TEXT
003695     END-IF.
003696 2800-EXIT.
003697     EXIT.
003698*---------------------------------------------------------------
003699* 3100-EDIT-CALCULAT THRU 3100-EXIT.
003700*---------------------------------------------------------------
003710 3100-EDIT-CALCULAT.
003720     EVALUATE PRM-KEYWORD
004120             ELSE
004130                 MOVE "REJECTED - INVALID ROUNDING RULE" TO
004140                     WS-RESULT-TEXT
004141             END-IF
004142         WHEN "PIN         "
004143             PERFORM 2800-EDIT-PIN THRU 2800-EXIT
004144             IF WS-VAL-OK
004145                 MOVE WS-VAL-TEXT(1:8) TO WS-CAL-PIN
004150             END-IF
004160         WHEN OTHER
004170             MOVE "REJECTED - UNKNOWN KEYWORD" TO
004870             IF WS-VAL-OK
004880                 MOVE WS-NUM-VALUE TO WS-GSS-MAXAVG
004890             END-IF
004891         WHEN "PIN         "
004892             PERFORM 2800-EDIT-PIN THRU 2800-EXIT
004893             IF WS-VAL-OK
004894                 MOVE WS-VAL-TEXT(1:8) TO WS-GSS-PIN
004895             END-IF
004900         WHEN OTHER
004910             MOVE "REJECTED - UNKNOWN KEYWORD" TO
004920                 WS-RESULT-TEXT
005120             END-IF
005130         WHEN "OPERATOR    "
005140             MOVE WS-VAL-TEXT TO WS-PAL-OPER
005141         WHEN "PIN         "
005142             PERFORM 2800-EDIT-PIN THRU 2800-EXIT
005143             IF WS-VAL-OK
005144                 MOVE WS-VAL-TEXT(1:8) TO WS-PAL-PIN
005145             END-IF
005150         WHEN OTHER
005160             MOVE "REJECTED - UNKNOWN KEYWORD" TO
005170                 WS-RESULT-TEXT
005530                 MOVE WS-NUM-VALUE TO WS-BOT-FLOOR
005540                 SET WS-BOT-FLOOR-KEYED TO TRUE
005550             END-IF
005551         WHEN "PIN         "
005552             PERFORM 2800-EDIT-PIN THRU 2800-EXIT
005553             IF WS-VAL-OK
005554                 MOVE WS-VAL-TEXT(1:8) TO WS-BOT-PIN
005555             END-IF
005560         WHEN OTHER
005570             MOVE "REJECTED - UNKNOWN KEYWORD" TO
005580                 WS-RESULT-TEXT
005770                 AND WS-CAL-OPER = SPACES
005780             PERFORM 6900-CROSS-ERROR THRU 6900-EXIT
005790             MOVE "CALCULAT OPERATOR REQUIRED FOR RUN MODE" TO
005791                 WS-PRINT-LINE
005792             PERFORM 6950-CROSS-LINE THRU 6950-EXIT
005793             ADD 1 TO WS-CAL-ERRS
005794         END-IF
005795         IF WS-CAL-OPER NOT = SPACES AND WS-CAL-PIN = SPACES
005796             PERFORM 6900-CROSS-ERROR THRU 6900-EXIT
005797             MOVE "CALCULAT PIN REQUIRED WITH OPERATOR" TO
005800                 WS-PRINT-LINE
005810             PERFORM 6950-CROSS-LINE THRU 6950-EXIT
005820             ADD 1 TO WS-CAL-ERRS
006040             PERFORM 6950-CROSS-LINE THRU 6950-EXIT
006050             ADD 1 TO WS-GSS-ERRS
006060         END-IF
006061         IF WS-GSS-PLAYER NOT = SPACES AND WS-GSS-PIN = SPACES
006062             PERFORM 6900-CROSS-ERROR THRU 6900-EXIT
006063             MOVE "GUESSNUM PIN REQUIRED WITH PLAYER" TO
006064                 WS-PRINT-LINE
006065             PERFORM 6950-CROSS-LINE THRU 6950-EXIT
006066             ADD 1 TO WS-GSS-ERRS
006067         END-IF
006070     END-IF
006080     IF WS-PAL-SEEN
006082         IF WS-PAL-RUN-MODE = SPACES
006090         IF WS-PAL-RUN-MODE = "BATCH" AND WS-PAL-OPER = SPACES
006100             PERFORM 6900-CROSS-ERROR THRU 6900-EXIT
006110             MOVE "PALINDRO OPERATOR REQUIRED FOR BATCH" TO
006111                 WS-PRINT-LINE
006112             PERFORM 6950-CROSS-LINE THRU 6950-EXIT
006113             ADD 1 TO WS-PAL-ERRS
006114         END-IF
006115         IF WS-PAL-OPER NOT = SPACES AND WS-PAL-PIN = SPACES
006116             PERFORM 6900-CROSS-ERROR THRU 6900-EXIT
006117             MOVE "PALINDRO PIN REQUIRED WITH OPERATOR" TO
006120                 WS-PRINT-LINE
006130             PERFORM 6950-CROSS-LINE THRU 6950-EXIT
006140             ADD 1 TO WS-PAL-ERRS
006200                 AND WS-BOT-FLOOR NOT < WS-BOT-START
006210             PERFORM 6900-CROSS-ERROR THRU 6900-EXIT
006220             MOVE "99BOTTLE FLOOR NOT BELOW START COUNT" TO
006221                 WS-PRINT-LINE
006222             PERFORM 6950-CROSS-LINE THRU 6950-EXIT
006223             ADD 1 TO WS-BOT-ERRS
006224         END-IF
006225         IF WS-BOT-OPER NOT = SPACES AND WS-BOT-PIN = SPACES
006226             PERFORM 6900-CROSS-ERROR THRU 6900-EXIT
006227             MOVE "99BOTTLE PIN REQUIRED WITH OPERATOR" TO
006230                 WS-PRINT-LINE
006240             PERFORM 6950-CROSS-LINE THRU 6950-EXIT
006250             ADD 1 TO WS-BOT-ERRS
006760             MOVE WS-CAL-COUNT TO OUT-CAL-COUNT
006770             MOVE WS-CAL-HASH TO OUT-CAL-HASH
006780             MOVE WS-CAL-RULE TO OUT-CAL-RULE
006785             MOVE WS-CAL-PIN TO OUT-CAL-PIN
006790             WRITE CALCCTL-RECORD FROM WS-CALCCTL-OUT
006800             CLOSE CALCCTL-FILE
006810             MOVE "CALCCTL BUILT" TO PARMRPT-RECORD
006980             MOVE WS-GSS-ROUNDS TO OUT-GSS-ROUNDS
006990             MOVE WS-GSS-MINWINS TO OUT-GSS-MINWINS
007000             MOVE WS-GSS-MAXAVG TO OUT-GSS-MAXAVG
007005             MOVE WS-GSS-PIN TO OUT-GSS-PIN
007010             WRITE GUESSCTL-RECORD FROM WS-GUESSCTL-OUT
007020             CLOSE GUESSCTL-FILE
007030             MOVE "GUESSCTL BUILT" TO PARMRPT-RECORD
007130             MOVE SPACES TO WS-PALCTL-OUT
007140             MOVE WS-PAL-RUN-MODE TO OUT-PAL-RUN-MODE
007150             MOVE WS-PAL-OPER TO OUT-PAL-OPER
007155             MOVE WS-PAL-PIN TO OUT-PAL-PIN
007160             WRITE PALCTL-RECORD FROM WS-PALCTL-OUT
007170             CLOSE PALCTL-FILE
007180             MOVE "PALCTL BUILT" TO PARMRPT-RECORD
007350                 MOVE 1 TO OUT-BOT-STEP
007360             END-IF
007370             MOVE WS-BOT-FLOOR TO OUT-BOT-FLOOR
007375             MOVE WS-BOT-PIN TO OUT-BOT-PIN
007380             WRITE BOTCTL-RECORD FROM WS-BOTCTL-OUT
007390             CLOSE BOTCTL-FILE
007400             MOVE "BOTCTL BUILT" TO PARMRPT-RECORD
007580         ADD 1 TO WS-ACCEPT-COUNT
007590     ELSE
007600         ADD 1 TO WS-ERROR-COUNT
007602     END-IF
007604     IF PRM-KEYWORD = "PIN         "
007606         MOVE ALL "*" TO WS-VAL-TEXT
007610     END-IF
007620     MOVE SPACES TO WS-PRINT-LINE
007630     STRING PRM-PROGRAM DELIMITED BY SIZE
