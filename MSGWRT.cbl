000160* MORNING REPORT.  A MSGLOG THAT CANNOT BE WRITTEN IS SAID SO   *
000170* ON THE CONSOLE BUT NEVER FAILS THE CALLER.                    *
000180*                                                               *
000181* THE MESSAGE NUMBER IS LOOKED UP ON THE MSGCAT MESSAGE         *
000182* CATALOG.  A CATALOGED MESSAGE IS LOGGED WITH THE CATALOG'S    *
000183* SEVERITY AND STANDARD TEXT, AND THE CALLER'S OWN TEXT GOES    *
000184* ALONG AS THE DETAIL LINE.  A NUMBER NOT ON THE CATALOG IS     *
000185* LOGGED AS SENT, FOLLOWED BY MSGWRT'S OWN WARNING 0001 SO THE  *
000186* GAP IN THE CATALOG IS ON THE MORNING DESK.  A CATALOG THAT    *
000187* CANNOT BE OPENED IS WARNED ONCE (0002) AND EVERY MESSAGE IS   *
000188* THEN LOGGED AS SENT.  THE CATALOG IS OPENED ON THE FIRST      *
000189* CALL AND LEFT OPEN FOR THE REST OF THE RUN.                   *
000190*                                                               *
000191****************************************************************
000200*MODIFICATION HISTORY
000210*DATE       INIT DESCRIPTION
000220*2026-09-02 JHM  ORIGINAL PROGRAM.
000221*2026-10-15 JHM  SEVERITY AND STANDARD TEXT NOW COME FROM THE
000222*                MSGCAT MESSAGE CATALOG; THE CALLER'S TEXT IS
000223*                KEPT IN THE NEW MSG-DETAIL FIELD ON MSGLOG.
000224*                UNCATALOGED NUMBERS AND A MISSING CATALOG ARE
000225*                LOGGED AS MSGWRT WARNINGS 0001 AND 0002.
000230****************************************************************
000240
000250 ENVIRONMENT DIVISION.
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-MSGLOG-STATUS.
000350
000351     SELECT MSGCAT-FILE ASSIGN TO "MSGCAT"
000352         ORGANIZATION IS INDEXED
000353         ACCESS MODE IS RANDOM
000354         RECORD KEY IS MCT-MSG-NUMBER
000355         FILE STATUS IS WS-MSGCAT-STATUS.
000356
000360 DATA DIVISION.
000370 FILE SECTION.
000380*---------------------------------------------------------------
000390* MSGLOG-FILE - THE APPEND-ONLY MESSAGE LOG, ONE RECORD PER
000397* MESSAGE: DATE, TIME, PROGRAM, OPERATOR, NUMBER, SEVERITY,
000404* TEXT AND THE CALLER'S DETAIL.  A RECORD WRITTEN BEFORE THE
000411* DETAIL EXISTED READS BACK WITH A BLANK DETAIL.
000420*---------------------------------------------------------------
000430 FD  MSGLOG-FILE.
000440 01  MSGLOG-RECORD.
000550     05  MSG-SEVERITY            PIC X(01).
000560     05  MSG-FILL-6              PIC X(01).
000570     05  MSG-TEXT                PIC X(60).
000571     05  MSG-FILL-7              PIC X(01).
000572     05  MSG-DETAIL              PIC X(60).
000573
000574*---------------------------------------------------------------
000575* MSGCAT-FILE - THE INDEXED MESSAGE CATALOG, KEYED BY NUMBER.
000576*---------------------------------------------------------------
000577 FD  MSGCAT-FILE.
000578 COPY MSGCAT.
000580
000590 WORKING-STORAGE SECTION.
000600 77  WS-MSGLOG-STATUS            PIC X(02).
000610     88  WS-MSGLOG-OK                    VALUE "00".
000620     88  WS-MSGLOG-NOT-FOUND             VALUE "35".
000623 77  WS-MSGCAT-STATUS            PIC X(02).
000626     88  WS-MSGCAT-OK                    VALUE "00".
000630 77  WS-RUN-DATE                 PIC 9(08).
000640 77  WS-RUN-TIME                 PIC 9(08).
000641
000642*---------------------------------------------------------------
000643* CATALOG STATE, KEPT FROM CALL TO CALL: NOT YET OPENED, OPEN,
000644* OR NOT AVAILABLE FOR THE REST OF THE RUN.
000645*---------------------------------------------------------------
000646 77  WS-CAT-STATE                PIC X(01) VALUE SPACE.
000647     88  WS-CAT-NOT-TRIED                VALUE SPACE.
000648     88  WS-CAT-OPEN                     VALUE "O".
000649     88  WS-CAT-UNAVAILABLE              VALUE "U".
000650 77  WS-CAT-FOUND-SW             PIC X(01) VALUE "N".
000651     88  WS-CAT-FOUND                    VALUE "Y".
000652
000653*---------------------------------------------------------------
000654* THE MESSAGE AS IT WILL BE SHOWN AND LOGGED.
000655*---------------------------------------------------------------
000656 01  WS-LOG-MESSAGE.
000657     05  WS-LOG-PROGRAM          PIC X(08).
000658     05  WS-LOG-OPERATOR         PIC X(08).
000659     05  WS-LOG-NUMBER           PIC 9(04).
000660     05  WS-LOG-SEVERITY         PIC X(01).
000661     05  WS-LOG-TEXT             PIC X(60).
000662     05  WS-LOG-DETAIL           PIC X(60).
000663
000664 LINKAGE SECTION.
000670 COPY MSGWRTREC.
000680
000690 PROCEDURE DIVISION USING MSGWRT-RECORD.
000770             AND MW-SEVERITY NOT = "S"
000780         SET MW-SEV-INFO TO TRUE
000790     END-IF
000791     IF WS-CAT-NOT-TRIED
000792         PERFORM 1100-OPEN-MSGCAT THRU 1100-EXIT
000793     END-IF
000794     PERFORM 1200-LOOKUP-MSGCAT THRU 1200-EXIT
000795     MOVE MW-PROGRAM-NAME TO WS-LOG-PROGRAM
000796     MOVE MW-OPERATOR-ID TO WS-LOG-OPERATOR
000797     MOVE MW-MSG-NUMBER TO WS-LOG-NUMBER
000798     IF WS-CAT-FOUND
000799         MOVE MCT-SEVERITY TO WS-LOG-SEVERITY
000800         MOVE MCT-STD-TEXT TO WS-LOG-TEXT
000801         MOVE MW-MSG-TEXT TO WS-LOG-DETAIL
000802     ELSE
000803         MOVE MW-SEVERITY TO WS-LOG-SEVERITY
000804         MOVE MW-MSG-TEXT TO WS-LOG-TEXT
000805         MOVE SPACES TO WS-LOG-DETAIL
000806     END-IF
000807     PERFORM 2000-ISSUE-MESSAGE THRU 2000-EXIT
000808     IF WS-CAT-OPEN AND NOT WS-CAT-FOUND
000809         MOVE "MSGWRT" TO WS-LOG-PROGRAM
000810         MOVE 1 TO WS-LOG-NUMBER
000811         MOVE "W" TO WS-LOG-SEVERITY
000812         MOVE SPACES TO WS-LOG-TEXT
000813         STRING "MSG " DELIMITED BY SIZE
000814             MW-MSG-NUMBER DELIMITED BY SIZE
000815             " FROM " DELIMITED BY SIZE
000816             MW-PROGRAM-NAME DELIMITED BY SPACE
000817             " IS NOT ON MSGCAT - LOGGED AS SENT"
000818             DELIMITED BY SIZE
000819             INTO WS-LOG-TEXT
000820         PERFORM 2000-ISSUE-MESSAGE THRU 2000-EXIT
000821     END-IF
000830     GOBACK.
000840
000850*---------------------------------------------------------------
000851* 1100-OPEN-MSGCAT THRU 1100-EXIT.
000852*   OPENS THE CATALOG ON THE FIRST CALL OF THE RUN.  A CATALOG
000853*   THAT CANNOT BE OPENED IS WARNED ONCE AND NOT TRIED AGAIN.
000854*---------------------------------------------------------------
000855 1100-OPEN-MSGCAT.
000856     OPEN INPUT MSGCAT-FILE
000857     IF WS-MSGCAT-OK
000858         SET WS-CAT-OPEN TO TRUE
000859         GO TO 1100-EXIT
000860     END-IF
000861     SET WS-CAT-UNAVAILABLE TO TRUE
000862     MOVE "MSGWRT" TO WS-LOG-PROGRAM
000863     MOVE MW-OPERATOR-ID TO WS-LOG-OPERATOR
000864     MOVE 2 TO WS-LOG-NUMBER
000865     MOVE "W" TO WS-LOG-SEVERITY
000866     MOVE SPACES TO WS-LOG-TEXT
000867     STRING "MSGCAT NOT AVAILABLE, STATUS " DELIMITED BY SIZE
000868         WS-MSGCAT-STATUS DELIMITED BY SIZE
000869         " - MESSAGES LOGGED AS SENT" DELIMITED BY SIZE
000870         INTO WS-LOG-TEXT
000871     MOVE SPACES TO WS-LOG-DETAIL
000872     PERFORM 2000-ISSUE-MESSAGE THRU 2000-EXIT.
000873 1100-EXIT.
000874     EXIT.
000875
000876*---------------------------------------------------------------
000877* 1200-LOOKUP-MSGCAT THRU 1200-EXIT.
000878*   READS THE CATALOG ENTRY FOR THE CALLER'S MESSAGE NUMBER.  AN
000879*   ENTRY WITH NO VALID SEVERITY IS TREATED AS NOT CATALOGED.
000880*---------------------------------------------------------------
000881 1200-LOOKUP-MSGCAT.
000882     MOVE "N" TO WS-CAT-FOUND-SW
000883     IF NOT WS-CAT-OPEN
000884         GO TO 1200-EXIT
000885     END-IF
000886     MOVE MW-MSG-NUMBER TO MCT-MSG-NUMBER
000887     READ MSGCAT-FILE
000888         INVALID KEY
000889             GO TO 1200-EXIT
000890     END-READ
000891     IF MCT-SEV-VALID
000892         SET WS-CAT-FOUND TO TRUE
000893     END-IF.
000894 1200-EXIT.
000895     EXIT.
000896
000897*---------------------------------------------------------------
000898* 2000-ISSUE-MESSAGE THRU 2000-EXIT.
000899*   SHOWS WS-LOG-MESSAGE ON THE CONSOLE, WITH THE DETAIL ON A
000900*   SECOND LINE WHEN THERE IS ONE, AND APPENDS IT TO MSGLOG.
000901*---------------------------------------------------------------
000902 2000-ISSUE-MESSAGE.
000903     DISPLAY WS-LOG-PROGRAM ": MSG" WS-LOG-NUMBER
000904         WS-LOG-SEVERITY " " WS-LOG-TEXT
000905     IF WS-LOG-DETAIL NOT = SPACES
000906         DISPLAY WS-LOG-PROGRAM ":          " WS-LOG-DETAIL
000907     END-IF
000908     PERFORM 2100-APPEND-MSGLOG THRU 2100-EXIT.
000909 2000-EXIT.
000910     EXIT.
000911
000912*---------------------------------------------------------------
000913* 2100-APPEND-MSGLOG THRU 2100-EXIT.
000914*   APPENDS THE MESSAGE TO MSGLOG, CREATING THE FILE ON ITS
000915*   FIRST USE.  A LOG THAT STILL CANNOT BE WRITTEN IS SAID SO
000916*   ON THE CONSOLE BUT DOES NOT FAIL THE CALLER.
000917*---------------------------------------------------------------
000918 2100-APPEND-MSGLOG.
000920     OPEN EXTEND MSGLOG-FILE
000930     IF WS-MSGLOG-NOT-FOUND
000940         OPEN OUTPUT MSGLOG-FILE
000960     IF NOT WS-MSGLOG-OK
000970         DISPLAY "MSGWRT: UNABLE TO WRITE MSGLOG, STATUS "
000980             WS-MSGLOG-STATUS
000990         GO TO 2100-EXIT
001000     END-IF
001010     MOVE SPACES TO MSGLOG-RECORD
001020     MOVE WS-RUN-DATE TO MSG-RUN-DATE
001030     MOVE SPACE TO MSG-FILL-1
001040     MOVE WS-RUN-TIME TO MSG-RUN-TIME
001050     MOVE SPACE TO MSG-FILL-2
001060     MOVE WS-LOG-PROGRAM TO MSG-PROGRAM
001070     MOVE SPACE TO MSG-FILL-3
001080     MOVE WS-LOG-OPERATOR TO MSG-OPERATOR
001090     MOVE SPACE TO MSG-FILL-4
001100     MOVE WS-LOG-NUMBER TO MSG-NUMBER
001110     MOVE SPACE TO MSG-FILL-5
001120     MOVE WS-LOG-SEVERITY TO MSG-SEVERITY
001130     MOVE SPACE TO MSG-FILL-6
001135     MOVE WS-LOG-TEXT TO MSG-TEXT
001140     MOVE SPACE TO MSG-FILL-7
001145     MOVE WS-LOG-DETAIL TO MSG-DETAIL
001150     WRITE MSGLOG-RECORD
001160     CLOSE MSGLOG-FILE.
001170 2100-EXIT.
001180     EXIT.
001190
001200 END PROGRAM MSGWRT.
