000190* SO THE CALLER CAN REPORT THE BYPASS RATHER THAN DEAD-STOP     *
000200* EVERY RUN DURING ROLL-OUT.                                    *
000210*                                                               *
000211* BEFORE THE AUTHORITY FLAG IS LOOKED AT, THE PIN KEYED WITH    *
000212* THE ID IN OPC-PIN IS HASHED THROUGH PINHASH AND COMPARED      *
000213* WITH THE HASH ON THE MASTER.  THREE WRONG PINS IN A ROW LOCK  *
000214* THE ID UNTIL OPERMNT UNLOCKS IT; A PIN NOT RESET WITHIN THE   *
000215* EXPIRY PERIOD IS REFUSED.  EACH PIN REFUSAL IS WRITTEN TO     *
000216* MSGWRT AS A SEVERE MESSAGE SO IT HEADS THE MORNING MSGRPT.    *
000217*                                                               *
000220****************************************************************
000230*MODIFICATION HISTORY
000240*DATE       INIT DESCRIPTION
000250*2026-08-22 JHM  ORIGINAL PROGRAM, MODELED ON EDITCHK SO EVERY
000260*                PROGRAM IN THE SHOP CHECKS ITS OPERATOR THE
000270*                SAME WAY.
000271*2026-10-15 JHM  RETURN THE OPERATOR'S APPROVAL LIMIT FROM
000272*                OPERMAST, ZERO WHEN THE FIELD WAS NEVER SET.
000273*2026-10-15 JHM  THE ID MUST NOW COME WITH ITS PIN.  A WRONG
000274*                PIN COUNTS AGAINST THE ID AND THE THIRD IN A
000275*                ROW LOCKS IT; A PIN OLDER THAN THE EXPIRY
000276*                PERIOD, AN UNISSUED PIN AND A LOCKED ID ARE
000277*                REFUSED.  EVERY PIN REFUSAL GOES TO MSGWRT AS
000278*                SEVERE.  THE MASTER IS NOW OPENED I-O SO THE
000279*                FAILURE COUNT AND LOCK CAN BE RECORDED.
000280****************************************************************
000290
000300 ENVIRONMENT DIVISION.
000490 77  WS-OPERMAST-STATUS         PIC X(02).
000500     88  WS-OPERMAST-OK                 VALUE "00".
000510
000511*A PIN IS GOOD FOR THIS MANY DAYS FROM ITS ISSUE OR RESET.
000512 77  WS-PIN-EXPIRY-DAYS         PIC 9(03) VALUE 90.
000513*CONSECUTIVE WRONG PINS THAT LOCK THE ID.
000514 77  WS-PIN-FAIL-LIMIT          PIC 9(02) VALUE 3.
000515 77  WS-TODAY                   PIC 9(08).
000516 77  WS-PIN-AGE                 PIC S9(07) COMP.
000517 77  WS-LOG-MSG-NUMBER          PIC 9(04).
000518
000519 COPY PINHASHREC.
000520 COPY MSGWRTREC.
000521
000522 LINKAGE SECTION.
000530 COPY OPERCHKREC.
000540
000550 PROCEDURE DIVISION USING OPERCHK-RECORD.
000610     MOVE SPACES TO OPC-REASON-CODE
000620     MOVE SPACES TO OPC-REASON-TEXT
000630     MOVE SPACES TO OPC-OPERATOR-NAME
000636     MOVE ZERO TO OPC-APPROVAL-LIMIT
000642     OPEN I-O OPERMAST-FILE
000650     IF NOT WS-OPERMAST-OK
000660         SET OPC-MASTER-UNAVAILABLE TO TRUE
000670         MOVE "E303" TO OPC-REASON-CODE
000770                     OPC-REASON-TEXT
000780             NOT INVALID KEY
000790                 MOVE OPR-OPERATOR-NAME TO OPC-OPERATOR-NAME
000792                 IF OPR-APPROVAL-LIMIT NUMERIC
000794                     MOVE OPR-APPROVAL-LIMIT TO OPC-APPROVAL-LIMIT
000796                 END-IF
000800                 PERFORM 1000-CHECK-FLAGS THRU 1000-EXIT
000810         END-READ
000820         CLOSE OPERMAST-FILE
000930         SET OPC-OPERATOR-BAD TO TRUE
000940         MOVE "E301" TO OPC-REASON-CODE
000950         MOVE "OPERATOR IS INACTIVE" TO OPC-REASON-TEXT
000952         GO TO 1000-EXIT
000954     END-IF
000956     PERFORM 1100-CHECK-PIN THRU 1100-EXIT
000958     IF OPC-OPERATOR-BAD
000960         GO TO 1000-EXIT
000970     END-IF
000980     EVALUATE TRUE
001220 1000-EXIT.
001230     EXIT.
001240
001250*---------------------------------------------------------------
001260* 1100-CHECK-PIN THRU 1100-EXIT.
001270*   A LOCKED ID OR ONE WITH NO PIN ISSUED IS REFUSED OUTRIGHT.
001280*   OTHERWISE THE KEYED PIN IS HASHED AND COMPARED: A WRONG
001290*   ONE ADDS TO THE FAILURE COUNT AND LOCKS THE ID AT THE
001300*   LIMIT; A RIGHT ONE CLEARS THE COUNT, THEN MUST NOT BE
001310*   OLDER THAN THE EXPIRY PERIOD.
001320*---------------------------------------------------------------
001330 1100-CHECK-PIN.
001340     IF OPR-LOCKED
001350         SET OPC-OPERATOR-BAD TO TRUE
001360         MOVE "E306" TO OPC-REASON-CODE
001370         MOVE "OPERATOR ID IS LOCKED" TO OPC-REASON-TEXT
001380         MOVE 37 TO WS-LOG-MSG-NUMBER
001390         PERFORM 1900-LOG-REFUSAL THRU 1900-EXIT
001400         GO TO 1100-EXIT
001410     END-IF
001420     IF OPR-PIN-HASH NOT NUMERIC OR OPR-PIN-HASH = ZERO
001430         SET OPC-OPERATOR-BAD TO TRUE
001440         MOVE "E305" TO OPC-REASON-CODE
001450         MOVE "NO PIN ISSUED FOR OPERATOR" TO OPC-REASON-TEXT
001460         MOVE 36 TO WS-LOG-MSG-NUMBER
001470         PERFORM 1900-LOG-REFUSAL THRU 1900-EXIT
001480         GO TO 1100-EXIT
001490     END-IF
001500     MOVE OPC-OPERATOR-ID TO PH-OPERATOR-ID
001510     MOVE OPC-PIN TO PH-PIN
001520     CALL "PINHASH" USING PINHASH-RECORD
001530     IF PH-PIN-INVALID OR PH-PIN-HASH NOT = OPR-PIN-HASH
001540         PERFORM 1200-COUNT-FAILURE THRU 1200-EXIT
001550         GO TO 1100-EXIT
001560     END-IF
001570     IF OPR-PIN-FAIL-COUNT NOT = ZERO
001580         MOVE ZERO TO OPR-PIN-FAIL-COUNT
001590         REWRITE OPERMAST-RECORD
001600     END-IF
001610     MOVE 99999 TO WS-PIN-AGE
001620     ACCEPT WS-TODAY FROM DATE YYYYMMDD
001630     IF OPR-PIN-CHANGED-DATE NUMERIC
001640             AND OPR-PIN-CHANGED-DATE > 16010100
001650         COMPUTE WS-PIN-AGE = FUNCTION INTEGER-OF-DATE(WS-TODAY)
001660             - FUNCTION INTEGER-OF-DATE(OPR-PIN-CHANGED-DATE)
001670     END-IF
001680     IF WS-PIN-AGE > WS-PIN-EXPIRY-DAYS
001690         SET OPC-OPERATOR-BAD TO TRUE
001700         MOVE "E307" TO OPC-REASON-CODE
001710         MOVE "PIN EXPIRED - RESET REQUIRED" TO OPC-REASON-TEXT
001720         MOVE 36 TO WS-LOG-MSG-NUMBER
001730         PERFORM 1900-LOG-REFUSAL THRU 1900-EXIT
001740     END-IF.
001750 1100-EXIT.
001760     EXIT.
001770
001780*---------------------------------------------------------------
001790* 1200-COUNT-FAILURE THRU 1200-EXIT.
001800*   RECORDS ONE MORE WRONG PIN AND LOCKS THE ID AT THE LIMIT.
001810*---------------------------------------------------------------
001820 1200-COUNT-FAILURE.
001830     IF OPR-PIN-FAIL-COUNT NOT NUMERIC
001840         MOVE ZERO TO OPR-PIN-FAIL-COUNT
001850     END-IF
001860     ADD 1 TO OPR-PIN-FAIL-COUNT
001870     SET OPC-OPERATOR-BAD TO TRUE
001880     IF OPR-PIN-FAIL-COUNT >= WS-PIN-FAIL-LIMIT
001890         SET OPR-LOCKED TO TRUE
001900         MOVE "E306" TO OPC-REASON-CODE
001910         MOVE "PIN INCORRECT - ID NOW LOCKED" TO OPC-REASON-TEXT
001920         MOVE 37 TO WS-LOG-MSG-NUMBER
001930     ELSE
001940         MOVE "E304" TO OPC-REASON-CODE
001950         MOVE "PIN INCORRECT" TO OPC-REASON-TEXT
001960         MOVE 36 TO WS-LOG-MSG-NUMBER
001970     END-IF
001980     REWRITE OPERMAST-RECORD
001990     PERFORM 1900-LOG-REFUSAL THRU 1900-EXIT.
002000 1200-EXIT.
002010     EXIT.
002020
002030*---------------------------------------------------------------
002040* 1900-LOG-REFUSAL THRU 1900-EXIT.
002050*   WRITES THE PIN REFUSAL TO THE MESSAGE LOG AS SEVERE, WITH
002060*   THE PROGRAM CODE AND, FOR A WRONG PIN, THE FAILURE COUNT.
002070*---------------------------------------------------------------
002080 1900-LOG-REFUSAL.
002090     MOVE "OPERCHK" TO MW-PROGRAM-NAME
002100     MOVE OPC-OPERATOR-ID TO MW-OPERATOR-ID
002110     MOVE WS-LOG-MSG-NUMBER TO MW-MSG-NUMBER
002120     SET MW-SEV-SEVERE TO TRUE
002130     MOVE SPACES TO MW-MSG-TEXT
002140     IF OPC-REASON-CODE = "E304"
002150         STRING OPC-REASON-TEXT DELIMITED BY "  "
002160             " - PGM " DELIMITED BY SIZE
002170             OPC-PROGRAM-CODE DELIMITED BY SIZE
002180             " - FAILURE " DELIMITED BY SIZE
002190             OPR-PIN-FAIL-COUNT DELIMITED BY SIZE
002200             " OF " DELIMITED BY SIZE
002210             WS-PIN-FAIL-LIMIT DELIMITED BY SIZE
002220             INTO MW-MSG-TEXT
002230     ELSE
002240         STRING OPC-REASON-TEXT DELIMITED BY "  "
002250             " - PGM " DELIMITED BY SIZE
002260             OPC-PROGRAM-CODE DELIMITED BY SIZE
002270             INTO MW-MSG-TEXT
002280     END-IF
002290     CALL "MSGWRT" USING MSGWRT-RECORD.
002300 1900-EXIT.
002310     EXIT.
002320
002330 END PROGRAM OPERCHK.
