000850*                THE MASTER-UNAVAILABLE BYPASS WARNING NOW
000860*                GOES THROUGH THE SHARED MSGWRT ROUTINE SO IT
000870*                SURVIVES TO THE MORNING MSGRPT REPORT.
000871*2026-10-15 JHM  THE PLAYER'S PIN IS READ FROM GUESSCTL AND
000872*                PASSED TO OPERCHK WITH THE PLAYER ID.
000873*2026-10-15 JHM  EACH GUESSSES RECORD NOW CARRIES THE TIME THE
000874*                GUESS WAS KEYED RATHER THAN THE RUN START, AND
000875*                EACH GUESSAUD ROUND RECORD CARRIES THE SEED THE
000876*                RUN WAS PLAYED UNDER, FOR THE CERTIFICATION
000877*                INTEGRITY REVIEW.
000878*2026-10-15 JHM  GUESSAUD AND GUESSREJ ARE EXTENDED WHEN THEY
000879*                ALREADY HOLD TODAY'S TRAIL INSTEAD OF BEING
000880*                REPLACED, SO EACH RUN IN THE DAY KEEPS ITS OWN
000881*                RECORDS AND TRAILER FOR ARCHIVER.
000882*2026-08-09 JHM  ADDED TOURN MODE: A MULTI-ROUND
000890*                CONTEST THAT CHECKPOINTS ROUND
000900*                NUMBER, PLAYER AND ATTEMPTS
000910*                REMAINING TO GUESSCKPT AFTER EVERY
001530*ATTEMPTS PER WIN.
001540     05  CTL-CERT-MIN-WINS      PIC 9(03).
001550     05  CTL-CERT-MAX-AVG       PIC 9(02)V9(01).
001555*PLAYER'S PIN, CHECKED BY OPERCHK AGAINST OPERMAST.
001560     05  CTL-PLAYER-PIN         PIC X(08).
001565     05  FILLER                 PIC X(38).
001570
001580*ONE RECORD PER GUESS, WRITTEN IN SESSION AND
001590*TOURNAMENT MODES SO A TRAINEE'S PROGRESS CAN BE
001720     05  SES-FILL-5             PIC X(01).
001730     05  SES-RUN-DATE           PIC 9(08).
001740     05  SES-FILL-6             PIC X(01).
001745*TIME OF DAY THE GUESS WAS KEYED, HHMMSSHH.
001750     05  SES-RUN-TIME           PIC 9(08).
001760*CURRICULUM LEVEL THE ROUND WAS PLAYED AT; ZERO ON A RUN
001770*WITH NO CURRICULUM STAGED.
003260 77  WS-ROUND-NO            PIC 9(03).
003270 77  WS-ROUND-COUNT         PIC 9(03) VALUE 1.
003280 77  WS-PLAYER-ID           PIC X(08) VALUE "TRAINEE".
003285 77  WS-PLAYER-PIN          PIC X(08) VALUE SPACES.
003290 77  WS-TARGET-NUM          PIC 9(03).
003300 77  WS-RANGE-SIZE          PIC 9(05).
003310 77  WS-RUN-DATE            PIC 9(08).
003320 77  WS-RUN-TIME            PIC 9(08).
003325 77  WS-GUESS-TIME          PIC 9(08).
003330 77  NUM                    PIC 9(08).
003340 77  GUESS                  PIC 9(03).
003350 77  WS-GUESS-INPUT         PIC X(03).
003430*GUESSAUD RECORD AND REPORTED ON THE END-OF-RUN TRAILER.
003440 77  WS-AUDIT-SEQ           PIC 9(06) COMP VALUE ZERO.
003450 01  WS-AUDIT-COUNT-ED      PIC 9(06).
003453 77  WS-TRAIL-TODAY-SW      PIC X(01) VALUE "N".
003456     88  WS-TRAIL-TODAY             VALUE "Y".
003460
003470 77  WS-ROUND-DONE-SW       PIC X(01) VALUE "N".
003480     88  WS-ROUND-DONE              VALUE "Y".
005120     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005130     ACCEPT WS-RUN-TIME FROM TIME
005140     MOVE 1 TO WS-ROUND-NO
005175     PERFORM 1060-OPEN-GUESSREJ THRU 1060-EXIT
005210     OPEN INPUT GUESSCTL-FILE
005220     IF WS-GUESSCTL-OK
005230         READ GUESSCTL-FILE
005420         END-IF
005430         IF CTL-PLAYER-ID NOT = SPACES
005440             MOVE CTL-PLAYER-ID TO WS-PLAYER-ID
005445             MOVE CTL-PLAYER-PIN TO WS-PLAYER-PIN
005450         END-IF
005460         IF CTL-ROUND-COUNT > 0
005470             MOVE CTL-ROUND-COUNT TO WS-ROUND-COUNT
005650                 WS-GUESSSES-STATUS
005660             MOVE 16 TO RETURN-CODE
005670         END-IF
005705         PERFORM 1070-OPEN-GUESSAUD THRU 1070-EXIT
005740         PERFORM 1900-LOAD-HISCORE THRU 1900-EXIT
005750     END-IF
005760     IF WS-SESSION-MODE
006320     EXIT.
006330
006340*----------------------------------------------------
006341*1060-OPEN-GUESSREJ.
006342*OPENS GUESSREJ.  A FILE THAT ALREADY HOLDS TODAY'S
006343*REJECTS IS EXTENDED SO A SECOND RUN IN THE DAY DOES
006344*NOT WIPE THE FIRST BEFORE ARCHIVER SEES IT; A FILE
006345*LEFT FROM AN EARLIER DAY, OR NO FILE, IS STARTED
006346*AFRESH.
006347*----------------------------------------------------
006348 1060-OPEN-GUESSREJ.
006349     MOVE "N" TO WS-TRAIL-TODAY-SW
006350     OPEN INPUT GUESSREJ-FILE
006351     IF WS-GUESSREJ-OK
006352         READ GUESSREJ-FILE
006353             NOT AT END
006354                 IF REJ-RUN-DATE = WS-RUN-DATE
006355                     SET WS-TRAIL-TODAY TO TRUE
006356                 END-IF
006357         END-READ
006358         CLOSE GUESSREJ-FILE
006359     END-IF
006360     IF WS-TRAIL-TODAY
006361         OPEN EXTEND GUESSREJ-FILE
006362     ELSE
006363         OPEN OUTPUT GUESSREJ-FILE
006364     END-IF
006365     IF NOT WS-GUESSREJ-OK
006366         DISPLAY "GUESSNUM: UNABLE TO OPEN GUESSREJ, STATUS "
006367             WS-GUESSREJ-STATUS
006368         MOVE 16 TO RETURN-CODE
006369     END-IF.
006370 1060-EXIT.
006371     EXIT.
006372
006373*----------------------------------------------------
006374*1070-OPEN-GUESSAUD.
006375*OPENS GUESSAUD THE SAME WAY, SO EACH RUN IN THE DAY
006376*ADDS ITS ROUND RECORDS AND TRAILER AFTER THE EARLIER
006377*RUNS'.
006378*----------------------------------------------------
006379 1070-OPEN-GUESSAUD.
006380     MOVE "N" TO WS-TRAIL-TODAY-SW
006381     OPEN INPUT GUESSAUD-FILE
006382     IF WS-GUESSAUD-OK
006383         READ GUESSAUD-FILE
006384             NOT AT END
006385                 IF AUDIT-RUN-DATE = WS-RUN-DATE
006386                     SET WS-TRAIL-TODAY TO TRUE
006387                 END-IF
006388         END-READ
006389         CLOSE GUESSAUD-FILE
006390     END-IF
006391     IF WS-TRAIL-TODAY
006392         OPEN EXTEND GUESSAUD-FILE
006393     ELSE
006394         OPEN OUTPUT GUESSAUD-FILE
006395     END-IF
006396     IF NOT WS-GUESSAUD-OK
006397         DISPLAY "GUESSNUM: UNABLE TO OPEN GUESSAUD, STATUS "
006398             WS-GUESSAUD-STATUS
006399         MOVE 16 TO RETURN-CODE
006400     END-IF.
006401 1070-EXIT.
006402     EXIT.
006403
006404*----------------------------------------------------
006405*1100-CHECK-OPERATOR.
006406*CHECKS THE PLAYER ID FOR A LOGGED SESSION OR
006407*TOURNAMENT RUN AGAINST THE OPERMAST SECURITY MASTER
006408*THROUGH THE SHARED OPERCHK ROUTINE.  AN UNKNOWN,
006409*INACTIVE OR UNAUTHORIZED ID IS REFUSED: THE REFUSAL
006410*IS LOGGED TO GUESSREJ AND THE RUN ENDS WITH RETURN
006411*CODE 12.  WHEN THE SECURITY MASTER ITSELF IS NOT
006420*AVAILABLE THE CHECK IS REPORTED AND BYPASSED SO A
006430*MISSING MASTER DOES NOT DEAD-STOP THE DAILY STREAM.
006440*----------------------------------------------------
006450 1100-CHECK-OPERATOR.
006460     MOVE WS-PLAYER-ID TO OPC-OPERATOR-ID
006465     MOVE WS-PLAYER-PIN TO OPC-PIN
006470     SET OPC-PGM-GUESS TO TRUE
006480     CALL "OPERCHK" USING OPERCHK-RECORD
006490     EVALUATE TRUE
010100     MOVE SPACE TO SES-FILL-5
010110     MOVE WS-RUN-DATE TO SES-RUN-DATE
010120     MOVE SPACE TO SES-FILL-6
010126     ACCEPT WS-GUESS-TIME FROM TIME
010132     MOVE WS-GUESS-TIME TO SES-RUN-TIME
010140     MOVE SPACE TO SES-FILL-7
010150     MOVE WS-CUR-LEVEL TO SES-LEVEL-NO
010160     WRITE GUESSSES-RECORD.
010310     MOVE WS-PLAYER-ID TO AUDIT-OPERATOR-ID
010320     MOVE SPACES TO WS-AUDIT-INPUT
010330     STRING "ROUND " WS-ROUND-NO " ATTEMPTS " WS-ATTEMPT-NO
010335         " SEED " WS-SEED
010340         DELIMITED BY SIZE INTO WS-AUDIT-INPUT
010350     MOVE WS-AUDIT-INPUT TO AUDIT-INPUT-VALUES
010360     IF WS-ROUND-WON
