000180* ROSTER WHEN ONE IS STAGED.  A TRNRPT REGISTER SHOWS EVERY     *
000190* POSTING AND THE STATUS TOTALS, SO THE TRAINING COORDINATOR    *
000200* FINALLY HOLDS THE ONE ANSWER THAT MATTERS: IS THIS TRAINEE    *
000204* CERTIFIED, AS OF WHEN, AND WHEN DOES IT LAPSE.  A PASSING     *
000208* RUN THAT CERTREV HAS HELD ON CERTHOLD IS NOT POSTED UNTIL THE *
000212* COORDINATOR RELEASES IT; A RELEASED HOLD IS POSTED FROM ITS   *
000216* SAVED IMAGE ON THE FIRST RUN AFTER THE RELEASE.               *
000220*                                                               *
000230****************************************************************
000240*MODIFICATION HISTORY
000290*2026-09-02 JHM  GUESSCERT LAYOUT EXTENDED WITH THE CURRICULUM
000300*                LEVEL FIELDS SO EVERY PROGRAM DECLARES THE
000310*                SAME SHARED RECORD.
000312*2026-10-15 JHM  CERTHOLD HONORED - A HELD OR DENIED PASSING
000314*                RUN IS NOT POSTED AND A RELEASED ONE IS POSTED
000316*                FROM ITS HOLD IMAGE; THE CERTIFIED DATE NO
000318*                LONGER MOVES BACKWARD.
000320****************************************************************
000330
000340 ENVIRONMENT DIVISION.
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS TRN-PLAYER-ID
000610         FILE STATUS IS WS-TRAINMST-STATUS.
000611
000612     SELECT CERTHOLD-FILE ASSIGN TO "CERTHOLD"
000613         ORGANIZATION IS INDEXED
000614         ACCESS MODE IS DYNAMIC
000615         RECORD KEY IS CHD-KEY
000616         FILE STATUS IS WS-CERTHOLD-STATUS.
000620
000630     SELECT TRNRPT-FILE ASSIGN TO "TRNRPT"
000640         ORGANIZATION IS LINE SEQUENTIAL
001370     05  FILLER                  PIC X(28).
001380
001390*---------------------------------------------------------------
001391* CERTHOLD-FILE - THE CERTIFICATION HOLD MASTER WRITTEN BY
001392* CERTREV.  NOT YET CREATED MEANS NOTHING IS HELD.
001393*---------------------------------------------------------------
001394 FD  CERTHOLD-FILE.
001395 COPY CERTHOLD.
001396
001397*---------------------------------------------------------------
001400* TRNRPT-FILE - THE POSTING REGISTER.  COLUMN ONE IS A
001410* STANDARD PRINTER CARRIAGE-CONTROL CHARACTER.
001420*---------------------------------------------------------------
001620     88  WS-TRAINMST-NOT-FOUND           VALUE "35".
001630 77  WS-TRNRPT-STATUS            PIC X(02).
001640     88  WS-TRNRPT-OK                    VALUE "00".
001642 77  WS-CERTHOLD-STATUS          PIC X(02).
001644     88  WS-CERTHOLD-OK                  VALUE "00".
001646     88  WS-CERTHOLD-NOT-FOUND           VALUE "35".
001650
001660 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001670     88  WS-END-OF-FILE                  VALUE "Y".
001690     88  WS-END-OF-TRAINMST              VALUE "Y".
001700 77  WS-FOUND-SW                 PIC X(01) VALUE "N".
001710     88  WS-ENTRY-FOUND                  VALUE "Y".
001711 77  WS-HOLD-FILE-SW             PIC X(01) VALUE "N".
001712     88  WS-HOLDS-ON-FILE                VALUE "Y".
001713 77  WS-HOLD-EOF-SWITCH          PIC X(01) VALUE "N".
001714     88  WS-END-OF-CERTHOLD              VALUE "Y".
001715 77  WS-PASS-SW                  PIC X(01) VALUE "N".
001716     88  WS-CERT-PASSED                  VALUE "Y".
001717 77  WS-RELEASE-SW               PIC X(01) VALUE "N".
001718     88  WS-POSTING-RELEASE              VALUE "Y".
001720
001730*---------------------------------------------------------------
001740* THE VALIDITY PERIOD, TIMESTAMPS AND POSTING COUNTERS.
001810 77  WS-CERTIFIED-COUNT          PIC 9(05) COMP VALUE ZERO.
001820 77  WS-PROGRESS-COUNT           PIC 9(05) COMP VALUE ZERO.
001830 77  WS-LAPSED-COUNT             PIC 9(05) COMP VALUE ZERO.
001833 77  WS-HELD-COUNT               PIC 9(05) COMP VALUE ZERO.
001836 77  WS-RELEASED-COUNT           PIC 9(05) COMP VALUE ZERO.
001840 01  WS-RPT-COUNT                PIC ZZZZ9.
001850 01  WS-RESULT-TEXT              PIC X(40).
001855 01  WS-HOLD-NOTE                PIC X(20).
001860 01  WS-PRINT-LINE               PIC X(80).
001870 01  WS-RUN-DATE-RAW             PIC 9(06).
001880 01  WS-RUN-DATE-ED              PIC 99/99/99.
002070     IF RETURN-CODE NOT = 16
002080         PERFORM 1500-LOAD-ROSTER THRU 1500-EXIT
002090         PERFORM 2000-POST-CERTS THRU 2000-EXIT
002095         PERFORM 2500-POST-RELEASED THRU 2500-EXIT
002100         PERFORM 3000-POST-BESTS THRU 3000-EXIT
002110         PERFORM 4000-CHECK-LAPSES THRU 4000-EXIT
002120         PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
002130         CLOSE TRAINMST-FILE
002132         IF WS-HOLDS-ON-FILE
002134             CLOSE CERTHOLD-FILE
002136         END-IF
002140         CLOSE TRNRPT-FILE
002150         MOVE ZERO TO RETURN-CODE
002160     END-IF
002510         MOVE 16 TO RETURN-CODE
002520         GO TO 1000-EXIT
002530     END-IF
002531     OPEN I-O CERTHOLD-FILE
002532     IF WS-CERTHOLD-OK
002533         SET WS-HOLDS-ON-FILE TO TRUE
002534     ELSE
002535         IF NOT WS-CERTHOLD-NOT-FOUND
002536             DISPLAY "TRNPOST: UNABLE TO OPEN CERTHOLD, STATUS "
002537                 WS-CERTHOLD-STATUS
002538             MOVE 16 TO RETURN-CODE
002539             CLOSE TRAINMST-FILE
002540             GO TO 1000-EXIT
002541         END-IF
002542     END-IF
002543     OPEN OUTPUT TRNRPT-FILE
002550     IF NOT WS-TRNRPT-OK
002560         DISPLAY "TRNPOST: UNABLE TO OPEN TRNRPT, STATUS "
002570             WS-TRNRPT-STATUS
002580         MOVE 16 TO RETURN-CODE
002590         CLOSE TRAINMST-FILE
002592         IF WS-HOLDS-ON-FILE
002594             CLOSE CERTHOLD-FILE
002596         END-IF
002600         GO TO 1000-EXIT
002610     END-IF
002620     MOVE SPACES TO TRNRPT-RECORD
003380*   READ.  A PASSING RECORD MOVES THE STATUS TO CERTIFIED AND
003390*   STAMPS ITS RUN DATE; A FAILING RECORD LEAVES A CERTIFIED
003400*   STATUS STANDING AND MOVES ANYTHING ELSE TO IN PROGRESS.
003403*   A PASSING RECORD HELD OR DENIED ON CERTHOLD COUNTS AS NOT
003406*   PASSED; ONE RELEASED IS POSTED AND ITS HOLD MARKED POSTED.
003410*---------------------------------------------------------------
003420 2200-POST-ONE-CERT.
003430     MOVE SPACES TO WS-RESULT-TEXT
003431     MOVE SPACES TO WS-HOLD-NOTE
003432     MOVE "N" TO WS-PASS-SW
003433     IF CERT-STATUS = "CERTIFIED"
003434         SET WS-CERT-PASSED TO TRUE
003435     END-IF
003436     IF WS-CERT-PASSED AND WS-HOLDS-ON-FILE
003437             AND NOT WS-POSTING-RELEASE
003438         PERFORM 2250-CHECK-HOLD THRU 2250-EXIT
003439     END-IF
003440     MOVE CERT-PLAYER-ID TO TRN-PLAYER-ID
003450     READ TRAINMST-FILE
003460         INVALID KEY
003520 2200-EXIT.
003530     EXIT.
003540
003541*---------------------------------------------------------------
003542* 2250-CHECK-HOLD THRU 2250-EXIT.
003543*   LOOKS THE PASSING RUN UP ON CERTHOLD.  NO HOLD, OR ONE
003544*   ALREADY POSTED, LEAVES IT PASSING.
003545*---------------------------------------------------------------
003546 2250-CHECK-HOLD.
003547     MOVE CERT-PLAYER-ID TO CHD-PLAYER-ID
003548     MOVE CERT-RUN-DATE TO CHD-CERT-DATE
003549     READ CERTHOLD-FILE
003550         INVALID KEY
003551             GO TO 2250-EXIT
003552     END-READ
003553     EVALUATE TRUE
003554         WHEN CHD-HELD
003555             MOVE "N" TO WS-PASS-SW
003556             ADD 1 TO WS-HELD-COUNT
003557             MOVE "HELD FOR REVIEW" TO WS-HOLD-NOTE
003558         WHEN CHD-DENIED
003559             MOVE "N" TO WS-PASS-SW
003560             MOVE "DENIED ON REVIEW" TO WS-HOLD-NOTE
003561         WHEN CHD-RELEASED
003562             ADD 1 TO WS-RELEASED-COUNT
003563             MOVE "RELEASED ON REVIEW" TO WS-HOLD-NOTE
003564             PERFORM 2260-MARK-POSTED THRU 2260-EXIT
003565     END-EVALUATE.
003566 2250-EXIT.
003567     EXIT.
003568
003569 2260-MARK-POSTED.
003570     SET CHD-POSTED TO TRUE
003571     REWRITE CERTHOLD-RECORD
003572         INVALID KEY
003573             DISPLAY "TRNPOST: UNABLE TO MARK HOLD POSTED FOR "
003574                 CHD-PLAYER-ID
003575     END-REWRITE.
003576 2260-EXIT.
003577     EXIT.
003578
003579 2300-ADD-TRAINEE.
003580     MOVE SPACES TO TRAINMST-RECORD
003581     MOVE CERT-PLAYER-ID TO TRN-PLAYER-ID
003582     MOVE SPACES TO TRN-PLAYER-NAME
003590     PERFORM 2350-FIND-DEPT THRU 2350-EXIT
003600     MOVE WS-RUN-DATE TO TRN-DATE-ENROLLED
003610     MOVE ZERO TO TRN-DATE-CERTIFIED
003620     MOVE ZERO TO TRN-BEST-ATTEMPTS
003630     IF WS-CERT-PASSED
003640         SET TRN-CERTIFIED TO TRUE
003650         MOVE CERT-RUN-DATE TO TRN-DATE-CERTIFIED
003660         ADD 1 TO WS-CERTIFIED-COUNT
003970     EXIT.
003980
003990 2400-UPDATE-TRAINEE.
004000     IF WS-CERT-PASSED
004010         SET TRN-CERTIFIED TO TRUE
004014         IF TRN-DATE-CERTIFIED NOT NUMERIC
004018                 OR CERT-RUN-DATE > TRN-DATE-CERTIFIED
004022             MOVE CERT-RUN-DATE TO TRN-DATE-CERTIFIED
004026         END-IF
004030         ADD 1 TO WS-CERTIFIED-COUNT
004040         MOVE "CERTIFIED" TO WS-RESULT-TEXT
004050     ELSE
004170             MOVE "REJECTED - REWRITE FAILED" TO WS-RESULT-TEXT
004180     END-REWRITE.
004190 2400-EXIT.
004191     EXIT.
004192
004193*---------------------------------------------------------------
004194* 2500-POST-RELEASED THRU 2500-EXIT.
004195*   POSTS EVERY HOLD THE COORDINATOR HAS RELEASED SINCE ITS
004196*   GUESSCERT RECORD WENT BY, FROM THE IMAGE SAVED ON THE HOLD,
004197*   AND MARKS THE HOLD POSTED.
004198*---------------------------------------------------------------
004199 2500-POST-RELEASED.
004200     IF NOT WS-HOLDS-ON-FILE
004201         GO TO 2500-EXIT
004202     END-IF
004203     MOVE "N" TO WS-HOLD-EOF-SWITCH
004204     MOVE LOW-VALUES TO CHD-KEY
004205     START CERTHOLD-FILE KEY IS GREATER THAN CHD-KEY
004206         INVALID KEY
004207             SET WS-END-OF-CERTHOLD TO TRUE
004208     END-START
004209     SET WS-POSTING-RELEASE TO TRUE
004210     PERFORM 2510-ONE-HOLD THRU 2510-EXIT
004211         UNTIL WS-END-OF-CERTHOLD
004212     MOVE "N" TO WS-RELEASE-SW.
004213 2500-EXIT.
004214     EXIT.
004215
004216 2510-ONE-HOLD.
004217     READ CERTHOLD-FILE NEXT RECORD
004218         AT END
004219             SET WS-END-OF-CERTHOLD TO TRUE
004220             GO TO 2510-EXIT
004221     END-READ
004222     IF NOT CHD-RELEASED
004223         GO TO 2510-EXIT
004224     END-IF
004225     MOVE CHD-CERT-IMAGE TO GUESSCERT-RECORD
004226     PERFORM 2200-POST-ONE-CERT THRU 2200-EXIT
004227     ADD 1 TO WS-RELEASED-COUNT
004228     PERFORM 2260-MARK-POSTED THRU 2260-EXIT.
004229 2510-EXIT.
004230     EXIT.
004231
004232*---------------------------------------------------------------
004233* 3000-POST-BESTS THRU 3000-EXIT.
004240*   CARRIES EACH TRAINEE'S BEST-EVER ATTEMPTS OVER FROM
004250*   GUESSHI.  A GUESSHI PLAYER NOT ON THE MASTER IS LEFT FOR A
004260*   FUTURE GUESSCERT RUN TO ENROLL.
005240         " " DELIMITED BY SIZE
005250         WS-RESULT-TEXT DELIMITED BY SIZE
005260         INTO WS-PRINT-LINE
005261     IF WS-POSTING-RELEASE
005262         MOVE "RELEASED ON REVIEW" TO WS-HOLD-NOTE
005263     END-IF
005264     IF WS-HOLD-NOTE NOT = SPACES
005265         MOVE " - " TO WS-PRINT-LINE(51:3)
005266         MOVE WS-HOLD-NOTE TO WS-PRINT-LINE(54:20)
005267     END-IF
005270     MOVE SPACES TO TRNRPT-RECORD
005280     MOVE " " TO RPT-CTL-CHAR
005290     MOVE WS-PRINT-LINE TO RPT-TEXT
005730     MOVE SPACES TO TRNRPT-RECORD
005740     MOVE " " TO RPT-CTL-CHAR
005750     MOVE WS-PRINT-LINE TO RPT-TEXT
005751     WRITE TRNRPT-RECORD
005752     MOVE WS-HELD-COUNT TO WS-RPT-COUNT
005753     MOVE SPACES TO WS-PRINT-LINE
005754     STRING "HELD FOR REVIEW.... " DELIMITED BY SIZE
005755         WS-RPT-COUNT DELIMITED BY SIZE
005756         INTO WS-PRINT-LINE
005757     MOVE SPACES TO TRNRPT-RECORD
005758     MOVE " " TO RPT-CTL-CHAR
005759     MOVE WS-PRINT-LINE TO RPT-TEXT
005760     WRITE TRNRPT-RECORD
005761     MOVE WS-RELEASED-COUNT TO WS-RPT-COUNT
005762     MOVE SPACES TO WS-PRINT-LINE
005763     STRING "RELEASED ON REVIEW. " DELIMITED BY SIZE
005764         WS-RPT-COUNT DELIMITED BY SIZE
005765         INTO WS-PRINT-LINE
005766     MOVE SPACES TO TRNRPT-RECORD
005767     MOVE " " TO RPT-CTL-CHAR
005768     MOVE WS-PRINT-LINE TO RPT-TEXT
005769     WRITE TRNRPT-RECORD.
005770 8000-EXIT.
005780     EXIT.
005790
