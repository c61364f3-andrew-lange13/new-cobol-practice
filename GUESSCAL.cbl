000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GUESSCAL.
000030 AUTHOR. J H MILLARD.
000040 INSTALLATION. HOME OFFICE DATA CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070****************************************************************
000080*                                                               *
000090* GUESSCAL IS THE CURRICULUM CALIBRATION REPORT FOR THE         *
000100* TRAINING COORDINATOR.  IT READS THE STAGED GUESSSES SESSION   *
000110* LOG (EVERY GUESS CARRIES THE CURRICULUM LEVEL IT WAS PLAYED   *
000120* AT), THE GUESSCRM CURRICULUM AND THE GUESSLVL TRAINEE LEVELS  *
000130* AND PRINTS, FOR EACH LEVEL: ROUNDS PLAYED AND WON AND THE WIN *
000140* RATE; THE WINS BROKEN DOWN BY THE SHARE OF THE LEVEL'S        *
000150* MAXIMUM ATTEMPTS THEY TOOK; THE AVERAGE NUMBER OF RUNS        *
000160* TRAINEES TOOK TO ADVANCE PAST THE LEVEL; AND HOW MANY         *
000170* TRAINEES ARE AT THE LEVEL NOW AND HOW MANY OF THEM ARE STUCK  *
000180* - STILL THERE AFTER MORE THAN THE GCALCTL NUMBER OF RUNS.  A  *
000190* LEVEL WHOSE WIN RATE IS OUTSIDE THE GCALCTL TARGET BAND IS    *
000200* FLAGGED WITH THE WAY IT NEEDS TO MOVE: BELOW THE BAND IT IS   *
000210* TOO HARD, ABOVE IT TOO EASY.  A LEVEL WITH FEWER THAN THE     *
000220* GCALCTL MINIMUM ROUNDS IS REPORTED BUT NOT FLAGGED.           *
000230*                                                               *
000240* GUESSSES IS READ AS STAGED, AS FOR GUESSRPT - STAGE THE LOGS  *
000250* FOR THE WHOLE PERIOD TO BE CALIBRATED.  A TRAINEE'S RUN IS    *
000260* RECOGNIZED BY ITS RUN DATE AND BY ITS ROUND AND ATTEMPT       *
000270* NUMBERS STARTING OVER.  RUNS TO ADVANCE AND RUNS AT THE       *
000280* LEVEL COUNT ONLY THE RUNS IN THE STAGED LOGS.  A TRAINEE WHO  *
000290* HAS WON THE ROUNDS REQUIRED AT THE LAST LEVEL HAS FINISHED    *
000300* THE CURRICULUM AND IS NOT COUNTED AS STUCK.                   *
000310*                                                               *
000320****************************************************************
000330*MODIFICATION HISTORY
000340*DATE       INIT DESCRIPTION
000350*2026-10-15 JHM  ORIGINAL PROGRAM, MODELED ON GUESSRPT.
000360****************************************************************
000370
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT GCALCTL-FILE ASSIGN TO "GCALCTL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-GCALCTL-STATUS.
000480     SELECT GUESSSES-FILE ASSIGN TO "GUESSSES"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-GUESSSES-STATUS.
000510     SELECT GUESSCRM-FILE ASSIGN TO "GUESSCRM"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-GUESSCRM-STATUS.
000540     SELECT GUESSLVL-FILE ASSIGN TO "GUESSLVL"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-GUESSLVL-STATUS.
000570     SELECT GCALRPT-FILE ASSIGN TO "GCALRPT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-GCALRPT-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630*---------------------------------------------------------------
000640* GCALCTL-FILE - CALIBRATION TARGETS, READ ONCE.  THE WIN-RATE
000650* BAND IS IN WHOLE PERCENT.  A MISSING CONTROL RECORD, OR A
000660* FIELD LEFT BLANK OR ZERO, TAKES THE DEFAULT: BAND 060-090,
000670* STUCK AFTER MORE THAN 005 RUNS, FLAGGING FROM 010 ROUNDS.
000680*---------------------------------------------------------------
000690 FD  GCALCTL-FILE.
000700 01  GCALCTL-RECORD.
000710     05  CAL-WIN-LOW             PIC 9(03).
000720     05  CAL-WIN-HIGH            PIC 9(03).
000730     05  CAL-STUCK-RUNS          PIC 9(03).
000740     05  CAL-MIN-ROUNDS          PIC 9(03).
000750     05  FILLER                  PIC X(68).
000760
000770*---------------------------------------------------------------
000780* GUESSSES-FILE - ONE RECORD PER GUESS, AS WRITTEN BY
000790* GUESS-A-NUMBER SESSION AND TOURNAMENT MODES.
000800*---------------------------------------------------------------
000810 FD  GUESSSES-FILE.
000820 01  GUESSSES-RECORD.
000830     05  SES-PLAYER-ID           PIC X(08).
000840     05  SES-FILL-1              PIC X(01).
000850     05  SES-ROUND-NO            PIC 9(03).
000860     05  SES-FILL-2              PIC X(01).
000870     05  SES-ATTEMPT-NO          PIC 9(03).
000880     05  SES-FILL-3              PIC X(01).
000890     05  SES-GUESS               PIC 9(03).
000900     05  SES-FILL-4              PIC X(01).
000910     05  SES-OUTCOME             PIC X(12).
000920     05  SES-FILL-5              PIC X(01).
000930     05  SES-RUN-DATE            PIC 9(08).
000940     05  SES-FILL-6              PIC X(01).
000950     05  SES-RUN-TIME            PIC 9(08).
000960*CURRICULUM LEVEL THE ROUND WAS PLAYED AT; ZERO ON A RUN
000970*WITH NO CURRICULUM STAGED.
000980     05  SES-FILL-7              PIC X(01).
000990     05  SES-LEVEL-NO            PIC 9(02).
001000
001010*---------------------------------------------------------------
001020* GUESSCRM-FILE - THE CURRICULUM, ONE RECORD PER LEVEL.
001030*---------------------------------------------------------------
001040 FD  GUESSCRM-FILE.
001050 01  GUESSCRM-RECORD.
001060     05  CRM-LEVEL-NO            PIC 9(02).
001070     05  CRM-FILL-1              PIC X(01).
001080     05  CRM-LOW-BOUND           PIC 9(03).
001090     05  CRM-FILL-2              PIC X(01).
001100     05  CRM-HIGH-BOUND          PIC 9(03).
001110     05  CRM-FILL-3              PIC X(01).
001120     05  CRM-MAX-ATTEMPTS        PIC 9(03).
001130     05  CRM-FILL-4              PIC X(01).
001140     05  CRM-ROUNDS-REQ          PIC 9(03).
001150     05  FILLER                  PIC X(62).
001160
001170*---------------------------------------------------------------
001180* GUESSLVL-FILE - EACH TRAINEE'S CURRENT LEVEL AND THE ROUNDS
001190* WON AT IT SO FAR.
001200*---------------------------------------------------------------
001210 FD  GUESSLVL-FILE.
001220 01  GUESSLVL-RECORD.
001230     05  LVL-PLAYER-ID           PIC X(08).
001240     05  LVL-FILL-1              PIC X(01).
001250     05  LVL-LEVEL-NO            PIC 9(02).
001260     05  LVL-FILL-2              PIC X(01).
001270     05  LVL-ROUNDS-WON          PIC 9(03).
001280     05  FILLER                  PIC X(65).
001290
001300*---------------------------------------------------------------
001310* GCALRPT-FILE - THE PRINTED REPORT.  COLUMN ONE IS A
001320* STANDARD PRINTER CARRIAGE-CONTROL CHARACTER.
001330*---------------------------------------------------------------
001340 FD  GCALRPT-FILE.
001350 01  GCALRPT-RECORD.
001360     05  RPT-CTL-CHAR            PIC X(01).
001370     05  RPT-TEXT                PIC X(80).
001380
001390 WORKING-STORAGE SECTION.
001400*---------------------------------------------------------------
001410* FILE STATUS FIELDS AND SWITCHES.
001420*---------------------------------------------------------------
001430 77  WS-GCALCTL-STATUS           PIC X(02).
001440     88  WS-GCALCTL-OK                   VALUE "00".
001450 77  WS-GUESSSES-STATUS          PIC X(02).
001460     88  WS-GUESSSES-OK                  VALUE "00".
001470 77  WS-GUESSCRM-STATUS          PIC X(02).
001480     88  WS-GUESSCRM-OK                  VALUE "00".
001490 77  WS-GUESSLVL-STATUS          PIC X(02).
001500     88  WS-GUESSLVL-OK                  VALUE "00".
001510 77  WS-GCALRPT-STATUS           PIC X(02).
001520     88  WS-GCALRPT-OK                   VALUE "00".
001530
001540 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001550     88  WS-END-OF-FILE                  VALUE "Y".
001560 77  WS-PLAYER-FOUND-SW          PIC X(01) VALUE "N".
001570     88  WS-PLAYER-FOUND                 VALUE "Y".
001580 77  WS-PAIR-FOUND-SW            PIC X(01) VALUE "N".
001590     88  WS-PAIR-FOUND                   VALUE "Y".
001600 77  WS-NEW-RUN-SW               PIC X(01) VALUE "N".
001610     88  WS-NEW-RUN                      VALUE "Y".
001620 77  WS-NEW-ROUND-SW             PIC X(01) VALUE "N".
001630     88  WS-NEW-ROUND                    VALUE "Y".
001640
001650*---------------------------------------------------------------
001660* CALIBRATION TARGETS FROM GCALCTL, DEFAULTED.
001670*---------------------------------------------------------------
001680 77  WS-WIN-LOW                  PIC 9(03) VALUE 60.
001690 77  WS-WIN-HIGH                 PIC 9(03) VALUE 90.
001700 77  WS-STUCK-RUNS               PIC 9(03) VALUE 5.
001710 77  WS-MIN-ROUNDS               PIC 9(03) VALUE 10.
001720
001730*---------------------------------------------------------------
001740* PER-LEVEL TABLE, SUBSCRIPTED DIRECTLY BY THE LEVEL NUMBER.
001750* THE CURRICULUM FIELDS ARE FILLED FROM GUESSCRM, THE COUNTS
001760* FROM GUESSSES AND GUESSLVL.  WS-LV-BAND HOLDS THE WINS BY THE
001770* QUARTER OF THE LEVEL'S MAXIMUM ATTEMPTS THEY WERE WON IN.
001780*---------------------------------------------------------------
001790 01  WS-LEVEL-TABLE.
001800     05  WS-LV-ENTRY OCCURS 99 TIMES.
001810         10  WS-LV-ON-CRM-SW     PIC X(01).
001820             88  WS-LV-ON-CRM            VALUE "Y".
001830         10  WS-LV-LOW           PIC 9(03).
001840         10  WS-LV-HIGH          PIC 9(03).
001850         10  WS-LV-MAX-ATT       PIC 9(03).
001860         10  WS-LV-ROUNDS-REQ    PIC 9(03).
001870         10  WS-LV-ROUNDS        PIC 9(07) COMP.
001880         10  WS-LV-WON           PIC 9(07) COMP.
001890         10  WS-LV-WIN-ATTS      PIC 9(09) COMP.
001900         10  WS-LV-BAND          PIC 9(07) COMP OCCURS 4 TIMES.
001910         10  WS-LV-ADVANCED      PIC 9(05) COMP.
001920         10  WS-LV-ADV-RUNS      PIC 9(07) COMP.
001930         10  WS-LV-NOW           PIC 9(05) COMP.
001940         10  WS-LV-STUCK         PIC 9(05) COMP.
001950 77  WS-LV-IDX                   PIC 9(03) COMP VALUE 0.
001960 77  WS-TOP-CRM-LEVEL            PIC 9(02) VALUE 0.
001970 77  WS-BAND-IDX                 PIC 9(01) COMP VALUE 0.
001980
001990*---------------------------------------------------------------
002000* PER-TRAINEE TABLE.  THE LAST DATE, ROUND AND ATTEMPT SEEN
002010* TELL WHEN A NEW RUN OR A NEW ROUND STARTS; WS-PLY-RUN-SEQ
002020* NUMBERS THE TRAINEE'S RUNS.  THE TOP LEVEL IS THE HIGHEST
002030* SEEN ON GUESSSES OR GUESSLVL.  THE CURRENT LEVEL AND WINS
002040* COME FROM GUESSLVL; ZERO MEANS NOT ON GUESSLVL.
002050*---------------------------------------------------------------
002060 01  WS-PLAYER-TABLE.
002070     05  WS-PLY-ENTRY OCCURS 200 TIMES.
002080         10  WS-PLY-ID           PIC X(08).
002090         10  WS-PLY-LAST-DATE    PIC 9(08).
002100         10  WS-PLY-LAST-ROUND   PIC 9(03).
002110         10  WS-PLY-LAST-ATT     PIC 9(03).
002120         10  WS-PLY-RUN-SEQ      PIC 9(05) COMP.
002130         10  WS-PLY-TOP-LEVEL    PIC 9(02).
002140         10  WS-PLY-CUR-LEVEL    PIC 9(02).
002150         10  WS-PLY-CUR-WINS     PIC 9(03).
002160         10  WS-PLY-LAST-PAIR    PIC 9(05) COMP.
002170 77  WS-PLY-USED                 PIC 9(03) COMP VALUE 0.
002180 77  WS-PLY-MAX                  PIC 9(03) COMP VALUE 200.
002190 77  WS-PLY-IDX                  PIC 9(03) COMP VALUE 0.
002200 77  WS-PLY-IDX2                 PIC 9(03) COMP VALUE 0.
002210 01  WS-FIND-PLAYER              PIC X(08).
002220
002230*---------------------------------------------------------------
002240* TRAINEE-AT-LEVEL TABLE: THE RUNS EACH TRAINEE PLAYED AT EACH
002250* LEVEL.  WS-PR-LAST-RUN STOPS A RUN BEING COUNTED TWICE.
002260*---------------------------------------------------------------
002270 01  WS-PAIR-TABLE.
002280     05  WS-PR-ENTRY OCCURS 2000 TIMES.
002290         10  WS-PR-PLY           PIC 9(03) COMP.
002300         10  WS-PR-LEVEL         PIC 9(02).
002310         10  WS-PR-RUNS          PIC 9(05) COMP.
002320         10  WS-PR-LAST-RUN      PIC 9(05) COMP.
002330 77  WS-PR-USED                  PIC 9(05) COMP VALUE 0.
002340 77  WS-PR-MAX                   PIC 9(05) COMP VALUE 2000.
002350 77  WS-PR-IDX                   PIC 9(05) COMP VALUE 0.
002360 77  WS-PR-IDX2                  PIC 9(05) COMP VALUE 0.
002370
002380*---------------------------------------------------------------
002390* CONTROL TOTALS.
002400*---------------------------------------------------------------
002410 77  WS-SES-READ                 PIC 9(07) COMP VALUE ZERO.
002420 77  WS-SES-NO-LEVEL             PIC 9(07) COMP VALUE ZERO.
002430 77  WS-SES-OVERFLOW             PIC 9(07) COMP VALUE ZERO.
002440 77  WS-LVL-READ                 PIC 9(05) COMP VALUE ZERO.
002450 77  WS-LEVELS-REPORTED          PIC 9(03) COMP VALUE ZERO.
002460 77  WS-LEVELS-TOO-HARD          PIC 9(03) COMP VALUE ZERO.
002470 77  WS-LEVELS-TOO-EASY          PIC 9(03) COMP VALUE ZERO.
002480
002490*---------------------------------------------------------------
002500* PRINT-FILE PAGINATION, HEADING AND EDITED WORK FIELDS.
002510*---------------------------------------------------------------
002520 77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
002530 77  WS-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
002540 77  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.
002550 01  WS-PAGE-COUNT-ED            PIC ZZ9.
002560 01  WS-RUN-DATE-RAW             PIC 9(06).
002570 01  WS-RUN-DATE-ED              PIC 99/99/99.
002580 01  WS-PRINT-LINE               PIC X(80).
002590 01  WS-ED-LEVEL                 PIC 99.
002600 01  WS-ED-COUNT                 PIC ZZZZZZ9.
002610 01  WS-ED-COUNT-2               PIC ZZZZZZ9.
002620 01  WS-ED-BAND-1                PIC ZZZZZZ9.
002630 01  WS-ED-BAND-2                PIC ZZZZZZ9.
002640 01  WS-ED-BAND-3                PIC ZZZZZZ9.
002650 01  WS-ED-BAND-4                PIC ZZZZZZ9.
002660 01  WS-ED-RATE                  PIC ZZ9.9.
002670 01  WS-ED-AVG                   PIC ZZ9.99.
002680 01  WS-ED-RUNS                  PIC ZZZ9.9.
002690 77  WS-RATE-WORK                PIC 9(03)V9(01) COMP-3.
002700 77  WS-AVG-WORK                 PIC 9(05)V9(02) COMP-3.
002710 77  WS-RUNS-WORK                PIC 9(05)V9(01) COMP-3.
002720 77  WS-QUARTER-WORK             PIC 9(07) COMP.
002730
002740 PROCEDURE DIVISION.
002750*---------------------------------------------------------------
002760* 0000-MAINLINE.
002770*---------------------------------------------------------------
002780 0000-MAINLINE.
002790     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002800     IF RETURN-CODE NOT = 16
002810         PERFORM 2000-LOAD-CURRICULUM THRU 2000-EXIT
002820         PERFORM 3000-READ-SESSIONS THRU 3000-EXIT
002830         PERFORM 4000-LOAD-LEVELS THRU 4000-EXIT
002840         PERFORM 5000-TALLY-PROGRESS THRU 5000-EXIT
002850         PERFORM 6000-WRITE-LEVEL-SECTION THRU 6000-EXIT
002860         PERFORM 7000-WRITE-SUMMARY THRU 7000-EXIT
002870         CLOSE GCALRPT-FILE
002880         MOVE ZERO TO RETURN-CODE
002890     END-IF
002900     GOBACK.
002910
002920*---------------------------------------------------------------
002930* 1000-INITIALIZE THRU 1000-EXIT.
002940*   CLEARS THE LEVEL TABLE, TAKES THE TARGETS FROM GCALCTL AND
002950*   OPENS THE REPORT.
002960*---------------------------------------------------------------
002970 1000-INITIALIZE.
002980     ACCEPT WS-RUN-DATE-RAW FROM DATE
002990     MOVE WS-RUN-DATE-RAW TO WS-RUN-DATE-ED
003000     PERFORM 1050-CLEAR-ONE-LEVEL THRU 1050-EXIT
003010         VARYING WS-LV-IDX FROM 1 BY 1
003020         UNTIL WS-LV-IDX > 99
003030     PERFORM 1100-READ-CONTROL THRU 1100-EXIT
003040     OPEN OUTPUT GCALRPT-FILE
003050     IF NOT WS-GCALRPT-OK
003060         DISPLAY "GUESSCAL: UNABLE TO OPEN GCALRPT, STATUS "
003070             WS-GCALRPT-STATUS
003080         MOVE 16 TO RETURN-CODE
003090     ELSE
003100         PERFORM 9000-WRITE-HEADERS THRU 9000-EXIT
003110     END-IF.
003120 1000-EXIT.
003130     EXIT.
003140
003150 1050-CLEAR-ONE-LEVEL.
003160     MOVE "N" TO WS-LV-ON-CRM-SW(WS-LV-IDX)
003170     MOVE ZERO TO WS-LV-LOW(WS-LV-IDX)
003180     MOVE ZERO TO WS-LV-HIGH(WS-LV-IDX)
003190     MOVE ZERO TO WS-LV-MAX-ATT(WS-LV-IDX)
003200     MOVE ZERO TO WS-LV-ROUNDS-REQ(WS-LV-IDX)
003210     MOVE ZERO TO WS-LV-ROUNDS(WS-LV-IDX)
003220     MOVE ZERO TO WS-LV-WON(WS-LV-IDX)
003230     MOVE ZERO TO WS-LV-WIN-ATTS(WS-LV-IDX)
003240     MOVE ZERO TO WS-LV-BAND(WS-LV-IDX, 1)
003250     MOVE ZERO TO WS-LV-BAND(WS-LV-IDX, 2)
003260     MOVE ZERO TO WS-LV-BAND(WS-LV-IDX, 3)
003270     MOVE ZERO TO WS-LV-BAND(WS-LV-IDX, 4)
003280     MOVE ZERO TO WS-LV-ADVANCED(WS-LV-IDX)
003290     MOVE ZERO TO WS-LV-ADV-RUNS(WS-LV-IDX)
003300     MOVE ZERO TO WS-LV-NOW(WS-LV-IDX)
003310     MOVE ZERO TO WS-LV-STUCK(WS-LV-IDX).
003320 1050-EXIT.
003330     EXIT.
003340
003350*---------------------------------------------------------------
003360* 1100-READ-CONTROL THRU 1100-EXIT.
003370*   A FIELD THAT IS BLANK, ZERO OR NOT NUMERIC KEEPS ITS
003380*   DEFAULT.  A BAND WHOSE LOW END IS NOT BELOW ITS HIGH END
003390*   IS IGNORED IN FAVOUR OF THE DEFAULT BAND.
003400*---------------------------------------------------------------
003410 1100-READ-CONTROL.
003420     OPEN INPUT GCALCTL-FILE
003430     IF NOT WS-GCALCTL-OK
003440         GO TO 1100-EXIT
003450     END-IF
003460     READ GCALCTL-FILE
003470         AT END
003480             MOVE SPACES TO GCALCTL-RECORD
003490     END-READ
003500     CLOSE GCALCTL-FILE
003510     IF CAL-WIN-LOW NUMERIC AND CAL-WIN-LOW > ZERO
003520         MOVE CAL-WIN-LOW TO WS-WIN-LOW
003530     END-IF
003540     IF CAL-WIN-HIGH NUMERIC AND CAL-WIN-HIGH > ZERO
003550             AND CAL-WIN-HIGH NOT > 100
003560         MOVE CAL-WIN-HIGH TO WS-WIN-HIGH
003570     END-IF
003580     IF WS-WIN-LOW NOT < WS-WIN-HIGH
003590         DISPLAY "GUESSCAL: GCALCTL WIN-RATE BAND " WS-WIN-LOW
003600             "-" WS-WIN-HIGH " IS NOT VALID - 060-090 USED"
003610         MOVE 60 TO WS-WIN-LOW
003620         MOVE 90 TO WS-WIN-HIGH
003630     END-IF
003640     IF CAL-STUCK-RUNS NUMERIC AND CAL-STUCK-RUNS > ZERO
003650         MOVE CAL-STUCK-RUNS TO WS-STUCK-RUNS
003660     END-IF
003670     IF CAL-MIN-ROUNDS NUMERIC AND CAL-MIN-ROUNDS > ZERO
003680         MOVE CAL-MIN-ROUNDS TO WS-MIN-ROUNDS
003690     END-IF.
003700 1100-EXIT.
003710     EXIT.
003720
003730*---------------------------------------------------------------
003740* 2000-LOAD-CURRICULUM THRU 2000-EXIT.
003750*   FILLS THE LEVEL TABLE FROM GUESSCRM.  A RECORD WITH A BAD
003760*   LEVEL NUMBER IS PASSED OVER, AS GUESS-A-NUMBER DOES.
003770*---------------------------------------------------------------
003780 2000-LOAD-CURRICULUM.
003790     MOVE "N" TO WS-EOF-SWITCH
003800     OPEN INPUT GUESSCRM-FILE
003810     IF NOT WS-GUESSCRM-OK
003820         GO TO 2000-EXIT
003830     END-IF
003840     PERFORM 2100-ONE-LEVEL THRU 2100-EXIT
003850         UNTIL WS-END-OF-FILE
003860     CLOSE GUESSCRM-FILE.
003870 2000-EXIT.
003880     EXIT.
003890
003900 2100-ONE-LEVEL.
003910     READ GUESSCRM-FILE
003920         AT END
003930             SET WS-END-OF-FILE TO TRUE
003940             GO TO 2100-EXIT
003950     END-READ
003960     IF CRM-LEVEL-NO NOT NUMERIC OR CRM-LEVEL-NO = ZERO
003970         GO TO 2100-EXIT
003980     END-IF
003990     MOVE CRM-LEVEL-NO TO WS-LV-IDX
004000     MOVE "Y" TO WS-LV-ON-CRM-SW(WS-LV-IDX)
004010     IF CRM-LOW-BOUND NUMERIC
004020         MOVE CRM-LOW-BOUND TO WS-LV-LOW(WS-LV-IDX)
004030     END-IF
004040     IF CRM-HIGH-BOUND NUMERIC
004050         MOVE CRM-HIGH-BOUND TO WS-LV-HIGH(WS-LV-IDX)
004060     END-IF
004070     IF CRM-MAX-ATTEMPTS NUMERIC
004080         MOVE CRM-MAX-ATTEMPTS TO WS-LV-MAX-ATT(WS-LV-IDX)
004090     END-IF
004100     IF CRM-ROUNDS-REQ NUMERIC
004110         MOVE CRM-ROUNDS-REQ TO WS-LV-ROUNDS-REQ(WS-LV-IDX)
004120     END-IF
004130     IF CRM-LEVEL-NO > WS-TOP-CRM-LEVEL
004140         MOVE CRM-LEVEL-NO TO WS-TOP-CRM-LEVEL
004150     END-IF.
004160 2100-EXIT.
004170     EXIT.
004180
004190*---------------------------------------------------------------
004200* 3000-READ-SESSIONS THRU 3000-EXIT.
004210*   ONE PASS OVER GUESSSES, TALLYING ROUNDS, WINS AND RUNS BY
004220*   LEVEL.  GUESSES PLAYED WITH NO CURRICULUM (LEVEL ZERO) ARE
004230*   ONLY COUNTED.
004240*---------------------------------------------------------------
004250 3000-READ-SESSIONS.
004260     MOVE "N" TO WS-EOF-SWITCH
004270     OPEN INPUT GUESSSES-FILE
004280     IF WS-GUESSSES-OK
004290         PERFORM 3100-ONE-SESSION THRU 3100-EXIT
004300             UNTIL WS-END-OF-FILE
004310         CLOSE GUESSSES-FILE
004320     END-IF.
004330 3000-EXIT.
004340     EXIT.
004350
004360 3100-ONE-SESSION.
004370     READ GUESSSES-FILE
004380         AT END
004390             SET WS-END-OF-FILE TO TRUE
004400             GO TO 3100-EXIT
004410     END-READ
004420     ADD 1 TO WS-SES-READ
004430     IF SES-LEVEL-NO NOT NUMERIC OR SES-LEVEL-NO = ZERO
004440         ADD 1 TO WS-SES-NO-LEVEL
004450         GO TO 3100-EXIT
004460     END-IF
004470     MOVE SES-PLAYER-ID TO WS-FIND-PLAYER
004480     PERFORM 3300-FIND-PLAYER THRU 3300-EXIT
004490     IF WS-PLY-IDX = 0
004500         ADD 1 TO WS-SES-OVERFLOW
004510         GO TO 3100-EXIT
004520     END-IF
004530     PERFORM 3200-CHECK-RUN THRU 3200-EXIT
004540     MOVE SES-LEVEL-NO TO WS-LV-IDX
004550     IF SES-LEVEL-NO > WS-PLY-TOP-LEVEL(WS-PLY-IDX)
004560         MOVE SES-LEVEL-NO TO WS-PLY-TOP-LEVEL(WS-PLY-IDX)
004570     END-IF
004580     IF WS-NEW-ROUND
004590         ADD 1 TO WS-LV-ROUNDS(WS-LV-IDX)
004600     END-IF
004610     PERFORM 3400-COUNT-RUN-AT-LEVEL THRU 3400-EXIT
004620     IF SES-OUTCOME = "CORRECT"
004630         ADD 1 TO WS-LV-WON(WS-LV-IDX)
004640         ADD SES-ATTEMPT-NO TO WS-LV-WIN-ATTS(WS-LV-IDX)
004650         PERFORM 3500-BAND-ONE-WIN THRU 3500-EXIT
004660     END-IF.
004670 3100-EXIT.
004680     EXIT.
004690
004700*---------------------------------------------------------------
004710* 3200-CHECK-RUN THRU 3200-EXIT.
004720*   A GUESS STARTS A NEW RUN FOR THE TRAINEE WHEN ITS RUN DATE
004730*   CHANGES OR ITS ROUND AND ATTEMPT NUMBERS GO BACK; IT STARTS
004740*   A NEW ROUND ON A NEW RUN OR A CHANGE OF ROUND NUMBER.
004750*---------------------------------------------------------------
004760 3200-CHECK-RUN.
004770     MOVE "N" TO WS-NEW-RUN-SW
004780     MOVE "N" TO WS-NEW-ROUND-SW
004790     IF SES-RUN-DATE NOT = WS-PLY-LAST-DATE(WS-PLY-IDX)
004800             OR SES-ROUND-NO < WS-PLY-LAST-ROUND(WS-PLY-IDX)
004810         SET WS-NEW-RUN TO TRUE
004820     END-IF
004830     IF SES-ROUND-NO = WS-PLY-LAST-ROUND(WS-PLY-IDX)
004840             AND SES-ATTEMPT-NO NOT > WS-PLY-LAST-ATT(WS-PLY-IDX)
004850         SET WS-NEW-RUN TO TRUE
004860     END-IF
004870     IF WS-NEW-RUN
004880         ADD 1 TO WS-PLY-RUN-SEQ(WS-PLY-IDX)
004890         SET WS-NEW-ROUND TO TRUE
004900     END-IF
004910     IF SES-ROUND-NO NOT = WS-PLY-LAST-ROUND(WS-PLY-IDX)
004920         SET WS-NEW-ROUND TO TRUE
004930     END-IF
004940     MOVE SES-RUN-DATE TO WS-PLY-LAST-DATE(WS-PLY-IDX)
004950     MOVE SES-ROUND-NO TO WS-PLY-LAST-ROUND(WS-PLY-IDX)
004960     MOVE SES-ATTEMPT-NO TO WS-PLY-LAST-ATT(WS-PLY-IDX).
004970 3200-EXIT.
004980     EXIT.
004990
005000*---------------------------------------------------------------
005010* 3300-FIND-PLAYER THRU 3300-EXIT.
005020*   LEAVES THE TABLE INDEX OF TRAINEE WS-FIND-PLAYER IN
005030*   WS-PLY-IDX, ADDING THE TRAINEE WHEN NOT YET ON THE TABLE.
005040*   A FULL TABLE LEAVES WS-PLY-IDX AT ZERO.
005050*---------------------------------------------------------------
005060 3300-FIND-PLAYER.
005070     IF WS-PLY-IDX > 0 AND WS-PLY-IDX NOT > WS-PLY-USED
005080         IF WS-PLY-ID(WS-PLY-IDX) = WS-FIND-PLAYER
005090             GO TO 3300-EXIT
005100         END-IF
005110     END-IF
005120     MOVE "N" TO WS-PLAYER-FOUND-SW
005130     MOVE 0 TO WS-PLY-IDX
005140     PERFORM 3310-CHECK-ONE-PLAYER THRU 3310-EXIT
005150         VARYING WS-PLY-IDX2 FROM 1 BY 1
005160         UNTIL WS-PLY-IDX2 > WS-PLY-USED
005170             OR WS-PLAYER-FOUND
005180     IF WS-PLAYER-FOUND
005190         GO TO 3300-EXIT
005200     END-IF
005210     IF WS-PLY-USED NOT < WS-PLY-MAX
005220         GO TO 3300-EXIT
005230     END-IF
005240     ADD 1 TO WS-PLY-USED
005250     MOVE WS-PLY-USED TO WS-PLY-IDX
005260     MOVE WS-FIND-PLAYER TO WS-PLY-ID(WS-PLY-IDX)
005270     MOVE ZERO TO WS-PLY-LAST-DATE(WS-PLY-IDX)
005280     MOVE ZERO TO WS-PLY-LAST-ROUND(WS-PLY-IDX)
005290     MOVE ZERO TO WS-PLY-LAST-ATT(WS-PLY-IDX)
005300     MOVE ZERO TO WS-PLY-RUN-SEQ(WS-PLY-IDX)
005310     MOVE ZERO TO WS-PLY-TOP-LEVEL(WS-PLY-IDX)
005320     MOVE ZERO TO WS-PLY-CUR-LEVEL(WS-PLY-IDX)
005330     MOVE ZERO TO WS-PLY-CUR-WINS(WS-PLY-IDX)
005340     MOVE ZERO TO WS-PLY-LAST-PAIR(WS-PLY-IDX).
005350 3300-EXIT.
005360     EXIT.
005370
005380 3310-CHECK-ONE-PLAYER.
005390     IF WS-PLY-ID(WS-PLY-IDX2) = WS-FIND-PLAYER
005400         SET WS-PLAYER-FOUND TO TRUE
005410         MOVE WS-PLY-IDX2 TO WS-PLY-IDX
005420     END-IF.
005430 3310-EXIT.
005440     EXIT.
005450
005460*---------------------------------------------------------------
005470* 3400-COUNT-RUN-AT-LEVEL THRU 3400-EXIT.
005480*   COUNTS THE TRAINEE'S CURRENT RUN AGAINST THE LEVEL, ONCE.
005490*   THE TRAINEE'S LAST ENTRY IS TRIED FIRST, SINCE A RUN'S
005500*   GUESSES ARE NEARLY ALWAYS AT ONE LEVEL.  ONCE THE TABLE IS
005510*   FULL A NEW TRAINEE-LEVEL PAIR IS NOT COUNTED.
005520*---------------------------------------------------------------
005530 3400-COUNT-RUN-AT-LEVEL.
005540     MOVE WS-PLY-LAST-PAIR(WS-PLY-IDX) TO WS-PR-IDX
005550     IF WS-PR-IDX > 0
005560         IF WS-PR-LEVEL(WS-PR-IDX) = SES-LEVEL-NO
005566             PERFORM 3420-COUNT-ONE-RUN THRU 3420-EXIT
005572             GO TO 3400-EXIT
005580         END-IF
005590     END-IF
005600     MOVE "N" TO WS-PAIR-FOUND-SW
005610     MOVE 0 TO WS-PR-IDX
005620     PERFORM 3410-CHECK-ONE-PAIR THRU 3410-EXIT
005630         VARYING WS-PR-IDX2 FROM 1 BY 1
005640         UNTIL WS-PR-IDX2 > WS-PR-USED
005650             OR WS-PAIR-FOUND
005660     IF NOT WS-PAIR-FOUND
005670         IF WS-PR-USED NOT < WS-PR-MAX
005680             GO TO 3400-EXIT
005690         END-IF
005700         ADD 1 TO WS-PR-USED
005710         MOVE WS-PR-USED TO WS-PR-IDX
005720         MOVE WS-PLY-IDX TO WS-PR-PLY(WS-PR-IDX)
005730         MOVE SES-LEVEL-NO TO WS-PR-LEVEL(WS-PR-IDX)
005740         MOVE ZERO TO WS-PR-RUNS(WS-PR-IDX)
005750         MOVE ZERO TO WS-PR-LAST-RUN(WS-PR-IDX)
005760     END-IF
005786     MOVE WS-PR-IDX TO WS-PLY-LAST-PAIR(WS-PLY-IDX)
005812     PERFORM 3420-COUNT-ONE-RUN THRU 3420-EXIT.
005840 3400-EXIT.
005850     EXIT.
005860
005870 3410-CHECK-ONE-PAIR.
005880     IF WS-PR-PLY(WS-PR-IDX2) = WS-PLY-IDX
005890             AND WS-PR-LEVEL(WS-PR-IDX2) = SES-LEVEL-NO
005900         SET WS-PAIR-FOUND TO TRUE
005910         MOVE WS-PR-IDX2 TO WS-PR-IDX
005920     END-IF.
005930 3410-EXIT.
005931     EXIT.
005932
005933 3420-COUNT-ONE-RUN.
005934     IF WS-PR-LAST-RUN(WS-PR-IDX) NOT = WS-PLY-RUN-SEQ(WS-PLY-IDX)
005935         ADD 1 TO WS-PR-RUNS(WS-PR-IDX)
005936         MOVE WS-PLY-RUN-SEQ(WS-PLY-IDX)
005937             TO WS-PR-LAST-RUN(WS-PR-IDX)
005938     END-IF.
005939 3420-EXIT.
005940     EXIT.
005950
005960*---------------------------------------------------------------
005970* 3500-BAND-ONE-WIN THRU 3500-EXIT.
005980*   PLACES A WIN IN THE QUARTER OF THE LEVEL'S MAXIMUM ATTEMPTS
005990*   IT WAS WON IN: 1 = UP TO 25%, 2 = 26-50%, 3 = 51-75%,
006000*   4 = 76-100%.  A LEVEL NOT ON GUESSCRM HAS NO MAXIMUM, AND A
006010*   WIN OVER THE MAXIMUM (THE LEVEL WAS CHANGED SINCE) GOES IN
006020*   THE LAST QUARTER.
006030*---------------------------------------------------------------
006040 3500-BAND-ONE-WIN.
006050     IF WS-LV-MAX-ATT(WS-LV-IDX) = ZERO
006060         GO TO 3500-EXIT
006070     END-IF
006080     COMPUTE WS-QUARTER-WORK = SES-ATTEMPT-NO * 4
006090     EVALUATE TRUE
006100         WHEN WS-QUARTER-WORK NOT > WS-LV-MAX-ATT(WS-LV-IDX)
006110             MOVE 1 TO WS-BAND-IDX
006120         WHEN WS-QUARTER-WORK NOT > WS-LV-MAX-ATT(WS-LV-IDX) * 2
006130             MOVE 2 TO WS-BAND-IDX
006140         WHEN WS-QUARTER-WORK NOT > WS-LV-MAX-ATT(WS-LV-IDX) * 3
006150             MOVE 3 TO WS-BAND-IDX
006160         WHEN OTHER
006170             MOVE 4 TO WS-BAND-IDX
006180     END-EVALUATE
006190     ADD 1 TO WS-LV-BAND(WS-LV-IDX, WS-BAND-IDX).
006200 3500-EXIT.
006210     EXIT.
006220
006230*---------------------------------------------------------------
006240* 4000-LOAD-LEVELS THRU 4000-EXIT.
006250*   TAKES EACH TRAINEE'S CURRENT LEVEL AND WINS FROM GUESSLVL.
006260*   A TRAINEE WITH NO GUESSES IN THE STAGED LOGS STILL COUNTS
006270*   AS AT THE LEVEL NOW.
006280*---------------------------------------------------------------
006290 4000-LOAD-LEVELS.
006300     MOVE "N" TO WS-EOF-SWITCH
006310     OPEN INPUT GUESSLVL-FILE
006320     IF NOT WS-GUESSLVL-OK
006330         GO TO 4000-EXIT
006340     END-IF
006350     PERFORM 4100-ONE-TRAINEE THRU 4100-EXIT
006360         UNTIL WS-END-OF-FILE
006370     CLOSE GUESSLVL-FILE.
006380 4000-EXIT.
006390     EXIT.
006400
006410 4100-ONE-TRAINEE.
006420     READ GUESSLVL-FILE
006430         AT END
006440             SET WS-END-OF-FILE TO TRUE
006450             GO TO 4100-EXIT
006460     END-READ
006470     IF LVL-LEVEL-NO NOT NUMERIC OR LVL-LEVEL-NO = ZERO
006480         GO TO 4100-EXIT
006490     END-IF
006500     ADD 1 TO WS-LVL-READ
006510     MOVE LVL-LEVEL-NO TO WS-LV-IDX
006520     ADD 1 TO WS-LV-NOW(WS-LV-IDX)
006530     MOVE LVL-PLAYER-ID TO WS-FIND-PLAYER
006540     PERFORM 3300-FIND-PLAYER THRU 3300-EXIT
006550     IF WS-PLY-IDX = 0
006560         GO TO 4100-EXIT
006570     END-IF
006580     MOVE LVL-LEVEL-NO TO WS-PLY-CUR-LEVEL(WS-PLY-IDX)
006590     IF LVL-ROUNDS-WON NUMERIC
006600         MOVE LVL-ROUNDS-WON TO WS-PLY-CUR-WINS(WS-PLY-IDX)
006610     END-IF
006620     IF LVL-LEVEL-NO > WS-PLY-TOP-LEVEL(WS-PLY-IDX)
006630         MOVE LVL-LEVEL-NO TO WS-PLY-TOP-LEVEL(WS-PLY-IDX)
006640     END-IF.
006650 4100-EXIT.
006660     EXIT.
006670
006680*---------------------------------------------------------------
006690* 5000-TALLY-PROGRESS THRU 5000-EXIT.
006700*   WORKS THROUGH THE TRAINEE-LEVEL PAIRS.  A TRAINEE SEEN
006710*   LATER AT A HIGHER LEVEL ADVANCED PAST THIS ONE, AND THE
006720*   RUNS PLAYED HERE COUNT TOWARD THE AVERAGE.  A TRAINEE
006730*   STILL AT THE LEVEL AFTER MORE THAN THE STUCK LIMIT OF RUNS
006740*   IS STUCK, UNLESS IT IS THE LAST LEVEL AND THE ROUNDS
006750*   REQUIRED HAVE BEEN WON.
006760*---------------------------------------------------------------
006770 5000-TALLY-PROGRESS.
006780     PERFORM 5100-ONE-PAIR THRU 5100-EXIT
006790         VARYING WS-PR-IDX FROM 1 BY 1
006800         UNTIL WS-PR-IDX > WS-PR-USED.
006810 5000-EXIT.
006820     EXIT.
006830
006840 5100-ONE-PAIR.
006850     MOVE WS-PR-PLY(WS-PR-IDX) TO WS-PLY-IDX
006860     MOVE WS-PR-LEVEL(WS-PR-IDX) TO WS-LV-IDX
006870     IF WS-PLY-TOP-LEVEL(WS-PLY-IDX) > WS-PR-LEVEL(WS-PR-IDX)
006880         ADD 1 TO WS-LV-ADVANCED(WS-LV-IDX)
006890         ADD WS-PR-RUNS(WS-PR-IDX) TO WS-LV-ADV-RUNS(WS-LV-IDX)
006900         GO TO 5100-EXIT
006910     END-IF
006920     IF WS-PLY-CUR-LEVEL(WS-PLY-IDX) NOT = WS-PR-LEVEL(WS-PR-IDX)
006930         GO TO 5100-EXIT
006940     END-IF
006950     IF WS-PR-RUNS(WS-PR-IDX) NOT > WS-STUCK-RUNS
006960         GO TO 5100-EXIT
006970     END-IF
006980     IF WS-PR-LEVEL(WS-PR-IDX) = WS-TOP-CRM-LEVEL
006990             AND WS-PLY-CUR-WINS(WS-PLY-IDX)
007000                 NOT < WS-LV-ROUNDS-REQ(WS-LV-IDX)
007010         GO TO 5100-EXIT
007020     END-IF
007030     ADD 1 TO WS-LV-STUCK(WS-LV-IDX).
007040 5100-EXIT.
007050     EXIT.
007060
007070*---------------------------------------------------------------
007080* 6000-WRITE-LEVEL-SECTION THRU 6000-EXIT.
007090*   ONE BLOCK PER LEVEL THAT IS ON THE CURRICULUM, WAS PLAYED,
007100*   OR HAS TRAINEES AT IT NOW.
007110*---------------------------------------------------------------
007120 6000-WRITE-LEVEL-SECTION.
007130     MOVE SPACES TO WS-PRINT-LINE
007140     STRING "TARGET WIN RATE " DELIMITED BY SIZE
007150         WS-WIN-LOW DELIMITED BY SIZE
007160         "-" DELIMITED BY SIZE
007170         WS-WIN-HIGH DELIMITED BY SIZE
007180         "%   STUCK OVER " DELIMITED BY SIZE
007190         WS-STUCK-RUNS DELIMITED BY SIZE
007200         " RUNS   FLAGGED FROM " DELIMITED BY SIZE
007210         WS-MIN-ROUNDS DELIMITED BY SIZE
007220         " ROUNDS" DELIMITED BY SIZE
007230         INTO WS-PRINT-LINE
007240     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
007250     PERFORM 6100-ONE-LEVEL-BLOCK THRU 6100-EXIT
007260         VARYING WS-LV-IDX FROM 1 BY 1
007270         UNTIL WS-LV-IDX > 99.
007280 6000-EXIT.
007290     EXIT.
007300
007310 6100-ONE-LEVEL-BLOCK.
007320     IF NOT WS-LV-ON-CRM(WS-LV-IDX)
007330             AND WS-LV-ROUNDS(WS-LV-IDX) = ZERO
007340             AND WS-LV-NOW(WS-LV-IDX) = ZERO
007350         GO TO 6100-EXIT
007360     END-IF
007370     ADD 1 TO WS-LEVELS-REPORTED
007380     MOVE SPACES TO WS-PRINT-LINE
007390     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
007400     MOVE WS-LV-IDX TO WS-ED-LEVEL
007410     MOVE SPACES TO WS-PRINT-LINE
007420     IF WS-LV-ON-CRM(WS-LV-IDX)
007430         STRING "LEVEL " DELIMITED BY SIZE
007440             WS-ED-LEVEL DELIMITED BY SIZE
007450             "   RANGE " DELIMITED BY SIZE
007460             WS-LV-LOW(WS-LV-IDX) DELIMITED BY SIZE
007470             "-" DELIMITED BY SIZE
007480             WS-LV-HIGH(WS-LV-IDX) DELIMITED BY SIZE
007490             "   MAX ATTEMPTS " DELIMITED BY SIZE
007500             WS-LV-MAX-ATT(WS-LV-IDX) DELIMITED BY SIZE
007510             "   ROUNDS TO ADVANCE " DELIMITED BY SIZE
007520             WS-LV-ROUNDS-REQ(WS-LV-IDX) DELIMITED BY SIZE
007530             INTO WS-PRINT-LINE
007540     ELSE
007550         STRING "LEVEL " DELIMITED BY SIZE
007560             WS-ED-LEVEL DELIMITED BY SIZE
007570             "   NOT ON GUESSCRM" DELIMITED BY SIZE
007580             INTO WS-PRINT-LINE
007590     END-IF
007600     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
007610     PERFORM 6200-WRITE-PLAY-LINES THRU 6200-EXIT
007620     PERFORM 6300-WRITE-PROGRESS-LINES THRU 6300-EXIT
007630     PERFORM 6400-WRITE-FLAG THRU 6400-EXIT.
007640 6100-EXIT.
007650     EXIT.
007660
007670*---------------------------------------------------------------
007680* 6200-WRITE-PLAY-LINES THRU 6200-EXIT.
007690*   ROUNDS, WINS AND WIN RATE, THEN THE WINS BY QUARTER OF THE
007700*   MAXIMUM ATTEMPTS AND THE AVERAGE ATTEMPTS PER WIN.
007710*---------------------------------------------------------------
007720 6200-WRITE-PLAY-LINES.
007730     MOVE ZERO TO WS-RATE-WORK
007740     IF WS-LV-ROUNDS(WS-LV-IDX) > ZERO
007750         COMPUTE WS-RATE-WORK ROUNDED =
007760             WS-LV-WON(WS-LV-IDX) * 100 / WS-LV-ROUNDS(WS-LV-IDX)
007770     END-IF
007780     MOVE WS-LV-ROUNDS(WS-LV-IDX) TO WS-ED-COUNT
007790     MOVE WS-LV-WON(WS-LV-IDX) TO WS-ED-COUNT-2
007800     MOVE WS-RATE-WORK TO WS-ED-RATE
007810     MOVE SPACES TO WS-PRINT-LINE
007820     STRING "  ROUNDS PLAYED " DELIMITED BY SIZE
007830         WS-ED-COUNT DELIMITED BY SIZE
007840         "   WON " DELIMITED BY SIZE
007850         WS-ED-COUNT-2 DELIMITED BY SIZE
007860         "   WIN RATE " DELIMITED BY SIZE
007870         WS-ED-RATE DELIMITED BY SIZE
007880         "%" DELIMITED BY SIZE
007890         INTO WS-PRINT-LINE
007900     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
007910     IF WS-LV-WON(WS-LV-IDX) = ZERO
007920         GO TO 6200-EXIT
007930     END-IF
007940     IF WS-LV-MAX-ATT(WS-LV-IDX) = ZERO
007950         MOVE "  WINS BY SHARE OF MAX ATTEMPTS - NO MAXIMUM"
007960             TO WS-PRINT-LINE
007970         PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
007980     ELSE
007990         MOVE SPACES TO WS-PRINT-LINE
008000         STRING "  WINS BY SHARE OF MAX ATTEMPTS"
008010                 DELIMITED BY SIZE
008020             "    0-25%   26-50%   51-75%  76-100%"
008030                 DELIMITED BY SIZE
008040             INTO WS-PRINT-LINE
008050         PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
008060         MOVE WS-LV-BAND(WS-LV-IDX, 1) TO WS-ED-BAND-1
008070         MOVE WS-LV-BAND(WS-LV-IDX, 2) TO WS-ED-BAND-2
008080         MOVE WS-LV-BAND(WS-LV-IDX, 3) TO WS-ED-BAND-3
008090         MOVE WS-LV-BAND(WS-LV-IDX, 4) TO WS-ED-BAND-4
008100         MOVE SPACES TO WS-PRINT-LINE
008110         STRING "                               "
008120                 DELIMITED BY SIZE
008130             WS-ED-BAND-1 DELIMITED BY SIZE
008140             "  " DELIMITED BY SIZE
008150             WS-ED-BAND-2 DELIMITED BY SIZE
008160             "  " DELIMITED BY SIZE
008170             WS-ED-BAND-3 DELIMITED BY SIZE
008180             "  " DELIMITED BY SIZE
008190             WS-ED-BAND-4 DELIMITED BY SIZE
008200             INTO WS-PRINT-LINE
008210         PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
008220     END-IF
008230     COMPUTE WS-AVG-WORK ROUNDED =
008240         WS-LV-WIN-ATTS(WS-LV-IDX) / WS-LV-WON(WS-LV-IDX)
008250     MOVE WS-AVG-WORK TO WS-ED-AVG
008260     MOVE SPACES TO WS-PRINT-LINE
008270     STRING "  AVERAGE ATTEMPTS PER WIN " DELIMITED BY SIZE
008280         WS-ED-AVG DELIMITED BY SIZE
008290         " OF " DELIMITED BY SIZE
008300         WS-LV-MAX-ATT(WS-LV-IDX) DELIMITED BY SIZE
008310         " ALLOWED" DELIMITED BY SIZE
008320         INTO WS-PRINT-LINE
008330     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT.
008340 6200-EXIT.
008350     EXIT.
008360
008370*---------------------------------------------------------------
008380* 6300-WRITE-PROGRESS-LINES THRU 6300-EXIT.
008390*   TRAINEES WHO ADVANCED PAST THE LEVEL WITH THEIR AVERAGE
008400*   RUNS TO DO SO, AND TRAINEES AT THE LEVEL NOW AND STUCK.
008410*---------------------------------------------------------------
008420 6300-WRITE-PROGRESS-LINES.
008430     MOVE ZERO TO WS-RUNS-WORK
008440     IF WS-LV-ADVANCED(WS-LV-IDX) > ZERO
008450         COMPUTE WS-RUNS-WORK ROUNDED =
008460             WS-LV-ADV-RUNS(WS-LV-IDX) / WS-LV-ADVANCED(WS-LV-IDX)
008470     END-IF
008480     MOVE WS-LV-ADVANCED(WS-LV-IDX) TO WS-ED-COUNT
008490     MOVE WS-RUNS-WORK TO WS-ED-RUNS
008500     MOVE SPACES TO WS-PRINT-LINE
008510     STRING "  TRAINEES ADVANCED " DELIMITED BY SIZE
008520         WS-ED-COUNT DELIMITED BY SIZE
008530         "   AVERAGE RUNS TO ADVANCE " DELIMITED BY SIZE
008540         WS-ED-RUNS DELIMITED BY SIZE
008550         INTO WS-PRINT-LINE
008560     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
008570     MOVE WS-LV-NOW(WS-LV-IDX) TO WS-ED-COUNT
008580     MOVE WS-LV-STUCK(WS-LV-IDX) TO WS-ED-COUNT-2
008590     MOVE SPACES TO WS-PRINT-LINE
008600     STRING "  TRAINEES AT LEVEL " DELIMITED BY SIZE
008610         WS-ED-COUNT DELIMITED BY SIZE
008620         "   STUCK OVER " DELIMITED BY SIZE
008630         WS-STUCK-RUNS DELIMITED BY SIZE
008640         " RUNS " DELIMITED BY SIZE
008650         WS-ED-COUNT-2 DELIMITED BY SIZE
008660         INTO WS-PRINT-LINE
008670     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT.
008680 6300-EXIT.
008690     EXIT.
008700
008710*---------------------------------------------------------------
008720* 6400-WRITE-FLAG THRU 6400-EXIT.
008730*   FLAGS A LEVEL WHOSE WIN RATE IS OUTSIDE THE TARGET BAND,
008740*   WITH THE WAY IT NEEDS TO MOVE.  WS-RATE-WORK STILL HOLDS
008750*   THE LEVEL'S WIN RATE FROM 6200.
008760*---------------------------------------------------------------
008770 6400-WRITE-FLAG.
008780     IF WS-LV-ROUNDS(WS-LV-IDX) = ZERO
008790         GO TO 6400-EXIT
008800     END-IF
008810     IF WS-LV-ROUNDS(WS-LV-IDX) < WS-MIN-ROUNDS
008820         MOVE "  TOO FEW ROUNDS TO CALIBRATE" TO WS-PRINT-LINE
008830         PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
008840         GO TO 6400-EXIT
008850     END-IF
008860     MOVE SPACES TO WS-PRINT-LINE
008870     EVALUATE TRUE
008880         WHEN WS-RATE-WORK < WS-WIN-LOW
008890             ADD 1 TO WS-LEVELS-TOO-HARD
008900             STRING "  ** BELOW TARGET " DELIMITED BY SIZE
008910                 WS-WIN-LOW DELIMITED BY SIZE
008920                 "% - TOO HARD: " DELIMITED BY SIZE
008930                 "ALLOW MORE ATTEMPTS OR NARROW THE RANGE"
008940                     DELIMITED BY SIZE
008950                 INTO WS-PRINT-LINE
008960         WHEN WS-RATE-WORK > WS-WIN-HIGH
008970             ADD 1 TO WS-LEVELS-TOO-EASY
008980             STRING "  ** ABOVE TARGET " DELIMITED BY SIZE
008990                 WS-WIN-HIGH DELIMITED BY SIZE
009000                 "% - TOO EASY: " DELIMITED BY SIZE
009010                 "ALLOW FEWER ATTEMPTS OR WIDEN THE RANGE"
009020                     DELIMITED BY SIZE
009030                 INTO WS-PRINT-LINE
009040         WHEN OTHER
009050             MOVE "  WITHIN TARGET" TO WS-PRINT-LINE
009060     END-EVALUATE
009070     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT.
009080 6400-EXIT.
009090     EXIT.
009100
009110*---------------------------------------------------------------
009120* 7000-WRITE-SUMMARY THRU 7000-EXIT.
009130*---------------------------------------------------------------
009140 7000-WRITE-SUMMARY.
009150     MOVE SPACES TO WS-PRINT-LINE
009160     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
009170     MOVE "SUMMARY" TO WS-PRINT-LINE
009180     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
009190     MOVE WS-SES-READ TO WS-ED-COUNT
009200     MOVE SPACES TO WS-PRINT-LINE
009210     STRING "  GUESSSES RECORDS READ.. " DELIMITED BY SIZE
009220         WS-ED-COUNT DELIMITED BY SIZE
009230         INTO WS-PRINT-LINE
009240     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
009250     MOVE WS-SES-NO-LEVEL TO WS-ED-COUNT
009260     MOVE SPACES TO WS-PRINT-LINE
009270     STRING "  WITH NO CURRICULUM..... " DELIMITED BY SIZE
009280         WS-ED-COUNT DELIMITED BY SIZE
009290         INTO WS-PRINT-LINE
009300     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
009310     IF WS-SES-OVERFLOW > ZERO
009320         MOVE WS-SES-OVERFLOW TO WS-ED-COUNT
009330         MOVE SPACES TO WS-PRINT-LINE
009340         STRING "  OVER TRAINEE LIMIT..... " DELIMITED BY SIZE
009350             WS-ED-COUNT DELIMITED BY SIZE
009360             INTO WS-PRINT-LINE
009370         PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
009380     END-IF
009390     MOVE WS-LVL-READ TO WS-ED-COUNT
009400     MOVE SPACES TO WS-PRINT-LINE
009410     STRING "  TRAINEES ON GUESSLVL... " DELIMITED BY SIZE
009420         WS-ED-COUNT DELIMITED BY SIZE
009430         INTO WS-PRINT-LINE
009440     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
009450     MOVE WS-LEVELS-REPORTED TO WS-ED-COUNT
009460     MOVE SPACES TO WS-PRINT-LINE
009470     STRING "  LEVELS REPORTED........ " DELIMITED BY SIZE
009480         WS-ED-COUNT DELIMITED BY SIZE
009490         INTO WS-PRINT-LINE
009500     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
009510     MOVE WS-LEVELS-TOO-HARD TO WS-ED-COUNT
009520     MOVE SPACES TO WS-PRINT-LINE
009530     STRING "  LEVELS TOO HARD........ " DELIMITED BY SIZE
009540         WS-ED-COUNT DELIMITED BY SIZE
009550         INTO WS-PRINT-LINE
009560     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
009570     MOVE WS-LEVELS-TOO-EASY TO WS-ED-COUNT
009580     MOVE SPACES TO WS-PRINT-LINE
009590     STRING "  LEVELS TOO EASY........ " DELIMITED BY SIZE
009600         WS-ED-COUNT DELIMITED BY SIZE
009610         INTO WS-PRINT-LINE
009620     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT.
009630 7000-EXIT.
009640     EXIT.
009650
009660*---------------------------------------------------------------
009670* 9000-WRITE-HEADERS THRU 9000-EXIT.
009680*---------------------------------------------------------------
009690 9000-WRITE-HEADERS.
009700     ADD 1 TO WS-PAGE-COUNT
009710     MOVE WS-PAGE-COUNT TO WS-PAGE-COUNT-ED
009720     MOVE SPACES TO GCALRPT-RECORD
009730     MOVE "1" TO RPT-CTL-CHAR
009740     MOVE "GUESS-A-NUMBER CURRICULUM CALIBRATION REPORT"
009750         TO RPT-TEXT
009760     WRITE GCALRPT-RECORD
009770     MOVE SPACES TO GCALRPT-RECORD
009780     MOVE " " TO RPT-CTL-CHAR
009790     STRING "RUN DATE: " WS-RUN-DATE-ED "     PAGE: "
009800             WS-PAGE-COUNT-ED DELIMITED BY SIZE INTO RPT-TEXT
009810     WRITE GCALRPT-RECORD
009820     MOVE SPACES TO GCALRPT-RECORD
009830     MOVE " " TO RPT-CTL-CHAR
009840     WRITE GCALRPT-RECORD
009850     MOVE ZERO TO WS-LINE-COUNT.
009860 9000-EXIT.
009870     EXIT.
009880
009890*---------------------------------------------------------------
009900* 9100-WRITE-RPT-LINE THRU 9100-EXIT.
009910*---------------------------------------------------------------
009920 9100-WRITE-RPT-LINE.
009930     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009940         PERFORM 9000-WRITE-HEADERS THRU 9000-EXIT
009950     END-IF
009960     MOVE SPACES TO GCALRPT-RECORD
009970     MOVE " " TO RPT-CTL-CHAR
009980     MOVE WS-PRINT-LINE TO RPT-TEXT
009990     WRITE GCALRPT-RECORD
010000     ADD 1 TO WS-LINE-COUNT.
010010 9100-EXIT.
010020     EXIT.
010030
010040 END PROGRAM GUESSCAL.
