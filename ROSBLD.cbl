000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ROSBLD.
000030 AUTHOR. J H MILLARD.
000040 INSTALLATION. HOME OFFICE DATA CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070****************************************************************
000080*                                                               *
000090* ROSBLD BUILDS THE NEXT TOURNAMENT'S GUESSROS ROSTER FROM THE  *
000100* TRAINMST TRAINEE MASTER, IN PLACE OF THE ROSTER TYPED FROM    *
000110* THE TRAINING COORDINATOR'S LIST.  A TRAINEE IS SELECTED WHEN  *
000120* ENROLLED OR IN PROGRESS, WHEN LAPSED, OR WHEN CERTIFIED AND   *
000130* WITHIN THE ROSCTL WINDOW OF LAPSING (THE LAPSE DATE IS THE    *
000140* CERTIFIED DATE PLUS THE TRNCTL VALIDITY PERIOD, AS TRNPOST    *
000150* FIGURES IT).  THE TRAINEES CLOSEST TO LAPSING ARE TAKEN       *
000160* FIRST, THEN THE LAPSED, THEN THE ENROLLED AND IN PROGRESS.    *
000170*                                                               *
000180* ROSCTL MAY NAME UP TO TEN DEPARTMENTS TO LIMIT THE ROSTER TO, *
000190* AND CAPS THE NUMBER TAKEN FROM ANY ONE DEPARTMENT.  AN ID NOT *
000200* ON OPERMAST, INACTIVE THERE, OR NOT AUTHORIZED FOR GUESS-A-   *
000210* NUMBER IS LEFT OUT, SINCE OPERCHK WOULD REFUSE IT AT PLAY.    *
000220* THE ROSTER HOLDS NO MORE THAN THE 50 PLAYERS GUESS-A-NUMBER   *
000230* TAKES.  THE ROSRPT SELECTION REGISTER SHOWS EVERY TRAINEE ON  *
000240* THE MASTER AND WHY IT WAS SELECTED OR LEFT OUT.               *
000250*                                                               *
000260* RETURN CODE 16 WHEN TRAINMST, OPERMAST OR AN OUTPUT CANNOT BE *
000270* OPENED (NO ROSTER IS WRITTEN UNSCREENED); 4 WHEN NO TRAINEE   *
000280* WAS SELECTED.                                                 *
000290*                                                               *
000300****************************************************************
000310*MODIFICATION HISTORY
000320*DATE       INIT DESCRIPTION
000330*2026-10-15 JHM  ORIGINAL PROGRAM, MODELED ON OPERRCRT.
000332*2026-10-15 JHM  THE NEAR-LAPSE CLASS IS NOW TAKEN SOONEST-LAPSE
000334*                FIRST, AS THE SELECTION RULES SAY.
000340****************************************************************
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-370.
000390 OBJECT-COMPUTER. IBM-370.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT ROSCTL-FILE ASSIGN TO "ROSCTL"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-ROSCTL-STATUS.
000460
000470     SELECT TRNCTL-FILE ASSIGN TO "TRNCTL"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-TRNCTL-STATUS.
000500
000510     SELECT TRAINMST-FILE ASSIGN TO "TRAINMST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS SEQUENTIAL
000540         RECORD KEY IS TRN-PLAYER-ID
000550         FILE STATUS IS WS-TRAINMST-STATUS.
000560
000570     SELECT OPERMAST-FILE ASSIGN TO "OPERMAST"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS OPR-OPERATOR-ID
000610         FILE STATUS IS WS-OPERMAST-STATUS.
000620
000630     SELECT GUESSROS-FILE ASSIGN TO "GUESSROS"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-GUESSROS-STATUS.
000660
000670     SELECT ROSRPT-FILE ASSIGN TO "ROSRPT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-ROSRPT-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730*---------------------------------------------------------------
000740* ROSCTL-FILE - DAYS BEFORE LAPSING A CERTIFIED TRAINEE IS
000750* CALLED BACK (DEFAULT 30), THE MOST TAKEN FROM ONE DEPARTMENT
000760* (DEFAULT 50 - NO CAP), AND UP TO TEN DEPARTMENTS TO LIMIT THE
000770* ROSTER TO (ALL BLANK - EVERY DEPARTMENT).  READ ONCE.
000780*---------------------------------------------------------------
000790 FD  ROSCTL-FILE.
000800 01  ROSCTL-RECORD.
000810     05  RCT-WINDOW-DAYS         PIC X(03).
000820     05  RCT-FILL-1              PIC X(01).
000830     05  RCT-DEPT-CAP            PIC X(03).
000840     05  RCT-FILL-2              PIC X(01).
000850     05  RCT-DEPT-ENTRY OCCURS 10 TIMES.
000860         10  RCT-DEPT            PIC X(04).
000870         10  RCT-DEPT-FILL       PIC X(01).
000880     05  FILLER                  PIC X(22).
000890
000900*---------------------------------------------------------------
000910* TRNCTL-FILE - THE CERTIFICATION VALIDITY PERIOD IN DAYS,
000920* SHARED WITH TRNPOST.  365 DAYS WHEN NONE IS STAGED.
000930*---------------------------------------------------------------
000940 FD  TRNCTL-FILE.
000950 01  TRNCTL-RECORD.
000960     05  CTL-VALIDITY-DAYS       PIC 9(03).
000970     05  FILLER                  PIC X(77).
000980
000990*---------------------------------------------------------------
001000* TRAINMST-FILE - THE INDEXED TRAINEE CERTIFICATION MASTER,
001010* READ FRONT TO BACK.
001020*---------------------------------------------------------------
001030 FD  TRAINMST-FILE.
001040 01  TRAINMST-RECORD.
001050     05  TRN-PLAYER-ID           PIC X(08).
001060     05  TRN-PLAYER-NAME         PIC X(20).
001070     05  TRN-DEPARTMENT          PIC X(04).
001080     05  TRN-DATE-ENROLLED       PIC 9(08).
001090     05  TRN-STATUS              PIC X(01).
001100         88  TRN-ENROLLED                VALUE "E".
001110         88  TRN-IN-PROGRESS             VALUE "P".
001120         88  TRN-CERTIFIED               VALUE "C".
001130         88  TRN-LAPSED                  VALUE "L".
001140     05  TRN-DATE-CERTIFIED      PIC 9(08).
001150     05  TRN-BEST-ATTEMPTS       PIC 9(03).
001160     05  FILLER                  PIC X(28).
001170
001180*---------------------------------------------------------------
001190* OPERMAST-FILE - THE OPERATOR SECURITY MASTER, READ BY KEY.
001200*---------------------------------------------------------------
001210 FD  OPERMAST-FILE.
001220 COPY OPERMAST.
001230
001240*---------------------------------------------------------------
001250* GUESSROS-FILE - THE TOURNAMENT ROSTER, IN THE LAYOUT GUESS-A-
001260* NUMBER'S TOURN MODE READS.
001270*---------------------------------------------------------------
001280 FD  GUESSROS-FILE.
001290 01  GUESSROS-RECORD.
001300     05  ROS-PLAYER-ID           PIC X(08).
001310     05  ROS-FILL-1              PIC X(01).
001320     05  ROS-DEPT                PIC X(04).
001330     05  FILLER                  PIC X(67).
001340
001350*---------------------------------------------------------------
001360* ROSRPT-FILE - THE SELECTION REGISTER.  COLUMN ONE OF EACH
001370* RECORD IS A STANDARD PRINTER CARRIAGE-CONTROL CHARACTER.
001380*---------------------------------------------------------------
001390 FD  ROSRPT-FILE.
001400 01  ROSRPT-RECORD.
001410     05  RPT-CTL-CHAR            PIC X(01).
001420     05  RPT-TEXT                PIC X(80).
001430
001440 WORKING-STORAGE SECTION.
001450*---------------------------------------------------------------
001460* FILE STATUS FIELDS AND SWITCHES.
001470*---------------------------------------------------------------
001480 77  WS-ROSCTL-STATUS            PIC X(02).
001490     88  WS-ROSCTL-OK                    VALUE "00".
001500 77  WS-TRNCTL-STATUS            PIC X(02).
001510     88  WS-TRNCTL-OK                    VALUE "00".
001520 77  WS-TRAINMST-STATUS          PIC X(02).
001530     88  WS-TRAINMST-OK                  VALUE "00".
001540 77  WS-OPERMAST-STATUS          PIC X(02).
001550     88  WS-OPERMAST-OK                  VALUE "00".
001560 77  WS-GUESSROS-STATUS          PIC X(02).
001570     88  WS-GUESSROS-OK                  VALUE "00".
001580 77  WS-ROSRPT-STATUS            PIC X(02).
001590     88  WS-ROSRPT-OK                    VALUE "00".
001600
001610 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001620     88  WS-END-OF-FILE                  VALUE "Y".
001630 77  WS-FOUND-SW                 PIC X(01) VALUE "N".
001640     88  WS-ENTRY-FOUND                  VALUE "Y".
001650 77  WS-FILTER-SW                PIC X(01) VALUE "N".
001660     88  WS-DEPT-FILTER                  VALUE "Y".
001670
001680*---------------------------------------------------------------
001690* THE SELECTION RULES, FROM ROSCTL AND TRNCTL WHEN STAGED.
001700*---------------------------------------------------------------
001710 77  WS-WINDOW-DAYS              PIC 9(03) VALUE 30.
001720 77  WS-DEPT-CAP                 PIC 9(03) VALUE 50.
001730 77  WS-ROSTER-MAX               PIC 9(03) VALUE 50.
001740 77  WS-VALIDITY-DAYS            PIC 9(03) VALUE 365.
001750 77  WS-TODAY                    PIC 9(08).
001760 77  WS-TODAY-INTEGER            PIC 9(08) COMP.
001770 77  WS-LAPSE-INTEGER            PIC 9(08) COMP.
001780 77  WS-DAYS-LEFT                PIC S9(05) VALUE ZERO.
001790 77  WS-DEPT-IDX                 PIC 9(03) VALUE 0.
001800
001810*---------------------------------------------------------------
001820* ONE ENTRY PER TRAINEE ON THE MASTER.  THE CLASS IS THE ORDER
001830* OF SELECTION: 1 NEAR LAPSING, 2 LAPSED, 3 ENROLLED OR IN
001840* PROGRESS; ZERO IS LEFT OUT, WITH THE REASON.
001842* WITHIN CLASS 1 THE DAYS LEFT BEFORE LAPSING SET THE ORDER;
001844* WS-TRE-SEEN MARKS A CANDIDATE ALREADY CONSIDERED.
001850*---------------------------------------------------------------
001860 01  WS-TRAINEE-TABLE.
001870     05  WS-TRE-ENTRY OCCURS 500 TIMES.
001880         10  WS-TRE-ID           PIC X(08).
001890         10  WS-TRE-DEPT         PIC X(04).
001900         10  WS-TRE-STATUS       PIC X(01).
001910         10  WS-TRE-CLASS        PIC 9(01).
001920         10  WS-TRE-PICK-SW      PIC X(01).
001930             88  WS-TRE-SELECTED         VALUE "Y".
001940         10  WS-TRE-REASON       PIC X(44).
001942         10  WS-TRE-DAYS-LEFT    PIC S9(05).
001944         10  WS-TRE-SEEN-SW      PIC X(01).
001946             88  WS-TRE-SEEN             VALUE "Y".
001950 77  WS-TRE-USED                 PIC 9(04) COMP VALUE 0.
001960 77  WS-TRE-IDX                  PIC 9(04) COMP VALUE 0.
001970 77  WS-TRE-OVERFLOW             PIC 9(07) COMP VALUE ZERO.
001980 77  WS-CLASS                    PIC 9(01) VALUE ZERO.
001985 77  WS-NEAREST-IDX              PIC 9(04) COMP VALUE 0.
001990
002000*---------------------------------------------------------------
002010* TRAINEES SELECTED PER DEPARTMENT, FOR THE CAP AND THE TOTALS.
002020*---------------------------------------------------------------
002030 01  WS-DEPT-TABLE.
002040     05  WS-DPT-ENTRY OCCURS 50 TIMES.
002050         10  WS-DPT-CODE         PIC X(04).
002060         10  WS-DPT-COUNT        PIC 9(03).
002070         10  WS-DPT-CAPPED       PIC 9(05) COMP.
002080 77  WS-DPT-USED                 PIC 9(03) VALUE 0.
002090 77  WS-DPT-IDX                  PIC 9(03) VALUE 0.
002100
002110*---------------------------------------------------------------
002120* CONTROL COUNTS.
002130*---------------------------------------------------------------
002140 77  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
002150 77  WS-SELECTED-COUNT           PIC 9(07) COMP VALUE ZERO.
002160 77  WS-NEAR-LAPSE-COUNT         PIC 9(07) COMP VALUE ZERO.
002170 77  WS-LAPSED-COUNT             PIC 9(07) COMP VALUE ZERO.
002180 77  WS-PROGRESS-COUNT           PIC 9(07) COMP VALUE ZERO.
002190 77  WS-CURRENT-COUNT            PIC 9(07) COMP VALUE ZERO.
002200 77  WS-DEPT-OUT-COUNT           PIC 9(07) COMP VALUE ZERO.
002210 77  WS-SECURITY-OUT-COUNT       PIC 9(07) COMP VALUE ZERO.
002220 77  WS-CAP-OUT-COUNT            PIC 9(07) COMP VALUE ZERO.
002230 77  WS-FULL-OUT-COUNT           PIC 9(07) COMP VALUE ZERO.
002240
002250*---------------------------------------------------------------
002260* PRINT-FILE PAGINATION, HEADING AND EDITED WORK FIELDS.
002270*---------------------------------------------------------------
002280 77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
002290 77  WS-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
002300 77  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.
002310 01  WS-PAGE-COUNT-ED            PIC ZZ9.
002320 01  WS-RUN-DATE-RAW             PIC 9(06).
002330 01  WS-RUN-DATE-ED              PIC 99/99/99.
002340 01  WS-PRINT-LINE               PIC X(80).
002350 01  WS-RPT-LABEL                PIC X(24).
002360 01  WS-RPT-COUNT                PIC ZZZZZZ9.
002370 01  WS-ED-DAYS                  PIC ZZZZ9.
002380 01  WS-ED-3                     PIC ZZ9.
002390
002400 PROCEDURE DIVISION.
002410*---------------------------------------------------------------
002420* 0000-MAINLINE.
002430*---------------------------------------------------------------
002440 0000-MAINLINE.
002450     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002460     IF RETURN-CODE NOT = 16
002470         PERFORM 2000-LOAD-TRAINEES THRU 2000-EXIT
002480         PERFORM 3000-SELECT-ROSTER THRU 3000-EXIT
002490             VARYING WS-CLASS FROM 1 BY 1
002500             UNTIL WS-CLASS > 3
002510         PERFORM 4000-WRITE-REGISTER THRU 4000-EXIT
002520         PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
002530         CLOSE TRAINMST-FILE
002540         CLOSE OPERMAST-FILE
002550         CLOSE GUESSROS-FILE
002560         CLOSE ROSRPT-FILE
002570         IF WS-SELECTED-COUNT = ZERO
002580             DISPLAY "ROSBLD: NO TRAINEES SELECTED - GUESSROS IS"
002590                 " EMPTY"
002600             MOVE 4 TO RETURN-CODE
002610         ELSE
002620             MOVE ZERO TO RETURN-CODE
002630         END-IF
002640     END-IF
002650     GOBACK.
002660
002670*---------------------------------------------------------------
002680* 1000-INITIALIZE THRU 1000-EXIT.
002690*   PICKS UP THE SELECTION RULES AND OPENS THE FILES.
002700*---------------------------------------------------------------
002710 1000-INITIALIZE.
002720     MOVE ZERO TO RETURN-CODE
002730     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002740     ACCEPT WS-RUN-DATE-RAW FROM DATE
002750     MOVE WS-RUN-DATE-RAW TO WS-RUN-DATE-ED
002760     COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(WS-TODAY)
002770     OPEN INPUT ROSCTL-FILE
002780     IF WS-ROSCTL-OK
002790         READ ROSCTL-FILE
002800             AT END
002810                 MOVE SPACES TO ROSCTL-RECORD
002820         END-READ
002830         CLOSE ROSCTL-FILE
002840         IF RCT-WINDOW-DAYS NUMERIC
002850             MOVE RCT-WINDOW-DAYS TO WS-WINDOW-DAYS
002860         END-IF
002870         IF RCT-DEPT-CAP NUMERIC AND RCT-DEPT-CAP > ZERO
002880             MOVE RCT-DEPT-CAP TO WS-DEPT-CAP
002890         END-IF
002900         PERFORM 1100-CHECK-ONE-FILTER THRU 1100-EXIT
002910             VARYING WS-DEPT-IDX FROM 1 BY 1
002920             UNTIL WS-DEPT-IDX > 10
002930     END-IF
002940     OPEN INPUT TRNCTL-FILE
002950     IF WS-TRNCTL-OK
002960         READ TRNCTL-FILE
002970             AT END
002980                 MOVE SPACES TO TRNCTL-RECORD
002990         END-READ
003000         CLOSE TRNCTL-FILE
003010         IF CTL-VALIDITY-DAYS NUMERIC
003020                 AND CTL-VALIDITY-DAYS > ZERO
003030             MOVE CTL-VALIDITY-DAYS TO WS-VALIDITY-DAYS
003040         END-IF
003050     END-IF
003060     OPEN INPUT TRAINMST-FILE
003070     IF NOT WS-TRAINMST-OK
003080         DISPLAY "ROSBLD: UNABLE TO OPEN TRAINMST, STATUS "
003090             WS-TRAINMST-STATUS
003100         MOVE 16 TO RETURN-CODE
003110         GO TO 1000-EXIT
003120     END-IF
003130     OPEN INPUT OPERMAST-FILE
003140     IF NOT WS-OPERMAST-OK
003150         DISPLAY "ROSBLD: UNABLE TO OPEN OPERMAST, STATUS "
003160             WS-OPERMAST-STATUS
003170         CLOSE TRAINMST-FILE
003180         MOVE 16 TO RETURN-CODE
003190         GO TO 1000-EXIT
003200     END-IF
003210     OPEN OUTPUT GUESSROS-FILE
003220     IF NOT WS-GUESSROS-OK
003230         DISPLAY "ROSBLD: UNABLE TO OPEN GUESSROS, STATUS "
003240             WS-GUESSROS-STATUS
003250         CLOSE TRAINMST-FILE
003260         CLOSE OPERMAST-FILE
003270         MOVE 16 TO RETURN-CODE
003280         GO TO 1000-EXIT
003290     END-IF
003300     OPEN OUTPUT ROSRPT-FILE
003310     IF NOT WS-ROSRPT-OK
003320         DISPLAY "ROSBLD: UNABLE TO OPEN ROSRPT, STATUS "
003330             WS-ROSRPT-STATUS
003340         CLOSE TRAINMST-FILE
003350         CLOSE OPERMAST-FILE
003360         CLOSE GUESSROS-FILE
003370         MOVE 16 TO RETURN-CODE
003380         GO TO 1000-EXIT
003390     END-IF
003400     PERFORM 9000-WRITE-HEADERS THRU 9000-EXIT.
003410 1000-EXIT.
003420     EXIT.
003430
003440 1100-CHECK-ONE-FILTER.
003450     IF RCT-DEPT(WS-DEPT-IDX) NOT = SPACES
003460         SET WS-DEPT-FILTER TO TRUE
003470     END-IF.
003480 1100-EXIT.
003490     EXIT.
003500
003510*---------------------------------------------------------------
003520* 2000-LOAD-TRAINEES THRU 2000-EXIT.
003530*   READS THE WHOLE MASTER AND CLASSIFIES EACH TRAINEE.
003540*---------------------------------------------------------------
003550 2000-LOAD-TRAINEES.
003560     MOVE "N" TO WS-EOF-SWITCH
003570     PERFORM 2100-ONE-TRAINEE THRU 2100-EXIT
003580         UNTIL WS-END-OF-FILE.
003590 2000-EXIT.
003600     EXIT.
003610
003620 2100-ONE-TRAINEE.
003630     READ TRAINMST-FILE NEXT RECORD
003640         AT END
003650             SET WS-END-OF-FILE TO TRUE
003660             GO TO 2100-EXIT
003670     END-READ
003680     ADD 1 TO WS-READ-COUNT
003690     IF WS-TRE-USED >= 500
003700         ADD 1 TO WS-TRE-OVERFLOW
003710         DISPLAY "ROSBLD: TRAINEE TABLE FULL - " TRN-PLAYER-ID
003720             " NOT CONSIDERED"
003730         GO TO 2100-EXIT
003740     END-IF
003750     ADD 1 TO WS-TRE-USED
003760     MOVE WS-TRE-USED TO WS-TRE-IDX
003770     MOVE TRN-PLAYER-ID TO WS-TRE-ID(WS-TRE-IDX)
003780     MOVE TRN-DEPARTMENT TO WS-TRE-DEPT(WS-TRE-IDX)
003790     MOVE TRN-STATUS TO WS-TRE-STATUS(WS-TRE-IDX)
003800     MOVE ZERO TO WS-TRE-CLASS(WS-TRE-IDX)
003810     MOVE "N" TO WS-TRE-PICK-SW(WS-TRE-IDX)
003820     MOVE SPACES TO WS-TRE-REASON(WS-TRE-IDX)
003822     MOVE ZERO TO WS-TRE-DAYS-LEFT(WS-TRE-IDX)
003824     MOVE "N" TO WS-TRE-SEEN-SW(WS-TRE-IDX)
003830     PERFORM 2200-CLASSIFY THRU 2200-EXIT.
003840 2100-EXIT.
003850     EXIT.
003860
003870*---------------------------------------------------------------
003880* 2200-CLASSIFY THRU 2200-EXIT.
003890*   THE TRAINING STATUS DECIDES WHETHER THE TRAINEE IS DUE AT
003900*   ALL; A DUE TRAINEE MUST THEN BE IN A SELECTED DEPARTMENT AND
003910*   CLEAR TO PLAY ON OPERMAST.  A TRAINEE WITH NO DEPARTMENT ON
003920*   TRAINMST TAKES THE ONE ON OPERMAST.
003930*---------------------------------------------------------------
003940 2200-CLASSIFY.
003950     EVALUATE TRUE
003960         WHEN TRN-ENROLLED
003970             MOVE 3 TO WS-CLASS
003980             MOVE "ENROLLED" TO WS-TRE-REASON(WS-TRE-IDX)
003990         WHEN TRN-IN-PROGRESS
004000             MOVE 3 TO WS-CLASS
004010             MOVE "IN PROGRESS" TO WS-TRE-REASON(WS-TRE-IDX)
004020         WHEN TRN-LAPSED
004030             MOVE 2 TO WS-CLASS
004040             MOVE "LAPSED" TO WS-TRE-REASON(WS-TRE-IDX)
004050         WHEN TRN-CERTIFIED
004060             PERFORM 2250-CHECK-LAPSE THRU 2250-EXIT
004070         WHEN OTHER
004080             MOVE ZERO TO WS-CLASS
004090             STRING "UNKNOWN TRAINING STATUS " DELIMITED BY SIZE
004100                 TRN-STATUS DELIMITED BY SIZE
004110                 INTO WS-TRE-REASON(WS-TRE-IDX)
004120     END-EVALUATE
004130     IF WS-CLASS = ZERO
004140         GO TO 2200-EXIT
004150     END-IF
004160     MOVE TRN-PLAYER-ID TO OPR-OPERATOR-ID
004170     READ OPERMAST-FILE
004180         INVALID KEY
004190             ADD 1 TO WS-SECURITY-OUT-COUNT
004200             MOVE "NOT ON OPERMAST" TO WS-TRE-REASON(WS-TRE-IDX)
004210             GO TO 2200-EXIT
004220     END-READ
004230     IF WS-TRE-DEPT(WS-TRE-IDX) = SPACES
004240         MOVE OPR-DEPARTMENT TO WS-TRE-DEPT(WS-TRE-IDX)
004250     END-IF
004260     IF WS-DEPT-FILTER
004270         MOVE "N" TO WS-FOUND-SW
004280         PERFORM 2260-MATCH-ONE-FILTER THRU 2260-EXIT
004290             VARYING WS-DEPT-IDX FROM 1 BY 1
004300             UNTIL WS-DEPT-IDX > 10 OR WS-ENTRY-FOUND
004310         IF NOT WS-ENTRY-FOUND
004320             ADD 1 TO WS-DEPT-OUT-COUNT
004330             MOVE "DEPARTMENT NOT SELECTED"
004340                 TO WS-TRE-REASON(WS-TRE-IDX)
004350             GO TO 2200-EXIT
004360         END-IF
004370     END-IF
004380     IF NOT OPR-ACTIVE
004390         ADD 1 TO WS-SECURITY-OUT-COUNT
004400         MOVE "INACTIVE ON OPERMAST" TO WS-TRE-REASON(WS-TRE-IDX)
004410         GO TO 2200-EXIT
004420     END-IF
004430     IF OPR-AUTH-GUESS NOT = "Y"
004440         ADD 1 TO WS-SECURITY-OUT-COUNT
004450         MOVE "NOT AUTHORIZED FOR GUESS-A-NUMBER"
004460             TO WS-TRE-REASON(WS-TRE-IDX)
004470         GO TO 2200-EXIT
004480     END-IF
004490     MOVE WS-CLASS TO WS-TRE-CLASS(WS-TRE-IDX).
004500 2200-EXIT.
004510     EXIT.
004520
004530*---------------------------------------------------------------
004540* 2250-CHECK-LAPSE THRU 2250-EXIT.
004550*   A CERTIFIED TRAINEE IS DUE ONLY WITHIN THE WINDOW BEFORE THE
004560*   LAPSE DATE.  ONE ALREADY PAST IT (TRNPOST HAS NOT RUN SINCE)
004570*   IS DUE AS WELL.
004580*---------------------------------------------------------------
004590 2250-CHECK-LAPSE.
004600     MOVE ZERO TO WS-CLASS
004610     IF TRN-DATE-CERTIFIED NOT NUMERIC
004620             OR TRN-DATE-CERTIFIED = ZERO
004630         MOVE 1 TO WS-CLASS
004640         MOVE "CERTIFIED, NO CERTIFIED DATE ON FILE"
004650             TO WS-TRE-REASON(WS-TRE-IDX)
004655         MOVE -99999 TO WS-TRE-DAYS-LEFT(WS-TRE-IDX)
004660         GO TO 2250-EXIT
004670     END-IF
004680     COMPUTE WS-LAPSE-INTEGER =
004690         FUNCTION INTEGER-OF-DATE(TRN-DATE-CERTIFIED)
004700         + WS-VALIDITY-DAYS
004710     COMPUTE WS-DAYS-LEFT = WS-LAPSE-INTEGER - WS-TODAY-INTEGER
004715     MOVE WS-DAYS-LEFT TO WS-TRE-DAYS-LEFT(WS-TRE-IDX)
004720     IF WS-DAYS-LEFT < ZERO
004730         MOVE 1 TO WS-CLASS
004740         MOVE "CERTIFIED, PAST ITS LAPSE DATE"
004750             TO WS-TRE-REASON(WS-TRE-IDX)
004760         GO TO 2250-EXIT
004770     END-IF
004780     MOVE WS-DAYS-LEFT TO WS-ED-DAYS
004790     IF WS-DAYS-LEFT > WS-WINDOW-DAYS
004800         ADD 1 TO WS-CURRENT-COUNT
004810         STRING "CERTIFIED, LAPSES IN " DELIMITED BY SIZE
004820             WS-ED-DAYS DELIMITED BY SIZE
004830             " DAYS - NOT DUE" DELIMITED BY SIZE
004840             INTO WS-TRE-REASON(WS-TRE-IDX)
004850         GO TO 2250-EXIT
004860     END-IF
004870     MOVE 1 TO WS-CLASS
004880     STRING "CERTIFIED, LAPSES IN " DELIMITED BY SIZE
004890         WS-ED-DAYS DELIMITED BY SIZE
004900         " DAYS" DELIMITED BY SIZE
004910         INTO WS-TRE-REASON(WS-TRE-IDX).
004920 2250-EXIT.
004930     EXIT.
004940
004950 2260-MATCH-ONE-FILTER.
004960     IF RCT-DEPT(WS-DEPT-IDX) NOT = SPACES
004970             AND RCT-DEPT(WS-DEPT-IDX) = WS-TRE-DEPT(WS-TRE-IDX)
004980         SET WS-ENTRY-FOUND TO TRUE
004990     END-IF.
005000 2260-EXIT.
005010     EXIT.
005020
005022*---------------------------------------------------------------
005024* 3000-SELECT-ROSTER THRU 3000-EXIT.
005026*   TAKES THE DUE TRAINEES OF ONE CLASS, UP TO THE DEPARTMENT
005028*   CAP AND THE ROSTER LIMIT, AND WRITES THEM TO GUESSROS.  THE
005030*   NEAR-LAPSE CLASS IS TAKEN SOONEST-LAPSE FIRST (A TRAINEE
005032*   ALREADY PAST ITS DATE, OR WITH NO DATE, AHEAD OF THE REST);
005034*   THE OTHER CLASSES, AND TIES, GO IN MASTER ORDER.
005036*---------------------------------------------------------------
005038 3000-SELECT-ROSTER.
005040     IF WS-CLASS NOT = 1
005042         PERFORM 3100-CONSIDER-ONE THRU 3100-EXIT
005044             VARYING WS-TRE-IDX FROM 1 BY 1
005046             UNTIL WS-TRE-IDX > WS-TRE-USED
005048         GO TO 3000-EXIT
005050     END-IF
005052     MOVE 1 TO WS-NEAREST-IDX
005054     PERFORM 3050-TAKE-NEAREST THRU 3050-EXIT
005056         UNTIL WS-NEAREST-IDX = ZERO.
005058 3000-EXIT.
005060     EXIT.
005062
005064*---------------------------------------------------------------
005066* 3050-TAKE-NEAREST THRU 3050-EXIT.
005068*   FINDS THE NEAR-LAPSE CANDIDATE NOT YET CONSIDERED WITH THE
005070*   FEWEST DAYS LEFT AND CONSIDERS IT.  WS-NEAREST-IDX IS ZERO
005072*   WHEN NONE IS LEFT.
005074*---------------------------------------------------------------
005076 3050-TAKE-NEAREST.
005078     MOVE ZERO TO WS-NEAREST-IDX
005080     PERFORM 3060-CHECK-NEAREST THRU 3060-EXIT
005082         VARYING WS-TRE-IDX FROM 1 BY 1
005084         UNTIL WS-TRE-IDX > WS-TRE-USED
005086     IF WS-NEAREST-IDX = ZERO
005088         GO TO 3050-EXIT
005090     END-IF
005092     MOVE WS-NEAREST-IDX TO WS-TRE-IDX
005094     SET WS-TRE-SEEN(WS-TRE-IDX) TO TRUE
005096     PERFORM 3100-CONSIDER-ONE THRU 3100-EXIT.
005098 3050-EXIT.
005100     EXIT.
005102
005104 3060-CHECK-NEAREST.
005106     IF WS-TRE-CLASS(WS-TRE-IDX) NOT = 1
005108             OR WS-TRE-SEEN(WS-TRE-IDX)
005110         GO TO 3060-EXIT
005112     END-IF
005114     IF WS-NEAREST-IDX = ZERO
005116         MOVE WS-TRE-IDX TO WS-NEAREST-IDX
005118         GO TO 3060-EXIT
005120     END-IF
005122     IF WS-TRE-DAYS-LEFT(WS-TRE-IDX)
005124             < WS-TRE-DAYS-LEFT(WS-NEAREST-IDX)
005126         MOVE WS-TRE-IDX TO WS-NEAREST-IDX
005128     END-IF.
005130 3060-EXIT.
005132     EXIT.
005150
005160 3100-CONSIDER-ONE.
005170     IF WS-TRE-CLASS(WS-TRE-IDX) NOT = WS-CLASS
005180         GO TO 3100-EXIT
005190     END-IF
005200     PERFORM 3200-FIND-DEPT THRU 3200-EXIT
005210     IF WS-DPT-IDX = ZERO
005220         DISPLAY "ROSBLD: DEPARTMENT TABLE FULL - "
005230             WS-TRE-ID(WS-TRE-IDX) " NOT SELECTED"
005240         ADD 1 TO WS-FULL-OUT-COUNT
005250         MOVE "DEPARTMENT TABLE FULL" TO WS-TRE-REASON(WS-TRE-IDX)
005260         GO TO 3100-EXIT
005270     END-IF
005280     IF WS-DPT-COUNT(WS-DPT-IDX) >= WS-DEPT-CAP
005290         ADD 1 TO WS-CAP-OUT-COUNT
005300         ADD 1 TO WS-DPT-CAPPED(WS-DPT-IDX)
005310         MOVE WS-DEPT-CAP TO WS-ED-3
005320         MOVE SPACES TO WS-TRE-REASON(WS-TRE-IDX)
005330         STRING "DEPARTMENT CAP OF " DELIMITED BY SIZE
005340             WS-ED-3 DELIMITED BY SIZE
005350             " REACHED" DELIMITED BY SIZE
005360             INTO WS-TRE-REASON(WS-TRE-IDX)
005370         GO TO 3100-EXIT
005380     END-IF
005390     IF WS-SELECTED-COUNT >= WS-ROSTER-MAX
005400         ADD 1 TO WS-FULL-OUT-COUNT
005410         MOVE "ROSTER FULL AT 50 PLAYERS"
005420             TO WS-TRE-REASON(WS-TRE-IDX)
005430         GO TO 3100-EXIT
005440     END-IF
005450     SET WS-TRE-SELECTED(WS-TRE-IDX) TO TRUE
005460     ADD 1 TO WS-DPT-COUNT(WS-DPT-IDX)
005470     ADD 1 TO WS-SELECTED-COUNT
005480     EVALUATE WS-CLASS
005490         WHEN 1
005500             ADD 1 TO WS-NEAR-LAPSE-COUNT
005510         WHEN 2
005520             ADD 1 TO WS-LAPSED-COUNT
005530         WHEN OTHER
005540             ADD 1 TO WS-PROGRESS-COUNT
005550     END-EVALUATE
005560     MOVE SPACES TO GUESSROS-RECORD
005570     MOVE WS-TRE-ID(WS-TRE-IDX) TO ROS-PLAYER-ID
005580     MOVE WS-TRE-DEPT(WS-TRE-IDX) TO ROS-DEPT
005590     WRITE GUESSROS-RECORD.
005600 3100-EXIT.
005610     EXIT.
005620
005630*---------------------------------------------------------------
005640* 3200-FIND-DEPT THRU 3200-EXIT.
005650*   POINTS WS-DPT-IDX AT THE TRAINEE'S DEPARTMENT, ADDING IT ON
005660*   FIRST SIGHT.  ZERO WHEN THE TABLE IS FULL.
005670*---------------------------------------------------------------
005680 3200-FIND-DEPT.
005690     MOVE "N" TO WS-FOUND-SW
005700     PERFORM 3210-CHECK-ONE-DEPT THRU 3210-EXIT
005710         VARYING WS-DPT-IDX FROM 1 BY 1
005720         UNTIL WS-DPT-IDX > WS-DPT-USED OR WS-ENTRY-FOUND
005730     IF WS-ENTRY-FOUND
005740         SUBTRACT 1 FROM WS-DPT-IDX
005750         GO TO 3200-EXIT
005760     END-IF
005770     IF WS-DPT-USED >= 50
005780         MOVE ZERO TO WS-DPT-IDX
005790         GO TO 3200-EXIT
005800     END-IF
005810     ADD 1 TO WS-DPT-USED
005820     MOVE WS-DPT-USED TO WS-DPT-IDX
005830     MOVE WS-TRE-DEPT(WS-TRE-IDX) TO WS-DPT-CODE(WS-DPT-IDX)
005840     MOVE ZERO TO WS-DPT-COUNT(WS-DPT-IDX)
005850     MOVE ZERO TO WS-DPT-CAPPED(WS-DPT-IDX).
005860 3200-EXIT.
005870     EXIT.
005880
005890 3210-CHECK-ONE-DEPT.
005900     IF WS-DPT-CODE(WS-DPT-IDX) = WS-TRE-DEPT(WS-TRE-IDX)
005910         SET WS-ENTRY-FOUND TO TRUE
005920     END-IF.
005930 3210-EXIT.
005940     EXIT.
005950
005960*---------------------------------------------------------------
005970* 4000-WRITE-REGISTER THRU 4000-EXIT.
005980*   ONE LINE PER TRAINEE ON THE MASTER, IN MASTER ORDER.
005990*---------------------------------------------------------------
006000 4000-WRITE-REGISTER.
006010     MOVE SPACES TO WS-PRINT-LINE
006020     MOVE "PLAYER" TO WS-PRINT-LINE(1:6)
006030     MOVE "DEPT" TO WS-PRINT-LINE(10:4)
006040     MOVE "ST" TO WS-PRINT-LINE(15:2)
006050     MOVE "RESULT" TO WS-PRINT-LINE(18:6)
006060     MOVE "REASON" TO WS-PRINT-LINE(28:6)
006070     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
006080     PERFORM 4100-ONE-LINE THRU 4100-EXIT
006090         VARYING WS-TRE-IDX FROM 1 BY 1
006100         UNTIL WS-TRE-IDX > WS-TRE-USED.
006110 4000-EXIT.
006120     EXIT.
006130
006140 4100-ONE-LINE.
006150     MOVE SPACES TO WS-PRINT-LINE
006160     MOVE WS-TRE-ID(WS-TRE-IDX) TO WS-PRINT-LINE(1:8)
006170     MOVE WS-TRE-DEPT(WS-TRE-IDX) TO WS-PRINT-LINE(10:4)
006180     MOVE WS-TRE-STATUS(WS-TRE-IDX) TO WS-PRINT-LINE(15:1)
006190     IF WS-TRE-SELECTED(WS-TRE-IDX)
006200         MOVE "SELECTED" TO WS-PRINT-LINE(18:8)
006210     ELSE
006220         MOVE "LEFT OUT" TO WS-PRINT-LINE(18:8)
006230     END-IF
006240     MOVE WS-TRE-REASON(WS-TRE-IDX) TO WS-PRINT-LINE(28:44)
006250     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
006260 4100-EXIT.
006270     EXIT.
006280
006290*---------------------------------------------------------------
006300* 7000-WRITE-RPT-LINE THRU 7000-EXIT.
006310*---------------------------------------------------------------
006320 7000-WRITE-RPT-LINE.
006330     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006340         PERFORM 9000-WRITE-HEADERS THRU 9000-EXIT
006350     END-IF
006360     MOVE SPACES TO ROSRPT-RECORD
006370     MOVE " " TO RPT-CTL-CHAR
006380     MOVE WS-PRINT-LINE TO RPT-TEXT
006390     WRITE ROSRPT-RECORD
006400     ADD 1 TO WS-LINE-COUNT.
006410 7000-EXIT.
006420     EXIT.
006430
006440*---------------------------------------------------------------
006450* 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
006460*   PRINTS WS-RPT-LABEL AND THE EDITED COUNT IN WS-RPT-COUNT.
006470*---------------------------------------------------------------
006480 7100-WRITE-COUNT-LINE.
006490     MOVE SPACES TO WS-PRINT-LINE
006500     STRING "  " DELIMITED BY SIZE
006510         WS-RPT-LABEL DELIMITED BY SIZE
006520         " " DELIMITED BY SIZE
006530         WS-RPT-COUNT DELIMITED BY SIZE
006540         INTO WS-PRINT-LINE
006550     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
006560 7100-EXIT.
006570     EXIT.
006580
006590*---------------------------------------------------------------
006600* 8000-WRITE-TOTALS THRU 8000-EXIT.
006610*---------------------------------------------------------------
006620 8000-WRITE-TOTALS.
006630     MOVE SPACES TO WS-PRINT-LINE
006640     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
006650     MOVE "CONTROL COUNTS" TO WS-PRINT-LINE
006660     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
006670     MOVE "TRAINMST RECORDS READ" TO WS-RPT-LABEL
006680     MOVE WS-READ-COUNT TO WS-RPT-COUNT
006690     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
006700     MOVE "PAST TABLE LIMIT" TO WS-RPT-LABEL
006710     MOVE WS-TRE-OVERFLOW TO WS-RPT-COUNT
006720     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
006730     MOVE "SELECTED" TO WS-RPT-LABEL
006740     MOVE WS-SELECTED-COUNT TO WS-RPT-COUNT
006750     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
006760     MOVE "  NEAR LAPSING" TO WS-RPT-LABEL
006770     MOVE WS-NEAR-LAPSE-COUNT TO WS-RPT-COUNT
006780     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
006790     MOVE "  LAPSED" TO WS-RPT-LABEL
006800     MOVE WS-LAPSED-COUNT TO WS-RPT-COUNT
006810     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
006820     MOVE "  ENROLLED/IN PROGRESS" TO WS-RPT-LABEL
006830     MOVE WS-PROGRESS-COUNT TO WS-RPT-COUNT
006840     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
006850     MOVE "LEFT OUT - NOT YET DUE" TO WS-RPT-LABEL
006860     MOVE WS-CURRENT-COUNT TO WS-RPT-COUNT
006870     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
006880     MOVE "LEFT OUT - DEPARTMENT" TO WS-RPT-LABEL
006890     MOVE WS-DEPT-OUT-COUNT TO WS-RPT-COUNT
006900     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
006910     MOVE "LEFT OUT - OPERMAST" TO WS-RPT-LABEL
006920     MOVE WS-SECURITY-OUT-COUNT TO WS-RPT-COUNT
006930     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
006940     MOVE "LEFT OUT - DEPT CAP" TO WS-RPT-LABEL
006950     MOVE WS-CAP-OUT-COUNT TO WS-RPT-COUNT
006960     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
006970     MOVE "LEFT OUT - ROSTER FULL" TO WS-RPT-LABEL
006980     MOVE WS-FULL-OUT-COUNT TO WS-RPT-COUNT
006990     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
007000     MOVE SPACES TO WS-PRINT-LINE
007010     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
007020     MOVE "SELECTED BY DEPARTMENT" TO WS-PRINT-LINE
007030     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
007040     PERFORM 8100-ONE-DEPT THRU 8100-EXIT
007050         VARYING WS-DPT-IDX FROM 1 BY 1
007060         UNTIL WS-DPT-IDX > WS-DPT-USED.
007070 8000-EXIT.
007080     EXIT.
007090
007100 8100-ONE-DEPT.
007110     MOVE SPACES TO WS-RPT-LABEL
007120     MOVE WS-DPT-CODE(WS-DPT-IDX) TO WS-RPT-LABEL
007130     IF WS-DPT-CODE(WS-DPT-IDX) = SPACES
007140         MOVE "(NO DEPARTMENT)" TO WS-RPT-LABEL
007150     END-IF
007160     MOVE WS-DPT-COUNT(WS-DPT-IDX) TO WS-RPT-COUNT
007170     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
007180 8100-EXIT.
007190     EXIT.
007200
007210*---------------------------------------------------------------
007220* 9000-WRITE-HEADERS THRU 9000-EXIT.
007230*---------------------------------------------------------------
007240 9000-WRITE-HEADERS.
007250     ADD 1 TO WS-PAGE-COUNT
007260     MOVE WS-PAGE-COUNT TO WS-PAGE-COUNT-ED
007270     MOVE SPACES TO ROSRPT-RECORD
007280     MOVE "1" TO RPT-CTL-CHAR
007290     MOVE "GUESSROS TOURNAMENT ROSTER - SELECTION REGISTER"
007300         TO RPT-TEXT
007310     WRITE ROSRPT-RECORD
007320     MOVE SPACES TO ROSRPT-RECORD
007330     MOVE " " TO RPT-CTL-CHAR
007340     STRING "RUN DATE: " WS-RUN-DATE-ED "     PAGE: "
007350             WS-PAGE-COUNT-ED DELIMITED BY SIZE INTO RPT-TEXT
007360     WRITE ROSRPT-RECORD
007370     MOVE SPACES TO ROSRPT-RECORD
007380     MOVE " " TO RPT-CTL-CHAR
007390     WRITE ROSRPT-RECORD
007400     MOVE ZERO TO WS-LINE-COUNT.
007410 9000-EXIT.
007420     EXIT.
007430
007440 END PROGRAM ROSBLD.
