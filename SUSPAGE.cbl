000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SUSPAGE.
000030 AUTHOR. J H MILLARD.
000040 INSTALLATION. HOME OFFICE DATA CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070****************************************************************
000080*                                                               *
000090* SUSPAGE IS THE WEEKLY AGING REPORT OF THE CALCSUSP SUSPENSE   *
000100* MASTER KEPT BY SUSPPOST.  EVERY OUTSTANDING ITEM - OPEN, OR   *
000110* REFERRED BACK TO ITS DEPARTMENT AND NOT YET RESUBMITTED OR    *
000120* WRITTEN OFF - IS AGED FROM ITS CALCULATOR RUN DATE TO TODAY   *
000130* AND COUNTED BY DEPARTMENT INTO 0-5, 6-15, 16-30 AND OVER-30   *
000140* DAY BUCKETS.  A SECOND SECTION LISTS EVERY ITEM OVER 30 DAYS  *
000150* FOR SUPERVISOR REVIEW, AND WHEN THERE ARE ANY A WARNING GOES  *
000160* TO MSGWRT SO IT IS ON THE MORNING MSGRPT.  THE REPORT IS      *
000170* INFORMATIONAL: THE RETURN CODE IS ZERO UNLESS THE MASTER OR   *
000180* THE REPORT CANNOT BE OPENED (16).                             *
000190*                                                               *
000200****************************************************************
000210*MODIFICATION HISTORY
000220*DATE       INIT DESCRIPTION
000230*2026-10-15 JHM  ORIGINAL PROGRAM, MODELED ON OPERRCRT.
000240****************************************************************
000250
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000290 OBJECT-COMPUTER. IBM-370.
000300
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CALCSUSP-FILE ASSIGN TO "CALCSUSP"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS SUS-KEY
000370         FILE STATUS IS WS-CALCSUSP-STATUS.
000380
000390     SELECT SUSPAGR-FILE ASSIGN TO "SUSPAGR"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-SUSPAGR-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450*---------------------------------------------------------------
000460* CALCSUSP-FILE - THE SUSPENSE MASTER, READ IN KEY ORDER.
000470*---------------------------------------------------------------
000480 FD  CALCSUSP-FILE.
000490 COPY CALCSUSP.
000500
000510*---------------------------------------------------------------
000520* SUSPAGR-FILE - THE AGING REPORT.  COLUMN ONE IS A STANDARD
000530* PRINTER CARRIAGE-CONTROL CHARACTER.
000540*---------------------------------------------------------------
000550 FD  SUSPAGR-FILE.
000560 01  SUSPAGR-RECORD.
000570     05  RPT-CTL-CHAR            PIC X(01).
000580     05  RPT-TEXT                PIC X(80).
000590
000600 WORKING-STORAGE SECTION.
000610*---------------------------------------------------------------
000620* FILE STATUS FIELDS AND SWITCHES.
000630*---------------------------------------------------------------
000640 77  WS-CALCSUSP-STATUS          PIC X(02).
000650     88  WS-CALCSUSP-OK                  VALUE "00".
000660     88  WS-CALCSUSP-NOT-FOUND           VALUE "35".
000670 77  WS-SUSPAGR-STATUS           PIC X(02).
000680     88  WS-SUSPAGR-OK                   VALUE "00".
000690
000700 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000710     88  WS-END-OF-FILE                  VALUE "Y".
000720 77  WS-KEY-FOUND-SW             PIC X(01) VALUE "N".
000730     88  WS-KEY-FOUND                    VALUE "Y".
000740 77  WS-MASTER-SW                PIC X(01) VALUE "Y".
000750     88  WS-MASTER-FAILED                VALUE "N".
000760
000770 77  WS-TODAY                    PIC 9(08).
000780 77  WS-TODAY-INTEGER            PIC 9(07) COMP.
000790 77  WS-AGE-DAYS                 PIC S9(07) COMP.
000800 77  WS-BUCKET                   PIC 9(01) COMP.
000810
000820*---------------------------------------------------------------
000830* DEPARTMENT TABLE: OUTSTANDING COUNTS BY AGE BUCKET
000840* (1 = 0-5 DAYS, 2 = 6-15, 3 = 16-30, 4 = OVER 30), THE
000850* NUMBER REFERRED BACK, AND THE DEPARTMENT TOTAL.  ENTRY 31
000860* HOLDS THE GRAND TOTALS.
000870*---------------------------------------------------------------
000880 01  WS-DEPT-TABLE.
000890     05  WS-DEPT-ENTRY OCCURS 31 TIMES.
000900         10  WS-DEPT-CODE        PIC X(04).
000910         10  WS-DEPT-BUCKET      PIC 9(05) COMP OCCURS 4 TIMES.
000920         10  WS-DEPT-REFERRED    PIC 9(05) COMP.
000930         10  WS-DEPT-TOTAL       PIC 9(05) COMP.
000940 77  WS-DEPT-USED                PIC 9(02) VALUE 0.
000950 77  WS-DEPT-IDX                 PIC 9(02) VALUE 0.
000960 77  WS-DEPT-CUR                 PIC 9(02) VALUE 0.
000970 77  WS-GRAND                    PIC 9(02) VALUE 31.
000980 77  WS-MAX-DEPTS                PIC 9(02) VALUE 30.
000990
001000*---------------------------------------------------------------
001010* CONTROL COUNTS.
001020*---------------------------------------------------------------
001030 77  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
001040 77  WS-CLEARED-COUNT            PIC 9(07) COMP VALUE ZERO.
001050 77  WS-OVER-30-COUNT            PIC 9(07) COMP VALUE ZERO.
001060 77  WS-OVERFLOW-COUNT           PIC 9(07) COMP VALUE ZERO.
001070
001080*---------------------------------------------------------------
001090* PRINT-FILE PAGINATION, HEADING AND EDITED WORK FIELDS.
001100*---------------------------------------------------------------
001110 77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
001120 77  WS-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
001130 77  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.
001140 01  WS-PAGE-COUNT-ED            PIC ZZ9.
001150 01  WS-RUN-DATE-RAW             PIC 9(06).
001160 01  WS-RUN-DATE-ED              PIC 99/99/99.
001170 01  WS-PRINT-LINE               PIC X(80).
001180 01  WS-RPT-LABEL                PIC X(24).
001190 01  WS-RPT-COUNT                PIC ZZZZZZ9.
001200 01  WS-COL-ED                   PIC ZZZZ9.
001210 01  WS-AGE-ED                   PIC ZZZZ9.
001220
001230*---------------------------------------------------------------
001240* LINKAGE RECORD FOR THE SHARED MSGWRT MESSAGE ROUTINE.
001250*---------------------------------------------------------------
001260 COPY MSGWRTREC.
001270
001280 PROCEDURE DIVISION.
001290*---------------------------------------------------------------
001300* 0000-MAINLINE.
001310*---------------------------------------------------------------
001320 0000-MAINLINE.
001330     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001340     IF RETURN-CODE NOT = 16
001350         PERFORM 2000-AGE-ITEMS THRU 2000-EXIT
001360         PERFORM 3000-PRINT-AGING THRU 3000-EXIT
001370         PERFORM 4000-LIST-OVER-30 THRU 4000-EXIT
001380         PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
001390         CLOSE SUSPAGR-FILE
001400         IF WS-OVER-30-COUNT > ZERO
001410             PERFORM 8500-WARN-OVER-30 THRU 8500-EXIT
001420         END-IF
001430         IF WS-MASTER-FAILED
001440             MOVE 16 TO RETURN-CODE
001450         ELSE
001460             MOVE ZERO TO RETURN-CODE
001470         END-IF
001480     END-IF
001490     GOBACK.
001500
001510*---------------------------------------------------------------
001520* 1000-INITIALIZE THRU 1000-EXIT.
001530*   OPENS THE REPORT.  A SUSPENSE MASTER THAT HAS NEVER BEEN
001540*   CREATED SIMPLY MEANS NOTHING IS OUTSTANDING.
001550*---------------------------------------------------------------
001560 1000-INITIALIZE.
001570     ACCEPT WS-TODAY FROM DATE YYYYMMDD
001580     ACCEPT WS-RUN-DATE-RAW FROM DATE
001590     MOVE WS-RUN-DATE-RAW TO WS-RUN-DATE-ED
001600     COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(WS-TODAY)
001610     INITIALIZE WS-DEPT-TABLE
001620     MOVE "ALL " TO WS-DEPT-CODE(WS-GRAND)
001630     OPEN OUTPUT SUSPAGR-FILE
001640     IF NOT WS-SUSPAGR-OK
001650         DISPLAY "SUSPAGE: UNABLE TO OPEN SUSPAGR, STATUS "
001660             WS-SUSPAGR-STATUS
001670         MOVE 16 TO RETURN-CODE
001680         GO TO 1000-EXIT
001690     END-IF
001700     PERFORM 9000-WRITE-HEADERS THRU 9000-EXIT.
001710 1000-EXIT.
001720     EXIT.
001730
001740*---------------------------------------------------------------
001750* 2000-AGE-ITEMS THRU 2000-EXIT.
001760*   FIRST PASS OF THE MASTER: BUCKETS EVERY OUTSTANDING ITEM
001770*   BY DEPARTMENT.
001780*---------------------------------------------------------------
001790 2000-AGE-ITEMS.
001800     OPEN INPUT CALCSUSP-FILE
001810     IF WS-CALCSUSP-NOT-FOUND
001820         GO TO 2000-EXIT
001830     END-IF
001840     IF NOT WS-CALCSUSP-OK
001850         DISPLAY "SUSPAGE: UNABLE TO OPEN CALCSUSP, STATUS "
001860             WS-CALCSUSP-STATUS
001870         SET WS-MASTER-FAILED TO TRUE
001880         GO TO 2000-EXIT
001890     END-IF
001900     MOVE "N" TO WS-EOF-SWITCH
001910     PERFORM 2100-AGE-ONE THRU 2100-EXIT
001920         UNTIL WS-END-OF-FILE
001930     CLOSE CALCSUSP-FILE.
001940 2000-EXIT.
001950     EXIT.
001960
001970 2100-AGE-ONE.
001980     READ CALCSUSP-FILE NEXT RECORD
001990         AT END
002000             SET WS-END-OF-FILE TO TRUE
002010             GO TO 2100-EXIT
002020     END-READ
002030     ADD 1 TO WS-READ-COUNT
002040     IF NOT SUS-OUTSTANDING
002050         ADD 1 TO WS-CLEARED-COUNT
002060         GO TO 2100-EXIT
002070     END-IF
002080     PERFORM 2500-COMPUTE-AGE THRU 2500-EXIT
002090     IF WS-BUCKET = 4
002100         ADD 1 TO WS-OVER-30-COUNT
002110     END-IF
002120     PERFORM 2200-FIND-DEPT THRU 2200-EXIT
002130     IF WS-DEPT-CUR = ZERO
002140         ADD 1 TO WS-OVERFLOW-COUNT
002150     ELSE
002160         ADD 1 TO WS-DEPT-BUCKET(WS-DEPT-CUR, WS-BUCKET)
002170         ADD 1 TO WS-DEPT-TOTAL(WS-DEPT-CUR)
002180         IF SUS-REFERRED
002190             ADD 1 TO WS-DEPT-REFERRED(WS-DEPT-CUR)
002200         END-IF
002210     END-IF
002220     ADD 1 TO WS-DEPT-BUCKET(WS-GRAND, WS-BUCKET)
002230     ADD 1 TO WS-DEPT-TOTAL(WS-GRAND)
002240     IF SUS-REFERRED
002250         ADD 1 TO WS-DEPT-REFERRED(WS-GRAND)
002260     END-IF.
002270 2100-EXIT.
002280     EXIT.
002290
002300*---------------------------------------------------------------
002310* 2200-FIND-DEPT THRU 2200-EXIT.
002320*   LEAVES THE TABLE INDEX FOR SUS-DEPT-CODE IN WS-DEPT-CUR,
002330*   ADDING THE DEPARTMENT WHEN NEW.  ZERO WHEN THE TABLE IS
002340*   FULL; THOSE ITEMS STILL COUNT IN THE GRAND TOTALS.
002350*---------------------------------------------------------------
002360 2200-FIND-DEPT.
002370     MOVE "N" TO WS-KEY-FOUND-SW
002380     MOVE ZERO TO WS-DEPT-CUR
002390     PERFORM 2210-CHECK-ONE-DEPT THRU 2210-EXIT
002400         VARYING WS-DEPT-IDX FROM 1 BY 1
002410         UNTIL WS-DEPT-IDX > WS-DEPT-USED
002420             OR WS-KEY-FOUND
002430     IF WS-KEY-FOUND OR WS-DEPT-USED >= WS-MAX-DEPTS
002440         GO TO 2200-EXIT
002450     END-IF
002460     ADD 1 TO WS-DEPT-USED
002470     MOVE WS-DEPT-USED TO WS-DEPT-CUR
002480     MOVE SUS-DEPT-CODE TO WS-DEPT-CODE(WS-DEPT-CUR).
002490 2200-EXIT.
002500     EXIT.
002510
002520 2210-CHECK-ONE-DEPT.
002530     IF WS-DEPT-CODE(WS-DEPT-IDX) = SUS-DEPT-CODE
002540         SET WS-KEY-FOUND TO TRUE
002550         MOVE WS-DEPT-IDX TO WS-DEPT-CUR
002560     END-IF.
002570 2210-EXIT.
002580     EXIT.
002590
002600*---------------------------------------------------------------
002610* 2500-COMPUTE-AGE THRU 2500-EXIT.
002620*   AGE IN DAYS FROM THE ITEM'S CALCULATOR RUN DATE TO TODAY,
002630*   AND ITS BUCKET.
002640*---------------------------------------------------------------
002650 2500-COMPUTE-AGE.
002660     COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER
002670         - FUNCTION INTEGER-OF-DATE(SUS-RUN-DATE)
002680     EVALUATE TRUE
002690         WHEN WS-AGE-DAYS <= 5
002700             MOVE 1 TO WS-BUCKET
002710         WHEN WS-AGE-DAYS <= 15
002720             MOVE 2 TO WS-BUCKET
002730         WHEN WS-AGE-DAYS <= 30
002740             MOVE 3 TO WS-BUCKET
002750         WHEN OTHER
002760             MOVE 4 TO WS-BUCKET
002770     END-EVALUATE.
002780 2500-EXIT.
002790     EXIT.
002800
002810*---------------------------------------------------------------
002820* 3000-PRINT-AGING THRU 3000-EXIT.
002830*   ONE LINE PER DEPARTMENT, THEN THE GRAND TOTAL LINE.
002840*---------------------------------------------------------------
002850 3000-PRINT-AGING.
002860     MOVE "OUTSTANDING ITEMS BY DEPARTMENT AND AGE (DAYS)"
002870         TO WS-PRINT-LINE
002880     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
002890     MOVE SPACES TO WS-PRINT-LINE
002900     MOVE "DEPT" TO WS-PRINT-LINE(3:4)
002910     MOVE "  0-5" TO WS-PRINT-LINE(10:5)
002920     MOVE " 6-15" TO WS-PRINT-LINE(17:5)
002930     MOVE "16-30" TO WS-PRINT-LINE(24:5)
002940     MOVE "OVR30" TO WS-PRINT-LINE(31:5)
002950     MOVE "TOTAL" TO WS-PRINT-LINE(38:5)
002960     MOVE "REFER" TO WS-PRINT-LINE(45:5)
002970     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
002980     PERFORM 3100-PRINT-ONE-DEPT THRU 3100-EXIT
002990         VARYING WS-DEPT-IDX FROM 1 BY 1
003000         UNTIL WS-DEPT-IDX > WS-DEPT-USED
003010     MOVE WS-GRAND TO WS-DEPT-IDX
003020     PERFORM 3100-PRINT-ONE-DEPT THRU 3100-EXIT
003030     MOVE SPACES TO WS-PRINT-LINE
003040     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
003050 3000-EXIT.
003060     EXIT.
003070
003080 3100-PRINT-ONE-DEPT.
003090     MOVE SPACES TO WS-PRINT-LINE
003100     MOVE WS-DEPT-CODE(WS-DEPT-IDX) TO WS-PRINT-LINE(3:4)
003110     MOVE WS-DEPT-BUCKET(WS-DEPT-IDX, 1) TO WS-COL-ED
003120     MOVE WS-COL-ED TO WS-PRINT-LINE(10:5)
003130     MOVE WS-DEPT-BUCKET(WS-DEPT-IDX, 2) TO WS-COL-ED
003140     MOVE WS-COL-ED TO WS-PRINT-LINE(17:5)
003150     MOVE WS-DEPT-BUCKET(WS-DEPT-IDX, 3) TO WS-COL-ED
003160     MOVE WS-COL-ED TO WS-PRINT-LINE(24:5)
003170     MOVE WS-DEPT-BUCKET(WS-DEPT-IDX, 4) TO WS-COL-ED
003180     MOVE WS-COL-ED TO WS-PRINT-LINE(31:5)
003190     MOVE WS-DEPT-TOTAL(WS-DEPT-IDX) TO WS-COL-ED
003200     MOVE WS-COL-ED TO WS-PRINT-LINE(38:5)
003210     MOVE WS-DEPT-REFERRED(WS-DEPT-IDX) TO WS-COL-ED
003220     MOVE WS-COL-ED TO WS-PRINT-LINE(45:5)
003230     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
003240 3100-EXIT.
003250     EXIT.
003260
003270*---------------------------------------------------------------
003280* 4000-LIST-OVER-30 THRU 4000-EXIT.
003290*   SECOND PASS OF THE MASTER: LISTS EVERY OUTSTANDING ITEM
003300*   OVER 30 DAYS OLD FOR SUPERVISOR REVIEW.
003310*---------------------------------------------------------------
003320 4000-LIST-OVER-30.
003330     MOVE "ITEMS OVER 30 DAYS - SUPERVISOR REVIEW"
003340         TO WS-PRINT-LINE
003350     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
003360     IF WS-OVER-30-COUNT = ZERO
003370         MOVE "  (NONE)" TO WS-PRINT-LINE
003380         PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
003390         GO TO 4000-EXIT
003400     END-IF
003410     MOVE SPACES TO WS-PRINT-LINE
003420     MOVE "RUN DATE BTCH POSN   DEPT  AGE ST RSN  REASON"
003430         TO WS-PRINT-LINE(3:46)
003440     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
003450     IF WS-MASTER-FAILED
003460         GO TO 4000-EXIT
003470     END-IF
003480     OPEN INPUT CALCSUSP-FILE
003490     IF NOT WS-CALCSUSP-OK
003500         GO TO 4000-EXIT
003510     END-IF
003520     MOVE "N" TO WS-EOF-SWITCH
003530     PERFORM 4100-LIST-ONE THRU 4100-EXIT
003540         UNTIL WS-END-OF-FILE
003550     CLOSE CALCSUSP-FILE
003560     MOVE SPACES TO WS-PRINT-LINE
003570     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
003580 4000-EXIT.
003590     EXIT.
003600
003610 4100-LIST-ONE.
003620     READ CALCSUSP-FILE NEXT RECORD
003630         AT END
003640             SET WS-END-OF-FILE TO TRUE
003650             GO TO 4100-EXIT
003660     END-READ
003670     IF NOT SUS-OUTSTANDING
003680         GO TO 4100-EXIT
003690     END-IF
003700     PERFORM 2500-COMPUTE-AGE THRU 2500-EXIT
003710     IF WS-BUCKET NOT = 4
003720         GO TO 4100-EXIT
003730     END-IF
003740     MOVE WS-AGE-DAYS TO WS-AGE-ED
003750     MOVE SPACES TO WS-PRINT-LINE
003760     MOVE SUS-RUN-DATE TO WS-PRINT-LINE(3:8)
003770     MOVE SUS-BATCH-NO TO WS-PRINT-LINE(12:4)
003780     MOVE SUS-POSITION TO WS-PRINT-LINE(17:6)
003790     MOVE SUS-DEPT-CODE TO WS-PRINT-LINE(24:4)
003800     MOVE WS-AGE-ED TO WS-PRINT-LINE(29:5)
003810     MOVE SUS-STATUS TO WS-PRINT-LINE(36:1)
003820     MOVE SUS-REASON-CODE TO WS-PRINT-LINE(38:4)
003830     MOVE SUS-REASON-TEXT TO WS-PRINT-LINE(43:30)
003840     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
003850 4100-EXIT.
003860     EXIT.
003870
003880*---------------------------------------------------------------
003890* 7000-WRITE-RPT-LINE THRU 7000-EXIT.
003900*---------------------------------------------------------------
003910 7000-WRITE-RPT-LINE.
003920     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
003930         PERFORM 9000-WRITE-HEADERS THRU 9000-EXIT
003940     END-IF
003950     MOVE SPACES TO SUSPAGR-RECORD
003960     MOVE " " TO RPT-CTL-CHAR
003970     MOVE WS-PRINT-LINE TO RPT-TEXT
003980     WRITE SUSPAGR-RECORD
003990     ADD 1 TO WS-LINE-COUNT.
004000 7000-EXIT.
004010     EXIT.
004020
004030*---------------------------------------------------------------
004040* 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
004050*   PRINTS WS-RPT-LABEL AND THE EDITED COUNT IN WS-RPT-COUNT.
004060*---------------------------------------------------------------
004070 7100-WRITE-COUNT-LINE.
004080     MOVE SPACES TO WS-PRINT-LINE
004090     STRING "  " DELIMITED BY SIZE
004100         WS-RPT-LABEL DELIMITED BY SIZE
004110         " " DELIMITED BY SIZE
004120         WS-RPT-COUNT DELIMITED BY SIZE
004130         INTO WS-PRINT-LINE
004140     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
004150 7100-EXIT.
004160     EXIT.
004170
004180*---------------------------------------------------------------
004190* 8000-WRITE-TOTALS THRU 8000-EXIT.
004200*---------------------------------------------------------------
004210 8000-WRITE-TOTALS.
004220     MOVE "CONTROL COUNTS" TO WS-PRINT-LINE
004230     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
004240     MOVE "SUSPENSE ITEMS READ" TO WS-RPT-LABEL
004250     MOVE WS-READ-COUNT TO WS-RPT-COUNT
004260     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
004270     MOVE "CLEARED (NOT AGED)" TO WS-RPT-LABEL
004280     MOVE WS-CLEARED-COUNT TO WS-RPT-COUNT
004290     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
004300     MOVE "OUTSTANDING" TO WS-RPT-LABEL
004310     MOVE WS-DEPT-TOTAL(WS-GRAND) TO WS-RPT-COUNT
004320     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
004330     MOVE "OVER 30 DAYS" TO WS-RPT-LABEL
004340     MOVE WS-OVER-30-COUNT TO WS-RPT-COUNT
004350     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
004360     IF WS-OVERFLOW-COUNT > ZERO
004370         MOVE "DEPT TABLE FULL - TOTAL" TO WS-RPT-LABEL
004380         MOVE WS-OVERFLOW-COUNT TO WS-RPT-COUNT
004390         PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
004400     END-IF.
004410 8000-EXIT.
004420     EXIT.
004430
004440*---------------------------------------------------------------
004450* 8500-WARN-OVER-30 THRU 8500-EXIT.
004460*   PUTS THE OVER-30 COUNT ON THE MESSAGE LOG.
004470*---------------------------------------------------------------
004480 8500-WARN-OVER-30.
004490     MOVE "SUSPAGE" TO MW-PROGRAM-NAME
004500     MOVE SPACES TO MW-OPERATOR-ID
004510     MOVE 35 TO MW-MSG-NUMBER
004520     SET MW-SEV-WARNING TO TRUE
004530     MOVE WS-OVER-30-COUNT TO WS-RPT-COUNT
004540     MOVE SPACES TO MW-MSG-TEXT
004550     STRING "CALC SUSPENSE ITEMS OVER 30 DAYS: " DELIMITED BY SIZE
004560         WS-RPT-COUNT DELIMITED BY SIZE
004570         INTO MW-MSG-TEXT
004580     CALL "MSGWRT" USING MSGWRT-RECORD.
004590 8500-EXIT.
004600     EXIT.
004610
004620*---------------------------------------------------------------
004630* 9000-WRITE-HEADERS THRU 9000-EXIT.
004640*---------------------------------------------------------------
004650 9000-WRITE-HEADERS.
004660     ADD 1 TO WS-PAGE-COUNT
004670     MOVE WS-PAGE-COUNT TO WS-PAGE-COUNT-ED
004680     MOVE SPACES TO SUSPAGR-RECORD
004690     MOVE "1" TO RPT-CTL-CHAR
004700     MOVE "CALCULATION-ERROR SUSPENSE - AGING REPORT" TO RPT-TEXT
004710     WRITE SUSPAGR-RECORD
004720     MOVE SPACES TO SUSPAGR-RECORD
004730     MOVE " " TO RPT-CTL-CHAR
004740     STRING "RUN DATE: " WS-RUN-DATE-ED "     PAGE: "
004750             WS-PAGE-COUNT-ED DELIMITED BY SIZE INTO RPT-TEXT
004760     WRITE SUSPAGR-RECORD
004770     MOVE SPACES TO SUSPAGR-RECORD
004780     MOVE " " TO RPT-CTL-CHAR
004790     WRITE SUSPAGR-RECORD
004800     MOVE ZERO TO WS-LINE-COUNT.
004810 9000-EXIT.
004820     EXIT.
004830
004840 END PROGRAM SUSPAGE.
