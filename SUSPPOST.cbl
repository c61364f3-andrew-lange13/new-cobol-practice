000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SUSPPOST.
000030 AUTHOR. J H MILLARD.
000040 INSTALLATION. HOME OFFICE DATA CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070****************************************************************
000080*                                                               *
000090* SUSPPOST KEEPS THE CALCSUSP SUSPENSE MASTER OF CALCULATION    *
000100* ERRORS, SO A DIVIDE BY ZERO, OVERFLOW OR BAD POWER OPERAND    *
000110* ON CALCERR IS FOLLOWED UP INSTEAD OF BEING OVERWRITTEN BY THE *
000120* NEXT RUN.  RUN AFTER CALCULAT, IT DOES TWO THINGS:            *
000130*                                                               *
000140*   POSTING - EVERY RECORD ON THE DAY'S CALCERR, IN WHICHEVER   *
000150*     LAYOUT THE DAY'S CALCCTL SAYS WAS WRITTEN (STANDARD,      *
000160*     FINANCIAL, INDEX OR CHAIN), BECOMES AN OPEN SUSPENSE      *
000170*     ITEM KEYED BY RUN DATE, BATCH NUMBER AND POSITION IN THE  *
000180*     BATCH (TXN-ID FOR AN INDEX RUN), WITH ITS REASON CODE,    *
000190*     ITS DEPARTMENT FROM THE CALCIN BATCH HEADER ("UNAS" WHEN  *
000200*     THERE IS NONE) AND THE ORIGINAL ERROR RECORD.  AN ITEM    *
000210*     ALREADY ON THE MASTER IS NOT POSTED TWICE, SO THE STEP    *
000220*     CAN BE RERUN.                                             *
000230*   CLEARANCE - EACH SUSPCLR CARD MARKS ONE ITEM RESUBMITTED    *
000240*     (CORRECTED AND SENT BACK THROUGH), WRITTEN OFF, OR        *
000250*     REFERRED BACK TO THE DEPARTMENT.  A REFERRED ITEM STAYS   *
000260*     OUTSTANDING UNTIL IT IS RESUBMITTED OR WRITTEN OFF.       *
000270*                                                               *
000280* THE SUSPRPT REGISTER LISTS THE ITEMS POSTED, EVERY CLEARANCE  *
000290* CARD AND ITS RESULT, AND THE CONTROL COUNTS.  THE WEEKLY      *
000300* SUSPAGE REPORT AGES WHAT IS LEFT OPEN.  THE RETURN CODE IS 4  *
000305* WHEN ANY CLEARANCE CARD WAS REJECTED, 8 WHEN AN ERROR'S BATCH *
000310* NUMBER IS ON HEADERS FROM TWO DEPARTMENTS (THE ITEM IS POSTED *
000315* UNASSIGNED AND FLAGGED ON THE REGISTER) AND 16 WHEN A FILE    *
000320* COULD NOT BE OPENED AT ALL.                                   *
000330*                                                               *
000340****************************************************************
000350*MODIFICATION HISTORY
000360*DATE       INIT DESCRIPTION
000370*2026-10-15 JHM  ORIGINAL PROGRAM, MODELED ON REJFIX AND
000380*                TXNMAINT.
000382*2026-10-15 JHM  THE NEW-ITEM SAVE AREA NOW HOLDS THE WHOLE
000384*                224-BYTE CALCSUSP RECORD.
000385*2026-10-15 JHM  A FINANCIAL ERROR POSTS UNDER THE DEPARTMENT IT
000386*                CARRIES ON CALCERR.  A BATCH NUMBER UNDER TWO
000387*                HEADER DEPARTMENTS POSTS UNASSIGNED AS AN
000388*                EXCEPTION (RC 8) INSTEAD OF TO THE FIRST ONE.
000390****************************************************************
000400
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. IBM-370.
000440 OBJECT-COMPUTER. IBM-370.
000450
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT CALCCTL-FILE ASSIGN TO "CALCCTL"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-CALCCTL-STATUS.
000510
000520     SELECT CALCIN-FILE ASSIGN TO "CALCIN"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-CALCIN-STATUS.
000550
000560     SELECT CALCERR-FILE ASSIGN TO "CALCERR"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-CALCERR-STATUS.
000590
000600     SELECT SUSPCLR-FILE ASSIGN TO "SUSPCLR"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-SUSPCLR-STATUS.
000630
000640     SELECT CALCSUSP-FILE ASSIGN TO "CALCSUSP"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS SUS-KEY
000680         FILE STATUS IS WS-CALCSUSP-STATUS.
000690
000700     SELECT SUSPRPT-FILE ASSIGN TO "SUSPRPT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-SUSPRPT-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760*---------------------------------------------------------------
000770* CALCCTL-FILE - THE CALCULATOR RUN CONTROL RECORD.  THE RUN
000780* MODE AND CALC MODE SAY WHICH CALCERR LAYOUT WAS WRITTEN.
000790*---------------------------------------------------------------
000800 FD  CALCCTL-FILE.
000810 01  CALCCTL-RECORD.
000820     05  CTL-RUN-MODE            PIC X(08).
000830     05  CTL-OPERATOR-ID         PIC X(08).
000840     05  CTL-CALC-MODE           PIC X(03).
000850     05  FILLER                  PIC X(61).
000860
000870*---------------------------------------------------------------
000880* CALCIN-FILE - THE DAY'S TRANSACTION FILE, READ ONLY FOR ITS
000890* "HDR" BATCH HEADERS, WHICH NAME EACH BATCH'S DEPARTMENT.
000900*---------------------------------------------------------------
000910 FD  CALCIN-FILE.
000920 01  CALCIN-HDR-RECORD.
000930     05  BH-RECORD-TYPE          PIC X(03).
000940     05  BH-FILL-1               PIC X(01).
000950     05  BH-DEPT-CODE            PIC X(04).
000960     05  BH-FILL-2               PIC X(01).
000970     05  BH-BATCH-NO             PIC X(04).
000980     05  FILLER                  PIC X(67).
000990
001000*---------------------------------------------------------------
001010* CALCERR-FILE - THE DAY'S CALCULATION ERRORS.  ONE VIEW PER
001020* CALCULATOR LAYOUT, GIVING THE REASON CODE AND TEXT AND, FOR
001030* THE BATCH LAYOUTS, THE BATCH NUMBER (SAME COLUMNS IN THE
001036* STANDARD AND FINANCIAL LAYOUTS).  CE-DEPT-CODE IS THE
001042* DEPARTMENT A FINANCIAL ERROR ON A RELEASED ITEM CARRIES.
001050*---------------------------------------------------------------
001060 FD  CALCERR-FILE.
001070 01  CALCERR-RECORD.
001080     05  FILLER                  PIC X(68).
001090     05  CE-BATCH-NO             PIC X(04).
001095     05  FILLER                  PIC X(01).
001100     05  CE-DEPT-CODE            PIC X(04).
001105     05  FILLER                  PIC X(03).
001110 01  CALCERR-STD-VIEW.
001120     05  FILLER                  PIC X(23).
001130     05  CES-REASON-CODE         PIC X(04).
001140     05  FILLER                  PIC X(02).
001150     05  CES-REASON-TEXT         PIC X(30).
001160     05  FILLER                  PIC X(21).
001170 01  CALCERR-FIN-VIEW.
001180     05  FILLER                  PIC X(29).
001190     05  CEF-REASON-CODE         PIC X(04).
001200     05  FILLER                  PIC X(02).
001210     05  CEF-REASON-TEXT         PIC X(30).
001220     05  FILLER                  PIC X(15).
001230 01  CALCERR-TXN-VIEW.
001240     05  CET-TXN-ID              PIC X(06).
001250     05  FILLER                  PIC X(24).
001260     05  CET-REASON-CODE         PIC X(04).
001270     05  FILLER                  PIC X(02).
001280     05  CET-REASON-TEXT         PIC X(30).
001290     05  FILLER                  PIC X(14).
001300 01  CALCERR-CHN-VIEW.
001310     05  FILLER                  PIC X(26).
001320     05  CEC-REASON-CODE         PIC X(04).
001330     05  FILLER                  PIC X(02).
001340     05  CEC-REASON-TEXT         PIC X(30).
001350     05  FILLER                  PIC X(18).
001360
001370*---------------------------------------------------------------
001380* SUSPCLR-FILE - CLEARANCE CARDS, ONE PER SUSPENSE ITEM: THE
001390* ACTION, THE ITEM KEY, THE CLEARING OPERATOR AND A NOTE.
001400*---------------------------------------------------------------
001410 FD  SUSPCLR-FILE.
001420 01  SUSPCLR-RECORD.
001430     05  CLR-ACTION              PIC X(06).
001440         88  CLR-ACTION-RESUB            VALUE "RESUB ".
001450         88  CLR-ACTION-WRTOFF           VALUE "WRTOFF".
001460         88  CLR-ACTION-REFER            VALUE "REFER ".
001470     05  CLR-RUN-DATE            PIC X(08).
001480     05  CLR-BATCH-NO            PIC X(04).
001490     05  CLR-POSITION            PIC X(06).
001500     05  CLR-OPERATOR-ID         PIC X(08).
001510     05  CLR-NOTE                PIC X(30).
001520     05  FILLER                  PIC X(18).
001530
001540*---------------------------------------------------------------
001550* CALCSUSP-FILE - THE SUSPENSE MASTER.
001560*---------------------------------------------------------------
001570 FD  CALCSUSP-FILE.
001580 COPY CALCSUSP.
001590
001600*---------------------------------------------------------------
001610* SUSPRPT-FILE - THE POSTING AND CLEARANCE REGISTER.  COLUMN
001620* ONE IS A STANDARD PRINTER CARRIAGE-CONTROL CHARACTER.
001630*---------------------------------------------------------------
001640 FD  SUSPRPT-FILE.
001650 01  SUSPRPT-RECORD.
001660     05  RPT-CTL-CHAR            PIC X(01).
001670     05  RPT-TEXT                PIC X(80).
001680
001690 WORKING-STORAGE SECTION.
001700*---------------------------------------------------------------
001710* FILE STATUS FIELDS AND SWITCHES.
001720*---------------------------------------------------------------
001730 77  WS-CALCCTL-STATUS           PIC X(02).
001740     88  WS-CALCCTL-OK                   VALUE "00".
001750 77  WS-CALCIN-STATUS            PIC X(02).
001760     88  WS-CALCIN-OK                    VALUE "00".
001770 77  WS-CALCERR-STATUS           PIC X(02).
001780     88  WS-CALCERR-OK                   VALUE "00".
001790 77  WS-SUSPCLR-STATUS           PIC X(02).
001800     88  WS-SUSPCLR-OK                   VALUE "00".
001810 77  WS-CALCSUSP-STATUS          PIC X(02).
001820     88  WS-CALCSUSP-OK                  VALUE "00".
001830     88  WS-CALCSUSP-NOT-FOUND           VALUE "35".
001840 77  WS-SUSPRPT-STATUS           PIC X(02).
001850     88  WS-SUSPRPT-OK                   VALUE "00".
001860
001870 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001880     88  WS-END-OF-FILE                  VALUE "Y".
001890 77  WS-KEY-FOUND-SW             PIC X(01) VALUE "N".
001900     88  WS-KEY-FOUND                    VALUE "Y".
001910 77  WS-PLACED-SW                PIC X(01) VALUE "N".
001920     88  WS-ITEM-PLACED                  VALUE "Y".
001930 77  WS-EDIT-SWITCH              PIC X(01) VALUE "Y".
001940     88  WS-EDIT-VALID                   VALUE "Y".
001950     88  WS-EDIT-INVALID                 VALUE "N".
001953 77  WS-SHARED-SW                PIC X(01) VALUE "N".
001956     88  WS-SHARED-ITEM                  VALUE "Y".
001960
001970*THE CALCERR LAYOUT THE DAY'S RUN WROTE, FROM CALCCTL.
001980 77  WS-ERR-MODE                 PIC X(03) VALUE "STD".
001990     88  WS-ERR-STANDARD                 VALUE "STD".
002000     88  WS-ERR-FINANCIAL                VALUE "FIN".
002010     88  WS-ERR-INDEX                    VALUE "IDX".
002020     88  WS-ERR-CHAIN                    VALUE "CHN".
002030
002040 77  WS-TODAY                    PIC 9(08).
002050
002060*---------------------------------------------------------------
002070* BATCH TABLE: ONE ENTRY PER BATCH NUMBER SEEN, WITH ITS
002080* DEPARTMENT FROM THE CALCIN HEADER AND THE LAST POSITION
002090* GIVEN OUT IN IT.  THE BLANK BATCH NUMBER COLLECTS ERRORS
002096* FROM UNBATCHED AND CHAIN RUNS.  WS-BAT-SHARED MARKS A NUMBER
002102* FOUND ON HEADERS FROM TWO DEPARTMENTS.
002110*---------------------------------------------------------------
002120 01  WS-BATCH-TABLE.
002130     05  WS-BAT-ENTRY OCCURS 50 TIMES.
002140         10  WS-BAT-NO           PIC X(04).
002150         10  WS-BAT-DEPT         PIC X(04).
002160         10  WS-BAT-POS          PIC 9(06) COMP.
002163         10  WS-BAT-SHARED-SW    PIC X(01).
002166             88  WS-BAT-SHARED           VALUE "Y".
002170 77  WS-BAT-USED                 PIC 9(03) VALUE 0.
002180 77  WS-BAT-IDX                  PIC 9(03) VALUE 0.
002190 77  WS-BAT-CUR                  PIC 9(03) VALUE 0.
002200 77  WS-LOOKUP-BATCH             PIC X(04).
002210 77  WS-LOOKUP-DEPT              PIC X(04).
002220
002230*THE NEW SUSPENSE ITEM, BUILT HERE AND MOVED TO THE MASTER
002240*RECORD AREA FOR EACH WRITE ATTEMPT.
002250 01  WS-NEW-SUSP                 PIC X(224).
002260 01  WS-NEW-POSITION             PIC 9(06).
002270 01  WS-NEW-IMAGE                PIC X(80).
002280
002290*---------------------------------------------------------------
002300* CONTROL COUNTS AND REGISTER WORK FIELDS.
002310*---------------------------------------------------------------
002320 77  WS-ERR-READ                 PIC 9(07) COMP VALUE ZERO.
002330 77  WS-POSTED-COUNT             PIC 9(07) COMP VALUE ZERO.
002340 77  WS-ALREADY-COUNT            PIC 9(07) COMP VALUE ZERO.
002350 77  WS-NO-ROOM-COUNT            PIC 9(07) COMP VALUE ZERO.
002355 77  WS-SHARED-COUNT             PIC 9(07) COMP VALUE ZERO.
002360 77  WS-CLR-READ                 PIC 9(07) COMP VALUE ZERO.
002370 77  WS-CLR-APPLIED              PIC 9(07) COMP VALUE ZERO.
002380 77  WS-CLR-REJECTED             PIC 9(07) COMP VALUE ZERO.
002390 01  WS-RESULT-TEXT              PIC X(40).
002400
002410*---------------------------------------------------------------
002420* PRINT-FILE PAGINATION, HEADING AND EDITED WORK FIELDS.
002430*---------------------------------------------------------------
002440 77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
002450 77  WS-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
002460 77  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.
002470 01  WS-PAGE-COUNT-ED            PIC ZZ9.
002480 01  WS-RUN-DATE-RAW             PIC 9(06).
002490 01  WS-RUN-DATE-ED              PIC 99/99/99.
002500 01  WS-PRINT-LINE               PIC X(80).
002510 01  WS-RPT-LABEL                PIC X(24).
002520 01  WS-RPT-COUNT                PIC ZZZZZZ9.
002530
002540*---------------------------------------------------------------
002550* LINKAGE RECORD PASSED TO EDITCHK TO SCREEN THE CLEARANCE
002560* CARD KEY FIELDS.
002570*---------------------------------------------------------------
002580 COPY EDITCHKREC.
002590
002600 PROCEDURE DIVISION.
002610*---------------------------------------------------------------
002620* 0000-MAINLINE.
002630*---------------------------------------------------------------
002640 0000-MAINLINE.
002650     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002660     IF RETURN-CODE NOT = 16
002670         PERFORM 1100-CHECK-RUN-MODE THRU 1100-EXIT
002680         PERFORM 1200-LOAD-BATCHES THRU 1200-EXIT
002690         PERFORM 2000-POST-ERRORS THRU 2000-EXIT
002700         PERFORM 3000-APPLY-CLEARANCES THRU 3000-EXIT
002710         PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
002720         CLOSE CALCSUSP-FILE
002730         CLOSE SUSPRPT-FILE
002736         EVALUATE TRUE
002742             WHEN WS-SHARED-COUNT > ZERO
002748                 MOVE 8 TO RETURN-CODE
002754             WHEN WS-CLR-REJECTED > ZERO
002760                 MOVE 4 TO RETURN-CODE
002766             WHEN OTHER
002772                 MOVE ZERO TO RETURN-CODE
002778         END-EVALUATE
002790     END-IF
002800     GOBACK.
002810
002820*---------------------------------------------------------------
002830* 1000-INITIALIZE THRU 1000-EXIT.
002840*   OPENS THE SUSPENSE MASTER (CREATING IT EMPTY ON A FIRST
002850*   RUN) AND THE REGISTER.
002860*---------------------------------------------------------------
002870 1000-INITIALIZE.
002880     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002890     ACCEPT WS-RUN-DATE-RAW FROM DATE
002900     MOVE WS-RUN-DATE-RAW TO WS-RUN-DATE-ED
002910     OPEN I-O CALCSUSP-FILE
002920     IF WS-CALCSUSP-NOT-FOUND
002930         OPEN OUTPUT CALCSUSP-FILE
002940         CLOSE CALCSUSP-FILE
002950         OPEN I-O CALCSUSP-FILE
002960     END-IF
002970     IF NOT WS-CALCSUSP-OK
002980         DISPLAY "SUSPPOST: UNABLE TO OPEN CALCSUSP, STATUS "
002990             WS-CALCSUSP-STATUS
003000         MOVE 16 TO RETURN-CODE
003010         GO TO 1000-EXIT
003020     END-IF
003030     OPEN OUTPUT SUSPRPT-FILE
003040     IF NOT WS-SUSPRPT-OK
003050         DISPLAY "SUSPPOST: UNABLE TO OPEN SUSPRPT, STATUS "
003060             WS-SUSPRPT-STATUS
003070         MOVE 16 TO RETURN-CODE
003080         CLOSE CALCSUSP-FILE
003090         GO TO 1000-EXIT
003100     END-IF
003110     PERFORM 9000-WRITE-HEADERS THRU 9000-EXIT.
003120 1000-EXIT.
003130     EXIT.
003140
003150*---------------------------------------------------------------
003160* 1100-CHECK-RUN-MODE THRU 1100-EXIT.
003170*   READS THE DAY'S CALCCTL TO LEARN WHICH CALCERR LAYOUT THE
003180*   CALCULATOR WROTE.  NO CALCCTL MEANS THE STANDARD LAYOUT.
003190*---------------------------------------------------------------
003200 1100-CHECK-RUN-MODE.
003210     OPEN INPUT CALCCTL-FILE
003220     IF NOT WS-CALCCTL-OK
003230         GO TO 1100-EXIT
003240     END-IF
003250     READ CALCCTL-FILE
003260         AT END
003270             MOVE SPACES TO CALCCTL-RECORD
003280     END-READ
003290     CLOSE CALCCTL-FILE
003300     EVALUATE TRUE
003310         WHEN CTL-RUN-MODE = "INDEX"
003320             SET WS-ERR-INDEX TO TRUE
003330         WHEN CTL-RUN-MODE = "CHAIN"
003340             SET WS-ERR-CHAIN TO TRUE
003350         WHEN CTL-CALC-MODE = "FIN"
003360             SET WS-ERR-FINANCIAL TO TRUE
003370         WHEN OTHER
003380             SET WS-ERR-STANDARD TO TRUE
003390     END-EVALUATE.
003400 1100-EXIT.
003410     EXIT.
003420
003430*---------------------------------------------------------------
003440* 1200-LOAD-BATCHES THRU 1200-EXIT.
003450*   LOADS THE BATCH TABLE FROM THE CALCIN "HDR" RECORDS SO
003457*   EACH ERROR CAN BE CHARGED TO ITS DEPARTMENT.  CALCULATOR
003464*   LETS TWO DEPARTMENTS KEY THE SAME BATCH NUMBER; SUCH A
003471*   NUMBER IS MARKED SHARED AND CHARGED TO NEITHER.
003480*---------------------------------------------------------------
003490 1200-LOAD-BATCHES.
003500     IF WS-ERR-INDEX OR WS-ERR-CHAIN
003510         GO TO 1200-EXIT
003520     END-IF
003530     MOVE "N" TO WS-EOF-SWITCH
003540     OPEN INPUT CALCIN-FILE
003550     IF WS-CALCIN-OK
003560         PERFORM 1210-ONE-CALCIN THRU 1210-EXIT
003570             UNTIL WS-END-OF-FILE
003580         CLOSE CALCIN-FILE
003590     END-IF.
003600 1200-EXIT.
003610     EXIT.
003620
003630 1210-ONE-CALCIN.
003640     READ CALCIN-FILE
003650         AT END
003660             SET WS-END-OF-FILE TO TRUE
003670         NOT AT END
003680             IF BH-RECORD-TYPE = "HDR"
003690                 MOVE BH-BATCH-NO TO WS-LOOKUP-BATCH
003700                 MOVE BH-DEPT-CODE TO WS-LOOKUP-DEPT
003710                 PERFORM 1250-FIND-OR-ADD-BATCH THRU 1250-EXIT
003711                 IF WS-BAT-CUR > ZERO
003712                         AND WS-BAT-DEPT(WS-BAT-CUR)
003713                             NOT = WS-LOOKUP-DEPT
003714                     SET WS-BAT-SHARED(WS-BAT-CUR) TO TRUE
003715                 END-IF
003720             END-IF
003730     END-READ.
003740 1210-EXIT.
003750     EXIT.
003760
003770*---------------------------------------------------------------
003780* 1250-FIND-OR-ADD-BATCH THRU 1250-EXIT.
003790*   LEAVES THE BATCH-TABLE INDEX FOR WS-LOOKUP-BATCH IN
003800*   WS-BAT-CUR, ADDING AN ENTRY UNDER WS-LOOKUP-DEPT WHEN THE
003810*   BATCH IS NEW.  WS-BAT-CUR IS ZERO WHEN THE TABLE IS FULL.
003820*---------------------------------------------------------------
003830 1250-FIND-OR-ADD-BATCH.
003840     MOVE "N" TO WS-KEY-FOUND-SW
003850     MOVE ZERO TO WS-BAT-CUR
003860     PERFORM 1260-CHECK-ONE-BATCH THRU 1260-EXIT
003870         VARYING WS-BAT-IDX FROM 1 BY 1
003880         UNTIL WS-BAT-IDX > WS-BAT-USED
003890             OR WS-KEY-FOUND
003900     IF WS-KEY-FOUND OR WS-BAT-USED >= 50
003910         GO TO 1250-EXIT
003920     END-IF
003930     ADD 1 TO WS-BAT-USED
003940     MOVE WS-BAT-USED TO WS-BAT-CUR
003950     MOVE WS-LOOKUP-BATCH TO WS-BAT-NO(WS-BAT-CUR)
003960     MOVE WS-LOOKUP-DEPT TO WS-BAT-DEPT(WS-BAT-CUR)
003966     MOVE ZERO TO WS-BAT-POS(WS-BAT-CUR)
003972     MOVE "N" TO WS-BAT-SHARED-SW(WS-BAT-CUR).
003980 1250-EXIT.
003990     EXIT.
004000
004010 1260-CHECK-ONE-BATCH.
004020     IF WS-BAT-NO(WS-BAT-IDX) = WS-LOOKUP-BATCH
004030         SET WS-KEY-FOUND TO TRUE
004040         MOVE WS-BAT-IDX TO WS-BAT-CUR
004050     END-IF.
004060 1260-EXIT.
004070     EXIT.
004080
004090*---------------------------------------------------------------
004100* 2000-POST-ERRORS THRU 2000-EXIT.
004110*   POSTS EVERY RECORD ON THE DAY'S CALCERR TO THE SUSPENSE
004120*   MASTER.  NO CALCERR MEANS NOTHING WENT WRONG TODAY.
004130*---------------------------------------------------------------
004140 2000-POST-ERRORS.
004150     MOVE "ITEMS POSTED TO SUSPENSE" TO WS-PRINT-LINE
004160     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
004170     MOVE "N" TO WS-EOF-SWITCH
004180     OPEN INPUT CALCERR-FILE
004190     IF WS-CALCERR-OK
004200         PERFORM 2100-POST-ONE THRU 2100-EXIT
004210             UNTIL WS-END-OF-FILE
004220         CLOSE CALCERR-FILE
004230     END-IF
004240     IF WS-POSTED-COUNT = ZERO
004250         MOVE "  (NONE)" TO WS-PRINT-LINE
004260         PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
004270     END-IF
004280     MOVE SPACES TO WS-PRINT-LINE
004290     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
004300 2000-EXIT.
004310     EXIT.
004320
004330*---------------------------------------------------------------
004340* 2100-POST-ONE THRU 2100-EXIT.
004350*   BUILDS THE SUSPENSE ITEM FOR ONE CALCERR RECORD: ITS BATCH
004360*   AND NEXT POSITION IN THE BATCH (OR ITS TXN-ID), ITS REASON
004364*   AND ITS DEPARTMENT, THEN PLACES IT ON THE MASTER.  THE
004368*   DEPARTMENT IS THE ONE A FINANCIAL ERROR CARRIES WHEN IT HAS
004372*   ONE, OTHERWISE ITS BATCH HEADER'S; A BATCH NUMBER SHARED BY
004376*   TWO DEPARTMENTS LEAVES THE ITEM UNASSIGNED AND FLAGGED.
004380*---------------------------------------------------------------
004390 2100-POST-ONE.
004400     READ CALCERR-FILE
004410         AT END
004420             SET WS-END-OF-FILE TO TRUE
004430             GO TO 2100-EXIT
004440     END-READ
004450     ADD 1 TO WS-ERR-READ
004460     MOVE SPACES TO CALCSUSP-RECORD
004470     MOVE WS-TODAY TO SUS-RUN-DATE
004480     MOVE WS-ERR-MODE TO SUS-RUN-MODE
004490     MOVE "UNAS" TO SUS-DEPT-CODE
004500     IF WS-ERR-STANDARD OR WS-ERR-FINANCIAL
004510         MOVE CE-BATCH-NO TO WS-LOOKUP-BATCH
004520     ELSE
004530         MOVE SPACES TO WS-LOOKUP-BATCH
004540     END-IF
004550     MOVE "UNAS" TO WS-LOOKUP-DEPT
004560     PERFORM 1250-FIND-OR-ADD-BATCH THRU 1250-EXIT
004570     IF WS-BAT-CUR = ZERO
004580         ADD 1 TO WS-NO-ROOM-COUNT
004590         GO TO 2100-EXIT
004600     END-IF
004610     MOVE WS-LOOKUP-BATCH TO SUS-BATCH-NO
004611     MOVE "N" TO WS-SHARED-SW
004612     EVALUATE TRUE
004613         WHEN WS-ERR-FINANCIAL AND CE-DEPT-CODE NOT = SPACES
004614             MOVE CE-DEPT-CODE TO SUS-DEPT-CODE
004615         WHEN WS-BAT-SHARED(WS-BAT-CUR)
004616             SET WS-SHARED-ITEM TO TRUE
004617             ADD 1 TO WS-SHARED-COUNT
004618         WHEN OTHER
004619             MOVE WS-BAT-DEPT(WS-BAT-CUR) TO SUS-DEPT-CODE
004620     END-EVALUATE
004630     ADD 1 TO WS-BAT-POS(WS-BAT-CUR)
004640     MOVE WS-BAT-POS(WS-BAT-CUR) TO SUS-POSITION
004650     EVALUATE TRUE
004660         WHEN WS-ERR-STANDARD
004670             MOVE CES-REASON-CODE TO SUS-REASON-CODE
004680             MOVE CES-REASON-TEXT TO SUS-REASON-TEXT
004690         WHEN WS-ERR-FINANCIAL
004700             MOVE CEF-REASON-CODE TO SUS-REASON-CODE
004710             MOVE CEF-REASON-TEXT TO SUS-REASON-TEXT
004720         WHEN WS-ERR-INDEX
004730             IF CET-TXN-ID NUMERIC
004740                 MOVE CET-TXN-ID TO SUS-POSITION
004750             END-IF
004760             MOVE CET-REASON-CODE TO SUS-REASON-CODE
004770             MOVE CET-REASON-TEXT TO SUS-REASON-TEXT
004780         WHEN WS-ERR-CHAIN
004790             MOVE CEC-REASON-CODE TO SUS-REASON-CODE
004800             MOVE CEC-REASON-TEXT TO SUS-REASON-TEXT
004810     END-EVALUATE
004820     SET SUS-OPEN TO TRUE
004830     MOVE WS-TODAY TO SUS-POSTED-DATE
004840     MOVE ZERO TO SUS-ACTION-DATE
004850     MOVE CALCERR-RECORD TO SUS-ERR-IMAGE
004860     MOVE CALCSUSP-RECORD TO WS-NEW-SUSP
004870     MOVE CALCERR-RECORD TO WS-NEW-IMAGE
004880     MOVE SUS-POSITION TO WS-NEW-POSITION
004890     MOVE "N" TO WS-PLACED-SW
004900     PERFORM 2200-PLACE-ONE THRU 2200-EXIT
004910         UNTIL WS-ITEM-PLACED.
004920 2100-EXIT.
004930     EXIT.
004940
004950*---------------------------------------------------------------
004960* 2200-PLACE-ONE THRU 2200-EXIT.
004970*   TRIES THE ITEM UNDER ITS CURRENT KEY.  A FREE KEY TAKES
004980*   IT.  A KEY HOLDING THE SAME ERROR RECORD MEANS THIS CALCERR
004990*   WAS POSTED BEFORE, AND IT IS SKIPPED.  A KEY HOLDING A
005000*   DIFFERENT ERROR (AN EARLIER RUN THE SAME DAY) MOVES THE
005010*   ITEM TO THE NEXT POSITION AND TRIES AGAIN - EXCEPT ON AN
005020*   INDEX RUN, WHERE THE POSITION IS THE TXN-ID ITSELF AND THE
005030*   TRANSACTION IS ALREADY IN SUSPENSE FOR THE DAY.
005040*---------------------------------------------------------------
005050 2200-PLACE-ONE.
005060     MOVE WS-NEW-SUSP TO CALCSUSP-RECORD
005070     MOVE WS-NEW-POSITION TO SUS-POSITION
005080     READ CALCSUSP-FILE
005090         INVALID KEY
005100             MOVE WS-NEW-SUSP TO CALCSUSP-RECORD
005110             MOVE WS-NEW-POSITION TO SUS-POSITION
005120             PERFORM 2300-WRITE-ITEM THRU 2300-EXIT
005130             SET WS-ITEM-PLACED TO TRUE
005140             GO TO 2200-EXIT
005150     END-READ
005160     IF SUS-ERR-IMAGE = WS-NEW-IMAGE
005170             OR WS-ERR-INDEX
005180         ADD 1 TO WS-ALREADY-COUNT
005190         SET WS-ITEM-PLACED TO TRUE
005200         GO TO 2200-EXIT
005210     END-IF
005220     IF WS-NEW-POSITION = 999999
005230         ADD 1 TO WS-NO-ROOM-COUNT
005240         SET WS-ITEM-PLACED TO TRUE
005250         GO TO 2200-EXIT
005260     END-IF
005270     ADD 1 TO WS-NEW-POSITION.
005280 2200-EXIT.
005290     EXIT.
005300
005310 2300-WRITE-ITEM.
005320     WRITE CALCSUSP-RECORD
005330         INVALID KEY
005340             ADD 1 TO WS-NO-ROOM-COUNT
005350             GO TO 2300-EXIT
005360     END-WRITE
005370     ADD 1 TO WS-POSTED-COUNT
005380     MOVE SPACES TO WS-PRINT-LINE
005390     MOVE SUS-RUN-DATE TO WS-PRINT-LINE(3:8)
005400     MOVE SUS-BATCH-NO TO WS-PRINT-LINE(12:4)
005410     MOVE SUS-POSITION TO WS-PRINT-LINE(17:6)
005420     MOVE SUS-DEPT-CODE TO WS-PRINT-LINE(24:4)
005430     MOVE SUS-REASON-CODE TO WS-PRINT-LINE(29:4)
005440     MOVE SUS-REASON-TEXT TO WS-PRINT-LINE(34:30)
005442     IF WS-SHARED-ITEM
005444         MOVE "*TWO DEPTS*" TO WS-PRINT-LINE(65:11)
005446     END-IF
005450     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
005460 2300-EXIT.
005470     EXIT.
005480
005490*---------------------------------------------------------------
005500* 3000-APPLY-CLEARANCES THRU 3000-EXIT.
005510*   APPLIES THE SUSPCLR CLEARANCE CARDS.  NO SUSPCLR MEANS
005520*   NOTHING WAS CLEARED TODAY.
005530*---------------------------------------------------------------
005540 3000-APPLY-CLEARANCES.
005550     MOVE "CLEARANCES" TO WS-PRINT-LINE
005560     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
005570     MOVE "N" TO WS-EOF-SWITCH
005580     OPEN INPUT SUSPCLR-FILE
005590     IF WS-SUSPCLR-OK
005600         PERFORM 3100-CLEAR-ONE THRU 3100-EXIT
005610             UNTIL WS-END-OF-FILE
005620         CLOSE SUSPCLR-FILE
005630     END-IF
005640     IF WS-CLR-READ = ZERO
005650         MOVE "  (NONE)" TO WS-PRINT-LINE
005660         PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
005670     END-IF
005680     MOVE SPACES TO WS-PRINT-LINE
005690     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
005700 3000-EXIT.
005710     EXIT.
005720
005730*---------------------------------------------------------------
005740* 3100-CLEAR-ONE THRU 3100-EXIT.
005750*   SCREENS ONE CLEARANCE CARD, APPLIES IT TO ITS ITEM AND
005760*   WRITES ITS REGISTER LINE.  A CLEARED ITEM IS FINAL; A
005770*   REFERRED ITEM MAY STILL BE RESUBMITTED OR WRITTEN OFF.
005780*---------------------------------------------------------------
005790 3100-CLEAR-ONE.
005800     READ SUSPCLR-FILE
005810         AT END
005820             SET WS-END-OF-FILE TO TRUE
005830             GO TO 3100-EXIT
005840     END-READ
005850     ADD 1 TO WS-CLR-READ
005860     MOVE SPACES TO WS-RESULT-TEXT
005870     PERFORM 3200-EDIT-CARD THRU 3200-EXIT
005880     IF WS-EDIT-INVALID
005890         GO TO 3190-REGISTER
005900     END-IF
005910     MOVE CLR-RUN-DATE TO SUS-RUN-DATE
005920     MOVE CLR-BATCH-NO TO SUS-BATCH-NO
005930     MOVE CLR-POSITION TO SUS-POSITION
005940     READ CALCSUSP-FILE
005950         INVALID KEY
005960             MOVE "REJECTED - NOT IN SUSPENSE" TO WS-RESULT-TEXT
005970             GO TO 3190-REGISTER
005980     END-READ
005990     IF SUS-CLEARED
006000         MOVE "REJECTED - ALREADY CLEARED" TO WS-RESULT-TEXT
006010         GO TO 3190-REGISTER
006020     END-IF
006030     IF CLR-ACTION-REFER AND SUS-REFERRED
006040         MOVE "REJECTED - ALREADY REFERRED" TO WS-RESULT-TEXT
006050         GO TO 3190-REGISTER
006060     END-IF
006070     EVALUATE TRUE
006080         WHEN CLR-ACTION-RESUB
006090             SET SUS-RESUBMITTED TO TRUE
006100         WHEN CLR-ACTION-WRTOFF
006110             SET SUS-WRITTEN-OFF TO TRUE
006120         WHEN CLR-ACTION-REFER
006130             SET SUS-REFERRED TO TRUE
006140     END-EVALUATE
006150     MOVE WS-TODAY TO SUS-ACTION-DATE
006160     MOVE CLR-OPERATOR-ID TO SUS-ACTION-OPER
006170     MOVE CLR-NOTE TO SUS-ACTION-NOTE
006180     REWRITE CALCSUSP-RECORD
006190         INVALID KEY
006200             MOVE "REJECTED - REWRITE FAILED" TO WS-RESULT-TEXT
006210             GO TO 3190-REGISTER
006220     END-REWRITE
006230     EVALUATE TRUE
006240         WHEN CLR-ACTION-RESUB
006250             MOVE "RESUBMITTED" TO WS-RESULT-TEXT
006260         WHEN CLR-ACTION-WRTOFF
006270             MOVE "WRITTEN OFF" TO WS-RESULT-TEXT
006280         WHEN CLR-ACTION-REFER
006290             MOVE "REFERRED TO DEPARTMENT" TO WS-RESULT-TEXT
006300     END-EVALUATE.
006310 3190-REGISTER.
006320     IF WS-RESULT-TEXT(1:8) = "REJECTED"
006330         ADD 1 TO WS-CLR-REJECTED
006340     ELSE
006350         ADD 1 TO WS-CLR-APPLIED
006360     END-IF
006370     MOVE SPACES TO WS-PRINT-LINE
006380     MOVE CLR-ACTION TO WS-PRINT-LINE(3:6)
006390     MOVE CLR-RUN-DATE TO WS-PRINT-LINE(10:8)
006400     MOVE CLR-BATCH-NO TO WS-PRINT-LINE(19:4)
006410     MOVE CLR-POSITION TO WS-PRINT-LINE(24:6)
006420     MOVE CLR-OPERATOR-ID TO WS-PRINT-LINE(31:8)
006430     MOVE WS-RESULT-TEXT TO WS-PRINT-LINE(40:40)
006440     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
006450 3100-EXIT.
006460     EXIT.
006470
006480*---------------------------------------------------------------
006490* 3200-EDIT-CARD THRU 3200-EXIT.
006500*   SCREENS THE CLEARANCE CARD: A KNOWN ACTION, A VALID RUN
006510*   DATE AND A NUMERIC POSITION THROUGH THE SHARED EDITCHK
006520*   ROUTINE, AND THE CLEARING OPERATOR'S ID.
006530*---------------------------------------------------------------
006540 3200-EDIT-CARD.
006550     SET WS-EDIT-VALID TO TRUE
006560     IF NOT CLR-ACTION-RESUB AND NOT CLR-ACTION-WRTOFF
006570             AND NOT CLR-ACTION-REFER
006580         MOVE "REJECTED - UNKNOWN ACTION" TO WS-RESULT-TEXT
006590         SET WS-EDIT-INVALID TO TRUE
006600         GO TO 3200-EXIT
006610     END-IF
006620     MOVE "CLR-DATE" TO EC-FIELD-NAME
006630     MOVE SPACES TO EC-FIELD-VALUE
006640     MOVE CLR-RUN-DATE TO EC-FIELD-VALUE
006650     MOVE 8 TO EC-FIELD-LEN
006660     SET EC-TYPE-DATE TO TRUE
006670     CALL "EDITCHK" USING EDITCHK-RECORD
006680     IF EC-FIELD-INVALID
006690         PERFORM 3290-EDIT-REJECT THRU 3290-EXIT
006700         GO TO 3200-EXIT
006710     END-IF
006720     MOVE "CLR-POS " TO EC-FIELD-NAME
006730     MOVE SPACES TO EC-FIELD-VALUE
006740     MOVE CLR-POSITION TO EC-FIELD-VALUE
006750     MOVE 6 TO EC-FIELD-LEN
006760     SET EC-TYPE-NUMERIC TO TRUE
006770     CALL "EDITCHK" USING EDITCHK-RECORD
006780     IF EC-FIELD-INVALID
006790         PERFORM 3290-EDIT-REJECT THRU 3290-EXIT
006800         GO TO 3200-EXIT
006810     END-IF
006820     IF CLR-OPERATOR-ID = SPACES
006830         MOVE "REJECTED - NO CLEARING OPERATOR" TO WS-RESULT-TEXT
006840         SET WS-EDIT-INVALID TO TRUE
006850     END-IF.
006860 3200-EXIT.
006870     EXIT.
006880
006890 3290-EDIT-REJECT.
006900     SET WS-EDIT-INVALID TO TRUE
006910     MOVE SPACES TO WS-RESULT-TEXT
006920     STRING "REJECTED - " DELIMITED BY SIZE
006930         EC-REASON-TEXT DELIMITED BY SIZE
006940         INTO WS-RESULT-TEXT.
006950 3290-EXIT.
006960     EXIT.
006970
006980*---------------------------------------------------------------
006990* 7000-WRITE-RPT-LINE THRU 7000-EXIT.
007000*---------------------------------------------------------------
007010 7000-WRITE-RPT-LINE.
007020     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007030         PERFORM 9000-WRITE-HEADERS THRU 9000-EXIT
007040     END-IF
007050     MOVE SPACES TO SUSPRPT-RECORD
007060     MOVE " " TO RPT-CTL-CHAR
007070     MOVE WS-PRINT-LINE TO RPT-TEXT
007080     WRITE SUSPRPT-RECORD
007090     ADD 1 TO WS-LINE-COUNT.
007100 7000-EXIT.
007110     EXIT.
007120
007130*---------------------------------------------------------------
007140* 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
007150*   PRINTS WS-RPT-LABEL AND THE EDITED COUNT IN WS-RPT-COUNT.
007160*---------------------------------------------------------------
007170 7100-WRITE-COUNT-LINE.
007180     MOVE SPACES TO WS-PRINT-LINE
007190     STRING "  " DELIMITED BY SIZE
007200         WS-RPT-LABEL DELIMITED BY SIZE
007210         " " DELIMITED BY SIZE
007220         WS-RPT-COUNT DELIMITED BY SIZE
007230         INTO WS-PRINT-LINE
007240     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
007250 7100-EXIT.
007260     EXIT.
007270
007280*---------------------------------------------------------------
007290* 8000-WRITE-TOTALS THRU 8000-EXIT.
007300*---------------------------------------------------------------
007310 8000-WRITE-TOTALS.
007320     MOVE "CONTROL COUNTS" TO WS-PRINT-LINE
007330     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
007340     MOVE "CALCERR RECORDS READ" TO WS-RPT-LABEL
007350     MOVE WS-ERR-READ TO WS-RPT-COUNT
007360     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
007370     MOVE "POSTED TO SUSPENSE" TO WS-RPT-LABEL
007380     MOVE WS-POSTED-COUNT TO WS-RPT-COUNT
007390     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
007400     MOVE "ALREADY IN SUSPENSE" TO WS-RPT-LABEL
007410     MOVE WS-ALREADY-COUNT TO WS-RPT-COUNT
007420     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
007421     IF WS-SHARED-COUNT > ZERO
007422         MOVE "BATCH IN TWO DEPTS" TO WS-RPT-LABEL
007423         MOVE WS-SHARED-COUNT TO WS-RPT-COUNT
007424         PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
007425     END-IF
007430     IF WS-NO-ROOM-COUNT > ZERO
007440         MOVE "NOT POSTED - NO KEY" TO WS-RPT-LABEL
007450         MOVE WS-NO-ROOM-COUNT TO WS-RPT-COUNT
007460         PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
007470     END-IF
007480     MOVE "CLEARANCE CARDS READ" TO WS-RPT-LABEL
007490     MOVE WS-CLR-READ TO WS-RPT-COUNT
007500     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
007510     MOVE "CLEARANCES APPLIED" TO WS-RPT-LABEL
007520     MOVE WS-CLR-APPLIED TO WS-RPT-COUNT
007530     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
007540     MOVE "CLEARANCES REJECTED" TO WS-RPT-LABEL
007550     MOVE WS-CLR-REJECTED TO WS-RPT-COUNT
007560     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
007570 8000-EXIT.
007580     EXIT.
007590
007600*---------------------------------------------------------------
007610* 9000-WRITE-HEADERS THRU 9000-EXIT.
007620*---------------------------------------------------------------
007630 9000-WRITE-HEADERS.
007640     ADD 1 TO WS-PAGE-COUNT
007650     MOVE WS-PAGE-COUNT TO WS-PAGE-COUNT-ED
007660     MOVE SPACES TO SUSPRPT-RECORD
007670     MOVE "1" TO RPT-CTL-CHAR
007680     MOVE "CALCULATION-ERROR SUSPENSE - POSTING AND CLEARANCE"
007690         TO RPT-TEXT
007700     WRITE SUSPRPT-RECORD
007710     MOVE SPACES TO SUSPRPT-RECORD
007720     MOVE " " TO RPT-CTL-CHAR
007730     STRING "RUN DATE: " WS-RUN-DATE-ED "     PAGE: "
007740             WS-PAGE-COUNT-ED DELIMITED BY SIZE INTO RPT-TEXT
007750     WRITE SUSPRPT-RECORD
007760     MOVE SPACES TO SUSPRPT-RECORD
007770     MOVE " " TO RPT-CTL-CHAR
007780     WRITE SUSPRPT-RECORD
007790     MOVE ZERO TO WS-LINE-COUNT.
007800 9000-EXIT.
007810     EXIT.
007820
007830 END PROGRAM SUSPPOST.
