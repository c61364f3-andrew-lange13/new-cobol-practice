000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. REORDFUP.
000030 AUTHOR. J H MILLARD.
000040 INSTALLATION. HOME OFFICE DATA CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070****************************************************************
000080*                                                               *
000090* REORDFUP IS THE REORDER FOLLOW-UP RUN.  99BOTTLES WRITES A    *
000100* BOTNTC NOTICE FOR EVERY ITEM AT OR UNDER ITS REORDER POINT    *
000110* ON EVERY RUN, SO THE SAME ITEM RAISES A FRESH NOTICE EACH DAY *
000120* UNTIL STOCK ARRIVES.  THIS PROGRAM FOLDS EACH DAY'S NOTICES   *
000130* INTO THE INDEXED REORDTRK FILE (KEYED BY ITEM AND NOTICE      *
000140* DATE): A NOTICE FOR AN ITEM WITH NO REORDER OUTSTANDING OPENS *
000150* ONE, AND A NOTICE FOR AN ITEM THAT ALREADY HAS ONE OPEN OR    *
000160* ORDERED IS SUPPRESSED - IT ONLY REFRESHES THE LATEST COUNT.   *
000170* IT THEN APPLIES PURCHASING'S REORDUPD CARDS (ORDER PLACED,    *
000180* WITH PO NUMBER AND PROMISED DATE; DELIVERY RECEIVED), EACH    *
000190* SCREENED THROUGH EDITCHK, AND PRINTS AN OPEN-ORDERS AGING     *
000200* REPORT (REORDRPT) THAT FLAGS ORDERS PAST THEIR PROMISED DATE  *
000210* AND ITEMS THAT HAVE RUN DOWN TO THEIR FLOOR WITH NO ORDER     *
000220* PLACED.  THE RETURN CODE IS 4 WHEN ANY NOTICE OR CARD WAS     *
000230* REJECTED AND 16 WHEN REORDTRK OR THE REPORT COULD NOT BE      *
000240* OPENED.                                                       *
000250*                                                               *
000260****************************************************************
000270*MODIFICATION HISTORY
000280*DATE       INIT DESCRIPTION
000290*2026-10-15 JHM  ORIGINAL PROGRAM.
000300****************************************************************
000310
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT BOTNTC-FILE ASSIGN TO "BOTNTC"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-BOTNTC-STATUS.
000420
000430     SELECT REORDUPD-FILE ASSIGN TO "REORDUPD"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-REORDUPD-STATUS.
000460
000470     SELECT REORDTRK-FILE ASSIGN TO "REORDTRK"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS ROT-KEY
000510         FILE STATUS IS WS-REORDTRK-STATUS.
000520
000530     SELECT REORDRPT-FILE ASSIGN TO "REORDRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-REORDRPT-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590*---------------------------------------------------------------
000600* BOTNTC-FILE - THE DAY'S REORDER NOTICES FROM 99BOTTLES.  SAME
000610* LAYOUT AS WRITTEN THERE.
000620*---------------------------------------------------------------
000630 FD  BOTNTC-FILE.
000640 01  BOTNTC-RECORD.
000650     05  NTC-ITEM-CODE           PIC X(08).
000660     05  NTC-FILL-1              PIC X(01).
000670     05  NTC-DESC                PIC X(20).
000680     05  NTC-FILL-2              PIC X(01).
000690     05  NTC-COUNT               PIC 9(03).
000700     05  NTC-FILL-3              PIC X(01).
000710     05  NTC-REORDER             PIC 9(03).
000720     05  NTC-FILL-4              PIC X(01).
000730     05  NTC-RUN-DATE            PIC X(08).
000740     05  NTC-FILL-5              PIC X(01).
000750     05  NTC-FLOOR               PIC 9(03).
000760     05  FILLER                  PIC X(30).
000770
000780*---------------------------------------------------------------
000790* REORDUPD-FILE - PURCHASING'S STATUS CARDS.
000800*   ORDER  - THE REORDER HAS BEEN PLACED: PO NUMBER AND
000810*            PROMISED DATE ARE REQUIRED.  A SECOND ORDER CARD
000820*            FOR AN ORDERED REORDER REPLACES BOTH.
000830*   RECV   - THE DELIVERY HAS ARRIVED.  A BLANK DATE IS TODAY.
000840* A BLANK NOTICE DATE MEANS THE ITEM'S OUTSTANDING REORDER.
000850* THE STOCK ITSELF IS POSTED TO SUPPMAST BY SUPPPOST.
000860*---------------------------------------------------------------
000870 FD  REORDUPD-FILE.
000880 01  REORDUPD-RECORD.
000890     05  RUP-ACTION              PIC X(06).
000900         88  RUP-ACTION-ORDER            VALUE "ORDER ".
000910         88  RUP-ACTION-RECV             VALUE "RECV  ".
000920     05  RUP-ITEM-CODE           PIC X(08).
000930     05  RUP-NOTICE-DATE         PIC X(08).
000940     05  RUP-PO-NUMBER           PIC X(10).
000950     05  RUP-DATE                PIC X(08).
000960     05  FILLER                  PIC X(40).
000970
000980*---------------------------------------------------------------
000990* REORDTRK-FILE - THE INDEXED REORDER-TRACKING FILE, KEYED BY
001000* ITEM CODE AND NOTICE DATE.
001010*---------------------------------------------------------------
001020 FD  REORDTRK-FILE.
001030 COPY REORDTRK.
001040
001050*---------------------------------------------------------------
001060* REORDRPT-FILE - THE FOLLOW-UP REGISTER AND AGING REPORT.
001070* COLUMN ONE IS A STANDARD PRINTER CARRIAGE-CONTROL CHARACTER.
001080*---------------------------------------------------------------
001090 FD  REORDRPT-FILE.
001100 01  REORDRPT-RECORD.
001110     05  RPT-CTL-CHAR            PIC X(01).
001120     05  RPT-TEXT                PIC X(80).
001130
001140 WORKING-STORAGE SECTION.
001150*---------------------------------------------------------------
001160* FILE STATUS FIELDS AND SWITCHES.
001170*---------------------------------------------------------------
001180 77  WS-BOTNTC-STATUS            PIC X(02).
001190     88  WS-BOTNTC-OK                    VALUE "00".
001200 77  WS-REORDUPD-STATUS          PIC X(02).
001210     88  WS-REORDUPD-OK                  VALUE "00".
001220 77  WS-REORDTRK-STATUS          PIC X(02).
001230     88  WS-REORDTRK-OK                  VALUE "00".
001240     88  WS-REORDTRK-NOT-FOUND           VALUE "35".
001250 77  WS-REORDRPT-STATUS          PIC X(02).
001260     88  WS-REORDRPT-OK                  VALUE "00".
001270
001280 77  WS-NTC-EOF-SWITCH           PIC X(01) VALUE "N".
001290     88  WS-END-OF-BOTNTC                VALUE "Y".
001300 77  WS-UPD-EOF-SWITCH           PIC X(01) VALUE "N".
001310     88  WS-END-OF-REORDUPD              VALUE "Y".
001320 77  WS-TRK-EOF-SWITCH           PIC X(01) VALUE "N".
001330     88  WS-END-OF-REORDTRK              VALUE "Y".
001340 77  WS-FOUND-SWITCH             PIC X(01) VALUE "N".
001350     88  WS-OUTSTANDING-FOUND            VALUE "Y".
001360 77  WS-SCAN-SWITCH              PIC X(01) VALUE "N".
001370     88  WS-SCAN-DONE                    VALUE "Y".
001380 77  WS-EDIT-SWITCH              PIC X(01) VALUE "Y".
001390     88  WS-EDIT-VALID                   VALUE "Y".
001400     88  WS-EDIT-INVALID                 VALUE "N".
001410
001420*---------------------------------------------------------------
001430* DATES AND WORK FIELDS.
001440*---------------------------------------------------------------
001450 77  WS-TODAY                    PIC 9(08) VALUE ZERO.
001460 77  WS-TODAY-INTEGER            PIC 9(07) VALUE ZERO.
001470 77  WS-DAYS-OPEN                PIC 9(05) VALUE ZERO.
001480 77  WS-SCAN-ITEM                PIC X(08) VALUE SPACES.
001490 01  WS-RESULT-TEXT              PIC X(40).
001500 01  WS-FLAG-TEXT                PIC X(24).
001510
001520*---------------------------------------------------------------
001530* CONTROL COUNTS.
001540*---------------------------------------------------------------
001550 77  WS-NTC-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
001560 77  WS-NTC-OPENED-COUNT         PIC 9(07) COMP VALUE ZERO.
001570 77  WS-NTC-SUPPRESS-COUNT       PIC 9(07) COMP VALUE ZERO.
001580 77  WS-NTC-REJECT-COUNT         PIC 9(07) COMP VALUE ZERO.
001590 77  WS-UPD-APPLIED-COUNT        PIC 9(07) COMP VALUE ZERO.
001600 77  WS-UPD-REJECT-COUNT         PIC 9(07) COMP VALUE ZERO.
001610 77  WS-AGE-OPEN-COUNT           PIC 9(07) COMP VALUE ZERO.
001620 77  WS-AGE-ORDERED-COUNT        PIC 9(07) COMP VALUE ZERO.
001630 77  WS-AGE-LATE-COUNT           PIC 9(07) COMP VALUE ZERO.
001640 77  WS-AGE-FLOOR-COUNT          PIC 9(07) COMP VALUE ZERO.
001650 77  WS-AGE-0-7-COUNT            PIC 9(07) COMP VALUE ZERO.
001660 77  WS-AGE-8-14-COUNT           PIC 9(07) COMP VALUE ZERO.
001670 77  WS-AGE-15-30-COUNT          PIC 9(07) COMP VALUE ZERO.
001680 77  WS-AGE-OVER-30-COUNT        PIC 9(07) COMP VALUE ZERO.
001690
001700*---------------------------------------------------------------
001710* PRINT-FILE PAGINATION, HEADING AND EDITED WORK FIELDS.
001720*---------------------------------------------------------------
001730 77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
001740 77  WS-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
001750 77  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.
001760 01  WS-PAGE-COUNT-ED            PIC ZZ9.
001770 01  WS-RUN-DATE-RAW             PIC 9(06).
001780 01  WS-RUN-DATE-ED              PIC 99/99/99.
001790 01  WS-PRINT-LINE               PIC X(80).
001800 01  WS-RPT-LABEL                PIC X(24).
001810 01  WS-RPT-COUNT                PIC ZZZZZZ9.
001820 01  WS-ED-DAYS                  PIC ZZZZ9.
001830 01  WS-ED-3                     PIC ZZ9.
001840
001850*---------------------------------------------------------------
001860* LINKAGE RECORD PASSED TO EDITCHK TO SCREEN THE NOTICES AND
001870* THE PURCHASING CARDS.
001880*---------------------------------------------------------------
001890 COPY EDITCHKREC.
001900
001910 PROCEDURE DIVISION.
001920*---------------------------------------------------------------
001930* 0000-MAINLINE.
001940*---------------------------------------------------------------
001950 0000-MAINLINE.
001960     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001970     IF RETURN-CODE NOT = 16
001980         PERFORM 2000-FOLD-NOTICES THRU 2000-EXIT
001990         PERFORM 3000-APPLY-UPDATES THRU 3000-EXIT
002000         PERFORM 4000-AGING-REPORT THRU 4000-EXIT
002010         PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
002020         CLOSE REORDTRK-FILE
002030         CLOSE REORDRPT-FILE
002040         IF WS-NTC-REJECT-COUNT > ZERO
002050                 OR WS-UPD-REJECT-COUNT > ZERO
002060             MOVE 4 TO RETURN-CODE
002070         ELSE
002080             MOVE ZERO TO RETURN-CODE
002090         END-IF
002100     END-IF
002110     GOBACK.
002120
002130*---------------------------------------------------------------
002140* 1000-INITIALIZE THRU 1000-EXIT.
002150*   OPENS THE TRACKING FILE (CREATING IT EMPTY ON A FIRST RUN)
002160*   AND THE REPORT.  THE NOTICE AND CARD FILES ARE OPENED BY
002170*   THEIR OWN PASSES, SINCE EITHER MAY BE ABSENT ON A GIVEN DAY.
002180*---------------------------------------------------------------
002190 1000-INITIALIZE.
002200     MOVE ZERO TO RETURN-CODE
002210     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002220     ACCEPT WS-RUN-DATE-RAW FROM DATE
002230     MOVE WS-RUN-DATE-RAW TO WS-RUN-DATE-ED
002240     COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(WS-TODAY)
002250     OPEN I-O REORDTRK-FILE
002260     IF WS-REORDTRK-NOT-FOUND
002270         OPEN OUTPUT REORDTRK-FILE
002280         CLOSE REORDTRK-FILE
002290         OPEN I-O REORDTRK-FILE
002300     END-IF
002310     IF NOT WS-REORDTRK-OK
002320         DISPLAY "REORDFUP: UNABLE TO OPEN REORDTRK, STATUS "
002330             WS-REORDTRK-STATUS
002340         MOVE 16 TO RETURN-CODE
002350         GO TO 1000-EXIT
002360     END-IF
002370     OPEN OUTPUT REORDRPT-FILE
002380     IF NOT WS-REORDRPT-OK
002390         DISPLAY "REORDFUP: UNABLE TO OPEN REORDRPT, STATUS "
002400             WS-REORDRPT-STATUS
002410         MOVE 16 TO RETURN-CODE
002420         CLOSE REORDTRK-FILE
002430         GO TO 1000-EXIT
002440     END-IF
002450     PERFORM 9000-WRITE-HEADERS THRU 9000-EXIT.
002460 1000-EXIT.
002470     EXIT.
002480
002490*---------------------------------------------------------------
002500* 2000-FOLD-NOTICES THRU 2000-EXIT.
002510*   FOLDS THE DAY'S BOTNTC NOTICES INTO REORDTRK.  NO NOTICE
002520*   FILE MEANS NO ITEM REACHED ITS REORDER POINT.
002530*---------------------------------------------------------------
002540 2000-FOLD-NOTICES.
002550     MOVE "NOTICES FOLDED IN" TO WS-PRINT-LINE
002560     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
002570     OPEN INPUT BOTNTC-FILE
002580     IF NOT WS-BOTNTC-OK
002590         MOVE "  NO BOTNTC NOTICES STAGED" TO WS-PRINT-LINE
002600         PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
002610         GO TO 2000-EXIT
002620     END-IF
002630     PERFORM 2100-FOLD-ONE THRU 2100-EXIT
002640         UNTIL WS-END-OF-BOTNTC
002650     CLOSE BOTNTC-FILE.
002660 2000-EXIT.
002670     EXIT.
002680
002690*---------------------------------------------------------------
002700* 2100-FOLD-ONE THRU 2100-EXIT.
002710*   SCREENS ONE NOTICE, THEN EITHER SUPPRESSES IT AGAINST THE
002720*   ITEM'S OUTSTANDING REORDER OR OPENS A NEW ONE.  A NOTICE
002730*   ALREADY FOLDED IN (A RERUN) IS NOT COUNTED TWICE.
002740*---------------------------------------------------------------
002750 2100-FOLD-ONE.
002760     READ BOTNTC-FILE
002770         AT END
002780             SET WS-END-OF-BOTNTC TO TRUE
002790             GO TO 2100-EXIT
002800     END-READ
002810     IF NTC-ITEM-CODE = SPACES
002820         GO TO 2100-EXIT
002830     END-IF
002840     ADD 1 TO WS-NTC-READ-COUNT
002850     MOVE SPACES TO WS-RESULT-TEXT
002860     MOVE "NTCDATE " TO EC-FIELD-NAME
002870     MOVE SPACES TO EC-FIELD-VALUE
002880     MOVE NTC-RUN-DATE TO EC-FIELD-VALUE
002890     MOVE 8 TO EC-FIELD-LEN
002900     SET EC-TYPE-DATE TO TRUE
002910     CALL "EDITCHK" USING EDITCHK-RECORD
002920     IF EC-FIELD-VALID
002930         MOVE "NTCCOUNT" TO EC-FIELD-NAME
002940         MOVE SPACES TO EC-FIELD-VALUE
002950         MOVE NTC-COUNT TO EC-FIELD-VALUE
002960         MOVE 3 TO EC-FIELD-LEN
002970         SET EC-TYPE-NUMERIC TO TRUE
002980         CALL "EDITCHK" USING EDITCHK-RECORD
002990     END-IF
003000     IF EC-FIELD-INVALID
003010         ADD 1 TO WS-NTC-REJECT-COUNT
003020         STRING "REJECTED - " DELIMITED BY SIZE
003030             EC-REASON-TEXT DELIMITED BY SIZE
003040             INTO WS-RESULT-TEXT
003050         PERFORM 2900-WRITE-NOTICE-LINE THRU 2900-EXIT
003060         GO TO 2100-EXIT
003070     END-IF
003080     MOVE NTC-ITEM-CODE TO WS-SCAN-ITEM
003090     PERFORM 2500-FIND-OUTSTANDING THRU 2500-EXIT
003100     IF WS-OUTSTANDING-FOUND
003110         IF ROT-LATEST-DATE < NTC-RUN-DATE
003120             ADD 1 TO ROT-REPEAT-COUNT
003130             MOVE NTC-RUN-DATE TO ROT-LATEST-DATE
003140             MOVE NTC-COUNT TO ROT-LATEST-COUNT
003150             MOVE NTC-REORDER TO ROT-REORDER
003160             IF NTC-FLOOR NUMERIC
003170                 MOVE NTC-FLOOR TO ROT-FLOOR
003180             END-IF
003190             REWRITE REORDTRK-RECORD
003200                 INVALID KEY
003210                     DISPLAY "REORDFUP: REWRITE FAILED FOR "
003220                         ROT-ITEM-CODE ", STATUS "
003230                         WS-REORDTRK-STATUS
003240             END-REWRITE
003250         END-IF
003260         ADD 1 TO WS-NTC-SUPPRESS-COUNT
003270         IF ROT-NOTICE-DATE = NTC-RUN-DATE
003280             MOVE "SUPPRESSED - ALREADY FOLDED IN" TO
003290                 WS-RESULT-TEXT
003300         ELSE
003310             STRING "SUPPRESSED - OPEN SINCE " DELIMITED BY SIZE
003320                 ROT-NOTICE-DATE DELIMITED BY SIZE
003330                 INTO WS-RESULT-TEXT
003340         END-IF
003350         PERFORM 2900-WRITE-NOTICE-LINE THRU 2900-EXIT
003360         GO TO 2100-EXIT
003370     END-IF
003380     MOVE SPACES TO REORDTRK-RECORD
003390     MOVE NTC-ITEM-CODE TO ROT-ITEM-CODE
003400     MOVE NTC-RUN-DATE TO ROT-NOTICE-DATE
003410     MOVE NTC-DESC TO ROT-DESC
003420     SET ROT-OPEN TO TRUE
003430     MOVE NTC-COUNT TO ROT-NOTICE-COUNT
003440     MOVE NTC-REORDER TO ROT-REORDER
003450     MOVE ZERO TO ROT-FLOOR
003460     IF NTC-FLOOR NUMERIC
003470         MOVE NTC-FLOOR TO ROT-FLOOR
003480     END-IF
003490     MOVE NTC-COUNT TO ROT-LATEST-COUNT
003500     MOVE NTC-RUN-DATE TO ROT-LATEST-DATE
003510     MOVE ZERO TO ROT-REPEAT-COUNT
003520     MOVE ZERO TO ROT-ORDERED-DATE
003530     MOVE ZERO TO ROT-PROMISED-DATE
003540     MOVE ZERO TO ROT-RECEIVED-DATE
003550     WRITE REORDTRK-RECORD
003560         INVALID KEY
003570             ADD 1 TO WS-NTC-SUPPRESS-COUNT
003580             MOVE "SUPPRESSED - ALREADY FOLDED IN" TO
003590                 WS-RESULT-TEXT
003600         NOT INVALID KEY
003610             ADD 1 TO WS-NTC-OPENED-COUNT
003620             MOVE "REORDER OPENED" TO WS-RESULT-TEXT
003630     END-WRITE
003640     PERFORM 2900-WRITE-NOTICE-LINE THRU 2900-EXIT.
003650 2100-EXIT.
003660     EXIT.
003670
003680*---------------------------------------------------------------
003690* 2500-FIND-OUTSTANDING THRU 2500-EXIT.
003700*   POSITIONS AT THE FIRST REORDTRK RECORD FOR WS-SCAN-ITEM AND
003710*   READS FORWARD THROUGH THAT ITEM'S REORDERS LOOKING FOR ONE
003720*   STILL OPEN OR ORDERED.  WHEN ONE IS FOUND IT IS LEFT IN THE
003730*   RECORD AREA, READY TO BE REWRITTEN.
003740*---------------------------------------------------------------
003750 2500-FIND-OUTSTANDING.
003760     MOVE "N" TO WS-FOUND-SWITCH
003770     MOVE "N" TO WS-SCAN-SWITCH
003780     MOVE WS-SCAN-ITEM TO ROT-ITEM-CODE
003790     MOVE ZERO TO ROT-NOTICE-DATE
003800     START REORDTRK-FILE KEY IS NOT LESS THAN ROT-KEY
003810         INVALID KEY
003820             GO TO 2500-EXIT
003830     END-START
003840     PERFORM 2510-SCAN-ONE THRU 2510-EXIT
003850         UNTIL WS-SCAN-DONE.
003860 2500-EXIT.
003870     EXIT.
003880
003890 2510-SCAN-ONE.
003900     READ REORDTRK-FILE NEXT RECORD
003910         AT END
003920             SET WS-SCAN-DONE TO TRUE
003930             GO TO 2510-EXIT
003940     END-READ
003950     IF ROT-ITEM-CODE NOT = WS-SCAN-ITEM
003960         SET WS-SCAN-DONE TO TRUE
003970         GO TO 2510-EXIT
003980     END-IF
003990     IF ROT-OUTSTANDING
004000         SET WS-OUTSTANDING-FOUND TO TRUE
004010         SET WS-SCAN-DONE TO TRUE
004020     END-IF.
004030 2510-EXIT.
004040     EXIT.
004050
004060*---------------------------------------------------------------
004070* 2900-WRITE-NOTICE-LINE THRU 2900-EXIT.
004080*---------------------------------------------------------------
004090 2900-WRITE-NOTICE-LINE.
004100     MOVE SPACES TO WS-PRINT-LINE
004110     MOVE NTC-ITEM-CODE TO WS-PRINT-LINE(3:8)
004120     MOVE NTC-RUN-DATE TO WS-PRINT-LINE(12:8)
004130     MOVE NTC-COUNT TO WS-PRINT-LINE(21:3)
004140     MOVE WS-RESULT-TEXT TO WS-PRINT-LINE(26:40)
004150     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
004160 2900-EXIT.
004170     EXIT.
004180
004190*---------------------------------------------------------------
004200* 3000-APPLY-UPDATES THRU 3000-EXIT.
004210*   APPLIES PURCHASING'S STATUS CARDS.  NO CARD FILE MEANS
004220*   NOTHING WAS ORDERED OR RECEIVED TODAY.
004230*---------------------------------------------------------------
004240 3000-APPLY-UPDATES.
004250     MOVE SPACES TO WS-PRINT-LINE
004260     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
004270     MOVE "PURCHASING UPDATES" TO WS-PRINT-LINE
004280     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
004290     OPEN INPUT REORDUPD-FILE
004300     IF NOT WS-REORDUPD-OK
004310         MOVE "  NO REORDUPD CARDS STAGED" TO WS-PRINT-LINE
004320         PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
004330         GO TO 3000-EXIT
004340     END-IF
004350     PERFORM 3100-APPLY-ONE THRU 3100-EXIT
004360         UNTIL WS-END-OF-REORDUPD
004370     CLOSE REORDUPD-FILE.
004380 3000-EXIT.
004390     EXIT.
004400
004410*---------------------------------------------------------------
004420* 3100-APPLY-ONE THRU 3100-EXIT.
004430*   SCREENS ONE CARD, LOCATES ITS REORDER AND APPLIES IT, THEN
004440*   WRITES ITS REGISTER LINE.
004450*---------------------------------------------------------------
004460 3100-APPLY-ONE.
004470     READ REORDUPD-FILE
004480         AT END
004490             SET WS-END-OF-REORDUPD TO TRUE
004500             GO TO 3100-EXIT
004510     END-READ
004520     MOVE SPACES TO WS-RESULT-TEXT
004530     PERFORM 3200-EDIT-CARD THRU 3200-EXIT
004540     IF WS-EDIT-VALID
004550         PERFORM 3300-LOCATE-REORDER THRU 3300-EXIT
004560     END-IF
004570     IF WS-EDIT-VALID
004580         IF RUP-ACTION-ORDER
004590             PERFORM 3400-ORDER-PLACED THRU 3400-EXIT
004600         ELSE
004610             PERFORM 3500-ORDER-RECEIVED THRU 3500-EXIT
004620         END-IF
004630     END-IF
004640     IF WS-RESULT-TEXT(1:8) = "REJECTED"
004650         ADD 1 TO WS-UPD-REJECT-COUNT
004660     ELSE
004670         ADD 1 TO WS-UPD-APPLIED-COUNT
004680     END-IF
004690     MOVE SPACES TO WS-PRINT-LINE
004700     MOVE RUP-ACTION TO WS-PRINT-LINE(3:6)
004710     MOVE RUP-ITEM-CODE TO WS-PRINT-LINE(10:8)
004720     MOVE RUP-PO-NUMBER TO WS-PRINT-LINE(19:10)
004730     MOVE WS-RESULT-TEXT TO WS-PRINT-LINE(30:40)
004740     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
004750 3100-EXIT.
004760     EXIT.
004770
004780*---------------------------------------------------------------
004790* 3200-EDIT-CARD THRU 3200-EXIT.
004800*   SCREENS THE CARD THROUGH THE SHARED EDITCHK ROUTINE: THE
004810*   ITEM CODE ALWAYS; THE NOTICE DATE WHEN GIVEN; ON AN ORDER
004820*   THE PO NUMBER AND PROMISED DATE; ON A RECEIPT THE RECEIVED
004830*   DATE WHEN GIVEN.
004840*---------------------------------------------------------------
004850 3200-EDIT-CARD.
004860     SET WS-EDIT-VALID TO TRUE
004870     IF NOT RUP-ACTION-ORDER AND NOT RUP-ACTION-RECV
004880         MOVE "REJECTED - UNKNOWN ACTION" TO WS-RESULT-TEXT
004890         SET WS-EDIT-INVALID TO TRUE
004900         GO TO 3200-EXIT
004910     END-IF
004920     MOVE "ITEMCODE" TO EC-FIELD-NAME
004930     MOVE SPACES TO EC-FIELD-VALUE
004940     MOVE RUP-ITEM-CODE TO EC-FIELD-VALUE
004950     MOVE 8 TO EC-FIELD-LEN
004960     SET EC-TYPE-ANY TO TRUE
004970     CALL "EDITCHK" USING EDITCHK-RECORD
004980     IF EC-FIELD-INVALID
004990         PERFORM 3290-EDIT-REJECT THRU 3290-EXIT
005000         GO TO 3200-EXIT
005010     END-IF
005020     IF RUP-NOTICE-DATE NOT = SPACES
005030         MOVE "NTCDATE " TO EC-FIELD-NAME
005040         MOVE SPACES TO EC-FIELD-VALUE
005050         MOVE RUP-NOTICE-DATE TO EC-FIELD-VALUE
005060         MOVE 8 TO EC-FIELD-LEN
005070         SET EC-TYPE-DATE TO TRUE
005080         CALL "EDITCHK" USING EDITCHK-RECORD
005090         IF EC-FIELD-INVALID
005100             PERFORM 3290-EDIT-REJECT THRU 3290-EXIT
005110             GO TO 3200-EXIT
005120         END-IF
005130     END-IF
005140     IF RUP-ACTION-ORDER
005150         MOVE "PONUMBER" TO EC-FIELD-NAME
005160         MOVE SPACES TO EC-FIELD-VALUE
005170         MOVE RUP-PO-NUMBER TO EC-FIELD-VALUE
005180         MOVE 10 TO EC-FIELD-LEN
005190         SET EC-TYPE-ANY TO TRUE
005200         CALL "EDITCHK" USING EDITCHK-RECORD
005210         IF EC-FIELD-INVALID
005220             PERFORM 3290-EDIT-REJECT THRU 3290-EXIT
005230             GO TO 3200-EXIT
005240         END-IF
005250     END-IF
005260     IF RUP-ACTION-ORDER OR RUP-DATE NOT = SPACES
005270         MOVE "UPDDATE " TO EC-FIELD-NAME
005280         MOVE SPACES TO EC-FIELD-VALUE
005290         MOVE RUP-DATE TO EC-FIELD-VALUE
005300         MOVE 8 TO EC-FIELD-LEN
005310         SET EC-TYPE-DATE TO TRUE
005320         CALL "EDITCHK" USING EDITCHK-RECORD
005330         IF EC-FIELD-INVALID
005340             PERFORM 3290-EDIT-REJECT THRU 3290-EXIT
005350         END-IF
005360     END-IF.
005370 3200-EXIT.
005380     EXIT.
005390
005400*---------------------------------------------------------------
005410* 3290-EDIT-REJECT THRU 3290-EXIT.
005420*---------------------------------------------------------------
005430 3290-EDIT-REJECT.
005440     SET WS-EDIT-INVALID TO TRUE
005450     MOVE SPACES TO WS-RESULT-TEXT
005460     STRING "REJECTED - " DELIMITED BY SIZE
005470         EC-REASON-TEXT DELIMITED BY SIZE
005480         INTO WS-RESULT-TEXT.
005490 3290-EXIT.
005500     EXIT.
005510
005520*---------------------------------------------------------------
005530* 3300-LOCATE-REORDER THRU 3300-EXIT.
005540*   READS THE REORDER NAMED BY ITEM AND NOTICE DATE, OR THE
005550*   ITEM'S OUTSTANDING REORDER WHEN NO NOTICE DATE IS GIVEN.
005560*   A RECEIVED REORDER CANNOT BE UPDATED AGAIN.
005570*---------------------------------------------------------------
005580 3300-LOCATE-REORDER.
005590     IF RUP-NOTICE-DATE = SPACES
005600         MOVE RUP-ITEM-CODE TO WS-SCAN-ITEM
005610         PERFORM 2500-FIND-OUTSTANDING THRU 2500-EXIT
005620         IF NOT WS-OUTSTANDING-FOUND
005630             MOVE "REJECTED - NO REORDER OUTSTANDING" TO
005640                 WS-RESULT-TEXT
005650             SET WS-EDIT-INVALID TO TRUE
005660         END-IF
005670         GO TO 3300-EXIT
005680     END-IF
005690     MOVE RUP-ITEM-CODE TO ROT-ITEM-CODE
005700     MOVE RUP-NOTICE-DATE TO ROT-NOTICE-DATE
005710     READ REORDTRK-FILE
005720         INVALID KEY
005730             MOVE "REJECTED - REORDER NOT ON FILE" TO
005740                 WS-RESULT-TEXT
005750             SET WS-EDIT-INVALID TO TRUE
005760             GO TO 3300-EXIT
005770     END-READ
005780     IF ROT-RECEIVED
005790         MOVE "REJECTED - ALREADY RECEIVED" TO WS-RESULT-TEXT
005800         SET WS-EDIT-INVALID TO TRUE
005810     END-IF.
005820 3300-EXIT.
005830     EXIT.
005840
005850*---------------------------------------------------------------
005860* 3400-ORDER-PLACED THRU 3400-EXIT.
005870*---------------------------------------------------------------
005880 3400-ORDER-PLACED.
005890     IF ROT-ORDERED
005900         MOVE "ORDER CHANGED" TO WS-RESULT-TEXT
005910     ELSE
005920         MOVE "ORDER PLACED" TO WS-RESULT-TEXT
005930         MOVE WS-TODAY TO ROT-ORDERED-DATE
005940     END-IF
005950     SET ROT-ORDERED TO TRUE
005960     MOVE RUP-PO-NUMBER TO ROT-PO-NUMBER
005970     MOVE RUP-DATE TO ROT-PROMISED-DATE
005980     REWRITE REORDTRK-RECORD
005990         INVALID KEY
006000             MOVE "REJECTED - REWRITE FAILED" TO WS-RESULT-TEXT
006010     END-REWRITE.
006020 3400-EXIT.
006030     EXIT.
006040
006050*---------------------------------------------------------------
006060* 3500-ORDER-RECEIVED THRU 3500-EXIT.
006070*   CLOSES THE REORDER.  A REORDER RECEIVED WITHOUT AN ORDER
006080*   CARD (BOUGHT OVER THE COUNTER) IS CLOSED ALL THE SAME.
006090*---------------------------------------------------------------
006100 3500-ORDER-RECEIVED.
006110     IF RUP-DATE = SPACES
006120         MOVE WS-TODAY TO ROT-RECEIVED-DATE
006130     ELSE
006140         MOVE RUP-DATE TO ROT-RECEIVED-DATE
006150     END-IF
006160     IF RUP-PO-NUMBER NOT = SPACES
006170         MOVE RUP-PO-NUMBER TO ROT-PO-NUMBER
006180     END-IF
006190     SET ROT-RECEIVED TO TRUE
006200     MOVE "RECEIVED - REORDER CLOSED" TO WS-RESULT-TEXT
006210     REWRITE REORDTRK-RECORD
006220         INVALID KEY
006230             MOVE "REJECTED - REWRITE FAILED" TO WS-RESULT-TEXT
006240     END-REWRITE.
006250 3500-EXIT.
006260     EXIT.
006270
006280*---------------------------------------------------------------
006290* 4000-AGING-REPORT THRU 4000-EXIT.
006300*   READS REORDTRK FRONT TO BACK AND PRINTS EVERY REORDER STILL
006310*   OPEN OR ORDERED WITH ITS AGE IN DAYS SINCE THE NOTICE.
006320*---------------------------------------------------------------
006330 4000-AGING-REPORT.
006340     PERFORM 9000-WRITE-HEADERS THRU 9000-EXIT
006350     MOVE "OPEN ORDERS AGING" TO WS-PRINT-LINE
006360     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
006370     MOVE SPACES TO WS-PRINT-LINE
006380     MOVE "ITEM" TO WS-PRINT-LINE(1:4)
006390     MOVE "NOTICE" TO WS-PRINT-LINE(10:6)
006400     MOVE "DAYS" TO WS-PRINT-LINE(20:4)
006410     MOVE "STATUS" TO WS-PRINT-LINE(25:6)
006420     MOVE "PO NUMBER" TO WS-PRINT-LINE(33:9)
006430     MOVE "PROMISED" TO WS-PRINT-LINE(44:8)
006440     MOVE "QTY" TO WS-PRINT-LINE(53:3)
006450     MOVE "FLAG" TO WS-PRINT-LINE(57:4)
006460     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
006470     MOVE LOW-VALUES TO ROT-KEY
006480     START REORDTRK-FILE KEY IS NOT LESS THAN ROT-KEY
006490         INVALID KEY
006500             SET WS-END-OF-REORDTRK TO TRUE
006510     END-START
006520     PERFORM 4100-AGE-ONE THRU 4100-EXIT
006530         UNTIL WS-END-OF-REORDTRK.
006540 4000-EXIT.
006550     EXIT.
006560
006570*---------------------------------------------------------------
006580* 4100-AGE-ONE THRU 4100-EXIT.
006590*   AN ORDERED REORDER PAST ITS PROMISED DATE, OR AN OPEN ONE
006600*   WHOSE LATEST COUNT HAS REACHED THE ITEM'S FLOOR, IS FLAGGED.
006610*---------------------------------------------------------------
006620 4100-AGE-ONE.
006630     READ REORDTRK-FILE NEXT RECORD
006640         AT END
006650             SET WS-END-OF-REORDTRK TO TRUE
006660             GO TO 4100-EXIT
006670     END-READ
006680     IF NOT ROT-OUTSTANDING
006690         GO TO 4100-EXIT
006700     END-IF
006710     COMPUTE WS-DAYS-OPEN = WS-TODAY-INTEGER
006720         - FUNCTION INTEGER-OF-DATE(ROT-NOTICE-DATE)
006730     EVALUATE TRUE
006740         WHEN WS-DAYS-OPEN <= 7
006750             ADD 1 TO WS-AGE-0-7-COUNT
006760         WHEN WS-DAYS-OPEN <= 14
006770             ADD 1 TO WS-AGE-8-14-COUNT
006780         WHEN WS-DAYS-OPEN <= 30
006790             ADD 1 TO WS-AGE-15-30-COUNT
006800         WHEN OTHER
006810             ADD 1 TO WS-AGE-OVER-30-COUNT
006820     END-EVALUATE
006830     MOVE SPACES TO WS-FLAG-TEXT
006840     IF ROT-ORDERED
006850         ADD 1 TO WS-AGE-ORDERED-COUNT
006860         IF ROT-PROMISED-DATE < WS-TODAY
006870             ADD 1 TO WS-AGE-LATE-COUNT
006880             MOVE "** PAST PROMISED DATE" TO WS-FLAG-TEXT
006890         END-IF
006900     ELSE
006910         ADD 1 TO WS-AGE-OPEN-COUNT
006920         IF ROT-LATEST-COUNT <= ROT-FLOOR
006930             ADD 1 TO WS-AGE-FLOOR-COUNT
006940             MOVE "** AT FLOOR - NO ORDER" TO WS-FLAG-TEXT
006950         END-IF
006960     END-IF
006970     MOVE SPACES TO WS-PRINT-LINE
006980     MOVE ROT-ITEM-CODE TO WS-PRINT-LINE(1:8)
006990     MOVE ROT-NOTICE-DATE TO WS-PRINT-LINE(10:8)
007000     MOVE WS-DAYS-OPEN TO WS-ED-DAYS
007010     MOVE WS-ED-DAYS TO WS-PRINT-LINE(19:5)
007020     IF ROT-ORDERED
007030         MOVE "ORDERED" TO WS-PRINT-LINE(25:7)
007040         MOVE ROT-PO-NUMBER TO WS-PRINT-LINE(33:10)
007050         MOVE ROT-PROMISED-DATE TO WS-PRINT-LINE(44:8)
007060     ELSE
007070         MOVE "OPEN" TO WS-PRINT-LINE(25:4)
007080     END-IF
007090     MOVE ROT-LATEST-COUNT TO WS-ED-3
007100     MOVE WS-ED-3 TO WS-PRINT-LINE(53:3)
007110     MOVE WS-FLAG-TEXT TO WS-PRINT-LINE(57:24)
007120     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
007130 4100-EXIT.
007140     EXIT.
007150
007160*---------------------------------------------------------------
007170* 7000-WRITE-RPT-LINE THRU 7000-EXIT.
007180*   WRITES WS-PRINT-LINE, STARTING A NEW PAGE WHEN THE CURRENT
007190*   ONE IS FULL.
007200*---------------------------------------------------------------
007210 7000-WRITE-RPT-LINE.
007220     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007230         PERFORM 9000-WRITE-HEADERS THRU 9000-EXIT
007240     END-IF
007250     MOVE SPACES TO REORDRPT-RECORD
007260     MOVE " " TO RPT-CTL-CHAR
007270     MOVE WS-PRINT-LINE TO RPT-TEXT
007280     WRITE REORDRPT-RECORD
007290     ADD 1 TO WS-LINE-COUNT.
007300 7000-EXIT.
007310     EXIT.
007320
007330*---------------------------------------------------------------
007340* 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
007350*   PRINTS WS-RPT-LABEL AND THE EDITED COUNT IN WS-RPT-COUNT.
007360*---------------------------------------------------------------
007370 7100-WRITE-COUNT-LINE.
007380     MOVE SPACES TO WS-PRINT-LINE
007390     STRING "  " DELIMITED BY SIZE
007400         WS-RPT-LABEL DELIMITED BY SIZE
007410         " " DELIMITED BY SIZE
007420         WS-RPT-COUNT DELIMITED BY SIZE
007430         INTO WS-PRINT-LINE
007440     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
007450 7100-EXIT.
007460     EXIT.
007470
007480*---------------------------------------------------------------
007490* 8000-WRITE-TOTALS THRU 8000-EXIT.
007500*---------------------------------------------------------------
007510 8000-WRITE-TOTALS.
007520     MOVE SPACES TO WS-PRINT-LINE
007530     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
007540     MOVE "CONTROL COUNTS" TO WS-PRINT-LINE
007550     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
007560     MOVE "NOTICES READ" TO WS-RPT-LABEL
007570     MOVE WS-NTC-READ-COUNT TO WS-RPT-COUNT
007580     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
007590     MOVE "  REORDERS OPENED" TO WS-RPT-LABEL
007600     MOVE WS-NTC-OPENED-COUNT TO WS-RPT-COUNT
007610     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
007620     MOVE "  SUPPRESSED" TO WS-RPT-LABEL
007630     MOVE WS-NTC-SUPPRESS-COUNT TO WS-RPT-COUNT
007640     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
007650     MOVE "  REJECTED" TO WS-RPT-LABEL
007660     MOVE WS-NTC-REJECT-COUNT TO WS-RPT-COUNT
007670     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
007680     MOVE "UPDATES APPLIED" TO WS-RPT-LABEL
007690     MOVE WS-UPD-APPLIED-COUNT TO WS-RPT-COUNT
007700     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
007710     MOVE "UPDATES REJECTED" TO WS-RPT-LABEL
007720     MOVE WS-UPD-REJECT-COUNT TO WS-RPT-COUNT
007730     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
007740     MOVE "REORDERS OPEN" TO WS-RPT-LABEL
007750     MOVE WS-AGE-OPEN-COUNT TO WS-RPT-COUNT
007760     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
007770     MOVE "  AT FLOOR - NO ORDER" TO WS-RPT-LABEL
007780     MOVE WS-AGE-FLOOR-COUNT TO WS-RPT-COUNT
007790     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
007800     MOVE "REORDERS ORDERED" TO WS-RPT-LABEL
007810     MOVE WS-AGE-ORDERED-COUNT TO WS-RPT-COUNT
007820     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
007830     MOVE "  PAST PROMISED DATE" TO WS-RPT-LABEL
007840     MOVE WS-AGE-LATE-COUNT TO WS-RPT-COUNT
007850     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
007860     MOVE "OUTSTANDING 0-7 DAYS" TO WS-RPT-LABEL
007870     MOVE WS-AGE-0-7-COUNT TO WS-RPT-COUNT
007880     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
007890     MOVE "OUTSTANDING 8-14 DAYS" TO WS-RPT-LABEL
007900     MOVE WS-AGE-8-14-COUNT TO WS-RPT-COUNT
007910     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
007920     MOVE "OUTSTANDING 15-30 DAYS" TO WS-RPT-LABEL
007930     MOVE WS-AGE-15-30-COUNT TO WS-RPT-COUNT
007940     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
007950     MOVE "OUTSTANDING OVER 30 DAYS" TO WS-RPT-LABEL
007960     MOVE WS-AGE-OVER-30-COUNT TO WS-RPT-COUNT
007970     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
007980 8000-EXIT.
007990     EXIT.
008000
008010*---------------------------------------------------------------
008020* 9000-WRITE-HEADERS THRU 9000-EXIT.
008030*---------------------------------------------------------------
008040 9000-WRITE-HEADERS.
008050     ADD 1 TO WS-PAGE-COUNT
008060     MOVE WS-PAGE-COUNT TO WS-PAGE-COUNT-ED
008070     MOVE SPACES TO REORDRPT-RECORD
008080     MOVE "1" TO RPT-CTL-CHAR
008090     MOVE "REORDTRK REORDER FOLLOW-UP - OPEN ORDERS AGING"
008100         TO RPT-TEXT
008110     WRITE REORDRPT-RECORD
008120     MOVE SPACES TO REORDRPT-RECORD
008130     MOVE " " TO RPT-CTL-CHAR
008140     STRING "RUN DATE: " WS-RUN-DATE-ED "     PAGE: "
008150             WS-PAGE-COUNT-ED DELIMITED BY SIZE INTO RPT-TEXT
008160     WRITE REORDRPT-RECORD
008170     MOVE SPACES TO REORDRPT-RECORD
008180     MOVE " " TO RPT-CTL-CHAR
008190     WRITE REORDRPT-RECORD
008200     MOVE ZERO TO WS-LINE-COUNT.
008210 9000-EXIT.
008220     EXIT.
008230
008240 END PROGRAM REORDFUP.
