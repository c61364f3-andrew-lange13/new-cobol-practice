000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RATEFEED.
000030 AUTHOR. J H MILLARD.
000040 INSTALLATION. HOME OFFICE DATA CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070****************************************************************
000080*                                                               *
000090* RATEFEED IS THE INTERFACE FROM THE TREASURY DEPARTMENT'S      *
000100* DAILY EXCHANGE-RATE FEED INTO CALCRATE.  IT READS THE TRSRATE *
000110* FEED (ONE HEADER WITH THE FEED DATE, ONE DETAIL PER CURRENCY, *
000120* ONE TRAILER WITH THE DETAIL COUNT AND RATE HASH) AND WRITES   *
000130* THE RATEUPD ADD ACTIONS THAT RATEMNT THEN APPLIES, SO THE     *
000140* RATE SHEET IS NO LONGER RE-KEYED BY HAND.                     *
000150*                                                               *
000160* THE WHOLE FEED IS REJECTED - NOTHING IS GENERATED - WHEN THE  *
000170* HEADER IS MISSING OR NOT FOR THE EXPECTED DATE, WHEN THE      *
000180* TRAILER IS MISSING, OR WHEN ITS COUNT OR HASH DISAGREES WITH  *
000190* THE DETAILS.  OTHERWISE EACH CURRENCY'S NEW RATE IS COMPARED  *
000200* WITH ITS CURRENT CALCRATE RATE (THE LATEST ONE EFFECTIVE      *
000210* BEFORE THE FEED DATE).  A MOVE OF MORE THAN THE TOLERANCE     *
000220* PERCENTAGE, OR A CURRENCY WITH NO CURRENT RATE TO COMPARE     *
000230* AGAINST, IS HELD OUT FOR MANUAL CONFIRMATION: ITS ADD CARD    *
000240* GOES TO RATEHELD INSTEAD OF RATEUPD, READY TO BE COPIED       *
000250* ACROSS ONCE TREASURY CONFIRMS IT.  A DETAIL WITH A ZERO RATE, *
000260* A BLANK CURRENCY, A CURRENCY REPEATED IN THE FEED OR A RATE   *
000270* ALREADY ON CALCRATE FOR THE FEED DATE IS REJECTED.  THE       *
000280* RATFRPT REGISTER LISTS EVERY CURRENCY AS GENERATED, HELD OR   *
000290* REJECTED.                                                     *
000300*                                                               *
000310* GENERATED CARDS ARE ADDED TO THE END OF RATEUPD, SO CARDS     *
000320* KEYED BY HAND FOR THE SAME RATEMNT RUN ARE KEPT.  AN OPTIONAL *
000330* RATFCTL CONTROL RECORD GIVES THE EXPECTED FEED DATE (TODAY    *
000340* WHEN BLANK) AND THE TOLERANCE IN HUNDREDTHS OF A PERCENT      *
000350* (00500, 5.00 PERCENT, WHEN BLANK).  THE RETURN CODE IS 4 WHEN *
000360* ANY CURRENCY WAS HELD OR REJECTED, 8 WHEN THE FEED WAS        *
000370* REJECTED AND 16 WHEN A FILE COULD NOT BE OPENED.              *
000380*                                                               *
000390****************************************************************
000400*MODIFICATION HISTORY
000410*DATE       INIT DESCRIPTION
000420*2026-10-15 JHM  ORIGINAL PROGRAM.  THE HEADER/TRAILER CONTROL
000430*                FOLLOWS THE CALCIN BATCH-HEADER PRECEDENT; THE
000440*                CARDS WRITTEN ARE RATEMNT'S RATEUPD LAYOUT.
000442*2026-10-15 JHM  RATEHELD IS EMPTIED AT THE START OF EVERY RUN,
000444*                SO A REJECTED FEED LEAVES NO STALE HELD CARDS.
000450****************************************************************
000460
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. IBM-370.
000500 OBJECT-COMPUTER. IBM-370.
000510
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT RATFCTL-FILE ASSIGN TO "RATFCTL"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-RATFCTL-STATUS.
000570
000580     SELECT TRSRATE-FILE ASSIGN TO "TRSRATE"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-TRSRATE-STATUS.
000610
000620     SELECT CALCRATE-FILE ASSIGN TO "CALCRATE"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-CALCRATE-STATUS.
000650
000660     SELECT RATEUPD-FILE ASSIGN TO "RATEUPD"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-RATEUPD-STATUS.
000690
000700     SELECT RATEHELD-FILE ASSIGN TO "RATEHELD"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-RATEHELD-STATUS.
000730
000740     SELECT RATFRPT-FILE ASSIGN TO "RATFRPT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-RATFRPT-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800*---------------------------------------------------------------
000810* RATFCTL-FILE - OPTIONAL EXPECTED FEED DATE (YYYYMMDD) AND
000820* TOLERANCE IN HUNDREDTHS OF A PERCENT, READ ONCE.
000830*---------------------------------------------------------------
000840 FD  RATFCTL-FILE.
000850 01  RATFCTL-RECORD.
000860     05  CTL-FEED-DATE           PIC X(08).
000870     05  CTL-FILL-1              PIC X(01).
000880     05  CTL-TOLERANCE           PIC X(05).
000890     05  CTL-TOLERANCE-N REDEFINES CTL-TOLERANCE
000900                                 PIC 9(03)V9(02).
000910     05  FILLER                  PIC X(66).
000920
000930*---------------------------------------------------------------
000940* TRSRATE-FILE - THE TREASURY RATE FEED.  THE LEADING THREE
000950* BYTES GIVE THE RECORD TYPE: "HDR" ONCE AT THE FRONT, "DTL"
000960* ONCE PER CURRENCY, "TRL" ONCE AT THE END.  THE RATE IS NINE
000970* DIGITS, SIX DECIMAL PLACES ASSUMED, AS ON RATEUPD.  THE
000980* TRAILER HASH IS THE SUM OF THE DETAIL RATES TAKEN AS WHOLE
000990* NINE-DIGIT NUMBERS.
001000*---------------------------------------------------------------
001010 FD  TRSRATE-FILE.
001020 01  TRSRATE-RECORD.
001030     05  TR-RECORD-TYPE          PIC X(03).
001040         88  TR-HEADER                   VALUE "HDR".
001050         88  TR-DETAIL                   VALUE "DTL".
001060         88  TR-TRAILER                  VALUE "TRL".
001070     05  TR-FILL-1               PIC X(01).
001080     05  FILLER                  PIC X(76).
001090 01  TRSRATE-HDR-RECORD.
001100     05  FILLER                  PIC X(04).
001110     05  TRH-FEED-DATE           PIC X(08).
001120     05  FILLER                  PIC X(68).
001130 01  TRSRATE-DTL-RECORD.
001140     05  FILLER                  PIC X(04).
001150     05  TRD-CURRENCY            PIC X(03).
001160     05  TRD-FILL-1              PIC X(01).
001170     05  TRD-RATE                PIC X(09).
001180     05  TRD-RATE-N REDEFINES TRD-RATE
001190                                 PIC 9(03)V9(06).
001200     05  TRD-RATE-HASH REDEFINES TRD-RATE
001210                                 PIC 9(09).
001220     05  FILLER                  PIC X(63).
001230 01  TRSRATE-TRL-RECORD.
001240     05  FILLER                  PIC X(04).
001250     05  TRT-COUNT               PIC X(07).
001260     05  TRT-COUNT-N REDEFINES TRT-COUNT
001270                                 PIC 9(07).
001280     05  TRT-FILL-1              PIC X(01).
001290     05  TRT-HASH                PIC X(13).
001300     05  TRT-HASH-N REDEFINES TRT-HASH
001310                                 PIC 9(13).
001320     05  FILLER                  PIC X(55).
001330
001340*---------------------------------------------------------------
001350* CALCRATE-FILE - THE EXCHANGE-RATE TABLE, SAME LAYOUT AS
001360* DECLARED IN CALCULATOR AND RATEMNT.  READ ONLY.
001370*---------------------------------------------------------------
001380 FD  CALCRATE-FILE.
001390 01  CALCRATE-RECORD.
001400     05  RATE-CURRENCY           PIC X(03).
001410     05  RATE-FILL-1             PIC X(01).
001420     05  RATE-TO-BASE            PIC 9(03)V9(06).
001430     05  RATE-FILL-2             PIC X(01).
001440     05  RATE-EFF-DATE           PIC 9(08).
001450     05  FILLER                  PIC X(58).
001460
001470*---------------------------------------------------------------
001480* RATEUPD-FILE AND RATEHELD-FILE - RATEMNT'S CARD-IMAGE UPDATE
001490* LAYOUT.  GENERATED ADDS ARE APPENDED TO RATEUPD; HELD ADDS GO
001500* TO RATEHELD, REBUILT EACH RUN.
001510*---------------------------------------------------------------
001520 FD  RATEUPD-FILE.
001530 01  RATEUPD-RECORD.
001540     05  UPD-ACTION              PIC X(06).
001550     05  UPD-CURRENCY            PIC X(03).
001560     05  UPD-EFF-DATE            PIC X(08).
001570     05  UPD-RATE                PIC 9(03)V9(06).
001580     05  FILLER                  PIC X(54).
001590
001600 FD  RATEHELD-FILE.
001610 01  RATEHELD-RECORD             PIC X(80).
001620
001630*---------------------------------------------------------------
001640* RATFRPT-FILE - THE FEED REGISTER.  COLUMN ONE IS A STANDARD
001650* PRINTER CARRIAGE-CONTROL CHARACTER.
001660*---------------------------------------------------------------
001670 FD  RATFRPT-FILE.
001680 01  RATFRPT-RECORD.
001690     05  RPT-CTL-CHAR            PIC X(01).
001700     05  RPT-TEXT                PIC X(80).
001710
001720 WORKING-STORAGE SECTION.
001730*---------------------------------------------------------------
001740* FILE STATUS FIELDS AND SWITCHES.
001750*---------------------------------------------------------------
001760 77  WS-RATFCTL-STATUS           PIC X(02).
001770     88  WS-RATFCTL-OK                   VALUE "00".
001780 77  WS-TRSRATE-STATUS           PIC X(02).
001790     88  WS-TRSRATE-OK                   VALUE "00".
001800 77  WS-CALCRATE-STATUS          PIC X(02).
001810     88  WS-CALCRATE-OK                  VALUE "00".
001820 77  WS-RATEUPD-STATUS           PIC X(02).
001830     88  WS-RATEUPD-OK                   VALUE "00".
001840     88  WS-RATEUPD-NOT-FOUND            VALUE "35".
001850 77  WS-RATEHELD-STATUS          PIC X(02).
001860     88  WS-RATEHELD-OK                  VALUE "00".
001870 77  WS-RATFRPT-STATUS           PIC X(02).
001880     88  WS-RATFRPT-OK                   VALUE "00".
001890
001900 77  WS-FEED-EOF-SWITCH          PIC X(01) VALUE "N".
001910     88  WS-END-OF-FEED                  VALUE "Y".
001920 77  WS-RATE-EOF-SWITCH          PIC X(01) VALUE "N".
001930     88  WS-END-OF-CALCRATE              VALUE "Y".
001940 77  WS-HEADER-SW                PIC X(01) VALUE "N".
001950     88  WS-HEADER-SEEN                  VALUE "Y".
001960 77  WS-TRAILER-SW               PIC X(01) VALUE "N".
001970     88  WS-TRAILER-SEEN                 VALUE "Y".
001980 77  WS-FEED-SW                  PIC X(01) VALUE "Y".
001990     88  WS-FEED-ACCEPTED                VALUE "Y".
002000     88  WS-FEED-REJECTED                VALUE "N".
002010 77  WS-CURRENT-SW               PIC X(01) VALUE "N".
002020     88  WS-CURRENT-FOUND                VALUE "Y".
002030 77  WS-SAME-DATE-SW             PIC X(01) VALUE "N".
002040     88  WS-SAME-DATE-ON-FILE            VALUE "Y".
002050 77  WS-DUP-SW                   PIC X(01) VALUE "N".
002060     88  WS-DUP-IN-FEED                  VALUE "Y".
002070
002080*---------------------------------------------------------------
002090* CONTROL VALUES: THE EXPECTED FEED DATE AND THE TOLERANCE.
002100*---------------------------------------------------------------
002110 77  WS-EXPECT-DATE              PIC X(08).
002120 77  WS-TOLERANCE                PIC 9(03)V9(02) VALUE 5.00.
002130 01  WS-TOLERANCE-ED             PIC ZZ9.99.
002140
002150*---------------------------------------------------------------
002160* THE FEED DETAILS IN STORAGE, WITH THEIR RESULTS, AND THE
002170* FEED CONTROL TOTALS.
002180*---------------------------------------------------------------
002190 01  WS-FEED-TABLE.
002200     05  WS-FD-ENTRY OCCURS 200 TIMES.
002210         10  WS-FD-CCY           PIC X(03).
002220         10  WS-FD-RATE          PIC 9(03)V9(06).
002230         10  WS-FD-CUR-RATE      PIC 9(03)V9(06).
002240         10  WS-FD-MOVE-PCT      PIC S9(05)V9(02).
002250         10  WS-FD-RESULT        PIC X(01).
002260             88  WS-FD-GENERATED         VALUE "G".
002270             88  WS-FD-HELD              VALUE "H".
002280             88  WS-FD-REJECTED          VALUE "R".
002290         10  WS-FD-REASON        PIC X(28).
002300 77  WS-FD-USED                  PIC 9(03) COMP VALUE ZERO.
002310 77  WS-FD-IDX                   PIC 9(03) COMP VALUE ZERO.
002320 77  WS-FD-IDX2                  PIC 9(03) COMP VALUE ZERO.
002330 77  WS-DETAIL-COUNT             PIC 9(07) COMP VALUE ZERO.
002340 77  WS-HASH-TOTAL               PIC 9(13) COMP-3 VALUE ZERO.
002350 77  WS-FEED-DATE                PIC X(08) VALUE SPACES.
002360 01  WS-REJECT-REASON            PIC X(60) VALUE SPACES.
002370
002380*---------------------------------------------------------------
002390* THE CALCRATE TABLE IN STORAGE, AS RATEMNT HOLDS IT.
002400*---------------------------------------------------------------
002410 01  WS-RATE-TABLE.
002420     05  WS-RT-ENTRY OCCURS 200 TIMES.
002430         10  WS-RT-CCY           PIC X(03).
002440         10  WS-RT-RATE          PIC 9(03)V9(06).
002450         10  WS-RT-DATE          PIC 9(08).
002460 77  WS-RT-USED                  PIC 9(03) COMP VALUE ZERO.
002470 77  WS-RT-IDX                   PIC 9(03) COMP VALUE ZERO.
002480 77  WS-CUR-DATE                 PIC 9(08).
002490 77  WS-FEED-DATE-N              PIC 9(08).
002500
002510*---------------------------------------------------------------
002520* REGISTER COUNTERS, TIMESTAMPS AND WORK FIELDS.
002530*---------------------------------------------------------------
002540 77  WS-GENERATED-COUNT          PIC 9(05) COMP VALUE ZERO.
002550 77  WS-HELD-COUNT               PIC 9(05) COMP VALUE ZERO.
002560 77  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
002570 77  WS-MOVE-ABS                 PIC 9(05)V9(02).
002580 01  WS-RPT-COUNT                PIC ZZZZZZ9.
002590 01  WS-RPT-HASH                 PIC Z(12)9.
002600 01  WS-ED-RATE                  PIC ZZ9.9(06).
002610 01  WS-ED-CUR-RATE              PIC ZZ9.9(06).
002620 01  WS-ED-MOVE                  PIC +++++9.99.
002630 01  WS-RESULT-WORD              PIC X(09).
002640 01  WS-PRINT-LINE               PIC X(80).
002650 01  WS-RUN-DATE-RAW             PIC 9(06).
002660 01  WS-RUN-DATE-ED              PIC 99/99/99.
002670 77  WS-RUN-DATE                 PIC 9(08).
002680 77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
002690 77  WS-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
002700 77  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.
002710 01  WS-PAGE-COUNT-ED            PIC ZZ9.
002720
002730*---------------------------------------------------------------
002740* LINKAGE RECORD PASSED TO EDITCHK TO SCREEN THE DATES.
002750*---------------------------------------------------------------
002760 COPY EDITCHKREC.
002770
002780*---------------------------------------------------------------
002790* LINKAGE RECORD PASSED TO MSGWRT SO A REJECTED FEED OR HELD
002800* RATES REACH THE MSGLOG AND THE MORNING MSGRPT REPORT.
002810*---------------------------------------------------------------
002820 COPY MSGWRTREC.
002830
002840 PROCEDURE DIVISION.
002850*---------------------------------------------------------------
002860* 0000-MAINLINE.
002870*---------------------------------------------------------------
002880 0000-MAINLINE.
002890     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002900     IF RETURN-CODE = 16
002910         GOBACK
002920     END-IF
002930     PERFORM 2000-READ-FEED THRU 2000-EXIT
002940     PERFORM 2500-CHECK-CONTROLS THRU 2500-EXIT
002950     PERFORM 9000-WRITE-HEADERS THRU 9000-EXIT
002960     PERFORM 7000-WRITE-FEED-LINES THRU 7000-EXIT
002970     IF WS-FEED-ACCEPTED
002980         PERFORM 3000-LOAD-RATES THRU 3000-EXIT
002990         PERFORM 4000-EVALUATE-ONE THRU 4000-EXIT
003000             VARYING WS-FD-IDX FROM 1 BY 1
003010             UNTIL WS-FD-IDX > WS-FD-USED
003020         PERFORM 5000-WRITE-CARDS THRU 5000-EXIT
003030     END-IF
003040     IF RETURN-CODE NOT = 16
003050         PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
003060         PERFORM 8500-WRITE-MESSAGES THRU 8500-EXIT
003070         EVALUATE TRUE
003080             WHEN WS-FEED-REJECTED
003090                 MOVE 8 TO RETURN-CODE
003100             WHEN WS-HELD-COUNT > ZERO
003110                     OR WS-REJECTED-COUNT > ZERO
003120                 MOVE 4 TO RETURN-CODE
003130             WHEN OTHER
003140                 MOVE ZERO TO RETURN-CODE
003150         END-EVALUATE
003160     END-IF
003165     CLOSE RATEHELD-FILE
003170     CLOSE RATFRPT-FILE
003180     GOBACK.
003190
003200*---------------------------------------------------------------
003210* 1000-INITIALIZE THRU 1000-EXIT.
003220*   READS THE OPTIONAL CONTROL RECORD, THEN OPENS THE REGISTER,
003230*   RATEHELD AND THE FEED.  RATEHELD IS OPENED OUTPUT HERE,
003232*   BEFORE THE FEED IS VALIDATED, SO EVERY RUN EMPTIES IT AND
003234*   ONLY THIS FEED'S HELD CARDS ARE EVER ON IT.
003240*---------------------------------------------------------------
003250 1000-INITIALIZE.
003260     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003270     ACCEPT WS-RUN-DATE-RAW FROM DATE
003280     MOVE WS-RUN-DATE-RAW TO WS-RUN-DATE-ED
003290     MOVE WS-RUN-DATE TO WS-EXPECT-DATE
003300     OPEN INPUT RATFCTL-FILE
003310     IF WS-RATFCTL-OK
003320         READ RATFCTL-FILE
003330             AT END
003340                 MOVE SPACES TO RATFCTL-RECORD
003350         END-READ
003360         CLOSE RATFCTL-FILE
003370         IF CTL-FEED-DATE NOT = SPACES
003380             MOVE CTL-FEED-DATE TO WS-EXPECT-DATE
003390         END-IF
003400         IF CTL-TOLERANCE NOT = SPACES
003410                 AND CTL-TOLERANCE NUMERIC
003420             MOVE CTL-TOLERANCE-N TO WS-TOLERANCE
003430         END-IF
003440     END-IF
003450     MOVE WS-TOLERANCE TO WS-TOLERANCE-ED
003460     OPEN OUTPUT RATFRPT-FILE
003470     IF NOT WS-RATFRPT-OK
003480         DISPLAY "RATEFEED: UNABLE TO OPEN RATFRPT, STATUS "
003490             WS-RATFRPT-STATUS
003500         MOVE 16 TO RETURN-CODE
003510         GO TO 1000-EXIT
003520     END-IF
003521     OPEN OUTPUT RATEHELD-FILE
003522     IF NOT WS-RATEHELD-OK
003523         DISPLAY "RATEFEED: UNABLE TO OPEN RATEHELD, STATUS "
003524             WS-RATEHELD-STATUS
003525         MOVE 16 TO RETURN-CODE
003526         CLOSE RATFRPT-FILE
003527         GO TO 1000-EXIT
003528     END-IF
003530     OPEN INPUT TRSRATE-FILE
003540     IF NOT WS-TRSRATE-OK
003550         DISPLAY "RATEFEED: UNABLE TO OPEN TRSRATE, STATUS "
003560             WS-TRSRATE-STATUS
003570         MOVE 16 TO RETURN-CODE
003580         CLOSE RATFRPT-FILE
003585         CLOSE RATEHELD-FILE
003590     END-IF.
003600 1000-EXIT.
003610     EXIT.
003620
003630*---------------------------------------------------------------
003640* 2000-READ-FEED THRU 2000-EXIT.
003650*   READS THE WHOLE FEED INTO STORAGE, COUNTING AND HASHING THE
003660*   DETAILS AND NOTING ANY BREAK IN THE HEADER/DETAIL/TRAILER
003670*   SEQUENCE.  THE FIRST STRUCTURAL FAULT FOUND IS THE REASON
003680*   THE FEED IS REJECTED.
003690*---------------------------------------------------------------
003700 2000-READ-FEED.
003710     PERFORM 2100-READ-ONE-RECORD THRU 2100-EXIT
003720         UNTIL WS-END-OF-FEED
003730     CLOSE TRSRATE-FILE.
003740 2000-EXIT.
003750     EXIT.
003760
003770 2100-READ-ONE-RECORD.
003780     READ TRSRATE-FILE
003790         AT END
003800             SET WS-END-OF-FEED TO TRUE
003810             GO TO 2100-EXIT
003820     END-READ
003830     IF WS-TRAILER-SEEN
003840         MOVE "RECORDS FOLLOW THE TRAILER" TO WS-REJECT-REASON
003850         PERFORM 2900-REJECT-FEED THRU 2900-EXIT
003860         GO TO 2100-EXIT
003870     END-IF
003880     EVALUATE TRUE
003890         WHEN TR-HEADER
003900             PERFORM 2200-TAKE-HEADER THRU 2200-EXIT
003910         WHEN TR-DETAIL
003920             PERFORM 2300-TAKE-DETAIL THRU 2300-EXIT
003930         WHEN TR-TRAILER
003940             SET WS-TRAILER-SEEN TO TRUE
003950         WHEN OTHER
003960             MOVE "UNKNOWN RECORD TYPE ON FEED" TO
003970                 WS-REJECT-REASON
003980             PERFORM 2900-REJECT-FEED THRU 2900-EXIT
003990     END-EVALUATE.
004000 2100-EXIT.
004010     EXIT.
004020
004030 2200-TAKE-HEADER.
004040     IF WS-HEADER-SEEN OR WS-DETAIL-COUNT > ZERO
004050         MOVE "HEADER OUT OF PLACE OR REPEATED" TO
004060             WS-REJECT-REASON
004070         PERFORM 2900-REJECT-FEED THRU 2900-EXIT
004080         GO TO 2200-EXIT
004090     END-IF
004100     SET WS-HEADER-SEEN TO TRUE
004110     MOVE TRH-FEED-DATE TO WS-FEED-DATE.
004120 2200-EXIT.
004130     EXIT.
004140
004150 2300-TAKE-DETAIL.
004160     IF NOT WS-HEADER-SEEN
004170         MOVE "DETAIL BEFORE THE HEADER" TO WS-REJECT-REASON
004180         PERFORM 2900-REJECT-FEED THRU 2900-EXIT
004190     END-IF
004200     ADD 1 TO WS-DETAIL-COUNT
004210     IF TRD-RATE NOT NUMERIC
004220         MOVE SPACES TO WS-REJECT-REASON
004230         STRING "RATE NOT NUMERIC FOR CURRENCY " DELIMITED BY SIZE
004240             TRD-CURRENCY DELIMITED BY SIZE
004250             INTO WS-REJECT-REASON
004260         PERFORM 2900-REJECT-FEED THRU 2900-EXIT
004270         GO TO 2300-EXIT
004280     END-IF
004290     ADD TRD-RATE-HASH TO WS-HASH-TOTAL
004300     IF WS-FD-USED >= 200
004310         MOVE "MORE THAN 200 CURRENCIES ON FEED" TO
004320             WS-REJECT-REASON
004330         PERFORM 2900-REJECT-FEED THRU 2900-EXIT
004340         GO TO 2300-EXIT
004350     END-IF
004360     ADD 1 TO WS-FD-USED
004370     MOVE TRD-CURRENCY TO WS-FD-CCY(WS-FD-USED)
004380     MOVE TRD-RATE-N TO WS-FD-RATE(WS-FD-USED)
004390     MOVE ZERO TO WS-FD-CUR-RATE(WS-FD-USED)
004400     MOVE ZERO TO WS-FD-MOVE-PCT(WS-FD-USED)
004410     MOVE SPACE TO WS-FD-RESULT(WS-FD-USED)
004420     MOVE SPACES TO WS-FD-REASON(WS-FD-USED).
004430 2300-EXIT.
004440     EXIT.
004450
004460*---------------------------------------------------------------
004470* 2500-CHECK-CONTROLS THRU 2500-EXIT.
004480*   THE HEADER MUST BE PRESENT WITH A VALID DATE EQUAL TO THE
004490*   EXPECTED FEED DATE, AND THE TRAILER MUST BE PRESENT WITH A
004500*   COUNT AND HASH EQUAL TO THOSE OF THE DETAILS READ.
004510*---------------------------------------------------------------
004520 2500-CHECK-CONTROLS.
004530     IF WS-FEED-REJECTED
004540         GO TO 2500-EXIT
004550     END-IF
004560     IF NOT WS-HEADER-SEEN
004570         MOVE "NO HEADER RECORD" TO WS-REJECT-REASON
004580         PERFORM 2900-REJECT-FEED THRU 2900-EXIT
004590         GO TO 2500-EXIT
004600     END-IF
004610     MOVE "FEEDDATE" TO EC-FIELD-NAME
004620     MOVE SPACES TO EC-FIELD-VALUE
004630     MOVE WS-FEED-DATE TO EC-FIELD-VALUE
004640     MOVE 8 TO EC-FIELD-LEN
004650     SET EC-TYPE-DATE TO TRUE
004660     CALL "EDITCHK" USING EDITCHK-RECORD
004670     IF EC-FIELD-INVALID
004680         MOVE SPACES TO WS-REJECT-REASON
004690         STRING "HEADER DATE - " DELIMITED BY SIZE
004700             EC-REASON-TEXT DELIMITED BY SIZE
004710             INTO WS-REJECT-REASON
004720         PERFORM 2900-REJECT-FEED THRU 2900-EXIT
004730         GO TO 2500-EXIT
004740     END-IF
004750     IF WS-FEED-DATE NOT = WS-EXPECT-DATE
004760         MOVE SPACES TO WS-REJECT-REASON
004770         STRING "HEADER DATE " DELIMITED BY SIZE
004780             WS-FEED-DATE DELIMITED BY SIZE
004790             " IS NOT THE EXPECTED " DELIMITED BY SIZE
004800             WS-EXPECT-DATE DELIMITED BY SIZE
004810             INTO WS-REJECT-REASON
004820         PERFORM 2900-REJECT-FEED THRU 2900-EXIT
004830         GO TO 2500-EXIT
004840     END-IF
004850     IF NOT WS-TRAILER-SEEN
004860         MOVE "NO TRAILER RECORD" TO WS-REJECT-REASON
004870         PERFORM 2900-REJECT-FEED THRU 2900-EXIT
004880         GO TO 2500-EXIT
004890     END-IF
004900     IF TRT-COUNT NOT NUMERIC
004910             OR TRT-COUNT-N NOT = WS-DETAIL-COUNT
004920         MOVE "TRAILER COUNT DOES NOT AGREE" TO WS-REJECT-REASON
004930         PERFORM 2900-REJECT-FEED THRU 2900-EXIT
004940         GO TO 2500-EXIT
004950     END-IF
004960     IF TRT-HASH NOT NUMERIC
004970             OR TRT-HASH-N NOT = WS-HASH-TOTAL
004980         MOVE "TRAILER HASH DOES NOT AGREE" TO WS-REJECT-REASON
004990         PERFORM 2900-REJECT-FEED THRU 2900-EXIT
005000     END-IF.
005010 2500-EXIT.
005020     EXIT.
005030
005040*---------------------------------------------------------------
005050* 2900-REJECT-FEED THRU 2900-EXIT.
005060*   MARKS THE FEED REJECTED, KEEPING THE FIRST REASON GIVEN.
005070*---------------------------------------------------------------
005080 2900-REJECT-FEED.
005090     IF WS-FEED-ACCEPTED
005100         SET WS-FEED-REJECTED TO TRUE
005110         DISPLAY "RATEFEED: FEED REJECTED - " WS-REJECT-REASON
005120     END-IF.
005130 2900-EXIT.
005140     EXIT.
005150
005160*---------------------------------------------------------------
005170* 3000-LOAD-RATES THRU 3000-EXIT.
005180*   LOADS CALCRATE INTO STORAGE.  NO CALCRATE YET MEANS NO
005190*   CURRENCY HAS A CURRENT RATE, SO EVERY ONE IS HELD.
005200*---------------------------------------------------------------
005210 3000-LOAD-RATES.
005220     MOVE WS-FEED-DATE TO WS-FEED-DATE-N
005230     OPEN INPUT CALCRATE-FILE
005240     IF NOT WS-CALCRATE-OK
005250         GO TO 3000-EXIT
005260     END-IF
005270     PERFORM 3100-LOAD-ONE-RATE THRU 3100-EXIT
005280         UNTIL WS-END-OF-CALCRATE
005290     CLOSE CALCRATE-FILE.
005300 3000-EXIT.
005310     EXIT.
005320
005330 3100-LOAD-ONE-RATE.
005340     READ CALCRATE-FILE
005350         AT END
005360             SET WS-END-OF-CALCRATE TO TRUE
005370         NOT AT END
005380             IF RATE-CURRENCY NOT = SPACES
005390                     AND WS-RT-USED < 200
005400                 ADD 1 TO WS-RT-USED
005410                 MOVE RATE-CURRENCY TO WS-RT-CCY(WS-RT-USED)
005420                 MOVE RATE-TO-BASE TO WS-RT-RATE(WS-RT-USED)
005430                 MOVE RATE-EFF-DATE TO WS-RT-DATE(WS-RT-USED)
005440             END-IF
005450     END-READ.
005460 3100-EXIT.
005470     EXIT.
005480
005490*---------------------------------------------------------------
005500* 4000-EVALUATE-ONE THRU 4000-EXIT.
005510*   DECIDES ONE FEED CURRENCY: REJECTED, HELD OR GENERATED.
005520*---------------------------------------------------------------
005530 4000-EVALUATE-ONE.
005540     IF WS-FD-CCY(WS-FD-IDX) = SPACES
005550         SET WS-FD-REJECTED(WS-FD-IDX) TO TRUE
005560         MOVE "BLANK CURRENCY CODE" TO WS-FD-REASON(WS-FD-IDX)
005570         GO TO 4000-EXIT
005580     END-IF
005590     IF WS-FD-RATE(WS-FD-IDX) = ZERO
005600         SET WS-FD-REJECTED(WS-FD-IDX) TO TRUE
005610         MOVE "ZERO RATE" TO WS-FD-REASON(WS-FD-IDX)
005620         GO TO 4000-EXIT
005630     END-IF
005640     MOVE "N" TO WS-DUP-SW
005650     PERFORM 4100-CHECK-EARLIER-CCY THRU 4100-EXIT
005660         VARYING WS-FD-IDX2 FROM 1 BY 1
005670         UNTIL WS-FD-IDX2 >= WS-FD-IDX
005680             OR WS-DUP-IN-FEED
005690     IF WS-DUP-IN-FEED
005700         SET WS-FD-REJECTED(WS-FD-IDX) TO TRUE
005710         MOVE "CURRENCY REPEATED ON FEED" TO
005720             WS-FD-REASON(WS-FD-IDX)
005730         GO TO 4000-EXIT
005740     END-IF
005750     MOVE "N" TO WS-CURRENT-SW
005760     MOVE "N" TO WS-SAME-DATE-SW
005770     MOVE ZERO TO WS-CUR-DATE
005780     PERFORM 4200-CHECK-ONE-RATE THRU 4200-EXIT
005790         VARYING WS-RT-IDX FROM 1 BY 1
005800         UNTIL WS-RT-IDX > WS-RT-USED
005810     IF WS-SAME-DATE-ON-FILE
005820         SET WS-FD-REJECTED(WS-FD-IDX) TO TRUE
005830         MOVE "ALREADY ON CALCRATE FOR DATE" TO
005840             WS-FD-REASON(WS-FD-IDX)
005850         GO TO 4000-EXIT
005860     END-IF
005870     IF NOT WS-CURRENT-FOUND
005880         SET WS-FD-HELD(WS-FD-IDX) TO TRUE
005890         MOVE "NO CURRENT RATE TO COMPARE" TO
005900             WS-FD-REASON(WS-FD-IDX)
005910         GO TO 4000-EXIT
005920     END-IF
005930     COMPUTE WS-FD-MOVE-PCT(WS-FD-IDX) ROUNDED =
005940         (WS-FD-RATE(WS-FD-IDX) - WS-FD-CUR-RATE(WS-FD-IDX))
005950         * 100 / WS-FD-CUR-RATE(WS-FD-IDX)
005960         ON SIZE ERROR
005970             MOVE 99999.99 TO WS-FD-MOVE-PCT(WS-FD-IDX)
005980     END-COMPUTE
005990     IF WS-FD-MOVE-PCT(WS-FD-IDX) < ZERO
006000         COMPUTE WS-MOVE-ABS = ZERO - WS-FD-MOVE-PCT(WS-FD-IDX)
006010     ELSE
006020         MOVE WS-FD-MOVE-PCT(WS-FD-IDX) TO WS-MOVE-ABS
006030     END-IF
006040     IF WS-MOVE-ABS > WS-TOLERANCE
006050         SET WS-FD-HELD(WS-FD-IDX) TO TRUE
006060         MOVE "MOVE OVER TOLERANCE" TO
006070             WS-FD-REASON(WS-FD-IDX)
006080     ELSE
006090         SET WS-FD-GENERATED(WS-FD-IDX) TO TRUE
006100     END-IF.
006110 4000-EXIT.
006120     EXIT.
006130
006140 4100-CHECK-EARLIER-CCY.
006150     IF WS-FD-CCY(WS-FD-IDX2) = WS-FD-CCY(WS-FD-IDX)
006160         SET WS-DUP-IN-FEED TO TRUE
006170     END-IF.
006180 4100-EXIT.
006190     EXIT.
006200
006210*---------------------------------------------------------------
006220* 4200-CHECK-ONE-RATE THRU 4200-EXIT.
006230*   KEEPS THE LATEST CALCRATE RATE FOR THE CURRENCY EFFECTIVE
006240*   BEFORE THE FEED DATE, AND NOTES ONE ALREADY ON FILE FOR THE
006250*   FEED DATE ITSELF.
006260*---------------------------------------------------------------
006270 4200-CHECK-ONE-RATE.
006280     IF WS-RT-CCY(WS-RT-IDX) NOT = WS-FD-CCY(WS-FD-IDX)
006290         GO TO 4200-EXIT
006300     END-IF
006310     IF WS-RT-DATE(WS-RT-IDX) = WS-FEED-DATE-N
006320         SET WS-SAME-DATE-ON-FILE TO TRUE
006330         GO TO 4200-EXIT
006340     END-IF
006350     IF WS-RT-DATE(WS-RT-IDX) < WS-FEED-DATE-N
006360             AND WS-RT-DATE(WS-RT-IDX) > WS-CUR-DATE
006370         SET WS-CURRENT-FOUND TO TRUE
006380         MOVE WS-RT-DATE(WS-RT-IDX) TO WS-CUR-DATE
006390         MOVE WS-RT-RATE(WS-RT-IDX) TO WS-FD-CUR-RATE(WS-FD-IDX)
006400     END-IF.
006410 4200-EXIT.
006420     EXIT.
006430
006440*---------------------------------------------------------------
006450* 5000-WRITE-CARDS THRU 5000-EXIT.
006460*   APPENDS AN ADD CARD TO RATEUPD FOR EVERY GENERATED CURRENCY
006470*   (CREATING RATEUPD IF NONE IS STAGED) AND WRITES ONE TO
006480*   RATEHELD FOR EVERY HELD CURRENCY, THEN LISTS EVERY CURRENCY
006490*   ON THE REGISTER.
006500*---------------------------------------------------------------
006510 5000-WRITE-CARDS.
006520     OPEN EXTEND RATEUPD-FILE
006530     IF WS-RATEUPD-NOT-FOUND
006540         OPEN OUTPUT RATEUPD-FILE
006550     END-IF
006560     IF NOT WS-RATEUPD-OK
006570         DISPLAY "RATEFEED: UNABLE TO OPEN RATEUPD, STATUS "
006580             WS-RATEUPD-STATUS
006590         MOVE 16 TO RETURN-CODE
006600         GO TO 5000-EXIT
006610     END-IF
006700     MOVE SPACES TO WS-PRINT-LINE
006710     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
006720     MOVE SPACES TO WS-PRINT-LINE
006730     MOVE "CCY" TO WS-PRINT-LINE(1:3)
006740     MOVE "FEED RATE" TO WS-PRINT-LINE(7:9)
006750     MOVE "CURRENT RATE" TO WS-PRINT-LINE(17:12)
006760     MOVE "MOVE %" TO WS-PRINT-LINE(35:6)
006770     MOVE "RESULT" TO WS-PRINT-LINE(43:6)
006780     MOVE "REASON" TO WS-PRINT-LINE(53:6)
006790     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
006800     PERFORM 5100-WRITE-ONE-CARD THRU 5100-EXIT
006810         VARYING WS-FD-IDX FROM 1 BY 1
006820         UNTIL WS-FD-IDX > WS-FD-USED
006830     CLOSE RATEUPD-FILE.
006850 5000-EXIT.
006860     EXIT.
006870
006880 5100-WRITE-ONE-CARD.
006890     MOVE SPACES TO RATEUPD-RECORD
006900     MOVE "ADD   " TO UPD-ACTION
006910     MOVE WS-FD-CCY(WS-FD-IDX) TO UPD-CURRENCY
006920     MOVE WS-FEED-DATE TO UPD-EFF-DATE
006930     MOVE WS-FD-RATE(WS-FD-IDX) TO UPD-RATE
006940     EVALUATE TRUE
006950         WHEN WS-FD-GENERATED(WS-FD-IDX)
006960             WRITE RATEUPD-RECORD
006970             ADD 1 TO WS-GENERATED-COUNT
006980             MOVE "GENERATED" TO WS-RESULT-WORD
006990         WHEN WS-FD-HELD(WS-FD-IDX)
007000             MOVE RATEUPD-RECORD TO RATEHELD-RECORD
007010             WRITE RATEHELD-RECORD
007020             ADD 1 TO WS-HELD-COUNT
007030             MOVE "HELD" TO WS-RESULT-WORD
007040         WHEN OTHER
007050             ADD 1 TO WS-REJECTED-COUNT
007060             MOVE "REJECTED" TO WS-RESULT-WORD
007070     END-EVALUATE
007080     MOVE WS-FD-RATE(WS-FD-IDX) TO WS-ED-RATE
007090     MOVE SPACES TO WS-PRINT-LINE
007100     STRING WS-FD-CCY(WS-FD-IDX) DELIMITED BY SIZE
007110         "  " DELIMITED BY SIZE
007120         WS-ED-RATE DELIMITED BY SIZE
007130         INTO WS-PRINT-LINE
007140     IF WS-FD-CUR-RATE(WS-FD-IDX) NOT = ZERO
007150             AND NOT WS-FD-REJECTED(WS-FD-IDX)
007160         MOVE WS-FD-CUR-RATE(WS-FD-IDX) TO WS-ED-CUR-RATE
007170         MOVE WS-ED-CUR-RATE TO WS-PRINT-LINE(19:10)
007180         MOVE WS-FD-MOVE-PCT(WS-FD-IDX) TO WS-ED-MOVE
007190         MOVE WS-ED-MOVE TO WS-PRINT-LINE(32:9)
007200     END-IF
007210     MOVE WS-RESULT-WORD TO WS-PRINT-LINE(43:9)
007220     MOVE WS-FD-REASON(WS-FD-IDX) TO WS-PRINT-LINE(53:28)
007230     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT.
007240 5100-EXIT.
007250     EXIT.
007260
007270*---------------------------------------------------------------
007280* 7000-WRITE-FEED-LINES THRU 7000-EXIT.
007290*   PRINTS THE FEED CONTROL FIGURES AND, FOR A REJECTED FEED,
007300*   THE REASON.
007310*---------------------------------------------------------------
007320 7000-WRITE-FEED-LINES.
007330     MOVE SPACES TO WS-PRINT-LINE
007340     STRING "FEED DATE......... " DELIMITED BY SIZE
007350         WS-FEED-DATE DELIMITED BY SIZE
007360         "   EXPECTED " DELIMITED BY SIZE
007370         WS-EXPECT-DATE DELIMITED BY SIZE
007380         INTO WS-PRINT-LINE
007390     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
007400     MOVE WS-DETAIL-COUNT TO WS-RPT-COUNT
007410     MOVE SPACES TO WS-PRINT-LINE
007420     STRING "DETAILS READ...... " DELIMITED BY SIZE
007430         WS-RPT-COUNT DELIMITED BY SIZE
007440         INTO WS-PRINT-LINE
007450     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
007460     MOVE WS-HASH-TOTAL TO WS-RPT-HASH
007470     MOVE SPACES TO WS-PRINT-LINE
007480     STRING "RATE HASH......... " DELIMITED BY SIZE
007490         WS-RPT-HASH DELIMITED BY SIZE
007500         INTO WS-PRINT-LINE
007510     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
007520     MOVE SPACES TO WS-PRINT-LINE
007530     STRING "TOLERANCE......... " DELIMITED BY SIZE
007540         WS-TOLERANCE-ED DELIMITED BY SIZE
007550         " PERCENT" DELIMITED BY SIZE
007560         INTO WS-PRINT-LINE
007570     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
007580     IF WS-FEED-REJECTED
007590         MOVE SPACES TO WS-PRINT-LINE
007600         PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
007610         MOVE "*** FEED REJECTED - NO RATEUPD ACTIONS GENERATED"
007620             TO WS-PRINT-LINE
007630         PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
007640         MOVE SPACES TO WS-PRINT-LINE
007650         STRING "    " DELIMITED BY SIZE
007660             WS-REJECT-REASON DELIMITED BY SIZE
007670             INTO WS-PRINT-LINE
007680         PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
007690     END-IF.
007700 7000-EXIT.
007710     EXIT.
007720
007730*---------------------------------------------------------------
007740* 8000-WRITE-TOTALS THRU 8000-EXIT.
007750*---------------------------------------------------------------
007760 8000-WRITE-TOTALS.
007770     MOVE SPACES TO WS-PRINT-LINE
007780     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
007790     MOVE WS-GENERATED-COUNT TO WS-RPT-COUNT
007800     MOVE "ADDS GENERATED.... " TO WS-PRINT-LINE
007810     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
007820     MOVE WS-HELD-COUNT TO WS-RPT-COUNT
007830     MOVE "HELD TO RATEHELD.. " TO WS-PRINT-LINE
007840     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
007850     MOVE WS-REJECTED-COUNT TO WS-RPT-COUNT
007860     MOVE "CURRENCIES REJECTED" TO WS-PRINT-LINE
007870     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007880 8000-EXIT.
007890     EXIT.
007900
007910*---------------------------------------------------------------
007920* 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007930*   PRINTS THE LABEL ALREADY IN WS-PRINT-LINE WITH THE COUNT
007940*   IN WS-RPT-COUNT.
007950*---------------------------------------------------------------
007960 8100-WRITE-TOTAL-LINE.
007970     MOVE WS-RPT-COUNT TO WS-PRINT-LINE(21:7)
007980     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT.
007990 8100-EXIT.
008000     EXIT.
008010
008020*---------------------------------------------------------------
008030* 8500-WRITE-MESSAGES THRU 8500-EXIT.
008040*   A REJECTED FEED IS A SEVERE MESSAGE AND HELD RATES ARE A
008050*   WARNING, SO BOTH REACH THE MORNING DESK.
008060*---------------------------------------------------------------
008070 8500-WRITE-MESSAGES.
008080     MOVE "RATEFEED" TO MW-PROGRAM-NAME
008090     MOVE "RATEFEED" TO MW-OPERATOR-ID
008100     IF WS-FEED-REJECTED
008110         MOVE 42 TO MW-MSG-NUMBER
008120         SET MW-SEV-SEVERE TO TRUE
008130         MOVE SPACES TO MW-MSG-TEXT
008140         STRING "TREASURY FEED REJECTED - " DELIMITED BY SIZE
008150             WS-REJECT-REASON DELIMITED BY SIZE
008160             INTO MW-MSG-TEXT
008170         CALL "MSGWRT" USING MSGWRT-RECORD
008180         GO TO 8500-EXIT
008190     END-IF
008200     IF WS-HELD-COUNT > ZERO
008210         MOVE WS-HELD-COUNT TO WS-RPT-COUNT
008220         MOVE 43 TO MW-MSG-NUMBER
008230         SET MW-SEV-WARNING TO TRUE
008240         MOVE SPACES TO MW-MSG-TEXT
008250         STRING "TREASURY RATES HELD FOR CONFIRMATION:"
008260             DELIMITED BY SIZE
008270             WS-RPT-COUNT DELIMITED BY SIZE
008280             " - SEE RATEHELD" DELIMITED BY SIZE
008290             INTO MW-MSG-TEXT
008300         CALL "MSGWRT" USING MSGWRT-RECORD
008310     END-IF.
008320 8500-EXIT.
008330     EXIT.
008340
008350*---------------------------------------------------------------
008360* 9000-WRITE-HEADERS THRU 9000-EXIT.
008370*---------------------------------------------------------------
008380 9000-WRITE-HEADERS.
008390     ADD 1 TO WS-PAGE-COUNT
008400     MOVE WS-PAGE-COUNT TO WS-PAGE-COUNT-ED
008410     MOVE SPACES TO RATFRPT-RECORD
008420     MOVE "1" TO RPT-CTL-CHAR
008430     MOVE "TREASURY RATE FEED - RATEUPD GENERATION REGISTER"
008440         TO RPT-TEXT
008450     WRITE RATFRPT-RECORD
008460     MOVE SPACES TO RATFRPT-RECORD
008470     MOVE " " TO RPT-CTL-CHAR
008480     STRING "RUN DATE: " WS-RUN-DATE-ED "     PAGE: "
008490             WS-PAGE-COUNT-ED DELIMITED BY SIZE INTO RPT-TEXT
008500     WRITE RATFRPT-RECORD
008510     MOVE SPACES TO RATFRPT-RECORD
008520     MOVE " " TO RPT-CTL-CHAR
008530     WRITE RATFRPT-RECORD
008540     MOVE ZERO TO WS-LINE-COUNT.
008550 9000-EXIT.
008560     EXIT.
008570
008580*---------------------------------------------------------------
008590* 9100-WRITE-RPT-LINE THRU 9100-EXIT.
008600*---------------------------------------------------------------
008610 9100-WRITE-RPT-LINE.
008620     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
008630         PERFORM 9000-WRITE-HEADERS THRU 9000-EXIT
008640     END-IF
008650     MOVE SPACES TO RATFRPT-RECORD
008660     MOVE " " TO RPT-CTL-CHAR
008670     MOVE WS-PRINT-LINE TO RPT-TEXT
008680     WRITE RATFRPT-RECORD
008690     ADD 1 TO WS-LINE-COUNT.
008700 9100-EXIT.
008710     EXIT.
008720
008730 END PROGRAM RATEFEED.
