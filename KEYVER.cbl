000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. KEYVER.
000030 AUTHOR. J H MILLARD.
000040 INSTALLATION. HOME OFFICE DATA CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070****************************************************************
000080*                                                               *
000090* KEYVER IS THE KEY-VERIFICATION PASS FOR THE CALCULATOR BATCH. *
000100* DATA ENTRY KEYS EACH DAY'S TRANSACTIONS TWICE: THE FIRST      *
000110* KEYING ARRIVES AS CALCKEY, THE INDEPENDENT SECOND KEYING AS   *
000120* CALCVER.  KEYVER COMPARES THEM RECORD FOR RECORD AND FIELD BY *
000130* FIELD - NUM1, OPERATOR SYMBOL, NUM2 AND, IN FINANCIAL MODE,   *
000140* CURRENCY; DEPARTMENT, BATCH NUMBER, EXPECTED COUNT AND        *
000150* EXPECTED HASH ON AN "HDR" BATCH HEADER - AND BUILDS THE       *
000160* CALCIN THE CALCULATOR READS FROM THE RECORDS THAT AGREE.      *
000170* THE CONTROL-TOTAL BALANCING CATCHES A MISSING RECORD; THIS    *
000180* CATCHES A TRANSPOSED NUM2 OR A WRONG SYMBOL.                  *
000190*                                                               *
000200* A RECORD THAT DISAGREES IS HELD OUT OF CALCIN AND PRINTED ON  *
000210* THE KEYVRPT EXCEPTION REPORT WITH BOTH KEYINGS SIDE BY SIDE   *
000220* AND THE FIELDS THAT DIFFER.  WHEN A BATCH HEADER DISAGREES,   *
000230* THE WHOLE BATCH IS HELD OUT, SINCE ITS DETAIL RECORDS WOULD   *
000240* OTHERWISE BALANCE AGAINST THE WRONG HEADER.  A RECORD ON ONE  *
000250* KEYING WITH NO PARTNER ON THE OTHER IS HELD OUT THE SAME WAY. *
000260*                                                               *
000270* BOTH KEYINGS ARE LEFT UNTOUCHED, SO ONCE THE SUPERVISOR HAS   *
000280* HAD THE BAD RECORDS RE-KEYED THE STEP IS SIMPLY RERUN.  ANY   *
000290* RECORD HELD OUT ENDS THE STEP WITH RETURN CODE 8, WHICH STOPS *
000300* THE DAILYRUN STREAM AHEAD OF CALCULAT; A MISSING KEYING IS    *
000310* RETURN CODE 16.                                               *
000320*                                                               *
000330****************************************************************
000340*MODIFICATION HISTORY
000350*DATE       INIT DESCRIPTION
000360*2026-10-15 JHM  ORIGINAL PROGRAM, MODELED ON CALCSPLT.
000370****************************************************************
000380
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-370.
000420 OBJECT-COMPUTER. IBM-370.
000430
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT CALCCTL-FILE ASSIGN TO "CALCCTL"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-CALCCTL-STATUS.
000490
000500     SELECT CALCKEY-FILE ASSIGN TO "CALCKEY"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-CALCKEY-STATUS.
000530
000540     SELECT CALCVER-FILE ASSIGN TO "CALCVER"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-CALCVER-STATUS.
000570
000580     SELECT CALCIN-FILE ASSIGN TO "CALCIN"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-CALCIN-STATUS.
000610
000620     SELECT KEYVRPT-FILE ASSIGN TO "KEYVRPT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-KEYVRPT-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680*---------------------------------------------------------------
000690* CALCCTL-FILE - THE CALCULATOR RUN CONTROL RECORD.  CALC MODE
000700* "FIN" MEANS THE KEYINGS ARE IN THE FINANCIAL LAYOUT.
000710*---------------------------------------------------------------
000720 FD  CALCCTL-FILE.
000730 01  CALCCTL-RECORD.
000740     05  CTL-RUN-MODE            PIC X(08).
000750     05  CTL-OPERATOR-ID         PIC X(08).
000760     05  CTL-CALC-MODE           PIC X(03).
000770     05  FILLER                  PIC X(61).
000780
000790*---------------------------------------------------------------
000800* CALCKEY-FILE - THE FIRST KEYING, IN CALCIN LAYOUT.  THE
000810* FIELD VIEWS ARE TEXT SO A NON-NUMERIC KEYING COMPARES AS
000820* KEYED.
000830*---------------------------------------------------------------
000840 FD  CALCKEY-FILE.
000850 01  CALCKEY-RECORD              PIC X(80).
000860 01  KEY1-STD-VIEW.
000870     05  K1-NUM1                 PIC X(09).
000880     05  K1-SYMBOL               PIC X(01).
000890     05  K1-NUM2                 PIC X(09).
000900     05  FILLER                  PIC X(61).
000910 01  KEY1-FIN-VIEW.
000920     05  K1F-NUM1                PIC X(10).
000930     05  K1F-SYMBOL              PIC X(01).
000940     05  K1F-NUM2                PIC X(10).
000950     05  K1F-CURRENCY            PIC X(03).
000960     05  FILLER                  PIC X(56).
000970 01  KEY1-HDR-VIEW.
000980     05  K1H-RECORD-TYPE         PIC X(03).
000990     05  FILLER                  PIC X(01).
001000     05  K1H-DEPT-CODE           PIC X(04).
001010     05  FILLER                  PIC X(01).
001020     05  K1H-BATCH-NO            PIC X(04).
001030     05  FILLER                  PIC X(01).
001040     05  K1H-EXPECT-COUNT        PIC X(07).
001050     05  FILLER                  PIC X(01).
001060     05  K1H-EXPECT-HASH         PIC X(13).
001070     05  FILLER                  PIC X(45).
001080
001090*---------------------------------------------------------------
001100* CALCVER-FILE - THE SECOND (VERIFICATION) KEYING.
001110*---------------------------------------------------------------
001120 FD  CALCVER-FILE.
001130 01  CALCVER-RECORD              PIC X(80).
001140 01  KEY2-STD-VIEW.
001150     05  K2-NUM1                 PIC X(09).
001160     05  K2-SYMBOL               PIC X(01).
001170     05  K2-NUM2                 PIC X(09).
001180     05  FILLER                  PIC X(61).
001190 01  KEY2-FIN-VIEW.
001200     05  K2F-NUM1                PIC X(10).
001210     05  K2F-SYMBOL              PIC X(01).
001220     05  K2F-NUM2                PIC X(10).
001230     05  K2F-CURRENCY            PIC X(03).
001240     05  FILLER                  PIC X(56).
001250 01  KEY2-HDR-VIEW.
001260     05  K2H-RECORD-TYPE         PIC X(03).
001270     05  FILLER                  PIC X(01).
001280     05  K2H-DEPT-CODE           PIC X(04).
001290     05  FILLER                  PIC X(01).
001300     05  K2H-BATCH-NO            PIC X(04).
001310     05  FILLER                  PIC X(01).
001320     05  K2H-EXPECT-COUNT        PIC X(07).
001330     05  FILLER                  PIC X(01).
001340     05  K2H-EXPECT-HASH         PIC X(13).
001350     05  FILLER                  PIC X(45).
001360
001370*---------------------------------------------------------------
001380* CALCIN-FILE - THE VERIFIED TRANSACTIONS FOR THE CALCULATOR.
001390*---------------------------------------------------------------
001400 FD  CALCIN-FILE.
001410 01  CALCIN-RECORD               PIC X(80).
001420
001430*---------------------------------------------------------------
001440* KEYVRPT-FILE - THE VERIFICATION-EXCEPTION REPORT.  COLUMN
001450* ONE IS A STANDARD PRINTER CARRIAGE-CONTROL CHARACTER.
001460*---------------------------------------------------------------
001470 FD  KEYVRPT-FILE.
001480 01  KEYVRPT-RECORD.
001490     05  RPT-CTL-CHAR            PIC X(01).
001500     05  RPT-TEXT                PIC X(80).
001510
001520 WORKING-STORAGE SECTION.
001530*---------------------------------------------------------------
001540* FILE STATUS FIELDS AND SWITCHES.
001550*---------------------------------------------------------------
001560 77  WS-CALCCTL-STATUS           PIC X(02).
001570     88  WS-CALCCTL-OK                   VALUE "00".
001580 77  WS-CALCKEY-STATUS           PIC X(02).
001590     88  WS-CALCKEY-OK                   VALUE "00".
001600 77  WS-CALCVER-STATUS           PIC X(02).
001610     88  WS-CALCVER-OK                   VALUE "00".
001620 77  WS-CALCIN-STATUS            PIC X(02).
001630     88  WS-CALCIN-OK                    VALUE "00".
001640 77  WS-KEYVRPT-STATUS           PIC X(02).
001650     88  WS-KEYVRPT-OK                   VALUE "00".
001660
001670 77  WS-KEY1-EOF-SW              PIC X(01) VALUE "N".
001680     88  WS-KEY1-EOF                     VALUE "Y".
001690 77  WS-KEY2-EOF-SW              PIC X(01) VALUE "N".
001700     88  WS-KEY2-EOF                     VALUE "Y".
001710 77  WS-FIN-MODE-SW              PIC X(01) VALUE "N".
001720     88  WS-FIN-MODE                     VALUE "Y".
001730*SET WHILE THE RECORDS OF A BATCH WHOSE HEADER DISAGREED ARE
001740*BEING HELD OUT, UNTIL THE NEXT HEADER.
001750 77  WS-BATCH-HELD-SW            PIC X(01) VALUE "N".
001760     88  WS-BATCH-HELD                   VALUE "Y".
001770
001780 77  WS-RECORD-NO                PIC 9(07) COMP VALUE ZERO.
001790 01  WS-DIFF-FIELDS              PIC X(48).
001800 77  WS-DIFF-PTR                 PIC 9(02) COMP.
001810 01  WS-DIFF-NAME                PIC X(08).
001820 01  WS-HOLD-REASON              PIC X(48).
001830
001840*---------------------------------------------------------------
001850* CONTROL COUNTS.
001860*---------------------------------------------------------------
001870 77  WS-KEY1-COUNT               PIC 9(07) COMP VALUE ZERO.
001880 77  WS-KEY2-COUNT               PIC 9(07) COMP VALUE ZERO.
001890 77  WS-MATCH-COUNT              PIC 9(07) COMP VALUE ZERO.
001900 77  WS-MISMATCH-COUNT           PIC 9(07) COMP VALUE ZERO.
001910 77  WS-BATCH-HELD-COUNT         PIC 9(07) COMP VALUE ZERO.
001920 77  WS-UNPAIRED-COUNT           PIC 9(07) COMP VALUE ZERO.
001930 77  WS-HELD-TOTAL               PIC 9(07) COMP VALUE ZERO.
001940
001950*---------------------------------------------------------------
001960* PRINT-FILE PAGINATION, HEADING AND EDITED WORK FIELDS.
001970*---------------------------------------------------------------
001980 77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
001990 77  WS-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
002000 77  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.
002010 01  WS-PAGE-COUNT-ED            PIC ZZ9.
002020 01  WS-RUN-DATE-RAW             PIC 9(06).
002030 01  WS-RUN-DATE-ED              PIC 99/99/99.
002040 01  WS-PRINT-LINE               PIC X(80).
002050 01  WS-RPT-LABEL                PIC X(24).
002060 01  WS-RPT-COUNT                PIC ZZZZZZ9.
002070 01  WS-RECORD-NO-ED             PIC ZZZZZZ9.
002080
002090 PROCEDURE DIVISION.
002100*---------------------------------------------------------------
002110* 0000-MAINLINE.
002120*---------------------------------------------------------------
002130 0000-MAINLINE.
002140     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002150     IF RETURN-CODE NOT = 16
002160         PERFORM 2000-VERIFY-ONE THRU 2000-EXIT
002170             UNTIL WS-KEY1-EOF AND WS-KEY2-EOF
002180         PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
002190         CLOSE CALCKEY-FILE
002200         CLOSE CALCVER-FILE
002210         CLOSE CALCIN-FILE
002220         CLOSE KEYVRPT-FILE
002230         IF WS-HELD-TOTAL > ZERO
002240             MOVE WS-HELD-TOTAL TO WS-RECORD-NO-ED
002250             DISPLAY "KEYVER: " WS-RECORD-NO-ED
002260                 " RECORD(S) FAILED KEY VERIFICATION"
002270             MOVE 8 TO RETURN-CODE
002280         ELSE
002290             MOVE ZERO TO RETURN-CODE
002300         END-IF
002310     END-IF
002320     GOBACK.
002330
002340*---------------------------------------------------------------
002350* 1000-INITIALIZE THRU 1000-EXIT.
002360*   LEARNS THE CALC MODE, OPENS BOTH KEYINGS, THE NEW CALCIN
002370*   AND THE REPORT, AND PRIMES A RECORD FROM EACH KEYING.
002380*---------------------------------------------------------------
002390 1000-INITIALIZE.
002400     ACCEPT WS-RUN-DATE-RAW FROM DATE
002410     MOVE WS-RUN-DATE-RAW TO WS-RUN-DATE-ED
002420     OPEN INPUT CALCCTL-FILE
002430     IF WS-CALCCTL-OK
002440         READ CALCCTL-FILE
002450             AT END
002460                 MOVE SPACES TO CALCCTL-RECORD
002470         END-READ
002480         IF CTL-CALC-MODE = "FIN"
002490             SET WS-FIN-MODE TO TRUE
002500         END-IF
002510         CLOSE CALCCTL-FILE
002520     END-IF
002530     OPEN INPUT CALCKEY-FILE
002540     IF NOT WS-CALCKEY-OK
002550         DISPLAY "KEYVER: UNABLE TO OPEN CALCKEY, STATUS "
002560             WS-CALCKEY-STATUS
002570         MOVE 16 TO RETURN-CODE
002580         GO TO 1000-EXIT
002590     END-IF
002600     OPEN INPUT CALCVER-FILE
002610     IF NOT WS-CALCVER-OK
002620         DISPLAY "KEYVER: UNABLE TO OPEN CALCVER, STATUS "
002630             WS-CALCVER-STATUS
002640         MOVE 16 TO RETURN-CODE
002650         CLOSE CALCKEY-FILE
002660         GO TO 1000-EXIT
002670     END-IF
002680     OPEN OUTPUT CALCIN-FILE
002690     IF NOT WS-CALCIN-OK
002700         DISPLAY "KEYVER: UNABLE TO OPEN CALCIN, STATUS "
002710             WS-CALCIN-STATUS
002720         MOVE 16 TO RETURN-CODE
002730         CLOSE CALCKEY-FILE
002740         CLOSE CALCVER-FILE
002750         GO TO 1000-EXIT
002760     END-IF
002770     OPEN OUTPUT KEYVRPT-FILE
002780     IF NOT WS-KEYVRPT-OK
002790         DISPLAY "KEYVER: UNABLE TO OPEN KEYVRPT, STATUS "
002800             WS-KEYVRPT-STATUS
002810         MOVE 16 TO RETURN-CODE
002820         CLOSE CALCKEY-FILE
002830         CLOSE CALCVER-FILE
002840         CLOSE CALCIN-FILE
002850         GO TO 1000-EXIT
002860     END-IF
002870     PERFORM 9000-WRITE-HEADERS THRU 9000-EXIT
002880     PERFORM 2800-READ-KEY1 THRU 2800-EXIT
002890     PERFORM 2900-READ-KEY2 THRU 2900-EXIT.
002900 1000-EXIT.
002910     EXIT.
002920
002930*---------------------------------------------------------------
002940* 2000-VERIFY-ONE THRU 2000-EXIT.
002950*   TAKES THE NEXT RECORD FROM EACH KEYING AND EITHER WRITES
002960*   IT TO CALCIN OR HOLDS IT OUT.
002970*---------------------------------------------------------------
002980 2000-VERIFY-ONE.
002990     ADD 1 TO WS-RECORD-NO
003000     MOVE SPACES TO WS-DIFF-FIELDS
003010     MOVE SPACES TO WS-HOLD-REASON
003020     IF WS-KEY1-EOF
003030         MOVE SPACES TO CALCKEY-RECORD
003040         MOVE "NOT ON FIRST KEYING (CALCKEY)" TO WS-HOLD-REASON
003050         ADD 1 TO WS-UNPAIRED-COUNT
003060         PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
003070         PERFORM 2900-READ-KEY2 THRU 2900-EXIT
003080         GO TO 2000-EXIT
003090     END-IF
003100     IF WS-KEY2-EOF
003110         MOVE SPACES TO CALCVER-RECORD
003120         MOVE "NOT ON VERIFICATION KEYING (CALCVER)"
003130             TO WS-HOLD-REASON
003140         ADD 1 TO WS-UNPAIRED-COUNT
003150         PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
003160         PERFORM 2800-READ-KEY1 THRU 2800-EXIT
003170         GO TO 2000-EXIT
003180     END-IF
003190     IF K1H-RECORD-TYPE = "HDR" OR K2H-RECORD-TYPE = "HDR"
003200         MOVE "N" TO WS-BATCH-HELD-SW
003210         PERFORM 2200-COMPARE-HEADER THRU 2200-EXIT
003220     ELSE
003230         PERFORM 2100-COMPARE-DETAIL THRU 2100-EXIT
003240     END-IF
003250     EVALUATE TRUE
003260         WHEN WS-DIFF-FIELDS NOT = SPACES
003270             ADD 1 TO WS-MISMATCH-COUNT
003280             PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
003290         WHEN WS-BATCH-HELD
003300             MOVE "BATCH HEADER FAILED VERIFICATION"
003310                 TO WS-HOLD-REASON
003320             ADD 1 TO WS-BATCH-HELD-COUNT
003330             PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
003340         WHEN OTHER
003350             WRITE CALCIN-RECORD FROM CALCKEY-RECORD
003360             ADD 1 TO WS-MATCH-COUNT
003370     END-EVALUATE
003380     PERFORM 2800-READ-KEY1 THRU 2800-EXIT
003390     PERFORM 2900-READ-KEY2 THRU 2900-EXIT.
003400 2000-EXIT.
003410     EXIT.
003420
003430*---------------------------------------------------------------
003440* 2100-COMPARE-DETAIL THRU 2100-EXIT.
003450*   FIELD-BY-FIELD COMPARE OF A TRANSACTION RECORD IN THE
003460*   STANDARD OR FINANCIAL LAYOUT.
003470*---------------------------------------------------------------
003480 2100-COMPARE-DETAIL.
003490     MOVE 1 TO WS-DIFF-PTR
003500     IF WS-FIN-MODE
003510         IF K1F-NUM1 NOT = K2F-NUM1
003520             MOVE "NUM1" TO WS-DIFF-NAME
003530             PERFORM 2500-ADD-DIFF THRU 2500-EXIT
003540         END-IF
003550         IF K1F-SYMBOL NOT = K2F-SYMBOL
003560             MOVE "SYMBOL" TO WS-DIFF-NAME
003570             PERFORM 2500-ADD-DIFF THRU 2500-EXIT
003580         END-IF
003590         IF K1F-NUM2 NOT = K2F-NUM2
003600             MOVE "NUM2" TO WS-DIFF-NAME
003610             PERFORM 2500-ADD-DIFF THRU 2500-EXIT
003620         END-IF
003630         IF K1F-CURRENCY NOT = K2F-CURRENCY
003640             MOVE "CURRENCY" TO WS-DIFF-NAME
003650             PERFORM 2500-ADD-DIFF THRU 2500-EXIT
003660         END-IF
003670     ELSE
003680         IF K1-NUM1 NOT = K2-NUM1
003690             MOVE "NUM1" TO WS-DIFF-NAME
003700             PERFORM 2500-ADD-DIFF THRU 2500-EXIT
003710         END-IF
003720         IF K1-SYMBOL NOT = K2-SYMBOL
003730             MOVE "SYMBOL" TO WS-DIFF-NAME
003740             PERFORM 2500-ADD-DIFF THRU 2500-EXIT
003750         END-IF
003760         IF K1-NUM2 NOT = K2-NUM2
003770             MOVE "NUM2" TO WS-DIFF-NAME
003780             PERFORM 2500-ADD-DIFF THRU 2500-EXIT
003790         END-IF
003800     END-IF.
003810 2100-EXIT.
003820     EXIT.
003830
003840*---------------------------------------------------------------
003850* 2200-COMPARE-HEADER THRU 2200-EXIT.
003860*   FIELD-BY-FIELD COMPARE OF A BATCH HEADER.  A HEADER ON ONE
003870*   KEYING FACING A TRANSACTION ON THE OTHER IS A RECORD-TYPE
003880*   DIFFERENCE.  ANY DIFFERENCE HOLDS OUT THE REST OF THE BATCH.
003890*---------------------------------------------------------------
003900 2200-COMPARE-HEADER.
003910     MOVE 1 TO WS-DIFF-PTR
003920     IF K1H-RECORD-TYPE NOT = K2H-RECORD-TYPE
003930         MOVE "REC-TYPE" TO WS-DIFF-NAME
003940         PERFORM 2500-ADD-DIFF THRU 2500-EXIT
003950     ELSE
003960         IF K1H-DEPT-CODE NOT = K2H-DEPT-CODE
003970             MOVE "DEPT" TO WS-DIFF-NAME
003980             PERFORM 2500-ADD-DIFF THRU 2500-EXIT
003990         END-IF
004000         IF K1H-BATCH-NO NOT = K2H-BATCH-NO
004010             MOVE "BATCH" TO WS-DIFF-NAME
004020             PERFORM 2500-ADD-DIFF THRU 2500-EXIT
004030         END-IF
004040         IF K1H-EXPECT-COUNT NOT = K2H-EXPECT-COUNT
004050             MOVE "COUNT" TO WS-DIFF-NAME
004060             PERFORM 2500-ADD-DIFF THRU 2500-EXIT
004070         END-IF
004080         IF K1H-EXPECT-HASH NOT = K2H-EXPECT-HASH
004090             MOVE "HASH" TO WS-DIFF-NAME
004100             PERFORM 2500-ADD-DIFF THRU 2500-EXIT
004110         END-IF
004120     END-IF
004130     IF WS-DIFF-FIELDS NOT = SPACES
004140         SET WS-BATCH-HELD TO TRUE
004150     END-IF.
004160 2200-EXIT.
004170     EXIT.
004180
004190*---------------------------------------------------------------
004200* 2500-ADD-DIFF THRU 2500-EXIT.
004210*   APPENDS WS-DIFF-NAME TO THE LIST OF FIELDS THAT DIFFER.
004220*---------------------------------------------------------------
004230 2500-ADD-DIFF.
004240     STRING WS-DIFF-NAME DELIMITED BY SPACE
004250         " " DELIMITED BY SIZE
004260         INTO WS-DIFF-FIELDS
004270         WITH POINTER WS-DIFF-PTR.
004280 2500-EXIT.
004290     EXIT.
004300
004310 2800-READ-KEY1.
004320     IF WS-KEY1-EOF
004330         GO TO 2800-EXIT
004340     END-IF
004350     READ CALCKEY-FILE
004360         AT END
004370             SET WS-KEY1-EOF TO TRUE
004380         NOT AT END
004390             ADD 1 TO WS-KEY1-COUNT
004400     END-READ.
004410 2800-EXIT.
004420     EXIT.
004430
004440 2900-READ-KEY2.
004450     IF WS-KEY2-EOF
004460         GO TO 2900-EXIT
004470     END-IF
004480     READ CALCVER-FILE
004490         AT END
004500             SET WS-KEY2-EOF TO TRUE
004510         NOT AT END
004520             ADD 1 TO WS-KEY2-COUNT
004530     END-READ.
004540 2900-EXIT.
004550     EXIT.
004560
004570*---------------------------------------------------------------
004580* 7000-WRITE-RPT-LINE THRU 7000-EXIT.
004590*---------------------------------------------------------------
004600 7000-WRITE-RPT-LINE.
004610     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004620         PERFORM 9000-WRITE-HEADERS THRU 9000-EXIT
004630     END-IF
004640     MOVE SPACES TO KEYVRPT-RECORD
004650     MOVE " " TO RPT-CTL-CHAR
004660     MOVE WS-PRINT-LINE TO RPT-TEXT
004670     WRITE KEYVRPT-RECORD
004680     ADD 1 TO WS-LINE-COUNT.
004690 7000-EXIT.
004700     EXIT.
004710
004720*---------------------------------------------------------------
004730* 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
004740*   PRINTS WS-RPT-LABEL AND THE EDITED COUNT IN WS-RPT-COUNT.
004750*---------------------------------------------------------------
004760 7100-WRITE-COUNT-LINE.
004770     MOVE SPACES TO WS-PRINT-LINE
004780     STRING "  " DELIMITED BY SIZE
004790         WS-RPT-LABEL DELIMITED BY SIZE
004800         " " DELIMITED BY SIZE
004810         WS-RPT-COUNT DELIMITED BY SIZE
004820         INTO WS-PRINT-LINE
004830     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
004840 7100-EXIT.
004850     EXIT.
004860
004870*---------------------------------------------------------------
004880* 7200-WRITE-EXCEPTION THRU 7200-EXIT.
004890*   PRINTS ONE HELD-OUT RECORD: ITS POSITION, THE FIRST AND
004900*   SECOND KEYINGS SIDE BY SIDE, THEN THE FIELDS THAT DIFFER
004910*   OR THE REASON IT WAS HELD.  THE COMPARED FIELDS ALL SIT IN
004920*   THE FIRST 35 COLUMNS OF THE RECORD.
004930*---------------------------------------------------------------
004940 7200-WRITE-EXCEPTION.
004950     ADD 1 TO WS-HELD-TOTAL
004960     IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
004970         PERFORM 9000-WRITE-HEADERS THRU 9000-EXIT
004980     END-IF
004990     MOVE WS-RECORD-NO TO WS-RECORD-NO-ED
005000     MOVE SPACES TO WS-PRINT-LINE
005010     MOVE WS-RECORD-NO-ED TO WS-PRINT-LINE(1:7)
005020     MOVE CALCKEY-RECORD(1:35) TO WS-PRINT-LINE(10:35)
005030     MOVE CALCVER-RECORD(1:35) TO WS-PRINT-LINE(46:35)
005040     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
005050     MOVE SPACES TO WS-PRINT-LINE
005060     IF WS-DIFF-FIELDS NOT = SPACES
005070         STRING "DIFFERS: " DELIMITED BY SIZE
005080             WS-DIFF-FIELDS DELIMITED BY SIZE
005090             INTO WS-PRINT-LINE(10:71)
005100     ELSE
005110         MOVE WS-HOLD-REASON TO WS-PRINT-LINE(10:48)
005120     END-IF
005130     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
005140 7200-EXIT.
005150     EXIT.
005160
005170*---------------------------------------------------------------
005180* 8000-WRITE-TOTALS THRU 8000-EXIT.
005190*---------------------------------------------------------------
005200 8000-WRITE-TOTALS.
005210     IF WS-HELD-TOTAL = ZERO
005220         MOVE "  NO EXCEPTIONS - BOTH KEYINGS AGREE"
005230             TO WS-PRINT-LINE
005240         PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
005250     END-IF
005260     MOVE SPACES TO WS-PRINT-LINE
005270     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
005280     MOVE "CONTROL COUNTS" TO WS-PRINT-LINE
005290     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
005300     MOVE "CALCKEY RECORDS READ" TO WS-RPT-LABEL
005310     MOVE WS-KEY1-COUNT TO WS-RPT-COUNT
005320     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
005330     MOVE "CALCVER RECORDS READ" TO WS-RPT-LABEL
005340     MOVE WS-KEY2-COUNT TO WS-RPT-COUNT
005350     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
005360     MOVE "VERIFIED TO CALCIN" TO WS-RPT-LABEL
005370     MOVE WS-MATCH-COUNT TO WS-RPT-COUNT
005380     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
005390     MOVE "HELD - FIELDS DIFFER" TO WS-RPT-LABEL
005400     MOVE WS-MISMATCH-COUNT TO WS-RPT-COUNT
005410     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
005420     MOVE "HELD - BATCH HEADER" TO WS-RPT-LABEL
005430     MOVE WS-BATCH-HELD-COUNT TO WS-RPT-COUNT
005440     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
005450     MOVE "HELD - NO PARTNER" TO WS-RPT-LABEL
005460     MOVE WS-UNPAIRED-COUNT TO WS-RPT-COUNT
005470     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
005480 8000-EXIT.
005490     EXIT.
005500
005510*---------------------------------------------------------------
005520* 9000-WRITE-HEADERS THRU 9000-EXIT.
005530*---------------------------------------------------------------
005540 9000-WRITE-HEADERS.
005550     ADD 1 TO WS-PAGE-COUNT
005560     MOVE WS-PAGE-COUNT TO WS-PAGE-COUNT-ED
005570     MOVE SPACES TO KEYVRPT-RECORD
005580     MOVE "1" TO RPT-CTL-CHAR
005590     MOVE "CALCIN KEY-VERIFICATION EXCEPTIONS" TO RPT-TEXT
005600     WRITE KEYVRPT-RECORD
005610     MOVE SPACES TO KEYVRPT-RECORD
005620     MOVE " " TO RPT-CTL-CHAR
005630     STRING "RUN DATE: " WS-RUN-DATE-ED "     PAGE: "
005640             WS-PAGE-COUNT-ED DELIMITED BY SIZE INTO RPT-TEXT
005650     WRITE KEYVRPT-RECORD
005660     MOVE SPACES TO KEYVRPT-RECORD
005670     MOVE " " TO RPT-CTL-CHAR
005680     WRITE KEYVRPT-RECORD
005690     MOVE SPACES TO KEYVRPT-RECORD
005700     MOVE " " TO RPT-CTL-CHAR
005710     MOVE "RECORD" TO RPT-TEXT(2:6)
005720     MOVE "FIRST KEYING (CALCKEY)" TO RPT-TEXT(10:22)
005730     MOVE "VERIFICATION KEYING (CALCVER)" TO RPT-TEXT(46:29)
005740     WRITE KEYVRPT-RECORD
005750     MOVE ZERO TO WS-LINE-COUNT.
005760 9000-EXIT.
005770     EXIT.
005780
005790 END PROGRAM KEYVER.
