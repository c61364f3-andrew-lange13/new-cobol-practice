000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GLJRNL.
000030 AUTHOR. J H MILLARD.
000040 INSTALLATION. HOME OFFICE DATA CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070****************************************************************
000080*                                                               *
000090* GLJRNL IS THE GENERAL-LEDGER JOURNAL INTERFACE.  IT READS THE *
000100* DAY'S FINANCIAL-MODE CALCOUT RESULTS AND BUILDS THE GLOUT     *
000110* JOURNAL FILE THE LEDGER LOADS EVERY AFTERNOON, SO THE DAY'S   *
000120* POSTINGS NO LONGER HAVE TO BE RE-KEYED FROM THE CALCRPT       *
000130* PRINTOUT.  EVERY "OK" RESULT BECOMES ONE BALANCED DEBIT/CREDIT*
000140* PAIR; THE FILE OPENS WITH A HEADER (RUN DATE, SOURCE AND      *
000150* OPERATOR) AND CLOSES WITH A TRAILER GIVING THE ENTRY COUNT    *
000160* AND THE DEBIT AND CREDIT TOTALS.                              *
000170*                                                               *
000180* THE ACCOUNTS COME FROM THE GLMAP TABLE FILE, KEYED BY SOURCE  *
000190* DEPARTMENT (THE BH-DEPT-CODE OF THE RESULT'S CALCIN BATCH     *
000200* HEADER) PLUS CURRENCY.  RESULTS FROM A FILE WITH NO BATCH     *
000210* HEADERS, AND STANDING TRANSACTIONS, POST UNDER DEPARTMENT     *
000220* "UNAS"; A BLANK CURRENCY IS THE BASE CURRENCY AND MAPS AS     *
000230* "BAS", AS ON THE CALCRPT LEDGER SUMMARY.  EVERY AMOUNT IS     *
000240* CONVERTED TO BASE AT THE CALCRATE RATE CALCULATOR USED (THE   *
000250* LATEST EFFECTIVE DATE NOT AFTER THE RUN DATE).  A NEGATIVE    *
000260* RESULT POSTS WITH THE SIDES REVERSED.                         *
000270*                                                               *
000280* A RESULT WITH NO MAPPING, NO RATE OR AN UNKNOWN BATCH IS HELD *
000290* OUT OF THE JOURNAL AND LISTED ON THE GLEXC EXCEPTION REPORT,  *
000300* AS IS A JOURNAL WHOSE DEBITS AND CREDITS DO NOT AGREE.  ANY   *
000310* EXCEPTION ENDS THE STEP WITH RETURN CODE 8 SO DAILYRUN STOPS  *
000320* BEFORE THE FILE GOES TO THE LEDGER.  A DAY WITH NO FINANCIAL  *
000330* BATCH RUN WRITES AN EMPTY JOURNAL (HEADER AND ZERO TRAILER).  *
000340*                                                               *
000350****************************************************************
000360*MODIFICATION HISTORY
000370*DATE       INIT DESCRIPTION
000380*2026-10-15 JHM  ORIGINAL PROGRAM, MODELED ON CHGBACK AND THE
000390*                CALCULATOR RATE-TABLE LOAD.
000391*2026-10-15 JHM  THE JOURNAL-HELD MESSAGE IS NOW NUMBER 40,
000392*                CLEAR OF THE OPERATOR-BYPASS 10, FOR THE MSGCAT
000393*                CATALOG.
000394*2026-10-15 JHM  A MISSING CALCCTL IS NOW FATAL (RC 16) INSTEAD
000395*                OF WRITING AN EMPTY JOURNAL.  A RESULT RELEASED
000396*                FROM CALCAPPR POSTS UNDER THE DEPARTMENT IT
000397*                CARRIES ON CALCOUT.
000399*2026-10-15 JHM  A BATCH NUMBER FOUND UNDER TWO HEADER DEPARTMENTS
000401*                IS AN EXCEPTION INSTEAD OF POSTING TO THE FIRST
000403*                DEPARTMENT LOADED.
000405****************************************************************
000410
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. IBM-370.
000450 OBJECT-COMPUTER. IBM-370.
000460
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT CALCCTL-FILE ASSIGN TO "CALCCTL"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-CALCCTL-STATUS.
000520
000530     SELECT CALCIN-FILE ASSIGN TO "CALCIN"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-CALCIN-STATUS.
000560
000570     SELECT CALCOUT-FILE ASSIGN TO "CALCOUT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-CALCOUT-STATUS.
000600
000610     SELECT CALCRATE-FILE ASSIGN TO "CALCRATE"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-CALCRATE-STATUS.
000640
000650     SELECT GLMAP-FILE ASSIGN TO "GLMAP"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-GLMAP-STATUS.
000680
000690     SELECT GLOUT-FILE ASSIGN TO "GLOUT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-GLOUT-STATUS.
000720
000730     SELECT GLEXC-FILE ASSIGN TO "GLEXC"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-GLEXC-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790*---------------------------------------------------------------
000800* CALCCTL-FILE - THE CALCULATOR RUN CONTROL RECORD.  ONLY A
000810* "BATCH" RUN IN "FIN" CALC-MODE HAS RESULTS TO POST.
000820*---------------------------------------------------------------
000830 FD  CALCCTL-FILE.
000840 01  CALCCTL-RECORD.
000850     05  CTL-RUN-MODE            PIC X(08).
000860     05  CTL-OPERATOR-ID         PIC X(08).
000870     05  CTL-CALC-MODE           PIC X(03).
000880     05  FILLER                  PIC X(61).
000890
000900*---------------------------------------------------------------
000910* CALCIN-FILE - THE DAY'S TRANSACTION FILE.  ONLY THE "HDR"
000920* BATCH-HEADER RECORDS ARE USED, TO TIE EACH BATCH NUMBER ON
000930* CALCOUT BACK TO ITS SOURCE DEPARTMENT.
000940*---------------------------------------------------------------
000950 FD  CALCIN-FILE.
000960 01  CALCIN-HDR-RECORD.
000970     05  BH-RECORD-TYPE          PIC X(03).
000980     05  BH-FILL-1               PIC X(01).
000990     05  BH-DEPT-CODE            PIC X(04).
001000     05  BH-FILL-2               PIC X(01).
001010     05  BH-BATCH-NO             PIC X(04).
001020     05  FILLER                  PIC X(67).
001030
001040*---------------------------------------------------------------
001050* CALCOUT-FILE - THE FINANCIAL-MODE RESULT RECORDS, IN THE
001060* CALCULATOR CALCOUT-FIN-RECORD LAYOUT.  THE BATCH NUMBER IS
001070* BLANK ON A RUN WITH NO BATCH HEADERS.
001080*---------------------------------------------------------------
001090 FD  CALCOUT-FILE.
001100 01  CALCOUT-FIN-RECORD.
001110     05  COF-NUM1                PIC X(12).
001120     05  COF-FILL-1              PIC X(01).
001130     05  COF-SYMBOL              PIC X(01).
001140     05  COF-FILL-2              PIC X(01).
001150     05  COF-NUM2                PIC X(12).
001160     05  COF-EQUALS              PIC X(03).
001170     05  COF-RESULT              PIC -(08)9.99.
001180     05  COF-RESULT-X REDEFINES COF-RESULT
001190                                 PIC X(12).
001200     05  COF-FILL-3              PIC X(02).
001210     05  COF-CURRENCY            PIC X(03).
001220     05  COF-FILL-3A             PIC X(03).
001230     05  COF-STATUS              PIC X(08).
001240     05  COF-FILL-4              PIC X(02).
001250     05  COF-BATCH-NO            PIC X(04).
001252*DEPARTMENT OF A RESULT RELEASED FROM CALCAPPR, WHOSE BATCH
001254*HEADER IS NOT ON TODAY'S CALCIN.
001256     05  COF-FILL-5              PIC X(01).
001258     05  COF-DEPT-CODE           PIC X(04).
001260     05  FILLER                  PIC X(11).
001270
001280*---------------------------------------------------------------
001290* CALCRATE-FILE - THE EXCHANGE-RATE TABLE FILE CALCULATOR READS.
001300*---------------------------------------------------------------
001310 FD  CALCRATE-FILE.
001320 01  CALCRATE-RECORD.
001330     05  RATE-CURRENCY           PIC X(03).
001340     05  RATE-FILL-1             PIC X(01).
001350     05  RATE-TO-BASE            PIC 9(03)V9(06).
001360     05  RATE-FILL-2             PIC X(01).
001370     05  RATE-EFF-DATE           PIC 9(08).
001380     05  FILLER                  PIC X(58).
001390
001400*---------------------------------------------------------------
001410* GLMAP-FILE - THE ACCOUNT-MAPPING TABLE: ONE RECORD PER SOURCE
001420* DEPARTMENT AND CURRENCY ("BAS" FOR THE BASE CURRENCY, "UNAS"
001430* FOR WORK WITH NO BATCH HEADER), GIVING THE ACCOUNT DEBITED
001440* AND THE ACCOUNT CREDITED FOR A POSITIVE RESULT.
001450*---------------------------------------------------------------
001460 FD  GLMAP-FILE.
001470 01  GLMAP-RECORD.
001480     05  GLM-DEPT-CODE           PIC X(04).
001490     05  GLM-FILL-1              PIC X(01).
001500     05  GLM-CURRENCY            PIC X(03).
001510     05  GLM-FILL-2              PIC X(01).
001520     05  GLM-DEBIT-ACCT          PIC X(12).
001530     05  GLM-FILL-3              PIC X(01).
001540     05  GLM-CREDIT-ACCT         PIC X(12).
001550     05  FILLER                  PIC X(46).
001560
001570*---------------------------------------------------------------
001580* GLOUT-FILE - THE JOURNAL INTERCHANGE FILE FOR THE LEDGER: ONE
001590* "HDR" RECORD, A "DTL" RECORD PER DEBIT OR CREDIT ENTRY, AND
001600* ONE "TRL" RECORD.  AMOUNTS ARE BASE CURRENCY, UNSIGNED; THE
001610* DR/CR INDICATOR CARRIES THE SIDE.
001620*---------------------------------------------------------------
001630 FD  GLOUT-FILE.
001640 01  GLOUT-HDR-RECORD.
001650     05  GLH-RECORD-TYPE         PIC X(03).
001660     05  GLH-FILL-1              PIC X(01).
001670     05  GLH-SOURCE              PIC X(08).
001680     05  GLH-FILL-2              PIC X(01).
001690     05  GLH-RUN-DATE            PIC 9(08).
001700     05  GLH-FILL-3              PIC X(01).
001710     05  GLH-OPERATOR-ID         PIC X(08).
001720     05  FILLER                  PIC X(50).
001730 01  GLOUT-DTL-RECORD.
001740     05  GLD-RECORD-TYPE         PIC X(03).
001750     05  GLD-FILL-1              PIC X(01).
001760     05  GLD-ENTRY-NO            PIC 9(06).
001770     05  GLD-FILL-2              PIC X(01).
001780     05  GLD-ACCOUNT             PIC X(12).
001790     05  GLD-FILL-3              PIC X(01).
001800     05  GLD-DR-CR               PIC X(02).
001810     05  GLD-FILL-4              PIC X(01).
001820     05  GLD-AMOUNT              PIC 9(13)V99.
001830     05  GLD-FILL-5              PIC X(01).
001840     05  GLD-DEPT-CODE           PIC X(04).
001850     05  GLD-FILL-6              PIC X(01).
001860     05  GLD-CURRENCY            PIC X(03).
001870     05  GLD-FILL-7              PIC X(01).
001880     05  GLD-BATCH-NO            PIC X(04).
001890     05  GLD-FILL-8              PIC X(01).
001900     05  GLD-ORIG-AMOUNT         PIC S9(09)V99
001910                                 SIGN LEADING SEPARATE.
001920     05  FILLER                  PIC X(11).
001930 01  GLOUT-TRL-RECORD.
001940     05  GLT-RECORD-TYPE         PIC X(03).
001950     05  GLT-FILL-1              PIC X(01).
001960     05  GLT-ENTRY-COUNT         PIC 9(07).
001970     05  GLT-FILL-2              PIC X(01).
001980     05  GLT-DEBIT-TOTAL         PIC 9(15)V99.
001990     05  GLT-FILL-3              PIC X(01).
002000     05  GLT-CREDIT-TOTAL        PIC 9(15)V99.
002010     05  FILLER                  PIC X(33).
002020
002030*---------------------------------------------------------------
002040* GLEXC-FILE - THE PRINTED EXCEPTION AND CONTROL REPORT.
002050* COLUMN ONE IS A STANDARD PRINTER CARRIAGE-CONTROL CHARACTER.
002060*---------------------------------------------------------------
002070 FD  GLEXC-FILE.
002080 01  GLEXC-RECORD.
002090     05  RPT-CTL-CHAR            PIC X(01).
002100     05  RPT-TEXT                PIC X(80).
002110
002120 WORKING-STORAGE SECTION.
002130*---------------------------------------------------------------
002140* FILE STATUS FIELDS AND SWITCHES.
002150*---------------------------------------------------------------
002160 77  WS-CALCCTL-STATUS           PIC X(02).
002170     88  WS-CALCCTL-OK                   VALUE "00".
002180 77  WS-CALCIN-STATUS            PIC X(02).
002190     88  WS-CALCIN-OK                    VALUE "00".
002200 77  WS-CALCOUT-STATUS           PIC X(02).
002210     88  WS-CALCOUT-OK                   VALUE "00".
002220 77  WS-CALCRATE-STATUS          PIC X(02).
002230     88  WS-CALCRATE-OK                  VALUE "00".
002240 77  WS-GLMAP-STATUS             PIC X(02).
002250     88  WS-GLMAP-OK                     VALUE "00".
002260 77  WS-GLOUT-STATUS             PIC X(02).
002270     88  WS-GLOUT-OK                     VALUE "00".
002280 77  WS-GLEXC-STATUS             PIC X(02).
002290     88  WS-GLEXC-OK                     VALUE "00".
002300
002310 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
002320     88  WS-END-OF-FILE                  VALUE "Y".
002330 77  WS-KEY-FOUND-SW             PIC X(01) VALUE "N".
002340     88  WS-KEY-FOUND                    VALUE "Y".
002350 77  WS-FIN-DAY-SW               PIC X(01) VALUE "N".
002360     88  WS-FIN-DAY                      VALUE "Y".
002370
002380*---------------------------------------------------------------
002390* RUN DATE AND THE OPERATOR FROM CALCCTL.
002400*---------------------------------------------------------------
002410 77  WS-TODAY                    PIC 9(08).
002420 77  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
002430
002440*---------------------------------------------------------------
002450* ACCOUNT-MAPPING TABLE, LOADED FROM GLMAP.
002460*---------------------------------------------------------------
002470 01  WS-MAP-TABLE.
002480     05  WS-MAP-ENTRY OCCURS 100 TIMES.
002490         10  WS-MAP-DEPT         PIC X(04).
002500         10  WS-MAP-CCY          PIC X(03).
002510         10  WS-MAP-DEBIT        PIC X(12).
002520         10  WS-MAP-CREDIT       PIC X(12).
002530 77  WS-MAP-USED                 PIC 9(03) VALUE 0.
002540 77  WS-MAP-IDX                  PIC 9(03) VALUE 0.
002550 77  WS-MAP-DROPPED              PIC 9(07) COMP VALUE ZERO.
002560
002570*---------------------------------------------------------------
002580* EXCHANGE-RATE TABLE, LOADED FROM CALCRATE THE WAY CALCULATOR
002590* LOADS IT.
002600*---------------------------------------------------------------
002610 01  WS-RATE-TABLE.
002620     05  WS-RATE-ENTRY OCCURS 20 TIMES.
002630         10  WS-RATE-CCY         PIC X(03).
002640         10  WS-RATE-VALUE       PIC 9(03)V9(06) COMP-3.
002650         10  WS-RATE-DATE        PIC 9(08).
002660 77  WS-RATE-USED                PIC 9(03) VALUE 0.
002670 77  WS-RATE-IDX                 PIC 9(03) VALUE 0.
002680 77  WS-CUR-RATE                 PIC 9(03)V9(06) COMP-3.
002690
002700*---------------------------------------------------------------
002710* BATCH-NUMBER TO SOURCE-DEPARTMENT TABLE, FROM THE CALCIN
002715* BATCH HEADERS.  CALCULATOR LETS TWO DEPARTMENTS KEY THE SAME
002720* BATCH NUMBER, SO A NUMBER SEEN UNDER TWO DEPARTMENTS CANNOT
002725* NAME ITS DEPARTMENT AND IS HELD OUT.
002730*---------------------------------------------------------------
002740 01  WS-HDR-TABLE.
002750     05  WS-HDR-ENTRY OCCURS 20 TIMES.
002760         10  WS-HDR-BATCH-NO     PIC X(04).
002770         10  WS-HDR-DEPT         PIC X(04).
002780 77  WS-HDR-USED                 PIC 9(03) VALUE 0.
002790 77  WS-HDR-IDX                  PIC 9(03) VALUE 0.
002793 77  WS-TWO-DEPT-SW              PIC X(01) VALUE "N".
002796     88  WS-TWO-DEPT-BATCH               VALUE "Y".
002800
002810*---------------------------------------------------------------
002820* THE RESULT BEING POSTED.
002830*---------------------------------------------------------------
002840 77  WS-LOOKUP-DEPT              PIC X(04).
002850 77  WS-LOOKUP-CCY               PIC X(03).
002860 77  WS-DEBIT-ACCT               PIC X(12).
002870 77  WS-CREDIT-ACCT              PIC X(12).
002880 77  WS-EXC-REASON               PIC X(24).
002890 77  WS-RESULT                   PIC S9(09)V9(02) COMP-3.
002900 77  WS-BASE-AMOUNT              PIC S9(13)V9(02) COMP-3.
002910
002920*---------------------------------------------------------------
002930* CONTROL COUNTS AND JOURNAL TOTALS.
002940*---------------------------------------------------------------
002950 77  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
002960 77  WS-POSTED-COUNT             PIC 9(07) COMP VALUE ZERO.
002970 77  WS-ZERO-COUNT               PIC 9(07) COMP VALUE ZERO.
002980 77  WS-SKIP-COUNT               PIC 9(07) COMP VALUE ZERO.
002990 77  WS-EXC-COUNT                PIC 9(07) COMP VALUE ZERO.
003000 77  WS-ENTRY-COUNT              PIC 9(07) COMP VALUE ZERO.
003010 77  WS-DEBIT-TOTAL              PIC 9(15)V9(02) COMP-3
003020                                  VALUE ZERO.
003030 77  WS-CREDIT-TOTAL             PIC 9(15)V9(02) COMP-3
003040                                  VALUE ZERO.
003050 77  WS-EXPECT-ENTRIES           PIC 9(07) COMP VALUE ZERO.
003060
003070*---------------------------------------------------------------
003080* SHARED MESSAGE-WRITER PARAMETER AREA.
003090*---------------------------------------------------------------
003100 COPY MSGWRTREC.
003110
003120*---------------------------------------------------------------
003130* PRINT-FILE PAGINATION, HEADING AND EDITED WORK FIELDS.
003140*---------------------------------------------------------------
003150 77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
003160 77  WS-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
003170 77  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.
003180 01  WS-PAGE-COUNT-ED            PIC ZZ9.
003190 01  WS-RUN-DATE-RAW             PIC 9(06).
003200 01  WS-RUN-DATE-ED              PIC 99/99/99.
003210 01  WS-PRINT-LINE               PIC X(80).
003220 01  WS-RPT-LABEL                PIC X(24).
003230 01  WS-RPT-COUNT                PIC ZZZZZZ9.
003240 01  WS-ED-AMOUNT                PIC -(08)9.99.
003250 01  WS-ED-TOTAL                 PIC Z(14)9.99.
003260
003270 PROCEDURE DIVISION.
003280*---------------------------------------------------------------
003290* 0000-MAINLINE.
003300*---------------------------------------------------------------
003310 0000-MAINLINE.
003320     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003330     IF RETURN-CODE NOT = 16
003340         PERFORM 2000-POST-RESULTS THRU 2000-EXIT
003350         PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT
003360         PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
003370         CLOSE GLOUT-FILE
003380         CLOSE GLEXC-FILE
003390         IF WS-EXC-COUNT > ZERO
003400             PERFORM 8500-SEND-MESSAGE THRU 8500-EXIT
003410             MOVE 8 TO RETURN-CODE
003420         ELSE
003430             MOVE ZERO TO RETURN-CODE
003440         END-IF
003450     END-IF
003460     GOBACK.
003470
003480*---------------------------------------------------------------
003490* 1000-INITIALIZE THRU 1000-EXIT.
003500*   READS THE CALCULATOR CONTROL RECORD TO SEE WHETHER TODAY
003510*   WAS A FINANCIAL BATCH RUN, LOADS THE MAPPING, RATE AND
003520*   BATCH-HEADER TABLES AND OPENS THE JOURNAL AND THE REPORT.
003530*   A FINANCIAL DAY WITH NO CALCOUT IS FATAL, AS IS A MISSING
003532*   CALCCTL: WITHOUT IT THE DAY CANNOT BE TOLD FROM ONE WITH NO
003534*   FINANCIAL RUN, AND AN EMPTY JOURNAL WOULD GO TO THE LEDGER.
003540*---------------------------------------------------------------
003550 1000-INITIALIZE.
003560     ACCEPT WS-TODAY FROM DATE YYYYMMDD
003570     ACCEPT WS-RUN-DATE-RAW FROM DATE
003580     MOVE WS-RUN-DATE-RAW TO WS-RUN-DATE-ED
003590     OPEN INPUT CALCCTL-FILE
003600     IF NOT WS-CALCCTL-OK
003602         DISPLAY "GLJRNL: UNABLE TO OPEN CALCCTL, STATUS "
003604             WS-CALCCTL-STATUS
003606         MOVE 16 TO RETURN-CODE
003608         GO TO 1000-EXIT
003609     END-IF
003610     READ CALCCTL-FILE
003620         AT END
003630             MOVE SPACES TO CALCCTL-RECORD
003640     END-READ
003650     CLOSE CALCCTL-FILE
003660     MOVE CTL-OPERATOR-ID TO WS-OPERATOR-ID
003670     IF CTL-RUN-MODE = "BATCH"
003680             AND CTL-CALC-MODE = "FIN"
003690         SET WS-FIN-DAY TO TRUE
003700     END-IF
003720     IF WS-FIN-DAY
003730         OPEN INPUT CALCOUT-FILE
003740         IF NOT WS-CALCOUT-OK
003750             DISPLAY "GLJRNL: UNABLE TO OPEN CALCOUT, STATUS "
003760                 WS-CALCOUT-STATUS
003770             MOVE 16 TO RETURN-CODE
003780             GO TO 1000-EXIT
003790         END-IF
003800         PERFORM 1100-LOAD-MAP THRU 1100-EXIT
003810         PERFORM 1200-LOAD-RATES THRU 1200-EXIT
003820         PERFORM 1300-LOAD-HEADERS THRU 1300-EXIT
003830     END-IF
003840     OPEN OUTPUT GLOUT-FILE
003850     IF NOT WS-GLOUT-OK
003860         DISPLAY "GLJRNL: UNABLE TO OPEN GLOUT, STATUS "
003870             WS-GLOUT-STATUS
003880         MOVE 16 TO RETURN-CODE
003890         IF WS-FIN-DAY
003900             CLOSE CALCOUT-FILE
003910         END-IF
003920         GO TO 1000-EXIT
003930     END-IF
003940     OPEN OUTPUT GLEXC-FILE
003950     IF NOT WS-GLEXC-OK
003960         DISPLAY "GLJRNL: UNABLE TO OPEN GLEXC, STATUS "
003970             WS-GLEXC-STATUS
003980         MOVE 16 TO RETURN-CODE
003990         CLOSE GLOUT-FILE
004000         IF WS-FIN-DAY
004010             CLOSE CALCOUT-FILE
004020         END-IF
004030         GO TO 1000-EXIT
004040     END-IF
004050     PERFORM 9000-WRITE-HEADERS THRU 9000-EXIT
004060     MOVE SPACES TO GLOUT-HDR-RECORD
004070     MOVE "HDR" TO GLH-RECORD-TYPE
004080     MOVE "CALCULAT" TO GLH-SOURCE
004090     MOVE WS-TODAY TO GLH-RUN-DATE
004100     MOVE WS-OPERATOR-ID TO GLH-OPERATOR-ID
004110     WRITE GLOUT-HDR-RECORD.
004120 1000-EXIT.
004130     EXIT.
004140
004150*---------------------------------------------------------------
004160* 1100-LOAD-MAP THRU 1100-EXIT.
004170*   LOADS THE GLMAP ACCOUNT-MAPPING TABLE.  NO GLMAP MEANS
004180*   EVERY RESULT IS UNMAPPED, WHICH THE EXCEPTION REPORT SAYS.
004190*---------------------------------------------------------------
004200 1100-LOAD-MAP.
004210     MOVE "N" TO WS-EOF-SWITCH
004220     OPEN INPUT GLMAP-FILE
004230     IF NOT WS-GLMAP-OK
004240         DISPLAY "GLJRNL: GLMAP NOT AVAILABLE, STATUS "
004250             WS-GLMAP-STATUS " - NO ACCOUNTS MAPPED"
004260         GO TO 1100-EXIT
004270     END-IF
004280     PERFORM 1110-LOAD-ONE-MAP THRU 1110-EXIT
004290         UNTIL WS-END-OF-FILE
004300     CLOSE GLMAP-FILE.
004310 1100-EXIT.
004320     EXIT.
004330
004340 1110-LOAD-ONE-MAP.
004350     READ GLMAP-FILE
004360         AT END
004370             SET WS-END-OF-FILE TO TRUE
004380         NOT AT END
004390             IF GLM-DEPT-CODE NOT = SPACES
004400                 IF WS-MAP-USED < 100
004410                     ADD 1 TO WS-MAP-USED
004420                     MOVE GLM-DEPT-CODE
004430                         TO WS-MAP-DEPT(WS-MAP-USED)
004440                     MOVE GLM-CURRENCY TO WS-MAP-CCY(WS-MAP-USED)
004450                     MOVE GLM-DEBIT-ACCT
004460                         TO WS-MAP-DEBIT(WS-MAP-USED)
004470                     MOVE GLM-CREDIT-ACCT
004480                         TO WS-MAP-CREDIT(WS-MAP-USED)
004490                 ELSE
004500                     ADD 1 TO WS-MAP-DROPPED
004510                 END-IF
004520             END-IF
004530     END-READ.
004540 1110-EXIT.
004550     EXIT.
004560
004570*---------------------------------------------------------------
004580* 1200-LOAD-RATES THRU 1200-EXIT.
004590*   LOADS THE CALCRATE TABLE.  FOR EACH CURRENCY THE RECORD
004600*   WITH THE LATEST EFFECTIVE DATE NOT AFTER THE RUN DATE WINS,
004610*   EXACTLY AS IN CALCULATOR, SO THE JOURNAL CONVERTS AT THE
004620*   SAME RATE THE GRAND TOTAL DID.
004630*---------------------------------------------------------------
004640 1200-LOAD-RATES.
004650     MOVE "N" TO WS-EOF-SWITCH
004660     OPEN INPUT CALCRATE-FILE
004670     IF NOT WS-CALCRATE-OK
004680         GO TO 1200-EXIT
004690     END-IF
004700     PERFORM 1210-LOAD-ONE-RATE THRU 1210-EXIT
004710         UNTIL WS-END-OF-FILE
004720     CLOSE CALCRATE-FILE.
004730 1200-EXIT.
004740     EXIT.
004750
004760 1210-LOAD-ONE-RATE.
004770     READ CALCRATE-FILE
004780         AT END
004790             SET WS-END-OF-FILE TO TRUE
004800         NOT AT END
004810             PERFORM 1220-STORE-ONE-RATE THRU 1220-EXIT
004820     END-READ.
004830 1210-EXIT.
004840     EXIT.
004850
004860 1220-STORE-ONE-RATE.
004870     IF RATE-CURRENCY = SPACES
004880             OR RATE-TO-BASE NOT NUMERIC
004890             OR RATE-EFF-DATE NOT NUMERIC
004900             OR RATE-EFF-DATE > WS-TODAY
004910         GO TO 1220-EXIT
004920     END-IF
004930     MOVE "N" TO WS-KEY-FOUND-SW
004940     PERFORM 1230-CHECK-ONE-RATE THRU 1230-EXIT
004950         VARYING WS-RATE-IDX FROM 1 BY 1
004960         UNTIL WS-RATE-IDX > WS-RATE-USED
004970             OR WS-KEY-FOUND
004980     IF NOT WS-KEY-FOUND
004990             AND WS-RATE-USED < 20
005000         ADD 1 TO WS-RATE-USED
005010         MOVE RATE-CURRENCY TO WS-RATE-CCY(WS-RATE-USED)
005020         MOVE RATE-TO-BASE TO WS-RATE-VALUE(WS-RATE-USED)
005030         MOVE RATE-EFF-DATE TO WS-RATE-DATE(WS-RATE-USED)
005040     END-IF.
005050 1220-EXIT.
005060     EXIT.
005070
005080 1230-CHECK-ONE-RATE.
005090     IF WS-RATE-CCY(WS-RATE-IDX) = RATE-CURRENCY
005100         SET WS-KEY-FOUND TO TRUE
005110         IF RATE-EFF-DATE > WS-RATE-DATE(WS-RATE-IDX)
005120             MOVE RATE-TO-BASE TO WS-RATE-VALUE(WS-RATE-IDX)
005130             MOVE RATE-EFF-DATE TO WS-RATE-DATE(WS-RATE-IDX)
005140         END-IF
005150     END-IF.
005160 1230-EXIT.
005170     EXIT.
005180
005190*---------------------------------------------------------------
005200* 1300-LOAD-HEADERS THRU 1300-EXIT.
005210*   BUILDS THE BATCH-NUMBER TO DEPARTMENT TABLE FROM THE
005220*   CALCIN "HDR" RECORDS.  NO CALCIN, OR NO HEADERS, LEAVES
005230*   THE TABLE EMPTY AND EVERY RESULT POSTS UNDER "UNAS".
005240*---------------------------------------------------------------
005250 1300-LOAD-HEADERS.
005260     MOVE "N" TO WS-EOF-SWITCH
005270     OPEN INPUT CALCIN-FILE
005280     IF NOT WS-CALCIN-OK
005290         GO TO 1300-EXIT
005300     END-IF
005310     PERFORM 1310-LOAD-ONE-HEADER THRU 1310-EXIT
005320         UNTIL WS-END-OF-FILE
005330     CLOSE CALCIN-FILE.
005340 1300-EXIT.
005350     EXIT.
005360
005370 1310-LOAD-ONE-HEADER.
005380     READ CALCIN-FILE
005390         AT END
005400             SET WS-END-OF-FILE TO TRUE
005410         NOT AT END
005420             IF BH-RECORD-TYPE = "HDR"
005430                     AND WS-HDR-USED < 20
005440                 ADD 1 TO WS-HDR-USED
005450                 MOVE BH-BATCH-NO TO WS-HDR-BATCH-NO(WS-HDR-USED)
005460                 MOVE BH-DEPT-CODE TO WS-HDR-DEPT(WS-HDR-USED)
005470             END-IF
005480     END-READ.
005490 1310-EXIT.
005500     EXIT.
005510
005520*---------------------------------------------------------------
005530* 2000-POST-RESULTS THRU 2000-EXIT.
005540*   POSTS EVERY "OK" FINANCIAL RESULT ON CALCOUT.  A DAY WITH
005550*   NO FINANCIAL BATCH RUN POSTS NOTHING AND SAYS SO.
005560*---------------------------------------------------------------
005570 2000-POST-RESULTS.
005580     IF NOT WS-FIN-DAY
005590         MOVE "NO FINANCIAL BATCH RUN TODAY - NOTHING POSTED"
005600             TO WS-PRINT-LINE
005610         PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
005620         MOVE SPACES TO WS-PRINT-LINE
005630         PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
005640         GO TO 2000-EXIT
005650     END-IF
005660     MOVE "BATCH DEPT CCY       AMOUNT  REASON" TO WS-PRINT-LINE
005670     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
005680     MOVE "N" TO WS-EOF-SWITCH
005690     PERFORM 2100-ONE-RESULT THRU 2100-EXIT
005700         UNTIL WS-END-OF-FILE
005710     CLOSE CALCOUT-FILE
005720     IF WS-EXC-COUNT = ZERO
005730         MOVE "  (NO RESULTS HELD OUT)" TO WS-PRINT-LINE
005740         PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
005750     END-IF
005760     MOVE SPACES TO WS-PRINT-LINE
005770     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
005780 2000-EXIT.
005790     EXIT.
005800
005810 2100-ONE-RESULT.
005820     READ CALCOUT-FILE
005830         AT END
005840             SET WS-END-OF-FILE TO TRUE
005850         NOT AT END
005860             ADD 1 TO WS-READ-COUNT
005870             IF COF-STATUS = "OK"
005880                     AND COF-RESULT-X NOT = SPACES
005890                 PERFORM 2200-POST-ONE THRU 2200-EXIT
005900             ELSE
005910                 ADD 1 TO WS-SKIP-COUNT
005920             END-IF
005930     END-READ.
005940 2100-EXIT.
005950     EXIT.
005960
005970*---------------------------------------------------------------
005980* 2200-POST-ONE THRU 2200-EXIT.
005990*   RESOLVES THE RESULT'S DEPARTMENT, RATE AND ACCOUNTS AND
006000*   WRITES ITS DEBIT/CREDIT PAIR.  ANYTHING THAT CANNOT BE
006010*   RESOLVED IS HELD OUT AND LISTED INSTEAD.
006020*---------------------------------------------------------------
006030 2200-POST-ONE.
006040     MOVE COF-RESULT TO WS-RESULT
006050     PERFORM 2300-RESOLVE-DEPT THRU 2300-EXIT
006060     IF WS-LOOKUP-DEPT = SPACES
006063         IF WS-TWO-DEPT-BATCH
006066             MOVE "BATCH UNDER TWO DEPTS" TO WS-EXC-REASON
006069         ELSE
006072             MOVE "BATCH HAS NO HEADER" TO WS-EXC-REASON
006075         END-IF
006080         PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
006090         GO TO 2200-EXIT
006100     END-IF
006110     PERFORM 2400-RESOLVE-RATE THRU 2400-EXIT
006120     IF NOT WS-KEY-FOUND
006130         MOVE "NO CALCRATE RATE" TO WS-EXC-REASON
006140         PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
006150         GO TO 2200-EXIT
006160     END-IF
006170     PERFORM 2500-FIND-MAP THRU 2500-EXIT
006180     IF NOT WS-KEY-FOUND
006190         MOVE "NO GLMAP ACCOUNT" TO WS-EXC-REASON
006200         PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
006210         GO TO 2200-EXIT
006220     END-IF
006230     COMPUTE WS-BASE-AMOUNT = WS-RESULT * WS-CUR-RATE
006240     IF WS-BASE-AMOUNT = ZERO
006250         ADD 1 TO WS-ZERO-COUNT
006260         GO TO 2200-EXIT
006270     END-IF
006280     ADD 1 TO WS-POSTED-COUNT
006290     IF WS-BASE-AMOUNT > ZERO
006300         MOVE "DR" TO GLD-DR-CR
006310         MOVE WS-DEBIT-ACCT TO GLD-ACCOUNT
006320         PERFORM 2700-WRITE-ENTRY THRU 2700-EXIT
006330         MOVE "CR" TO GLD-DR-CR
006340         MOVE WS-CREDIT-ACCT TO GLD-ACCOUNT
006350         PERFORM 2700-WRITE-ENTRY THRU 2700-EXIT
006360     ELSE
006370         MOVE "DR" TO GLD-DR-CR
006380         MOVE WS-CREDIT-ACCT TO GLD-ACCOUNT
006390         PERFORM 2700-WRITE-ENTRY THRU 2700-EXIT
006400         MOVE "CR" TO GLD-DR-CR
006410         MOVE WS-DEBIT-ACCT TO GLD-ACCOUNT
006420         PERFORM 2700-WRITE-ENTRY THRU 2700-EXIT
006430     END-IF.
006440 2200-EXIT.
006450     EXIT.
006460
006470*---------------------------------------------------------------
006480* 2300-RESOLVE-DEPT THRU 2300-EXIT.
006490*   LEAVES THE SOURCE DEPARTMENT IN WS-LOOKUP-DEPT: THE ONE
006500*   CARRIED BY A RELEASED ITEM, "UNAS" FOR A RESULT WITH NO
006505*   BATCH NUMBER, THE HEADER'S DEPARTMENT FOR A KNOWN BATCH,
006508*   SPACES FOR A BATCH WITH NO HEADER OR ONE WHOSE NUMBER IS ON
006511*   HEADERS FROM TWO DEPARTMENTS.  EVERY HEADER IS LOOKED AT SO
006514*   THE FIRST MATCH IS NEVER TAKEN ON ITS OWN.
006520*---------------------------------------------------------------
006530 2300-RESOLVE-DEPT.
006532     IF COF-DEPT-CODE NOT = SPACES
006534         MOVE COF-DEPT-CODE TO WS-LOOKUP-DEPT
006536         GO TO 2300-EXIT
006538     END-IF
006540     IF COF-BATCH-NO = SPACES
006550             OR COF-BATCH-NO = "0000"
006560         MOVE "UNAS" TO WS-LOOKUP-DEPT
006570         GO TO 2300-EXIT
006580     END-IF
006590     MOVE SPACES TO WS-LOOKUP-DEPT
006600     MOVE "N" TO WS-KEY-FOUND-SW
006605     MOVE "N" TO WS-TWO-DEPT-SW
006610     PERFORM 2310-CHECK-ONE-HEADER THRU 2310-EXIT
006620         VARYING WS-HDR-IDX FROM 1 BY 1
006630         UNTIL WS-HDR-IDX > WS-HDR-USED
006635     IF WS-TWO-DEPT-BATCH
006640         MOVE SPACES TO WS-LOOKUP-DEPT
006645     END-IF.
006650 2300-EXIT.
006660     EXIT.
006670
006680 2310-CHECK-ONE-HEADER.
006684     IF WS-HDR-BATCH-NO(WS-HDR-IDX) NOT = COF-BATCH-NO
006688         GO TO 2310-EXIT
006692     END-IF
006696     IF NOT WS-KEY-FOUND
006700         SET WS-KEY-FOUND TO TRUE
006710         MOVE WS-HDR-DEPT(WS-HDR-IDX) TO WS-LOOKUP-DEPT
006712     ELSE
006714         IF WS-HDR-DEPT(WS-HDR-IDX) NOT = WS-LOOKUP-DEPT
006716             SET WS-TWO-DEPT-BATCH TO TRUE
006718         END-IF
006720     END-IF.
006730 2310-EXIT.
006740     EXIT.
006750
006760*---------------------------------------------------------------
006770* 2400-RESOLVE-RATE THRU 2400-EXIT.
006780*   LEAVES THE RATE TO BASE IN WS-CUR-RATE AND THE MAPPING
006790*   CURRENCY IN WS-LOOKUP-CCY.  BLANK IS BASE AT RATE 1.
006800*---------------------------------------------------------------
006810 2400-RESOLVE-RATE.
006820     IF COF-CURRENCY = SPACES
006830         MOVE "BAS" TO WS-LOOKUP-CCY
006840         MOVE 1 TO WS-CUR-RATE
006850         SET WS-KEY-FOUND TO TRUE
006860         GO TO 2400-EXIT
006870     END-IF
006880     MOVE COF-CURRENCY TO WS-LOOKUP-CCY
006890     MOVE "N" TO WS-KEY-FOUND-SW
006900     PERFORM 2410-CHECK-ONE-RATE THRU 2410-EXIT
006910         VARYING WS-RATE-IDX FROM 1 BY 1
006920         UNTIL WS-RATE-IDX > WS-RATE-USED
006930             OR WS-KEY-FOUND.
006940 2400-EXIT.
006950     EXIT.
006960
006970 2410-CHECK-ONE-RATE.
006980     IF WS-RATE-CCY(WS-RATE-IDX) = COF-CURRENCY
006990         SET WS-KEY-FOUND TO TRUE
007000         MOVE WS-RATE-VALUE(WS-RATE-IDX) TO WS-CUR-RATE
007010     END-IF.
007020 2410-EXIT.
007030     EXIT.
007040
007050*---------------------------------------------------------------
007060* 2500-FIND-MAP THRU 2500-EXIT.
007070*   LEAVES THE DEBIT AND CREDIT ACCOUNTS FOR THE DEPARTMENT
007080*   AND CURRENCY IN WS-DEBIT-ACCT AND WS-CREDIT-ACCT.
007090*---------------------------------------------------------------
007100 2500-FIND-MAP.
007110     MOVE "N" TO WS-KEY-FOUND-SW
007120     PERFORM 2510-CHECK-ONE-MAP THRU 2510-EXIT
007130         VARYING WS-MAP-IDX FROM 1 BY 1
007140         UNTIL WS-MAP-IDX > WS-MAP-USED
007150             OR WS-KEY-FOUND.
007160 2500-EXIT.
007170     EXIT.
007180
007190 2510-CHECK-ONE-MAP.
007200     IF WS-MAP-DEPT(WS-MAP-IDX) = WS-LOOKUP-DEPT
007210             AND WS-MAP-CCY(WS-MAP-IDX) = WS-LOOKUP-CCY
007220         SET WS-KEY-FOUND TO TRUE
007230         MOVE WS-MAP-DEBIT(WS-MAP-IDX) TO WS-DEBIT-ACCT
007240         MOVE WS-MAP-CREDIT(WS-MAP-IDX) TO WS-CREDIT-ACCT
007250     END-IF.
007260 2510-EXIT.
007270     EXIT.
007280
007290*---------------------------------------------------------------
007300* 2600-WRITE-EXCEPTION THRU 2600-EXIT.
007310*   LISTS A RESULT HELD OUT OF THE JOURNAL.
007320*---------------------------------------------------------------
007330 2600-WRITE-EXCEPTION.
007340     ADD 1 TO WS-EXC-COUNT
007350     MOVE SPACES TO WS-PRINT-LINE
007360     MOVE COF-BATCH-NO TO WS-PRINT-LINE(1:4)
007370     MOVE WS-LOOKUP-DEPT TO WS-PRINT-LINE(7:4)
007380     MOVE COF-CURRENCY TO WS-PRINT-LINE(12:3)
007390     MOVE WS-RESULT TO WS-ED-AMOUNT
007400     MOVE WS-ED-AMOUNT TO WS-PRINT-LINE(16:12)
007410     MOVE WS-EXC-REASON TO WS-PRINT-LINE(30:24)
007420     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
007430 2600-EXIT.
007440     EXIT.
007450
007460*---------------------------------------------------------------
007470* 2700-WRITE-ENTRY THRU 2700-EXIT.
007480*   WRITES ONE JOURNAL ENTRY.  GLD-DR-CR AND GLD-ACCOUNT ARE
007490*   SET BY THE CALLER; THE AMOUNT IS THE ABSOLUTE BASE AMOUNT.
007500*---------------------------------------------------------------
007510 2700-WRITE-ENTRY.
007520     ADD 1 TO WS-ENTRY-COUNT
007530     MOVE "DTL" TO GLD-RECORD-TYPE
007540     MOVE SPACE TO GLD-FILL-1
007550     MOVE WS-ENTRY-COUNT TO GLD-ENTRY-NO
007560     MOVE SPACE TO GLD-FILL-2
007570     MOVE SPACE TO GLD-FILL-3
007580     MOVE SPACE TO GLD-FILL-4
007590     IF WS-BASE-AMOUNT < ZERO
007600         COMPUTE GLD-AMOUNT = ZERO - WS-BASE-AMOUNT
007610     ELSE
007620         MOVE WS-BASE-AMOUNT TO GLD-AMOUNT
007630     END-IF
007640     MOVE SPACE TO GLD-FILL-5
007650     MOVE WS-LOOKUP-DEPT TO GLD-DEPT-CODE
007660     MOVE SPACE TO GLD-FILL-6
007670     MOVE WS-LOOKUP-CCY TO GLD-CURRENCY
007680     MOVE SPACE TO GLD-FILL-7
007690     MOVE COF-BATCH-NO TO GLD-BATCH-NO
007700     MOVE SPACE TO GLD-FILL-8
007710     MOVE WS-RESULT TO GLD-ORIG-AMOUNT
007720     IF GLD-DR-CR = "DR"
007730         ADD GLD-AMOUNT TO WS-DEBIT-TOTAL
007740     ELSE
007750         ADD GLD-AMOUNT TO WS-CREDIT-TOTAL
007760     END-IF
007770     WRITE GLOUT-DTL-RECORD.
007780 2700-EXIT.
007790     EXIT.
007800
007810*---------------------------------------------------------------
007820* 3000-WRITE-TRAILER THRU 3000-EXIT.
007830*   CLOSES THE JOURNAL WITH ITS CONTROL TOTALS AND PROVES
007840*   THEM: DEBITS MUST EQUAL CREDITS AND THERE MUST BE TWO
007850*   ENTRIES FOR EVERY RESULT POSTED.
007860*---------------------------------------------------------------
007870 3000-WRITE-TRAILER.
007880     MOVE SPACES TO GLOUT-TRL-RECORD
007890     MOVE "TRL" TO GLT-RECORD-TYPE
007900     MOVE WS-ENTRY-COUNT TO GLT-ENTRY-COUNT
007910     MOVE WS-DEBIT-TOTAL TO GLT-DEBIT-TOTAL
007920     MOVE WS-CREDIT-TOTAL TO GLT-CREDIT-TOTAL
007930     WRITE GLOUT-TRL-RECORD
007940     COMPUTE WS-EXPECT-ENTRIES = WS-POSTED-COUNT * 2
007950     IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
007960             OR WS-ENTRY-COUNT NOT = WS-EXPECT-ENTRIES
007970         ADD 1 TO WS-EXC-COUNT
007980         MOVE "*** JOURNAL IS OUT OF BALANCE ***" TO WS-PRINT-LINE
007990     ELSE
008000         MOVE "*** JOURNAL IS IN BALANCE ***" TO WS-PRINT-LINE
008010     END-IF
008020     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
008030     MOVE SPACES TO WS-PRINT-LINE
008040     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
008050 3000-EXIT.
008060     EXIT.
008070
008080*---------------------------------------------------------------
008090* 7000-WRITE-RPT-LINE THRU 7000-EXIT.
008100*---------------------------------------------------------------
008110 7000-WRITE-RPT-LINE.
008120     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
008130         PERFORM 9000-WRITE-HEADERS THRU 9000-EXIT
008140     END-IF
008150     MOVE SPACES TO GLEXC-RECORD
008160     MOVE " " TO RPT-CTL-CHAR
008170     MOVE WS-PRINT-LINE TO RPT-TEXT
008180     WRITE GLEXC-RECORD
008190     ADD 1 TO WS-LINE-COUNT.
008200 7000-EXIT.
008210     EXIT.
008220
008230*---------------------------------------------------------------
008240* 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
008250*   PRINTS WS-RPT-LABEL AND THE EDITED COUNT IN WS-RPT-COUNT.
008260*---------------------------------------------------------------
008270 7100-WRITE-COUNT-LINE.
008280     MOVE SPACES TO WS-PRINT-LINE
008290     STRING "  " DELIMITED BY SIZE
008300         WS-RPT-LABEL DELIMITED BY SIZE
008310         " " DELIMITED BY SIZE
008320         WS-RPT-COUNT DELIMITED BY SIZE
008330         INTO WS-PRINT-LINE
008340     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
008350 7100-EXIT.
008360     EXIT.
008370
008380*---------------------------------------------------------------
008390* 8000-WRITE-TOTALS THRU 8000-EXIT.
008400*---------------------------------------------------------------
008410 8000-WRITE-TOTALS.
008420     MOVE "JOURNAL CONTROL TOTALS" TO WS-PRINT-LINE
008430     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
008440     MOVE "CALCOUT RECORDS READ" TO WS-RPT-LABEL
008450     MOVE WS-READ-COUNT TO WS-RPT-COUNT
008460     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
008470     MOVE "NOT OK, NOT POSTED" TO WS-RPT-LABEL
008480     MOVE WS-SKIP-COUNT TO WS-RPT-COUNT
008490     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
008500     MOVE "ZERO AMOUNT, NOT POSTED" TO WS-RPT-LABEL
008510     MOVE WS-ZERO-COUNT TO WS-RPT-COUNT
008520     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
008530     MOVE "RESULTS POSTED" TO WS-RPT-LABEL
008540     MOVE WS-POSTED-COUNT TO WS-RPT-COUNT
008550     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
008560     MOVE "JOURNAL ENTRIES WRITTEN" TO WS-RPT-LABEL
008570     MOVE WS-ENTRY-COUNT TO WS-RPT-COUNT
008580     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
008590     MOVE SPACES TO WS-PRINT-LINE
008600     MOVE WS-DEBIT-TOTAL TO WS-ED-TOTAL
008610     STRING "  TOTAL DEBITS (BASE)    " DELIMITED BY SIZE
008620         WS-ED-TOTAL DELIMITED BY SIZE
008630         INTO WS-PRINT-LINE
008640     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
008650     MOVE SPACES TO WS-PRINT-LINE
008660     MOVE WS-CREDIT-TOTAL TO WS-ED-TOTAL
008670     STRING "  TOTAL CREDITS (BASE)   " DELIMITED BY SIZE
008680         WS-ED-TOTAL DELIMITED BY SIZE
008690         INTO WS-PRINT-LINE
008700     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
008710     IF WS-MAP-DROPPED > ZERO
008720         MOVE SPACES TO WS-PRINT-LINE
008730         MOVE WS-MAP-DROPPED TO WS-RPT-COUNT
008740         STRING "*** " DELIMITED BY SIZE
008750             WS-RPT-COUNT DELIMITED BY SIZE
008760             " GLMAP RECORDS DROPPED - TABLE FULL ***"
008770             DELIMITED BY SIZE
008780             INTO WS-PRINT-LINE
008790         PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
008800     END-IF
008810     MOVE SPACES TO WS-PRINT-LINE
008820     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
008830     IF WS-EXC-COUNT > ZERO
008840         MOVE "*** JOURNAL HELD - DO NOT RELEASE TO LEDGER ***"
008850             TO WS-PRINT-LINE
008860     ELSE
008870         MOVE "*** JOURNAL CLEAN - RELEASE TO LEDGER ***"
008880             TO WS-PRINT-LINE
008890     END-IF
008900     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
008910 8000-EXIT.
008920     EXIT.
008930
008940*---------------------------------------------------------------
008950* 8500-SEND-MESSAGE THRU 8500-EXIT.
008960*   TELLS THE CONSOLE AND THE MSGLOG THAT THE JOURNAL IS HELD.
008970*---------------------------------------------------------------
008980 8500-SEND-MESSAGE.
008990     MOVE "GLJRNL" TO MW-PROGRAM-NAME
009000     MOVE WS-OPERATOR-ID TO MW-OPERATOR-ID
009010     MOVE 40 TO MW-MSG-NUMBER
009020     SET MW-SEV-SEVERE TO TRUE
009030     MOVE SPACES TO MW-MSG-TEXT
009040     MOVE WS-EXC-COUNT TO WS-RPT-COUNT
009050     STRING "GL JOURNAL HELD -" DELIMITED BY SIZE
009060         WS-RPT-COUNT DELIMITED BY SIZE
009070         " EXCEPTIONS, SEE GLEXC" DELIMITED BY SIZE
009080         INTO MW-MSG-TEXT
009090     CALL "MSGWRT" USING MSGWRT-RECORD.
009100 8500-EXIT.
009110     EXIT.
009120
009130*---------------------------------------------------------------
009140* 9000-WRITE-HEADERS THRU 9000-EXIT.
009150*---------------------------------------------------------------
009160 9000-WRITE-HEADERS.
009170     ADD 1 TO WS-PAGE-COUNT
009180     MOVE WS-PAGE-COUNT TO WS-PAGE-COUNT-ED
009190     MOVE SPACES TO GLEXC-RECORD
009200     MOVE "1" TO RPT-CTL-CHAR
009210     MOVE "GENERAL LEDGER JOURNAL EXCEPTION REPORT" TO RPT-TEXT
009220     WRITE GLEXC-RECORD
009230     MOVE SPACES TO GLEXC-RECORD
009240     MOVE " " TO RPT-CTL-CHAR
009250     STRING "RUN DATE: " WS-RUN-DATE-ED "     PAGE: "
009260             WS-PAGE-COUNT-ED DELIMITED BY SIZE INTO RPT-TEXT
009270     WRITE GLEXC-RECORD
009280     MOVE SPACES TO GLEXC-RECORD
009290     MOVE " " TO RPT-CTL-CHAR
009300     WRITE GLEXC-RECORD
009310     MOVE ZERO TO WS-LINE-COUNT.
009320 9000-EXIT.
009330     EXIT.
009340
009350 END PROGRAM GLJRNL.
