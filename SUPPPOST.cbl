000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SUPPPOST.
000030 AUTHOR. J H MILLARD.
000040 INSTALLATION. HOME OFFICE DATA CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070****************************************************************
000080*                                                               *
000090* SUPPPOST POSTS RECEIPTS AND ADJUSTMENTS TO SUPPMAST, THE      *
000100* INDEXED SUPPLY MASTER WHOSE ACTIVE ITEMS DRIVE 99BOTTLES'     *
000110* MULTI-ITEM COUNTDOWN.  IT READS A CARD-IMAGE TRANSACTION      *
000120* FILE (SUPPTXN) OF DELIVERIES RECEIVED, PHYSICAL-COUNT         *
000130* CORRECTIONS, NEW ITEMS AND RETIREMENTS KEYED BY ITEM CODE,    *
000140* SCREENS EVERY FIELD THROUGH THE SHARED EDITCHK ROUTINE BEFORE *
000150* IT TOUCHES THE MASTER, WRITES BEFORE- AND AFTER-IMAGES OF     *
000160* EVERY CHANGE TO THE SUPPAUD AUDIT LOG (SHARED AUDITLOG        *
000170* LAYOUT), AND PRINTS A POSTING REGISTER (SUPPRPT) OF POSTED    *
000180* AND REJECTED TRANSACTIONS.  A FIRST RUN AGAINST A MASTER THAT *
000190* DOES NOT EXIST YET CREATES IT EMPTY AND THEN APPLIES THE      *
000200* ADDS.  THE RETURN CODE IS 4 WHEN ANY TRANSACTION WAS REJECTED *
000210* AND 16 WHEN A FILE COULD NOT BE OPENED AT ALL.                *
000220*                                                               *
000230****************************************************************
000240*MODIFICATION HISTORY
000250*DATE       INIT DESCRIPTION
000260*2026-10-15 JHM  ORIGINAL PROGRAM, MODELED ON TXNMAINT SO THE
000270*                SUPPLY MASTER IS MAINTAINED THE SAME
000280*                SHOP-STANDARD WAY AS THE OTHER MASTERS.
000290****************************************************************
000300
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.
000350
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT SUPPTXN-FILE ASSIGN TO "SUPPTXN"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-SUPPTXN-STATUS.
000410
000420     SELECT SUPPMAST-FILE ASSIGN TO "SUPPMAST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS ITM-CODE
000460         FILE STATUS IS WS-SUPPMAST-STATUS.
000470
000480     SELECT SUPPAUD-FILE ASSIGN TO "SUPPAUD"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-SUPPAUD-STATUS.
000510
000520     SELECT SUPPRPT-FILE ASSIGN TO "SUPPRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-SUPPRPT-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580*---------------------------------------------------------------
000590* SUPPTXN-FILE - CARD-IMAGE RECEIPTS AND ADJUSTMENTS.
000600*   RECV   - A DELIVERY: THE QUANTITY IS ADDED TO ON-HAND.
000610*   COUNT  - A PHYSICAL COUNT: THE QUANTITY REPLACES ON-HAND.
000620*   ADD    - A NEW ITEM: THE QUANTITY IS THE OPENING ON-HAND,
000630*            AND DESCRIPTION AND UNIT ARE REQUIRED.  A BLANK
000640*            STEP, FLOOR OR REORDER POINT IS TAKEN AS ZERO.
000650*   RETIRE - THE ITEM IS NO LONGER COUNTED DOWN.  KEY-ONLY.
000660* QUANTITIES ARE CARRIED AS TEXT SO A MIS-KEYED FIELD CAN BE
000670* SCREENED BY EDITCHK AND REJECTED INSTEAD OF ABENDING THE
000680* POSTING RUN.  THE REFERENCE (DELIVERY NOTE, COUNT SHEET) IS
000690* PRINTED ON THE REGISTER.
000700*---------------------------------------------------------------
000710 FD  SUPPTXN-FILE.
000720 01  SUPPTXN-RECORD.
000730     05  STX-ACTION              PIC X(06).
000740         88  STX-ACTION-RECV             VALUE "RECV  ".
000750         88  STX-ACTION-COUNT            VALUE "COUNT ".
000760         88  STX-ACTION-ADD              VALUE "ADD   ".
000770         88  STX-ACTION-RETIRE           VALUE "RETIRE".
000780     05  STX-ITEM-CODE           PIC X(08).
000790     05  STX-QTY                 PIC X(03).
000800     05  STX-REFERENCE           PIC X(08).
000810     05  STX-DESC                PIC X(20).
000820     05  STX-UNIT                PIC X(20).
000830     05  STX-STEP                PIC X(03).
000840     05  STX-FLOOR               PIC X(03).
000850     05  STX-REORDER             PIC X(03).
000860     05  FILLER                  PIC X(06).
000870
000880*---------------------------------------------------------------
000890* SUPPMAST-FILE - THE INDEXED SUPPLY MASTER, KEYED BY ITEM
000900* CODE.  SAME LAYOUT AS READ BY 99BOTTLES.
000910*---------------------------------------------------------------
000920 FD  SUPPMAST-FILE.
000930 COPY SUPPMAST.
000940
000950*---------------------------------------------------------------
000960* SUPPAUD-FILE - COMMON AUDIT LOG RECORD.  EVERY POSTED
000970* TRANSACTION WRITES ITS BEFORE AND/OR AFTER IMAGE HERE SO A
000980* POSTING RUN CAN BE RECONSTRUCTED.  SHARED AUDITLOG LAYOUT.
000990*---------------------------------------------------------------
001000 FD  SUPPAUD-FILE.
001010 COPY AUDITLOG.
001020
001030*---------------------------------------------------------------
001040* SUPPRPT-FILE - THE POSTING REGISTER.  COLUMN ONE IS A
001050* STANDARD PRINTER CARRIAGE-CONTROL CHARACTER.
001060*---------------------------------------------------------------
001070 FD  SUPPRPT-FILE.
001080 01  SUPPRPT-RECORD.
001090     05  RPT-CTL-CHAR            PIC X(01).
001100     05  RPT-TEXT                PIC X(80).
001110
001120 WORKING-STORAGE SECTION.
001130*---------------------------------------------------------------
001140* FILE STATUS FIELDS AND SWITCHES.
001150*---------------------------------------------------------------
001160 77  WS-SUPPTXN-STATUS           PIC X(02).
001170     88  WS-SUPPTXN-OK                   VALUE "00".
001180 77  WS-SUPPMAST-STATUS          PIC X(02).
001190     88  WS-SUPPMAST-OK                  VALUE "00".
001200     88  WS-SUPPMAST-NOT-FOUND           VALUE "35".
001210 77  WS-SUPPAUD-STATUS           PIC X(02).
001220     88  WS-SUPPAUD-OK                   VALUE "00".
001230 77  WS-SUPPRPT-STATUS           PIC X(02).
001240     88  WS-SUPPRPT-OK                   VALUE "00".
001250
001260 77  WS-TXN-EOF-SWITCH           PIC X(01) VALUE "N".
001270     88  WS-END-OF-SUPPTXN               VALUE "Y".
001280 77  WS-EDIT-SWITCH              PIC X(01) VALUE "Y".
001290     88  WS-EDIT-VALID                   VALUE "Y".
001300     88  WS-EDIT-INVALID                 VALUE "N".
001310
001320*---------------------------------------------------------------
001330* REGISTER COUNTERS, TIMESTAMPS AND WORK FIELDS.
001340*---------------------------------------------------------------
001350 77  WS-RECV-COUNT               PIC 9(05) COMP VALUE ZERO.
001360 77  WS-COUNT-COUNT              PIC 9(05) COMP VALUE ZERO.
001370 77  WS-ADD-COUNT                PIC 9(05) COMP VALUE ZERO.
001380 77  WS-RETIRE-COUNT             PIC 9(05) COMP VALUE ZERO.
001390 77  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
001400 77  WS-UNITS-RECEIVED           PIC 9(07) COMP VALUE ZERO.
001410 77  WS-QTY                      PIC 9(03) VALUE ZERO.
001420 77  WS-OLD-COUNT                PIC 9(03) VALUE ZERO.
001430 77  WS-NEW-COUNT                PIC 9(04) VALUE ZERO.
001440 01  WS-RPT-COUNT                PIC ZZZZZZ9.
001450 01  WS-RESULT-TEXT              PIC X(40).
001460 01  WS-PRINT-LINE               PIC X(80).
001470 01  WS-RUN-DATE-RAW             PIC 9(06).
001480 01  WS-RUN-DATE-ED              PIC 99/99/99.
001490 77  WS-RUN-DATE                 PIC 9(08).
001500 77  WS-RUN-TIME                 PIC 9(08).
001510 77  WS-AUDIT-INPUT              PIC X(40).
001520*WITHIN-RUN AUDIT SEQUENCE NUMBER.  STAMPED ON EVERY
001530*SUPPAUD RECORD AND REPORTED ON THE END-OF-RUN TRAILER.
001540 77  WS-AUDIT-SEQ                PIC 9(06) COMP VALUE ZERO.
001550 01  WS-AUDIT-COUNT-ED           PIC 9(06).
001560
001570*---------------------------------------------------------------
001580* LINKAGE RECORD PASSED TO EDITCHK TO SCREEN EVERY TRANSACTION
001590* FIELD BEFORE IT TOUCHES THE MASTER.
001600*---------------------------------------------------------------
001610 COPY EDITCHKREC.
001620
001630 PROCEDURE DIVISION.
001640*---------------------------------------------------------------
001650* 0000-MAINLINE.
001660*---------------------------------------------------------------
001670 0000-MAINLINE.
001680     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001690     IF RETURN-CODE NOT = 16
001700         PERFORM 2100-READ-SUPPTXN THRU 2100-EXIT
001710         PERFORM 2200-APPLY-ONE THRU 2200-EXIT
001720             UNTIL WS-END-OF-SUPPTXN
001730         PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
001740         CLOSE SUPPTXN-FILE
001750         CLOSE SUPPMAST-FILE
001760         PERFORM 6600-WRITE-AUDIT-TRAILER THRU 6600-EXIT
001770         CLOSE SUPPAUD-FILE
001780         CLOSE SUPPRPT-FILE
001790         IF WS-REJECTED-COUNT > ZERO
001800             MOVE 4 TO RETURN-CODE
001810         ELSE
001820             MOVE ZERO TO RETURN-CODE
001830         END-IF
001840     END-IF
001850     GOBACK.
001860
001870*---------------------------------------------------------------
001880* 1000-INITIALIZE THRU 1000-EXIT.
001890*   OPENS THE TRANSACTION FILE, THE MASTER (CREATING IT EMPTY
001900*   ON A FIRST RUN), THE AUDIT LOG AND THE REGISTER.
001910*---------------------------------------------------------------
001920 1000-INITIALIZE.
001930     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001940     ACCEPT WS-RUN-TIME FROM TIME
001950     ACCEPT WS-RUN-DATE-RAW FROM DATE
001960     MOVE WS-RUN-DATE-RAW TO WS-RUN-DATE-ED
001970     OPEN INPUT SUPPTXN-FILE
001980     IF NOT WS-SUPPTXN-OK
001990         DISPLAY "SUPPPOST: UNABLE TO OPEN SUPPTXN, STATUS "
002000             WS-SUPPTXN-STATUS
002010         MOVE 16 TO RETURN-CODE
002020         GO TO 1000-EXIT
002030     END-IF
002040     OPEN I-O SUPPMAST-FILE
002050     IF WS-SUPPMAST-NOT-FOUND
002060         OPEN OUTPUT SUPPMAST-FILE
002070         CLOSE SUPPMAST-FILE
002080         OPEN I-O SUPPMAST-FILE
002090     END-IF
002100     IF NOT WS-SUPPMAST-OK
002110         DISPLAY "SUPPPOST: UNABLE TO OPEN SUPPMAST, STATUS "
002120             WS-SUPPMAST-STATUS
002130         MOVE 16 TO RETURN-CODE
002140         CLOSE SUPPTXN-FILE
002150         GO TO 1000-EXIT
002160     END-IF
002170     OPEN OUTPUT SUPPAUD-FILE
002180     IF NOT WS-SUPPAUD-OK
002190         DISPLAY "SUPPPOST: UNABLE TO OPEN SUPPAUD, STATUS "
002200             WS-SUPPAUD-STATUS
002210         MOVE 16 TO RETURN-CODE
002220         CLOSE SUPPTXN-FILE
002230         CLOSE SUPPMAST-FILE
002240         GO TO 1000-EXIT
002250     END-IF
002260     OPEN OUTPUT SUPPRPT-FILE
002270     IF NOT WS-SUPPRPT-OK
002280         DISPLAY "SUPPPOST: UNABLE TO OPEN SUPPRPT, STATUS "
002290             WS-SUPPRPT-STATUS
002300         MOVE 16 TO RETURN-CODE
002310         CLOSE SUPPTXN-FILE
002320         CLOSE SUPPMAST-FILE
002330         CLOSE SUPPAUD-FILE
002340         GO TO 1000-EXIT
002350     END-IF
002360     MOVE SPACES TO SUPPRPT-RECORD
002370     MOVE "1" TO RPT-CTL-CHAR
002380     MOVE "SUPPMAST SUPPLY MASTER - POSTING REGISTER"
002390         TO RPT-TEXT
002400     WRITE SUPPRPT-RECORD
002410     MOVE SPACES TO SUPPRPT-RECORD
002420     MOVE " " TO RPT-CTL-CHAR
002430     STRING "RUN DATE: " WS-RUN-DATE-ED
002440         DELIMITED BY SIZE INTO RPT-TEXT
002450     WRITE SUPPRPT-RECORD
002460     MOVE SPACES TO SUPPRPT-RECORD
002470     WRITE SUPPRPT-RECORD
002480     MOVE SPACES TO SUPPRPT-RECORD
002490     MOVE " " TO RPT-CTL-CHAR
002500     MOVE "ACTION ITEM     QTY REFERENCE RESULT" TO RPT-TEXT
002510     WRITE SUPPRPT-RECORD.
002520 1000-EXIT.
002530     EXIT.
002540
002550*---------------------------------------------------------------
002560* 2100-READ-SUPPTXN THRU 2100-EXIT.
002570*---------------------------------------------------------------
002580 2100-READ-SUPPTXN.
002590     READ SUPPTXN-FILE
002600         AT END
002610             SET WS-END-OF-SUPPTXN TO TRUE
002620     END-READ.
002630 2100-EXIT.
002640     EXIT.
002650
002660*---------------------------------------------------------------
002670* 2200-APPLY-ONE THRU 2200-EXIT.
002680*   SCREENS AND POSTS ONE TRANSACTION CARD, WRITES ITS
002690*   REGISTER LINE, THEN READS THE NEXT CARD.
002700*---------------------------------------------------------------
002710 2200-APPLY-ONE.
002720     MOVE SPACES TO WS-RESULT-TEXT
002730     PERFORM 2500-EDIT-CARD THRU 2500-EXIT
002740     IF WS-EDIT-VALID
002750         EVALUATE TRUE
002760             WHEN STX-ACTION-RECV
002770                 PERFORM 3100-RECEIVE-ITEM THRU 3100-EXIT
002780             WHEN STX-ACTION-COUNT
002790                 PERFORM 3200-COUNT-ITEM THRU 3200-EXIT
002800             WHEN STX-ACTION-ADD
002810                 PERFORM 3300-ADD-ITEM THRU 3300-EXIT
002820             WHEN STX-ACTION-RETIRE
002830                 PERFORM 3400-RETIRE-ITEM THRU 3400-EXIT
002840             WHEN OTHER
002850                 MOVE "REJECTED - UNKNOWN ACTION" TO
002860                     WS-RESULT-TEXT
002870         END-EVALUATE
002880     END-IF
002890     PERFORM 7000-WRITE-REGISTER THRU 7000-EXIT
002900     PERFORM 2100-READ-SUPPTXN THRU 2100-EXIT.
002910 2200-EXIT.
002920     EXIT.
002930
002940*---------------------------------------------------------------
002950* 2500-EDIT-CARD THRU 2500-EXIT.
002960*   SCREENS THE TRANSACTION CARD THROUGH THE SHARED EDITCHK
002970*   ROUTINE: THE ITEM CODE ON EVERY CARD; THE QUANTITY ON A
002980*   RECEIPT (1-999), A COUNT OR AN ADD (0-999); AND ON AN ADD
002990*   THE DESCRIPTION AND UNIT, PLUS THE STEP, FLOOR AND REORDER
003000*   POINT WHERE THEY ARE GIVEN.  A RETIREMENT IS KEY-ONLY.
003010*---------------------------------------------------------------
003020 2500-EDIT-CARD.
003030     SET WS-EDIT-VALID TO TRUE
003040     MOVE "ITEMCODE" TO EC-FIELD-NAME
003050     MOVE SPACES TO EC-FIELD-VALUE
003060     MOVE STX-ITEM-CODE TO EC-FIELD-VALUE
003070     MOVE 8 TO EC-FIELD-LEN
003080     SET EC-TYPE-ANY TO TRUE
003090     CALL "EDITCHK" USING EDITCHK-RECORD
003100     IF EC-FIELD-INVALID
003110         PERFORM 2590-EDIT-REJECT THRU 2590-EXIT
003120         GO TO 2500-EXIT
003130     END-IF
003140     IF STX-ACTION-RETIRE
003150         GO TO 2500-EXIT
003160     END-IF
003170     MOVE "ITEMQTY " TO EC-FIELD-NAME
003180     MOVE SPACES TO EC-FIELD-VALUE
003190     MOVE STX-QTY TO EC-FIELD-VALUE
003200     MOVE 3 TO EC-FIELD-LEN
003210     SET EC-TYPE-RANGE TO TRUE
003220     IF STX-ACTION-RECV
003230         MOVE 1 TO EC-RANGE-LOW
003240     ELSE
003250         MOVE ZERO TO EC-RANGE-LOW
003260     END-IF
003270     MOVE 999 TO EC-RANGE-HIGH
003280     CALL "EDITCHK" USING EDITCHK-RECORD
003290     IF EC-FIELD-INVALID
003300         PERFORM 2590-EDIT-REJECT THRU 2590-EXIT
003310         GO TO 2500-EXIT
003320     END-IF
003330     MOVE STX-QTY TO WS-QTY
003340     IF NOT STX-ACTION-ADD
003350         GO TO 2500-EXIT
003360     END-IF
003370     MOVE "ITEMDESC" TO EC-FIELD-NAME
003380     MOVE SPACES TO EC-FIELD-VALUE
003390     MOVE STX-DESC TO EC-FIELD-VALUE
003400     MOVE 20 TO EC-FIELD-LEN
003410     SET EC-TYPE-ANY TO TRUE
003420     CALL "EDITCHK" USING EDITCHK-RECORD
003430     IF EC-FIELD-INVALID
003440         PERFORM 2590-EDIT-REJECT THRU 2590-EXIT
003450         GO TO 2500-EXIT
003460     END-IF
003470     MOVE "ITEMUNIT" TO EC-FIELD-NAME
003480     MOVE SPACES TO EC-FIELD-VALUE
003490     MOVE STX-UNIT TO EC-FIELD-VALUE
003500     MOVE 20 TO EC-FIELD-LEN
003510     SET EC-TYPE-ANY TO TRUE
003520     CALL "EDITCHK" USING EDITCHK-RECORD
003530     IF EC-FIELD-INVALID
003540         PERFORM 2590-EDIT-REJECT THRU 2590-EXIT
003550         GO TO 2500-EXIT
003560     END-IF
003570     IF STX-STEP NOT = SPACES
003580         MOVE "ITEMSTEP" TO EC-FIELD-NAME
003590         MOVE SPACES TO EC-FIELD-VALUE
003600         MOVE STX-STEP TO EC-FIELD-VALUE
003610         MOVE 3 TO EC-FIELD-LEN
003620         SET EC-TYPE-NUMERIC TO TRUE
003630         CALL "EDITCHK" USING EDITCHK-RECORD
003640         IF EC-FIELD-INVALID
003650             PERFORM 2590-EDIT-REJECT THRU 2590-EXIT
003660             GO TO 2500-EXIT
003670         END-IF
003680     END-IF
003690     IF STX-FLOOR NOT = SPACES
003700         MOVE "ITEMFLR " TO EC-FIELD-NAME
003710         MOVE SPACES TO EC-FIELD-VALUE
003720         MOVE STX-FLOOR TO EC-FIELD-VALUE
003730         MOVE 3 TO EC-FIELD-LEN
003740         SET EC-TYPE-NUMERIC TO TRUE
003750         CALL "EDITCHK" USING EDITCHK-RECORD
003760         IF EC-FIELD-INVALID
003770             PERFORM 2590-EDIT-REJECT THRU 2590-EXIT
003780             GO TO 2500-EXIT
003790         END-IF
003800     END-IF
003810     IF STX-REORDER NOT = SPACES
003820         MOVE "ITEMROP " TO EC-FIELD-NAME
003830         MOVE SPACES TO EC-FIELD-VALUE
003840         MOVE STX-REORDER TO EC-FIELD-VALUE
003850         MOVE 3 TO EC-FIELD-LEN
003860         SET EC-TYPE-NUMERIC TO TRUE
003870         CALL "EDITCHK" USING EDITCHK-RECORD
003880         IF EC-FIELD-INVALID
003890             PERFORM 2590-EDIT-REJECT THRU 2590-EXIT
003900         END-IF
003910     END-IF.
003920 2500-EXIT.
003930     EXIT.
003940
003950*---------------------------------------------------------------
003960* 2590-EDIT-REJECT THRU 2590-EXIT.
003970*   BUILDS THE REGISTER RESULT FOR A CARD THAT FAILED ITS
003980*   EDIT CHECK.
003990*---------------------------------------------------------------
004000 2590-EDIT-REJECT.
004010     SET WS-EDIT-INVALID TO TRUE
004020     MOVE SPACES TO WS-RESULT-TEXT
004030     STRING "REJECTED - " DELIMITED BY SIZE
004040         EC-REASON-TEXT DELIMITED BY SIZE
004050         INTO WS-RESULT-TEXT.
004060 2590-EXIT.
004070     EXIT.
004080
004090*---------------------------------------------------------------
004100* 3100-RECEIVE-ITEM THRU 3100-EXIT.
004110*   POSTS A DELIVERY: THE QUANTITY RECEIVED IS ADDED TO THE
004120*   ON-HAND COUNT.  A RETIRED ITEM, OR A DELIVERY THAT WOULD
004130*   TAKE ON-HAND PAST 999, IS REJECTED.  THE BEFORE IMAGE IS
004140*   LOGGED FIRST, THEN THE AFTER IMAGE.
004150*---------------------------------------------------------------
004160 3100-RECEIVE-ITEM.
004170     MOVE STX-ITEM-CODE TO ITM-CODE
004180     READ SUPPMAST-FILE
004190         INVALID KEY
004200             MOVE "REJECTED - NOT ON MASTER" TO WS-RESULT-TEXT
004210             GO TO 3100-EXIT
004220     END-READ
004230     IF ITM-RETIRED
004240         MOVE "REJECTED - ITEM IS RETIRED" TO WS-RESULT-TEXT
004250         GO TO 3100-EXIT
004260     END-IF
004270     MOVE ITM-COUNT TO WS-OLD-COUNT
004280     COMPUTE WS-NEW-COUNT = ITM-COUNT + WS-QTY
004290     IF WS-NEW-COUNT > 999
004300         MOVE "REJECTED - ON HAND WOULD EXCEED 999" TO
004310             WS-RESULT-TEXT
004320         GO TO 3100-EXIT
004330     END-IF
004340     PERFORM 6000-AUDIT-BEFORE THRU 6000-EXIT
004350     MOVE WS-NEW-COUNT TO ITM-COUNT
004360     MOVE WS-RUN-DATE TO ITM-LAST-ACTIVITY
004370     REWRITE SUPPMAST-RECORD
004380         INVALID KEY
004390             MOVE "REJECTED - REWRITE FAILED" TO WS-RESULT-TEXT
004400         NOT INVALID KEY
004410             ADD 1 TO WS-RECV-COUNT
004420             ADD WS-QTY TO WS-UNITS-RECEIVED
004430             STRING "RECEIVED - ON HAND " DELIMITED BY SIZE
004440                 WS-OLD-COUNT DELIMITED BY SIZE
004450                 " TO " DELIMITED BY SIZE
004460                 ITM-COUNT DELIMITED BY SIZE
004470                 INTO WS-RESULT-TEXT
004480             PERFORM 6100-AUDIT-AFTER THRU 6100-EXIT
004490     END-REWRITE.
004500 3100-EXIT.
004510     EXIT.
004520
004530*---------------------------------------------------------------
004540* 3200-COUNT-ITEM THRU 3200-EXIT.
004550*   POSTS A PHYSICAL-COUNT CORRECTION: THE COUNTED QUANTITY
004560*   REPLACES THE ON-HAND COUNT.  A RETIRED ITEM IS REJECTED.
004570*---------------------------------------------------------------
004580 3200-COUNT-ITEM.
004590     MOVE STX-ITEM-CODE TO ITM-CODE
004600     READ SUPPMAST-FILE
004610         INVALID KEY
004620             MOVE "REJECTED - NOT ON MASTER" TO WS-RESULT-TEXT
004630             GO TO 3200-EXIT
004640     END-READ
004650     IF ITM-RETIRED
004660         MOVE "REJECTED - ITEM IS RETIRED" TO WS-RESULT-TEXT
004670         GO TO 3200-EXIT
004680     END-IF
004690     MOVE ITM-COUNT TO WS-OLD-COUNT
004700     PERFORM 6000-AUDIT-BEFORE THRU 6000-EXIT
004710     MOVE WS-QTY TO ITM-COUNT
004720     MOVE WS-RUN-DATE TO ITM-LAST-ACTIVITY
004730     REWRITE SUPPMAST-RECORD
004740         INVALID KEY
004750             MOVE "REJECTED - REWRITE FAILED" TO WS-RESULT-TEXT
004760         NOT INVALID KEY
004770             ADD 1 TO WS-COUNT-COUNT
004780             STRING "COUNTED - ON HAND " DELIMITED BY SIZE
004790                 WS-OLD-COUNT DELIMITED BY SIZE
004800                 " TO " DELIMITED BY SIZE
004810                 ITM-COUNT DELIMITED BY SIZE
004820                 INTO WS-RESULT-TEXT
004830             PERFORM 6100-AUDIT-AFTER THRU 6100-EXIT
004840     END-REWRITE.
004850 3200-EXIT.
004860     EXIT.
004870
004880*---------------------------------------------------------------
004890* 3300-ADD-ITEM THRU 3300-EXIT.
004900*   ADDS A NEW ACTIVE ITEM WITH ITS OPENING ON-HAND COUNT.  A
004910*   BLANK STEP, FLOOR OR REORDER POINT IS STORED AS ZERO.
004920*---------------------------------------------------------------
004930 3300-ADD-ITEM.
004940     MOVE SPACES TO SUPPMAST-RECORD
004950     MOVE STX-ITEM-CODE TO ITM-CODE
004960     MOVE STX-DESC TO ITM-DESC
004970     MOVE WS-QTY TO ITM-COUNT
004980     MOVE STX-UNIT TO ITM-UNIT
004990     MOVE ZERO TO ITM-STEP
005000     MOVE ZERO TO ITM-FLOOR
005010     MOVE ZERO TO ITM-REORDER
005020     IF STX-STEP NOT = SPACES
005030         MOVE STX-STEP TO ITM-STEP
005040     END-IF
005050     IF STX-FLOOR NOT = SPACES
005060         MOVE STX-FLOOR TO ITM-FLOOR
005070     END-IF
005080     IF STX-REORDER NOT = SPACES
005090         MOVE STX-REORDER TO ITM-REORDER
005100     END-IF
005110     MOVE WS-RUN-DATE TO ITM-LAST-ACTIVITY
005120     MOVE WS-RUN-DATE TO ITM-ADDED-DATE
005130     SET ITM-ACTIVE TO TRUE
005140     WRITE SUPPMAST-RECORD
005150         INVALID KEY
005160             MOVE "REJECTED - ALREADY ON MASTER" TO
005170                 WS-RESULT-TEXT
005180         NOT INVALID KEY
005190             ADD 1 TO WS-ADD-COUNT
005200             MOVE "ADDED" TO WS-RESULT-TEXT
005210             PERFORM 6100-AUDIT-AFTER THRU 6100-EXIT
005220     END-WRITE.
005230 3300-EXIT.
005240     EXIT.
005250
005260*---------------------------------------------------------------
005270* 3400-RETIRE-ITEM THRU 3400-EXIT.
005280*   RETIRES AN ACTIVE ITEM.  THE RECORD STAYS ON THE MASTER FOR
005290*   ITS HISTORY BUT 99BOTTLES NO LONGER COUNTS IT DOWN.
005300*---------------------------------------------------------------
005310 3400-RETIRE-ITEM.
005320     MOVE STX-ITEM-CODE TO ITM-CODE
005330     READ SUPPMAST-FILE
005340         INVALID KEY
005350             MOVE "REJECTED - NOT ON MASTER" TO WS-RESULT-TEXT
005360             GO TO 3400-EXIT
005370     END-READ
005380     IF ITM-RETIRED
005390         MOVE "REJECTED - ALREADY RETIRED" TO WS-RESULT-TEXT
005400         GO TO 3400-EXIT
005410     END-IF
005420     PERFORM 6000-AUDIT-BEFORE THRU 6000-EXIT
005430     SET ITM-RETIRED TO TRUE
005440     MOVE WS-RUN-DATE TO ITM-LAST-ACTIVITY
005450     REWRITE SUPPMAST-RECORD
005460         INVALID KEY
005470             MOVE "REJECTED - REWRITE FAILED" TO WS-RESULT-TEXT
005480         NOT INVALID KEY
005490             ADD 1 TO WS-RETIRE-COUNT
005500             MOVE "RETIRED" TO WS-RESULT-TEXT
005510             PERFORM 6100-AUDIT-AFTER THRU 6100-EXIT
005520     END-REWRITE.
005530 3400-EXIT.
005540     EXIT.
005550
005560*---------------------------------------------------------------
005570* 6000-AUDIT-BEFORE THRU 6000-EXIT.
005580*   WRITES THE BEFORE IMAGE OF THE MASTER RECORD JUST READ.
005590*---------------------------------------------------------------
005600 6000-AUDIT-BEFORE.
005610     MOVE SPACES TO WS-AUDIT-INPUT
005620     STRING "ITEM " DELIMITED BY SIZE
005630         ITM-CODE DELIMITED BY SIZE
005640         " OLD " DELIMITED BY SIZE
005650         ITM-COUNT DELIMITED BY SIZE
005660         " " DELIMITED BY SIZE
005670         ITM-STATUS DELIMITED BY SIZE
005680         " " DELIMITED BY SIZE
005690         ITM-LAST-ACTIVITY DELIMITED BY SIZE
005700         INTO WS-AUDIT-INPUT
005710     MOVE "BEFORE IMAGE" TO AUDIT-OUTCOME
005720     PERFORM 6500-WRITE-AUDIT THRU 6500-EXIT.
005730 6000-EXIT.
005740     EXIT.
005750
005760*---------------------------------------------------------------
005770* 6100-AUDIT-AFTER THRU 6100-EXIT.
005780*   WRITES THE AFTER IMAGE OF THE MASTER RECORD JUST WRITTEN
005790*   OR REWRITTEN.
005800*---------------------------------------------------------------
005810 6100-AUDIT-AFTER.
005820     MOVE SPACES TO WS-AUDIT-INPUT
005830     STRING "ITEM " DELIMITED BY SIZE
005840         ITM-CODE DELIMITED BY SIZE
005850         " NEW " DELIMITED BY SIZE
005860         ITM-COUNT DELIMITED BY SIZE
005870         " " DELIMITED BY SIZE
005880         ITM-STATUS DELIMITED BY SIZE
005890         " " DELIMITED BY SIZE
005900         ITM-LAST-ACTIVITY DELIMITED BY SIZE
005910         INTO WS-AUDIT-INPUT
005920     MOVE "AFTER IMAGE" TO AUDIT-OUTCOME
005930     PERFORM 6500-WRITE-AUDIT THRU 6500-EXIT.
005940 6100-EXIT.
005950     EXIT.
005960
005970*---------------------------------------------------------------
005980* 6500-WRITE-AUDIT THRU 6500-EXIT.
005990*   WRITES ONE COMMON AUDIT-LOG-RECORD.  WS-AUDIT-INPUT AND
006000*   AUDIT-OUTCOME MUST ALREADY BE SET.
006010*---------------------------------------------------------------
006020 6500-WRITE-AUDIT.
006030     MOVE "SUPPPOST" TO AUDIT-PROGRAM-NAME
006040     MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
006050     MOVE WS-RUN-TIME TO AUDIT-RUN-TIME
006060     MOVE "SUPPPOST" TO AUDIT-OPERATOR-ID
006070     MOVE WS-AUDIT-INPUT TO AUDIT-INPUT-VALUES
006080     SET AUDIT-DETAIL TO TRUE
006090     MOVE WS-RUN-TIME TO AUDIT-RUN-NUMBER
006100     ADD 1 TO WS-AUDIT-SEQ
006110     MOVE WS-AUDIT-SEQ TO AUDIT-SEQ-NO
006120     WRITE AUDIT-LOG-RECORD.
006130 6500-EXIT.
006140     EXIT.
006150
006160*---------------------------------------------------------------
006170* 6600-WRITE-AUDIT-TRAILER THRU 6600-EXIT.
006180*   CLOSES THE AUDIT TRAIL WITH A TRAILER RECORD GIVING THE
006190*   RUN'S DETAIL-RECORD COUNT.
006200*---------------------------------------------------------------
006210 6600-WRITE-AUDIT-TRAILER.
006220     MOVE SPACES TO AUDIT-LOG-RECORD
006230     MOVE "SUPPPOST" TO AUDIT-PROGRAM-NAME
006240     MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
006250     MOVE WS-RUN-TIME TO AUDIT-RUN-TIME
006260     MOVE "SUPPPOST" TO AUDIT-OPERATOR-ID
006270     MOVE WS-AUDIT-SEQ TO WS-AUDIT-COUNT-ED
006280     MOVE SPACES TO WS-AUDIT-INPUT
006290     STRING "RECORD COUNT " DELIMITED BY SIZE
006300         WS-AUDIT-COUNT-ED DELIMITED BY SIZE
006310         INTO WS-AUDIT-INPUT
006320     MOVE WS-AUDIT-INPUT TO AUDIT-INPUT-VALUES
006330     MOVE "END OF RUN" TO AUDIT-OUTCOME
006340     SET AUDIT-TRAILER TO TRUE
006350     MOVE WS-RUN-TIME TO AUDIT-RUN-NUMBER
006360     MOVE WS-AUDIT-SEQ TO AUDIT-SEQ-NO
006370     WRITE AUDIT-LOG-RECORD.
006380 6600-EXIT.
006390     EXIT.
006400
006410*---------------------------------------------------------------
006420* 7000-WRITE-REGISTER THRU 7000-EXIT.
006430*---------------------------------------------------------------
006440 7000-WRITE-REGISTER.
006450     IF WS-RESULT-TEXT(1:8) = "REJECTED"
006460         ADD 1 TO WS-REJECTED-COUNT
006470     END-IF
006480     MOVE SPACES TO WS-PRINT-LINE
006490     STRING STX-ACTION DELIMITED BY SIZE
006500         " " DELIMITED BY SIZE
006510         STX-ITEM-CODE DELIMITED BY SIZE
006520         "  " DELIMITED BY SIZE
006530         STX-QTY DELIMITED BY SIZE
006540         " " DELIMITED BY SIZE
006550         STX-REFERENCE DELIMITED BY SIZE
006560         "  " DELIMITED BY SIZE
006570         WS-RESULT-TEXT DELIMITED BY SIZE
006580         INTO WS-PRINT-LINE
006590     MOVE SPACES TO SUPPRPT-RECORD
006600     MOVE " " TO RPT-CTL-CHAR
006610     MOVE WS-PRINT-LINE TO RPT-TEXT
006620     WRITE SUPPRPT-RECORD.
006630 7000-EXIT.
006640     EXIT.
006650
006660*---------------------------------------------------------------
006670* 8000-WRITE-TOTALS THRU 8000-EXIT.
006680*---------------------------------------------------------------
006690 8000-WRITE-TOTALS.
006700     MOVE SPACES TO SUPPRPT-RECORD
006710     MOVE " " TO RPT-CTL-CHAR
006720     WRITE SUPPRPT-RECORD
006730     MOVE WS-RECV-COUNT TO WS-RPT-COUNT
006740     MOVE "DELIVERIES POSTED.. " TO WS-PRINT-LINE
006750     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
006760     MOVE WS-UNITS-RECEIVED TO WS-RPT-COUNT
006770     MOVE "UNITS RECEIVED..... " TO WS-PRINT-LINE
006780     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
006790     MOVE WS-COUNT-COUNT TO WS-RPT-COUNT
006800     MOVE "COUNTS POSTED...... " TO WS-PRINT-LINE
006810     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
006820     MOVE WS-ADD-COUNT TO WS-RPT-COUNT
006830     MOVE "ITEMS ADDED........ " TO WS-PRINT-LINE
006840     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
006850     MOVE WS-RETIRE-COUNT TO WS-RPT-COUNT
006860     MOVE "ITEMS RETIRED...... " TO WS-PRINT-LINE
006870     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
006880     MOVE WS-REJECTED-COUNT TO WS-RPT-COUNT
006890     MOVE "ACTIONS REJECTED... " TO WS-PRINT-LINE
006900     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
006910 8000-EXIT.
006920     EXIT.
006930
006940*---------------------------------------------------------------
006950* 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
006960*   PRINTS THE LABEL ALREADY IN WS-PRINT-LINE WITH THE COUNT
006970*   IN WS-RPT-COUNT.
006980*---------------------------------------------------------------
006990 8100-WRITE-TOTAL-LINE.
007000     MOVE WS-RPT-COUNT TO WS-PRINT-LINE(21:7)
007010     MOVE SPACES TO SUPPRPT-RECORD
007020     MOVE " " TO RPT-CTL-CHAR
007030     MOVE WS-PRINT-LINE TO RPT-TEXT
007040     WRITE SUPPRPT-RECORD.
007050 8100-EXIT.
007060     EXIT.
007070
007080 END PROGRAM SUPPPOST.
