000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PALMNT.
000030 AUTHOR. J H MILLARD.
000040 INSTALLATION. HOME OFFICE DATA CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070****************************************************************
000080*                                                               *
000090* PALMNT MAINTAINS PALMAST, THE INDEXED CODE MASTER THAT        *
000100* PALINDROME CHECKS EVERY BATCH AGAINST.  IT READS A CARD-IMAGE *
000110* UPDATE FILE (PALUPD) OF ADD, CHANGE, RETIRE AND REINSTATE     *
000120* ACTIONS KEYED BY CODE, SCREENS EVERY CARD THROUGH THE SHARED  *
000130* EDITCHK ROUTINE BEFORE IT TOUCHES THE MASTER, WRITES BEFORE-  *
000140* AND AFTER-IMAGES OF EVERY CHANGE TO THE PALMAUD AUDIT LOG     *
000150* (SHARED AUDITLOG LAYOUT), AND PRINTS A MAINTENANCE REGISTER   *
000160* (PALMRPT) OF APPLIED AND REJECTED ACTIONS.  A FIRST RUN       *
000170* AGAINST A MASTER THAT DOES NOT EXIST YET CREATES IT EMPTY AND *
000180* THEN APPLIES THE ADDS.  THE RETURN CODE IS 4 WHEN ANY ACTION  *
000190* WAS REJECTED AND 16 WHEN A FILE COULD NOT BE OPENED AT ALL.   *
000200*                                                               *
000210****************************************************************
000220*MODIFICATION HISTORY
000230*DATE       INIT DESCRIPTION
000240*2026-10-15 JHM  ORIGINAL PROGRAM, MODELED ON TXNMAINT SO THE
000250*                CODE MASTER IS MAINTAINED THE SAME
000260*                SHOP-STANDARD WAY AS THE OTHER MASTERS.
000262*2026-10-15 JHM  A PALMAST IN THE OLD 77-BYTE LAYOUT MUST BE
000264*                CONVERTED BY PALCONV BEFORE THIS PROGRAM RUNS.
000270****************************************************************
000280
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000320 OBJECT-COMPUTER. IBM-370.
000330
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT PALUPD-FILE ASSIGN TO "PALUPD"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-PALUPD-STATUS.
000390
000400     SELECT PALMAST-FILE ASSIGN TO "PALMAST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS PAL-CODE
000440         FILE STATUS IS WS-PALMAST-STATUS.
000450
000460     SELECT PALMAUD-FILE ASSIGN TO "PALMAUD"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-PALMAUD-STATUS.
000490
000500     SELECT PALMRPT-FILE ASSIGN TO "PALMRPT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-PALMRPT-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560*---------------------------------------------------------------
000570* PALUPD-FILE - CARD-IMAGE CODE MASTER MAINTENANCE ACTIONS.
000580*   ADD    - LOAD A CODE FROM A CODE BOOK.  THE VERDICT MAY BE
000590*            GIVEN (P OR F); IF IT IS LEFT BLANK THE CODE IS RUN
000600*            THROUGH PALCHECK AND THE COMPUTED VERDICT STORED.
000610*   CHANGE - CORRECT THE VERDICT OF A CODE ALREADY ON FILE.
000620*            THE VERDICT IS REQUIRED.
000630*   RETIRE - THE BUSINESS NO LONGER ISSUES THE CODE.  KEY-ONLY.
000640*   REINST - PUT A RETIRED CODE BACK INTO ISSUE.  KEY-ONLY.
000650*---------------------------------------------------------------
000660 FD  PALUPD-FILE.
000670 01  PALUPD-RECORD.
000680     05  UPD-ACTION              PIC X(06).
000690         88  UPD-ACTION-ADD              VALUE "ADD   ".
000700         88  UPD-ACTION-CHANGE           VALUE "CHANGE".
000710         88  UPD-ACTION-RETIRE           VALUE "RETIRE".
000720         88  UPD-ACTION-REINSTATE        VALUE "REINST".
000730     05  UPD-CODE                PIC X(60).
000740     05  UPD-VERDICT             PIC X(01).
000750         88  UPD-VERDICT-VALID           VALUE "P" "F".
000760         88  UPD-VERDICT-BLANK           VALUE " ".
000770     05  FILLER                  PIC X(13).
000780
000790*---------------------------------------------------------------
000800* PALMAST-FILE - THE INDEXED CODE MASTER, KEYED BY THE CODE.
000810* SAME LAYOUT AS READ AND UPDATED BY PALINDROME.
000820*---------------------------------------------------------------
000830 FD  PALMAST-FILE.
000840 COPY PALMAST.
000850
000860*---------------------------------------------------------------
000870* PALMAUD-FILE - COMMON AUDIT LOG RECORD.  EVERY APPLIED
000880* ACTION WRITES ITS BEFORE AND/OR AFTER IMAGE HERE SO A
000890* MAINTENANCE RUN CAN BE RECONSTRUCTED.  SHARED AUDITLOG
000900* LAYOUT.
000910*---------------------------------------------------------------
000920 FD  PALMAUD-FILE.
000930 COPY AUDITLOG.
000940
000950*---------------------------------------------------------------
000960* PALMRPT-FILE - THE MAINTENANCE REGISTER.  COLUMN ONE IS A
000970* STANDARD PRINTER CARRIAGE-CONTROL CHARACTER.
000980*---------------------------------------------------------------
000990 FD  PALMRPT-FILE.
001000 01  PALMRPT-RECORD.
001010     05  RPT-CTL-CHAR            PIC X(01).
001020     05  RPT-TEXT                PIC X(90).
001030
001040 WORKING-STORAGE SECTION.
001050*---------------------------------------------------------------
001060* FILE STATUS FIELDS AND SWITCHES.
001070*---------------------------------------------------------------
001080 77  WS-PALUPD-STATUS            PIC X(02).
001090     88  WS-PALUPD-OK                    VALUE "00".
001100 77  WS-PALMAST-STATUS           PIC X(02).
001110     88  WS-PALMAST-OK                   VALUE "00".
001120     88  WS-PALMAST-NOT-FOUND            VALUE "35".
001130 77  WS-PALMAUD-STATUS           PIC X(02).
001140     88  WS-PALMAUD-OK                   VALUE "00".
001150 77  WS-PALMRPT-STATUS           PIC X(02).
001160     88  WS-PALMRPT-OK                   VALUE "00".
001170
001180 77  WS-UPD-EOF-SWITCH           PIC X(01) VALUE "N".
001190     88  WS-END-OF-PALUPD                VALUE "Y".
001200 77  WS-EDIT-SWITCH              PIC X(01) VALUE "Y".
001210     88  WS-EDIT-VALID                   VALUE "Y".
001220     88  WS-EDIT-INVALID                 VALUE "N".
001230
001240*---------------------------------------------------------------
001250* REGISTER COUNTERS, TIMESTAMPS AND WORK FIELDS.
001260*---------------------------------------------------------------
001270 77  WS-ADD-COUNT                PIC 9(05) COMP VALUE ZERO.
001280 77  WS-CHANGE-COUNT             PIC 9(05) COMP VALUE ZERO.
001290 77  WS-RETIRE-COUNT             PIC 9(05) COMP VALUE ZERO.
001300 77  WS-REINSTATE-COUNT          PIC 9(05) COMP VALUE ZERO.
001310 77  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
001320 77  WS-CODE-LEN                 PIC 9(03) COMP VALUE ZERO.
001330 77  WS-OLD-VERDICT              PIC X(01).
001340 01  WS-RPT-COUNT                PIC ZZZZZZ9.
001350 01  WS-RESULT-TEXT              PIC X(40).
001360 01  WS-PRINT-LINE               PIC X(90).
001370 01  WS-RUN-DATE-RAW             PIC 9(06).
001380 01  WS-RUN-DATE-ED              PIC 99/99/99.
001390 77  WS-RUN-DATE                 PIC 9(08).
001400 77  WS-RUN-TIME                 PIC 9(08).
001410 77  WS-AUDIT-INPUT              PIC X(40).
001420*WITHIN-RUN AUDIT SEQUENCE NUMBER.  STAMPED ON EVERY
001430*PALMAUD RECORD AND REPORTED ON THE END-OF-RUN TRAILER.
001440 77  WS-AUDIT-SEQ                PIC 9(06) COMP VALUE ZERO.
001450 01  WS-AUDIT-COUNT-ED           PIC 9(06).
001460
001470*---------------------------------------------------------------
001480* LINKAGE RECORD PASSED TO EDITCHK TO SCREEN EVERY CARD BEFORE
001490* IT TOUCHES THE MASTER.
001500*---------------------------------------------------------------
001510 COPY EDITCHKREC.
001520
001530*---------------------------------------------------------------
001540* SHARED LINKAGE RECORD PASSED TO PALCHECK WHEN AN ADD LEAVES
001550* THE VERDICT FOR THE PROGRAM TO WORK OUT.
001560*---------------------------------------------------------------
001570 COPY PALCHKREC.
001580
001590 PROCEDURE DIVISION.
001600*---------------------------------------------------------------
001610* 0000-MAINLINE.
001620*---------------------------------------------------------------
001630 0000-MAINLINE.
001640     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001650     IF RETURN-CODE NOT = 16
001660         PERFORM 2100-READ-PALUPD THRU 2100-EXIT
001670         PERFORM 2200-APPLY-ONE THRU 2200-EXIT
001680             UNTIL WS-END-OF-PALUPD
001690         PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
001700         CLOSE PALUPD-FILE
001710         CLOSE PALMAST-FILE
001720         PERFORM 6600-WRITE-AUDIT-TRAILER THRU 6600-EXIT
001730         CLOSE PALMAUD-FILE
001740         CLOSE PALMRPT-FILE
001750         IF WS-REJECTED-COUNT > ZERO
001760             MOVE 4 TO RETURN-CODE
001770         ELSE
001780             MOVE ZERO TO RETURN-CODE
001790         END-IF
001800     END-IF
001810     GOBACK.
001820
001830*---------------------------------------------------------------
001840* 1000-INITIALIZE THRU 1000-EXIT.
001850*   OPENS THE UPDATE FILE, THE MASTER (CREATING IT EMPTY ON A
001860*   FIRST RUN), THE AUDIT LOG AND THE REGISTER.
001870*---------------------------------------------------------------
001880 1000-INITIALIZE.
001890     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001900     ACCEPT WS-RUN-TIME FROM TIME
001910     ACCEPT WS-RUN-DATE-RAW FROM DATE
001920     MOVE WS-RUN-DATE-RAW TO WS-RUN-DATE-ED
001930     OPEN INPUT PALUPD-FILE
001940     IF NOT WS-PALUPD-OK
001950         DISPLAY "PALMNT: UNABLE TO OPEN PALUPD, STATUS "
001960             WS-PALUPD-STATUS
001970         MOVE 16 TO RETURN-CODE
001980         GO TO 1000-EXIT
001990     END-IF
002000     OPEN I-O PALMAST-FILE
002010     IF WS-PALMAST-NOT-FOUND
002020         OPEN OUTPUT PALMAST-FILE
002030         CLOSE PALMAST-FILE
002040         OPEN I-O PALMAST-FILE
002050     END-IF
002060     IF NOT WS-PALMAST-OK
002070         DISPLAY "PALMNT: UNABLE TO OPEN PALMAST, STATUS "
002080             WS-PALMAST-STATUS
002090         MOVE 16 TO RETURN-CODE
002100         CLOSE PALUPD-FILE
002110         GO TO 1000-EXIT
002120     END-IF
002130     OPEN OUTPUT PALMAUD-FILE
002140     IF NOT WS-PALMAUD-OK
002150         DISPLAY "PALMNT: UNABLE TO OPEN PALMAUD, STATUS "
002160             WS-PALMAUD-STATUS
002170         MOVE 16 TO RETURN-CODE
002180         CLOSE PALUPD-FILE
002190         CLOSE PALMAST-FILE
002200         GO TO 1000-EXIT
002210     END-IF
002220     OPEN OUTPUT PALMRPT-FILE
002230     IF NOT WS-PALMRPT-OK
002240         DISPLAY "PALMNT: UNABLE TO OPEN PALMRPT, STATUS "
002250             WS-PALMRPT-STATUS
002260         MOVE 16 TO RETURN-CODE
002270         CLOSE PALUPD-FILE
002280         CLOSE PALMAST-FILE
002290         CLOSE PALMAUD-FILE
002300         GO TO 1000-EXIT
002310     END-IF
002320     MOVE SPACES TO PALMRPT-RECORD
002330     MOVE "1" TO RPT-CTL-CHAR
002340     MOVE "PALMAST CODE MASTER - MAINTENANCE REGISTER" TO RPT-TEXT
002350     WRITE PALMRPT-RECORD
002360     MOVE SPACES TO PALMRPT-RECORD
002370     MOVE " " TO RPT-CTL-CHAR
002380     STRING "RUN DATE: " WS-RUN-DATE-ED
002390         DELIMITED BY SIZE INTO RPT-TEXT
002400     WRITE PALMRPT-RECORD
002410     MOVE SPACES TO PALMRPT-RECORD
002420     WRITE PALMRPT-RECORD
002430     MOVE SPACES TO PALMRPT-RECORD
002440     MOVE " " TO RPT-CTL-CHAR
002450     MOVE "ACTION CODE                             V RESULT"
002460         TO RPT-TEXT
002470     WRITE PALMRPT-RECORD.
002480 1000-EXIT.
002490     EXIT.
002500
002510*---------------------------------------------------------------
002520* 2100-READ-PALUPD THRU 2100-EXIT.
002530*---------------------------------------------------------------
002540 2100-READ-PALUPD.
002550     READ PALUPD-FILE
002560         AT END
002570             SET WS-END-OF-PALUPD TO TRUE
002580     END-READ.
002590 2100-EXIT.
002600     EXIT.
002610
002620*---------------------------------------------------------------
002630* 2200-APPLY-ONE THRU 2200-EXIT.
002640*   SCREENS AND APPLIES ONE MAINTENANCE CARD, WRITES ITS
002650*   REGISTER LINE, THEN READS THE NEXT CARD.
002660*---------------------------------------------------------------
002670 2200-APPLY-ONE.
002680     MOVE SPACES TO WS-RESULT-TEXT
002690     PERFORM 2500-EDIT-CARD THRU 2500-EXIT
002700     IF WS-EDIT-VALID
002710         EVALUATE TRUE
002720             WHEN UPD-ACTION-ADD
002730                 PERFORM 3100-ADD-CODE THRU 3100-EXIT
002740             WHEN UPD-ACTION-CHANGE
002750                 PERFORM 3200-CHANGE-CODE THRU 3200-EXIT
002760             WHEN UPD-ACTION-RETIRE
002770                 PERFORM 3300-RETIRE-CODE THRU 3300-EXIT
002780             WHEN UPD-ACTION-REINSTATE
002790                 PERFORM 3400-REINSTATE-CODE THRU 3400-EXIT
002800             WHEN OTHER
002810                 MOVE "REJECTED - UNKNOWN ACTION" TO
002820                     WS-RESULT-TEXT
002830         END-EVALUATE
002840     END-IF
002850     PERFORM 7000-WRITE-REGISTER THRU 7000-EXIT
002860     PERFORM 2100-READ-PALUPD THRU 2100-EXIT.
002870 2200-EXIT.
002880     EXIT.
002890
002900*---------------------------------------------------------------
002910* 2500-EDIT-CARD THRU 2500-EXIT.
002920*   SCREENS THE CODE ON EVERY CARD THROUGH THE SHARED EDITCHK
002930*   ROUTINE, THEN THE VERDICT: REQUIRED ON A CHANGE, OPTIONAL
002940*   ON AN ADD, AND EITHER WAY IT MUST BE P OR F.  A RETIREMENT
002950*   OR REINSTATEMENT IS KEY-ONLY.
002960*---------------------------------------------------------------
002970 2500-EDIT-CARD.
002980     SET WS-EDIT-VALID TO TRUE
002990     MOVE "PALCODE " TO EC-FIELD-NAME
003000     MOVE SPACES TO EC-FIELD-VALUE
003010     MOVE UPD-CODE TO EC-FIELD-VALUE
003020     MOVE 60 TO EC-FIELD-LEN
003030     SET EC-TYPE-ANY TO TRUE
003040     CALL "EDITCHK" USING EDITCHK-RECORD
003050     IF EC-FIELD-INVALID
003060         PERFORM 2590-EDIT-REJECT THRU 2590-EXIT
003070         GO TO 2500-EXIT
003080     END-IF
003090     IF UPD-ACTION-RETIRE OR UPD-ACTION-REINSTATE
003100         GO TO 2500-EXIT
003110     END-IF
003120     IF UPD-ACTION-ADD AND UPD-VERDICT-BLANK
003130         GO TO 2500-EXIT
003140     END-IF
003150     IF NOT UPD-VERDICT-VALID
003160         MOVE "PALVERD " TO EC-FIELD-NAME
003170         MOVE "E203" TO EC-REASON-CODE
003180         MOVE "VERDICT MUST BE P OR F" TO EC-REASON-TEXT
003190         PERFORM 2590-EDIT-REJECT THRU 2590-EXIT
003200     END-IF.
003210 2500-EXIT.
003220     EXIT.
003230
003240*---------------------------------------------------------------
003250* 2590-EDIT-REJECT THRU 2590-EXIT.
003260*   BUILDS THE REGISTER RESULT FOR A CARD THAT FAILED ITS
003270*   EDIT CHECK.
003280*---------------------------------------------------------------
003290 2590-EDIT-REJECT.
003300     SET WS-EDIT-INVALID TO TRUE
003310     MOVE SPACES TO WS-RESULT-TEXT
003320     STRING "REJECTED - " DELIMITED BY SIZE
003330         EC-REASON-TEXT DELIMITED BY SIZE
003340         INTO WS-RESULT-TEXT.
003350 2590-EXIT.
003360     EXIT.
003370
003380*---------------------------------------------------------------
003390* 3100-ADD-CODE THRU 3100-EXIT.
003400*   LOADS A NEW ACTIVE CODE.  A BLANK VERDICT IS WORKED OUT BY
003410*   PALCHECK THE SAME WAY PALINDROME WOULD ON FIRST SIGHT.
003420*---------------------------------------------------------------
003430 3100-ADD-CODE.
003440     MOVE SPACES TO PALMAST-RECORD
003450     MOVE UPD-CODE TO PAL-CODE
003460     IF UPD-VERDICT-BLANK
003470         PERFORM 3150-COMPUTE-VERDICT THRU 3150-EXIT
003480     ELSE
003490         MOVE UPD-VERDICT TO PAL-VERDICT
003500     END-IF
003510     MOVE WS-RUN-DATE TO PAL-FIRST-SEEN
003520     MOVE WS-RUN-DATE TO PAL-LAST-CHECKED
003530     MOVE "A" TO PAL-STATUS
003540     MOVE ZERO TO PAL-RETIRED-DATE
003550     WRITE PALMAST-RECORD
003560         INVALID KEY
003570             MOVE "REJECTED - ALREADY ON MASTER" TO
003580                 WS-RESULT-TEXT
003590         NOT INVALID KEY
003600             ADD 1 TO WS-ADD-COUNT
003610             STRING "ADDED - VERDICT " DELIMITED BY SIZE
003620                 PAL-VERDICT DELIMITED BY SIZE
003630                 INTO WS-RESULT-TEXT
003640             PERFORM 6100-AUDIT-AFTER THRU 6100-EXIT
003650     END-WRITE.
003660 3100-EXIT.
003670     EXIT.
003680
003690*---------------------------------------------------------------
003700* 3150-COMPUTE-VERDICT THRU 3150-EXIT.
003710*   RUNS THE CARD'S CODE THROUGH PALCHECK, PASSING ITS ENTERED
003720*   LENGTH (TRAILING SPACES EXCLUDED), AND SETS PAL-VERDICT.
003730*---------------------------------------------------------------
003740 3150-COMPUTE-VERDICT.
003750     MOVE ZERO TO WS-CODE-LEN
003760     INSPECT FUNCTION REVERSE(UPD-CODE)
003770         TALLYING WS-CODE-LEN FOR LEADING SPACES
003780     COMPUTE WS-CODE-LEN = FUNCTION LENGTH(UPD-CODE) - WS-CODE-LEN
003790     MOVE SPACES TO PC-INPUT-CODE
003800     MOVE UPD-CODE TO PC-INPUT-CODE
003810     MOVE WS-CODE-LEN TO PC-INPUT-LENGTH
003820     CALL "PALCHECK" USING PALCHK-RECORD
003830     IF PC-IS-PALINDROME
003840         SET PAL-MAST-PASS TO TRUE
003850     ELSE
003860         SET PAL-MAST-FAIL TO TRUE
003870     END-IF.
003880 3150-EXIT.
003890     EXIT.
003900
003910*---------------------------------------------------------------
003920* 3200-CHANGE-CODE THRU 3200-EXIT.
003930*   CORRECTS THE VERDICT OF A CODE ALREADY ON THE MASTER.  THE
003940*   BEFORE IMAGE IS LOGGED FIRST, THEN THE AFTER IMAGE.
003950*---------------------------------------------------------------
003960 3200-CHANGE-CODE.
003970     MOVE UPD-CODE TO PAL-CODE
003980     READ PALMAST-FILE
003990         INVALID KEY
004000             MOVE "REJECTED - NOT ON MASTER" TO WS-RESULT-TEXT
004010             GO TO 3200-EXIT
004020     END-READ
004030     IF PAL-VERDICT = UPD-VERDICT
004040         MOVE "REJECTED - VERDICT ALREADY ON FILE" TO
004050             WS-RESULT-TEXT
004060         GO TO 3200-EXIT
004070     END-IF
004080     MOVE PAL-VERDICT TO WS-OLD-VERDICT
004090     PERFORM 6000-AUDIT-BEFORE THRU 6000-EXIT
004100     MOVE UPD-VERDICT TO PAL-VERDICT
004110     MOVE WS-RUN-DATE TO PAL-LAST-CHECKED
004120     REWRITE PALMAST-RECORD
004130         INVALID KEY
004140             MOVE "REJECTED - REWRITE FAILED" TO WS-RESULT-TEXT
004150         NOT INVALID KEY
004160             ADD 1 TO WS-CHANGE-COUNT
004170             STRING "CHANGED - VERDICT " DELIMITED BY SIZE
004180                 WS-OLD-VERDICT DELIMITED BY SIZE
004190                 " TO " DELIMITED BY SIZE
004200                 PAL-VERDICT DELIMITED BY SIZE
004210                 INTO WS-RESULT-TEXT
004220             PERFORM 6100-AUDIT-AFTER THRU 6100-EXIT
004230     END-REWRITE.
004240 3200-EXIT.
004250     EXIT.
004260
004270*---------------------------------------------------------------
004280* 3300-RETIRE-CODE THRU 3300-EXIT.
004290*   RETIRES AN ACTIVE CODE AND STAMPS THE RETIREMENT DATE.  THE
004300*   RECORD STAYS ON THE MASTER SO PALINDROME CAN FLAG THE CODE
004310*   IF IT TURNS UP IN A BATCH AGAIN.
004320*---------------------------------------------------------------
004330 3300-RETIRE-CODE.
004340     MOVE UPD-CODE TO PAL-CODE
004350     READ PALMAST-FILE
004360         INVALID KEY
004370             MOVE "REJECTED - NOT ON MASTER" TO WS-RESULT-TEXT
004380             GO TO 3300-EXIT
004390     END-READ
004400     IF PAL-RETIRED
004410         MOVE "REJECTED - ALREADY RETIRED" TO WS-RESULT-TEXT
004420         GO TO 3300-EXIT
004430     END-IF
004440     PERFORM 6000-AUDIT-BEFORE THRU 6000-EXIT
004450     SET PAL-RETIRED TO TRUE
004460     MOVE WS-RUN-DATE TO PAL-RETIRED-DATE
004470     REWRITE PALMAST-RECORD
004480         INVALID KEY
004490             MOVE "REJECTED - REWRITE FAILED" TO WS-RESULT-TEXT
004500         NOT INVALID KEY
004510             ADD 1 TO WS-RETIRE-COUNT
004520             MOVE "RETIRED" TO WS-RESULT-TEXT
004530             PERFORM 6100-AUDIT-AFTER THRU 6100-EXIT
004540     END-REWRITE.
004550 3300-EXIT.
004560     EXIT.
004570
004580*---------------------------------------------------------------
004590* 3400-REINSTATE-CODE THRU 3400-EXIT.
004600*   PUTS A RETIRED CODE BACK INTO ISSUE AND CLEARS ITS
004610*   RETIREMENT DATE.
004620*---------------------------------------------------------------
004630 3400-REINSTATE-CODE.
004640     MOVE UPD-CODE TO PAL-CODE
004650     READ PALMAST-FILE
004660         INVALID KEY
004670             MOVE "REJECTED - NOT ON MASTER" TO WS-RESULT-TEXT
004680             GO TO 3400-EXIT
004690     END-READ
004700     IF NOT PAL-RETIRED
004710         MOVE "REJECTED - CODE IS NOT RETIRED" TO WS-RESULT-TEXT
004720         GO TO 3400-EXIT
004730     END-IF
004740     PERFORM 6000-AUDIT-BEFORE THRU 6000-EXIT
004750     MOVE "A" TO PAL-STATUS
004760     MOVE ZERO TO PAL-RETIRED-DATE
004770     REWRITE PALMAST-RECORD
004780         INVALID KEY
004790             MOVE "REJECTED - REWRITE FAILED" TO WS-RESULT-TEXT
004800         NOT INVALID KEY
004810             ADD 1 TO WS-REINSTATE-COUNT
004820             MOVE "REINSTATED" TO WS-RESULT-TEXT
004830             PERFORM 6100-AUDIT-AFTER THRU 6100-EXIT
004840     END-REWRITE.
004850 3400-EXIT.
004860     EXIT.
004870
004880*---------------------------------------------------------------
004890* 6000-AUDIT-BEFORE THRU 6000-EXIT.
004900*   WRITES THE BEFORE IMAGE OF THE MASTER RECORD JUST READ:
004910*   THE LEADING 24 CHARACTERS OF THE CODE, THE VERDICT, THE
004920*   STATUS AND THE RETIREMENT DATE.
004930*---------------------------------------------------------------
004940 6000-AUDIT-BEFORE.
004950     MOVE SPACES TO WS-AUDIT-INPUT
004960     STRING PAL-CODE(1:24) DELIMITED BY SIZE
004970         " " DELIMITED BY SIZE
004980         PAL-VERDICT DELIMITED BY SIZE
004990         " " DELIMITED BY SIZE
005000         PAL-STATUS DELIMITED BY SIZE
005010         " " DELIMITED BY SIZE
005020         PAL-RETIRED-DATE DELIMITED BY SIZE
005030         INTO WS-AUDIT-INPUT
005040     MOVE "BEFORE IMAGE" TO AUDIT-OUTCOME
005050     PERFORM 6500-WRITE-AUDIT THRU 6500-EXIT.
005060 6000-EXIT.
005070     EXIT.
005080
005090*---------------------------------------------------------------
005100* 6100-AUDIT-AFTER THRU 6100-EXIT.
005110*   WRITES THE AFTER IMAGE OF THE MASTER RECORD JUST WRITTEN
005120*   OR REWRITTEN, IN THE SAME FORM AS THE BEFORE IMAGE.
005130*---------------------------------------------------------------
005140 6100-AUDIT-AFTER.
005150     MOVE SPACES TO WS-AUDIT-INPUT
005160     STRING PAL-CODE(1:24) DELIMITED BY SIZE
005170         " " DELIMITED BY SIZE
005180         PAL-VERDICT DELIMITED BY SIZE
005190         " " DELIMITED BY SIZE
005200         PAL-STATUS DELIMITED BY SIZE
005210         " " DELIMITED BY SIZE
005220         PAL-RETIRED-DATE DELIMITED BY SIZE
005230         INTO WS-AUDIT-INPUT
005240     MOVE "AFTER IMAGE" TO AUDIT-OUTCOME
005250     PERFORM 6500-WRITE-AUDIT THRU 6500-EXIT.
005260 6100-EXIT.
005270     EXIT.
005280
005290*---------------------------------------------------------------
005300* 6500-WRITE-AUDIT THRU 6500-EXIT.
005310*   WRITES ONE COMMON AUDIT-LOG-RECORD.  WS-AUDIT-INPUT AND
005320*   AUDIT-OUTCOME MUST ALREADY BE SET.
005330*---------------------------------------------------------------
005340 6500-WRITE-AUDIT.
005350     MOVE "PALMNT" TO AUDIT-PROGRAM-NAME
005360     MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
005370     MOVE WS-RUN-TIME TO AUDIT-RUN-TIME
005380     MOVE "PALMNT" TO AUDIT-OPERATOR-ID
005390     MOVE WS-AUDIT-INPUT TO AUDIT-INPUT-VALUES
005400     SET AUDIT-DETAIL TO TRUE
005410     MOVE WS-RUN-TIME TO AUDIT-RUN-NUMBER
005420     ADD 1 TO WS-AUDIT-SEQ
005430     MOVE WS-AUDIT-SEQ TO AUDIT-SEQ-NO
005440     WRITE AUDIT-LOG-RECORD.
005450 6500-EXIT.
005460     EXIT.
005470
005480*---------------------------------------------------------------
005490* 6600-WRITE-AUDIT-TRAILER THRU 6600-EXIT.
005500*   CLOSES THE AUDIT TRAIL WITH A TRAILER RECORD GIVING THE
005510*   RUN'S DETAIL-RECORD COUNT.
005520*---------------------------------------------------------------
005530 6600-WRITE-AUDIT-TRAILER.
005540     MOVE SPACES TO AUDIT-LOG-RECORD
005550     MOVE "PALMNT" TO AUDIT-PROGRAM-NAME
005560     MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
005570     MOVE WS-RUN-TIME TO AUDIT-RUN-TIME
005580     MOVE "PALMNT" TO AUDIT-OPERATOR-ID
005590     MOVE WS-AUDIT-SEQ TO WS-AUDIT-COUNT-ED
005600     MOVE SPACES TO WS-AUDIT-INPUT
005610     STRING "RECORD COUNT " DELIMITED BY SIZE
005620         WS-AUDIT-COUNT-ED DELIMITED BY SIZE
005630         INTO WS-AUDIT-INPUT
005640     MOVE WS-AUDIT-INPUT TO AUDIT-INPUT-VALUES
005650     MOVE "END OF RUN" TO AUDIT-OUTCOME
005660     SET AUDIT-TRAILER TO TRUE
005670     MOVE WS-RUN-TIME TO AUDIT-RUN-NUMBER
005680     MOVE WS-AUDIT-SEQ TO AUDIT-SEQ-NO
005690     WRITE AUDIT-LOG-RECORD.
005700 6600-EXIT.
005710     EXIT.
005720
005730*---------------------------------------------------------------
005740* 7000-WRITE-REGISTER THRU 7000-EXIT.
005750*   THE REGISTER SHOWS THE LEADING 32 CHARACTERS OF THE CODE.
005760*---------------------------------------------------------------
005770 7000-WRITE-REGISTER.
005780     IF WS-RESULT-TEXT(1:8) = "REJECTED"
005790         ADD 1 TO WS-REJECTED-COUNT
005800     END-IF
005810     MOVE SPACES TO WS-PRINT-LINE
005820     STRING UPD-ACTION DELIMITED BY SIZE
005830         " " DELIMITED BY SIZE
005840         UPD-CODE(1:32) DELIMITED BY SIZE
005850         " " DELIMITED BY SIZE
005860         UPD-VERDICT DELIMITED BY SIZE
005870         " " DELIMITED BY SIZE
005880         WS-RESULT-TEXT DELIMITED BY SIZE
005890         INTO WS-PRINT-LINE
005900     MOVE SPACES TO PALMRPT-RECORD
005910     MOVE " " TO RPT-CTL-CHAR
005920     MOVE WS-PRINT-LINE TO RPT-TEXT
005930     WRITE PALMRPT-RECORD.
005940 7000-EXIT.
005950     EXIT.
005960
005970*---------------------------------------------------------------
005980* 8000-WRITE-TOTALS THRU 8000-EXIT.
005990*---------------------------------------------------------------
006000 8000-WRITE-TOTALS.
006010     MOVE SPACES TO PALMRPT-RECORD
006020     MOVE " " TO RPT-CTL-CHAR
006030     WRITE PALMRPT-RECORD
006040     MOVE WS-ADD-COUNT TO WS-RPT-COUNT
006050     MOVE "CODES ADDED........ " TO WS-PRINT-LINE
006060     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
006070     MOVE WS-CHANGE-COUNT TO WS-RPT-COUNT
006080     MOVE "VERDICTS CHANGED... " TO WS-PRINT-LINE
006090     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
006100     MOVE WS-RETIRE-COUNT TO WS-RPT-COUNT
006110     MOVE "CODES RETIRED...... " TO WS-PRINT-LINE
006120     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
006130     MOVE WS-REINSTATE-COUNT TO WS-RPT-COUNT
006140     MOVE "CODES REINSTATED... " TO WS-PRINT-LINE
006150     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
006160     MOVE WS-REJECTED-COUNT TO WS-RPT-COUNT
006170     MOVE "ACTIONS REJECTED... " TO WS-PRINT-LINE
006180     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
006190 8000-EXIT.
006200     EXIT.
006210
006220*---------------------------------------------------------------
006230* 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
006240*   PRINTS THE LABEL ALREADY IN WS-PRINT-LINE WITH THE COUNT
006250*   IN WS-RPT-COUNT.
006260*---------------------------------------------------------------
006270 8100-WRITE-TOTAL-LINE.
006280     MOVE WS-RPT-COUNT TO WS-PRINT-LINE(21:7)
006290     MOVE SPACES TO PALMRPT-RECORD
006300     MOVE " " TO RPT-CTL-CHAR
006310     MOVE WS-PRINT-LINE TO RPT-TEXT
006320     WRITE PALMRPT-RECORD.
006330 8100-EXIT.
006340     EXIT.
006350
006360 END PROGRAM PALMNT.
