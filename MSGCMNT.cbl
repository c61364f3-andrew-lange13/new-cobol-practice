000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MSGCMNT.
000030 AUTHOR. J H MILLARD.
000040 INSTALLATION. HOME OFFICE DATA CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070****************************************************************
000080*                                                               *
000090* MSGCMNT MAINTAINS MSGCAT, THE INDEXED MESSAGE CATALOG THAT    *
000100* MSGWRT TAKES EVERY MESSAGE'S SEVERITY AND STANDARD TEXT FROM  *
000110* AND MSGRPT TAKES THE PRESCRIBED OPERATOR ACTION FROM.  IT     *
000120* READS AN UPDATE FILE (MSGCUPD) OF ADD, CHANGE AND DELETE      *
000130* ACTIONS KEYED BY MESSAGE NUMBER, SCREENS EVERY CARD BEFORE IT *
000140* TOUCHES THE CATALOG, WRITES BEFORE- AND AFTER-IMAGES OF EVERY *
000150* CHANGE TO THE MSGCAUD AUDIT LOG (SHARED AUDITLOG LAYOUT), AND *
000160* PRINTS A MAINTENANCE REGISTER (MSGCRPT) OF APPLIED AND        *
000170* REJECTED ACTIONS.  A FIRST RUN AGAINST A CATALOG THAT DOES    *
000180* NOT EXIST YET CREATES IT EMPTY AND THEN APPLIES THE ADDS.     *
000190* THE RETURN CODE IS 4 WHEN ANY ACTION WAS REJECTED AND 16 WHEN *
000200* A FILE COULD NOT BE OPENED AT ALL.  THE RUN-BOOK LISTING OF   *
000210* THE CATALOG IS PRINTED BY MSGCLST.                            *
000220*                                                               *
000230****************************************************************
000240*MODIFICATION HISTORY
000250*DATE       INIT DESCRIPTION
000260*2026-10-15 JHM  ORIGINAL PROGRAM, MODELED ON PALMNT SO THE
000270*                CATALOG IS MAINTAINED THE SAME SHOP-STANDARD
000280*                WAY AS THE OTHER MASTERS.
000290****************************************************************
000300
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.
000350
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT MSGCUPD-FILE ASSIGN TO "MSGCUPD"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-MSGCUPD-STATUS.
000410
000420     SELECT MSGCAT-FILE ASSIGN TO "MSGCAT"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS MCT-MSG-NUMBER
000460         FILE STATUS IS WS-MSGCAT-STATUS.
000470
000480     SELECT MSGCAUD-FILE ASSIGN TO "MSGCAUD"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-MSGCAUD-STATUS.
000510
000520     SELECT MSGCRPT-FILE ASSIGN TO "MSGCRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-MSGCRPT-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580*---------------------------------------------------------------
000590* MSGCUPD-FILE - MESSAGE CATALOG MAINTENANCE ACTIONS.
000600*   ADD    - CATALOG A NEW MESSAGE NUMBER.  SEVERITY, OWNER,
000610*            ACTION CODE AND STANDARD TEXT ARE ALL REQUIRED;
000620*            THE ACTION INSTRUCTION IS OPTIONAL.
000630*   CHANGE - CORRECT AN ENTRY ALREADY ON FILE.  A BLANK FIELD
000640*            IS LEFT AS IT IS; AT LEAST ONE MUST BE GIVEN.
000650*   DELETE - TAKE THE NUMBER OFF THE CATALOG.  KEY-ONLY.
000660* SEVERITY IS I, W OR S.  THE ACTION CODE IS R (RERUN THE STEP),
000670* S (CALL SECURITY), D (NOTIFY THE DEPARTMENT) OR I (IGNORE).
000680*---------------------------------------------------------------
000690 FD  MSGCUPD-FILE.
000700 01  MSGCUPD-RECORD.
000710     05  UPD-ACTION              PIC X(06).
000720         88  UPD-ACTION-ADD              VALUE "ADD   ".
000730         88  UPD-ACTION-CHANGE           VALUE "CHANGE".
000740         88  UPD-ACTION-DELETE           VALUE "DELETE".
000750     05  UPD-MSG-NUMBER          PIC X(04).
000760     05  UPD-MSG-NUMBER-N REDEFINES UPD-MSG-NUMBER
000770                                 PIC 9(04).
000780     05  UPD-SEVERITY            PIC X(01).
000790         88  UPD-SEVERITY-VALID          VALUE "I" "W" "S".
000800     05  UPD-OWNER               PIC X(08).
000810     05  UPD-ACTION-CODE         PIC X(01).
000820         88  UPD-ACTION-CODE-VALID       VALUE "R" "S" "D" "I".
000830     05  UPD-STD-TEXT            PIC X(60).
000840     05  UPD-ACTION-TEXT         PIC X(60).
000850     05  FILLER                  PIC X(10).
000860
000870*---------------------------------------------------------------
000880* MSGCAT-FILE - THE INDEXED MESSAGE CATALOG, KEYED BY NUMBER.
000890* SAME LAYOUT AS READ BY MSGWRT, MSGRPT AND MSGCLST.
000900*---------------------------------------------------------------
000910 FD  MSGCAT-FILE.
000920 COPY MSGCAT.
000930
000940*---------------------------------------------------------------
000950* MSGCAUD-FILE - COMMON AUDIT LOG RECORD.  EVERY APPLIED
000960* ACTION WRITES ITS BEFORE AND/OR AFTER IMAGE HERE SO A
000970* MAINTENANCE RUN CAN BE RECONSTRUCTED.  SHARED AUDITLOG
000980* LAYOUT.
000990*---------------------------------------------------------------
001000 FD  MSGCAUD-FILE.
001010 COPY AUDITLOG.
001020
001030*---------------------------------------------------------------
001040* MSGCRPT-FILE - THE MAINTENANCE REGISTER.  COLUMN ONE IS A
001050* STANDARD PRINTER CARRIAGE-CONTROL CHARACTER.
001060*---------------------------------------------------------------
001070 FD  MSGCRPT-FILE.
001080 01  MSGCRPT-RECORD.
001090     05  RPT-CTL-CHAR            PIC X(01).
001100     05  RPT-TEXT                PIC X(90).
001110
001120 WORKING-STORAGE SECTION.
001130*---------------------------------------------------------------
001140* FILE STATUS FIELDS AND SWITCHES.
001150*---------------------------------------------------------------
001160 77  WS-MSGCUPD-STATUS           PIC X(02).
001170     88  WS-MSGCUPD-OK                   VALUE "00".
001180 77  WS-MSGCAT-STATUS            PIC X(02).
001190     88  WS-MSGCAT-OK                    VALUE "00".
001200     88  WS-MSGCAT-NOT-FOUND             VALUE "35".
001210 77  WS-MSGCAUD-STATUS           PIC X(02).
001220     88  WS-MSGCAUD-OK                   VALUE "00".
001230 77  WS-MSGCRPT-STATUS           PIC X(02).
001240     88  WS-MSGCRPT-OK                   VALUE "00".
001250
001260 77  WS-UPD-EOF-SWITCH           PIC X(01) VALUE "N".
001270     88  WS-END-OF-MSGCUPD               VALUE "Y".
001280 77  WS-EDIT-SWITCH              PIC X(01) VALUE "Y".
001290     88  WS-EDIT-VALID                   VALUE "Y".
001300     88  WS-EDIT-INVALID                 VALUE "N".
001310
001320*---------------------------------------------------------------
001330* REGISTER COUNTERS, TIMESTAMPS AND WORK FIELDS.
001340*---------------------------------------------------------------
001350 77  WS-ADD-COUNT                PIC 9(05) COMP VALUE ZERO.
001360 77  WS-CHANGE-COUNT             PIC 9(05) COMP VALUE ZERO.
001370 77  WS-DELETE-COUNT             PIC 9(05) COMP VALUE ZERO.
001380 77  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
001390 01  WS-RPT-COUNT                PIC ZZZZZZ9.
001400 01  WS-RESULT-TEXT              PIC X(40).
001410 01  WS-PRINT-LINE               PIC X(90).
001420 01  WS-RUN-DATE-RAW             PIC 9(06).
001430 01  WS-RUN-DATE-ED              PIC 99/99/99.
001440 77  WS-RUN-DATE                 PIC 9(08).
001450 77  WS-RUN-TIME                 PIC 9(08).
001460 77  WS-AUDIT-INPUT              PIC X(40).
001470*WITHIN-RUN AUDIT SEQUENCE NUMBER.  STAMPED ON EVERY
001480*MSGCAUD RECORD AND REPORTED ON THE END-OF-RUN TRAILER.
001490 77  WS-AUDIT-SEQ                PIC 9(06) COMP VALUE ZERO.
001500 01  WS-AUDIT-COUNT-ED           PIC 9(06).
001510
001520*---------------------------------------------------------------
001530* LINKAGE RECORD PASSED TO EDITCHK TO SCREEN THE MESSAGE NUMBER
001540* ON EVERY CARD BEFORE IT TOUCHES THE CATALOG.
001550*---------------------------------------------------------------
001560 COPY EDITCHKREC.
001570
001580 PROCEDURE DIVISION.
001590*---------------------------------------------------------------
001600* 0000-MAINLINE.
001610*---------------------------------------------------------------
001620 0000-MAINLINE.
001630     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001640     IF RETURN-CODE NOT = 16
001650         PERFORM 2100-READ-MSGCUPD THRU 2100-EXIT
001660         PERFORM 2200-APPLY-ONE THRU 2200-EXIT
001670             UNTIL WS-END-OF-MSGCUPD
001680         PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
001690         CLOSE MSGCUPD-FILE
001700         CLOSE MSGCAT-FILE
001710         PERFORM 6600-WRITE-AUDIT-TRAILER THRU 6600-EXIT
001720         CLOSE MSGCAUD-FILE
001730         CLOSE MSGCRPT-FILE
001740         IF WS-REJECTED-COUNT > ZERO
001750             MOVE 4 TO RETURN-CODE
001760         ELSE
001770             MOVE ZERO TO RETURN-CODE
001780         END-IF
001790     END-IF
001800     GOBACK.
001810
001820*---------------------------------------------------------------
001830* 1000-INITIALIZE THRU 1000-EXIT.
001840*   OPENS THE UPDATE FILE, THE CATALOG (CREATING IT EMPTY ON A
001850*   FIRST RUN), THE AUDIT LOG AND THE REGISTER.
001860*---------------------------------------------------------------
001870 1000-INITIALIZE.
001880     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001890     ACCEPT WS-RUN-TIME FROM TIME
001900     ACCEPT WS-RUN-DATE-RAW FROM DATE
001910     MOVE WS-RUN-DATE-RAW TO WS-RUN-DATE-ED
001920     OPEN INPUT MSGCUPD-FILE
001930     IF NOT WS-MSGCUPD-OK
001940         DISPLAY "MSGCMNT: UNABLE TO OPEN MSGCUPD, STATUS "
001950             WS-MSGCUPD-STATUS
001960         MOVE 16 TO RETURN-CODE
001970         GO TO 1000-EXIT
001980     END-IF
001990     OPEN I-O MSGCAT-FILE
002000     IF WS-MSGCAT-NOT-FOUND
002010         OPEN OUTPUT MSGCAT-FILE
002020         CLOSE MSGCAT-FILE
002030         OPEN I-O MSGCAT-FILE
002040     END-IF
002050     IF NOT WS-MSGCAT-OK
002060         DISPLAY "MSGCMNT: UNABLE TO OPEN MSGCAT, STATUS "
002070             WS-MSGCAT-STATUS
002080         MOVE 16 TO RETURN-CODE
002090         CLOSE MSGCUPD-FILE
002100         GO TO 1000-EXIT
002110     END-IF
002120     OPEN OUTPUT MSGCAUD-FILE
002130     IF NOT WS-MSGCAUD-OK
002140         DISPLAY "MSGCMNT: UNABLE TO OPEN MSGCAUD, STATUS "
002150             WS-MSGCAUD-STATUS
002160         MOVE 16 TO RETURN-CODE
002170         CLOSE MSGCUPD-FILE
002180         CLOSE MSGCAT-FILE
002190         GO TO 1000-EXIT
002200     END-IF
002210     OPEN OUTPUT MSGCRPT-FILE
002220     IF NOT WS-MSGCRPT-OK
002230         DISPLAY "MSGCMNT: UNABLE TO OPEN MSGCRPT, STATUS "
002240             WS-MSGCRPT-STATUS
002250         MOVE 16 TO RETURN-CODE
002260         CLOSE MSGCUPD-FILE
002270         CLOSE MSGCAT-FILE
002280         CLOSE MSGCAUD-FILE
002290         GO TO 1000-EXIT
002300     END-IF
002310     MOVE SPACES TO MSGCRPT-RECORD
002320     MOVE "1" TO RPT-CTL-CHAR
002330     MOVE "MSGCAT MESSAGE CATALOG - MAINTENANCE REGISTER"
002340         TO RPT-TEXT
002350     WRITE MSGCRPT-RECORD
002360     MOVE SPACES TO MSGCRPT-RECORD
002370     MOVE " " TO RPT-CTL-CHAR
002380     STRING "RUN DATE: " WS-RUN-DATE-ED
002390         DELIMITED BY SIZE INTO RPT-TEXT
002400     WRITE MSGCRPT-RECORD
002410     MOVE SPACES TO MSGCRPT-RECORD
002420     WRITE MSGCRPT-RECORD
002430     MOVE SPACES TO MSGCRPT-RECORD
002440     MOVE " " TO RPT-CTL-CHAR
002450     MOVE "ACTION MSG  S OWNER    A STANDARD TEXT" TO RPT-TEXT
002460     MOVE "RESULT" TO RPT-TEXT(51:6)
002470     WRITE MSGCRPT-RECORD.
002480 1000-EXIT.
002490     EXIT.
002500
002510*---------------------------------------------------------------
002520* 2100-READ-MSGCUPD THRU 2100-EXIT.
002530*---------------------------------------------------------------
002540 2100-READ-MSGCUPD.
002550     READ MSGCUPD-FILE
002560         AT END
002570             SET WS-END-OF-MSGCUPD TO TRUE
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
002730                 PERFORM 3100-ADD-MESSAGE THRU 3100-EXIT
002740             WHEN UPD-ACTION-CHANGE
002750                 PERFORM 3200-CHANGE-MESSAGE THRU 3200-EXIT
002760             WHEN UPD-ACTION-DELETE
002770                 PERFORM 3300-DELETE-MESSAGE THRU 3300-EXIT
002780             WHEN OTHER
002790                 MOVE "REJECTED - UNKNOWN ACTION" TO
002800                     WS-RESULT-TEXT
002810         END-EVALUATE
002820     END-IF
002830     PERFORM 7000-WRITE-REGISTER THRU 7000-EXIT
002840     PERFORM 2100-READ-MSGCUPD THRU 2100-EXIT.
002850 2200-EXIT.
002860     EXIT.
002870
002880*---------------------------------------------------------------
002890* 2500-EDIT-CARD THRU 2500-EXIT.
002900*   SCREENS THE MESSAGE NUMBER ON EVERY CARD THROUGH THE SHARED
002910*   EDITCHK ROUTINE.  A DELETE IS KEY-ONLY.  AN ADD MUST CARRY
002920*   A VALID SEVERITY AND ACTION CODE, AN OWNER AND A STANDARD
002930*   TEXT; A CHANGE MUST CARRY AT LEAST ONE FIELD, AND ANY
002940*   SEVERITY OR ACTION CODE IT CARRIES MUST BE VALID.
002950*---------------------------------------------------------------
002960 2500-EDIT-CARD.
002970     SET WS-EDIT-VALID TO TRUE
002980     MOVE "MSGNUM  " TO EC-FIELD-NAME
002990     MOVE SPACES TO EC-FIELD-VALUE
003000     MOVE UPD-MSG-NUMBER TO EC-FIELD-VALUE
003010     MOVE 4 TO EC-FIELD-LEN
003020     SET EC-TYPE-NUMERIC TO TRUE
003030     CALL "EDITCHK" USING EDITCHK-RECORD
003040     IF EC-FIELD-INVALID
003050         PERFORM 2590-EDIT-REJECT THRU 2590-EXIT
003060         GO TO 2500-EXIT
003070     END-IF
003080     IF UPD-ACTION-DELETE
003090         GO TO 2500-EXIT
003100     END-IF
003110     IF UPD-ACTION-CHANGE
003120             AND UPD-SEVERITY = SPACE
003130             AND UPD-OWNER = SPACES
003140             AND UPD-ACTION-CODE = SPACE
003150             AND UPD-STD-TEXT = SPACES
003160             AND UPD-ACTION-TEXT = SPACES
003170         MOVE "NOTHING TO CHANGE" TO EC-REASON-TEXT
003180         PERFORM 2590-EDIT-REJECT THRU 2590-EXIT
003190         GO TO 2500-EXIT
003200     END-IF
003210     IF NOT UPD-SEVERITY-VALID
003220             AND (UPD-ACTION-ADD OR UPD-SEVERITY NOT = SPACE)
003230         MOVE "SEVERITY MUST BE I, W OR S" TO EC-REASON-TEXT
003240         PERFORM 2590-EDIT-REJECT THRU 2590-EXIT
003250         GO TO 2500-EXIT
003260     END-IF
003270     IF NOT UPD-ACTION-CODE-VALID
003280             AND (UPD-ACTION-ADD OR UPD-ACTION-CODE NOT = SPACE)
003290         MOVE "ACTION CODE MUST BE R, S, D OR I" TO EC-REASON-TEXT
003300         PERFORM 2590-EDIT-REJECT THRU 2590-EXIT
003310         GO TO 2500-EXIT
003320     END-IF
003330     IF UPD-ACTION-ADD
003340             AND (UPD-OWNER = SPACES OR UPD-STD-TEXT = SPACES)
003350         MOVE "OWNER AND STANDARD TEXT REQUIRED" TO EC-REASON-TEXT
003360         PERFORM 2590-EDIT-REJECT THRU 2590-EXIT
003370     END-IF.
003380 2500-EXIT.
003390     EXIT.
003400
003410*---------------------------------------------------------------
003420* 2590-EDIT-REJECT THRU 2590-EXIT.
003430*   BUILDS THE REGISTER RESULT FOR A CARD THAT FAILED ITS
003440*   EDIT CHECK.
003450*---------------------------------------------------------------
003460 2590-EDIT-REJECT.
003470     SET WS-EDIT-INVALID TO TRUE
003480     MOVE SPACES TO WS-RESULT-TEXT
003490     STRING "REJECTED - " DELIMITED BY SIZE
003500         EC-REASON-TEXT DELIMITED BY SIZE
003510         INTO WS-RESULT-TEXT.
003520 2590-EXIT.
003530     EXIT.
003540
003550*---------------------------------------------------------------
003560* 3100-ADD-MESSAGE THRU 3100-EXIT.
003570*   CATALOGS A NEW MESSAGE NUMBER.
003580*---------------------------------------------------------------
003590 3100-ADD-MESSAGE.
003600     MOVE SPACES TO MSGCAT-RECORD
003610     MOVE UPD-MSG-NUMBER-N TO MCT-MSG-NUMBER
003620     MOVE UPD-SEVERITY TO MCT-SEVERITY
003630     MOVE UPD-OWNER TO MCT-OWNER
003640     MOVE UPD-ACTION-CODE TO MCT-ACTION-CODE
003650     MOVE UPD-STD-TEXT TO MCT-STD-TEXT
003660     MOVE UPD-ACTION-TEXT TO MCT-ACTION-TEXT
003670     MOVE WS-RUN-DATE TO MCT-LAST-CHANGED
003680     WRITE MSGCAT-RECORD
003690         INVALID KEY
003700             MOVE "REJECTED - ALREADY ON CATALOG" TO
003710                 WS-RESULT-TEXT
003720         NOT INVALID KEY
003730             ADD 1 TO WS-ADD-COUNT
003740             MOVE "ADDED" TO WS-RESULT-TEXT
003750             PERFORM 6100-AUDIT-AFTER THRU 6100-EXIT
003760     END-WRITE.
003770 3100-EXIT.
003780     EXIT.
003790
003800*---------------------------------------------------------------
003810* 3200-CHANGE-MESSAGE THRU 3200-EXIT.
003820*   CORRECTS AN ENTRY ALREADY ON THE CATALOG FROM THE FIELDS
003830*   GIVEN ON THE CARD.  THE BEFORE IMAGE IS LOGGED FIRST, THEN
003840*   THE AFTER IMAGE.
003850*---------------------------------------------------------------
003860 3200-CHANGE-MESSAGE.
003870     MOVE UPD-MSG-NUMBER-N TO MCT-MSG-NUMBER
003880     READ MSGCAT-FILE
003890         INVALID KEY
003900             MOVE "REJECTED - NOT ON CATALOG" TO WS-RESULT-TEXT
003910             GO TO 3200-EXIT
003920     END-READ
003930     PERFORM 6000-AUDIT-BEFORE THRU 6000-EXIT
003940     IF UPD-SEVERITY NOT = SPACE
003950         MOVE UPD-SEVERITY TO MCT-SEVERITY
003960     END-IF
003970     IF UPD-OWNER NOT = SPACES
003980         MOVE UPD-OWNER TO MCT-OWNER
003990     END-IF
004000     IF UPD-ACTION-CODE NOT = SPACE
004010         MOVE UPD-ACTION-CODE TO MCT-ACTION-CODE
004020     END-IF
004030     IF UPD-STD-TEXT NOT = SPACES
004040         MOVE UPD-STD-TEXT TO MCT-STD-TEXT
004050     END-IF
004060     IF UPD-ACTION-TEXT NOT = SPACES
004070         MOVE UPD-ACTION-TEXT TO MCT-ACTION-TEXT
004080     END-IF
004090     MOVE WS-RUN-DATE TO MCT-LAST-CHANGED
004100     REWRITE MSGCAT-RECORD
004110         INVALID KEY
004120             MOVE "REJECTED - REWRITE FAILED" TO WS-RESULT-TEXT
004130         NOT INVALID KEY
004140             ADD 1 TO WS-CHANGE-COUNT
004150             MOVE "CHANGED" TO WS-RESULT-TEXT
004160             PERFORM 6100-AUDIT-AFTER THRU 6100-EXIT
004170     END-REWRITE.
004180 3200-EXIT.
004190     EXIT.
004200
004210*---------------------------------------------------------------
004220* 3300-DELETE-MESSAGE THRU 3300-EXIT.
004230*   TAKES A NUMBER OFF THE CATALOG.  ANY PROGRAM STILL RAISING
004240*   IT IS THEN LOGGED AS UNCATALOGED BY MSGWRT.
004250*---------------------------------------------------------------
004260 3300-DELETE-MESSAGE.
004270     MOVE UPD-MSG-NUMBER-N TO MCT-MSG-NUMBER
004280     READ MSGCAT-FILE
004290         INVALID KEY
004300             MOVE "REJECTED - NOT ON CATALOG" TO WS-RESULT-TEXT
004310             GO TO 3300-EXIT
004320     END-READ
004330     PERFORM 6000-AUDIT-BEFORE THRU 6000-EXIT
004340     DELETE MSGCAT-FILE
004350         INVALID KEY
004360             MOVE "REJECTED - DELETE FAILED" TO WS-RESULT-TEXT
004370         NOT INVALID KEY
004380             ADD 1 TO WS-DELETE-COUNT
004390             MOVE "DELETED" TO WS-RESULT-TEXT
004400     END-DELETE.
004410 3300-EXIT.
004420     EXIT.
004430
004440*---------------------------------------------------------------
004450* 6000-AUDIT-BEFORE THRU 6000-EXIT.
004460*   WRITES THE BEFORE IMAGE OF THE CATALOG RECORD JUST READ:
004470*   NUMBER, SEVERITY, OWNER, ACTION CODE AND THE LEADING 22
004480*   CHARACTERS OF THE STANDARD TEXT.
004490*---------------------------------------------------------------
004500 6000-AUDIT-BEFORE.
004510     PERFORM 6050-BUILD-IMAGE THRU 6050-EXIT
004520     MOVE "BEFORE IMAGE" TO AUDIT-OUTCOME
004530     PERFORM 6500-WRITE-AUDIT THRU 6500-EXIT.
004540 6000-EXIT.
004550     EXIT.
004560
004570*---------------------------------------------------------------
004580* 6050-BUILD-IMAGE THRU 6050-EXIT.
004590*   FORMATS THE CURRENT CATALOG RECORD INTO WS-AUDIT-INPUT.
004600*---------------------------------------------------------------
004610 6050-BUILD-IMAGE.
004620     MOVE SPACES TO WS-AUDIT-INPUT
004630     STRING MCT-MSG-NUMBER DELIMITED BY SIZE
004640         " " DELIMITED BY SIZE
004650         MCT-SEVERITY DELIMITED BY SIZE
004660         " " DELIMITED BY SIZE
004670         MCT-OWNER DELIMITED BY SIZE
004680         " " DELIMITED BY SIZE
004690         MCT-ACTION-CODE DELIMITED BY SIZE
004700         " " DELIMITED BY SIZE
004710         MCT-STD-TEXT(1:22) DELIMITED BY SIZE
004720         INTO WS-AUDIT-INPUT.
004730 6050-EXIT.
004740     EXIT.
004750
004760*---------------------------------------------------------------
004770* 6100-AUDIT-AFTER THRU 6100-EXIT.
004780*   WRITES THE AFTER IMAGE OF THE CATALOG RECORD JUST WRITTEN
004790*   OR REWRITTEN, IN THE SAME FORM AS THE BEFORE IMAGE.
004800*---------------------------------------------------------------
004810 6100-AUDIT-AFTER.
004820     PERFORM 6050-BUILD-IMAGE THRU 6050-EXIT
004830     MOVE "AFTER IMAGE" TO AUDIT-OUTCOME
004840     PERFORM 6500-WRITE-AUDIT THRU 6500-EXIT.
004850 6100-EXIT.
004860     EXIT.
004870
004880*---------------------------------------------------------------
004890* 6500-WRITE-AUDIT THRU 6500-EXIT.
004900*   WRITES ONE COMMON AUDIT-LOG-RECORD.  WS-AUDIT-INPUT AND
004910*   AUDIT-OUTCOME MUST ALREADY BE SET.
004920*---------------------------------------------------------------
004930 6500-WRITE-AUDIT.
004940     MOVE "MSGCMNT" TO AUDIT-PROGRAM-NAME
004950     MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
004960     MOVE WS-RUN-TIME TO AUDIT-RUN-TIME
004970     MOVE "MSGCMNT" TO AUDIT-OPERATOR-ID
004980     MOVE WS-AUDIT-INPUT TO AUDIT-INPUT-VALUES
004990     SET AUDIT-DETAIL TO TRUE
005000     MOVE WS-RUN-TIME TO AUDIT-RUN-NUMBER
005010     ADD 1 TO WS-AUDIT-SEQ
005020     MOVE WS-AUDIT-SEQ TO AUDIT-SEQ-NO
005030     WRITE AUDIT-LOG-RECORD.
005040 6500-EXIT.
005050     EXIT.
005060
005070*---------------------------------------------------------------
005080* 6600-WRITE-AUDIT-TRAILER THRU 6600-EXIT.
005090*   CLOSES THE AUDIT TRAIL WITH A TRAILER RECORD GIVING THE
005100*   RUN'S DETAIL-RECORD COUNT.
005110*---------------------------------------------------------------
005120 6600-WRITE-AUDIT-TRAILER.
005130     MOVE SPACES TO AUDIT-LOG-RECORD
005140     MOVE "MSGCMNT" TO AUDIT-PROGRAM-NAME
005150     MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
005160     MOVE WS-RUN-TIME TO AUDIT-RUN-TIME
005170     MOVE "MSGCMNT" TO AUDIT-OPERATOR-ID
005180     MOVE WS-AUDIT-SEQ TO WS-AUDIT-COUNT-ED
005190     MOVE SPACES TO WS-AUDIT-INPUT
005200     STRING "RECORD COUNT " DELIMITED BY SIZE
005210         WS-AUDIT-COUNT-ED DELIMITED BY SIZE
005220         INTO WS-AUDIT-INPUT
005230     MOVE WS-AUDIT-INPUT TO AUDIT-INPUT-VALUES
005240     MOVE "END OF RUN" TO AUDIT-OUTCOME
005250     SET AUDIT-TRAILER TO TRUE
005260     MOVE WS-RUN-TIME TO AUDIT-RUN-NUMBER
005270     MOVE WS-AUDIT-SEQ TO AUDIT-SEQ-NO
005280     WRITE AUDIT-LOG-RECORD.
005290 6600-EXIT.
005300     EXIT.
005310
005320*---------------------------------------------------------------
005330* 7000-WRITE-REGISTER THRU 7000-EXIT.
005340*   THE REGISTER SHOWS THE LEADING 24 CHARACTERS OF THE
005350*   STANDARD TEXT KEYED ON THE CARD.
005360*---------------------------------------------------------------
005370 7000-WRITE-REGISTER.
005380     IF WS-RESULT-TEXT(1:8) = "REJECTED"
005390         ADD 1 TO WS-REJECTED-COUNT
005400     END-IF
005410     MOVE SPACES TO WS-PRINT-LINE
005420     STRING UPD-ACTION DELIMITED BY SIZE
005430         " " DELIMITED BY SIZE
005440         UPD-MSG-NUMBER DELIMITED BY SIZE
005450         " " DELIMITED BY SIZE
005460         UPD-SEVERITY DELIMITED BY SIZE
005470         " " DELIMITED BY SIZE
005480         UPD-OWNER DELIMITED BY SIZE
005490         " " DELIMITED BY SIZE
005500         UPD-ACTION-CODE DELIMITED BY SIZE
005510         " " DELIMITED BY SIZE
005520         UPD-STD-TEXT(1:24) DELIMITED BY SIZE
005530         " " DELIMITED BY SIZE
005540         WS-RESULT-TEXT DELIMITED BY SIZE
005550         INTO WS-PRINT-LINE
005560     MOVE SPACES TO MSGCRPT-RECORD
005570     MOVE " " TO RPT-CTL-CHAR
005580     MOVE WS-PRINT-LINE TO RPT-TEXT
005590     WRITE MSGCRPT-RECORD.
005600 7000-EXIT.
005610     EXIT.
005620
005630*---------------------------------------------------------------
005640* 8000-WRITE-TOTALS THRU 8000-EXIT.
005650*---------------------------------------------------------------
005660 8000-WRITE-TOTALS.
005670     MOVE SPACES TO MSGCRPT-RECORD
005680     MOVE " " TO RPT-CTL-CHAR
005690     WRITE MSGCRPT-RECORD
005700     MOVE WS-ADD-COUNT TO WS-RPT-COUNT
005710     MOVE "MESSAGES ADDED..... " TO WS-PRINT-LINE
005720     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
005730     MOVE WS-CHANGE-COUNT TO WS-RPT-COUNT
005740     MOVE "MESSAGES CHANGED... " TO WS-PRINT-LINE
005750     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
005760     MOVE WS-DELETE-COUNT TO WS-RPT-COUNT
005770     MOVE "MESSAGES DELETED... " TO WS-PRINT-LINE
005780     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
005790     MOVE WS-REJECTED-COUNT TO WS-RPT-COUNT
005800     MOVE "ACTIONS REJECTED... " TO WS-PRINT-LINE
005810     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
005820 8000-EXIT.
005830     EXIT.
005840
005850*---------------------------------------------------------------
005860* 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
005870*   PRINTS THE LABEL ALREADY IN WS-PRINT-LINE WITH THE COUNT
005880*   IN WS-RPT-COUNT.
005890*---------------------------------------------------------------
005900 8100-WRITE-TOTAL-LINE.
005910     MOVE WS-RPT-COUNT TO WS-PRINT-LINE(21:7)
005920     MOVE SPACES TO MSGCRPT-RECORD
005930     MOVE " " TO RPT-CTL-CHAR
005940     MOVE WS-PRINT-LINE TO RPT-TEXT
005950     WRITE MSGCRPT-RECORD.
005960 8100-EXIT.
005970     EXIT.
005980
005990 END PROGRAM MSGCMNT.
