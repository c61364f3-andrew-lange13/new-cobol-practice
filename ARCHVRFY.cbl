000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ARCHVRFY.
000030 AUTHOR. J H MILLARD.
000040 INSTALLATION. HOME OFFICE DATA CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070****************************************************************
000080*                                                               *
000090* ARCHVRFY PROVES THE ARCHHIST AUDIT/REJECT HISTORY HAS NOT     *
000100* BEEN TOUCHED SINCE ARCHIVER SEALED IT.  IT RE-READS ARCHHIST  *
000110* FRONT TO BACK, RECOUNTING THE AUDIT AND REJECT RECORDS BY     *
000120* PROGRAM AND REFOLDING THE SEALHASH DAY HASH OVER EVERY RECORD *
000130* SINCE THE LAST SEAL, AND AT EACH SEAL RECORD CHECKS:          *
000140*   - THE COUNTS AND THE DAY HASH AGAINST THE SEAL (A CHANGED,  *
000150*     ADDED OR REMOVED RECORD);                                 *
000160*   - THE CHAIN HASH, REFOLDED FROM THE PREVIOUS SEAL'S HASH    *
000170*     (AN ALTERED SEAL);                                        *
000180*   - THE PREVIOUS DATE AND HASH THE SEAL NAMES AGAINST THE     *
000190*     SEAL BEFORE IT ON FILE (A MISSING DAY OR A BROKEN CHAIN). *
000200* THE FIRST SEAL ON FILE NAMES A DAY ALREADY PURGED; IF THAT    *
000210* DAY IS STILL INSIDE THE ARCHCTL RETENTION PERIOD, DAYS HAVE   *
000220* GONE MISSING FROM THE FRONT.  RECORDS AFTER THE LAST SEAL ARE *
000230* UNSEALED.  EVERY SEAL IS LISTED ON AVRFYRPT WITH ITS RESULT.  *
000240* ANY EXCEPTION SETS RETURN CODE 12 WITH SEVERE MESSAGE 44; A   *
000250* HISTORY WITH RECORDS BUT NO SEAL YET GIVES 4 WITH WARNING 45; *
000260* AN UNREADABLE ARCHHIST OR REPORT GIVES 16.                    *
000270*                                                               *
000280****************************************************************
000290*MODIFICATION HISTORY
000300*DATE       INIT DESCRIPTION
000310*2026-10-15 JHM  ORIGINAL PROGRAM, MODELED ON ARCHQRY.
000320****************************************************************
000330
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-370.
000370 OBJECT-COMPUTER. IBM-370.
000380
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT ARCHCTL-FILE ASSIGN TO "ARCHCTL"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-ARCHCTL-STATUS.
000440     SELECT ARCHHIST-FILE ASSIGN TO "ARCHHIST"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-ARCHHIST-STATUS.
000470     SELECT AVRFYRPT-FILE ASSIGN TO "AVRFYRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-AVRFYRPT-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530*---------------------------------------------------------------
000540* ARCHCTL-FILE - ARCHIVER'S RETENTION CONTROL RECORD, READ ONCE.
000550*---------------------------------------------------------------
000560 FD  ARCHCTL-FILE.
000570 01  ARCHCTL-RECORD.
000580     05  CTL-RETENTION-DAYS      PIC 9(03).
000590     05  FILLER                  PIC X(77).
000600
000610*---------------------------------------------------------------
000620* ARCHHIST-FILE - THE CUMULATIVE AUDIT/REJECT HISTORY WRITTEN
000630* BY ARCHIVER.  RECORD TYPE A=AUDIT, R=REJECT, S=SEAL; A SEAL
000640* PAYLOAD IS ARCHSEAL.
000650*---------------------------------------------------------------
000660 FD  ARCHHIST-FILE.
000670 01  ARCHHIST-RECORD.
000680     05  ARC-RUN-DATE            PIC 9(08).
000690     05  ARC-RECORD-TYPE         PIC X(01).
000700     05  ARC-PROGRAM-NAME        PIC X(08).
000710     05  ARC-PAYLOAD             PIC X(126).
000720
000730*---------------------------------------------------------------
000740* AVRFYRPT-FILE - THE SEAL VERIFICATION REPORT.  COLUMN ONE IS
000750* A STANDARD PRINTER CARRIAGE-CONTROL CHARACTER.
000760*---------------------------------------------------------------
000770 FD  AVRFYRPT-FILE.
000780 01  AVRFYRPT-RECORD.
000790     05  RPT-CTL-CHAR            PIC X(01).
000800     05  RPT-TEXT                PIC X(80).
000810
000820 WORKING-STORAGE SECTION.
000830*---------------------------------------------------------------
000840* FILE STATUS FIELDS AND SWITCHES.
000850*---------------------------------------------------------------
000860 77  WS-ARCHCTL-STATUS           PIC X(02).
000870     88  WS-ARCHCTL-OK                   VALUE "00".
000880 77  WS-ARCHHIST-STATUS          PIC X(02).
000890     88  WS-ARCHHIST-OK                  VALUE "00".
000900 77  WS-AVRFYRPT-STATUS          PIC X(02).
000910     88  WS-AVRFYRPT-OK                  VALUE "00".
000920
000930 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000940     88  WS-END-OF-FILE                  VALUE "Y".
000950 77  WS-FIRST-SEAL-SW            PIC X(01) VALUE "Y".
000960     88  WS-FIRST-SEAL                   VALUE "Y".
000970 77  WS-SEAL-OK-SW               PIC X(01) VALUE "Y".
000980     88  WS-SEAL-OK                      VALUE "Y".
000990
001000*---------------------------------------------------------------
001010* RETENTION, FOR JUDGING THE FRONT OF THE HISTORY.  THE CUTOFF
001020* IS THE LAST SEAL'S DATE LESS THE RETENTION PERIOD - THE SAME
001030* CUTOFF ARCHIVER PURGED TO WHEN IT WROTE THAT SEAL.
001040*---------------------------------------------------------------
001050 77  WS-RETENTION-DAYS           PIC 9(03) VALUE 90.
001060 77  WS-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
001070 77  WS-DATE-INTEGER             PIC 9(08) COMP.
001080
001090*---------------------------------------------------------------
001100* THE SEAL BLOCK BEING RECOMPUTED: COUNTS BY PROGRAM AND THE
001110* DAY HASH OF EVERY RECORD SINCE THE LAST SEAL.  PROGRAM SLOT
001120* 5 TAKES ANY PROGRAM NOT NAMED IN SLOTS 1-4, AS IN ARCHIVER.
001130*---------------------------------------------------------------
001140 77  WS-BLOCK-COUNT              PIC 9(07) COMP VALUE ZERO.
001150 77  WS-DAY-HASH                 PIC 9(09) VALUE 7.
001160 77  WS-PGM-IDX                  PIC 9(01) COMP.
001170 01  WS-SEAL-PROGRAM-LIST        PIC X(40) VALUE
001180     "CALCULATGUESS-A-PALINDRO99BOTTLE*OTHER* ".
001190 01  WS-SEAL-PROGRAMS REDEFINES WS-SEAL-PROGRAM-LIST.
001200     05  WS-SEAL-PGM             PIC X(08) OCCURS 5 TIMES.
001210 01  WS-BLOCK-TOTALS.
001220     05  WS-BLK-ENTRY            OCCURS 5 TIMES.
001230         10  WS-BLK-AUDITS       PIC 9(05) COMP.
001240         10  WS-BLK-REJECTS      PIC 9(05) COMP.
001250
001260*---------------------------------------------------------------
001270* THE LAST SEAL ON FILE, FOR THE CHAIN CHECK ON THE NEXT ONE,
001280* AND THE DAY THE FIRST SEAL NAMES AS ITS PREDECESSOR.
001290*---------------------------------------------------------------
001300 77  WS-LAST-SEAL-DATE           PIC 9(08) VALUE ZERO.
001310 77  WS-LAST-SEAL-HASH           PIC 9(09) VALUE ZERO.
001320 77  WS-SEAL-CHAIN-HASH          PIC 9(09) VALUE ZERO.
001330 77  WS-FIRST-PREV-DATE          PIC 9(08) VALUE ZERO.
001340 77  WS-FIRST-EXCEPTION-DATE     PIC 9(08) VALUE ZERO.
001350
001360*---------------------------------------------------------------
001370* RUN COUNTERS FOR THE TOTALS AND THE RETURN CODE.
001380*---------------------------------------------------------------
001390 77  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
001400 77  WS-SEAL-COUNT               PIC 9(05) COMP VALUE ZERO.
001410 77  WS-GOOD-SEAL-COUNT          PIC 9(05) COMP VALUE ZERO.
001420 77  WS-BAD-SEAL-COUNT           PIC 9(05) COMP VALUE ZERO.
001430 77  WS-EXCEPTION-COUNT          PIC 9(05) COMP VALUE ZERO.
001440 77  WS-UNSEALED-COUNT           PIC 9(07) COMP VALUE ZERO.
001450 01  WS-RPT-COUNT                PIC ZZZZZZ9.
001460 01  WS-RPT-LABEL                PIC X(28).
001470
001480*---------------------------------------------------------------
001490* PRINT-FILE PAGINATION, HEADING AND DETAIL-LINE WORK FIELDS.
001500*---------------------------------------------------------------
001510 77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
001520 77  WS-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
001530 77  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.
001540 01  WS-PAGE-COUNT-ED            PIC ZZ9.
001550 01  WS-RUN-DATE-RAW             PIC 9(06).
001560 01  WS-RUN-DATE-ED              PIC 99/99/99.
001570 01  WS-PRINT-LINE               PIC X(80).
001580 01  WS-EXCEPTION-TEXT           PIC X(70).
001590 01  WS-SEAL-LINE.
001600     05  WS-SL-DATE              PIC 9(08).
001610     05  FILLER                  PIC X(02) VALUE SPACES.
001620     05  WS-SL-RECORDS           PIC ZZZZZZ9.
001630     05  FILLER                  PIC X(02) VALUE SPACES.
001640     05  WS-SL-DAY-HASH          PIC 9(09).
001650     05  FILLER                  PIC X(02) VALUE SPACES.
001660     05  WS-SL-CHAIN-HASH        PIC 9(09).
001670     05  FILLER                  PIC X(02) VALUE SPACES.
001680     05  WS-SL-RESULT            PIC X(20).
001690 01  WS-COUNT-LINE.
001700     05  FILLER                  PIC X(06) VALUE SPACES.
001710     05  WS-CL-PROGRAM           PIC X(08).
001720     05  FILLER                  PIC X(13) VALUE " SEAL AUDITS ".
001730     05  WS-CL-SEAL-AUD          PIC ZZZZ9.
001740     05  FILLER                  PIC X(09) VALUE " REJECTS ".
001750     05  WS-CL-SEAL-REJ          PIC ZZZZ9.
001760     05  FILLER                  PIC X(14) VALUE "  FOUND AUDITS".
001770     05  WS-CL-FOUND-AUD         PIC ZZZZZ9.
001780     05  FILLER                  PIC X(09) VALUE " REJECTS ".
001790     05  WS-CL-FOUND-REJ         PIC ZZZZ9.
001800 01  WS-DISPLAY-COUNT            PIC ZZZZ9.
001810
001820*---------------------------------------------------------------
001830* EXCEPTION LINES HELD WHILE A SEAL IS CHECKED, SO THEY PRINT
001840* UNDER ITS SEAL LINE.  FIVE PROGRAMS AT TWO LINES EACH PLUS THE
001850* HASH AND CHAIN CHECKS NEVER EXCEED 16.
001860*---------------------------------------------------------------
001870 77  WS-HELD-COUNT               PIC 9(02) COMP VALUE ZERO.
001880 77  WS-HELD-IDX                 PIC 9(02) COMP.
001890 01  WS-HELD-LINES.
001900     05  WS-HELD-LINE            PIC X(80) OCCURS 16 TIMES.
001910
001920*---------------------------------------------------------------
001930* SHARED WORK RECORDS: THE SEAL PAYLOAD, THE SEALHASH LINKAGE
001940* AND THE MSGWRT LINKAGE FOR THE EXCEPTION MESSAGE.
001950*---------------------------------------------------------------
001960 COPY ARCHSEAL.
001970 COPY SEALHREC.
001980 COPY MSGWRTREC.
001990
002000 PROCEDURE DIVISION.
002010*---------------------------------------------------------------
002020* 0000-MAINLINE.
002030*---------------------------------------------------------------
002040 0000-MAINLINE.
002050     MOVE ZERO TO RETURN-CODE
002060     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002070     IF RETURN-CODE NOT = 16
002080         PERFORM 2000-READ-ONE THRU 2000-EXIT
002090             UNTIL WS-END-OF-FILE
002100         PERFORM 5000-CHECK-ENDS THRU 5000-EXIT
002110         PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
002120         CLOSE ARCHHIST-FILE
002130         CLOSE AVRFYRPT-FILE
002140         PERFORM 8500-SET-RESULT THRU 8500-EXIT
002150     END-IF
002160     GOBACK.
002170
002180*---------------------------------------------------------------
002190* 1000-INITIALIZE THRU 1000-EXIT.
002200*   PICKS UP THE RETENTION PERIOD (DEFAULT 90 DAYS, AS IN
002210*   ARCHIVER) AND OPENS THE HISTORY AND THE REPORT.
002220*---------------------------------------------------------------
002230 1000-INITIALIZE.
002240     ACCEPT WS-RUN-DATE-RAW FROM DATE
002250     MOVE WS-RUN-DATE-RAW TO WS-RUN-DATE-ED
002260     OPEN INPUT ARCHCTL-FILE
002270     IF WS-ARCHCTL-OK
002280         READ ARCHCTL-FILE
002290             AT END
002300                 MOVE SPACES TO ARCHCTL-RECORD
002310         END-READ
002320         CLOSE ARCHCTL-FILE
002330         IF CTL-RETENTION-DAYS NUMERIC
002340                 AND CTL-RETENTION-DAYS > ZERO
002350             MOVE CTL-RETENTION-DAYS TO WS-RETENTION-DAYS
002360         END-IF
002370     END-IF
002380     PERFORM 3650-RESET-BLOCK THRU 3650-EXIT
002390     OPEN INPUT ARCHHIST-FILE
002400     IF NOT WS-ARCHHIST-OK
002410         DISPLAY "ARCHVRFY: UNABLE TO OPEN ARCHHIST, STATUS "
002420             WS-ARCHHIST-STATUS
002430         MOVE 16 TO RETURN-CODE
002440         GO TO 1000-EXIT
002450     END-IF
002460     OPEN OUTPUT AVRFYRPT-FILE
002470     IF NOT WS-AVRFYRPT-OK
002480         DISPLAY "ARCHVRFY: UNABLE TO OPEN AVRFYRPT, STATUS "
002490             WS-AVRFYRPT-STATUS
002500         MOVE 16 TO RETURN-CODE
002510         CLOSE ARCHHIST-FILE
002520         GO TO 1000-EXIT
002530     END-IF
002540     PERFORM 9000-WRITE-HEADERS THRU 9000-EXIT.
002550 1000-EXIT.
002560     EXIT.
002570
002580*---------------------------------------------------------------
002590* 2000-READ-ONE THRU 2000-EXIT.
002600*   A SEAL RECORD IS CHECKED AGAINST THE BLOCK BEFORE IT; ANY
002610*   OTHER RECORD IS FOLDED INTO THE BLOCK.
002620*---------------------------------------------------------------
002630 2000-READ-ONE.
002640     READ ARCHHIST-FILE
002650         AT END
002660             SET WS-END-OF-FILE TO TRUE
002670             GO TO 2000-EXIT
002680     END-READ
002690     ADD 1 TO WS-READ-COUNT
002700     IF ARC-RECORD-TYPE = "S"
002710         PERFORM 3000-CHECK-SEAL THRU 3000-EXIT
002720         PERFORM 3650-RESET-BLOCK THRU 3650-EXIT
002730     ELSE
002740         PERFORM 3600-FOLD-ONE THRU 3600-EXIT
002750     END-IF.
002760 2000-EXIT.
002770     EXIT.
002780
002790*---------------------------------------------------------------
002800* 3000-CHECK-SEAL THRU 3000-EXIT.
002810*   RUNS THE CHECKS, HOLDING BACK THE EXCEPTION LINES, THEN
002820*   PRINTS THE SEAL LINE WITH ITS RESULT AND THE HELD LINES
002830*   UNDER IT.
002840*---------------------------------------------------------------
002850 3000-CHECK-SEAL.
002860     ADD 1 TO WS-SEAL-COUNT
002870     MOVE "Y" TO WS-SEAL-OK-SW
002880     MOVE ZERO TO WS-HELD-COUNT
002890     MOVE ARC-PAYLOAD TO ARCHIVE-SEAL-RECORD
002900     MOVE SPACES TO WS-PRINT-LINE
002910     MOVE ARC-RUN-DATE TO WS-SL-DATE
002920     MOVE WS-BLOCK-COUNT TO WS-SL-RECORDS
002930     MOVE ZERO TO WS-SL-DAY-HASH
002940     MOVE ZERO TO WS-SL-CHAIN-HASH
002950     IF SEAL-DAY-HASH NUMERIC
002960         MOVE SEAL-DAY-HASH TO WS-SL-DAY-HASH
002970     END-IF
002980     IF SEAL-CHAIN-HASH NUMERIC
002990         MOVE SEAL-CHAIN-HASH TO WS-SL-CHAIN-HASH
003000     END-IF
003010     PERFORM 3100-CHECK-CONTENTS THRU 3100-EXIT
003020     PERFORM 3200-CHECK-SEAL-HASH THRU 3200-EXIT
003030     PERFORM 3300-CHECK-CHAIN THRU 3300-EXIT
003040     IF WS-SEAL-OK
003050         MOVE "SEALED OK" TO WS-SL-RESULT
003060         ADD 1 TO WS-GOOD-SEAL-COUNT
003070     ELSE
003080         MOVE "** EXCEPTION **" TO WS-SL-RESULT
003090         ADD 1 TO WS-BAD-SEAL-COUNT
003100     END-IF
003110     MOVE WS-SEAL-LINE TO WS-PRINT-LINE
003120     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
003130     PERFORM 3010-PRINT-HELD-LINE THRU 3010-EXIT
003140         VARYING WS-HELD-IDX FROM 1 BY 1
003150         UNTIL WS-HELD-IDX > WS-HELD-COUNT
003160     IF ARC-RUN-DATE NUMERIC
003170         MOVE ARC-RUN-DATE TO WS-LAST-SEAL-DATE
003180     END-IF
003190     IF SEAL-CHAIN-HASH NUMERIC
003200         MOVE SEAL-CHAIN-HASH TO WS-LAST-SEAL-HASH
003210     ELSE
003220         MOVE ZERO TO WS-LAST-SEAL-HASH
003230     END-IF
003240     MOVE "N" TO WS-FIRST-SEAL-SW.
003250 3000-EXIT.
003260     EXIT.
003270
003280 3010-PRINT-HELD-LINE.
003290     MOVE WS-HELD-LINE(WS-HELD-IDX) TO WS-PRINT-LINE
003300     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT.
003310 3010-EXIT.
003320     EXIT.
003330
003340*---------------------------------------------------------------
003350* 3100-CHECK-CONTENTS THRU 3100-EXIT.
003360*   THE BLOCK AS RECOUNTED AND REHASHED AGAINST THE SEAL, WITH
003370*   THE SEAL AND FOUND COUNTS SHOWN FOR ANY PROGRAM THAT
003380*   DISAGREES.
003390*---------------------------------------------------------------
003400 3100-CHECK-CONTENTS.
003410     IF SEAL-DAY-HASH NOT NUMERIC
003420             OR SEAL-DAY-HASH NOT = WS-DAY-HASH
003430         MOVE "RECORDS CHANGED - DAY HASH DOES NOT MATCH THE SEAL"
003440             TO WS-EXCEPTION-TEXT
003450         PERFORM 4000-EXCEPTION THRU 4000-EXIT
003460     END-IF
003470     PERFORM 3110-CHECK-ONE-COUNT THRU 3110-EXIT
003480         VARYING WS-PGM-IDX FROM 1 BY 1
003490         UNTIL WS-PGM-IDX > 5.
003500 3100-EXIT.
003510     EXIT.
003520
003530 3110-CHECK-ONE-COUNT.
003540     IF SEAL-AUDIT-COUNT(WS-PGM-IDX) NOT NUMERIC
003550             OR SEAL-REJECT-COUNT(WS-PGM-IDX) NOT NUMERIC
003560             OR SEAL-AUDIT-COUNT(WS-PGM-IDX)
003570                 NOT = WS-BLK-AUDITS(WS-PGM-IDX)
003580             OR SEAL-REJECT-COUNT(WS-PGM-IDX)
003590                 NOT = WS-BLK-REJECTS(WS-PGM-IDX)
003600         MOVE SPACES TO WS-EXCEPTION-TEXT
003610         STRING "RECORD COUNTS DO NOT MATCH THE SEAL FOR "
003620                 DELIMITED BY SIZE
003630             WS-SEAL-PGM(WS-PGM-IDX) DELIMITED BY SIZE
003640             INTO WS-EXCEPTION-TEXT
003650         PERFORM 4000-EXCEPTION THRU 4000-EXIT
003660         MOVE WS-SEAL-PGM(WS-PGM-IDX) TO WS-CL-PROGRAM
003670         MOVE ZERO TO WS-CL-SEAL-AUD
003680         MOVE ZERO TO WS-CL-SEAL-REJ
003690         IF SEAL-AUDIT-COUNT(WS-PGM-IDX) NUMERIC
003700             MOVE SEAL-AUDIT-COUNT(WS-PGM-IDX) TO WS-CL-SEAL-AUD
003710         END-IF
003720         IF SEAL-REJECT-COUNT(WS-PGM-IDX) NUMERIC
003730             MOVE SEAL-REJECT-COUNT(WS-PGM-IDX) TO WS-CL-SEAL-REJ
003740         END-IF
003750         MOVE WS-BLK-AUDITS(WS-PGM-IDX) TO WS-CL-FOUND-AUD
003760         MOVE WS-BLK-REJECTS(WS-PGM-IDX) TO WS-CL-FOUND-REJ
003770         MOVE WS-COUNT-LINE TO WS-PRINT-LINE
003780         PERFORM 4100-HOLD-OR-PRINT THRU 4100-EXIT
003790     END-IF.
003800 3110-EXIT.
003810     EXIT.
003820
003830*---------------------------------------------------------------
003840* 3200-CHECK-SEAL-HASH THRU 3200-EXIT.
003850*   REFOLDS THE SEAL RECORD, CHAIN HASH ZERO, FROM THE PREVIOUS
003860*   HASH THE SEAL NAMES.  A DIFFERENCE MEANS THE SEAL ITSELF -
003870*   ITS COUNTS, DATES OR HASHES - WAS CHANGED AFTER IT WAS
003880*   WRITTEN.
003890*---------------------------------------------------------------
003900 3200-CHECK-SEAL-HASH.
003910     IF SEAL-PREV-HASH NOT NUMERIC
003920             OR SEAL-CHAIN-HASH NOT NUMERIC
003930         MOVE "SEAL RECORD DAMAGED - HASH FIELDS NOT NUMERIC"
003940             TO WS-EXCEPTION-TEXT
003950         PERFORM 4000-EXCEPTION THRU 4000-EXIT
003960         GO TO 3200-EXIT
003970     END-IF
003980     MOVE SEAL-CHAIN-HASH TO WS-SEAL-CHAIN-HASH
003990     MOVE ZERO TO SEAL-CHAIN-HASH
004000     MOVE ARCHIVE-SEAL-RECORD TO ARC-PAYLOAD
004010     MOVE ARCHHIST-RECORD TO SH-HISTORY-RECORD
004020     MOVE WS-SEAL-CHAIN-HASH TO SEAL-CHAIN-HASH
004030     MOVE ARCHIVE-SEAL-RECORD TO ARC-PAYLOAD
004040     MOVE SEAL-PREV-HASH TO SH-HASH
004050     CALL "SEALHASH" USING SEALHASH-RECORD
004060     IF SH-HASH NOT = WS-SEAL-CHAIN-HASH
004070         MOVE "SEAL ALTERED - CHAIN HASH DOES NOT RECOMPUTE"
004080             TO WS-EXCEPTION-TEXT
004090         PERFORM 4000-EXCEPTION THRU 4000-EXIT
004100     END-IF.
004110 3200-EXIT.
004120     EXIT.
004130
004140*---------------------------------------------------------------
004150* 3300-CHECK-CHAIN THRU 3300-EXIT.
004160*   THE PREVIOUS SEAL THIS ONE NAMES MUST BE THE SEAL BEFORE IT
004170*   ON FILE.  A DIFFERENT DATE MEANS A DAY IS MISSING BETWEEN
004180*   THEM; THE SAME DATE WITH A DIFFERENT HASH, A BROKEN CHAIN.
004190*   THE FIRST SEAL ON FILE IS ONLY NOTED FOR 5000-CHECK-ENDS.
004200*---------------------------------------------------------------
004210 3300-CHECK-CHAIN.
004220     IF ARC-RUN-DATE NOT NUMERIC
004230             OR SEAL-PREV-DATE NOT NUMERIC
004240         MOVE "SEAL RECORD DAMAGED - DATES NOT NUMERIC"
004250             TO WS-EXCEPTION-TEXT
004260         PERFORM 4000-EXCEPTION THRU 4000-EXIT
004270         GO TO 3300-EXIT
004280     END-IF
004290     IF WS-FIRST-SEAL
004300         MOVE SEAL-PREV-DATE TO WS-FIRST-PREV-DATE
004310         GO TO 3300-EXIT
004320     END-IF
004330     IF ARC-RUN-DATE < WS-LAST-SEAL-DATE
004340         MOVE SPACES TO WS-EXCEPTION-TEXT
004350         STRING "SEAL OUT OF DATE ORDER - FOLLOWS SEAL OF "
004360                 DELIMITED BY SIZE
004370             WS-LAST-SEAL-DATE DELIMITED BY SIZE
004380             INTO WS-EXCEPTION-TEXT
004390         PERFORM 4000-EXCEPTION THRU 4000-EXIT
004400     END-IF
004410     IF SEAL-PREV-DATE NOT = WS-LAST-SEAL-DATE
004420         MOVE SPACES TO WS-EXCEPTION-TEXT
004430         STRING "DAY MISSING - SEAL FOLLOWS " DELIMITED BY SIZE
004440             SEAL-PREV-DATE DELIMITED BY SIZE
004450             ", FILE HAS " DELIMITED BY SIZE
004460             WS-LAST-SEAL-DATE DELIMITED BY SIZE
004470             INTO WS-EXCEPTION-TEXT
004480         PERFORM 4000-EXCEPTION THRU 4000-EXIT
004490         GO TO 3300-EXIT
004500     END-IF
004510     IF SEAL-PREV-HASH NOT NUMERIC
004520             OR SEAL-PREV-HASH NOT = WS-LAST-SEAL-HASH
004530         MOVE "CHAIN BROKEN - PREVIOUS SEAL HASH DOES NOT MATCH"
004540             TO WS-EXCEPTION-TEXT
004550         PERFORM 4000-EXCEPTION THRU 4000-EXIT
004560     END-IF.
004570 3300-EXIT.
004580     EXIT.
004590
004600*---------------------------------------------------------------
004610* 3600-FOLD-ONE THRU 3600-EXIT.
004620*   FOLDS THE HISTORY RECORD JUST READ INTO THE BLOCK EXACTLY
004630*   AS ARCHIVER DID WHEN IT SEALED IT.
004640*---------------------------------------------------------------
004650 3600-FOLD-ONE.
004660     MOVE 1 TO WS-PGM-IDX
004670     PERFORM 3610-NEXT-SEAL-PROGRAM THRU 3610-EXIT
004680         UNTIL WS-PGM-IDX = 5
004690         OR ARC-PROGRAM-NAME = WS-SEAL-PGM(WS-PGM-IDX)
004700     IF ARC-RECORD-TYPE = "A"
004710         ADD 1 TO WS-BLK-AUDITS(WS-PGM-IDX)
004720     ELSE
004730         ADD 1 TO WS-BLK-REJECTS(WS-PGM-IDX)
004740     END-IF
004750     ADD 1 TO WS-BLOCK-COUNT
004760     MOVE ARCHHIST-RECORD TO SH-HISTORY-RECORD
004770     MOVE WS-DAY-HASH TO SH-HASH
004780     CALL "SEALHASH" USING SEALHASH-RECORD
004790     MOVE SH-HASH TO WS-DAY-HASH.
004800 3600-EXIT.
004810     EXIT.
004820
004830 3610-NEXT-SEAL-PROGRAM.
004840     ADD 1 TO WS-PGM-IDX.
004850 3610-EXIT.
004860     EXIT.
004870
004880*---------------------------------------------------------------
004890* 3650-RESET-BLOCK THRU 3650-EXIT.
004900*---------------------------------------------------------------
004910 3650-RESET-BLOCK.
004920     PERFORM 3660-CLEAR-ONE-PROGRAM THRU 3660-EXIT
004930         VARYING WS-PGM-IDX FROM 1 BY 1
004940         UNTIL WS-PGM-IDX > 5
004950     MOVE ZERO TO WS-BLOCK-COUNT
004960     MOVE 7 TO WS-DAY-HASH.
004970 3650-EXIT.
004980     EXIT.
004990
005000 3660-CLEAR-ONE-PROGRAM.
005010     MOVE ZERO TO WS-BLK-AUDITS(WS-PGM-IDX)
005020     MOVE ZERO TO WS-BLK-REJECTS(WS-PGM-IDX).
005030 3660-EXIT.
005040     EXIT.
005050
005060*---------------------------------------------------------------
005070* 4000-EXCEPTION THRU 4000-EXIT.
005080*   COUNTS ONE EXCEPTION AND HOLDS ITS LINE FOR PRINTING UNDER
005090*   THE SEAL (OR PRINTS IT, AT THE END-OF-HISTORY CHECK).  THE
005100*   FIRST EXCEPTION'S DATE GOES INTO THE MSGWRT MESSAGE.
005110*---------------------------------------------------------------
005120 4000-EXCEPTION.
005130     ADD 1 TO WS-EXCEPTION-COUNT
005140     MOVE "N" TO WS-SEAL-OK-SW
005150     IF WS-FIRST-EXCEPTION-DATE = ZERO
005160         IF ARC-RUN-DATE NUMERIC AND NOT WS-END-OF-FILE
005170             MOVE ARC-RUN-DATE TO WS-FIRST-EXCEPTION-DATE
005180         ELSE
005190             MOVE WS-LAST-SEAL-DATE TO WS-FIRST-EXCEPTION-DATE
005200         END-IF
005210     END-IF
005220     MOVE SPACES TO WS-PRINT-LINE
005230     STRING "    ** " DELIMITED BY SIZE
005240         WS-EXCEPTION-TEXT DELIMITED BY SIZE
005250         INTO WS-PRINT-LINE
005260     PERFORM 4100-HOLD-OR-PRINT THRU 4100-EXIT.
005270 4000-EXIT.
005280     EXIT.
005290
005300*---------------------------------------------------------------
005310* 4100-HOLD-OR-PRINT THRU 4100-EXIT.
005320*   WHILE A SEAL IS BEING CHECKED THE LINE IS HELD UNTIL THE
005330*   SEAL LINE IS OUT; AFTER END OF FILE IT IS PRINTED AT ONCE.
005340*---------------------------------------------------------------
005350 4100-HOLD-OR-PRINT.
005360     IF WS-END-OF-FILE
005370         PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
005380     ELSE
005390         IF WS-HELD-COUNT < 16
005400             ADD 1 TO WS-HELD-COUNT
005410             MOVE WS-PRINT-LINE TO WS-HELD-LINE(WS-HELD-COUNT)
005420         END-IF
005430     END-IF.
005440 4100-EXIT.
005450     EXIT.
005460
005470*---------------------------------------------------------------
005480* 5000-CHECK-ENDS THRU 5000-EXIT.
005490*   THE TWO ENDS OF THE HISTORY.  RECORDS AFTER THE LAST SEAL
005500*   ARE UNSEALED.  THE DAY THE FIRST SEAL NAMES AS ITS
005510*   PREDECESSOR MUST BE OLDER THAN THE RETENTION CUTOFF OF THE
005520*   LAST SEAL, OR ARCHIVER WOULD STILL BE KEEPING IT.  A HISTORY
005530*   WITH NO SEAL AT ALL PREDATES SEALING AND IS ONLY WARNED OF.
005540*---------------------------------------------------------------
005550 5000-CHECK-ENDS.
005560     MOVE SPACES TO WS-PRINT-LINE
005570     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
005580     MOVE WS-BLOCK-COUNT TO WS-UNSEALED-COUNT
005590     IF WS-SEAL-COUNT = ZERO
005600         IF WS-READ-COUNT > ZERO
005610             MOVE "  NO SEAL ON FILE - NOT YET SEALED BY ARCHIVER"
005620                 TO WS-PRINT-LINE
005630         ELSE
005640             MOVE "  HISTORY IS EMPTY" TO WS-PRINT-LINE
005650         END-IF
005660         PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
005670         GO TO 5000-EXIT
005680     END-IF
005690     IF WS-UNSEALED-COUNT > ZERO
005700         MOVE WS-UNSEALED-COUNT TO WS-RPT-COUNT
005710         MOVE SPACES TO WS-EXCEPTION-TEXT
005720         STRING "RECORDS ADDED AFTER THE LAST SEAL -"
005730                 DELIMITED BY SIZE
005740             WS-RPT-COUNT DELIMITED BY SIZE
005750             INTO WS-EXCEPTION-TEXT
005760         PERFORM 4000-EXCEPTION THRU 4000-EXIT
005770     END-IF
005780     IF WS-FIRST-PREV-DATE NOT = ZERO
005790         COMPUTE WS-DATE-INTEGER =
005800             FUNCTION INTEGER-OF-DATE(WS-LAST-SEAL-DATE)
005810             - WS-RETENTION-DAYS
005820         COMPUTE WS-CUTOFF-DATE =
005830             FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
005840         IF WS-FIRST-PREV-DATE >= WS-CUTOFF-DATE
005850             MOVE SPACES TO WS-EXCEPTION-TEXT
005860             STRING "DAY MISSING - FIRST SEAL FOLLOWS "
005870                     DELIMITED BY SIZE
005880                 WS-FIRST-PREV-DATE DELIMITED BY SIZE
005890                 ", INSIDE RETENTION" DELIMITED BY SIZE
005900                 INTO WS-EXCEPTION-TEXT
005910             PERFORM 4000-EXCEPTION THRU 4000-EXIT
005920         END-IF
005930     END-IF.
005940 5000-EXIT.
005950     EXIT.
005960
005970*---------------------------------------------------------------
005980* 8000-WRITE-TOTALS THRU 8000-EXIT.
005990*---------------------------------------------------------------
006000 8000-WRITE-TOTALS.
006010     MOVE SPACES TO WS-PRINT-LINE
006020     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
006030     MOVE "HISTORY RECORDS READ........" TO WS-RPT-LABEL
006040     MOVE WS-READ-COUNT TO WS-RPT-COUNT
006050     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
006060     MOVE "SEALS CHECKED..............." TO WS-RPT-LABEL
006070     MOVE WS-SEAL-COUNT TO WS-RPT-COUNT
006080     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
006090     MOVE "  SEALED OK................." TO WS-RPT-LABEL
006100     MOVE WS-GOOD-SEAL-COUNT TO WS-RPT-COUNT
006110     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
006120     MOVE "  WITH EXCEPTIONS..........." TO WS-RPT-LABEL
006130     MOVE WS-BAD-SEAL-COUNT TO WS-RPT-COUNT
006140     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
006150     MOVE "RECORDS AFTER LAST SEAL....." TO WS-RPT-LABEL
006160     MOVE WS-UNSEALED-COUNT TO WS-RPT-COUNT
006170     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
006180     MOVE "EXCEPTIONS FOUND............" TO WS-RPT-LABEL
006190     MOVE WS-EXCEPTION-COUNT TO WS-RPT-COUNT
006200     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
006210 8000-EXIT.
006220     EXIT.
006230
006240*---------------------------------------------------------------
006250* 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
006260*---------------------------------------------------------------
006270 8100-WRITE-COUNT-LINE.
006280     MOVE SPACES TO WS-PRINT-LINE
006290     STRING WS-RPT-LABEL DELIMITED BY SIZE
006300         WS-RPT-COUNT DELIMITED BY SIZE
006310         INTO WS-PRINT-LINE
006320     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT.
006330 8100-EXIT.
006340     EXIT.
006350
006360*---------------------------------------------------------------
006370* 8500-SET-RESULT THRU 8500-EXIT.
006380*   ANY EXCEPTION IS SEVERE: RETURN CODE 12 AND MESSAGE 44,
006390*   NAMING THE FIRST DAY AFFECTED.  A HISTORY NOT YET SEALED
006400*   IS A WARNING: RETURN CODE 4 AND MESSAGE 45.
006410*---------------------------------------------------------------
006420 8500-SET-RESULT.
006430     MOVE "ARCHVRFY" TO MW-PROGRAM-NAME
006440     MOVE "ARCHVRFY" TO MW-OPERATOR-ID
006450     IF WS-EXCEPTION-COUNT > ZERO
006460         MOVE 44 TO MW-MSG-NUMBER
006470         SET MW-SEV-SEVERE TO TRUE
006480         MOVE WS-EXCEPTION-COUNT TO WS-DISPLAY-COUNT
006490         MOVE SPACES TO MW-MSG-TEXT
006500         STRING "ARCHHIST SEALS FAILED -" DELIMITED BY SIZE
006510             WS-DISPLAY-COUNT DELIMITED BY SIZE
006520             " EXCEPTIONS FROM " DELIMITED BY SIZE
006530             WS-FIRST-EXCEPTION-DATE DELIMITED BY SIZE
006540             INTO MW-MSG-TEXT
006550         CALL "MSGWRT" USING MSGWRT-RECORD
006560         MOVE 12 TO RETURN-CODE
006570         GO TO 8500-EXIT
006580     END-IF
006590     IF WS-SEAL-COUNT = ZERO AND WS-READ-COUNT > ZERO
006600         MOVE 45 TO MW-MSG-NUMBER
006610         SET MW-SEV-WARNING TO TRUE
006620         MOVE "ARCHHIST HAS NO SEAL - NOT YET SEALED BY ARCHIVER"
006630             TO MW-MSG-TEXT
006640         CALL "MSGWRT" USING MSGWRT-RECORD
006650         MOVE 4 TO RETURN-CODE
006660         GO TO 8500-EXIT
006670     END-IF
006680     MOVE ZERO TO RETURN-CODE.
006690 8500-EXIT.
006700     EXIT.
006710
006720*---------------------------------------------------------------
006730* 9000-WRITE-HEADERS THRU 9000-EXIT.
006740*---------------------------------------------------------------
006750 9000-WRITE-HEADERS.
006760     ADD 1 TO WS-PAGE-COUNT
006770     MOVE WS-PAGE-COUNT TO WS-PAGE-COUNT-ED
006780     MOVE SPACES TO AVRFYRPT-RECORD
006790     MOVE "1" TO RPT-CTL-CHAR
006800     MOVE "ARCHHIST SEAL VERIFICATION" TO RPT-TEXT
006810     WRITE AVRFYRPT-RECORD
006820     MOVE SPACES TO AVRFYRPT-RECORD
006830     MOVE " " TO RPT-CTL-CHAR
006840     STRING "RUN DATE: " WS-RUN-DATE-ED "     PAGE: "
006850             WS-PAGE-COUNT-ED DELIMITED BY SIZE INTO RPT-TEXT
006860     WRITE AVRFYRPT-RECORD
006870     MOVE SPACES TO AVRFYRPT-RECORD
006880     MOVE " " TO RPT-CTL-CHAR
006890     WRITE AVRFYRPT-RECORD
006900     MOVE SPACES TO AVRFYRPT-RECORD
006910     MOVE " " TO RPT-CTL-CHAR
006920     MOVE "SEALED    RECORDS  DAY HASH   CHAIN HASH RESULT"
006930         TO RPT-TEXT
006940     WRITE AVRFYRPT-RECORD
006950     MOVE SPACES TO AVRFYRPT-RECORD
006960     MOVE " " TO RPT-CTL-CHAR
006970     WRITE AVRFYRPT-RECORD
006980     MOVE ZERO TO WS-LINE-COUNT.
006990 9000-EXIT.
007000     EXIT.
007010
007020*---------------------------------------------------------------
007030* 9100-WRITE-RPT-LINE THRU 9100-EXIT.
007040*---------------------------------------------------------------
007050 9100-WRITE-RPT-LINE.
007060     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007070         PERFORM 9000-WRITE-HEADERS THRU 9000-EXIT
007080     END-IF
007090     MOVE SPACES TO AVRFYRPT-RECORD
007100     MOVE " " TO RPT-CTL-CHAR
007110     MOVE WS-PRINT-LINE TO RPT-TEXT
007120     WRITE AVRFYRPT-RECORD
007130     ADD 1 TO WS-LINE-COUNT.
007140 9100-EXIT.
007150     EXIT.
007160
007170 END PROGRAM ARCHVRFY.
