000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MSTBKUP.
000030 AUTHOR. J H MILLARD.
000040 INSTALLATION. HOME OFFICE DATA CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070****************************************************************
000080*                                                               *
000090* MSTBKUP BACKS UP THE INDEXED MASTERS - CALCTXN, PALMAST,      *
000100* TRAINMST AND OPERMAST - AHEAD OF THE MAINTENANCE PROGRAMS.    *
000110* EACH MASTER IS UNLOADED IN KEY ORDER AS A NEW GENERATION ON   *
000120* ITS OWN SEQUENTIAL BACKUP FILE (BKCALTXN, BKPALMST, BKTRNMST, *
000130* BKOPRMST, SHARED MSTBKREC LAYOUT): A HEADER GIVING THE MASTER *
000140* NAME, THE DATE AND THE GENERATION NUMBER, ONE DETAIL RECORD   *
000150* PER MASTER RECORD, AND A TRAILER GIVING THE RECORD COUNT AND  *
000160* A HASH OF THE KEYS.  EACH BACKUP FILE KEEPS THE NEWEST N      *
000170* GENERATIONS; OLDER ONES ARE DROPPED AS THE FILE IS COPIED     *
000180* FORWARD THROUGH THE MBKWORK WORK FILE.  N IS 5 UNLESS A       *
000190* CONTROL CARD ON MBKCTL SETS IT FOR A MASTER.  EVERY BACKUP IS *
000200* WRITTEN TO THE MBKAUD AUDIT LOG (SHARED AUDITLOG LAYOUT) AND  *
000210* THE MBKRPT BACKUP REGISTER.  MSTRSTR RELOADS A MASTER FROM A  *
000220* NAMED GENERATION.  THE RETURN CODE IS 4 WHEN A CONTROL CARD   *
000230* WAS REJECTED OR A MASTER WAS NOT THERE TO BACK UP, 12 WHEN A  *
000240* BACKUP FILE COULD NOT BE REWRITTEN, AND 16 WHEN THE AUDIT LOG *
000250* OR REGISTER COULD NOT BE OPENED.  RUN AS A DAILYRUN STEP.     *
000260*                                                               *
000270****************************************************************
000280*MODIFICATION HISTORY
000290*DATE       INIT DESCRIPTION
000300*2026-10-15 JHM  ORIGINAL PROGRAM, MODELED ON PALMNT FOR THE
000310*                AUDIT LOG AND REGISTER AND ON ARCHIVER FOR
000320*                THE COPY-FORWARD OF THE BACKUP FILES.
000330****************************************************************
000340
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-370.
000380 OBJECT-COMPUTER. IBM-370.
000390
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT MBKCTL-FILE ASSIGN TO "MBKCTL"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-MBKCTL-STATUS.
000450
000460     SELECT CALCTXN-FILE ASSIGN TO "CALCTXN"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS TXN-ID
000500         FILE STATUS IS WS-MASTER-STATUS.
000510
000520     SELECT PALMAST-FILE ASSIGN TO "PALMAST"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS SEQUENTIAL
000550         RECORD KEY IS PAL-CODE
000560         FILE STATUS IS WS-MASTER-STATUS.
000570
000580     SELECT TRAINMST-FILE ASSIGN TO "TRAINMST"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS SEQUENTIAL
000610         RECORD KEY IS TRN-PLAYER-ID
000620         FILE STATUS IS WS-MASTER-STATUS.
000630
000640     SELECT OPERMAST-FILE ASSIGN TO "OPERMAST"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS SEQUENTIAL
000670         RECORD KEY IS OPR-OPERATOR-ID
000680         FILE STATUS IS WS-MASTER-STATUS.
000690
000700     SELECT BKCALTXN-FILE ASSIGN TO "BKCALTXN"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-BACKUP-STATUS.
000730
000740     SELECT BKPALMST-FILE ASSIGN TO "BKPALMST"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-BACKUP-STATUS.
000770
000780     SELECT BKTRNMST-FILE ASSIGN TO "BKTRNMST"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-BACKUP-STATUS.
000810
000820     SELECT BKOPRMST-FILE ASSIGN TO "BKOPRMST"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-BACKUP-STATUS.
000850
000860     SELECT MBKWORK-FILE ASSIGN TO "MBKWORK"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-MBKWORK-STATUS.
000890
000900     SELECT MBKAUD-FILE ASSIGN TO "MBKAUD"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-MBKAUD-STATUS.
000930
000940     SELECT MBKRPT-FILE ASSIGN TO "MBKRPT"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-MBKRPT-STATUS.
000970
000980 DATA DIVISION.
000990 FILE SECTION.
001000*---------------------------------------------------------------
001010* MBKCTL-FILE - OPTIONAL CONTROL CARDS, ONE PER MASTER WHOSE
001020* NUMBER OF KEPT GENERATIONS IS TO DIFFER FROM THE DEFAULT.
001030* THE MASTER NAME IN COLUMNS 1-8 AND THE GENERATIONS TO KEEP
001040* (01-99) IN COLUMNS 10-11.
001050*---------------------------------------------------------------
001060 FD  MBKCTL-FILE.
001070 01  MBKCTL-RECORD.
001080     05  MBC-MASTER              PIC X(08).
001090     05  FILLER                  PIC X(01).
001100     05  MBC-KEEP                PIC X(02).
001110     05  MBC-KEEP-NUM REDEFINES MBC-KEEP
001120                                 PIC 9(02).
001130     05  FILLER                  PIC X(69).
001140
001150*---------------------------------------------------------------
001160* THE FOUR INDEXED MASTERS, READ IN KEY ORDER.  ONLY THE KEY IS
001170* NAMED HERE; THE WHOLE RECORD IS CARRIED TO THE BACKUP AS IT
001180* STANDS.  THE MASTERS SHARE ONE STATUS FIELD AS ONLY ONE IS
001190* OPEN AT A TIME.
001200*---------------------------------------------------------------
001210 FD  CALCTXN-FILE.
001220 01  CALCTXN-RECORD.
001230     05  TXN-ID                  PIC 9(06).
001240     05  FILLER                  PIC X(74).
001250
001260 FD  PALMAST-FILE.
001270 COPY PALMAST.
001280
001290 FD  TRAINMST-FILE.
001300 01  TRAINMST-RECORD.
001310     05  TRN-PLAYER-ID           PIC X(08).
001320     05  FILLER                  PIC X(72).
001330
001340 FD  OPERMAST-FILE.
001350 COPY OPERMAST.
001360
001370*---------------------------------------------------------------
001380* THE BACKUP FILES, ONE PER MASTER, AND THE WORK FILE THEY ARE
001390* COPIED FORWARD THROUGH.  ALL CARRY THE MSTBKREC LAYOUT, HELD
001400* IN WORKING STORAGE.
001410*---------------------------------------------------------------
001420 FD  BKCALTXN-FILE.
001430 01  BKCALTXN-RECORD             PIC X(104).
001440
001450 FD  BKPALMST-FILE.
001460 01  BKPALMST-RECORD             PIC X(104).
001470
001480 FD  BKTRNMST-FILE.
001490 01  BKTRNMST-RECORD             PIC X(104).
001500
001510 FD  BKOPRMST-FILE.
001520 01  BKOPRMST-RECORD             PIC X(104).
001530
001540 FD  MBKWORK-FILE.
001550 01  MBKWORK-RECORD              PIC X(104).
001560
001570*---------------------------------------------------------------
001580* MBKAUD-FILE - COMMON AUDIT LOG RECORD.  ONE RECORD FOR EVERY
001590* MASTER BACKED UP OR SKIPPED.  SHARED AUDITLOG LAYOUT.
001600*---------------------------------------------------------------
001610 FD  MBKAUD-FILE.
001620 COPY AUDITLOG.
001630
001640*---------------------------------------------------------------
001650* MBKRPT-FILE - THE BACKUP REGISTER.  COLUMN ONE IS A STANDARD
001660* PRINTER CARRIAGE-CONTROL CHARACTER.
001670*---------------------------------------------------------------
001680 FD  MBKRPT-FILE.
001690 01  MBKRPT-RECORD.
001700     05  RPT-CTL-CHAR            PIC X(01).
001710     05  RPT-TEXT                PIC X(90).
001720
001730 WORKING-STORAGE SECTION.
001740*---------------------------------------------------------------
001750* FILE STATUS FIELDS AND SWITCHES.
001760*---------------------------------------------------------------
001770 77  WS-MBKCTL-STATUS            PIC X(02).
001780     88  WS-MBKCTL-OK                    VALUE "00".
001790 77  WS-MASTER-STATUS            PIC X(02).
001800     88  WS-MASTER-OK                    VALUE "00".
001810     88  WS-MASTER-NOT-FOUND             VALUE "35".
001820 77  WS-BACKUP-STATUS            PIC X(02).
001830     88  WS-BACKUP-OK                    VALUE "00".
001840     88  WS-BACKUP-NOT-FOUND             VALUE "35".
001850 77  WS-MBKWORK-STATUS           PIC X(02).
001860     88  WS-MBKWORK-OK                   VALUE "00".
001870 77  WS-MBKAUD-STATUS            PIC X(02).
001880     88  WS-MBKAUD-OK                    VALUE "00".
001890 77  WS-MBKRPT-STATUS            PIC X(02).
001900     88  WS-MBKRPT-OK                    VALUE "00".
001910
001920 77  WS-CTL-EOF-SWITCH           PIC X(01) VALUE "N".
001930     88  WS-END-OF-MBKCTL                VALUE "Y".
001940 77  WS-MASTER-EOF-SWITCH        PIC X(01) VALUE "N".
001950     88  WS-END-OF-MASTER                VALUE "Y".
001960 77  WS-BACKUP-EOF-SWITCH        PIC X(01) VALUE "N".
001970     88  WS-END-OF-BACKUP                VALUE "Y".
001980 77  WS-WORK-EOF-SWITCH          PIC X(01) VALUE "N".
001990     88  WS-END-OF-WORK                  VALUE "Y".
002000
002010*---------------------------------------------------------------
002020* THE MASTERS BACKED UP, IN THE ORDER THEY ARE TAKEN: THE
002030* MASTER NAME, ITS BACKUP FILE, ITS RECORD LENGTH AND THE
002040* LENGTH OF ITS KEY (ALWAYS AT THE FRONT OF THE RECORD).
002050*---------------------------------------------------------------
002060 01  WS-MASTER-LIST.
002070     05  FILLER                  PIC X(21)
002080                                 VALUE "CALCTXN BKCALTXN08006".
002090     05  FILLER                  PIC X(21)
002100                                 VALUE "PALMAST BKPALMST10060".
002110     05  FILLER                  PIC X(21)
002120                                 VALUE "TRAINMSTBKTRNMST08008".
002130     05  FILLER                  PIC X(21)
002140                                 VALUE "OPERMASTBKOPRMST08008".
002150 01  WS-MASTER-TABLE REDEFINES WS-MASTER-LIST.
002160     05  WS-MST-ENTRY            OCCURS 4 TIMES.
002170         10  WS-MST-NAME         PIC X(08).
002180         10  WS-MST-BACKUP       PIC X(08).
002190         10  WS-MST-REC-LEN      PIC 9(03).
002200         10  WS-MST-KEY-LEN      PIC 9(02).
002210 77  WS-MST-COUNT                PIC 9(02) COMP VALUE 4.
002220 77  WS-MST-IDX                  PIC 9(02) COMP.
002230 77  WS-FOUND-IDX                PIC 9(02) COMP.
002240
002250*GENERATIONS TO KEEP PER MASTER, PARALLEL TO WS-MASTER-TABLE.
002260 77  WS-DEFAULT-KEEP             PIC 9(02) VALUE 5.
002270 01  WS-KEEP-TABLE.
002280     05  WS-MST-KEEP             PIC 9(02) OCCURS 4 TIMES.
002290
002300*---------------------------------------------------------------
002310* THE BACKUP RECORD AND THE MASTER RECORD BEING UNLOADED.
002320*---------------------------------------------------------------
002330 COPY MSTBKREC.
002340
002350 01  WS-MASTER-DATA              PIC X(100).
002360 01  WS-MASTER-BYTES REDEFINES WS-MASTER-DATA.
002370     05  WS-MASTER-BYTE          PIC X(01) OCCURS 100 TIMES.
002380
002390*---------------------------------------------------------------
002400* GENERATION AND KEY-HASH WORK FIELDS FOR THE MASTER IN HAND.
002410*---------------------------------------------------------------
002420 77  WS-OLD-GENS                 PIC 9(05) COMP.
002430 77  WS-LAST-GEN                 PIC 9(04).
002440 77  WS-NEW-GEN                  PIC 9(04).
002450 77  WS-DROP-GENS                PIC 9(05) COMP.
002460 77  WS-GEN-SEEN                 PIC 9(05) COMP.
002470 77  WS-UNLOAD-COUNT             PIC 9(07) COMP.
002480 77  WS-BYTE-IDX                 PIC 9(03) COMP.
002490*THE KEY HASH STARTS FROM 7 AND FOLDS IN EVERY KEY BYTE AND ITS
002500*POSITION IN THE KEY, RECORD BY RECORD IN KEY ORDER, THE SAME
002510*WAY PINHASH HASHES A PIN.  MSTRSTR RECOMPUTES IT IDENTICALLY.
002520 77  WS-HASH-VALUE               PIC 9(09) COMP.
002530 77  WS-HASH-WORK                PIC 9(12) COMP.
002540 77  WS-HASH-QUOT                PIC 9(12) COMP.
002550 77  WS-HASH-MODULUS             PIC 9(09) COMP VALUE 999999937.
002560 01  WS-CODE-WORK.
002570     05  WS-CODE-VALUE           PIC 9(04) COMP.
002580 01  WS-CODE-BYTES REDEFINES WS-CODE-WORK.
002590     05  WS-CODE-HIGH            PIC X(01).
002600     05  WS-CODE-LOW             PIC X(01).
002610
002620*---------------------------------------------------------------
002630* REGISTER COUNTERS, TIMESTAMPS AND WORK FIELDS.
002640*---------------------------------------------------------------
002650 77  WS-BACKED-UP-COUNT          PIC 9(05) COMP VALUE ZERO.
002660 77  WS-SKIPPED-COUNT            PIC 9(05) COMP VALUE ZERO.
002670 77  WS-FAILED-COUNT             PIC 9(05) COMP VALUE ZERO.
002680 77  WS-DROPPED-COUNT            PIC 9(05) COMP VALUE ZERO.
002690 77  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
002700 01  WS-RPT-COUNT                PIC ZZZZZZ9.
002710 01  WS-GEN-ED                   PIC 9(04).
002720 01  WS-RECS-ED                  PIC 9(07).
002730 01  WS-HASH-ED                  PIC 9(09).
002740 01  WS-KEEP-ED                  PIC 9(02).
002750 01  WS-DROP-ED                  PIC ZZ9.
002760 01  WS-RESULT-TEXT              PIC X(40).
002770 01  WS-PRINT-LINE               PIC X(90).
002780 01  WS-RUN-DATE-RAW             PIC 9(06).
002790 01  WS-RUN-DATE-ED              PIC 99/99/99.
002800 77  WS-RUN-DATE                 PIC 9(08).
002810 77  WS-RUN-TIME                 PIC 9(08).
002820 77  WS-AUDIT-INPUT              PIC X(40).
002830*WITHIN-RUN AUDIT SEQUENCE NUMBER.  STAMPED ON EVERY
002840*MBKAUD RECORD AND REPORTED ON THE END-OF-RUN TRAILER.
002850 77  WS-AUDIT-SEQ                PIC 9(06) COMP VALUE ZERO.
002860 01  WS-AUDIT-COUNT-ED           PIC 9(06).
002870
002880 PROCEDURE DIVISION.
002890*---------------------------------------------------------------
002900* 0000-MAINLINE.
002910*---------------------------------------------------------------
002920 0000-MAINLINE.
002930     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002940     IF RETURN-CODE NOT = 16
002950         PERFORM 2000-BACKUP-MASTER THRU 2000-EXIT
002960             VARYING WS-MST-IDX FROM 1 BY 1
002970             UNTIL WS-MST-IDX > WS-MST-COUNT
002980         PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
002990         PERFORM 6600-WRITE-AUDIT-TRAILER THRU 6600-EXIT
003000         CLOSE MBKAUD-FILE
003010         CLOSE MBKRPT-FILE
003020         EVALUATE TRUE
003030             WHEN WS-FAILED-COUNT > ZERO
003040                 MOVE 12 TO RETURN-CODE
003050             WHEN WS-REJECTED-COUNT > ZERO
003060               OR WS-SKIPPED-COUNT > ZERO
003070                 MOVE 4 TO RETURN-CODE
003080             WHEN OTHER
003090                 MOVE ZERO TO RETURN-CODE
003100         END-EVALUATE
003110     END-IF
003120     GOBACK.
003130
003140*---------------------------------------------------------------
003150* 1000-INITIALIZE THRU 1000-EXIT.
003160*   OPENS THE AUDIT LOG AND THE REGISTER, PRINTS THE REGISTER
003170*   HEADINGS AND APPLIES ANY CONTROL CARDS.
003180*---------------------------------------------------------------
003190 1000-INITIALIZE.
003200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003210     ACCEPT WS-RUN-TIME FROM TIME
003220     ACCEPT WS-RUN-DATE-RAW FROM DATE
003230     MOVE WS-RUN-DATE-RAW TO WS-RUN-DATE-ED
003240     OPEN OUTPUT MBKAUD-FILE
003250     IF NOT WS-MBKAUD-OK
003260         DISPLAY "MSTBKUP: UNABLE TO OPEN MBKAUD, STATUS "
003270             WS-MBKAUD-STATUS
003280         MOVE 16 TO RETURN-CODE
003290         GO TO 1000-EXIT
003300     END-IF
003310     OPEN OUTPUT MBKRPT-FILE
003320     IF NOT WS-MBKRPT-OK
003330         DISPLAY "MSTBKUP: UNABLE TO OPEN MBKRPT, STATUS "
003340             WS-MBKRPT-STATUS
003350         MOVE 16 TO RETURN-CODE
003360         CLOSE MBKAUD-FILE
003370         GO TO 1000-EXIT
003380     END-IF
003390     MOVE SPACES TO MBKRPT-RECORD
003400     MOVE "1" TO RPT-CTL-CHAR
003410     MOVE "INDEXED MASTERS - BACKUP REGISTER" TO RPT-TEXT
003420     WRITE MBKRPT-RECORD
003430     MOVE SPACES TO MBKRPT-RECORD
003440     MOVE " " TO RPT-CTL-CHAR
003450     STRING "RUN DATE: " WS-RUN-DATE-ED
003460         DELIMITED BY SIZE INTO RPT-TEXT
003470     WRITE MBKRPT-RECORD
003480     MOVE SPACES TO MBKRPT-RECORD
003490     WRITE MBKRPT-RECORD
003500     PERFORM 1050-SET-DEFAULT-KEEP THRU 1050-EXIT
003510         VARYING WS-MST-IDX FROM 1 BY 1
003520         UNTIL WS-MST-IDX > WS-MST-COUNT
003530     PERFORM 1100-LOAD-CONTROL THRU 1100-EXIT
003540     MOVE SPACES TO MBKRPT-RECORD
003550     MOVE " " TO RPT-CTL-CHAR
003560     MOVE "MASTER   GEN  RECORDS KEY HASH  KEEP DROP RESULT"
003570         TO RPT-TEXT
003580     WRITE MBKRPT-RECORD.
003590 1000-EXIT.
003600     EXIT.
003610
003620 1050-SET-DEFAULT-KEEP.
003630     MOVE WS-DEFAULT-KEEP TO WS-MST-KEEP(WS-MST-IDX).
003640 1050-EXIT.
003650     EXIT.
003660
003670*---------------------------------------------------------------
003680* 1100-LOAD-CONTROL THRU 1100-EXIT.
003690*   MBKCTL IS OPTIONAL - WITHOUT IT EVERY MASTER KEEPS THE
003700*   DEFAULT NUMBER OF GENERATIONS.  EACH CARD IS LISTED ON THE
003710*   REGISTER AHEAD OF THE BACKUPS.
003720*---------------------------------------------------------------
003730 1100-LOAD-CONTROL.
003740     OPEN INPUT MBKCTL-FILE
003750     IF NOT WS-MBKCTL-OK
003760         GO TO 1100-EXIT
003770     END-IF
003780     PERFORM 1110-READ-CONTROL THRU 1110-EXIT
003790     PERFORM 1200-ONE-CARD THRU 1200-EXIT
003800         UNTIL WS-END-OF-MBKCTL
003810     CLOSE MBKCTL-FILE
003820     MOVE SPACES TO MBKRPT-RECORD
003830     WRITE MBKRPT-RECORD.
003840 1100-EXIT.
003850     EXIT.
003860
003870 1110-READ-CONTROL.
003880     READ MBKCTL-FILE
003890         AT END
003900             SET WS-END-OF-MBKCTL TO TRUE
003910     END-READ.
003920 1110-EXIT.
003930     EXIT.
003940
003950*---------------------------------------------------------------
003960* 1200-ONE-CARD THRU 1200-EXIT.
003970*   THE MASTER MUST BE ONE OF THE FOUR BACKED UP AND THE
003980*   GENERATIONS TO KEEP MUST BE 01 TO 99.
003990*---------------------------------------------------------------
004000 1200-ONE-CARD.
004010     MOVE SPACES TO WS-RESULT-TEXT
004020     MOVE ZERO TO WS-FOUND-IDX
004030     PERFORM 1210-FIND-MASTER THRU 1210-EXIT
004040         VARYING WS-MST-IDX FROM 1 BY 1
004050         UNTIL WS-MST-IDX > WS-MST-COUNT
004060     EVALUATE TRUE
004070         WHEN WS-FOUND-IDX = ZERO
004080             MOVE "REJECTED - NOT A MASTER BACKED UP"
004090                 TO WS-RESULT-TEXT
004100         WHEN MBC-KEEP NOT NUMERIC
004110             MOVE "REJECTED - KEEP MUST BE 01 TO 99"
004120                 TO WS-RESULT-TEXT
004130         WHEN MBC-KEEP-NUM = ZERO
004140             MOVE "REJECTED - KEEP MUST BE 01 TO 99"
004150                 TO WS-RESULT-TEXT
004160         WHEN OTHER
004170             MOVE MBC-KEEP-NUM TO WS-MST-KEEP(WS-FOUND-IDX)
004180             STRING "KEEP " DELIMITED BY SIZE
004190                 MBC-KEEP DELIMITED BY SIZE
004200                 " GENERATIONS" DELIMITED BY SIZE
004210                 INTO WS-RESULT-TEXT
004220     END-EVALUATE
004230     IF WS-RESULT-TEXT(1:8) = "REJECTED"
004240         ADD 1 TO WS-REJECTED-COUNT
004250     END-IF
004260     MOVE SPACES TO WS-PRINT-LINE
004270     STRING "CONTROL " DELIMITED BY SIZE
004280         MBC-MASTER DELIMITED BY SIZE
004290         " " DELIMITED BY SIZE
004300         MBC-KEEP DELIMITED BY SIZE
004310         "  " DELIMITED BY SIZE
004320         WS-RESULT-TEXT DELIMITED BY SIZE
004330         INTO WS-PRINT-LINE
004340     MOVE SPACES TO MBKRPT-RECORD
004350     MOVE " " TO RPT-CTL-CHAR
004360     MOVE WS-PRINT-LINE TO RPT-TEXT
004370     WRITE MBKRPT-RECORD
004380     PERFORM 1110-READ-CONTROL THRU 1110-EXIT.
004390 1200-EXIT.
004400     EXIT.
004410
004420 1210-FIND-MASTER.
004430     IF MBC-MASTER = WS-MST-NAME(WS-MST-IDX)
004440         MOVE WS-MST-IDX TO WS-FOUND-IDX
004450     END-IF.
004460 1210-EXIT.
004470     EXIT.
004480
004490*---------------------------------------------------------------
004500* 2000-BACKUP-MASTER THRU 2000-EXIT.
004510*   BACKS UP THE MASTER AT WS-MST-IDX: COUNTS THE GENERATIONS
004520*   ALREADY ON ITS BACKUP FILE, COPIES THE ONES STILL KEPT TO
004530*   THE WORK FILE, UNLOADS THE MASTER AFTER THEM AS THE NEXT
004540*   GENERATION, THEN COPIES THE WORK FILE BACK OVER THE BACKUP
004550*   FILE.  A MASTER THAT CANNOT BE OPENED IS SKIPPED AND ITS
004560*   BACKUP FILE LEFT AS IT WAS.
004570*---------------------------------------------------------------
004580 2000-BACKUP-MASTER.
004590     MOVE SPACES TO WS-RESULT-TEXT
004600     MOVE ZERO TO WS-NEW-GEN
004610     MOVE ZERO TO WS-UNLOAD-COUNT
004620     MOVE ZERO TO WS-HASH-VALUE
004630     MOVE ZERO TO WS-DROP-GENS
004640     PERFORM 2050-TAKE-BACKUP THRU 2050-EXIT
004650     MOVE WS-NEW-GEN TO WS-GEN-ED
004660     MOVE WS-UNLOAD-COUNT TO WS-RECS-ED
004670     MOVE SPACES TO WS-AUDIT-INPUT
004680     STRING WS-MST-NAME(WS-MST-IDX) DELIMITED BY SIZE
004690         " GEN " DELIMITED BY SIZE
004700         WS-GEN-ED DELIMITED BY SIZE
004710         " RECORDS " DELIMITED BY SIZE
004720         WS-RECS-ED DELIMITED BY SIZE
004730         INTO WS-AUDIT-INPUT
004740     PERFORM 6500-WRITE-AUDIT THRU 6500-EXIT
004750     PERFORM 7000-WRITE-REGISTER THRU 7000-EXIT.
004760 2000-EXIT.
004770     EXIT.
004780
004790*---------------------------------------------------------------
004800* 2050-TAKE-BACKUP THRU 2050-EXIT.
004810*   SETS WS-RESULT-TEXT AND AUDIT-OUTCOME FOR THE REGISTER AND
004820*   THE AUDIT LOG.
004830*---------------------------------------------------------------
004840 2050-TAKE-BACKUP.
004850     PERFORM 2100-OPEN-MASTER THRU 2100-EXIT
004860     IF WS-MASTER-NOT-FOUND
004870         MOVE "SKIPPED - MASTER NOT PRESENT" TO WS-RESULT-TEXT
004880         ADD 1 TO WS-SKIPPED-COUNT
004890         MOVE "MASTER NOT PRESENT" TO AUDIT-OUTCOME
004900         GO TO 2050-EXIT
004910     END-IF
004920     IF NOT WS-MASTER-OK
004930         STRING "SKIPPED - MASTER OPEN STATUS " DELIMITED BY SIZE
004940             WS-MASTER-STATUS DELIMITED BY SIZE
004950             INTO WS-RESULT-TEXT
004960         ADD 1 TO WS-SKIPPED-COUNT
004970         MOVE "MASTER NOT OPENED" TO AUDIT-OUTCOME
004980         GO TO 2050-EXIT
004990     END-IF
005000     PERFORM 2200-SCAN-BACKUP THRU 2200-EXIT
005010     IF WS-LAST-GEN = 9999
005020         MOVE 1 TO WS-NEW-GEN
005030     ELSE
005040         COMPUTE WS-NEW-GEN = WS-LAST-GEN + 1
005050     END-IF
005060     IF WS-OLD-GENS + 1 > WS-MST-KEEP(WS-MST-IDX)
005070         COMPUTE WS-DROP-GENS = WS-OLD-GENS + 1
005080             - WS-MST-KEEP(WS-MST-IDX)
005090     END-IF
005100     OPEN OUTPUT MBKWORK-FILE
005110     IF NOT WS-MBKWORK-OK
005120         STRING "FAILED - MBKWORK OPEN STATUS " DELIMITED BY SIZE
005130             WS-MBKWORK-STATUS DELIMITED BY SIZE
005140             INTO WS-RESULT-TEXT
005150         ADD 1 TO WS-FAILED-COUNT
005160         MOVE "BACKUP FAILED" TO AUDIT-OUTCOME
005170         PERFORM 2120-CLOSE-MASTER THRU 2120-EXIT
005180         GO TO 2050-EXIT
005190     END-IF
005200     PERFORM 2300-COPY-KEPT THRU 2300-EXIT
005210     PERFORM 2400-UNLOAD-MASTER THRU 2400-EXIT
005220     PERFORM 2120-CLOSE-MASTER THRU 2120-EXIT
005230     CLOSE MBKWORK-FILE
005240     PERFORM 2500-REPLACE-BACKUP THRU 2500-EXIT
005250     IF NOT WS-BACKUP-OK
005260         STRING "FAILED - " DELIMITED BY SIZE
005270             WS-MST-BACKUP(WS-MST-IDX) DELIMITED BY SIZE
005280             " OPEN STATUS " DELIMITED BY SIZE
005290             WS-BACKUP-STATUS DELIMITED BY SIZE
005300             INTO WS-RESULT-TEXT
005310         ADD 1 TO WS-FAILED-COUNT
005320         MOVE "BACKUP FAILED" TO AUDIT-OUTCOME
005330         MOVE ZERO TO WS-DROP-GENS
005340         GO TO 2050-EXIT
005350     END-IF
005360     MOVE "BACKED UP" TO WS-RESULT-TEXT
005370     ADD 1 TO WS-BACKED-UP-COUNT
005380     ADD WS-DROP-GENS TO WS-DROPPED-COUNT
005390     MOVE "BACKED UP" TO AUDIT-OUTCOME.
005400 2050-EXIT.
005410     EXIT.
005420
005430*---------------------------------------------------------------
005440* 2100-OPEN-MASTER THRU 2120-EXIT.
005450*   OPEN, READ IN KEY ORDER AND CLOSE THE MASTER AT WS-MST-IDX.
005460*   EACH RECORD READ IS MOVED TO WS-MASTER-DATA.
005470*---------------------------------------------------------------
005480 2100-OPEN-MASTER.
005490     MOVE "N" TO WS-MASTER-EOF-SWITCH
005500     EVALUATE WS-MST-IDX
005510         WHEN 1
005520             OPEN INPUT CALCTXN-FILE
005530         WHEN 2
005540             OPEN INPUT PALMAST-FILE
005550         WHEN 3
005560             OPEN INPUT TRAINMST-FILE
005570         WHEN 4
005580             OPEN INPUT OPERMAST-FILE
005590     END-EVALUATE.
005600 2100-EXIT.
005610     EXIT.
005620
005630 2110-READ-MASTER.
005640     MOVE SPACES TO WS-MASTER-DATA
005650     EVALUATE WS-MST-IDX
005660         WHEN 1
005670             READ CALCTXN-FILE INTO WS-MASTER-DATA
005680                 AT END
005690                     SET WS-END-OF-MASTER TO TRUE
005700             END-READ
005710         WHEN 2
005720             READ PALMAST-FILE INTO WS-MASTER-DATA
005730                 AT END
005740                     SET WS-END-OF-MASTER TO TRUE
005750             END-READ
005760         WHEN 3
005770             READ TRAINMST-FILE INTO WS-MASTER-DATA
005780                 AT END
005790                     SET WS-END-OF-MASTER TO TRUE
005800             END-READ
005810         WHEN 4
005820             READ OPERMAST-FILE INTO WS-MASTER-DATA
005830                 AT END
005840                     SET WS-END-OF-MASTER TO TRUE
005850             END-READ
005860     END-EVALUATE.
005870 2110-EXIT.
005880     EXIT.
005890
005900 2120-CLOSE-MASTER.
005910     EVALUATE WS-MST-IDX
005920         WHEN 1
005930             CLOSE CALCTXN-FILE
005940         WHEN 2
005950             CLOSE PALMAST-FILE
005960         WHEN 3
005970             CLOSE TRAINMST-FILE
005980         WHEN 4
005990             CLOSE OPERMAST-FILE
006000     END-EVALUATE.
006010 2120-EXIT.
006020     EXIT.
006030
006040*---------------------------------------------------------------
006050* 2200-SCAN-BACKUP THRU 2200-EXIT.
006060*   COUNTS THE GENERATIONS ON THE MASTER'S BACKUP FILE AND
006070*   NOTES THE LAST GENERATION NUMBER.  NO BACKUP FILE YET MEANS
006080*   NO GENERATIONS.
006090*---------------------------------------------------------------
006100 2200-SCAN-BACKUP.
006110     MOVE ZERO TO WS-OLD-GENS
006120     MOVE ZERO TO WS-LAST-GEN
006130     PERFORM 2210-OPEN-BACKUP-INPUT THRU 2210-EXIT
006140     IF NOT WS-BACKUP-OK
006150         GO TO 2200-EXIT
006160     END-IF
006170     PERFORM 2220-READ-BACKUP THRU 2220-EXIT
006180     PERFORM 2250-SCAN-ONE THRU 2250-EXIT
006190         UNTIL WS-END-OF-BACKUP
006200     PERFORM 2230-CLOSE-BACKUP THRU 2230-EXIT.
006210 2200-EXIT.
006220     EXIT.
006230
006240 2250-SCAN-ONE.
006250     IF MBK-HEADER
006260         ADD 1 TO WS-OLD-GENS
006270         MOVE MBK-HDR-GEN TO WS-LAST-GEN
006280     END-IF
006290     PERFORM 2220-READ-BACKUP THRU 2220-EXIT.
006300 2250-EXIT.
006310     EXIT.
006320
006330*---------------------------------------------------------------
006340* 2210-OPEN-BACKUP-INPUT THRU 2230-EXIT.
006350*   OPEN, READ AND CLOSE THE BACKUP FILE OF THE MASTER AT
006360*   WS-MST-IDX.  EACH RECORD READ IS MOVED TO MSTBK-RECORD.
006370*---------------------------------------------------------------
006380 2210-OPEN-BACKUP-INPUT.
006390     MOVE "N" TO WS-BACKUP-EOF-SWITCH
006400     EVALUATE WS-MST-IDX
006410         WHEN 1
006420             OPEN INPUT BKCALTXN-FILE
006430         WHEN 2
006440             OPEN INPUT BKPALMST-FILE
006450         WHEN 3
006460             OPEN INPUT BKTRNMST-FILE
006470         WHEN 4
006480             OPEN INPUT BKOPRMST-FILE
006490     END-EVALUATE.
006500 2210-EXIT.
006510     EXIT.
006520
006530 2220-READ-BACKUP.
006540     EVALUATE WS-MST-IDX
006550         WHEN 1
006560             READ BKCALTXN-FILE INTO MSTBK-RECORD
006570                 AT END
006580                     SET WS-END-OF-BACKUP TO TRUE
006590             END-READ
006600         WHEN 2
006610             READ BKPALMST-FILE INTO MSTBK-RECORD
006620                 AT END
006630                     SET WS-END-OF-BACKUP TO TRUE
006640             END-READ
006650         WHEN 3
006660             READ BKTRNMST-FILE INTO MSTBK-RECORD
006670                 AT END
006680                     SET WS-END-OF-BACKUP TO TRUE
006690             END-READ
006700         WHEN 4
006710             READ BKOPRMST-FILE INTO MSTBK-RECORD
006720                 AT END
006730                     SET WS-END-OF-BACKUP TO TRUE
006740             END-READ
006750     END-EVALUATE.
006760 2220-EXIT.
006770     EXIT.
006780
006790 2230-CLOSE-BACKUP.
006800     EVALUATE WS-MST-IDX
006810         WHEN 1
006820             CLOSE BKCALTXN-FILE
006830         WHEN 2
006840             CLOSE BKPALMST-FILE
006850         WHEN 3
006860             CLOSE BKTRNMST-FILE
006870         WHEN 4
006880             CLOSE BKOPRMST-FILE
006890     END-EVALUATE.
006900 2230-EXIT.
006910     EXIT.
006920
006930*---------------------------------------------------------------
006940* 2300-COPY-KEPT THRU 2300-EXIT.
006950*   COPIES THE BACKUP FILE TO THE WORK FILE, LEAVING OUT THE
006960*   OLDEST WS-DROP-GENS GENERATIONS SO THAT, WITH THE NEW ONE,
006970*   THE MASTER'S KEEP COUNT IS NOT EXCEEDED.
006980*---------------------------------------------------------------
006990 2300-COPY-KEPT.
007000     MOVE ZERO TO WS-GEN-SEEN
007010     PERFORM 2210-OPEN-BACKUP-INPUT THRU 2210-EXIT
007020     IF NOT WS-BACKUP-OK
007030         GO TO 2300-EXIT
007040     END-IF
007050     PERFORM 2220-READ-BACKUP THRU 2220-EXIT
007060     PERFORM 2310-COPY-ONE THRU 2310-EXIT
007070         UNTIL WS-END-OF-BACKUP
007080     PERFORM 2230-CLOSE-BACKUP THRU 2230-EXIT.
007090 2300-EXIT.
007100     EXIT.
007110
007120 2310-COPY-ONE.
007130     IF MBK-HEADER
007140         ADD 1 TO WS-GEN-SEEN
007150     END-IF
007160     IF WS-GEN-SEEN > WS-DROP-GENS
007170         WRITE MBKWORK-RECORD FROM MSTBK-RECORD
007180     END-IF
007190     PERFORM 2220-READ-BACKUP THRU 2220-EXIT.
007200 2310-EXIT.
007210     EXIT.
007220
007230*---------------------------------------------------------------
007240* 2400-UNLOAD-MASTER THRU 2400-EXIT.
007250*   WRITES THE NEW GENERATION TO THE WORK FILE: THE HEADER,
007260*   EVERY MASTER RECORD IN KEY ORDER, AND THE TRAILER WITH THE
007270*   RECORD COUNT AND KEY HASH.
007280*---------------------------------------------------------------
007290 2400-UNLOAD-MASTER.
007300     MOVE SPACES TO MSTBK-RECORD
007310     SET MBK-HEADER TO TRUE
007320     MOVE WS-MST-NAME(WS-MST-IDX) TO MBK-HDR-MASTER
007330     MOVE WS-RUN-DATE TO MBK-HDR-DATE
007340     MOVE WS-RUN-TIME TO MBK-HDR-TIME
007350     MOVE WS-NEW-GEN TO MBK-HDR-GEN
007360     MOVE WS-MST-REC-LEN(WS-MST-IDX) TO MBK-HDR-REC-LEN
007370     WRITE MBKWORK-RECORD FROM MSTBK-RECORD
007380     MOVE 7 TO WS-HASH-VALUE
007390     PERFORM 2110-READ-MASTER THRU 2110-EXIT
007400     PERFORM 2410-UNLOAD-ONE THRU 2410-EXIT
007410         UNTIL WS-END-OF-MASTER
007420     MOVE SPACES TO MSTBK-RECORD
007430     SET MBK-TRAILER TO TRUE
007440     MOVE WS-MST-NAME(WS-MST-IDX) TO MBK-TRL-MASTER
007450     MOVE WS-NEW-GEN TO MBK-TRL-GEN
007460     MOVE WS-UNLOAD-COUNT TO MBK-TRL-COUNT
007470     MOVE WS-HASH-VALUE TO MBK-TRL-KEY-HASH
007480     WRITE MBKWORK-RECORD FROM MSTBK-RECORD.
007490 2400-EXIT.
007500     EXIT.
007510
007520 2410-UNLOAD-ONE.
007530     MOVE SPACES TO MSTBK-RECORD
007540     SET MBK-DETAIL TO TRUE
007550     MOVE WS-MASTER-DATA TO MBK-DATA
007560     WRITE MBKWORK-RECORD FROM MSTBK-RECORD
007570     ADD 1 TO WS-UNLOAD-COUNT
007580     PERFORM 2450-HASH-BYTE THRU 2450-EXIT
007590         VARYING WS-BYTE-IDX FROM 1 BY 1
007600         UNTIL WS-BYTE-IDX > WS-MST-KEY-LEN(WS-MST-IDX)
007610     PERFORM 2110-READ-MASTER THRU 2110-EXIT.
007620 2410-EXIT.
007630     EXIT.
007640
007650 2450-HASH-BYTE.
007660     MOVE ZERO TO WS-CODE-VALUE
007670     MOVE WS-MASTER-BYTE(WS-BYTE-IDX) TO WS-CODE-LOW
007680     COMPUTE WS-HASH-WORK = WS-HASH-VALUE * 31
007690         + WS-CODE-VALUE + WS-BYTE-IDX
007700     DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
007710         GIVING WS-HASH-QUOT REMAINDER WS-HASH-VALUE.
007720 2450-EXIT.
007730     EXIT.
007740
007750*---------------------------------------------------------------
007760* 2500-REPLACE-BACKUP THRU 2500-EXIT.
007770*   COPIES THE WORK FILE BACK OVER THE MASTER'S BACKUP FILE.
007780*   IF THE BACKUP FILE CANNOT BE OPENED FOR OUTPUT IT IS LEFT
007790*   AS IT WAS AND WS-BACKUP-STATUS SHOWS WHY.
007800*---------------------------------------------------------------
007810 2500-REPLACE-BACKUP.
007820     EVALUATE WS-MST-IDX
007830         WHEN 1
007840             OPEN OUTPUT BKCALTXN-FILE
007850         WHEN 2
007860             OPEN OUTPUT BKPALMST-FILE
007870         WHEN 3
007880             OPEN OUTPUT BKTRNMST-FILE
007890         WHEN 4
007900             OPEN OUTPUT BKOPRMST-FILE
007910     END-EVALUATE
007920     IF NOT WS-BACKUP-OK
007930         GO TO 2500-EXIT
007940     END-IF
007950     MOVE "N" TO WS-WORK-EOF-SWITCH
007960     OPEN INPUT MBKWORK-FILE
007970     PERFORM 2510-READ-WORK THRU 2510-EXIT
007980     PERFORM 2520-COPY-BACK-ONE THRU 2520-EXIT
007990         UNTIL WS-END-OF-WORK
008000     CLOSE MBKWORK-FILE
008010     PERFORM 2230-CLOSE-BACKUP THRU 2230-EXIT
008020     MOVE "00" TO WS-BACKUP-STATUS.
008030 2500-EXIT.
008040     EXIT.
008050
008060 2510-READ-WORK.
008070     READ MBKWORK-FILE INTO MSTBK-RECORD
008080         AT END
008090             SET WS-END-OF-WORK TO TRUE
008100     END-READ.
008110 2510-EXIT.
008120     EXIT.
008130
008140 2520-COPY-BACK-ONE.
008150     EVALUATE WS-MST-IDX
008160         WHEN 1
008170             WRITE BKCALTXN-RECORD FROM MSTBK-RECORD
008180         WHEN 2
008190             WRITE BKPALMST-RECORD FROM MSTBK-RECORD
008200         WHEN 3
008210             WRITE BKTRNMST-RECORD FROM MSTBK-RECORD
008220         WHEN 4
008230             WRITE BKOPRMST-RECORD FROM MSTBK-RECORD
008240     END-EVALUATE
008250     PERFORM 2510-READ-WORK THRU 2510-EXIT.
008260 2520-EXIT.
008270     EXIT.
008280
008290*---------------------------------------------------------------
008300* 6500-WRITE-AUDIT THRU 6500-EXIT.
008310*   WRITES ONE COMMON AUDIT-LOG-RECORD.  WS-AUDIT-INPUT AND
008320*   AUDIT-OUTCOME MUST ALREADY BE SET.
008330*---------------------------------------------------------------
008340 6500-WRITE-AUDIT.
008350     MOVE "MSTBKUP" TO AUDIT-PROGRAM-NAME
008360     MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
008370     MOVE WS-RUN-TIME TO AUDIT-RUN-TIME
008380     MOVE "MSTBKUP" TO AUDIT-OPERATOR-ID
008390     MOVE WS-AUDIT-INPUT TO AUDIT-INPUT-VALUES
008400     SET AUDIT-DETAIL TO TRUE
008410     MOVE WS-RUN-TIME TO AUDIT-RUN-NUMBER
008420     ADD 1 TO WS-AUDIT-SEQ
008430     MOVE WS-AUDIT-SEQ TO AUDIT-SEQ-NO
008440     WRITE AUDIT-LOG-RECORD.
008450 6500-EXIT.
008460     EXIT.
008470
008480*---------------------------------------------------------------
008490* 6600-WRITE-AUDIT-TRAILER THRU 6600-EXIT.
008500*   CLOSES THE AUDIT TRAIL WITH A TRAILER RECORD GIVING THE
008510*   RUN'S DETAIL-RECORD COUNT.
008520*---------------------------------------------------------------
008530 6600-WRITE-AUDIT-TRAILER.
008540     MOVE SPACES TO AUDIT-LOG-RECORD
008550     MOVE "MSTBKUP" TO AUDIT-PROGRAM-NAME
008560     MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
008570     MOVE WS-RUN-TIME TO AUDIT-RUN-TIME
008580     MOVE "MSTBKUP" TO AUDIT-OPERATOR-ID
008590     MOVE WS-AUDIT-SEQ TO WS-AUDIT-COUNT-ED
008600     MOVE SPACES TO WS-AUDIT-INPUT
008610     STRING "RECORD COUNT " DELIMITED BY SIZE
008620         WS-AUDIT-COUNT-ED DELIMITED BY SIZE
008630         INTO WS-AUDIT-INPUT
008640     MOVE WS-AUDIT-INPUT TO AUDIT-INPUT-VALUES
008650     MOVE "END OF RUN" TO AUDIT-OUTCOME
008660     SET AUDIT-TRAILER TO TRUE
008670     MOVE WS-RUN-TIME TO AUDIT-RUN-NUMBER
008680     MOVE WS-AUDIT-SEQ TO AUDIT-SEQ-NO
008690     WRITE AUDIT-LOG-RECORD.
008700 6600-EXIT.
008710     EXIT.
008720
008730*---------------------------------------------------------------
008740* 7000-WRITE-REGISTER THRU 7000-EXIT.
008750*   ONE LINE PER MASTER: THE GENERATION WRITTEN, ITS RECORD
008760*   COUNT AND KEY HASH, THE GENERATIONS KEPT AND DROPPED, AND
008770*   THE RESULT.
008780*---------------------------------------------------------------
008790 7000-WRITE-REGISTER.
008800     MOVE WS-NEW-GEN TO WS-GEN-ED
008810     MOVE WS-UNLOAD-COUNT TO WS-RECS-ED
008820     MOVE WS-HASH-VALUE TO WS-HASH-ED
008830     MOVE WS-MST-KEEP(WS-MST-IDX) TO WS-KEEP-ED
008840     MOVE WS-DROP-GENS TO WS-DROP-ED
008850     MOVE SPACES TO WS-PRINT-LINE
008860     STRING WS-MST-NAME(WS-MST-IDX) DELIMITED BY SIZE
008870         " " DELIMITED BY SIZE
008880         WS-GEN-ED DELIMITED BY SIZE
008890         " " DELIMITED BY SIZE
008900         WS-RECS-ED DELIMITED BY SIZE
008910         " " DELIMITED BY SIZE
008920         WS-HASH-ED DELIMITED BY SIZE
008930         "   " DELIMITED BY SIZE
008940         WS-KEEP-ED DELIMITED BY SIZE
008950         "  " DELIMITED BY SIZE
008960         WS-DROP-ED DELIMITED BY SIZE
008970         " " DELIMITED BY SIZE
008980         WS-RESULT-TEXT DELIMITED BY SIZE
008990         INTO WS-PRINT-LINE
009000     MOVE SPACES TO MBKRPT-RECORD
009010     MOVE " " TO RPT-CTL-CHAR
009020     MOVE WS-PRINT-LINE TO RPT-TEXT
009030     WRITE MBKRPT-RECORD.
009040 7000-EXIT.
009050     EXIT.
009060
009070*---------------------------------------------------------------
009080* 8000-WRITE-TOTALS THRU 8000-EXIT.
009090*---------------------------------------------------------------
009100 8000-WRITE-TOTALS.
009110     MOVE SPACES TO MBKRPT-RECORD
009120     MOVE " " TO RPT-CTL-CHAR
009130     WRITE MBKRPT-RECORD
009140     MOVE WS-BACKED-UP-COUNT TO WS-RPT-COUNT
009150     MOVE "MASTERS BACKED UP.. " TO WS-PRINT-LINE
009160     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
009170     MOVE WS-SKIPPED-COUNT TO WS-RPT-COUNT
009180     MOVE "MASTERS SKIPPED.... " TO WS-PRINT-LINE
009190     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
009200     MOVE WS-FAILED-COUNT TO WS-RPT-COUNT
009210     MOVE "BACKUPS FAILED..... " TO WS-PRINT-LINE
009220     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
009230     MOVE WS-DROPPED-COUNT TO WS-RPT-COUNT
009240     MOVE "GENERATIONS DROPPED " TO WS-PRINT-LINE
009250     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
009260     MOVE WS-REJECTED-COUNT TO WS-RPT-COUNT
009270     MOVE "CARDS REJECTED..... " TO WS-PRINT-LINE
009280     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
009290 8000-EXIT.
009300     EXIT.
009310
009320*---------------------------------------------------------------
009330* 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
009340*   PRINTS THE LABEL ALREADY IN WS-PRINT-LINE WITH THE COUNT
009350*   IN WS-RPT-COUNT.
009360*---------------------------------------------------------------
009370 8100-WRITE-TOTAL-LINE.
009380     MOVE WS-RPT-COUNT TO WS-PRINT-LINE(21:7)
009390     MOVE SPACES TO MBKRPT-RECORD
009400     MOVE " " TO RPT-CTL-CHAR
009410     MOVE WS-PRINT-LINE TO RPT-TEXT
009420     WRITE MBKRPT-RECORD.
009430 8100-EXIT.
009440     EXIT.
009450
009460 END PROGRAM MSTBKUP.
