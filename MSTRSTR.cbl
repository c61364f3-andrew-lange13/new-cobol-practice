000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MSTRSTR.
000030 AUTHOR. J H MILLARD.
000040 INSTALLATION. HOME OFFICE DATA CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070****************************************************************
000080*                                                               *
000090* MSTRSTR RELOADS AN INDEXED MASTER - CALCTXN, PALMAST,         *
000100* TRAINMST OR OPERMAST - FROM A GENERATION ON ITS MSTBKUP       *
000110* BACKUP FILE, TO RECOVER FROM A BAD MAINTENANCE RUN.  EACH     *
000120* CARD ON MRSTCTL NAMES THE MASTER AND THE GENERATION.  THE     *
000130* GENERATION IS READ ONCE TO CHECK IT AGAINST ITS HEADER AND    *
000140* TRAILER - MASTER NAME, RECORD LENGTH, RECORD COUNT AND KEY    *
000150* HASH - AND ONLY IF IT AGREES IS THE MASTER EMPTIED AND        *
000160* RELOADED FROM IT.  A GENERATION THAT DOES NOT AGREE LEAVES    *
000170* THE MASTER UNTOUCHED.  EVERY CARD IS WRITTEN TO THE MRSTAUD   *
000180* AUDIT LOG (SHARED AUDITLOG LAYOUT), WITH THE MASTER'S RECORD  *
000190* COUNT BEFORE AND AFTER A RELOAD, AND TO THE MRSTRPT RESTORE   *
000200* REGISTER.  THE RETURN CODE IS 8 WHEN A RESTORE WAS REJECTED,  *
000210* 12 WHEN A RELOAD COULD NOT BE COMPLETED, AND 16 WHEN A FILE   *
000220* COULD NOT BE OPENED AT ALL.  RUN ON REQUEST, NOT AS A         *
000230* DAILYRUN STEP.                                                *
000240*                                                               *
000250****************************************************************
000260*MODIFICATION HISTORY
000270*DATE       INIT DESCRIPTION
000280*2026-10-15 JHM  ORIGINAL PROGRAM, MODELED ON MSTBKUP.
000290****************************************************************
000300
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.
000350
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT MRSTCTL-FILE ASSIGN TO "MRSTCTL"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-MRSTCTL-STATUS.
000410
000420     SELECT CALCTXN-FILE ASSIGN TO "CALCTXN"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS TXN-ID
000460         FILE STATUS IS WS-MASTER-STATUS.
000470
000480     SELECT PALMAST-FILE ASSIGN TO "PALMAST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS PAL-CODE
000520         FILE STATUS IS WS-MASTER-STATUS.
000530
000540     SELECT TRAINMST-FILE ASSIGN TO "TRAINMST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS TRN-PLAYER-ID
000580         FILE STATUS IS WS-MASTER-STATUS.
000590
000600     SELECT OPERMAST-FILE ASSIGN TO "OPERMAST"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS OPR-OPERATOR-ID
000640         FILE STATUS IS WS-MASTER-STATUS.
000650
000660     SELECT BKCALTXN-FILE ASSIGN TO "BKCALTXN"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-BACKUP-STATUS.
000690
000700     SELECT BKPALMST-FILE ASSIGN TO "BKPALMST"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-BACKUP-STATUS.
000730
000740     SELECT BKTRNMST-FILE ASSIGN TO "BKTRNMST"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-BACKUP-STATUS.
000770
000780     SELECT BKOPRMST-FILE ASSIGN TO "BKOPRMST"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-BACKUP-STATUS.
000810
000820     SELECT MRSTAUD-FILE ASSIGN TO "MRSTAUD"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-MRSTAUD-STATUS.
000850
000860     SELECT MRSTRPT-FILE ASSIGN TO "MRSTRPT"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-MRSTRPT-STATUS.
000890
000900 DATA DIVISION.
000910 FILE SECTION.
000920*---------------------------------------------------------------
000930* MRSTCTL-FILE - ONE CARD PER RESTORE.  THE MASTER NAME IN
000940* COLUMNS 1-8 AND THE GENERATION TO RELOAD FROM (AS SHOWN ON
000950* THE MSTBKUP REGISTER) IN COLUMNS 10-13.
000960*---------------------------------------------------------------
000970 FD  MRSTCTL-FILE.
000980 01  MRSTCTL-RECORD.
000990     05  MRC-MASTER              PIC X(08).
001000     05  FILLER                  PIC X(01).
001010     05  MRC-GEN                 PIC X(04).
001020     05  MRC-GEN-NUM REDEFINES MRC-GEN
001030                                 PIC 9(04).
001040     05  FILLER                  PIC X(67).
001050
001060*---------------------------------------------------------------
001070* THE FOUR INDEXED MASTERS, RELOADED IN KEY ORDER.  ONLY THE
001080* KEY IS NAMED HERE; THE WHOLE RECORD IS RELOADED AS IT STANDS
001090* ON THE BACKUP.  THE MASTERS SHARE ONE STATUS FIELD AS ONLY
001100* ONE IS OPEN AT A TIME.
001110*---------------------------------------------------------------
001120 FD  CALCTXN-FILE.
001130 01  CALCTXN-RECORD.
001140     05  TXN-ID                  PIC 9(06).
001150     05  FILLER                  PIC X(74).
001160
001170 FD  PALMAST-FILE.
001180 COPY PALMAST.
001190
001200 FD  TRAINMST-FILE.
001210 01  TRAINMST-RECORD.
001220     05  TRN-PLAYER-ID           PIC X(08).
001230     05  FILLER                  PIC X(72).
001240
001250 FD  OPERMAST-FILE.
001260 COPY OPERMAST.
001270
001280*---------------------------------------------------------------
001290* THE BACKUP FILES WRITTEN BY MSTBKUP, ONE PER MASTER.  ALL
001300* CARRY THE MSTBKREC LAYOUT, HELD IN WORKING STORAGE.
001310*---------------------------------------------------------------
001320 FD  BKCALTXN-FILE.
001330 01  BKCALTXN-RECORD             PIC X(104).
001340
001350 FD  BKPALMST-FILE.
001360 01  BKPALMST-RECORD             PIC X(104).
001370
001380 FD  BKTRNMST-FILE.
001390 01  BKTRNMST-RECORD             PIC X(104).
001400
001410 FD  BKOPRMST-FILE.
001420 01  BKOPRMST-RECORD             PIC X(104).
001430
001440*---------------------------------------------------------------
001450* MRSTAUD-FILE - COMMON AUDIT LOG RECORD.  THE BEFORE AND AFTER
001460* RECORD COUNTS OF EVERY RELOAD, AND EVERY REJECTED RESTORE.
001470* SHARED AUDITLOG LAYOUT.
001480*---------------------------------------------------------------
001490 FD  MRSTAUD-FILE.
001500 COPY AUDITLOG.
001510
001520*---------------------------------------------------------------
001530* MRSTRPT-FILE - THE RESTORE REGISTER.  COLUMN ONE IS A
001540* STANDARD PRINTER CARRIAGE-CONTROL CHARACTER.
001550*---------------------------------------------------------------
001560 FD  MRSTRPT-FILE.
001570 01  MRSTRPT-RECORD.
001580     05  RPT-CTL-CHAR            PIC X(01).
001590     05  RPT-TEXT                PIC X(90).
001600
001610 WORKING-STORAGE SECTION.
001620*---------------------------------------------------------------
001630* FILE STATUS FIELDS AND SWITCHES.
001640*---------------------------------------------------------------
001650 77  WS-MRSTCTL-STATUS           PIC X(02).
001660     88  WS-MRSTCTL-OK                   VALUE "00".
001670 77  WS-MASTER-STATUS            PIC X(02).
001680     88  WS-MASTER-OK                    VALUE "00".
001690 77  WS-BACKUP-STATUS            PIC X(02).
001700     88  WS-BACKUP-OK                    VALUE "00".
001710 77  WS-MRSTAUD-STATUS           PIC X(02).
001720     88  WS-MRSTAUD-OK                   VALUE "00".
001730 77  WS-MRSTRPT-STATUS           PIC X(02).
001740     88  WS-MRSTRPT-OK                   VALUE "00".
001750
001760 77  WS-CTL-EOF-SWITCH           PIC X(01) VALUE "N".
001770     88  WS-END-OF-MRSTCTL               VALUE "Y".
001780 77  WS-MASTER-EOF-SWITCH        PIC X(01) VALUE "N".
001790     88  WS-END-OF-MASTER                VALUE "Y".
001800 77  WS-BACKUP-EOF-SWITCH        PIC X(01) VALUE "N".
001810     88  WS-END-OF-BACKUP                VALUE "Y".
001820 77  WS-EDIT-SWITCH              PIC X(01) VALUE "Y".
001830     88  WS-EDIT-VALID                   VALUE "Y".
001840     88  WS-EDIT-INVALID                 VALUE "N".
001850
001860*---------------------------------------------------------------
001870* THE MASTERS BACKED UP BY MSTBKUP, IN ITS ORDER: THE
001880* MASTER NAME, ITS BACKUP FILE, ITS RECORD LENGTH AND THE
001890* LENGTH OF ITS KEY (ALWAYS AT THE FRONT OF THE RECORD).
001900*---------------------------------------------------------------
001910 01  WS-MASTER-LIST.
001920     05  FILLER                  PIC X(21)
001930                                 VALUE "CALCTXN BKCALTXN08006".
001940     05  FILLER                  PIC X(21)
001950                                 VALUE "PALMAST BKPALMST10060".
001960     05  FILLER                  PIC X(21)
001970                                 VALUE "TRAINMSTBKTRNMST08008".
001980     05  FILLER                  PIC X(21)
001990                                 VALUE "OPERMASTBKOPRMST08008".
002000 01  WS-MASTER-TABLE REDEFINES WS-MASTER-LIST.
002010     05  WS-MST-ENTRY            OCCURS 4 TIMES.
002020         10  WS-MST-NAME         PIC X(08).
002030         10  WS-MST-BACKUP       PIC X(08).
002040         10  WS-MST-REC-LEN      PIC 9(03).
002050         10  WS-MST-KEY-LEN      PIC 9(02).
002060 77  WS-MST-COUNT                PIC 9(02) COMP VALUE 4.
002070 77  WS-MST-IDX                  PIC 9(02) COMP.
002080 77  WS-FOUND-IDX                PIC 9(02) COMP.
002090
002100*---------------------------------------------------------------
002110* THE BACKUP RECORD AND THE MASTER RECORD BEING RELOADED.
002120*---------------------------------------------------------------
002130 COPY MSTBKREC.
002140
002150 01  WS-MASTER-DATA              PIC X(100).
002160 01  WS-MASTER-BYTES REDEFINES WS-MASTER-DATA.
002170     05  WS-MASTER-BYTE          PIC X(01) OCCURS 100 TIMES.
002180
002190*---------------------------------------------------------------
002200* VERIFICATION AND RELOAD WORK FIELDS FOR THE CARD IN HAND.
002210*---------------------------------------------------------------
002220 77  WS-GEN-COUNT                PIC 9(07) COMP.
002230 77  WS-BEFORE-COUNT             PIC 9(07) COMP.
002240 77  WS-LOAD-COUNT               PIC 9(07) COMP.
002250 77  WS-LOAD-ERRORS              PIC 9(07) COMP.
002260 77  WS-BYTE-IDX                 PIC 9(03) COMP.
002270*THE KEY HASH IS RECOMPUTED EXACTLY AS MSTBKUP COMPUTED IT: FROM
002280*7, FOLDING IN EVERY KEY BYTE AND ITS POSITION IN THE KEY,
002290*RECORD BY RECORD IN THE ORDER THEY STAND ON THE BACKUP.
002300 77  WS-HASH-VALUE               PIC 9(09) COMP.
002310 77  WS-HASH-WORK                PIC 9(12) COMP.
002320 77  WS-HASH-QUOT                PIC 9(12) COMP.
002330 77  WS-HASH-MODULUS             PIC 9(09) COMP VALUE 999999937.
002340 01  WS-CODE-WORK.
002350     05  WS-CODE-VALUE           PIC 9(04) COMP.
002360 01  WS-CODE-BYTES REDEFINES WS-CODE-WORK.
002370     05  WS-CODE-HIGH            PIC X(01).
002380     05  WS-CODE-LOW             PIC X(01).
002390
002400*---------------------------------------------------------------
002410* REGISTER COUNTERS, TIMESTAMPS AND WORK FIELDS.
002420*---------------------------------------------------------------
002430 77  WS-RESTORED-COUNT           PIC 9(05) COMP VALUE ZERO.
002440 77  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
002450 77  WS-FAILED-COUNT             PIC 9(05) COMP VALUE ZERO.
002460 01  WS-RPT-COUNT                PIC ZZZZZZ9.
002470 01  WS-RECS-ED                  PIC 9(07).
002480 01  WS-BEFORE-ED                PIC 9(07).
002490 01  WS-HASH-ED                  PIC 9(09).
002500 01  WS-RESULT-TEXT              PIC X(44).
002510 01  WS-PRINT-LINE               PIC X(90).
002520 01  WS-RUN-DATE-RAW             PIC 9(06).
002530 01  WS-RUN-DATE-ED              PIC 99/99/99.
002540 77  WS-RUN-DATE                 PIC 9(08).
002550 77  WS-RUN-TIME                 PIC 9(08).
002560 77  WS-AUDIT-INPUT              PIC X(40).
002570*WITHIN-RUN AUDIT SEQUENCE NUMBER.  STAMPED ON EVERY
002580*MRSTAUD RECORD AND REPORTED ON THE END-OF-RUN TRAILER.
002590 77  WS-AUDIT-SEQ                PIC 9(06) COMP VALUE ZERO.
002600 01  WS-AUDIT-COUNT-ED           PIC 9(06).
002610
002620 PROCEDURE DIVISION.
002630*---------------------------------------------------------------
002640* 0000-MAINLINE.
002650*---------------------------------------------------------------
002660 0000-MAINLINE.
002670     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002680     IF RETURN-CODE NOT = 16
002690         PERFORM 1100-READ-MRSTCTL THRU 1100-EXIT
002700         PERFORM 2000-RESTORE-ONE THRU 2000-EXIT
002710             UNTIL WS-END-OF-MRSTCTL
002720         PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
002730         CLOSE MRSTCTL-FILE
002740         PERFORM 6600-WRITE-AUDIT-TRAILER THRU 6600-EXIT
002750         CLOSE MRSTAUD-FILE
002760         CLOSE MRSTRPT-FILE
002770         EVALUATE TRUE
002780             WHEN WS-FAILED-COUNT > ZERO
002790                 MOVE 12 TO RETURN-CODE
002800             WHEN WS-REJECTED-COUNT > ZERO
002810                 MOVE 8 TO RETURN-CODE
002820             WHEN OTHER
002830                 MOVE ZERO TO RETURN-CODE
002840         END-EVALUATE
002850     END-IF
002860     GOBACK.
002870
002880*---------------------------------------------------------------
002890* 1000-INITIALIZE THRU 1000-EXIT.
002900*   OPENS THE CONTROL CARDS, THE AUDIT LOG AND THE REGISTER.
002910*---------------------------------------------------------------
002920 1000-INITIALIZE.
002930     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002940     ACCEPT WS-RUN-TIME FROM TIME
002950     ACCEPT WS-RUN-DATE-RAW FROM DATE
002960     MOVE WS-RUN-DATE-RAW TO WS-RUN-DATE-ED
002970     OPEN INPUT MRSTCTL-FILE
002980     IF NOT WS-MRSTCTL-OK
002990         DISPLAY "MSTRSTR: UNABLE TO OPEN MRSTCTL, STATUS "
003000             WS-MRSTCTL-STATUS
003010         MOVE 16 TO RETURN-CODE
003020         GO TO 1000-EXIT
003030     END-IF
003040     OPEN OUTPUT MRSTAUD-FILE
003050     IF NOT WS-MRSTAUD-OK
003060         DISPLAY "MSTRSTR: UNABLE TO OPEN MRSTAUD, STATUS "
003070             WS-MRSTAUD-STATUS
003080         MOVE 16 TO RETURN-CODE
003090         CLOSE MRSTCTL-FILE
003100         GO TO 1000-EXIT
003110     END-IF
003120     OPEN OUTPUT MRSTRPT-FILE
003130     IF NOT WS-MRSTRPT-OK
003140         DISPLAY "MSTRSTR: UNABLE TO OPEN MRSTRPT, STATUS "
003150             WS-MRSTRPT-STATUS
003160         MOVE 16 TO RETURN-CODE
003170         CLOSE MRSTCTL-FILE
003180         CLOSE MRSTAUD-FILE
003190         GO TO 1000-EXIT
003200     END-IF
003210     MOVE SPACES TO MRSTRPT-RECORD
003220     MOVE "1" TO RPT-CTL-CHAR
003230     MOVE "INDEXED MASTERS - RESTORE REGISTER" TO RPT-TEXT
003240     WRITE MRSTRPT-RECORD
003250     MOVE SPACES TO MRSTRPT-RECORD
003260     MOVE " " TO RPT-CTL-CHAR
003270     STRING "RUN DATE: " WS-RUN-DATE-ED
003280         DELIMITED BY SIZE INTO RPT-TEXT
003290     WRITE MRSTRPT-RECORD
003300     MOVE SPACES TO MRSTRPT-RECORD
003310     WRITE MRSTRPT-RECORD
003320     MOVE SPACES TO MRSTRPT-RECORD
003330     MOVE " " TO RPT-CTL-CHAR
003340     MOVE "MASTER   GEN   BEFORE RECORDS KEY HASH   RESULT"
003350         TO RPT-TEXT
003360     WRITE MRSTRPT-RECORD.
003370 1000-EXIT.
003380     EXIT.
003390
003400*---------------------------------------------------------------
003410* 1100-READ-MRSTCTL THRU 1100-EXIT.
003420*---------------------------------------------------------------
003430 1100-READ-MRSTCTL.
003440     READ MRSTCTL-FILE
003450         AT END
003460             SET WS-END-OF-MRSTCTL TO TRUE
003470     END-READ.
003480 1100-EXIT.
003490     EXIT.
003500
003510*---------------------------------------------------------------
003520* 2000-RESTORE-ONE THRU 2000-EXIT.
003530*   EDITS ONE CARD, CHECKS THE GENERATION IT NAMES AGAINST ITS
003540*   TRAILER, AND ONLY THEN RELOADS THE MASTER.  WRITES THE
003550*   AUDIT RECORDS AND REGISTER LINE, THEN READS THE NEXT CARD.
003560*---------------------------------------------------------------
003570 2000-RESTORE-ONE.
003580     MOVE SPACES TO WS-RESULT-TEXT
003590     MOVE ZERO TO WS-GEN-COUNT
003600     MOVE ZERO TO WS-BEFORE-COUNT
003610     MOVE ZERO TO WS-LOAD-COUNT
003620     MOVE ZERO TO WS-LOAD-ERRORS
003630     MOVE ZERO TO WS-HASH-VALUE
003640     PERFORM 2500-EDIT-CARD THRU 2500-EXIT
003650     IF WS-EDIT-VALID
003660         PERFORM 3000-VERIFY-GENERATION THRU 3000-EXIT
003670     END-IF
003680     IF WS-EDIT-VALID
003690         PERFORM 3500-COUNT-CURRENT THRU 3500-EXIT
003700         PERFORM 6000-AUDIT-BEFORE THRU 6000-EXIT
003710         PERFORM 4000-RELOAD-MASTER THRU 4000-EXIT
003720         PERFORM 6100-AUDIT-AFTER THRU 6100-EXIT
003730     ELSE
003740         ADD 1 TO WS-REJECTED-COUNT
003750         PERFORM 6200-AUDIT-REJECT THRU 6200-EXIT
003760     END-IF
003770     PERFORM 7000-WRITE-REGISTER THRU 7000-EXIT
003780     PERFORM 1100-READ-MRSTCTL THRU 1100-EXIT.
003790 2000-EXIT.
003800     EXIT.
003810
003820*---------------------------------------------------------------
004230* 2100-OPEN-MASTER THRU 2120-EXIT.
004240*   OPEN, READ IN KEY ORDER AND CLOSE THE MASTER AT WS-MST-IDX.
004250*   EACH RECORD READ IS MOVED TO WS-MASTER-DATA.
004260*---------------------------------------------------------------
004270 2100-OPEN-MASTER.
004280     MOVE "N" TO WS-MASTER-EOF-SWITCH
004290     EVALUATE WS-MST-IDX
004300         WHEN 1
004310             OPEN INPUT CALCTXN-FILE
004320         WHEN 2
004330             OPEN INPUT PALMAST-FILE
004340         WHEN 3
004350             OPEN INPUT TRAINMST-FILE
004360         WHEN 4
004370             OPEN INPUT OPERMAST-FILE
004380     END-EVALUATE.
004390 2100-EXIT.
004400     EXIT.
004410
004420 2110-READ-MASTER.
004430     MOVE SPACES TO WS-MASTER-DATA
004440     EVALUATE WS-MST-IDX
004450         WHEN 1
004460             READ CALCTXN-FILE INTO WS-MASTER-DATA
004470                 AT END
004480                     SET WS-END-OF-MASTER TO TRUE
004490             END-READ
004500         WHEN 2
004510             READ PALMAST-FILE INTO WS-MASTER-DATA
004520                 AT END
004530                     SET WS-END-OF-MASTER TO TRUE
004540             END-READ
004550         WHEN 3
004560             READ TRAINMST-FILE INTO WS-MASTER-DATA
004570                 AT END
004580                     SET WS-END-OF-MASTER TO TRUE
004590             END-READ
004600         WHEN 4
004610             READ OPERMAST-FILE INTO WS-MASTER-DATA
004620                 AT END
004630                     SET WS-END-OF-MASTER TO TRUE
004640             END-READ
004650     END-EVALUATE.
004660 2110-EXIT.
004670     EXIT.
004680
004690 2120-CLOSE-MASTER.
004700     EVALUATE WS-MST-IDX
004710         WHEN 1
004720             CLOSE CALCTXN-FILE
004730         WHEN 2
004740             CLOSE PALMAST-FILE
004750         WHEN 3
004760             CLOSE TRAINMST-FILE
004770         WHEN 4
004780             CLOSE OPERMAST-FILE
004790     END-EVALUATE.
004800 2120-EXIT.
004810     EXIT.
004820
004830*---------------------------------------------------------------
004840* 2210-OPEN-BACKUP-INPUT THRU 2230-EXIT.
004850*   OPEN, READ AND CLOSE THE BACKUP FILE OF THE MASTER AT
004860*   WS-MST-IDX.  EACH RECORD READ IS MOVED TO MSTBK-RECORD.
004870*---------------------------------------------------------------
004880 2210-OPEN-BACKUP-INPUT.
004890     MOVE "N" TO WS-BACKUP-EOF-SWITCH
004900     EVALUATE WS-MST-IDX
004910         WHEN 1
004920             OPEN INPUT BKCALTXN-FILE
004930         WHEN 2
004940             OPEN INPUT BKPALMST-FILE
004950         WHEN 3
004960             OPEN INPUT BKTRNMST-FILE
004970         WHEN 4
004980             OPEN INPUT BKOPRMST-FILE
004990     END-EVALUATE.
005000 2210-EXIT.
005010     EXIT.
005020
005030 2220-READ-BACKUP.
005040     EVALUATE WS-MST-IDX
005050         WHEN 1
005060             READ BKCALTXN-FILE INTO MSTBK-RECORD
005070                 AT END
005080                     SET WS-END-OF-BACKUP TO TRUE
005090             END-READ
005100         WHEN 2
005110             READ BKPALMST-FILE INTO MSTBK-RECORD
005120                 AT END
005130                     SET WS-END-OF-BACKUP TO TRUE
005140             END-READ
005150         WHEN 3
005160             READ BKTRNMST-FILE INTO MSTBK-RECORD
005170                 AT END
005180                     SET WS-END-OF-BACKUP TO TRUE
005190             END-READ
005200         WHEN 4
005210             READ BKOPRMST-FILE INTO MSTBK-RECORD
005220                 AT END
005230                     SET WS-END-OF-BACKUP TO TRUE
005240             END-READ
005250     END-EVALUATE.
005260 2220-EXIT.
005270     EXIT.
005280
005290 2230-CLOSE-BACKUP.
005300     EVALUATE WS-MST-IDX
005310         WHEN 1
005320             CLOSE BKCALTXN-FILE
005330         WHEN 2
005340             CLOSE BKPALMST-FILE
005350         WHEN 3
005360             CLOSE BKTRNMST-FILE
005370         WHEN 4
005380             CLOSE BKOPRMST-FILE
005390     END-EVALUATE.
005400 2230-EXIT.
005401     EXIT.
005402
005403*---------------------------------------------------------------
005404* 2500-EDIT-CARD THRU 2500-EXIT.
005405*   THE MASTER MUST BE ONE OF THE FOUR BACKED UP BY MSTBKUP AND
005406*   THE GENERATION MUST BE A NUMBER FROM 0001 TO 9999.  A GOOD
005407*   CARD LEAVES WS-MST-IDX ON THE MASTER.
005408*---------------------------------------------------------------
005409 2500-EDIT-CARD.
005410     SET WS-EDIT-VALID TO TRUE
005411     MOVE ZERO TO WS-FOUND-IDX
005412     PERFORM 2510-FIND-MASTER THRU 2510-EXIT
005413         VARYING WS-MST-IDX FROM 1 BY 1
005414         UNTIL WS-MST-IDX > WS-MST-COUNT
005415     IF WS-FOUND-IDX = ZERO
005416         MOVE "REJECTED - NOT A MASTER BACKED UP"
005417             TO WS-RESULT-TEXT
005418         SET WS-EDIT-INVALID TO TRUE
005419         GO TO 2500-EXIT
005420     END-IF
005421     MOVE WS-FOUND-IDX TO WS-MST-IDX
005422     IF MRC-GEN NOT NUMERIC
005423         MOVE "REJECTED - GENERATION MUST BE 0001 TO 9999"
005424             TO WS-RESULT-TEXT
005425         SET WS-EDIT-INVALID TO TRUE
005426         GO TO 2500-EXIT
005427     END-IF
005428     IF MRC-GEN-NUM = ZERO
005429         MOVE "REJECTED - GENERATION MUST BE 0001 TO 9999"
005430             TO WS-RESULT-TEXT
005431         SET WS-EDIT-INVALID TO TRUE
005432     END-IF.
005433 2500-EXIT.
005434     EXIT.
005435
005436 2510-FIND-MASTER.
005437     IF MRC-MASTER = WS-MST-NAME(WS-MST-IDX)
005438         MOVE WS-MST-IDX TO WS-FOUND-IDX
005439     END-IF.
005440 2510-EXIT.
005441     EXIT.
005442
005443*---------------------------------------------------------------
005444* 3000-VERIFY-GENERATION THRU 3000-EXIT.
005450*   FINDS THE GENERATION'S HEADER ON THE BACKUP FILE, CHECKS IT
005460*   IS FOR THIS MASTER AND RECORD LENGTH, THEN COUNTS AND HASHES
005470*   ITS DETAIL RECORDS AND CHECKS BOTH AGAINST ITS TRAILER.  ANY
005480*   DISAGREEMENT REJECTS THE CARD WITH THE MASTER UNTOUCHED.
005490*---------------------------------------------------------------
005500 3000-VERIFY-GENERATION.
005510     PERFORM 2210-OPEN-BACKUP-INPUT THRU 2210-EXIT
005520     IF NOT WS-BACKUP-OK
005530         STRING "REJECTED - " DELIMITED BY SIZE
005540             WS-MST-BACKUP(WS-MST-IDX) DELIMITED BY SIZE
005550             " OPEN STATUS " DELIMITED BY SIZE
005560             WS-BACKUP-STATUS DELIMITED BY SIZE
005570             INTO WS-RESULT-TEXT
005580         SET WS-EDIT-INVALID TO TRUE
005590         GO TO 3000-EXIT
005600     END-IF
005610     PERFORM 3050-CHECK-GENERATION THRU 3050-EXIT
005620     PERFORM 2230-CLOSE-BACKUP THRU 2230-EXIT.
005630 3000-EXIT.
005640     EXIT.
005650
005660 3050-CHECK-GENERATION.
005670     PERFORM 3100-FIND-HEADER THRU 3100-EXIT
005680     IF WS-END-OF-BACKUP
005690         MOVE "REJECTED - GENERATION NOT ON BACKUP FILE"
005700             TO WS-RESULT-TEXT
005710         SET WS-EDIT-INVALID TO TRUE
005720         GO TO 3050-EXIT
005730     END-IF
005740     IF MBK-HDR-MASTER NOT = WS-MST-NAME(WS-MST-IDX)
005750       OR MBK-HDR-REC-LEN NOT = WS-MST-REC-LEN(WS-MST-IDX)
005760         MOVE "REJECTED - HEADER IS NOT FOR THIS MASTER"
005770             TO WS-RESULT-TEXT
005780         SET WS-EDIT-INVALID TO TRUE
005790         GO TO 3050-EXIT
005800     END-IF
005810     MOVE 7 TO WS-HASH-VALUE
005820     PERFORM 2220-READ-BACKUP THRU 2220-EXIT
005830     PERFORM 3200-VERIFY-ONE THRU 3200-EXIT
005840         UNTIL WS-END-OF-BACKUP
005850            OR NOT MBK-DETAIL
005860     EVALUATE TRUE
005870         WHEN WS-END-OF-BACKUP
005880           OR NOT MBK-TRAILER
005890             MOVE "REJECTED - GENERATION HAS NO TRAILER"
005900                 TO WS-RESULT-TEXT
005910             SET WS-EDIT-INVALID TO TRUE
005920         WHEN MBK-TRL-MASTER NOT = WS-MST-NAME(WS-MST-IDX)
005930           OR MBK-TRL-GEN NOT = MRC-GEN-NUM
005940             MOVE "REJECTED - TRAILER IS NOT FOR THIS GENERATION"
005950                 TO WS-RESULT-TEXT
005960             SET WS-EDIT-INVALID TO TRUE
005970         WHEN MBK-TRL-COUNT NOT = WS-GEN-COUNT
005980             MOVE "REJECTED - TRAILER RECORD COUNT DISAGREES"
005990                 TO WS-RESULT-TEXT
006000             SET WS-EDIT-INVALID TO TRUE
006010         WHEN MBK-TRL-KEY-HASH NOT = WS-HASH-VALUE
006020             MOVE "REJECTED - TRAILER KEY HASH DISAGREES"
006030                 TO WS-RESULT-TEXT
006040             SET WS-EDIT-INVALID TO TRUE
006050     END-EVALUATE.
006060 3050-EXIT.
006070     EXIT.
006080
006090*---------------------------------------------------------------
006100* 3100-FIND-HEADER THRU 3100-EXIT.
006110*   READS THE BACKUP FILE FROM THE TOP TO THE HEADER OF THE
006120*   GENERATION ON THE CARD, OR TO END OF FILE.
006130*---------------------------------------------------------------
006140 3100-FIND-HEADER.
006150     PERFORM 2220-READ-BACKUP THRU 2220-EXIT
006160     PERFORM 2220-READ-BACKUP THRU 2220-EXIT
006170         UNTIL WS-END-OF-BACKUP
006180            OR (MBK-HEADER AND MBK-HDR-GEN = MRC-GEN-NUM).
006190 3100-EXIT.
006200     EXIT.
006210
006220 3200-VERIFY-ONE.
006230     ADD 1 TO WS-GEN-COUNT
006240     MOVE MBK-DATA TO WS-MASTER-DATA
006250     PERFORM 3250-HASH-BYTE THRU 3250-EXIT
006260         VARYING WS-BYTE-IDX FROM 1 BY 1
006270         UNTIL WS-BYTE-IDX > WS-MST-KEY-LEN(WS-MST-IDX)
006280     PERFORM 2220-READ-BACKUP THRU 2220-EXIT.
006290 3200-EXIT.
006300     EXIT.
006310
006320 3250-HASH-BYTE.
006330     MOVE ZERO TO WS-CODE-VALUE
006340     MOVE WS-MASTER-BYTE(WS-BYTE-IDX) TO WS-CODE-LOW
006350     COMPUTE WS-HASH-WORK = WS-HASH-VALUE * 31
006360         + WS-CODE-VALUE + WS-BYTE-IDX
006370     DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
006380         GIVING WS-HASH-QUOT REMAINDER WS-HASH-VALUE.
006390 3250-EXIT.
006400     EXIT.
006410
006420*---------------------------------------------------------------
006430* 3500-COUNT-CURRENT THRU 3500-EXIT.
006440*   COUNTS THE RECORDS ON THE MASTER AS IT STANDS, FOR THE
006450*   BEFORE IMAGE.  A MASTER THAT IS NOT THERE COUNTS AS EMPTY.
006460*---------------------------------------------------------------
006470 3500-COUNT-CURRENT.
006480     PERFORM 2100-OPEN-MASTER THRU 2100-EXIT
006490     IF NOT WS-MASTER-OK
006500         GO TO 3500-EXIT
006510     END-IF
006520     PERFORM 2110-READ-MASTER THRU 2110-EXIT
006530     PERFORM 3510-COUNT-ONE THRU 3510-EXIT
006540         UNTIL WS-END-OF-MASTER
006550     PERFORM 2120-CLOSE-MASTER THRU 2120-EXIT.
006560 3500-EXIT.
006570     EXIT.
006580
006590 3510-COUNT-ONE.
006600     ADD 1 TO WS-BEFORE-COUNT
006610     PERFORM 2110-READ-MASTER THRU 2110-EXIT.
006620 3510-EXIT.
006630     EXIT.
006640
006650*---------------------------------------------------------------
006660* 4000-RELOAD-MASTER THRU 4000-EXIT.
006670*   EMPTIES THE MASTER BY OPENING IT FOR OUTPUT AND WRITES BACK
006680*   EVERY DETAIL RECORD OF THE VERIFIED GENERATION, IN THE KEY
006690*   ORDER THEY WERE UNLOADED IN.  A RECORD THE MASTER REFUSES
006700*   IS COUNTED AS A LOAD ERROR.
006710*---------------------------------------------------------------
006720 4000-RELOAD-MASTER.
006730     EVALUATE WS-MST-IDX
006740         WHEN 1
006750             OPEN OUTPUT CALCTXN-FILE
006760         WHEN 2
006770             OPEN OUTPUT PALMAST-FILE
006780         WHEN 3
006790             OPEN OUTPUT TRAINMST-FILE
006800         WHEN 4
006810             OPEN OUTPUT OPERMAST-FILE
006820     END-EVALUATE
006830     IF NOT WS-MASTER-OK
006840         STRING "FAILED - MASTER OPEN STATUS " DELIMITED BY SIZE
006850             WS-MASTER-STATUS DELIMITED BY SIZE
006860             INTO WS-RESULT-TEXT
006870         ADD 1 TO WS-FAILED-COUNT
006880         GO TO 4000-EXIT
006890     END-IF
006900     PERFORM 2210-OPEN-BACKUP-INPUT THRU 2210-EXIT
006910     PERFORM 3100-FIND-HEADER THRU 3100-EXIT
006920     PERFORM 2220-READ-BACKUP THRU 2220-EXIT
006930     PERFORM 4100-LOAD-ONE THRU 4100-EXIT
006940         UNTIL WS-END-OF-BACKUP
006950            OR NOT MBK-DETAIL
006960     PERFORM 2230-CLOSE-BACKUP THRU 2230-EXIT
006970     PERFORM 2120-CLOSE-MASTER THRU 2120-EXIT
006980     IF WS-LOAD-ERRORS > ZERO
006990         MOVE WS-LOAD-ERRORS TO WS-RPT-COUNT
007000         STRING "FAILED - " DELIMITED BY SIZE
007010             WS-RPT-COUNT DELIMITED BY SIZE
007020             " RECORDS NOT RELOADED" DELIMITED BY SIZE
007030             INTO WS-RESULT-TEXT
007040         ADD 1 TO WS-FAILED-COUNT
007050     ELSE
007060         MOVE "RESTORED" TO WS-RESULT-TEXT
007070         ADD 1 TO WS-RESTORED-COUNT
007080     END-IF.
007090 4000-EXIT.
007100     EXIT.
007110
007120 4100-LOAD-ONE.
007130     MOVE MBK-DATA TO WS-MASTER-DATA
007140     EVALUATE WS-MST-IDX
007150         WHEN 1
007160             WRITE CALCTXN-RECORD FROM WS-MASTER-DATA
007170                 INVALID KEY
007180                     ADD 1 TO WS-LOAD-ERRORS
007190                 NOT INVALID KEY
007200                     ADD 1 TO WS-LOAD-COUNT
007210             END-WRITE
007220         WHEN 2
007230             WRITE PALMAST-RECORD FROM WS-MASTER-DATA
007240                 INVALID KEY
007250                     ADD 1 TO WS-LOAD-ERRORS
007260                 NOT INVALID KEY
007270                     ADD 1 TO WS-LOAD-COUNT
007280             END-WRITE
007290         WHEN 3
007300             WRITE TRAINMST-RECORD FROM WS-MASTER-DATA
007310                 INVALID KEY
007320                     ADD 1 TO WS-LOAD-ERRORS
007330                 NOT INVALID KEY
007340                     ADD 1 TO WS-LOAD-COUNT
007350             END-WRITE
007360         WHEN 4
007370             WRITE OPERMAST-RECORD FROM WS-MASTER-DATA
007380                 INVALID KEY
007390                     ADD 1 TO WS-LOAD-ERRORS
007400                 NOT INVALID KEY
007410                     ADD 1 TO WS-LOAD-COUNT
007420             END-WRITE
007430     END-EVALUATE
007440     PERFORM 2220-READ-BACKUP THRU 2220-EXIT.
007450 4100-EXIT.
007460     EXIT.
007470
007480*---------------------------------------------------------------
007490* 6000-AUDIT-BEFORE THRU 6000-EXIT.
007500*   THE MASTER'S RECORD COUNT BEFORE THE RELOAD.
007510*---------------------------------------------------------------
007520 6000-AUDIT-BEFORE.
007530     MOVE WS-BEFORE-COUNT TO WS-BEFORE-ED
007540     MOVE SPACES TO WS-AUDIT-INPUT
007550     STRING WS-MST-NAME(WS-MST-IDX) DELIMITED BY SIZE
007560         " RECORDS " DELIMITED BY SIZE
007570         WS-BEFORE-ED DELIMITED BY SIZE
007580         INTO WS-AUDIT-INPUT
007590     MOVE "BEFORE IMAGE" TO AUDIT-OUTCOME
007600     PERFORM 6500-WRITE-AUDIT THRU 6500-EXIT.
007610 6000-EXIT.
007620     EXIT.
007630
007640*---------------------------------------------------------------
007650* 6100-AUDIT-AFTER THRU 6100-EXIT.
007660*   THE GENERATION RELOADED AND THE RECORDS WRITTEN BACK.
007670*---------------------------------------------------------------
007680 6100-AUDIT-AFTER.
007690     MOVE WS-LOAD-COUNT TO WS-RECS-ED
007700     MOVE SPACES TO WS-AUDIT-INPUT
007710     STRING WS-MST-NAME(WS-MST-IDX) DELIMITED BY SIZE
007720         " RECORDS " DELIMITED BY SIZE
007730         WS-RECS-ED DELIMITED BY SIZE
007740         " GEN " DELIMITED BY SIZE
007750         MRC-GEN DELIMITED BY SIZE
007760         INTO WS-AUDIT-INPUT
007770     IF WS-RESULT-TEXT(1:6) = "FAILED"
007780         MOVE "RELOAD FAILED" TO AUDIT-OUTCOME
007790     ELSE
007800         MOVE "AFTER IMAGE" TO AUDIT-OUTCOME
007810     END-IF
007820     PERFORM 6500-WRITE-AUDIT THRU 6500-EXIT.
007830 6100-EXIT.
007840     EXIT.
007850
007860*---------------------------------------------------------------
007870* 6200-AUDIT-REJECT THRU 6200-EXIT.
007880*   A RESTORE THAT WAS REFUSED, AS THE CARD GAVE IT.
007890*---------------------------------------------------------------
007900 6200-AUDIT-REJECT.
007910     MOVE SPACES TO WS-AUDIT-INPUT
007920     STRING MRC-MASTER DELIMITED BY SIZE
007930         " GEN " DELIMITED BY SIZE
007940         MRC-GEN DELIMITED BY SIZE
007950         INTO WS-AUDIT-INPUT
007960     MOVE "RESTORE REJECTED" TO AUDIT-OUTCOME
007970     PERFORM 6500-WRITE-AUDIT THRU 6500-EXIT.
007980 6200-EXIT.
007990     EXIT.
008000
008010*---------------------------------------------------------------
008020* 6500-WRITE-AUDIT THRU 6500-EXIT.
008030*   WRITES ONE COMMON AUDIT-LOG-RECORD.  WS-AUDIT-INPUT AND
008040*   AUDIT-OUTCOME MUST ALREADY BE SET.
008050*---------------------------------------------------------------
008060 6500-WRITE-AUDIT.
008070     MOVE "MSTRSTR" TO AUDIT-PROGRAM-NAME
008080     MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
008090     MOVE WS-RUN-TIME TO AUDIT-RUN-TIME
008100     MOVE "MSTRSTR" TO AUDIT-OPERATOR-ID
008110     MOVE WS-AUDIT-INPUT TO AUDIT-INPUT-VALUES
008120     SET AUDIT-DETAIL TO TRUE
008130     MOVE WS-RUN-TIME TO AUDIT-RUN-NUMBER
008140     ADD 1 TO WS-AUDIT-SEQ
008150     MOVE WS-AUDIT-SEQ TO AUDIT-SEQ-NO
008160     WRITE AUDIT-LOG-RECORD.
008170 6500-EXIT.
008180     EXIT.
008190
008200*---------------------------------------------------------------
008210* 6600-WRITE-AUDIT-TRAILER THRU 6600-EXIT.
008220*   CLOSES THE AUDIT TRAIL WITH A TRAILER RECORD GIVING THE
008230*   RUN'S DETAIL-RECORD COUNT.
008240*---------------------------------------------------------------
008250 6600-WRITE-AUDIT-TRAILER.
008260     MOVE SPACES TO AUDIT-LOG-RECORD
008270     MOVE "MSTRSTR" TO AUDIT-PROGRAM-NAME
008280     MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
008290     MOVE WS-RUN-TIME TO AUDIT-RUN-TIME
008300     MOVE "MSTRSTR" TO AUDIT-OPERATOR-ID
008310     MOVE WS-AUDIT-SEQ TO WS-AUDIT-COUNT-ED
008320     MOVE SPACES TO WS-AUDIT-INPUT
008330     STRING "RECORD COUNT " DELIMITED BY SIZE
008340         WS-AUDIT-COUNT-ED DELIMITED BY SIZE
008350         INTO WS-AUDIT-INPUT
008360     MOVE WS-AUDIT-INPUT TO AUDIT-INPUT-VALUES
008370     MOVE "END OF RUN" TO AUDIT-OUTCOME
008380     SET AUDIT-TRAILER TO TRUE
008390     MOVE WS-RUN-TIME TO AUDIT-RUN-NUMBER
008400     MOVE WS-AUDIT-SEQ TO AUDIT-SEQ-NO
008410     WRITE AUDIT-LOG-RECORD.
008420 6600-EXIT.
008430     EXIT.
008440
008450*---------------------------------------------------------------
008460* 7000-WRITE-REGISTER THRU 7000-EXIT.
008470*   ONE LINE PER CARD: THE MASTER'S RECORD COUNT BEFORE, THE
008480*   RECORDS IN THE GENERATION AND ITS KEY HASH, AND THE RESULT.
008490*---------------------------------------------------------------
008500 7000-WRITE-REGISTER.
008510     MOVE WS-BEFORE-COUNT TO WS-BEFORE-ED
008520     MOVE WS-GEN-COUNT TO WS-RECS-ED
008530     MOVE WS-HASH-VALUE TO WS-HASH-ED
008540     MOVE SPACES TO WS-PRINT-LINE
008550     STRING MRC-MASTER DELIMITED BY SIZE
008560         " " DELIMITED BY SIZE
008570         MRC-GEN DELIMITED BY SIZE
008580         " " DELIMITED BY SIZE
008590         WS-BEFORE-ED DELIMITED BY SIZE
008600         " " DELIMITED BY SIZE
008610         WS-RECS-ED DELIMITED BY SIZE
008620         " " DELIMITED BY SIZE
008630         WS-HASH-ED DELIMITED BY SIZE
008640         "  " DELIMITED BY SIZE
008650         WS-RESULT-TEXT DELIMITED BY SIZE
008660         INTO WS-PRINT-LINE
008670     MOVE SPACES TO MRSTRPT-RECORD
008680     MOVE " " TO RPT-CTL-CHAR
008690     MOVE WS-PRINT-LINE TO RPT-TEXT
008700     WRITE MRSTRPT-RECORD.
008710 7000-EXIT.
008720     EXIT.
008730
008740*---------------------------------------------------------------
008750* 8000-WRITE-TOTALS THRU 8000-EXIT.
008760*---------------------------------------------------------------
008770 8000-WRITE-TOTALS.
008780     MOVE SPACES TO MRSTRPT-RECORD
008790     MOVE " " TO RPT-CTL-CHAR
008800     WRITE MRSTRPT-RECORD
008810     MOVE WS-RESTORED-COUNT TO WS-RPT-COUNT
008820     MOVE "MASTERS RESTORED... " TO WS-PRINT-LINE
008830     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
008840     MOVE WS-REJECTED-COUNT TO WS-RPT-COUNT
008850     MOVE "RESTORES REJECTED.. " TO WS-PRINT-LINE
008860     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
008870     MOVE WS-FAILED-COUNT TO WS-RPT-COUNT
008880     MOVE "RELOADS FAILED..... " TO WS-PRINT-LINE
008890     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
008900 8000-EXIT.
008910     EXIT.
008920
008930*---------------------------------------------------------------
008940* 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
008950*   PRINTS THE LABEL ALREADY IN WS-PRINT-LINE WITH THE COUNT
008960*   IN WS-RPT-COUNT.
008970*---------------------------------------------------------------
008980 8100-WRITE-TOTAL-LINE.
008990     MOVE WS-RPT-COUNT TO WS-PRINT-LINE(21:7)
009000     MOVE SPACES TO MRSTRPT-RECORD
009010     MOVE " " TO RPT-CTL-CHAR
009020     MOVE WS-PRINT-LINE TO RPT-TEXT
009030     WRITE MRSTRPT-RECORD.
009040 8100-EXIT.
009050     EXIT.
009060
009070 END PROGRAM MSTRSTR.
