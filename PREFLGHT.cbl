000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PREFLGHT.
000030 AUTHOR. J H MILLARD.
000040 INSTALLATION. HOME OFFICE DATA CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070****************************************************************
000080*                                                               *
000090* PREFLGHT IS THE DAILY STREAM'S PRE-FLIGHT CHECK.  DAILYRUN    *
000100* CALLS IT, ONCE THE STEPS DUE FOR THE RUN DATE ARE KNOWN AND   *
000110* BEFORE THE FIRST OF THEM RUNS, USING THE PREFLREC LINKAGE     *
000120* RECORD.  FOR EACH STEP FROM THE START STEP ON, IT LOOKS AT    *
000130* THE CONTROL AND INPUT FILES THE STEP WILL READ - WHETHER      *
000140* THEY ARE STAGED, WHETHER THEY HOLD ANY RECORDS WHERE THEY     *
000150* MUST, AND WHETHER WHAT THEY HOLD MAKES SENSE FOR TODAY:       *
000160* CALCIN HDR BATCHES ARE RE-COUNTED AND RE-HASHED, CALCIN       *
000170* BATCHES ALREADY ON CALCBREG ARE CALLED OUT, CALCRATE IS AGED  *
000180* AGAINST THE PFLTCTL LIMIT (7 DAYS WHEN NONE IS STAGED), THE   *
000190* OPERATOR ON EACH CONTROL CARD IS LOOKED UP ON OPERMAST, AND   *
000200* A CHECKPOINT LEFT FROM ANOTHER RUN IS CALLED OUT.             *
000210*                                                               *
000220* EACH CHECK IS PRINTED ON THE PFLTRPT READINESS REPORT AS OK,  *
000230* WARN (THE STEP WILL RUN, BUT NOT AS A NORMAL DAY WOULD) OR    *
000240* FAIL (THE STEP CANNOT RUN CORRECTLY), WITH A VERDICT PER STEP *
000250* AND FOR THE STREAM.  ANY FAILED CHECK - OR A REPORT THAT      *
000260* CANNOT BE OPENED - RETURNS THE STREAM AS NOT READY, AND       *
000270* DAILYRUN STOPS BEFORE STEP ONE RATHER THAN HALFWAY THROUGH.   *
000280* THE CHECKS ONLY READ; NOTHING IS WRITTEN BUT THE REPORT.      *
000290*                                                               *
000300****************************************************************
000310*MODIFICATION HISTORY
000320*DATE       INIT DESCRIPTION
000330*2026-10-15 JHM  ORIGINAL PROGRAM.
000333*2026-10-15 JHM  CERTREV, MSTBKUP AND ARCHVRFY NOW HAVE THEIR OWN
000336*                STAGED INPUTS CHECKED.
000340****************************************************************
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-370.
000390 OBJECT-COMPUTER. IBM-370.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT PFLTCTL-FILE ASSIGN TO "PFLTCTL"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-FILE-STATUS.
000460
000470     SELECT PFLTRPT-FILE ASSIGN TO "PFLTRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-PFLTRPT-STATUS.
000500
000510     SELECT CALCIN-FILE ASSIGN TO "CALCIN"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-FILE-STATUS.
000540
000550     SELECT CALCRATE-FILE ASSIGN TO "CALCRATE"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-FILE-STATUS.
000580
000590     SELECT CALCCKPT-FILE ASSIGN TO "CALCCKPT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-FILE-STATUS.
000620
000630     SELECT CALCBREG-FILE ASSIGN TO "CALCBREG"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS BRG-KEY
000670         FILE STATUS IS WS-FILE-STATUS.
000680
000690     SELECT CALCCTL-FILE ASSIGN TO "CALCCTL"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-FILE-STATUS.
000720
000730     SELECT CALCCHN-FILE ASSIGN TO "CALCCHN"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-FILE-STATUS.
000760
000770     SELECT CALCTXN-FILE ASSIGN TO "CALCTXN"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS SEQUENTIAL
000800         RECORD KEY IS TXN-ID
000810         FILE STATUS IS WS-FILE-STATUS.
000820
000830     SELECT GUESSCTL-FILE ASSIGN TO "GUESSCTL"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-FILE-STATUS.
000860
000870     SELECT GUESSROS-FILE ASSIGN TO "GUESSROS"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-FILE-STATUS.
000900
000910     SELECT GUESSCKPT-FILE ASSIGN TO "GUESSCKPT"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-FILE-STATUS.
000940
000950     SELECT PALCTL-FILE ASSIGN TO "PALCTL"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-FILE-STATUS.
000980
000990     SELECT PALIN-FILE ASSIGN TO "PALIN"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-FILE-STATUS.
001020
001030     SELECT BOTCTL-FILE ASSIGN TO "BOTCTL"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-FILE-STATUS.
001060
001070     SELECT SUPPMAST-FILE ASSIGN TO "SUPPMAST"
001080         ORGANIZATION IS INDEXED
001090         ACCESS MODE IS SEQUENTIAL
001100         RECORD KEY IS ITM-CODE
001110         FILE STATUS IS WS-FILE-STATUS.
001120
001130     SELECT BOTCKPT-FILE ASSIGN TO "BOTCKPT"
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-FILE-STATUS.
001160
001170     SELECT BOTNTC-FILE ASSIGN TO "BOTNTC"
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS WS-FILE-STATUS.
001200
001210     SELECT REORDUPD-FILE ASSIGN TO "REORDUPD"
001220         ORGANIZATION IS LINE SEQUENTIAL
001230         FILE STATUS IS WS-FILE-STATUS.
001240
001250     SELECT CALCKEY-FILE ASSIGN TO "CALCKEY"
001260         ORGANIZATION IS LINE SEQUENTIAL
001270         FILE STATUS IS WS-FILE-STATUS.
001280
001290     SELECT CALCVER-FILE ASSIGN TO "CALCVER"
001300         ORGANIZATION IS LINE SEQUENTIAL
001310         FILE STATUS IS WS-FILE-STATUS.
001320
001330     SELECT GLMAP-FILE ASSIGN TO "GLMAP"
001340         ORGANIZATION IS LINE SEQUENTIAL
001350         FILE STATUS IS WS-FILE-STATUS.
001360
001370     SELECT HOLDCTL-FILE ASSIGN TO "HOLDCTL"
001380         ORGANIZATION IS LINE SEQUENTIAL
001390         FILE STATUS IS WS-FILE-STATUS.
001400
001410     SELECT HOLDDEC-FILE ASSIGN TO "HOLDDEC"
001420         ORGANIZATION IS LINE SEQUENTIAL
001430         FILE STATUS IS WS-FILE-STATUS.
001440
001450     SELECT CALCSUSP-FILE ASSIGN TO "CALCSUSP"
001460         ORGANIZATION IS INDEXED
001470         ACCESS MODE IS SEQUENTIAL
001480         RECORD KEY IS SUS-KEY
001490         FILE STATUS IS WS-FILE-STATUS.
001500
001510     SELECT TRAINMST-FILE ASSIGN TO "TRAINMST"
001520         ORGANIZATION IS INDEXED
001530         ACCESS MODE IS SEQUENTIAL
001540         RECORD KEY IS TRN-PLAYER-ID
001550         FILE STATUS IS WS-FILE-STATUS.
001560
001570     SELECT OPERMAST-FILE ASSIGN TO "OPERMAST"
001580         ORGANIZATION IS INDEXED
001590         ACCESS MODE IS DYNAMIC
001600         RECORD KEY IS OPR-OPERATOR-ID
001610         FILE STATUS IS WS-FILE-STATUS.
001620
001630     SELECT SUPPTXN-FILE ASSIGN TO "SUPPTXN"
001640         ORGANIZATION IS LINE SEQUENTIAL
001650         FILE STATUS IS WS-FILE-STATUS.
001660
001670     SELECT PALUPD-FILE ASSIGN TO "PALUPD"
001680         ORGANIZATION IS LINE SEQUENTIAL
001690         FILE STATUS IS WS-FILE-STATUS.
001700
001710     SELECT CALCHIST-FILE ASSIGN TO "CALCHIST"
001720         ORGANIZATION IS LINE SEQUENTIAL
001730         FILE STATUS IS WS-FILE-STATUS.
001740
001750     SELECT RPTDCTL-FILE ASSIGN TO "RPTDCTL"
001760         ORGANIZATION IS LINE SEQUENTIAL
001770         FILE STATUS IS WS-FILE-STATUS.
001780
001790     SELECT GUESSSES-FILE ASSIGN TO "GUESSSES"
001791         ORGANIZATION IS LINE SEQUENTIAL
001792         FILE STATUS IS WS-FILE-STATUS.
001793
001794     SELECT CERTCTL-FILE ASSIGN TO "CERTCTL"
001795         ORGANIZATION IS LINE SEQUENTIAL
001796         FILE STATUS IS WS-FILE-STATUS.
001797
001798     SELECT CERTDEC-FILE ASSIGN TO "CERTDEC"
001799         ORGANIZATION IS LINE SEQUENTIAL
001800         FILE STATUS IS WS-FILE-STATUS.
001801
001802     SELECT MBKCTL-FILE ASSIGN TO "MBKCTL"
001803         ORGANIZATION IS LINE SEQUENTIAL
001804         FILE STATUS IS WS-FILE-STATUS.
001805
001806     SELECT PALMAST-FILE ASSIGN TO "PALMAST"
001807         ORGANIZATION IS INDEXED
001808         ACCESS MODE IS SEQUENTIAL
001809         RECORD KEY IS PAL-CODE
001810         FILE STATUS IS WS-FILE-STATUS.
001811
001812     SELECT ARCHHIST-FILE ASSIGN TO "ARCHHIST"
001813         ORGANIZATION IS LINE SEQUENTIAL
001814         FILE STATUS IS WS-FILE-STATUS.
001815
001816     SELECT ARCHCTL-FILE ASSIGN TO "ARCHCTL"
001817         ORGANIZATION IS LINE SEQUENTIAL
001818         FILE STATUS IS WS-FILE-STATUS.
001820
001830 DATA DIVISION.
001840 FILE SECTION.
001850*---------------------------------------------------------------
001860* PFLTCTL-FILE - THE MOST DAYS OLD THE NEWEST CALCRATE RATE FOR
001870* A CURRENCY MAY BE BEFORE FINANCIAL MODE IS HELD UP.  READ
001880* ONCE; 7 DAYS WHEN NONE IS STAGED.
001890*---------------------------------------------------------------
001900 FD  PFLTCTL-FILE.
001910 01  PFLTCTL-RECORD.
001920     05  FCT-RATE-MAX-AGE        PIC X(03).
001930     05  FILLER                  PIC X(77).
001940
001950*---------------------------------------------------------------
001960* PFLTRPT-FILE - THE READINESS REPORT.  COLUMN ONE OF EACH
001970* RECORD IS A STANDARD PRINTER CARRIAGE-CONTROL CHARACTER.
001980*---------------------------------------------------------------
001990 FD  PFLTRPT-FILE.
002000 01  PFLTRPT-RECORD.
002010     05  RPT-CTL-CHAR            PIC X(01).
002020     05  RPT-TEXT                PIC X(80).
002030
002040*---------------------------------------------------------------
002050* CALCIN-FILE - THE CALCULATOR'S BATCH INPUT, IN THE CALCULATOR
002060* LAYOUTS: A TRANSACTION (PLAIN OR FINANCIAL) OR AN "HDR" BATCH
002070* HEADER CARRYING THE BATCH'S EXPECTED COUNT AND NUM1 HASH.
002080*---------------------------------------------------------------
002090 FD  CALCIN-FILE.
002100 01  CALCIN-RECORD.
002110     05  CI-NUM1                 PIC 9(09).
002120     05  CI-SYMBOL               PIC X(01).
002130     05  CI-NUM2                 PIC 9(09).
002140     05  FILLER                  PIC X(61).
002150 01  CALCIN-FIN-RECORD.
002160     05  CIF-NUM1                PIC S9(07)V9(02)
002170                                 SIGN LEADING SEPARATE.
002180     05  FILLER                  PIC X(70).
002190 01  CALCIN-HDR-RECORD.
002200     05  BH-RECORD-TYPE          PIC X(03).
002210     05  BH-FILL-1               PIC X(01).
002220     05  BH-DEPT-CODE            PIC X(04).
002230     05  BH-FILL-2               PIC X(01).
002240     05  BH-BATCH-NO             PIC 9(04).
002250     05  BH-FILL-3               PIC X(01).
002260     05  BH-EXPECT-COUNT         PIC 9(07).
002270     05  BH-FILL-4               PIC X(01).
002280     05  BH-EXPECT-HASH          PIC 9(13).
002290     05  FILLER                  PIC X(45).
002300
002310*---------------------------------------------------------------
002320* CALCRATE-FILE - THE EXCHANGE RATES, ONE PER CURRENCY AND
002330* EFFECTIVE DATE.
002340*---------------------------------------------------------------
002350 FD  CALCRATE-FILE.
002360 01  CALCRATE-RECORD.
002370     05  RATE-CURRENCY           PIC X(03).
002380     05  RATE-FILL-1             PIC X(01).
002390     05  RATE-TO-BASE            PIC 9(03)V9(06).
002400     05  RATE-FILL-2             PIC X(01).
002410     05  RATE-EFF-DATE           PIC 9(08).
002420     05  FILLER                  PIC X(58).
002430
002440*---------------------------------------------------------------
002450* CALCCKPT-FILE - THE CALCULATOR'S RESTART CHECKPOINT.  ONLY
002460* ITS RUN DATE IS LOOKED AT.
002470*---------------------------------------------------------------
002480 FD  CALCCKPT-FILE.
002490 01  CALCCKPT-RECORD.
002500     05  CCK-RUN-DATE            PIC X(08).
002510     05  FILLER                  PIC X(72).
002520
002530*---------------------------------------------------------------
002540* CALCBREG-FILE - THE CALCULATOR BATCH-CONTROL REGISTER, READ
002550* BY DEPARTMENT AND BATCH NUMBER.
002560*---------------------------------------------------------------
002570 FD  CALCBREG-FILE.
002580 COPY CALCBREG.
002590
002600*---------------------------------------------------------------
002610* THE FILES BELOW ARE ONLY OPENED AND READ UP TO THEIR FIRST
002620* RECORD, TO SEE WHETHER THEY ARE STAGED AND HOLD ANYTHING.
002630* THE FIRST RECORD OF A CONTROL FILE IS KEPT IN WORKING-STORAGE
002640* FOR THE CHECKS THAT LOOK INSIDE IT.
002650*---------------------------------------------------------------
002660 FD  CALCCTL-FILE.
002670 01  CALCCTL-RECORD              PIC X(80).
002680
002690 FD  CALCCHN-FILE.
002700 01  CALCCHN-RECORD              PIC X(80).
002710
002720 FD  CALCTXN-FILE.
002730 01  CALCTXN-RECORD.
002740     05  TXN-ID                  PIC 9(06).
002750     05  FILLER                  PIC X(74).
002760
002770 FD  GUESSCTL-FILE.
002780 01  GUESSCTL-RECORD             PIC X(80).
002790
002800 FD  GUESSROS-FILE.
002810 01  GUESSROS-RECORD             PIC X(80).
002820
002830 FD  GUESSCKPT-FILE.
002840 01  GUESSCKPT-RECORD            PIC X(80).
002850
002860 FD  PALCTL-FILE.
002870 01  PALCTL-RECORD               PIC X(80).
002880
002890 FD  PALIN-FILE.
002900 01  PALIN-RECORD                PIC X(80).
002910
002920 FD  BOTCTL-FILE.
002930 01  BOTCTL-RECORD               PIC X(80).
002940
002950 FD  SUPPMAST-FILE.
002960 COPY SUPPMAST.
002970
002980 FD  BOTCKPT-FILE.
002990 01  BOTCKPT-RECORD              PIC X(80).
003000
003010 FD  BOTNTC-FILE.
003020 01  BOTNTC-RECORD               PIC X(80).
003030
003040 FD  REORDUPD-FILE.
003050 01  REORDUPD-RECORD             PIC X(80).
003060
003070 FD  CALCKEY-FILE.
003080 01  CALCKEY-RECORD              PIC X(80).
003090
003100 FD  CALCVER-FILE.
003110 01  CALCVER-RECORD              PIC X(80).
003120
003130 FD  GLMAP-FILE.
003140 01  GLMAP-RECORD                PIC X(80).
003150
003160 FD  HOLDCTL-FILE.
003170 01  HOLDCTL-RECORD              PIC X(80).
003180
003190 FD  HOLDDEC-FILE.
003200 01  HOLDDEC-RECORD              PIC X(80).
003210
003220 FD  CALCSUSP-FILE.
003230 COPY CALCSUSP.
003240
003250 FD  TRAINMST-FILE.
003260 01  TRAINMST-RECORD.
003270     05  TRN-PLAYER-ID           PIC X(08).
003280     05  FILLER                  PIC X(72).
003290
003300 FD  OPERMAST-FILE.
003310 COPY OPERMAST.
003320
003330 FD  SUPPTXN-FILE.
003340 01  SUPPTXN-RECORD              PIC X(80).
003350
003360 FD  PALUPD-FILE.
003370 01  PALUPD-RECORD               PIC X(80).
003380
003390 FD  CALCHIST-FILE.
003400 01  CALCHIST-RECORD             PIC X(80).
003410
003420 FD  RPTDCTL-FILE.
003430 01  RPTDCTL-RECORD              PIC X(80).
003440
003450 FD  GUESSSES-FILE.
003460 01  GUESSSES-RECORD             PIC X(80).
003461
003462 FD  CERTCTL-FILE.
003463 01  CERTCTL-RECORD              PIC X(80).
003464
003465 FD  CERTDEC-FILE.
003466 01  CERTDEC-RECORD              PIC X(80).
003467
003468 FD  MBKCTL-FILE.
003469 01  MBKCTL-RECORD               PIC X(80).
003470
003471 FD  PALMAST-FILE.
003472 COPY PALMAST.
003473
003474 FD  ARCHHIST-FILE.
003475 01  ARCHHIST-RECORD             PIC X(80).
003476
003477 FD  ARCHCTL-FILE.
003478 01  ARCHCTL-RECORD              PIC X(80).
003479
003480 WORKING-STORAGE SECTION.
003490*---------------------------------------------------------------
003500* FILE STATUS FIELDS AND SWITCHES.  EVERY INPUT IS OPENED,
003510* LOOKED AT AND CLOSED IN TURN, SO ONE STATUS FIELD SERVES
003520* THEM ALL.
003530*---------------------------------------------------------------
003540 77  WS-FILE-STATUS              PIC X(02).
003550     88  WS-FILE-OK                      VALUE "00".
003560 77  WS-PFLTRPT-STATUS           PIC X(02).
003570     88  WS-PFLTRPT-OK                   VALUE "00".
003580
003590 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
003600     88  WS-END-OF-FILE                  VALUE "Y".
003610 77  WS-RPT-OPEN-SW              PIC X(01) VALUE "N".
003620     88  WS-RPT-OPEN                     VALUE "Y".
003630 77  WS-RESTART-STEP-SW          PIC X(01) VALUE "N".
003640     88  WS-RESTART-STEP                 VALUE "Y".
003650 77  WS-HDR-SEEN-SW              PIC X(01) VALUE "N".
003660     88  WS-HDR-SEEN                     VALUE "Y".
003670 77  WS-FIN-MODE-SW              PIC X(01) VALUE "N".
003680     88  WS-FIN-MODE                     VALUE "Y".
003690 77  WS-OPR-NEEDED-SW            PIC X(01) VALUE "N".
003700     88  WS-OPR-NEEDED                   VALUE "Y".
003710 77  WS-AUTH-SW                  PIC X(01) VALUE "Y".
003720     88  WS-AUTHORIZED                   VALUE "Y".
003730 77  WS-FOUND-SW                 PIC X(01) VALUE "N".
003740     88  WS-ENTRY-FOUND                  VALUE "Y".
003750
003760*---------------------------------------------------------------
003770* WHAT THE LAST LOOK AT A FILE FOUND: M MISSING (NOT STAGED OR
003780* CANNOT BE OPENED), E EMPTY, P PRESENT WITH RECORDS.
003790*---------------------------------------------------------------
003800 77  WS-PEEK-STATE               PIC X(01) VALUE "M".
003810     88  WS-FILE-MISSING                 VALUE "M".
003820     88  WS-FILE-EMPTY                   VALUE "E".
003830     88  WS-FILE-PRESENT                 VALUE "P".
003840 77  WS-SAVE-STATE               PIC X(01) VALUE "M".
003850     88  WS-SAVE-PRESENT                 VALUE "P".
003860
003870*---------------------------------------------------------------
003880* THE CHECK BEING REPORTED: THE FILE, THE RESULT (OK, WARN OR
003890* FAIL) AND THE DETAIL PRINTED AFTER IT.  WS-CONSEQUENCE IS
003900* WHAT AN OPTIONAL FILE'S ABSENCE MEANS FOR THE STEP.
003910*---------------------------------------------------------------
003920 77  WS-CHK-FILE                 PIC X(09).
003930 77  WS-CHK-RESULT               PIC X(04).
003940 77  WS-CHK-DETAIL               PIC X(60).
003950 77  WS-CONSEQUENCE              PIC X(44).
003960 77  WS-CHK-OPERATOR             PIC X(08).
003970 77  WS-AUTH-CODE                PIC X(01).
003980
003990*---------------------------------------------------------------
004000* THE STEP BEING CHECKED, AND THE SEARCH FOR AN EARLIER STEP
004010* IN TODAY'S STREAM THAT BUILDS ONE OF ITS INPUTS.
004020*---------------------------------------------------------------
004030 77  WS-STEP-IDX                 PIC 9(02) VALUE 0.
004040 77  WS-STEP-CODE                PIC X(08).
004050 77  WS-FIND-CODE                PIC X(08).
004060 77  WS-SCAN-IDX                 PIC 9(02) VALUE 0.
004070 77  WS-FOUND-IDX                PIC 9(02) VALUE 0.
004080
004090*---------------------------------------------------------------
004100* THE FIRST RECORD OF EACH CONTROL FILE, IN THE LAYOUT ITS OWN
004110* PROGRAM READS IT.
004120*---------------------------------------------------------------
004130 01  WS-CALCCTL-CARD.
004140     05  CCT-RUN-MODE            PIC X(08).
004150     05  CCT-OPERATOR-ID         PIC X(08).
004160     05  CCT-CALC-MODE           PIC X(03).
004170     05  CCT-EXPECT-COUNT        PIC 9(07).
004180     05  CCT-EXPECT-HASH         PIC 9(13).
004190     05  CCT-ROUND-RULE          PIC X(01).
004200     05  CCT-CKPT-FREQ           PIC X(05).
004210     05  CCT-OVR-DEPT            PIC X(04).
004220     05  CCT-OVR-BATCH           PIC X(04).
004230     05  FILLER                  PIC X(27).
004240 01  WS-GUESSCTL-CARD.
004250     05  GCT-RUN-MODE            PIC X(08).
004260     05  FILLER                  PIC X(17).
004270     05  GCT-PLAYER-ID           PIC X(08).
004280     05  FILLER                  PIC X(47).
004290 01  WS-PALCTL-CARD.
004300     05  PCT-RUN-MODE            PIC X(08).
004310     05  PCT-OPERATOR-ID         PIC X(08).
004320     05  FILLER                  PIC X(64).
004330 01  WS-BOTCTL-CARD.
004340     05  BCT-START-COUNT         PIC X(03).
004350     05  BCT-OPERATOR-ID         PIC X(08).
004360     05  FILLER                  PIC X(69).
004370 01  WS-HOLDCTL-CARD.
004380     05  HCT-RELEASER-ID         PIC X(08).
004390     05  FILLER                  PIC X(72).
004400
004410*---------------------------------------------------------------
004420* CALCIN RE-COUNT.  ONE ENTRY PER HDR BATCH, UP TO THE TEN THE
004430* CALCULATOR TRACKS; THE HASH IS TAKEN THE WAY THE CALCULATOR
004440* TAKES IT (NUM1 AS KEYED, OR IN CENTS IN FINANCIAL MODE).
004450*---------------------------------------------------------------
004460 01  WS-BATCH-TABLE.
004470     05  WS-BCH-ENTRY OCCURS 10 TIMES.
004480         10  WS-BCH-DEPT         PIC X(04).
004490         10  WS-BCH-NO           PIC 9(04).
004500         10  WS-BCH-EXP-COUNT    PIC 9(07) COMP.
004510         10  WS-BCH-READ         PIC 9(07) COMP.
004520         10  WS-BCH-EXP-HASH     PIC 9(13) COMP-3.
004530         10  WS-BCH-HASH         PIC 9(13) COMP-3.
004540 77  WS-BCH-USED                 PIC 9(02) VALUE 0.
004550 77  WS-BCH-CUR                  PIC 9(02) VALUE 0.
004560 77  WS-BCH-IDX                  PIC 9(02) VALUE 0.
004570 77  WS-BCH-OVERFLOW             PIC 9(05) COMP VALUE ZERO.
004580 77  WS-TXN-COUNT                PIC 9(07) COMP VALUE ZERO.
004590 77  WS-PRE-HDR-COUNT            PIC 9(07) COMP VALUE ZERO.
004600 77  WS-FILE-HASH                PIC 9(13) COMP-3 VALUE ZERO.
004610 77  WS-HASH-WORK                PIC 9(09) VALUE ZERO.
004620 77  WS-BAD-BATCH-COUNT          PIC 9(05) COMP VALUE ZERO.
004630 77  WS-NUMBERED-COUNT           PIC 9(05) COMP VALUE ZERO.
004640 77  WS-DUP-COUNT                PIC 9(05) COMP VALUE ZERO.
004650
004660*---------------------------------------------------------------
004670* CALCRATE AGEING.  THE NEWEST RATE IN EFFECT FOR EACH
004680* CURRENCY, AS THE CALCULATOR WOULD PICK IT.
004690*---------------------------------------------------------------
004700 01  WS-RATE-TABLE.
004710     05  WS-RTE-ENTRY OCCURS 20 TIMES.
004720         10  WS-RTE-CCY          PIC X(03).
004730         10  WS-RTE-DATE         PIC 9(08).
004740 77  WS-RTE-USED                 PIC 9(02) VALUE 0.
004750 77  WS-RTE-IDX                  PIC 9(02) VALUE 0.
004760 77  WS-RATE-MAX-AGE             PIC 9(03) VALUE 7.
004770 77  WS-RATE-AGE                 PIC S9(07) VALUE ZERO.
004780 77  WS-RATE-SKIP-COUNT          PIC 9(05) COMP VALUE ZERO.
004790 77  WS-STALE-COUNT              PIC 9(05) COMP VALUE ZERO.
004800
004810*---------------------------------------------------------------
004820* CONTROL COUNTS.  THE FAILED AND WARNING CHECK TOTALS FOR THE
004830* STREAM ARE KEPT IN THE LINKAGE RECORD FOR DAILYRUN.
004840*---------------------------------------------------------------
004850 77  WS-STEP-FAIL-COUNT          PIC 9(03) COMP VALUE ZERO.
004860 77  WS-STEP-WARN-COUNT          PIC 9(03) COMP VALUE ZERO.
004870 77  WS-STEPS-CHECKED            PIC 9(03) COMP VALUE ZERO.
004880 77  WS-STEPS-READY              PIC 9(03) COMP VALUE ZERO.
004890 77  WS-STEPS-NOT-READY          PIC 9(03) COMP VALUE ZERO.
004900 77  WS-TODAY                    PIC 9(08).
004910 77  WS-TODAY-INTEGER            PIC 9(08) COMP.
004920
004930*---------------------------------------------------------------
004940* LINKAGE RECORD PASSED TO EDITCHK TO SCREEN EACH RATE DATE
004950* BEFORE IT IS AGED.
004960*---------------------------------------------------------------
004970 COPY EDITCHKREC.
004980
004990*---------------------------------------------------------------
005000* PRINT-FILE PAGINATION, HEADING AND EDITED WORK FIELDS.
005010*---------------------------------------------------------------
005020 77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
005030 77  WS-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
005040 77  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.
005050 01  WS-PAGE-COUNT-ED            PIC ZZ9.
005060 01  WS-RUN-DATE-RAW             PIC 9(06).
005070 01  WS-RUN-DATE-ED              PIC 99/99/99.
005080 01  WS-PRINT-LINE               PIC X(80).
005090 01  WS-RPT-LABEL                PIC X(24).
005100 01  WS-RPT-COUNT                PIC ZZZZZZ9.
005110 01  WS-ED-COUNT-A               PIC ZZZZZZ9.
005120 01  WS-ED-COUNT-B               PIC ZZZZZZ9.
005130 01  WS-ED-3                     PIC ZZ9.
005140 01  WS-ED-DAYS                  PIC ZZZZZ9.
005150
005160 LINKAGE SECTION.
005170 COPY PREFLREC.
005180
005190 PROCEDURE DIVISION USING PREFLT-RECORD.
005200*---------------------------------------------------------------
005210* 0000-MAINLINE.
005220*---------------------------------------------------------------
005230 0000-MAINLINE.
005240     PERFORM 1000-INITIALIZE THRU 1000-EXIT
005250     IF NOT WS-RPT-OPEN
005260         GOBACK
005270     END-IF
005280     PERFORM 2000-CHECK-STREAM THRU 2000-EXIT
005290     PERFORM 3000-CHECK-ONE-STEP THRU 3000-EXIT
005300         VARYING WS-STEP-IDX FROM PF-START-IDX BY 1
005310         UNTIL WS-STEP-IDX > PF-STEP-COUNT
005320     IF PF-FAIL-COUNT = ZERO
005330         SET PF-STREAM-READY TO TRUE
005340     END-IF
005350     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
005360     CLOSE PFLTRPT-FILE
005370     MOVE ZERO TO RETURN-CODE
005380     GOBACK.
005390
005400*---------------------------------------------------------------
005410* 1000-INITIALIZE THRU 1000-EXIT.
005420*   PICKS UP THE RATE AGE LIMIT AND OPENS THE REPORT.  THE
005430*   STREAM IS NOT READY UNTIL EVERY CHECK HAS BEEN MADE, SO A
005440*   REPORT THAT CANNOT BE OPENED HOLDS IT UP.
005450*---------------------------------------------------------------
005460 1000-INITIALIZE.
005470     MOVE ZERO TO PF-FAIL-COUNT
005480     MOVE ZERO TO PF-WARN-COUNT
005490     SET PF-STREAM-NOT-READY TO TRUE
005500     MOVE PF-RUN-DATE TO WS-TODAY
005510     COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(WS-TODAY)
005520     ACCEPT WS-RUN-DATE-RAW FROM DATE
005530     MOVE WS-RUN-DATE-RAW TO WS-RUN-DATE-ED
005540     OPEN INPUT PFLTCTL-FILE
005550     IF WS-FILE-OK
005560         READ PFLTCTL-FILE
005570             AT END
005580                 MOVE SPACES TO PFLTCTL-RECORD
005590         END-READ
005600         CLOSE PFLTCTL-FILE
005610         IF FCT-RATE-MAX-AGE NUMERIC
005620                 AND FCT-RATE-MAX-AGE > ZERO
005630             MOVE FCT-RATE-MAX-AGE TO WS-RATE-MAX-AGE
005640         END-IF
005650     END-IF
005660     OPEN OUTPUT PFLTRPT-FILE
005670     IF NOT WS-PFLTRPT-OK
005680         DISPLAY "PREFLGHT: UNABLE TO OPEN PFLTRPT, STATUS "
005690             WS-PFLTRPT-STATUS
005700         ADD 1 TO PF-FAIL-COUNT
005710         GO TO 1000-EXIT
005720     END-IF
005730     SET WS-RPT-OPEN TO TRUE
005740     PERFORM 9000-WRITE-HEADERS THRU 9000-EXIT.
005750 1000-EXIT.
005760     EXIT.
005770
005780*---------------------------------------------------------------
005790* 2000-CHECK-STREAM THRU 2000-EXIT.
005800*   THE CHECKS THAT BELONG TO THE STREAM AS A WHOLE: THE RUN
005810*   CALENDAR, THE DAILYCKP RESTART POINT AND THE RATE AGE
005820*   LIMIT IN FORCE.
005830*---------------------------------------------------------------
005840 2000-CHECK-STREAM.
005850     MOVE SPACES TO WS-PRINT-LINE
005860     STRING "STREAM FOR " DELIMITED BY SIZE
005870         PF-RUN-DATE DELIMITED BY SIZE
005880         " - " DELIMITED BY SIZE
005890         PF-STEP-COUNT DELIMITED BY SIZE
005900         " STEP(S) DUE" DELIMITED BY SIZE
005910         INTO WS-PRINT-LINE
005920     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
005930     MOVE "RUNCAL" TO WS-CHK-FILE
005940     MOVE SPACES TO WS-CHK-DETAIL
005950     IF PF-CAL-LOADED
005960         MOVE "OK" TO WS-CHK-RESULT
005970         MOVE "LOADED - STEPS SCHEDULED BY THE CALENDAR"
005980             TO WS-CHK-DETAIL
005990     ELSE
006000         MOVE "WARN" TO WS-CHK-RESULT
006010         MOVE "NOT STAGED - EVERY LISTED STEP RUNS"
006020             TO WS-CHK-DETAIL
006030     END-IF
006040     PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT
006050     MOVE "DAILYCKP" TO WS-CHK-FILE
006060     MOVE SPACES TO WS-CHK-DETAIL
006070     MOVE "OK" TO WS-CHK-RESULT
006080     EVALUATE TRUE
006090         WHEN PF-RESTART
006100             STRING "RESTART AT STEP " DELIMITED BY SIZE
006110                 PF-START-IDX DELIMITED BY SIZE
006120                 " - EARLIER STEPS NOT CHECKED" DELIMITED BY SIZE
006130                 INTO WS-CHK-DETAIL
006140         WHEN PF-STALE-CKP-DATE NOT = SPACES
006150             MOVE "WARN" TO WS-CHK-RESULT
006160             STRING "DATED " DELIMITED BY SIZE
006170                 PF-STALE-CKP-DATE DELIMITED BY SIZE
006180                 " - IGNORED, FULL STREAM RUNS" DELIMITED BY SIZE
006190                 INTO WS-CHK-DETAIL
006200         WHEN OTHER
006210             MOVE "NONE - FRESH START AT STEP 01" TO WS-CHK-DETAIL
006220     END-EVALUATE
006230     PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT
006240     MOVE "PFLTCTL" TO WS-CHK-FILE
006250     MOVE "OK" TO WS-CHK-RESULT
006260     MOVE WS-RATE-MAX-AGE TO WS-ED-3
006270     MOVE SPACES TO WS-CHK-DETAIL
006280     STRING "CALCRATE MAY BE UP TO " DELIMITED BY SIZE
006290         WS-ED-3 DELIMITED BY SIZE
006300         " DAYS OLD" DELIMITED BY SIZE
006310         INTO WS-CHK-DETAIL
006320     PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT.
006330 2000-EXIT.
006340     EXIT.
006350
006360*---------------------------------------------------------------
006370* 3000-CHECK-ONE-STEP THRU 3000-EXIT.
006380*   RUNS THE CHECKS FOR ONE STEP AND PRINTS ITS VERDICT.  THE
006390*   RESTART STEP IS EXPECTED TO FIND ITS OWN CHECKPOINT.
006400*---------------------------------------------------------------
006410 3000-CHECK-ONE-STEP.
006420     MOVE ZERO TO WS-STEP-FAIL-COUNT
006430     MOVE ZERO TO WS-STEP-WARN-COUNT
006440     ADD 1 TO WS-STEPS-CHECKED
006450     MOVE PF-STEP-CODE(WS-STEP-IDX) TO WS-STEP-CODE
006460     MOVE "N" TO WS-RESTART-STEP-SW
006470     IF PF-RESTART AND WS-STEP-IDX = PF-START-IDX
006480         SET WS-RESTART-STEP TO TRUE
006490     END-IF
006500     MOVE SPACES TO WS-PRINT-LINE
006510     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
006520     STRING "STEP " DELIMITED BY SIZE
006530         WS-STEP-IDX DELIMITED BY SIZE
006540         " - " DELIMITED BY SIZE
006550         WS-STEP-CODE DELIMITED BY SIZE
006560         INTO WS-PRINT-LINE
006570     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
006580     EVALUATE WS-STEP-CODE
006590         WHEN "CALCULAT"
006600             PERFORM 3100-CHECK-CALCULATOR THRU 3100-EXIT
006610         WHEN "GUESSNUM"
006620             PERFORM 3200-CHECK-GUESSNUM THRU 3200-EXIT
006630         WHEN "PALINDRO"
006640             PERFORM 3300-CHECK-PALINDROME THRU 3300-EXIT
006650         WHEN "99BOTTLE"
006660             PERFORM 3400-CHECK-99BOTTLES THRU 3400-EXIT
006670         WHEN "HOLDREL"
006680             PERFORM 3500-CHECK-HOLDREL THRU 3500-EXIT
006690         WHEN "REORDFUP"
006700             PERFORM 3600-CHECK-REORDFUP THRU 3600-EXIT
006710         WHEN OTHER
006720             PERFORM 3900-CHECK-OTHER-STEP THRU 3900-EXIT
006730     END-EVALUATE
006740     MOVE SPACES TO WS-PRINT-LINE
006750     IF WS-STEP-FAIL-COUNT = ZERO
006760         ADD 1 TO WS-STEPS-READY
006770         MOVE WS-STEP-WARN-COUNT TO WS-ED-3
006780         STRING "  VERDICT: READY - " DELIMITED BY SIZE
006790             WS-ED-3 DELIMITED BY SIZE
006800             " WARNING(S)" DELIMITED BY SIZE
006810             INTO WS-PRINT-LINE
006820     ELSE
006830         ADD 1 TO WS-STEPS-NOT-READY
006840         MOVE WS-STEP-FAIL-COUNT TO WS-ED-3
006850         STRING "  VERDICT: NOT READY - " DELIMITED BY SIZE
006860             WS-ED-3 DELIMITED BY SIZE
006870             " FAILED CHECK(S)" DELIMITED BY SIZE
006880             INTO WS-PRINT-LINE
006890     END-IF
006900     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
006910 3000-EXIT.
006920     EXIT.
006930
006940*---------------------------------------------------------------
006950* 3100-CHECK-CALCULATOR THRU 3100-EXIT.
006960*   WITH NO CALCCTL THE CALCULATOR RUNS INTERACTIVE.  OTHERWISE
006970*   THE RUN MODE DECIDES THE INPUT (CALCIN, CALCCHN OR
006980*   CALCTXN), FINANCIAL MODE NEEDS CURRENT RATES, THE OPERATOR
006990*   MUST BE CLEAR ON OPERMAST, AND A CALCCKPT CHECKPOINT IS
007000*   LOOKED AT.
007010*---------------------------------------------------------------
007020 3100-CHECK-CALCULATOR.
007030     MOVE "CALCCTL" TO WS-CHK-FILE
007040     PERFORM 5000-PEEK-FILE THRU 5000-EXIT
007050     IF NOT WS-FILE-PRESENT
007060         MOVE "CALCULATOR RUNS INTERACTIVE" TO WS-CONSEQUENCE
007070         PERFORM 6100-OPTIONAL-FILE THRU 6100-EXIT
007080         GO TO 3100-EXIT
007090     END-IF
007100     MOVE "N" TO WS-FIN-MODE-SW
007110     IF CCT-CALC-MODE = "FIN"
007120         SET WS-FIN-MODE TO TRUE
007130     END-IF
007140     MOVE "OK" TO WS-CHK-RESULT
007150     MOVE SPACES TO WS-CHK-DETAIL
007160     STRING "RUN MODE " DELIMITED BY SIZE
007170         CCT-RUN-MODE DELIMITED BY SIZE
007180         " CALC MODE " DELIMITED BY SIZE
007190         CCT-CALC-MODE DELIMITED BY SIZE
007200         INTO WS-CHK-DETAIL
007210     PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT
007220     EVALUATE CCT-RUN-MODE
007230         WHEN "BATCH"
007240             PERFORM 3110-CHECK-CALCIN THRU 3110-EXIT
007250         WHEN "CHAIN"
007260             MOVE "CALCCHN" TO WS-CHK-FILE
007270             PERFORM 5000-PEEK-FILE THRU 5000-EXIT
007280             PERFORM 6050-REQUIRE-DATA THRU 6050-EXIT
007290         WHEN "INDEX"
007300             MOVE "CALCTXN" TO WS-CHK-FILE
007310             PERFORM 5000-PEEK-FILE THRU 5000-EXIT
007320             PERFORM 6050-REQUIRE-DATA THRU 6050-EXIT
007330         WHEN OTHER
007340             CONTINUE
007350     END-EVALUATE
007360     IF WS-FIN-MODE
007370         PERFORM 4000-CHECK-RATES THRU 4000-EXIT
007380     END-IF
007390     IF CCT-OPERATOR-ID NOT = SPACES
007400         MOVE CCT-OPERATOR-ID TO WS-CHK-OPERATOR
007410         MOVE "C" TO WS-AUTH-CODE
007420         MOVE "N" TO WS-OPR-NEEDED-SW
007430         PERFORM 4100-CHECK-OPERATOR THRU 4100-EXIT
007440     END-IF
007450     PERFORM 3150-CHECK-CALCCKPT THRU 3150-EXIT.
007460 3100-EXIT.
007470     EXIT.
007480
007490*---------------------------------------------------------------
007500* 3110-CHECK-CALCIN THRU 3110-EXIT.
007510*   A BATCH RUN NEEDS TRANSACTIONS ON CALCIN, UNLESS KEYVER
007520*   BUILDS CALCIN EARLIER IN TODAY'S STREAM.  EVERY HDR BATCH
007530*   MUST ADD UP TO ITS HEADER; A CALCIN WITHOUT HEADERS MUST
007540*   ADD UP TO THE CALCCTL TOTALS WHEN THEY ARE GIVEN.
007550*---------------------------------------------------------------
007560 3110-CHECK-CALCIN.
007570     MOVE "CALCIN" TO WS-CHK-FILE
007580     MOVE "KEYVER" TO WS-FIND-CODE
007590     PERFORM 6200-FIND-EARLIER-STEP THRU 6200-EXIT
007600     IF WS-FOUND-IDX > ZERO
007610         MOVE "OK" TO WS-CHK-RESULT
007620         MOVE SPACES TO WS-CHK-DETAIL
007630         STRING "TO BE BUILT BY KEYVER AT STEP " DELIMITED BY SIZE
007640             WS-FOUND-IDX DELIMITED BY SIZE
007650             INTO WS-CHK-DETAIL
007660         PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT
007670         GO TO 3110-EXIT
007680     END-IF
007690     OPEN INPUT CALCIN-FILE
007700     IF NOT WS-FILE-OK
007710         MOVE "FAIL" TO WS-CHK-RESULT
007720         MOVE "NOT STAGED - BATCH RUN HAS NO INPUT"
007730             TO WS-CHK-DETAIL
007740         PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT
007750         GO TO 3110-EXIT
007760     END-IF
007770     MOVE ZERO TO WS-BCH-USED
007780     MOVE ZERO TO WS-BCH-CUR
007790     MOVE ZERO TO WS-BCH-OVERFLOW
007800     MOVE ZERO TO WS-TXN-COUNT
007810     MOVE ZERO TO WS-PRE-HDR-COUNT
007820     MOVE ZERO TO WS-FILE-HASH
007830     MOVE "N" TO WS-HDR-SEEN-SW
007840     MOVE "N" TO WS-EOF-SWITCH
007850     PERFORM 3120-READ-ONE-CALCIN THRU 3120-EXIT
007860         UNTIL WS-END-OF-FILE
007870     CLOSE CALCIN-FILE
007880     IF WS-TXN-COUNT = ZERO
007890         MOVE "FAIL" TO WS-CHK-RESULT
007900         MOVE "NO TRANSACTIONS ON FILE - BATCH RUN HAS NO INPUT"
007910             TO WS-CHK-DETAIL
007920         PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT
007930         GO TO 3110-EXIT
007940     END-IF
007950     IF WS-BCH-USED = ZERO
007960         PERFORM 3130-CHECK-FILE-TOTALS THRU 3130-EXIT
007970         GO TO 3110-EXIT
007980     END-IF
007990     IF WS-PRE-HDR-COUNT > ZERO
008000         MOVE "WARN" TO WS-CHK-RESULT
008010         MOVE WS-PRE-HDR-COUNT TO WS-ED-COUNT-A
008020         MOVE SPACES TO WS-CHK-DETAIL
008030         STRING WS-ED-COUNT-A DELIMITED BY SIZE
008040             " RECORD(S) AHEAD OF THE FIRST HDR" DELIMITED BY SIZE
008050             INTO WS-CHK-DETAIL
008060         PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT
008070     END-IF
008080     IF WS-BCH-OVERFLOW > ZERO
008090         MOVE "WARN" TO WS-CHK-RESULT
008100         MOVE WS-BCH-OVERFLOW TO WS-ED-COUNT-A
008110         MOVE SPACES TO WS-CHK-DETAIL
008120         STRING WS-ED-COUNT-A DELIMITED BY SIZE
008130             " HDR BATCH(ES) PAST THE 10 THAT BALANCE"
008140             DELIMITED BY SIZE
008150             INTO WS-CHK-DETAIL
008160         PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT
008170     END-IF
008180     MOVE ZERO TO WS-BAD-BATCH-COUNT
008190     PERFORM 3135-CHECK-ONE-BATCH THRU 3135-EXIT
008200         VARYING WS-BCH-IDX FROM 1 BY 1
008210         UNTIL WS-BCH-IDX > WS-BCH-USED
008220     IF WS-BAD-BATCH-COUNT = ZERO
008230         MOVE "OK" TO WS-CHK-RESULT
008240         MOVE WS-TXN-COUNT TO WS-ED-COUNT-A
008250         MOVE WS-BCH-USED TO WS-ED-3
008260         MOVE SPACES TO WS-CHK-DETAIL
008270         STRING WS-ED-COUNT-A DELIMITED BY SIZE
008280             " RECORDS IN " DELIMITED BY SIZE
008290             WS-ED-3 DELIMITED BY SIZE
008300             " BATCH(ES) - HDR TOTALS AGREE" DELIMITED BY SIZE
008310             INTO WS-CHK-DETAIL
008320         PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT
008330     END-IF
008340     PERFORM 3140-CHECK-BATCH-REGISTER THRU 3140-EXIT.
008350 3110-EXIT.
008360     EXIT.
008370
008380*---------------------------------------------------------------
008390* 3120-READ-ONE-CALCIN THRU 3120-EXIT.
008400*   AN "HDR" RECORD OPENS A NEW BATCH; ANY OTHER RECORD IS A
008410*   TRANSACTION, COUNTED AND HASHED OVERALL AND INTO ITS BATCH.
008420*---------------------------------------------------------------
008430 3120-READ-ONE-CALCIN.
008440     READ CALCIN-FILE
008450         AT END
008460             SET WS-END-OF-FILE TO TRUE
008470             GO TO 3120-EXIT
008480     END-READ
008490     IF BH-RECORD-TYPE = "HDR"
008500         PERFORM 3125-START-BATCH THRU 3125-EXIT
008510         GO TO 3120-EXIT
008520     END-IF
008530     ADD 1 TO WS-TXN-COUNT
008540     IF NOT WS-HDR-SEEN
008550         ADD 1 TO WS-PRE-HDR-COUNT
008560     END-IF
008570     MOVE ZERO TO WS-HASH-WORK
008580     IF WS-FIN-MODE
008590         IF CIF-NUM1 NUMERIC
008600             COMPUTE WS-HASH-WORK = CIF-NUM1 * 100
008610         END-IF
008620     ELSE
008630         IF CI-NUM1 NUMERIC
008640             MOVE CI-NUM1 TO WS-HASH-WORK
008650         END-IF
008660     END-IF
008670     ADD WS-HASH-WORK TO WS-FILE-HASH
008680     IF WS-BCH-CUR > ZERO
008690         ADD 1 TO WS-BCH-READ(WS-BCH-CUR)
008700         ADD WS-HASH-WORK TO WS-BCH-HASH(WS-BCH-CUR)
008710     END-IF.
008720 3120-EXIT.
008730     EXIT.
008740
008750 3125-START-BATCH.
008760     SET WS-HDR-SEEN TO TRUE
008770     IF WS-BCH-USED >= 10
008780         ADD 1 TO WS-BCH-OVERFLOW
008790         MOVE ZERO TO WS-BCH-CUR
008800         GO TO 3125-EXIT
008810     END-IF
008820     ADD 1 TO WS-BCH-USED
008830     MOVE WS-BCH-USED TO WS-BCH-CUR
008840     MOVE BH-DEPT-CODE TO WS-BCH-DEPT(WS-BCH-CUR)
008850     MOVE ZERO TO WS-BCH-NO(WS-BCH-CUR)
008860     MOVE ZERO TO WS-BCH-EXP-COUNT(WS-BCH-CUR)
008870     MOVE ZERO TO WS-BCH-EXP-HASH(WS-BCH-CUR)
008880     MOVE ZERO TO WS-BCH-READ(WS-BCH-CUR)
008890     MOVE ZERO TO WS-BCH-HASH(WS-BCH-CUR)
008900     IF BH-BATCH-NO NUMERIC
008910         MOVE BH-BATCH-NO TO WS-BCH-NO(WS-BCH-CUR)
008920     END-IF
008930     IF BH-EXPECT-COUNT NUMERIC
008940         MOVE BH-EXPECT-COUNT TO WS-BCH-EXP-COUNT(WS-BCH-CUR)
008950     END-IF
008960     IF BH-EXPECT-HASH NUMERIC
008970         MOVE BH-EXPECT-HASH TO WS-BCH-EXP-HASH(WS-BCH-CUR)
008980     END-IF.
008990 3125-EXIT.
009000     EXIT.
009010
009020*---------------------------------------------------------------
009030* 3130-CHECK-FILE-TOTALS THRU 3130-EXIT.
009040*   A CALCIN WITHOUT HEADERS IS BALANCED AGAINST CALCCTL, THE
009050*   WAY THE CALCULATOR BALANCES IT, WHEN CALCCTL GIVES A COUNT.
009060*---------------------------------------------------------------
009070 3130-CHECK-FILE-TOTALS.
009080     MOVE WS-TXN-COUNT TO WS-ED-COUNT-A
009090     MOVE SPACES TO WS-CHK-DETAIL
009100     IF CCT-EXPECT-COUNT NOT NUMERIC
009110             OR CCT-EXPECT-COUNT = ZERO
009120         MOVE "OK" TO WS-CHK-RESULT
009130         STRING WS-ED-COUNT-A DELIMITED BY SIZE
009140             " RECORDS - NO CONTROL TOTALS TO CHECK"
009150             DELIMITED BY SIZE
009160             INTO WS-CHK-DETAIL
009170         PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT
009180         GO TO 3130-EXIT
009190     END-IF
009200     IF WS-TXN-COUNT NOT = CCT-EXPECT-COUNT
009210         MOVE "FAIL" TO WS-CHK-RESULT
009220         MOVE CCT-EXPECT-COUNT TO WS-ED-COUNT-B
009230         STRING WS-ED-COUNT-A DELIMITED BY SIZE
009240             " RECORDS, CALCCTL EXPECTS " DELIMITED BY SIZE
009250             WS-ED-COUNT-B DELIMITED BY SIZE
009260             INTO WS-CHK-DETAIL
009270         PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT
009280         GO TO 3130-EXIT
009290     END-IF
009300     IF CCT-EXPECT-HASH NOT NUMERIC
009310             OR WS-FILE-HASH NOT = CCT-EXPECT-HASH
009320         MOVE "FAIL" TO WS-CHK-RESULT
009330         STRING WS-ED-COUNT-A DELIMITED BY SIZE
009340             " RECORDS - NUM1 HASH DOES NOT AGREE WITH CALCCTL"
009350             DELIMITED BY SIZE
009360             INTO WS-CHK-DETAIL
009370         PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT
009380         GO TO 3130-EXIT
009390     END-IF
009400     MOVE "OK" TO WS-CHK-RESULT
009410     STRING WS-ED-COUNT-A DELIMITED BY SIZE
009420         " RECORDS - CALCCTL COUNT AND HASH AGREE"
009430         DELIMITED BY SIZE
009440         INTO WS-CHK-DETAIL
009450     PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT.
009460 3130-EXIT.
009470     EXIT.
009480
009490 3135-CHECK-ONE-BATCH.
009500     IF WS-BCH-READ(WS-BCH-IDX) = WS-BCH-EXP-COUNT(WS-BCH-IDX)
009510             AND WS-BCH-HASH(WS-BCH-IDX) =
009520                 WS-BCH-EXP-HASH(WS-BCH-IDX)
009530         GO TO 3135-EXIT
009540     END-IF
009550     ADD 1 TO WS-BAD-BATCH-COUNT
009560     MOVE "FAIL" TO WS-CHK-RESULT
009570     MOVE SPACES TO WS-CHK-DETAIL
009580     IF WS-BCH-READ(WS-BCH-IDX) NOT =
009590             WS-BCH-EXP-COUNT(WS-BCH-IDX)
009600         MOVE WS-BCH-READ(WS-BCH-IDX) TO WS-ED-COUNT-A
009610         MOVE WS-BCH-EXP-COUNT(WS-BCH-IDX) TO WS-ED-COUNT-B
009620         STRING "DEPT " DELIMITED BY SIZE
009630             WS-BCH-DEPT(WS-BCH-IDX) DELIMITED BY SIZE
009640             " BATCH " DELIMITED BY SIZE
009650             WS-BCH-NO(WS-BCH-IDX) DELIMITED BY SIZE
009660             " HAS" DELIMITED BY SIZE
009670             WS-ED-COUNT-A DELIMITED BY SIZE
009680             ", HDR SAYS" DELIMITED BY SIZE
009690             WS-ED-COUNT-B DELIMITED BY SIZE
009700             INTO WS-CHK-DETAIL
009710     ELSE
009720         STRING "DEPT " DELIMITED BY SIZE
009730             WS-BCH-DEPT(WS-BCH-IDX) DELIMITED BY SIZE
009740             " BATCH " DELIMITED BY SIZE
009750             WS-BCH-NO(WS-BCH-IDX) DELIMITED BY SIZE
009760             " NUM1 HASH DOES NOT AGREE WITH HDR"
009770             DELIMITED BY SIZE
009780             INTO WS-CHK-DETAIL
009790     END-IF
009800     PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT.
009810 3135-EXIT.
009820     EXIT.
009830
009840*---------------------------------------------------------------
009850* 3140-CHECK-BATCH-REGISTER THRU 3140-EXIT.
009860*   A BATCH ALREADY ON CALCBREG WILL BE HELD AS A DUPLICATE
009870*   UNLESS CALCCTL CARRIES AN OVERRIDE FOR IT.  WHEN EVERY
009880*   NUMBERED BATCH IS ALREADY THERE, CALCIN IS AN EARLIER DAY'S
009890*   FILE LEFT STAGED, AND THE STEP IS NOT READY.
009900*---------------------------------------------------------------
009910 3140-CHECK-BATCH-REGISTER.
009920     MOVE "CALCBREG" TO WS-CHK-FILE
009930     OPEN INPUT CALCBREG-FILE
009940     IF NOT WS-FILE-OK
009950         MOVE "OK" TO WS-CHK-RESULT
009960         MOVE "NOT ON FILE - NO BATCH HAS BEEN REGISTERED"
009970             TO WS-CHK-DETAIL
009980         PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT
009990         GO TO 3140-EXIT
010000     END-IF
010010     MOVE ZERO TO WS-NUMBERED-COUNT
010020     MOVE ZERO TO WS-DUP-COUNT
010030     PERFORM 3145-CHECK-ONE-REGISTERED THRU 3145-EXIT
010040         VARYING WS-BCH-IDX FROM 1 BY 1
010050         UNTIL WS-BCH-IDX > WS-BCH-USED
010060     CLOSE CALCBREG-FILE
010070     MOVE SPACES TO WS-CHK-DETAIL
010080     IF WS-DUP-COUNT > ZERO
010090             AND WS-DUP-COUNT = WS-NUMBERED-COUNT
010100         MOVE "FAIL" TO WS-CHK-RESULT
010110         MOVE "EVERY BATCH ALREADY RUN - CALCIN IS NOT TODAY'S"
010120             TO WS-CHK-DETAIL
010130         PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT
010140         GO TO 3140-EXIT
010150     END-IF
010160     IF WS-DUP-COUNT = ZERO
010170         MOVE "OK" TO WS-CHK-RESULT
010180         MOVE "NO BATCH ON CALCIN HAS BEEN PROCESSED BEFORE"
010190             TO WS-CHK-DETAIL
010200         PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT
010210     END-IF.
010220 3140-EXIT.
010230     EXIT.
010240
010250 3145-CHECK-ONE-REGISTERED.
010260     IF WS-BCH-NO(WS-BCH-IDX) = ZERO
010270         GO TO 3145-EXIT
010280     END-IF
010290     ADD 1 TO WS-NUMBERED-COUNT
010300     MOVE WS-BCH-DEPT(WS-BCH-IDX) TO BRG-DEPT-CODE
010310     MOVE WS-BCH-NO(WS-BCH-IDX) TO BRG-BATCH-NO
010320     READ CALCBREG-FILE
010330         INVALID KEY
010340             GO TO 3145-EXIT
010350     END-READ
010360     MOVE SPACES TO WS-CHK-DETAIL
010370     IF CCT-OVR-DEPT = WS-BCH-DEPT(WS-BCH-IDX)
010380             AND CCT-OVR-BATCH = WS-BCH-NO(WS-BCH-IDX)
010390         MOVE "OK" TO WS-CHK-RESULT
010400         STRING "DEPT " DELIMITED BY SIZE
010410             WS-BCH-DEPT(WS-BCH-IDX) DELIMITED BY SIZE
010420             " BATCH " DELIMITED BY SIZE
010430             WS-BCH-NO(WS-BCH-IDX) DELIMITED BY SIZE
010440             " ON FILE - CALCCTL OVERRIDE NAMES IT"
010450             DELIMITED BY SIZE
010460             INTO WS-CHK-DETAIL
010470         PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT
010480         GO TO 3145-EXIT
010490     END-IF
010500     ADD 1 TO WS-DUP-COUNT
010510     MOVE "WARN" TO WS-CHK-RESULT
010520     STRING "DEPT " DELIMITED BY SIZE
010530         WS-BCH-DEPT(WS-BCH-IDX) DELIMITED BY SIZE
010540         " BATCH " DELIMITED BY SIZE
010550         WS-BCH-NO(WS-BCH-IDX) DELIMITED BY SIZE
010560         " RUN " DELIMITED BY SIZE
010570         BRG-RUN-DATE DELIMITED BY SIZE
010580         " - WILL BE HELD" DELIMITED BY SIZE
010590         INTO WS-CHK-DETAIL
010600     PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT.
010610 3145-EXIT.
010620     EXIT.
010630
010640*---------------------------------------------------------------
010650* 3150-CHECK-CALCCKPT THRU 3150-EXIT.
010660*   A CALCCKPT DATED ANOTHER DAY IS IGNORED BY THE CALCULATOR;
010670*   ONE DATED TODAY IS RESUMED FROM, WHICH IS RIGHT ONLY WHEN
010680*   THE STREAM IS RESTARTING AT THIS STEP.
010690*---------------------------------------------------------------
010700 3150-CHECK-CALCCKPT.
010710     MOVE "CALCCKPT" TO WS-CHK-FILE
010720     MOVE "OK" TO WS-CHK-RESULT
010730     MOVE "NONE - FRESH START" TO WS-CHK-DETAIL
010740     OPEN INPUT CALCCKPT-FILE
010750     IF NOT WS-FILE-OK
010760         PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT
010770         GO TO 3150-EXIT
010780     END-IF
010790     READ CALCCKPT-FILE
010800         AT END
010810             MOVE SPACES TO CALCCKPT-RECORD
010820     END-READ
010830     CLOSE CALCCKPT-FILE
010840     MOVE SPACES TO WS-CHK-DETAIL
010850     EVALUATE TRUE
010860         WHEN CALCCKPT-RECORD = SPACES
010870             MOVE "NONE - FRESH START" TO WS-CHK-DETAIL
010880         WHEN CCK-RUN-DATE NOT = PF-RUN-DATE
010890             MOVE "WARN" TO WS-CHK-RESULT
010900             STRING "DATED " DELIMITED BY SIZE
010910                 CCK-RUN-DATE DELIMITED BY SIZE
010920                 " - FROM ANOTHER DAY, WILL BE IGNORED"
010930                 DELIMITED BY SIZE
010940                 INTO WS-CHK-DETAIL
010950         WHEN WS-RESTART-STEP
010960             MOVE "TODAY'S - STEP RESUMES FROM IT"
010970                 TO WS-CHK-DETAIL
010980         WHEN OTHER
010990             MOVE "WARN" TO WS-CHK-RESULT
011000             MOVE "TODAY'S - STEP WILL RESUME, NOT START FRESH"
011010                 TO WS-CHK-DETAIL
011020     END-EVALUATE
011030     PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT.
011040 3150-EXIT.
011050     EXIT.
011060
011070*---------------------------------------------------------------
011080* 3200-CHECK-GUESSNUM THRU 3200-EXIT.
011090*   WITH NO GUESSCTL GUESS-A-NUMBER RUNS INTERACTIVE.  THE
011100*   PLAYER MUST BE CLEAR ON OPERMAST, AND A TOURNAMENT RUN
011110*   MUST NOT PICK UP A CHECKPOINT LEFT BY AN EARLIER RUN.
011120*---------------------------------------------------------------
011130 3200-CHECK-GUESSNUM.
011140     MOVE "GUESSCTL" TO WS-CHK-FILE
011150     PERFORM 5000-PEEK-FILE THRU 5000-EXIT
011160     IF NOT WS-FILE-PRESENT
011170         MOVE "GUESS-A-NUMBER RUNS INTERACTIVE" TO WS-CONSEQUENCE
011180         PERFORM 6100-OPTIONAL-FILE THRU 6100-EXIT
011190         GO TO 3200-EXIT
011200     END-IF
011210     MOVE "OK" TO WS-CHK-RESULT
011220     MOVE SPACES TO WS-CHK-DETAIL
011230     STRING "RUN MODE " DELIMITED BY SIZE
011240         GCT-RUN-MODE DELIMITED BY SIZE
011250         INTO WS-CHK-DETAIL
011260     PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT
011270     IF GCT-PLAYER-ID NOT = SPACES
011280         MOVE GCT-PLAYER-ID TO WS-CHK-OPERATOR
011290         MOVE "G" TO WS-AUTH-CODE
011300         MOVE "N" TO WS-OPR-NEEDED-SW
011310         PERFORM 4100-CHECK-OPERATOR THRU 4100-EXIT
011320     END-IF
011330     IF GCT-RUN-MODE NOT = "TOURN"
011340         GO TO 3200-EXIT
011350     END-IF
011360     MOVE "GUESSROS" TO WS-CHK-FILE
011370     PERFORM 5000-PEEK-FILE THRU 5000-EXIT
011380     MOVE "OK" TO WS-CHK-RESULT
011390     IF WS-FILE-PRESENT
011400         MOVE "STAGED - ROSTER TOURNAMENT" TO WS-CHK-DETAIL
011410     ELSE
011420         MOVE "NOT STAGED - SINGLE-PLAYER TOURNAMENT"
011430             TO WS-CHK-DETAIL
011440     END-IF
011450     PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT
011460     MOVE "GUESSCKPT" TO WS-CHK-FILE
011470     PERFORM 5000-PEEK-FILE THRU 5000-EXIT
011480     PERFORM 4200-CHECK-UNDATED-CKPT THRU 4200-EXIT.
011490 3200-EXIT.
011500     EXIT.
011510
011520*---------------------------------------------------------------
011530* 3300-CHECK-PALINDROME THRU 3300-EXIT.
011540*   WITH NO PALCTL PALINDROME RUNS INTERACTIVE; A BATCH RUN
011550*   NEEDS CODES ON PALIN.  THE OPERATOR MUST BE CLEAR ON
011560*   OPERMAST.
011570*---------------------------------------------------------------
011580 3300-CHECK-PALINDROME.
011590     MOVE "PALCTL" TO WS-CHK-FILE
011600     PERFORM 5000-PEEK-FILE THRU 5000-EXIT
011610     IF NOT WS-FILE-PRESENT
011620         MOVE "PALINDROME RUNS INTERACTIVE" TO WS-CONSEQUENCE
011630         PERFORM 6100-OPTIONAL-FILE THRU 6100-EXIT
011640         GO TO 3300-EXIT
011650     END-IF
011660     MOVE "OK" TO WS-CHK-RESULT
011670     MOVE SPACES TO WS-CHK-DETAIL
011680     STRING "RUN MODE " DELIMITED BY SIZE
011690         PCT-RUN-MODE DELIMITED BY SIZE
011700         INTO WS-CHK-DETAIL
011710     PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT
011720     IF PCT-RUN-MODE = "BATCH"
011730         MOVE "PALIN" TO WS-CHK-FILE
011740         PERFORM 5000-PEEK-FILE THRU 5000-EXIT
011750         PERFORM 6050-REQUIRE-DATA THRU 6050-EXIT
011760     END-IF
011770     IF PCT-OPERATOR-ID NOT = SPACES
011780         MOVE PCT-OPERATOR-ID TO WS-CHK-OPERATOR
011790         MOVE "P" TO WS-AUTH-CODE
011800         MOVE "N" TO WS-OPR-NEEDED-SW
011810         PERFORM 4100-CHECK-OPERATOR THRU 4100-EXIT
011820     END-IF.
011830 3300-EXIT.
011840     EXIT.
011850
011860*---------------------------------------------------------------
011870* 3400-CHECK-99BOTTLES THRU 3400-EXIT.
011880*   BOTCTL AND THE SUPPMAST SUPPLY MASTER ARE EACH OPTIONAL,
011890*   BUT WITH NEITHER THE RUN IS THE CLASSIC 99 COUNTDOWN.  THE
011900*   OPERATOR ON BOTCTL MUST BE CLEAR ON OPERMAST, AND A BOTCKPT
011910*   LEFT BY AN EARLIER RUN IS CALLED OUT.
011920*---------------------------------------------------------------
011930 3400-CHECK-99BOTTLES.
011940     MOVE "SUPPMAST" TO WS-CHK-FILE
011950     PERFORM 5000-PEEK-FILE THRU 5000-EXIT
011960     MOVE WS-PEEK-STATE TO WS-SAVE-STATE
011970     MOVE "BOTCTL" TO WS-CHK-FILE
011980     PERFORM 5000-PEEK-FILE THRU 5000-EXIT
011990     IF NOT WS-FILE-PRESENT AND NOT WS-SAVE-PRESENT
012000         MOVE "WARN" TO WS-CHK-RESULT
012010         MOVE "NEITHER BOTCTL NOR SUPPMAST - CLASSIC 99 COUNTDOWN"
012020             TO WS-CHK-DETAIL
012030         PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT
012040     END-IF
012050     IF WS-FILE-PRESENT
012060         MOVE "OK" TO WS-CHK-RESULT
012070         MOVE "STAGED" TO WS-CHK-DETAIL
012080         PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT
012090         IF BCT-OPERATOR-ID NOT = SPACES
012100             MOVE BCT-OPERATOR-ID TO WS-CHK-OPERATOR
012110             MOVE "B" TO WS-AUTH-CODE
012120             MOVE "N" TO WS-OPR-NEEDED-SW
012130             PERFORM 4100-CHECK-OPERATOR THRU 4100-EXIT
012140         END-IF
012150     END-IF
012160     IF WS-SAVE-PRESENT
012170         MOVE "SUPPMAST" TO WS-CHK-FILE
012180         MOVE "OK" TO WS-CHK-RESULT
012190         MOVE "STAGED - MULTI-ITEM COUNTDOWN" TO WS-CHK-DETAIL
012200         PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT
012210     END-IF
012220     MOVE "BOTCKPT" TO WS-CHK-FILE
012230     PERFORM 5000-PEEK-FILE THRU 5000-EXIT
012240     PERFORM 4200-CHECK-UNDATED-CKPT THRU 4200-EXIT.
012250 3400-EXIT.
012260     EXIT.
012270
012280*---------------------------------------------------------------
012290* 3500-CHECK-HOLDREL THRU 3500-EXIT.
012300*   HOLDREL NEEDS A RELEASER ON HOLDCTL WHO IS CLEAR ON
012310*   OPERMAST.  WITHOUT HOLDDEC DECISION CARDS NOTHING IS
012320*   RELEASED.
012330*---------------------------------------------------------------
012340 3500-CHECK-HOLDREL.
012350     MOVE "HOLDCTL" TO WS-CHK-FILE
012360     PERFORM 5000-PEEK-FILE THRU 5000-EXIT
012370     IF NOT WS-FILE-PRESENT
012380         MOVE "FAIL" TO WS-CHK-RESULT
012390         MOVE "NOT STAGED - NO RELEASER NAMED" TO WS-CHK-DETAIL
012400         PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT
012410     ELSE
012420         IF HCT-RELEASER-ID = SPACES
012430             MOVE "FAIL" TO WS-CHK-RESULT
012440             MOVE "NO RELEASER ID ON THE CARD" TO WS-CHK-DETAIL
012450             PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT
012460         ELSE
012470             MOVE "OK" TO WS-CHK-RESULT
012480             MOVE SPACES TO WS-CHK-DETAIL
012490             STRING "RELEASER " DELIMITED BY SIZE
012500                 HCT-RELEASER-ID DELIMITED BY SIZE
012510                 INTO WS-CHK-DETAIL
012520             PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT
012530             MOVE HCT-RELEASER-ID TO WS-CHK-OPERATOR
012540             MOVE SPACE TO WS-AUTH-CODE
012550             MOVE "Y" TO WS-OPR-NEEDED-SW
012560             PERFORM 4100-CHECK-OPERATOR THRU 4100-EXIT
012570         END-IF
012580     END-IF
012590     MOVE "HOLDDEC" TO WS-CHK-FILE
012600     PERFORM 5000-PEEK-FILE THRU 5000-EXIT
012610     MOVE "NOTHING WILL BE RELEASED" TO WS-CONSEQUENCE
012620     PERFORM 6100-OPTIONAL-FILE THRU 6100-EXIT.
012630 3500-EXIT.
012640     EXIT.
012650
012660*---------------------------------------------------------------
012670* 3600-CHECK-REORDFUP THRU 3600-EXIT.
012680*   BOTNTC IS WRITTEN BY 99BOTTLES; WHEN THAT STEP RUNS EARLIER
012690*   TODAY THERE IS NOTHING TO LOOK AT YET.
012700*---------------------------------------------------------------
012710 3600-CHECK-REORDFUP.
012720     MOVE "BOTNTC" TO WS-CHK-FILE
012730     MOVE "99BOTTLE" TO WS-FIND-CODE
012740     PERFORM 6200-FIND-EARLIER-STEP THRU 6200-EXIT
012750     IF WS-FOUND-IDX > ZERO
012760         MOVE "OK" TO WS-CHK-RESULT
012770         MOVE SPACES TO WS-CHK-DETAIL
012780         STRING "TO BE WRITTEN BY 99BOTTLE AT STEP "
012790             DELIMITED BY SIZE
012800             WS-FOUND-IDX DELIMITED BY SIZE
012810             INTO WS-CHK-DETAIL
012820         PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT
012830     ELSE
012840         PERFORM 5000-PEEK-FILE THRU 5000-EXIT
012850         MOVE "NO NEW REORDER NOTICES TO TRACK" TO WS-CONSEQUENCE
012860         PERFORM 6100-OPTIONAL-FILE THRU 6100-EXIT
012870     END-IF
012880     MOVE "REORDUPD" TO WS-CHK-FILE
012890     PERFORM 5000-PEEK-FILE THRU 5000-EXIT
012900     MOVE "NO FOLLOW-UP CARDS TO POST" TO WS-CONSEQUENCE
012910     PERFORM 6100-OPTIONAL-FILE THRU 6100-EXIT.
012920 3600-EXIT.
012930     EXIT.
012940
012950*---------------------------------------------------------------
012960* 3900-CHECK-OTHER-STEP THRU 3900-EXIT.
012970*   THE STEPS WHOSE CHECKS ARE ONLY WHETHER THEIR OWN INPUTS
012980*   ARE STAGED.  STEPS THAT READ ONLY WHAT EARLIER STEPS WRITE
012990*   HAVE NOTHING TO CHECK AHEAD OF THE RUN.
013000*---------------------------------------------------------------
013010 3900-CHECK-OTHER-STEP.
013020     EVALUATE WS-STEP-CODE
013030         WHEN "KEYVER"
013040             MOVE "CALCKEY" TO WS-CHK-FILE
013050             PERFORM 5000-PEEK-FILE THRU 5000-EXIT
013060             PERFORM 6050-REQUIRE-DATA THRU 6050-EXIT
013070             MOVE "CALCVER" TO WS-CHK-FILE
013080             PERFORM 5000-PEEK-FILE THRU 5000-EXIT
013090             PERFORM 6050-REQUIRE-DATA THRU 6050-EXIT
013100         WHEN "GLJRNL"
013110             MOVE "GLMAP" TO WS-CHK-FILE
013120             PERFORM 5000-PEEK-FILE THRU 5000-EXIT
013130             MOVE "NO ACCOUNTS MAPPED" TO WS-CONSEQUENCE
013140             PERFORM 6100-OPTIONAL-FILE THRU 6100-EXIT
013150             MOVE "CALCCTL" TO WS-CHK-FILE
013160             PERFORM 5000-PEEK-FILE THRU 5000-EXIT
013170             IF WS-FILE-PRESENT AND CCT-CALC-MODE = "FIN"
013180                 PERFORM 4000-CHECK-RATES THRU 4000-EXIT
013190             END-IF
013200         WHEN "CALCTREN"
013210             MOVE "CALCHIST" TO WS-CHK-FILE
013220             PERFORM 5000-PEEK-FILE THRU 5000-EXIT
013230             PERFORM 6000-REQUIRE-PRESENT THRU 6000-EXIT
013240         WHEN "RPTDIST"
013250             MOVE "RPTDCTL" TO WS-CHK-FILE
013260             PERFORM 5000-PEEK-FILE THRU 5000-EXIT
013270             PERFORM 6000-REQUIRE-PRESENT THRU 6000-EXIT
013280         WHEN "SUSPAGE"
013290             MOVE "CALCSUSP" TO WS-CHK-FILE
013300             PERFORM 5000-PEEK-FILE THRU 5000-EXIT
013310             MOVE "NOTHING IN SUSPENSE TO AGE" TO WS-CONSEQUENCE
013320             PERFORM 6100-OPTIONAL-FILE THRU 6100-EXIT
013330         WHEN "ROSBLD"
013340             MOVE "TRAINMST" TO WS-CHK-FILE
013350             PERFORM 5000-PEEK-FILE THRU 5000-EXIT
013360             PERFORM 6000-REQUIRE-PRESENT THRU 6000-EXIT
013370             MOVE "OPERMAST" TO WS-CHK-FILE
013380             PERFORM 5000-PEEK-FILE THRU 5000-EXIT
013390             PERFORM 6000-REQUIRE-PRESENT THRU 6000-EXIT
013400         WHEN "SUPPPOST"
013410             MOVE "SUPPTXN" TO WS-CHK-FILE
013420             PERFORM 5000-PEEK-FILE THRU 5000-EXIT
013430             PERFORM 6000-REQUIRE-PRESENT THRU 6000-EXIT
013440         WHEN "PALMNT"
013450             MOVE "PALUPD" TO WS-CHK-FILE
013460             PERFORM 5000-PEEK-FILE THRU 5000-EXIT
013470             PERFORM 6000-REQUIRE-PRESENT THRU 6000-EXIT
013480         WHEN "GUESSRPT"
013490             MOVE "GUESSSES" TO WS-CHK-FILE
013500             PERFORM 5000-PEEK-FILE THRU 5000-EXIT
013510             MOVE "NO SESSIONS TO REPORT" TO WS-CONSEQUENCE
013520             PERFORM 6100-OPTIONAL-FILE THRU 6100-EXIT
013521         WHEN "CERTREV"
013522             MOVE "CERTCTL" TO WS-CHK-FILE
013523             PERFORM 5000-PEEK-FILE THRU 5000-EXIT
013524             PERFORM 6050-REQUIRE-DATA THRU 6050-EXIT
013525             MOVE "CERTDEC" TO WS-CHK-FILE
013526             PERFORM 5000-PEEK-FILE THRU 5000-EXIT
013527             MOVE "NO DECISIONS TO APPLY" TO WS-CONSEQUENCE
013528             PERFORM 6100-OPTIONAL-FILE THRU 6100-EXIT
013529         WHEN "MSTBKUP"
013530             MOVE "MBKCTL" TO WS-CHK-FILE
013531             PERFORM 5000-PEEK-FILE THRU 5000-EXIT
013532             MOVE "DEFAULT GENERATIONS KEPT" TO WS-CONSEQUENCE
013533             PERFORM 6100-OPTIONAL-FILE THRU 6100-EXIT
013534             MOVE "NOTHING TO BACK UP" TO WS-CONSEQUENCE
013535             MOVE "CALCTXN" TO WS-CHK-FILE
013536             PERFORM 5000-PEEK-FILE THRU 5000-EXIT
013537             PERFORM 6100-OPTIONAL-FILE THRU 6100-EXIT
013538             MOVE "PALMAST" TO WS-CHK-FILE
013539             PERFORM 5000-PEEK-FILE THRU 5000-EXIT
013540             PERFORM 6100-OPTIONAL-FILE THRU 6100-EXIT
013541             MOVE "TRAINMST" TO WS-CHK-FILE
013542             PERFORM 5000-PEEK-FILE THRU 5000-EXIT
013543             PERFORM 6100-OPTIONAL-FILE THRU 6100-EXIT
013544             MOVE "OPERMAST" TO WS-CHK-FILE
013545             PERFORM 5000-PEEK-FILE THRU 5000-EXIT
013546             PERFORM 6100-OPTIONAL-FILE THRU 6100-EXIT
013547         WHEN "ARCHVRFY"
013548             MOVE "ARCHHIST" TO WS-CHK-FILE
013549             PERFORM 5000-PEEK-FILE THRU 5000-EXIT
013550             PERFORM 6000-REQUIRE-PRESENT THRU 6000-EXIT
013551             MOVE "ARCHCTL" TO WS-CHK-FILE
013552             PERFORM 5000-PEEK-FILE THRU 5000-EXIT
013553             MOVE "DEFAULT RETENTION USED" TO WS-CONSEQUENCE
013554             PERFORM 6100-OPTIONAL-FILE THRU 6100-EXIT
013555         WHEN OTHER
013556             MOVE SPACES TO WS-CHK-FILE
013557             MOVE "OK" TO WS-CHK-RESULT
013560             MOVE "INPUTS ARE WRITTEN BY EARLIER STEPS"
013570                 TO WS-CHK-DETAIL
013580             PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT
013590     END-EVALUATE.
013600 3900-EXIT.
013610     EXIT.
013620
013630*---------------------------------------------------------------
013640* 4000-CHECK-RATES THRU 4000-EXIT.
013650*   FINANCIAL MODE NEEDS A RATE IN EFFECT FOR THE RUN DATE,
013660*   AND THE NEWEST RATE FOR EACH CURRENCY MUST BE NO OLDER THAN
013670*   THE PFLTCTL LIMIT.  A RECORD THE CALCULATOR WOULD SKIP -
013680*   BLANK CURRENCY, NON-NUMERIC RATE, BAD DATE - IS COUNTED.
013690*---------------------------------------------------------------
013700 4000-CHECK-RATES.
013710     MOVE "CALCRATE" TO WS-CHK-FILE
013720     OPEN INPUT CALCRATE-FILE
013730     IF NOT WS-FILE-OK
013740         MOVE "FAIL" TO WS-CHK-RESULT
013750         MOVE "NOT STAGED - FINANCIAL MODE HAS NO RATES"
013760             TO WS-CHK-DETAIL
013770         PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT
013780         GO TO 4000-EXIT
013790     END-IF
013800     MOVE ZERO TO WS-RTE-USED
013810     MOVE ZERO TO WS-RATE-SKIP-COUNT
013820     MOVE ZERO TO WS-STALE-COUNT
013830     MOVE "N" TO WS-EOF-SWITCH
013840     PERFORM 4010-READ-ONE-RATE THRU 4010-EXIT
013850         UNTIL WS-END-OF-FILE
013860     CLOSE CALCRATE-FILE
013870     IF WS-RATE-SKIP-COUNT > ZERO
013880         MOVE "WARN" TO WS-CHK-RESULT
013890         MOVE WS-RATE-SKIP-COUNT TO WS-ED-COUNT-A
013900         MOVE SPACES TO WS-CHK-DETAIL
013910         STRING WS-ED-COUNT-A DELIMITED BY SIZE
013920             " UNUSABLE RECORD(S) WILL BE SKIPPED"
013930             DELIMITED BY SIZE
013940             INTO WS-CHK-DETAIL
013950         PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT
013960     END-IF
013970     IF WS-RTE-USED = ZERO
013980         MOVE "FAIL" TO WS-CHK-RESULT
013990         MOVE "NO RATE IN EFFECT ON THE RUN DATE" TO WS-CHK-DETAIL
014000         PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT
014010         GO TO 4000-EXIT
014020     END-IF
014030     PERFORM 4030-AGE-ONE-RATE THRU 4030-EXIT
014040         VARYING WS-RTE-IDX FROM 1 BY 1
014050         UNTIL WS-RTE-IDX > WS-RTE-USED
014060     IF WS-STALE-COUNT = ZERO
014070         MOVE "OK" TO WS-CHK-RESULT
014080         MOVE WS-RTE-USED TO WS-ED-3
014090         MOVE WS-RATE-MAX-AGE TO WS-ED-DAYS
014100         MOVE SPACES TO WS-CHK-DETAIL
014110         STRING WS-ED-3 DELIMITED BY SIZE
014120             " CURRENCY(IES), ALL RATES WITHIN" DELIMITED BY SIZE
014130             WS-ED-DAYS DELIMITED BY SIZE
014140             " DAYS" DELIMITED BY SIZE
014150             INTO WS-CHK-DETAIL
014160         PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT
014170     END-IF.
014180 4000-EXIT.
014190     EXIT.
014200
014210 4010-READ-ONE-RATE.
014220     READ CALCRATE-FILE
014230         AT END
014240             SET WS-END-OF-FILE TO TRUE
014250             GO TO 4010-EXIT
014260     END-READ
014270     IF RATE-CURRENCY = SPACES
014280             OR RATE-TO-BASE NOT NUMERIC
014290             OR RATE-EFF-DATE NOT NUMERIC
014300         ADD 1 TO WS-RATE-SKIP-COUNT
014310         GO TO 4010-EXIT
014320     END-IF
014330     MOVE "RATEDATE" TO EC-FIELD-NAME
014340     MOVE SPACES TO EC-FIELD-VALUE
014350     MOVE RATE-EFF-DATE TO EC-FIELD-VALUE
014360     MOVE 8 TO EC-FIELD-LEN
014370     SET EC-TYPE-DATE TO TRUE
014380     CALL "EDITCHK" USING EDITCHK-RECORD
014390     IF EC-FIELD-INVALID
014400         ADD 1 TO WS-RATE-SKIP-COUNT
014410         GO TO 4010-EXIT
014420     END-IF
014430     IF RATE-EFF-DATE > PF-RUN-DATE
014440         GO TO 4010-EXIT
014450     END-IF
014460     MOVE "N" TO WS-FOUND-SW
014470     PERFORM 4020-CHECK-ONE-CCY THRU 4020-EXIT
014480         VARYING WS-RTE-IDX FROM 1 BY 1
014490         UNTIL WS-RTE-IDX > WS-RTE-USED OR WS-ENTRY-FOUND
014500     IF WS-ENTRY-FOUND
014510         SUBTRACT 1 FROM WS-RTE-IDX
014520         IF RATE-EFF-DATE > WS-RTE-DATE(WS-RTE-IDX)
014530             MOVE RATE-EFF-DATE TO WS-RTE-DATE(WS-RTE-IDX)
014540         END-IF
014550         GO TO 4010-EXIT
014560     END-IF
014570     IF WS-RTE-USED < 20
014580         ADD 1 TO WS-RTE-USED
014590         MOVE RATE-CURRENCY TO WS-RTE-CCY(WS-RTE-USED)
014600         MOVE RATE-EFF-DATE TO WS-RTE-DATE(WS-RTE-USED)
014610     END-IF.
014620 4010-EXIT.
014630     EXIT.
014640
014650 4020-CHECK-ONE-CCY.
014660     IF WS-RTE-CCY(WS-RTE-IDX) = RATE-CURRENCY
014670         SET WS-ENTRY-FOUND TO TRUE
014680     END-IF.
014690 4020-EXIT.
014700     EXIT.
014710
014720 4030-AGE-ONE-RATE.
014730     COMPUTE WS-RATE-AGE = WS-TODAY-INTEGER
014740         - FUNCTION INTEGER-OF-DATE(WS-RTE-DATE(WS-RTE-IDX))
014750     IF WS-RATE-AGE <= WS-RATE-MAX-AGE
014760         GO TO 4030-EXIT
014770     END-IF
014780     ADD 1 TO WS-STALE-COUNT
014790     MOVE WS-RATE-AGE TO WS-ED-DAYS
014800     MOVE "FAIL" TO WS-CHK-RESULT
014810     MOVE SPACES TO WS-CHK-DETAIL
014820     STRING WS-RTE-CCY(WS-RTE-IDX) DELIMITED BY SIZE
014830         " NEWEST RATE " DELIMITED BY SIZE
014840         WS-RTE-DATE(WS-RTE-IDX) DELIMITED BY SIZE
014850         " IS" DELIMITED BY SIZE
014860         WS-ED-DAYS DELIMITED BY SIZE
014870         " DAYS OLD - STALE" DELIMITED BY SIZE
014880         INTO WS-CHK-DETAIL
014890     PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT.
014900 4030-EXIT.
014910     EXIT.
014920
014930*---------------------------------------------------------------
014940* 4100-CHECK-OPERATOR THRU 4100-EXIT.
014950*   LOOKS UP THE OPERATOR IN WS-CHK-OPERATOR ON OPERMAST, AS
014960*   OPERCHK WILL AT SIGN-ON: ON FILE, ACTIVE, NOT LOCKED OUT,
014970*   AND AUTHORIZED FOR THE PROGRAM NAMED BY WS-AUTH-CODE (C, G,
014980*   P OR B; BLANK FOR NONE).  A STEP THAT BYPASSES THE CHECK
014990*   WHEN OPERMAST IS MISSING ONLY WARNS; ONE THAT NEEDS IT
015000*   (WS-OPR-NEEDED) FAILS.
015010*---------------------------------------------------------------
015020 4100-CHECK-OPERATOR.
015030     MOVE "OPERMAST" TO WS-CHK-FILE
015040     MOVE SPACES TO WS-CHK-DETAIL
015050     OPEN INPUT OPERMAST-FILE
015060     IF NOT WS-FILE-OK
015070         IF WS-OPR-NEEDED
015080             MOVE "FAIL" TO WS-CHK-RESULT
015090             MOVE "NOT AVAILABLE - STEP CANNOT CHECK ITS OPERATOR"
015100                 TO WS-CHK-DETAIL
015110         ELSE
015120             MOVE "WARN" TO WS-CHK-RESULT
015130             MOVE "NOT AVAILABLE - SIGN-ON CHECK WILL BE BYPASSED"
015140                 TO WS-CHK-DETAIL
015150         END-IF
015160         PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT
015170         GO TO 4100-EXIT
015180     END-IF
015190     PERFORM 4110-SCREEN-OPERATOR THRU 4110-EXIT
015200     CLOSE OPERMAST-FILE
015210     PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT.
015220 4100-EXIT.
015230     EXIT.
015240
015250 4110-SCREEN-OPERATOR.
015260     MOVE "FAIL" TO WS-CHK-RESULT
015270     MOVE WS-CHK-OPERATOR TO OPR-OPERATOR-ID
015280     READ OPERMAST-FILE
015290         INVALID KEY
015300             STRING "OPERATOR " DELIMITED BY SIZE
015310                 WS-CHK-OPERATOR DELIMITED BY SIZE
015320                 " IS NOT ON FILE" DELIMITED BY SIZE
015330                 INTO WS-CHK-DETAIL
015340             GO TO 4110-EXIT
015350     END-READ
015360     IF NOT OPR-ACTIVE
015370         STRING "OPERATOR " DELIMITED BY SIZE
015380             WS-CHK-OPERATOR DELIMITED BY SIZE
015390             " IS INACTIVE" DELIMITED BY SIZE
015400             INTO WS-CHK-DETAIL
015410         GO TO 4110-EXIT
015420     END-IF
015430     IF OPR-LOCKED
015440         STRING "OPERATOR " DELIMITED BY SIZE
015450             WS-CHK-OPERATOR DELIMITED BY SIZE
015460             " IS LOCKED OUT" DELIMITED BY SIZE
015470             INTO WS-CHK-DETAIL
015480         GO TO 4110-EXIT
015490     END-IF
015500     MOVE "Y" TO WS-AUTH-SW
015510     EVALUATE WS-AUTH-CODE
015520         WHEN "C"
015530             IF OPR-AUTH-CALC NOT = "Y"
015540                 MOVE "N" TO WS-AUTH-SW
015550             END-IF
015560         WHEN "G"
015570             IF OPR-AUTH-GUESS NOT = "Y"
015580                 MOVE "N" TO WS-AUTH-SW
015590             END-IF
015600         WHEN "P"
015610             IF OPR-AUTH-PAL NOT = "Y"
015620                 MOVE "N" TO WS-AUTH-SW
015630             END-IF
015640         WHEN "B"
015650             IF OPR-AUTH-BOT NOT = "Y"
015660                 MOVE "N" TO WS-AUTH-SW
015670             END-IF
015680         WHEN OTHER
015690             CONTINUE
015700     END-EVALUATE
015710     IF NOT WS-AUTHORIZED
015720         STRING "OPERATOR " DELIMITED BY SIZE
015730             WS-CHK-OPERATOR DELIMITED BY SIZE
015740             " IS NOT AUTHORIZED FOR THIS STEP" DELIMITED BY SIZE
015750             INTO WS-CHK-DETAIL
015760         GO TO 4110-EXIT
015770     END-IF
015780     MOVE "OK" TO WS-CHK-RESULT
015790     STRING "OPERATOR " DELIMITED BY SIZE
015800         WS-CHK-OPERATOR DELIMITED BY SIZE
015810         " IS ACTIVE AND AUTHORIZED" DELIMITED BY SIZE
015820         INTO WS-CHK-DETAIL.
015830 4110-EXIT.
015840     EXIT.
015850
015860*---------------------------------------------------------------
015870* 4200-CHECK-UNDATED-CKPT THRU 4200-EXIT.
015880*   GUESSCKPT AND BOTCKPT CARRY NO RUN DATE AND ARE CLEARED AT
015890*   THE END OF A CLEAN RUN, SO ONE THAT HOLDS A RECORD WAS LEFT
015900*   BY AN INTERRUPTED RUN.  ON THE RESTART STEP THAT IS THE
015910*   POINT; ON A FRESH START IT IS AN EARLIER RUN'S, AND THE
015920*   STEP WOULD RESUME IT INSTEAD OF STARTING TODAY'S.
015930*---------------------------------------------------------------
015940 4200-CHECK-UNDATED-CKPT.
015950     MOVE "OK" TO WS-CHK-RESULT
015960     EVALUATE TRUE
015970         WHEN NOT WS-FILE-PRESENT
015980             MOVE "NONE - FRESH START" TO WS-CHK-DETAIL
015990         WHEN WS-RESTART-STEP
016000             MOVE "LEFT BY THE INTERRUPTED RUN - STEP RESUMES"
016010                 TO WS-CHK-DETAIL
016020         WHEN OTHER
016030             MOVE "FAIL" TO WS-CHK-RESULT
016040             MOVE "LEFT BY AN EARLIER RUN - STEP WOULD RESUME IT"
016050                 TO WS-CHK-DETAIL
016060     END-EVALUATE
016070     PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT.
016080 4200-EXIT.
016090     EXIT.
016100
016110*---------------------------------------------------------------
016120* 5000-PEEK-FILE THRU 5000-EXIT.
016130*   LOOKS AT THE FILE NAMED IN WS-CHK-FILE AND LEAVES
016140*   WS-PEEK-STATE MISSING, EMPTY OR PRESENT.  EACH 5NNN
016150*   PARAGRAPH OPENS ONE FILE, READS AT MOST ONE RECORD (KEEPING
016160*   A CONTROL CARD FOR THE CHECKS) AND CLOSES IT AGAIN.
016170*---------------------------------------------------------------
016180 5000-PEEK-FILE.
016190     MOVE "M" TO WS-PEEK-STATE
016200     EVALUATE WS-CHK-FILE
016210         WHEN "CALCCTL"
016220             PERFORM 5010-PEEK-CALCCTL THRU 5010-EXIT
016230         WHEN "CALCCHN"
016240             PERFORM 5020-PEEK-CALCCHN THRU 5020-EXIT
016250         WHEN "CALCTXN"
016260             PERFORM 5030-PEEK-CALCTXN THRU 5030-EXIT
016270         WHEN "GUESSCTL"
016280             PERFORM 5040-PEEK-GUESSCTL THRU 5040-EXIT
016290         WHEN "GUESSROS"
016300             PERFORM 5050-PEEK-GUESSROS THRU 5050-EXIT
016310         WHEN "GUESSCKPT"
016320             PERFORM 5060-PEEK-GUESSCKPT THRU 5060-EXIT
016330         WHEN "PALCTL"
016340             PERFORM 5070-PEEK-PALCTL THRU 5070-EXIT
016350         WHEN "PALIN"
016360             PERFORM 5080-PEEK-PALIN THRU 5080-EXIT
016370         WHEN "BOTCTL"
016380             PERFORM 5090-PEEK-BOTCTL THRU 5090-EXIT
016390         WHEN "SUPPMAST"
016400             PERFORM 5100-PEEK-SUPPMAST THRU 5100-EXIT
016410         WHEN "BOTCKPT"
016420             PERFORM 5110-PEEK-BOTCKPT THRU 5110-EXIT
016430         WHEN "BOTNTC"
016440             PERFORM 5120-PEEK-BOTNTC THRU 5120-EXIT
016450         WHEN "REORDUPD"
016460             PERFORM 5130-PEEK-REORDUPD THRU 5130-EXIT
016470         WHEN "CALCKEY"
016480             PERFORM 5140-PEEK-CALCKEY THRU 5140-EXIT
016490         WHEN "CALCVER"
016500             PERFORM 5150-PEEK-CALCVER THRU 5150-EXIT
016510         WHEN "GLMAP"
016520             PERFORM 5160-PEEK-GLMAP THRU 5160-EXIT
016530         WHEN "HOLDCTL"
016540             PERFORM 5170-PEEK-HOLDCTL THRU 5170-EXIT
016550         WHEN "HOLDDEC"
016560             PERFORM 5180-PEEK-HOLDDEC THRU 5180-EXIT
016570         WHEN "CALCSUSP"
016580             PERFORM 5190-PEEK-CALCSUSP THRU 5190-EXIT
016590         WHEN "TRAINMST"
016600             PERFORM 5200-PEEK-TRAINMST THRU 5200-EXIT
016610         WHEN "OPERMAST"
016620             PERFORM 5210-PEEK-OPERMAST THRU 5210-EXIT
016630         WHEN "SUPPTXN"
016640             PERFORM 5220-PEEK-SUPPTXN THRU 5220-EXIT
016650         WHEN "PALUPD"
016660             PERFORM 5230-PEEK-PALUPD THRU 5230-EXIT
016670         WHEN "CALCHIST"
016680             PERFORM 5240-PEEK-CALCHIST THRU 5240-EXIT
016690         WHEN "RPTDCTL"
016700             PERFORM 5250-PEEK-RPTDCTL THRU 5250-EXIT
016710         WHEN "GUESSSES"
016720             PERFORM 5260-PEEK-GUESSSES THRU 5260-EXIT
016721         WHEN "CERTCTL"
016722             PERFORM 5270-PEEK-CERTCTL THRU 5270-EXIT
016723         WHEN "CERTDEC"
016724             PERFORM 5280-PEEK-CERTDEC THRU 5280-EXIT
016725         WHEN "MBKCTL"
016726             PERFORM 5290-PEEK-MBKCTL THRU 5290-EXIT
016727         WHEN "PALMAST"
016728             PERFORM 5300-PEEK-PALMAST THRU 5300-EXIT
016729         WHEN "ARCHHIST"
016730             PERFORM 5310-PEEK-ARCHHIST THRU 5310-EXIT
016731         WHEN "ARCHCTL"
016732             PERFORM 5320-PEEK-ARCHCTL THRU 5320-EXIT
016733         WHEN OTHER
016740             CONTINUE
016750     END-EVALUATE.
016760 5000-EXIT.
016770     EXIT.
016780
016790 5010-PEEK-CALCCTL.
016800     OPEN INPUT CALCCTL-FILE
016810     IF NOT WS-FILE-OK
016820         GO TO 5010-EXIT
016830     END-IF
016840     MOVE "E" TO WS-PEEK-STATE
016850     READ CALCCTL-FILE
016860         AT END
016870             CONTINUE
016880         NOT AT END
016890             MOVE "P" TO WS-PEEK-STATE
016900             MOVE CALCCTL-RECORD TO WS-CALCCTL-CARD
016910     END-READ
016920     CLOSE CALCCTL-FILE.
016930 5010-EXIT.
016940     EXIT.
016950
016960 5020-PEEK-CALCCHN.
016970     OPEN INPUT CALCCHN-FILE
016980     IF NOT WS-FILE-OK
016990         GO TO 5020-EXIT
017000     END-IF
017010     MOVE "E" TO WS-PEEK-STATE
017020     READ CALCCHN-FILE
017030         AT END
017040             CONTINUE
017050         NOT AT END
017060             MOVE "P" TO WS-PEEK-STATE
017070     END-READ
017080     CLOSE CALCCHN-FILE.
017090 5020-EXIT.
017100     EXIT.
017110
017120 5030-PEEK-CALCTXN.
017130     OPEN INPUT CALCTXN-FILE
017140     IF NOT WS-FILE-OK
017150         GO TO 5030-EXIT
017160     END-IF
017170     MOVE "E" TO WS-PEEK-STATE
017180     READ CALCTXN-FILE NEXT RECORD
017190         AT END
017200             CONTINUE
017210         NOT AT END
017220             MOVE "P" TO WS-PEEK-STATE
017230     END-READ
017240     CLOSE CALCTXN-FILE.
017250 5030-EXIT.
017260     EXIT.
017270
017280 5040-PEEK-GUESSCTL.
017290     OPEN INPUT GUESSCTL-FILE
017300     IF NOT WS-FILE-OK
017310         GO TO 5040-EXIT
017320     END-IF
017330     MOVE "E" TO WS-PEEK-STATE
017340     READ GUESSCTL-FILE
017350         AT END
017360             CONTINUE
017370         NOT AT END
017380             MOVE "P" TO WS-PEEK-STATE
017390             MOVE GUESSCTL-RECORD TO WS-GUESSCTL-CARD
017400     END-READ
017410     CLOSE GUESSCTL-FILE.
017420 5040-EXIT.
017430     EXIT.
017440
017450 5050-PEEK-GUESSROS.
017460     OPEN INPUT GUESSROS-FILE
017470     IF NOT WS-FILE-OK
017480         GO TO 5050-EXIT
017490     END-IF
017500     MOVE "E" TO WS-PEEK-STATE
017510     READ GUESSROS-FILE
017520         AT END
017530             CONTINUE
017540         NOT AT END
017550             MOVE "P" TO WS-PEEK-STATE
017560     END-READ
017570     CLOSE GUESSROS-FILE.
017580 5050-EXIT.
017590     EXIT.
017600
017610 5060-PEEK-GUESSCKPT.
017620     OPEN INPUT GUESSCKPT-FILE
017630     IF NOT WS-FILE-OK
017640         GO TO 5060-EXIT
017650     END-IF
017660     MOVE "E" TO WS-PEEK-STATE
017670     READ GUESSCKPT-FILE
017680         AT END
017690             CONTINUE
017700         NOT AT END
017710             MOVE "P" TO WS-PEEK-STATE
017720     END-READ
017730     CLOSE GUESSCKPT-FILE.
017740 5060-EXIT.
017750     EXIT.
017760
017770 5070-PEEK-PALCTL.
017780     OPEN INPUT PALCTL-FILE
017790     IF NOT WS-FILE-OK
017800         GO TO 5070-EXIT
017810     END-IF
017820     MOVE "E" TO WS-PEEK-STATE
017830     READ PALCTL-FILE
017840         AT END
017850             CONTINUE
017860         NOT AT END
017870             MOVE "P" TO WS-PEEK-STATE
017880             MOVE PALCTL-RECORD TO WS-PALCTL-CARD
017890     END-READ
017900     CLOSE PALCTL-FILE.
017910 5070-EXIT.
017920     EXIT.
017930
017940 5080-PEEK-PALIN.
017950     OPEN INPUT PALIN-FILE
017960     IF NOT WS-FILE-OK
017970         GO TO 5080-EXIT
017980     END-IF
017990     MOVE "E" TO WS-PEEK-STATE
018000     READ PALIN-FILE
018010         AT END
018020             CONTINUE
018030         NOT AT END
018040             MOVE "P" TO WS-PEEK-STATE
018050     END-READ
018060     CLOSE PALIN-FILE.
018070 5080-EXIT.
018080     EXIT.
018090
018100 5090-PEEK-BOTCTL.
018110     OPEN INPUT BOTCTL-FILE
018120     IF NOT WS-FILE-OK
018130         GO TO 5090-EXIT
018140     END-IF
018150     MOVE "E" TO WS-PEEK-STATE
018160     READ BOTCTL-FILE
018170         AT END
018180             CONTINUE
018190         NOT AT END
018200             MOVE "P" TO WS-PEEK-STATE
018210             MOVE BOTCTL-RECORD TO WS-BOTCTL-CARD
018220     END-READ
018230     CLOSE BOTCTL-FILE.
018240 5090-EXIT.
018250     EXIT.
018260
018270 5100-PEEK-SUPPMAST.
018280     OPEN INPUT SUPPMAST-FILE
018290     IF NOT WS-FILE-OK
018300         GO TO 5100-EXIT
018310     END-IF
018320     MOVE "E" TO WS-PEEK-STATE
018330     READ SUPPMAST-FILE NEXT RECORD
018340         AT END
018350             CONTINUE
018360         NOT AT END
018370             MOVE "P" TO WS-PEEK-STATE
018380     END-READ
018390     CLOSE SUPPMAST-FILE.
018400 5100-EXIT.
018410     EXIT.
018420
018430 5110-PEEK-BOTCKPT.
018440     OPEN INPUT BOTCKPT-FILE
018450     IF NOT WS-FILE-OK
018460         GO TO 5110-EXIT
018470     END-IF
018480     MOVE "E" TO WS-PEEK-STATE
018490     READ BOTCKPT-FILE
018500         AT END
018510             CONTINUE
018520         NOT AT END
018530             MOVE "P" TO WS-PEEK-STATE
018540     END-READ
018550     CLOSE BOTCKPT-FILE.
018560 5110-EXIT.
018570     EXIT.
018580
018590 5120-PEEK-BOTNTC.
018600     OPEN INPUT BOTNTC-FILE
018610     IF NOT WS-FILE-OK
018620         GO TO 5120-EXIT
018630     END-IF
018640     MOVE "E" TO WS-PEEK-STATE
018650     READ BOTNTC-FILE
018660         AT END
018670             CONTINUE
018680         NOT AT END
018690             MOVE "P" TO WS-PEEK-STATE
018700     END-READ
018710     CLOSE BOTNTC-FILE.
018720 5120-EXIT.
018730     EXIT.
018740
018750 5130-PEEK-REORDUPD.
018760     OPEN INPUT REORDUPD-FILE
018770     IF NOT WS-FILE-OK
018780         GO TO 5130-EXIT
018790     END-IF
018800     MOVE "E" TO WS-PEEK-STATE
018810     READ REORDUPD-FILE
018820         AT END
018830             CONTINUE
018840         NOT AT END
018850             MOVE "P" TO WS-PEEK-STATE
018860     END-READ
018870     CLOSE REORDUPD-FILE.
018880 5130-EXIT.
018890     EXIT.
018900
018910 5140-PEEK-CALCKEY.
018920     OPEN INPUT CALCKEY-FILE
018930     IF NOT WS-FILE-OK
018940         GO TO 5140-EXIT
018950     END-IF
018960     MOVE "E" TO WS-PEEK-STATE
018970     READ CALCKEY-FILE
018980         AT END
018990             CONTINUE
019000         NOT AT END
019010             MOVE "P" TO WS-PEEK-STATE
019020     END-READ
019030     CLOSE CALCKEY-FILE.
019040 5140-EXIT.
019050     EXIT.
019060
019070 5150-PEEK-CALCVER.
019080     OPEN INPUT CALCVER-FILE
019090     IF NOT WS-FILE-OK
019100         GO TO 5150-EXIT
019110     END-IF
019120     MOVE "E" TO WS-PEEK-STATE
019130     READ CALCVER-FILE
019140         AT END
019150             CONTINUE
019160         NOT AT END
019170             MOVE "P" TO WS-PEEK-STATE
019180     END-READ
019190     CLOSE CALCVER-FILE.
019200 5150-EXIT.
019210     EXIT.
019220
019230 5160-PEEK-GLMAP.
019240     OPEN INPUT GLMAP-FILE
019250     IF NOT WS-FILE-OK
019260         GO TO 5160-EXIT
019270     END-IF
019280     MOVE "E" TO WS-PEEK-STATE
019290     READ GLMAP-FILE
019300         AT END
019310             CONTINUE
019320         NOT AT END
019330             MOVE "P" TO WS-PEEK-STATE
019340     END-READ
019350     CLOSE GLMAP-FILE.
019360 5160-EXIT.
019370     EXIT.
019380
019390 5170-PEEK-HOLDCTL.
019400     OPEN INPUT HOLDCTL-FILE
019410     IF NOT WS-FILE-OK
019420         GO TO 5170-EXIT
019430     END-IF
019440     MOVE "E" TO WS-PEEK-STATE
019450     READ HOLDCTL-FILE
019460         AT END
019470             CONTINUE
019480         NOT AT END
019490             MOVE "P" TO WS-PEEK-STATE
019500             MOVE HOLDCTL-RECORD TO WS-HOLDCTL-CARD
019510     END-READ
019520     CLOSE HOLDCTL-FILE.
019530 5170-EXIT.
019540     EXIT.
019550
019560 5180-PEEK-HOLDDEC.
019570     OPEN INPUT HOLDDEC-FILE
019580     IF NOT WS-FILE-OK
019590         GO TO 5180-EXIT
019600     END-IF
019610     MOVE "E" TO WS-PEEK-STATE
019620     READ HOLDDEC-FILE
019630         AT END
019640             CONTINUE
019650         NOT AT END
019660             MOVE "P" TO WS-PEEK-STATE
019670     END-READ
019680     CLOSE HOLDDEC-FILE.
019690 5180-EXIT.
019700     EXIT.
019710
019720 5190-PEEK-CALCSUSP.
019730     OPEN INPUT CALCSUSP-FILE
019740     IF NOT WS-FILE-OK
019750         GO TO 5190-EXIT
019760     END-IF
019770     MOVE "E" TO WS-PEEK-STATE
019780     READ CALCSUSP-FILE NEXT RECORD
019790         AT END
019800             CONTINUE
019810         NOT AT END
019820             MOVE "P" TO WS-PEEK-STATE
019830     END-READ
019840     CLOSE CALCSUSP-FILE.
019850 5190-EXIT.
019860     EXIT.
019870
019880 5200-PEEK-TRAINMST.
019890     OPEN INPUT TRAINMST-FILE
019900     IF NOT WS-FILE-OK
019910         GO TO 5200-EXIT
019920     END-IF
019930     MOVE "E" TO WS-PEEK-STATE
019940     READ TRAINMST-FILE NEXT RECORD
019950         AT END
019960             CONTINUE
019970         NOT AT END
019980             MOVE "P" TO WS-PEEK-STATE
019990     END-READ
020000     CLOSE TRAINMST-FILE.
020010 5200-EXIT.
020020     EXIT.
020030
020040 5210-PEEK-OPERMAST.
020050     OPEN INPUT OPERMAST-FILE
020060     IF NOT WS-FILE-OK
020070         GO TO 5210-EXIT
020080     END-IF
020090     MOVE "E" TO WS-PEEK-STATE
020100     READ OPERMAST-FILE NEXT RECORD
020110         AT END
020120             CONTINUE
020130         NOT AT END
020140             MOVE "P" TO WS-PEEK-STATE
020150     END-READ
020160     CLOSE OPERMAST-FILE.
020170 5210-EXIT.
020180     EXIT.
020190
020200 5220-PEEK-SUPPTXN.
020210     OPEN INPUT SUPPTXN-FILE
020220     IF NOT WS-FILE-OK
020230         GO TO 5220-EXIT
020240     END-IF
020250     MOVE "E" TO WS-PEEK-STATE
020260     READ SUPPTXN-FILE
020270         AT END
020280             CONTINUE
020290         NOT AT END
020300             MOVE "P" TO WS-PEEK-STATE
020310     END-READ
020320     CLOSE SUPPTXN-FILE.
020330 5220-EXIT.
020340     EXIT.
020350
020360 5230-PEEK-PALUPD.
020370     OPEN INPUT PALUPD-FILE
020380     IF NOT WS-FILE-OK
020390         GO TO 5230-EXIT
020400     END-IF
020410     MOVE "E" TO WS-PEEK-STATE
020420     READ PALUPD-FILE
020430         AT END
020440             CONTINUE
020450         NOT AT END
020460             MOVE "P" TO WS-PEEK-STATE
020470     END-READ
020480     CLOSE PALUPD-FILE.
020490 5230-EXIT.
020500     EXIT.
020510
020520 5240-PEEK-CALCHIST.
020530     OPEN INPUT CALCHIST-FILE
020540     IF NOT WS-FILE-OK
020550         GO TO 5240-EXIT
020560     END-IF
020570     MOVE "E" TO WS-PEEK-STATE
020580     READ CALCHIST-FILE
020590         AT END
020600             CONTINUE
020610         NOT AT END
020620             MOVE "P" TO WS-PEEK-STATE
020630     END-READ
020640     CLOSE CALCHIST-FILE.
020650 5240-EXIT.
020660     EXIT.
020670
020680 5250-PEEK-RPTDCTL.
020690     OPEN INPUT RPTDCTL-FILE
020700     IF NOT WS-FILE-OK
020710         GO TO 5250-EXIT
020720     END-IF
020730     MOVE "E" TO WS-PEEK-STATE
020740     READ RPTDCTL-FILE
020750         AT END
020760             CONTINUE
020770         NOT AT END
020780             MOVE "P" TO WS-PEEK-STATE
020790     END-READ
020800     CLOSE RPTDCTL-FILE.
020810 5250-EXIT.
020820     EXIT.
020830
020840 5260-PEEK-GUESSSES.
020850     OPEN INPUT GUESSSES-FILE
020860     IF NOT WS-FILE-OK
020870         GO TO 5260-EXIT
020880     END-IF
020890     MOVE "E" TO WS-PEEK-STATE
020900     READ GUESSSES-FILE
020910         AT END
020920             CONTINUE
020930         NOT AT END
020940             MOVE "P" TO WS-PEEK-STATE
020950     END-READ
020960     CLOSE GUESSSES-FILE.
020970 5260-EXIT.
020980     EXIT.
020990
020991 5270-PEEK-CERTCTL.
020992     OPEN INPUT CERTCTL-FILE
020993     IF NOT WS-FILE-OK
020994         GO TO 5270-EXIT
020995     END-IF
020996     MOVE "E" TO WS-PEEK-STATE
020997     READ CERTCTL-FILE
020998         AT END
020999             CONTINUE
021000         NOT AT END
021001             MOVE "P" TO WS-PEEK-STATE
021002     END-READ
021003     CLOSE CERTCTL-FILE.
021004 5270-EXIT.
021005     EXIT.
021006
021007 5280-PEEK-CERTDEC.
021008     OPEN INPUT CERTDEC-FILE
021009     IF NOT WS-FILE-OK
021010         GO TO 5280-EXIT
021011     END-IF
021012     MOVE "E" TO WS-PEEK-STATE
021013     READ CERTDEC-FILE
021014         AT END
021015             CONTINUE
021016         NOT AT END
021017             MOVE "P" TO WS-PEEK-STATE
021018     END-READ
021019     CLOSE CERTDEC-FILE.
021020 5280-EXIT.
021021     EXIT.
021022
021023 5290-PEEK-MBKCTL.
021024     OPEN INPUT MBKCTL-FILE
021025     IF NOT WS-FILE-OK
021026         GO TO 5290-EXIT
021027     END-IF
021028     MOVE "E" TO WS-PEEK-STATE
021029     READ MBKCTL-FILE
021030         AT END
021031             CONTINUE
021032         NOT AT END
021033             MOVE "P" TO WS-PEEK-STATE
021034     END-READ
021035     CLOSE MBKCTL-FILE.
021036 5290-EXIT.
021037     EXIT.
021038
021039 5300-PEEK-PALMAST.
021040     OPEN INPUT PALMAST-FILE
021041     IF NOT WS-FILE-OK
021042         GO TO 5300-EXIT
021043     END-IF
021044     MOVE "E" TO WS-PEEK-STATE
021045     READ PALMAST-FILE NEXT RECORD
021046         AT END
021047             CONTINUE
021048         NOT AT END
021049             MOVE "P" TO WS-PEEK-STATE
021050     END-READ
021051     CLOSE PALMAST-FILE.
021052 5300-EXIT.
021053     EXIT.
021054
021055 5310-PEEK-ARCHHIST.
021056     OPEN INPUT ARCHHIST-FILE
021057     IF NOT WS-FILE-OK
021058         GO TO 5310-EXIT
021059     END-IF
021060     MOVE "E" TO WS-PEEK-STATE
021061     READ ARCHHIST-FILE
021062         AT END
021063             CONTINUE
021064         NOT AT END
021065             MOVE "P" TO WS-PEEK-STATE
021066     END-READ
021067     CLOSE ARCHHIST-FILE.
021068 5310-EXIT.
021069     EXIT.
021070
021071 5320-PEEK-ARCHCTL.
021072     OPEN INPUT ARCHCTL-FILE
021073     IF NOT WS-FILE-OK
021074         GO TO 5320-EXIT
021075     END-IF
021076     MOVE "E" TO WS-PEEK-STATE
021077     READ ARCHCTL-FILE
021078         AT END
021079             CONTINUE
021080         NOT AT END
021081             MOVE "P" TO WS-PEEK-STATE
021082     END-READ
021083     CLOSE ARCHCTL-FILE.
021084 5320-EXIT.
021085     EXIT.
021086
021087*---------------------------------------------------------------
021088* 6000-REQUIRE-PRESENT THRU 6000-EXIT.
021089*   THE STEP CANNOT RUN WITHOUT THE FILE, BUT AN EMPTY ONE ONLY
021090*   MEANS THERE IS NOTHING TO DO TODAY.
021091*---------------------------------------------------------------
021092 6000-REQUIRE-PRESENT.
021093     EVALUATE TRUE
021094         WHEN WS-FILE-MISSING
021095             MOVE "FAIL" TO WS-CHK-RESULT
021096             MOVE "NOT STAGED - STEP CANNOT RUN" TO WS-CHK-DETAIL
021100         WHEN WS-FILE-EMPTY
021110             MOVE "WARN" TO WS-CHK-RESULT
021120             MOVE "EMPTY - NOTHING TO PROCESS" TO WS-CHK-DETAIL
021130         WHEN OTHER
021140             MOVE "OK" TO WS-CHK-RESULT
021150             MOVE "STAGED" TO WS-CHK-DETAIL
021160     END-EVALUATE
021170     PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT.
021180 6000-EXIT.
021190     EXIT.
021200
021210*---------------------------------------------------------------
021220* 6050-REQUIRE-DATA THRU 6050-EXIT.
021230*   THE STEP CANNOT RUN WITHOUT RECORDS ON THE FILE.
021240*---------------------------------------------------------------
021250 6050-REQUIRE-DATA.
021260     EVALUATE TRUE
021270         WHEN WS-FILE-MISSING
021280             MOVE "FAIL" TO WS-CHK-RESULT
021290             MOVE "NOT STAGED - STEP CANNOT RUN" TO WS-CHK-DETAIL
021300         WHEN WS-FILE-EMPTY
021310             MOVE "FAIL" TO WS-CHK-RESULT
021320             MOVE "EMPTY - STEP HAS NO INPUT" TO WS-CHK-DETAIL
021330         WHEN OTHER
021340             MOVE "OK" TO WS-CHK-RESULT
021350             MOVE "STAGED" TO WS-CHK-DETAIL
021360     END-EVALUATE
021370     PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT.
021380 6050-EXIT.
021390     EXIT.
021400
021410*---------------------------------------------------------------
021420* 6100-OPTIONAL-FILE THRU 6100-EXIT.
021430*   THE STEP RUNS WITHOUT THE FILE, BUT NOT AS A NORMAL DAY
021440*   WOULD; WS-CONSEQUENCE SAYS HOW.
021450*---------------------------------------------------------------
021460 6100-OPTIONAL-FILE.
021470     MOVE SPACES TO WS-CHK-DETAIL
021480     EVALUATE TRUE
021490         WHEN WS-FILE-MISSING
021500             MOVE "WARN" TO WS-CHK-RESULT
021510             STRING "NOT STAGED - " DELIMITED BY SIZE
021520                 WS-CONSEQUENCE DELIMITED BY SIZE
021530                 INTO WS-CHK-DETAIL
021540         WHEN WS-FILE-EMPTY
021550             MOVE "WARN" TO WS-CHK-RESULT
021560             STRING "EMPTY - " DELIMITED BY SIZE
021570                 WS-CONSEQUENCE DELIMITED BY SIZE
021580                 INTO WS-CHK-DETAIL
021590         WHEN OTHER
021600             MOVE "OK" TO WS-CHK-RESULT
021610             MOVE "STAGED" TO WS-CHK-DETAIL
021620     END-EVALUATE
021630     PERFORM 7200-WRITE-CHECK-LINE THRU 7200-EXIT.
021640 6100-EXIT.
021650     EXIT.
021660
021670*---------------------------------------------------------------
021680* 6200-FIND-EARLIER-STEP THRU 6200-EXIT.
021690*   LEAVES IN WS-FOUND-IDX THE FIRST STEP NAMED WS-FIND-CODE
021700*   THAT RUNS AHEAD OF THE STEP BEING CHECKED TODAY, OR ZERO.
021710*---------------------------------------------------------------
021720 6200-FIND-EARLIER-STEP.
021730     MOVE ZERO TO WS-FOUND-IDX
021740     PERFORM 6210-CHECK-ONE-EARLIER THRU 6210-EXIT
021750         VARYING WS-SCAN-IDX FROM PF-START-IDX BY 1
021760         UNTIL WS-SCAN-IDX >= WS-STEP-IDX
021770             OR WS-FOUND-IDX > ZERO.
021780 6200-EXIT.
021790     EXIT.
021800
021810 6210-CHECK-ONE-EARLIER.
021820     IF PF-STEP-CODE(WS-SCAN-IDX) = WS-FIND-CODE
021830         MOVE WS-SCAN-IDX TO WS-FOUND-IDX
021840     END-IF.
021850 6210-EXIT.
021860     EXIT.
021870
021880*---------------------------------------------------------------
021890* 7000-WRITE-RPT-LINE THRU 7000-EXIT.
021900*---------------------------------------------------------------
021910 7000-WRITE-RPT-LINE.
021920     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
021930         PERFORM 9000-WRITE-HEADERS THRU 9000-EXIT
021940     END-IF
021950     MOVE SPACES TO PFLTRPT-RECORD
021960     MOVE " " TO RPT-CTL-CHAR
021970     MOVE WS-PRINT-LINE TO RPT-TEXT
021980     WRITE PFLTRPT-RECORD
021990     ADD 1 TO WS-LINE-COUNT
022000     MOVE SPACES TO WS-PRINT-LINE.
022010 7000-EXIT.
022020     EXIT.
022030
022040*---------------------------------------------------------------
022050* 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
022060*   PRINTS WS-RPT-LABEL AND THE EDITED COUNT IN WS-RPT-COUNT.
022070*---------------------------------------------------------------
022080 7100-WRITE-COUNT-LINE.
022090     MOVE SPACES TO WS-PRINT-LINE
022100     STRING "  " DELIMITED BY SIZE
022110         WS-RPT-LABEL DELIMITED BY SIZE
022120         " " DELIMITED BY SIZE
022130         WS-RPT-COUNT DELIMITED BY SIZE
022140         INTO WS-PRINT-LINE
022150     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
022160 7100-EXIT.
022170     EXIT.
022180
022190*---------------------------------------------------------------
022200* 7200-WRITE-CHECK-LINE THRU 7200-EXIT.
022210*   PRINTS ONE CHECK - FILE, RESULT AND DETAIL - AND COUNTS A
022220*   FAILED OR WARNING CHECK AGAINST THE STEP AND THE STREAM.
022230*---------------------------------------------------------------
022240 7200-WRITE-CHECK-LINE.
022250     MOVE SPACES TO WS-PRINT-LINE
022260     MOVE WS-CHK-FILE TO WS-PRINT-LINE(3:9)
022270     MOVE WS-CHK-RESULT TO WS-PRINT-LINE(14:4)
022280     MOVE WS-CHK-DETAIL TO WS-PRINT-LINE(21:60)
022290     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
022300     EVALUATE WS-CHK-RESULT
022310         WHEN "FAIL"
022320             ADD 1 TO WS-STEP-FAIL-COUNT
022330             ADD 1 TO PF-FAIL-COUNT
022340         WHEN "WARN"
022350             ADD 1 TO WS-STEP-WARN-COUNT
022360             ADD 1 TO PF-WARN-COUNT
022370         WHEN OTHER
022380             CONTINUE
022390     END-EVALUATE
022400     MOVE SPACES TO WS-CHK-DETAIL.
022410 7200-EXIT.
022420     EXIT.
022430
022440*---------------------------------------------------------------
022450* 8000-WRITE-TOTALS THRU 8000-EXIT.
022460*---------------------------------------------------------------
022470 8000-WRITE-TOTALS.
022480     MOVE SPACES TO WS-PRINT-LINE
022490     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
022500     MOVE "READINESS SUMMARY" TO WS-PRINT-LINE
022510     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
022520     MOVE "STEPS CHECKED" TO WS-RPT-LABEL
022530     MOVE WS-STEPS-CHECKED TO WS-RPT-COUNT
022540     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
022550     MOVE "  READY" TO WS-RPT-LABEL
022560     MOVE WS-STEPS-READY TO WS-RPT-COUNT
022570     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
022580     MOVE "  NOT READY" TO WS-RPT-LABEL
022590     MOVE WS-STEPS-NOT-READY TO WS-RPT-COUNT
022600     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
022610     MOVE "FAILED CHECKS" TO WS-RPT-LABEL
022620     MOVE PF-FAIL-COUNT TO WS-RPT-COUNT
022630     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
022640     MOVE "WARNING CHECKS" TO WS-RPT-LABEL
022650     MOVE PF-WARN-COUNT TO WS-RPT-COUNT
022660     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
022670     MOVE SPACES TO WS-PRINT-LINE
022680     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
022690     IF PF-STREAM-READY
022700         MOVE "*** STREAM IS READY TO START ***" TO WS-PRINT-LINE
022710     ELSE
022720         MOVE "*** STREAM NOT READY - DAILYRUN WILL NOT START ***"
022730             TO WS-PRINT-LINE
022740     END-IF
022750     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
022760 8000-EXIT.
022770     EXIT.
022780
022790*---------------------------------------------------------------
022800* 9000-WRITE-HEADERS THRU 9000-EXIT.
022810*---------------------------------------------------------------
022820 9000-WRITE-HEADERS.
022830     ADD 1 TO WS-PAGE-COUNT
022840     MOVE WS-PAGE-COUNT TO WS-PAGE-COUNT-ED
022850     MOVE SPACES TO PFLTRPT-RECORD
022860     MOVE "1" TO RPT-CTL-CHAR
022870     MOVE "DAILYRUN PRE-FLIGHT READINESS REPORT" TO RPT-TEXT
022880     WRITE PFLTRPT-RECORD
022890     MOVE SPACES TO PFLTRPT-RECORD
022900     MOVE " " TO RPT-CTL-CHAR
022910     STRING "RUN DATE: " DELIMITED BY SIZE
022920         WS-RUN-DATE-ED DELIMITED BY SIZE
022930         "     PAGE: " DELIMITED BY SIZE
022940         WS-PAGE-COUNT-ED DELIMITED BY SIZE
022950         INTO RPT-TEXT
022960     WRITE PFLTRPT-RECORD
022970     MOVE SPACES TO PFLTRPT-RECORD
022980     WRITE PFLTRPT-RECORD
022990     MOVE ZERO TO WS-LINE-COUNT.
023000 9000-EXIT.
023010     EXIT.
023020
023030 END PROGRAM PREFLGHT.
