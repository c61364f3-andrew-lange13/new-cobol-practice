000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CERTREV.
000030 AUTHOR. J H MILLARD.
000040 INSTALLATION. HOME OFFICE DATA CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070****************************************************************
000080*                                                               *
000090* CERTREV IS THE CERTIFICATION INTEGRITY REVIEW FOR GUESS-A-    *
000100* NUMBER.  IT RUNS AFTER THE DAY'S GUESSNUM SESSIONS AND BEFORE *
000110* TRNPOST, READS THE GUESSCERT EVALUATIONS, THE GUESS-BY-GUESS  *
000120* GUESSSES LOG AND THE GUESSAUD ROUND RECORDS (TODAY'S AND THE  *
000130* ARCHIVED ONES ON ARCHHIST), AND FLAGS A CERTIFYING RUN THAT   *
000140* LOOKS UNEARNED:                                               *
000150*                                                               *
000160*   F  ROUNDS WON ON THE FIRST GUESS FAR MORE OFTEN THAN THE    *
000170*      RANGE SIZE WOULD GIVE BY CHANCE;                         *
000180*   C  A ROUND'S GUESSES IDENTICAL TO ANOTHER PLAYER'S ROUND;   *
000190*   I  A ROUND WON WITH GUESSES OUTSIDE WHAT THE TOO-HIGH AND   *
000200*      TOO-LOW FEEDBACK HAD ALREADY RULED OUT;                  *
000210*   S  THE RUN PLAYED UNDER A FIXED GUESSCTL SEED, WHICH MAKES  *
000220*      THE TARGETS REPEAT FROM RUN TO RUN;                      *
000230*   T  A ROUND WON FASTER THAN THE MINIMUM TIME PER GUESS       *
000240*      BETWEEN THE GUESSSES TIME STAMPS.                        *
000250*                                                               *
000260* EVERY FLAGGED PLAYER IS PRINTED ON THE CERTRPT EXCEPTION      *
000270* REPORT WITH THE EVIDENCE.  A FLAGGED RUN THAT CERTIFIED IS    *
000280* WRITTEN TO THE CERTHOLD HOLD MASTER, WHICH TRNPOST HONORS, SO *
000290* THE CERTIFICATION IS NOT POSTED UNTIL THE TRAINING            *
000300* COORDINATOR RELEASES IT.                                      *
000310*                                                               *
000320* THE COORDINATOR'S RELEASE AND DENY DECISIONS ARRIVE ON        *
000330* CERTDEC CARDS AND ARE APPLIED FIRST.  THE COORDINATOR'S ID    *
000340* AND PIN ARE READ FROM CERTCTL AND CHECKED THROUGH OPERCHK; A  *
000350* REFUSED COORDINATOR DECIDES NOTHING (MSGWRT SEVERE, RETURN    *
000360* CODE 12) BUT THE REVIEW ITSELF STILL RUNS.  A COORDINATOR     *
000370* CANNOT DECIDE THEIR OWN CERTIFICATION.  A BAD OR REFUSED      *
000380* CARD GIVES RETURN CODE 4.  CERTCTL ALSO CARRIES THE REVIEW    *
000390* THRESHOLDS; BLANKS TAKE THE DEFAULTS BELOW.                   *
000400*                                                               *
000410****************************************************************
000420*MODIFICATION HISTORY
000430*DATE       INIT DESCRIPTION
000440*2026-10-15 JHM  ORIGINAL PROGRAM, MODELED ON HOLDREL.
000450****************************************************************
000460
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. IBM-370.
000500 OBJECT-COMPUTER. IBM-370.
000510
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT CERTCTL-FILE ASSIGN TO "CERTCTL"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-CERTCTL-STATUS.
000570
000580     SELECT CERTDEC-FILE ASSIGN TO "CERTDEC"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-CERTDEC-STATUS.
000610
000620     SELECT GUESSCTL-FILE ASSIGN TO "GUESSCTL"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-GUESSCTL-STATUS.
000650
000660     SELECT GUESSCRM-FILE ASSIGN TO "GUESSCRM"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-GUESSCRM-STATUS.
000690
000700     SELECT GUESSCERT-FILE ASSIGN TO "GUESSCERT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-GUESSCERT-STATUS.
000730
000740     SELECT GUESSSES-FILE ASSIGN TO "GUESSSES"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-GUESSSES-STATUS.
000770
000780     SELECT GUESSAUD-FILE ASSIGN TO "GUESSAUD"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-GUESSAUD-STATUS.
000810
000820     SELECT ARCHHIST-FILE ASSIGN TO "ARCHHIST"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-ARCHHIST-STATUS.
000850
000860     SELECT CERTHOLD-FILE ASSIGN TO "CERTHOLD"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS RANDOM
000890         RECORD KEY IS CHD-KEY
000900         FILE STATUS IS WS-CERTHOLD-STATUS.
000910
000920     SELECT CERTRPT-FILE ASSIGN TO "CERTRPT"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-CERTRPT-STATUS.
000950
000960 DATA DIVISION.
000970 FILE SECTION.
000980*---------------------------------------------------------------
000990* CERTCTL-FILE - THE COORDINATOR'S ID AND PIN AND THE REVIEW
001000* THRESHOLDS: HOW MANY TIMES THE CHANCE RATE OF FIRST-GUESS
001010* WINS IS SUSPICIOUS (DEFAULT 3), THE MINIMUM HUNDREDTHS OF A
001020* SECOND A GUESS CAN TAKE (DEFAULT 0200), AND THE FEWEST
001030* GUESSES A ROUND NEEDS BEFORE AN IDENTICAL SEQUENCE COUNTS
001040* (DEFAULT 3).
001050*---------------------------------------------------------------
001060 FD  CERTCTL-FILE.
001070 01  CERTCTL-RECORD.
001080     05  CCT-COORD-ID            PIC X(08).
001090     05  CCT-COORD-PIN           PIC X(08).
001100     05  CCT-FIRST-FACTOR        PIC 9(02).
001110     05  CCT-MIN-HUNDS           PIC 9(04).
001120     05  CCT-MIN-SEQ-LEN         PIC 9(02).
001130     05  FILLER                  PIC X(56).
001140
001150*---------------------------------------------------------------
001160* CERTDEC-FILE - ONE COORDINATOR DECISION PER HELD
001170* CERTIFICATION: RELEASE IT FOR POSTING, OR DENY IT.
001180*---------------------------------------------------------------
001190 FD  CERTDEC-FILE.
001200 01  CERTDEC-RECORD.
001210     05  CDC-PLAYER-ID           PIC X(08).
001220     05  CDC-FILL-1              PIC X(01).
001230     05  CDC-CERT-DATE           PIC X(08).
001240     05  CDC-FILL-2              PIC X(01).
001250     05  CDC-ACTION              PIC X(07).
001260         88  CDC-RELEASE                 VALUE "RELEASE".
001270         88  CDC-DENY                    VALUE "DENY   ".
001280     05  CDC-FILL-3              PIC X(01).
001290     05  CDC-NOTE                PIC X(30).
001300     05  FILLER                  PIC X(24).
001310
001320*---------------------------------------------------------------
001330* GUESSCTL-FILE - THE RUN CONTROL CARD, READ HERE ONLY FOR THE
001340* LOW/HIGH BOUNDS OF A RUN WITH NO CURRICULUM LEVEL.
001350*---------------------------------------------------------------
001360 FD  GUESSCTL-FILE.
001370 01  GUESSCTL-RECORD.
001380     05  CTL-RUN-MODE            PIC X(08).
001390     05  CTL-LOW-BOUND           PIC 9(03).
001400     05  CTL-HIGH-BOUND          PIC 9(03).
001410     05  FILLER                  PIC X(74).
001420
001430*---------------------------------------------------------------
001440* GUESSCRM-FILE - THE CURRICULUM, FOR EACH LEVEL'S BOUNDS.
001450*---------------------------------------------------------------
001460 FD  GUESSCRM-FILE.
001470 01  GUESSCRM-RECORD.
001480     05  CRM-LEVEL-NO            PIC 9(02).
001490     05  CRM-FILL-1              PIC X(01).
001500     05  CRM-LOW-BOUND           PIC 9(03).
001510     05  CRM-FILL-2              PIC X(01).
001520     05  CRM-HIGH-BOUND          PIC 9(03).
001530     05  FILLER                  PIC X(70).
001540
001550*---------------------------------------------------------------
001560* GUESSCERT-FILE - ONE EVALUATION RECORD PER PLAYER PER LOGGED
001570* RUN, AS WRITTEN BY GUESS-A-NUMBER.
001580*---------------------------------------------------------------
001590 FD  GUESSCERT-FILE.
001600 01  GUESSCERT-RECORD.
001610     05  CERT-PLAYER-ID          PIC X(08).
001620     05  CERT-FILL-1             PIC X(01).
001630     05  CERT-RUN-DATE           PIC 9(08).
001640     05  CERT-FILL-2             PIC X(01).
001650     05  CERT-ROUNDS-PLAYED      PIC 9(03).
001660     05  CERT-FILL-3             PIC X(01).
001670     05  CERT-ROUNDS-WON         PIC 9(03).
001680     05  CERT-FILL-4             PIC X(01).
001690     05  CERT-AVG-ATTEMPTS       PIC 9(02)V9(01).
001700     05  CERT-FILL-5             PIC X(01).
001710     05  CERT-STATUS             PIC X(13).
001720     05  CERT-FILL-6             PIC X(01).
001730     05  CERT-LEVEL-NO           PIC 9(02).
001740
001750*---------------------------------------------------------------
001760* GUESSSES-FILE - ONE RECORD PER GUESS, STAMPED WITH THE TIME
001770* THE GUESS WAS KEYED.
001780*---------------------------------------------------------------
001790 FD  GUESSSES-FILE.
001800 01  GUESSSES-RECORD.
001810     05  SES-PLAYER-ID           PIC X(08).
001820     05  SES-FILL-1              PIC X(01).
001830     05  SES-ROUND-NO            PIC 9(03).
001840     05  SES-FILL-2              PIC X(01).
001850     05  SES-ATTEMPT-NO          PIC 9(03).
001860     05  SES-FILL-3              PIC X(01).
001870     05  SES-GUESS               PIC 9(03).
001880     05  SES-FILL-4              PIC X(01).
001890     05  SES-OUTCOME             PIC X(12).
001900     05  SES-FILL-5              PIC X(01).
001910     05  SES-RUN-DATE            PIC 9(08).
001920     05  SES-FILL-6              PIC X(01).
001930     05  SES-RUN-TIME            PIC 9(08).
001940     05  SES-FILL-7              PIC X(01).
001950     05  SES-LEVEL-NO            PIC 9(02).
001960
001970*---------------------------------------------------------------
001980* GUESSAUD-FILE - TODAY'S ROUND RECORDS, READ AS RAW TEXT AND
001990* PICKED APART THROUGH THE SHARED AUDIT LAYOUT.
002000* ARCHHIST-FILE - THE ARCHIVED AUDIT AND REJECT HISTORY.
002010*---------------------------------------------------------------
002020 FD  GUESSAUD-FILE.
002030 01  GUESSAUD-RECORD             PIC X(107).
002040
002050 FD  ARCHHIST-FILE.
002060 01  ARCHHIST-RECORD.
002070     05  ARC-RUN-DATE            PIC 9(08).
002080     05  ARC-RECORD-TYPE         PIC X(01).
002090     05  ARC-PROGRAM-NAME        PIC X(08).
002100     05  ARC-PAYLOAD             PIC X(126).
002110
002120*---------------------------------------------------------------
002130* CERTHOLD-FILE - THE CERTIFICATION HOLD MASTER.
002140*---------------------------------------------------------------
002150 FD  CERTHOLD-FILE.
002160 COPY CERTHOLD.
002170
002180*---------------------------------------------------------------
002190* CERTRPT-FILE - THE EXCEPTION REPORT.  COLUMN ONE OF EACH
002200* RECORD IS A STANDARD PRINTER CARRIAGE-CONTROL CHARACTER.
002210*---------------------------------------------------------------
002220 FD  CERTRPT-FILE.
002230 01  CERTRPT-RECORD.
002240     05  RPT-CTL-CHAR            PIC X(01).
002250     05  RPT-TEXT                PIC X(80).
002260
002270 WORKING-STORAGE SECTION.
002280*---------------------------------------------------------------
002290* FILE STATUS FIELDS AND SWITCHES.
002300*---------------------------------------------------------------
002310 77  WS-CERTCTL-STATUS           PIC X(02).
002320     88  WS-CERTCTL-OK                   VALUE "00".
002330 77  WS-CERTDEC-STATUS           PIC X(02).
002340     88  WS-CERTDEC-OK                   VALUE "00".
002350 77  WS-GUESSCTL-STATUS          PIC X(02).
002360     88  WS-GUESSCTL-OK                  VALUE "00".
002370 77  WS-GUESSCRM-STATUS          PIC X(02).
002380     88  WS-GUESSCRM-OK                  VALUE "00".
002390 77  WS-GUESSCERT-STATUS         PIC X(02).
002400     88  WS-GUESSCERT-OK                 VALUE "00".
002410 77  WS-GUESSSES-STATUS          PIC X(02).
002420     88  WS-GUESSSES-OK                  VALUE "00".
002430 77  WS-GUESSAUD-STATUS          PIC X(02).
002440     88  WS-GUESSAUD-OK                  VALUE "00".
002450 77  WS-ARCHHIST-STATUS          PIC X(02).
002460     88  WS-ARCHHIST-OK                  VALUE "00".
002470 77  WS-CERTHOLD-STATUS          PIC X(02).
002480     88  WS-CERTHOLD-OK                  VALUE "00".
002490     88  WS-CERTHOLD-NOT-FOUND           VALUE "35".
002500 77  WS-CERTRPT-STATUS           PIC X(02).
002510     88  WS-CERTRPT-OK                   VALUE "00".
002520
002530 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
002540     88  WS-END-OF-FILE                  VALUE "Y".
002550 77  WS-FOUND-SW                 PIC X(01) VALUE "N".
002560     88  WS-ENTRY-FOUND                  VALUE "Y".
002570 77  WS-COORD-SW                 PIC X(01) VALUE "N".
002580     88  WS-COORD-ACCEPTED               VALUE "Y".
002590 77  WS-HEADER-SW                PIC X(01) VALUE "N".
002600     88  WS-PLAYER-HEADED                VALUE "Y".
002610 77  WS-TIMED-SW                 PIC X(01) VALUE "N".
002620     88  WS-RUN-TIMED                    VALUE "Y".
002630 77  WS-PRIOR-SW                 PIC X(01) VALUE "N".
002640     88  WS-PRIOR-STAMP                  VALUE "Y".
002650
002660 77  WS-TODAY                    PIC 9(08).
002670 77  WS-COORD-ID                 PIC X(08) VALUE SPACES.
002680 77  WS-COORD-PIN                PIC X(08) VALUE SPACES.
002690 77  WS-FINAL-RC                 PIC 9(02) VALUE ZERO.
002700
002710*---------------------------------------------------------------
002720* REVIEW THRESHOLDS, FROM CERTCTL WHEN KEYED, AND THE BOUNDS OF
002730* A RUN WITH NO CURRICULUM LEVEL (GUESSNUM'S OWN 1-10 DEFAULT
002740* UNLESS GUESSCTL SAYS OTHERWISE).
002750*---------------------------------------------------------------
002760 77  WS-FIRST-FACTOR             PIC 9(02) VALUE 3.
002770 77  WS-MIN-HUNDS                PIC 9(04) VALUE 200.
002780 77  WS-MIN-SEQ-LEN              PIC 9(02) VALUE 3.
002790 77  WS-CTL-LOW                  PIC 9(03) VALUE 1.
002800 77  WS-CTL-HIGH                 PIC 9(03) VALUE 10.
002810
002820*---------------------------------------------------------------
002830* CURRICULUM LEVEL BOUNDS, LOADED FROM GUESSCRM.
002840*---------------------------------------------------------------
002850 01  WS-LEVEL-TABLE.
002860     05  WS-LVL-ENTRY OCCURS 20 TIMES.
002870         10  WS-LVL-NO           PIC 9(02).
002880         10  WS-LVL-LOW          PIC 9(03).
002890         10  WS-LVL-HIGH         PIC 9(03).
002900 77  WS-LVL-USED                 PIC 9(03) VALUE 0.
002910 77  WS-LVL-IDX                  PIC 9(03) VALUE 0.
002920
002930*---------------------------------------------------------------
002940* THE CERTIFICATION RUNS UNDER REVIEW, LOADED FROM GUESSCERT,
002950* WITH THE SEED EACH RUN WAS PLAYED UNDER PICKED UP FROM THE
002960* GUESSAUD ROUND RECORDS.
002970*---------------------------------------------------------------
002980 01  WS-CERT-TABLE.
002990     05  WS-CRT-ENTRY OCCURS 100 TIMES.
003000         10  WS-CRT-PLAYER       PIC X(08).
003010         10  WS-CRT-DATE         PIC X(08).
003020         10  WS-CRT-STATUS       PIC X(13).
003030         10  WS-CRT-LEVEL        PIC 9(02).
003040         10  WS-CRT-SEED         PIC 9(08).
003050         10  WS-CRT-IMAGE        PIC X(46).
003060 77  WS-CRT-USED                 PIC 9(03) VALUE 0.
003070 77  WS-CRT-IDX                  PIC 9(03) VALUE 0.
003080
003090*---------------------------------------------------------------
003100* ONE ENTRY PER ROUND ON GUESSSES.  THE FIRST 20 GUESSES OF A
003110* ROUND ARE KEPT AS A STRING OF THREE-DIGIT GUESSES FOR THE
003120* IDENTICAL-SEQUENCE TEST.  LOW AND HIGH NARROW AS THE
003130* FEEDBACK COMES BACK; A GUESS OUTSIDE THEM IGNORED IT.  START
003140* IS THE STAMP BEFORE THE ROUND'S FIRST GUESS WHEN THERE IS
003150* ONE (THE PLAYER'S PREVIOUS GUESS), AND GAPS COUNTS THE
003160* GUESS-TO-GUESS INTERVALS BETWEEN START AND END.
003170*---------------------------------------------------------------
003180 01  WS-ROUND-TABLE.
003190     05  WS-RND-ENTRY OCCURS 500 TIMES.
003200         10  WS-RND-PLAYER       PIC X(08).
003210         10  WS-RND-DATE         PIC X(08).
003220         10  WS-RND-NO           PIC 9(03).
003230         10  WS-RND-LEVEL        PIC 9(02).
003240         10  WS-RND-ATTEMPTS     PIC 9(03).
003250         10  WS-RND-WON-SW       PIC X(01).
003260             88  WS-RND-WON              VALUE "Y".
003270         10  WS-RND-RANGE        PIC 9(04).
003280         10  WS-RND-SEQ          PIC X(60).
003290         10  WS-RND-SEQ-LEN      PIC 9(03).
003300         10  WS-RND-IGNORED      PIC 9(03).
003310         10  WS-RND-LOW          PIC 9(04).
003320         10  WS-RND-HIGH         PIC 9(04).
003330         10  WS-RND-START        PIC 9(07).
003340         10  WS-RND-END          PIC 9(07).
003350         10  WS-RND-GAPS         PIC 9(03).
003360 77  WS-RND-USED                 PIC 9(04) COMP VALUE 0.
003370 77  WS-RND-IDX                  PIC 9(04) COMP VALUE 0.
003380 77  WS-RND-IDX2                 PIC 9(04) COMP VALUE 0.
003390 77  WS-RND-OVERFLOW             PIC 9(07) COMP VALUE ZERO.
003400
003410*---------------------------------------------------------------
003420* THE PREVIOUS GUESSSES RECORD, FOR SPOTTING A NEW ROUND AND
003430* TIMING THE FIRST GUESS OF ONE.
003440*---------------------------------------------------------------
003450 77  WS-PREV-PLAYER              PIC X(08) VALUE SPACES.
003460 77  WS-PREV-DATE                PIC X(08) VALUE SPACES.
003470 77  WS-PREV-ROUND               PIC 9(03) VALUE ZERO.
003480 77  WS-PREV-STAMP               PIC 9(07) VALUE ZERO.
003490 77  WS-SES-DATE                 PIC X(08).
003500
003510*---------------------------------------------------------------
003520* TIME-STAMP AND SEED WORK AREAS.  A STAMP IS HHMMSSHH, TURNED
003530* INTO HUNDREDTHS OF A SECOND SINCE MIDNIGHT.
003540*---------------------------------------------------------------
003550 01  WS-TIME-WORK.
003560     05  WS-TW-HH                PIC 9(02).
003570     05  WS-TW-MM                PIC 9(02).
003580     05  WS-TW-SS                PIC 9(02).
003590     05  WS-TW-HS                PIC 9(02).
003600 01  WS-TIME-WORK-N REDEFINES WS-TIME-WORK
003610                                 PIC 9(08).
003620 77  WS-STAMP                    PIC 9(07) VALUE ZERO.
003630 77  WS-ELAPSED                  PIC 9(07) VALUE ZERO.
003640 77  WS-ELAPSED-LIMIT            PIC 9(07) VALUE ZERO.
003650 77  WS-SECONDS                  PIC 9(05)V9(02) VALUE ZERO.
003660 01  WS-SEED-AREA.
003670     05  WS-SEED-X               PIC X(08).
003680 01  WS-SEED-N REDEFINES WS-SEED-AREA
003690                                 PIC 9(08).
003700 77  WS-LOOKUP-PLAYER            PIC X(08).
003710 77  WS-LOOKUP-DATE              PIC X(08).
003720
003730*---------------------------------------------------------------
003740* PER-RUN REVIEW WORK FIELDS.
003750*---------------------------------------------------------------
003760 01  WS-FLAGS.
003770     05  WS-FLAG-FIRST           PIC X(01).
003780     05  WS-FLAG-COPY            PIC X(01).
003790     05  WS-FLAG-FEEDBACK        PIC X(01).
003800     05  WS-FLAG-SEED            PIC X(01).
003810     05  WS-FLAG-FAST            PIC X(01).
003820 77  WS-REV-ROUNDS               PIC 9(03) VALUE ZERO.
003830 77  WS-REV-FIRSTS               PIC 9(03) VALUE ZERO.
003840 77  WS-EXPECT-FIRSTS            PIC 9(03)V9(04) VALUE ZERO.
003850 77  WS-FIRST-LIMIT              PIC 9(05)V9(04) VALUE ZERO.
003860 77  WS-GUESS-TEXT               PIC 9(03).
003870 77  WS-SEQ-POS                  PIC 9(03) VALUE ZERO.
003880 01  WS-EVIDENCE-TEXT            PIC X(72).
003890 01  WS-HOLD-RESULT              PIC X(50).
003900
003910*---------------------------------------------------------------
003920* CONTROL COUNTS.
003930*---------------------------------------------------------------
003940 77  WS-DEC-READ                 PIC 9(07) COMP VALUE ZERO.
003950 77  WS-DEC-BAD                  PIC 9(07) COMP VALUE ZERO.
003960 77  WS-RELEASED-COUNT           PIC 9(07) COMP VALUE ZERO.
003970 77  WS-DENIED-COUNT             PIC 9(07) COMP VALUE ZERO.
003980 77  WS-CERT-READ                PIC 9(07) COMP VALUE ZERO.
003990 77  WS-FLAGGED-COUNT            PIC 9(07) COMP VALUE ZERO.
004000 77  WS-HELD-COUNT               PIC 9(07) COMP VALUE ZERO.
004010 77  WS-NOT-CERT-COUNT           PIC 9(07) COMP VALUE ZERO.
004020 77  WS-SEEDED-COUNT             PIC 9(07) COMP VALUE ZERO.
004030
004040 COPY AUDITLOG.
004050
004060 COPY OPERCHKREC.
004070
004080 COPY MSGWRTREC.
004090
004100*---------------------------------------------------------------
004110* PRINT-FILE PAGINATION, HEADING AND EDITED WORK FIELDS.
004120*---------------------------------------------------------------
004130 77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
004140 77  WS-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
004150 77  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.
004160 01  WS-PAGE-COUNT-ED            PIC ZZ9.
004170 01  WS-RUN-DATE-RAW             PIC 9(06).
004180 01  WS-RUN-DATE-ED              PIC 99/99/99.
004190 01  WS-PRINT-LINE               PIC X(80).
004200 01  WS-RPT-LABEL                PIC X(24).
004210 01  WS-RPT-COUNT                PIC ZZZZZZ9.
004220 01  WS-RPT-RESULT               PIC X(30).
004230 01  WS-ED-3                     PIC ZZ9.
004240 01  WS-ED-3B                    PIC ZZ9.
004250 01  WS-ED-SECONDS               PIC ZZZZ9.99.
004260 01  WS-ED-CHANCE                PIC ZZ9.99.
004270
004280 PROCEDURE DIVISION.
004290*---------------------------------------------------------------
004300* 0000-MAINLINE.
004310*---------------------------------------------------------------
004320 0000-MAINLINE.
004330     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004340     IF RETURN-CODE NOT = 16
004350         PERFORM 2000-APPLY-DECISIONS THRU 2000-EXIT
004360         PERFORM 3000-LOAD-BOUNDS THRU 3000-EXIT
004370         PERFORM 4000-LOAD-CERTS THRU 4000-EXIT
004380         PERFORM 4500-LOAD-SESSIONS THRU 4500-EXIT
004390         PERFORM 4700-LOAD-SEEDS THRU 4700-EXIT
004400         PERFORM 5000-REVIEW-CERTS THRU 5000-EXIT
004410         PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
004420         CLOSE CERTHOLD-FILE
004430         CLOSE CERTRPT-FILE
004440         IF WS-FINAL-RC = ZERO AND WS-DEC-BAD > ZERO
004450             MOVE 4 TO WS-FINAL-RC
004460         END-IF
004470         MOVE WS-FINAL-RC TO RETURN-CODE
004480     END-IF
004490     GOBACK.
004500
004510*---------------------------------------------------------------
004520* 1000-INITIALIZE THRU 1000-EXIT.
004530*   READS THE CONTROL CARD, OPENS THE HOLD MASTER (CREATING IT
004540*   EMPTY ON A FIRST RUN) AND STARTS THE REPORT.
004550*---------------------------------------------------------------
004560 1000-INITIALIZE.
004570     MOVE ZERO TO RETURN-CODE
004580     ACCEPT WS-TODAY FROM DATE YYYYMMDD
004590     ACCEPT WS-RUN-DATE-RAW FROM DATE
004600     MOVE WS-RUN-DATE-RAW TO WS-RUN-DATE-ED
004610     OPEN INPUT CERTCTL-FILE
004620     IF WS-CERTCTL-OK
004630         READ CERTCTL-FILE
004640             AT END
004650                 MOVE SPACES TO CERTCTL-RECORD
004660         END-READ
004670         CLOSE CERTCTL-FILE
004680         MOVE CCT-COORD-ID TO WS-COORD-ID
004690         MOVE CCT-COORD-PIN TO WS-COORD-PIN
004700         IF CCT-FIRST-FACTOR NUMERIC AND CCT-FIRST-FACTOR > ZERO
004710             MOVE CCT-FIRST-FACTOR TO WS-FIRST-FACTOR
004720         END-IF
004730         IF CCT-MIN-HUNDS NUMERIC AND CCT-MIN-HUNDS > ZERO
004740             MOVE CCT-MIN-HUNDS TO WS-MIN-HUNDS
004750         END-IF
004760         IF CCT-MIN-SEQ-LEN NUMERIC AND CCT-MIN-SEQ-LEN > ZERO
004770             MOVE CCT-MIN-SEQ-LEN TO WS-MIN-SEQ-LEN
004780         END-IF
004790     END-IF
004800     OPEN I-O CERTHOLD-FILE
004810     IF WS-CERTHOLD-NOT-FOUND
004820         OPEN OUTPUT CERTHOLD-FILE
004830         CLOSE CERTHOLD-FILE
004840         OPEN I-O CERTHOLD-FILE
004850     END-IF
004860     IF NOT WS-CERTHOLD-OK
004870         DISPLAY "CERTREV: UNABLE TO OPEN CERTHOLD, STATUS "
004880             WS-CERTHOLD-STATUS
004890         MOVE 16 TO RETURN-CODE
004900         GO TO 1000-EXIT
004910     END-IF
004920     OPEN OUTPUT CERTRPT-FILE
004930     IF NOT WS-CERTRPT-OK
004940         DISPLAY "CERTREV: UNABLE TO OPEN CERTRPT, STATUS "
004950             WS-CERTRPT-STATUS
004960         CLOSE CERTHOLD-FILE
004970         MOVE 16 TO RETURN-CODE
004980         GO TO 1000-EXIT
004990     END-IF
005000     PERFORM 9000-WRITE-HEADERS THRU 9000-EXIT.
005010 1000-EXIT.
005020     EXIT.
005030
005040*---------------------------------------------------------------
005050* 2000-APPLY-DECISIONS THRU 2000-EXIT.
005060*   APPLIES THE COORDINATOR'S CERTDEC CARDS TO CERTHOLD.  NO
005070*   CARDS STAGED MEANS NOTHING TO DECIDE AND NO COORDINATOR IS
005080*   NEEDED.
005090*---------------------------------------------------------------
005100 2000-APPLY-DECISIONS.
005110     MOVE "COORDINATOR DECISIONS" TO WS-PRINT-LINE
005120     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
005130     MOVE "N" TO WS-EOF-SWITCH
005140     OPEN INPUT CERTDEC-FILE
005150     IF NOT WS-CERTDEC-OK
005160         MOVE "  NO CERTDEC CARDS STAGED" TO WS-PRINT-LINE
005170         PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
005180         GO TO 2000-CLOSE
005190     END-IF
005200     PERFORM 2050-CHECK-COORDINATOR THRU 2050-EXIT
005210     IF NOT WS-COORD-ACCEPTED
005220         CLOSE CERTDEC-FILE
005230         GO TO 2000-CLOSE
005240     END-IF
005250     MOVE SPACES TO WS-PRINT-LINE
005260     MOVE "PLAYER" TO WS-PRINT-LINE(3:6)
005270     MOVE "CERT DATE" TO WS-PRINT-LINE(12:9)
005280     MOVE "ACTION" TO WS-PRINT-LINE(21:6)
005290     MOVE "RESULT" TO WS-PRINT-LINE(30:6)
005300     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
005310     PERFORM 2100-ONE-DECISION THRU 2100-EXIT
005320         UNTIL WS-END-OF-FILE
005330     CLOSE CERTDEC-FILE
005340     IF WS-DEC-READ = ZERO
005350         MOVE "  (NONE)" TO WS-PRINT-LINE
005360         PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
005370     END-IF.
005380 2000-CLOSE.
005390     MOVE SPACES TO WS-PRINT-LINE
005400     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
005410 2000-EXIT.
005420     EXIT.
005430
005440*---------------------------------------------------------------
005450* 2050-CHECK-COORDINATOR THRU 2050-EXIT.
005460*   THE COORDINATOR MUST BE ON CERTCTL AND PASS OPERCHK, PIN
005470*   AND ALL, AS AN OPERATOR OF THE TRAINING PROGRAM.  A MISSING
005480*   SECURITY MASTER IS NOT BYPASSED HERE: NOTHING IS DECIDED.
005490*---------------------------------------------------------------
005500 2050-CHECK-COORDINATOR.
005510     MOVE "N" TO WS-COORD-SW
005520     IF WS-COORD-ID = SPACES
005530         MOVE "NO COORDINATOR ON CERTCTL" TO OPC-REASON-TEXT
005540         MOVE 12 TO WS-FINAL-RC
005550         GO TO 2050-REFUSED
005560     END-IF
005570     MOVE WS-COORD-ID TO OPC-OPERATOR-ID
005580     MOVE WS-COORD-PIN TO OPC-PIN
005590     SET OPC-PGM-GUESS TO TRUE
005600     CALL "OPERCHK" USING OPERCHK-RECORD
005610     IF OPC-OPERATOR-OK
005620         SET WS-COORD-ACCEPTED TO TRUE
005630         GO TO 2050-EXIT
005640     END-IF
005650     IF OPC-MASTER-UNAVAILABLE
005660         MOVE 16 TO WS-FINAL-RC
005670     ELSE
005680         MOVE 12 TO WS-FINAL-RC
005690     END-IF.
005700 2050-REFUSED.
005710     MOVE "CERTREV" TO MW-PROGRAM-NAME
005720     MOVE WS-COORD-ID TO MW-OPERATOR-ID
005730     MOVE 39 TO MW-MSG-NUMBER
005740     SET MW-SEV-SEVERE TO TRUE
005750     MOVE SPACES TO MW-MSG-TEXT
005760     STRING "COORDINATOR REFUSED - " DELIMITED BY SIZE
005770         OPC-REASON-TEXT DELIMITED BY SIZE
005780         INTO MW-MSG-TEXT
005790     CALL "MSGWRT" USING MSGWRT-RECORD
005800     MOVE SPACES TO WS-PRINT-LINE
005810     STRING "  COORDINATOR " DELIMITED BY SIZE
005820         WS-COORD-ID DELIMITED BY SIZE
005830         " REFUSED - " DELIMITED BY SIZE
005840         OPC-REASON-TEXT DELIMITED BY SIZE
005850         INTO WS-PRINT-LINE
005860     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
005870     MOVE "  NO DECISIONS APPLIED" TO WS-PRINT-LINE
005880     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
005890 2050-EXIT.
005900     EXIT.
005910
005920*---------------------------------------------------------------
005930* 2100-ONE-DECISION THRU 2100-EXIT.
005940*   ONLY A CERTIFICATION STILL HELD CAN BE DECIDED, AND NOT BY
005950*   THE PLAYER WHO EARNED IT.
005960*---------------------------------------------------------------
005970 2100-ONE-DECISION.
005980     READ CERTDEC-FILE
005990         AT END
006000             SET WS-END-OF-FILE TO TRUE
006010             GO TO 2100-EXIT
006020     END-READ
006030     IF CERTDEC-RECORD = SPACES
006040         GO TO 2100-EXIT
006050     END-IF
006060     ADD 1 TO WS-DEC-READ
006070     IF CDC-PLAYER-ID = SPACES
006080         MOVE "BAD PLAYER ID" TO WS-RPT-RESULT
006090         GO TO 2100-REJECT
006100     END-IF
006110     IF CDC-CERT-DATE NOT NUMERIC
006120         MOVE "BAD CERT DATE" TO WS-RPT-RESULT
006130         GO TO 2100-REJECT
006140     END-IF
006150     IF NOT CDC-RELEASE AND NOT CDC-DENY
006160         MOVE "BAD ACTION" TO WS-RPT-RESULT
006170         GO TO 2100-REJECT
006180     END-IF
006190     IF CDC-PLAYER-ID = WS-COORD-ID
006200         MOVE "REFUSED - OWN CERTIFICATION" TO WS-RPT-RESULT
006210         GO TO 2100-REJECT
006220     END-IF
006230     MOVE CDC-PLAYER-ID TO CHD-PLAYER-ID
006240     MOVE CDC-CERT-DATE TO CHD-CERT-DATE
006250     READ CERTHOLD-FILE
006260         INVALID KEY
006270             MOVE "NO SUCH HOLD" TO WS-RPT-RESULT
006280             GO TO 2100-REJECT
006290     END-READ
006300     IF NOT CHD-HELD
006310         MOVE "ALREADY DECIDED" TO WS-RPT-RESULT
006320         GO TO 2100-REJECT
006330     END-IF
006340     IF CDC-RELEASE
006350         SET CHD-RELEASED TO TRUE
006360     ELSE
006370         SET CHD-DENIED TO TRUE
006380     END-IF
006390     MOVE WS-COORD-ID TO CHD-DECIDED-BY
006400     MOVE WS-TODAY TO CHD-DECIDED-DATE
006410     MOVE CDC-NOTE TO CHD-NOTE
006420     REWRITE CERTHOLD-RECORD
006430         INVALID KEY
006440             MOVE "REWRITE FAILED" TO WS-RPT-RESULT
006450             GO TO 2100-REJECT
006460     END-REWRITE
006470     IF CDC-RELEASE
006480         ADD 1 TO WS-RELEASED-COUNT
006490         MOVE "RELEASED FOR POSTING" TO WS-RPT-RESULT
006500     ELSE
006510         ADD 1 TO WS-DENIED-COUNT
006520         MOVE "DENIED" TO WS-RPT-RESULT
006530     END-IF
006540     GO TO 2100-PRINT.
006550 2100-REJECT.
006560     ADD 1 TO WS-DEC-BAD.
006570 2100-PRINT.
006580     MOVE SPACES TO WS-PRINT-LINE
006590     MOVE CDC-PLAYER-ID TO WS-PRINT-LINE(3:8)
006600     MOVE CDC-CERT-DATE TO WS-PRINT-LINE(12:8)
006610     MOVE CDC-ACTION TO WS-PRINT-LINE(21:7)
006620     MOVE WS-RPT-RESULT TO WS-PRINT-LINE(30:30)
006630     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
006640 2100-EXIT.
006650     EXIT.
006660
006670*---------------------------------------------------------------
006680* 3000-LOAD-BOUNDS THRU 3000-EXIT.
006690*   THE GUESSCTL BOUNDS FOR A RUN WITH NO CURRICULUM LEVEL AND
006700*   EACH CURRICULUM LEVEL'S BOUNDS FROM GUESSCRM.
006710*---------------------------------------------------------------
006720 3000-LOAD-BOUNDS.
006730     OPEN INPUT GUESSCTL-FILE
006740     IF WS-GUESSCTL-OK
006750         READ GUESSCTL-FILE
006760             AT END
006770                 MOVE SPACES TO GUESSCTL-RECORD
006780         END-READ
006790         CLOSE GUESSCTL-FILE
006800         IF CTL-LOW-BOUND NUMERIC AND CTL-HIGH-BOUND NUMERIC
006810                 AND CTL-HIGH-BOUND > CTL-LOW-BOUND
006820             MOVE CTL-LOW-BOUND TO WS-CTL-LOW
006830             MOVE CTL-HIGH-BOUND TO WS-CTL-HIGH
006840         END-IF
006850     END-IF
006860     MOVE "N" TO WS-EOF-SWITCH
006870     OPEN INPUT GUESSCRM-FILE
006880     IF WS-GUESSCRM-OK
006890         PERFORM 3100-ONE-LEVEL THRU 3100-EXIT
006900             UNTIL WS-END-OF-FILE
006910         CLOSE GUESSCRM-FILE
006920     END-IF.
006930 3000-EXIT.
006940     EXIT.
006950
006960 3100-ONE-LEVEL.
006970     READ GUESSCRM-FILE
006980         AT END
006990             SET WS-END-OF-FILE TO TRUE
007000             GO TO 3100-EXIT
007010     END-READ
007020     IF CRM-LEVEL-NO NUMERIC AND CRM-LOW-BOUND NUMERIC
007030             AND CRM-HIGH-BOUND NUMERIC
007040             AND CRM-HIGH-BOUND > CRM-LOW-BOUND
007050             AND WS-LVL-USED < 20
007060         ADD 1 TO WS-LVL-USED
007070         MOVE CRM-LEVEL-NO TO WS-LVL-NO(WS-LVL-USED)
007080         MOVE CRM-LOW-BOUND TO WS-LVL-LOW(WS-LVL-USED)
007090         MOVE CRM-HIGH-BOUND TO WS-LVL-HIGH(WS-LVL-USED)
007100     END-IF.
007110 3100-EXIT.
007120     EXIT.
007130
007140*---------------------------------------------------------------
007150* 4000-LOAD-CERTS THRU 4000-EXIT.
007160*   LOADS THE DAY'S GUESSCERT EVALUATIONS.
007170*---------------------------------------------------------------
007180 4000-LOAD-CERTS.
007190     MOVE "N" TO WS-EOF-SWITCH
007200     OPEN INPUT GUESSCERT-FILE
007210     IF WS-GUESSCERT-OK
007220         PERFORM 4100-ONE-CERT THRU 4100-EXIT
007230             UNTIL WS-END-OF-FILE
007240         CLOSE GUESSCERT-FILE
007250     END-IF.
007260 4000-EXIT.
007270     EXIT.
007280
007290 4100-ONE-CERT.
007300     READ GUESSCERT-FILE
007310         AT END
007320             SET WS-END-OF-FILE TO TRUE
007330             GO TO 4100-EXIT
007340     END-READ
007350     IF CERT-PLAYER-ID = SPACES
007360         GO TO 4100-EXIT
007370     END-IF
007380     ADD 1 TO WS-CERT-READ
007390     IF WS-CRT-USED >= 100
007400         DISPLAY "CERTREV: GUESSCERT TABLE FULL - "
007410             CERT-PLAYER-ID " NOT REVIEWED"
007420         GO TO 4100-EXIT
007430     END-IF
007440     ADD 1 TO WS-CRT-USED
007450     MOVE CERT-PLAYER-ID TO WS-CRT-PLAYER(WS-CRT-USED)
007460     MOVE CERT-RUN-DATE TO WS-CRT-DATE(WS-CRT-USED)
007470     MOVE CERT-STATUS TO WS-CRT-STATUS(WS-CRT-USED)
007480     MOVE ZERO TO WS-CRT-LEVEL(WS-CRT-USED)
007490     IF CERT-LEVEL-NO NUMERIC
007500         MOVE CERT-LEVEL-NO TO WS-CRT-LEVEL(WS-CRT-USED)
007510     END-IF
007520     MOVE ZERO TO WS-CRT-SEED(WS-CRT-USED)
007530     MOVE GUESSCERT-RECORD TO WS-CRT-IMAGE(WS-CRT-USED).
007540 4100-EXIT.
007550     EXIT.
007560
007570*---------------------------------------------------------------
007580* 4500-LOAD-SESSIONS THRU 4500-EXIT.
007590*   BUILDS THE ROUND TABLE FROM GUESSSES.  A ROUND'S GUESSES
007600*   ARE CONSECUTIVE, AND SO ARE ONE PLAYER'S ROUNDS.
007610*---------------------------------------------------------------
007620 4500-LOAD-SESSIONS.
007630     MOVE "N" TO WS-EOF-SWITCH
007640     MOVE SPACES TO WS-PREV-PLAYER
007650     MOVE SPACES TO WS-PREV-DATE
007660     OPEN INPUT GUESSSES-FILE
007670     IF WS-GUESSSES-OK
007680         PERFORM 4510-ONE-GUESS THRU 4510-EXIT
007690             UNTIL WS-END-OF-FILE
007700         CLOSE GUESSSES-FILE
007710     END-IF.
007720 4500-EXIT.
007730     EXIT.
007740
007750 4510-ONE-GUESS.
007760     READ GUESSSES-FILE
007770         AT END
007780             SET WS-END-OF-FILE TO TRUE
007790             GO TO 4510-EXIT
007800     END-READ
007810     IF SES-PLAYER-ID = SPACES OR SES-GUESS NOT NUMERIC
007820         GO TO 4510-EXIT
007830     END-IF
007840     MOVE SES-RUN-DATE TO WS-SES-DATE
007850     MOVE ZERO TO WS-STAMP
007860     IF SES-RUN-TIME NUMERIC
007870         MOVE SES-RUN-TIME TO WS-TIME-WORK-N
007880         COMPUTE WS-STAMP = WS-TW-HH * 360000 + WS-TW-MM * 6000
007890             + WS-TW-SS * 100 + WS-TW-HS
007900     END-IF
007910     MOVE "N" TO WS-PRIOR-SW
007920     IF SES-PLAYER-ID = WS-PREV-PLAYER
007930             AND WS-SES-DATE = WS-PREV-DATE
007940         SET WS-PRIOR-STAMP TO TRUE
007950     END-IF
007960     IF WS-RND-USED = ZERO
007970             OR NOT WS-PRIOR-STAMP
007980             OR SES-ROUND-NO NOT = WS-PREV-ROUND
007990         PERFORM 4520-START-ROUND THRU 4520-EXIT
008000     END-IF
008010     MOVE SES-PLAYER-ID TO WS-PREV-PLAYER
008020     MOVE WS-SES-DATE TO WS-PREV-DATE
008030     MOVE SES-ROUND-NO TO WS-PREV-ROUND
008040     MOVE WS-STAMP TO WS-PREV-STAMP
008050     IF WS-RND-IDX = ZERO
008060         GO TO 4510-EXIT
008070     END-IF
008080     PERFORM 4530-ADD-GUESS THRU 4530-EXIT.
008090 4510-EXIT.
008100     EXIT.
008110
008120*---------------------------------------------------------------
008130* 4520-START-ROUND THRU 4520-EXIT.
008140*   OPENS A NEW ROUND ENTRY AT THE ROUND'S OWN BOUNDS.  A FULL
008150*   TABLE LEAVES WS-RND-IDX ZERO AND THE ROUND IS NOT REVIEWED.
008160*---------------------------------------------------------------
008170 4520-START-ROUND.
008180     IF WS-RND-USED >= 500
008190         MOVE ZERO TO WS-RND-IDX
008200         ADD 1 TO WS-RND-OVERFLOW
008210         GO TO 4520-EXIT
008220     END-IF
008230     ADD 1 TO WS-RND-USED
008240     MOVE WS-RND-USED TO WS-RND-IDX
008250     MOVE SES-PLAYER-ID TO WS-RND-PLAYER(WS-RND-IDX)
008260     MOVE WS-SES-DATE TO WS-RND-DATE(WS-RND-IDX)
008270     MOVE SES-ROUND-NO TO WS-RND-NO(WS-RND-IDX)
008280     MOVE ZERO TO WS-RND-LEVEL(WS-RND-IDX)
008290     IF SES-LEVEL-NO NUMERIC
008300         MOVE SES-LEVEL-NO TO WS-RND-LEVEL(WS-RND-IDX)
008310     END-IF
008320     MOVE ZERO TO WS-RND-ATTEMPTS(WS-RND-IDX)
008330     MOVE "N" TO WS-RND-WON-SW(WS-RND-IDX)
008340     MOVE SPACES TO WS-RND-SEQ(WS-RND-IDX)
008350     MOVE ZERO TO WS-RND-SEQ-LEN(WS-RND-IDX)
008360     MOVE ZERO TO WS-RND-IGNORED(WS-RND-IDX)
008370     MOVE ZERO TO WS-RND-GAPS(WS-RND-IDX)
008380     MOVE WS-CTL-LOW TO WS-RND-LOW(WS-RND-IDX)
008390     MOVE WS-CTL-HIGH TO WS-RND-HIGH(WS-RND-IDX)
008400     IF WS-RND-LEVEL(WS-RND-IDX) > ZERO
008410         PERFORM 4525-CHECK-ONE-LEVEL THRU 4525-EXIT
008420             VARYING WS-LVL-IDX FROM 1 BY 1
008430             UNTIL WS-LVL-IDX > WS-LVL-USED
008440     END-IF
008450     COMPUTE WS-RND-RANGE(WS-RND-IDX) =
008460         WS-RND-HIGH(WS-RND-IDX) - WS-RND-LOW(WS-RND-IDX) + 1
008470     IF WS-PRIOR-STAMP
008480         MOVE WS-PREV-STAMP TO WS-RND-START(WS-RND-IDX)
008490     ELSE
008500         MOVE WS-STAMP TO WS-RND-START(WS-RND-IDX)
008510     END-IF.
008520 4520-EXIT.
008530     EXIT.
008540
008550 4525-CHECK-ONE-LEVEL.
008560     IF WS-LVL-NO(WS-LVL-IDX) = WS-RND-LEVEL(WS-RND-IDX)
008570         MOVE WS-LVL-LOW(WS-LVL-IDX) TO WS-RND-LOW(WS-RND-IDX)
008580         MOVE WS-LVL-HIGH(WS-LVL-IDX) TO WS-RND-HIGH(WS-RND-IDX)
008590     END-IF.
008600 4525-EXIT.
008610     EXIT.
008620
008630*---------------------------------------------------------------
008640* 4530-ADD-GUESS THRU 4530-EXIT.
008650*   ADDS ONE GUESS TO THE CURRENT ROUND: ITS PLACE IN THE
008660*   SEQUENCE, WHETHER IT WAS OUTSIDE WHAT THE FEEDBACK SO FAR
008670*   ALLOWED, THE NARROWED BOUNDS, AND ITS TIME STAMP.
008680*---------------------------------------------------------------
008690 4530-ADD-GUESS.
008700     ADD 1 TO WS-RND-ATTEMPTS(WS-RND-IDX)
008710     IF WS-PRIOR-STAMP
008720         ADD 1 TO WS-RND-GAPS(WS-RND-IDX)
008730     END-IF
008740     MOVE WS-STAMP TO WS-RND-END(WS-RND-IDX)
008750     IF WS-RND-SEQ-LEN(WS-RND-IDX) < 20
008760         COMPUTE WS-SEQ-POS = WS-RND-SEQ-LEN(WS-RND-IDX) * 3 + 1
008770         MOVE SES-GUESS TO WS-GUESS-TEXT
008780         MOVE WS-GUESS-TEXT
008790             TO WS-RND-SEQ(WS-RND-IDX)(WS-SEQ-POS:3)
008800         ADD 1 TO WS-RND-SEQ-LEN(WS-RND-IDX)
008810     END-IF
008820     IF SES-GUESS < WS-RND-LOW(WS-RND-IDX)
008830             OR SES-GUESS > WS-RND-HIGH(WS-RND-IDX)
008840         ADD 1 TO WS-RND-IGNORED(WS-RND-IDX)
008850     END-IF
008860     EVALUATE SES-OUTCOME
008870         WHEN "TOO HIGH"
008880             IF SES-GUESS > ZERO
008890                     AND SES-GUESS - 1 < WS-RND-HIGH(WS-RND-IDX)
008900                 COMPUTE WS-RND-HIGH(WS-RND-IDX) = SES-GUESS - 1
008910             END-IF
008920         WHEN "TOO LOW"
008930             IF SES-GUESS + 1 > WS-RND-LOW(WS-RND-IDX)
008940                 COMPUTE WS-RND-LOW(WS-RND-IDX) = SES-GUESS + 1
008950             END-IF
008960         WHEN "CORRECT"
008970             SET WS-RND-WON(WS-RND-IDX) TO TRUE
008980     END-EVALUATE.
008990 4530-EXIT.
009000     EXIT.
009010
009020*---------------------------------------------------------------
009030* 4700-LOAD-SEEDS THRU 4700-EXIT.
009040*   PICKS THE SEED EACH CERTIFICATION RUN WAS PLAYED UNDER OFF
009050*   ITS GUESSAUD ROUND RECORDS - TODAY'S LIVE FILE AND THE
009060*   ARCHIVED HISTORY.  A RECORD WRITTEN BEFORE THE SEED WAS
009070*   CARRIED READS AS UNSEEDED.
009080*---------------------------------------------------------------
009090 4700-LOAD-SEEDS.
009100     MOVE "N" TO WS-EOF-SWITCH
009110     OPEN INPUT GUESSAUD-FILE
009120     IF WS-GUESSAUD-OK
009130         PERFORM 4710-ONE-LIVE-AUDIT THRU 4710-EXIT
009140             UNTIL WS-END-OF-FILE
009150         CLOSE GUESSAUD-FILE
009160     END-IF
009170     MOVE "N" TO WS-EOF-SWITCH
009180     OPEN INPUT ARCHHIST-FILE
009190     IF WS-ARCHHIST-OK
009200         PERFORM 4720-ONE-ARCHIVED THRU 4720-EXIT
009210             UNTIL WS-END-OF-FILE
009220         CLOSE ARCHHIST-FILE
009230     END-IF.
009240 4700-EXIT.
009250     EXIT.
009260
009270 4710-ONE-LIVE-AUDIT.
009280     READ GUESSAUD-FILE
009290         AT END
009300             SET WS-END-OF-FILE TO TRUE
009310         NOT AT END
009320             MOVE GUESSAUD-RECORD TO AUDIT-LOG-RECORD
009330             PERFORM 4750-NOTE-SEED THRU 4750-EXIT
009340     END-READ.
009350 4710-EXIT.
009360     EXIT.
009370
009380 4720-ONE-ARCHIVED.
009390     READ ARCHHIST-FILE
009400         AT END
009410             SET WS-END-OF-FILE TO TRUE
009420         NOT AT END
009430             IF ARC-RECORD-TYPE = "A"
009440                     AND ARC-PROGRAM-NAME = "GUESS-A-"
009450                 MOVE ARC-PAYLOAD(1:107) TO AUDIT-LOG-RECORD
009460                 PERFORM 4750-NOTE-SEED THRU 4750-EXIT
009470             END-IF
009480     END-READ.
009490 4720-EXIT.
009500     EXIT.
009510
009520*---------------------------------------------------------------
009530* 4750-NOTE-SEED THRU 4750-EXIT.
009540*   A ROUND RECORD READS "ROUND NNN ATTEMPTS NNN SEED NNNNNNNN".
009550*   A NON-ZERO SEED IS POSTED TO THE MATCHING CERTIFICATION RUN.
009560*---------------------------------------------------------------
009570 4750-NOTE-SEED.
009580     IF NOT AUDIT-DETAIL
009590             OR AUDIT-INPUT-VALUES(24:4) NOT = "SEED"
009600         GO TO 4750-EXIT
009610     END-IF
009620     MOVE AUDIT-INPUT-VALUES(29:8) TO WS-SEED-X
009630     IF WS-SEED-X NOT NUMERIC OR WS-SEED-N = ZERO
009640         GO TO 4750-EXIT
009650     END-IF
009660     MOVE AUDIT-OPERATOR-ID TO WS-LOOKUP-PLAYER
009670     MOVE AUDIT-RUN-DATE TO WS-LOOKUP-DATE
009680     PERFORM 4760-CHECK-ONE-CERT THRU 4760-EXIT
009690         VARYING WS-CRT-IDX FROM 1 BY 1
009700         UNTIL WS-CRT-IDX > WS-CRT-USED.
009710 4750-EXIT.
009720     EXIT.
009730
009740 4760-CHECK-ONE-CERT.
009750     IF WS-CRT-PLAYER(WS-CRT-IDX) = WS-LOOKUP-PLAYER
009760             AND WS-CRT-DATE(WS-CRT-IDX) = WS-LOOKUP-DATE
009770         MOVE WS-SEED-N TO WS-CRT-SEED(WS-CRT-IDX)
009780     END-IF.
009790 4760-EXIT.
009800     EXIT.
009810
009820*---------------------------------------------------------------
009830* 5000-REVIEW-CERTS THRU 5000-EXIT.
009840*   RUNS THE FIVE TESTS OVER EACH CERTIFICATION RUN.
009850*---------------------------------------------------------------
009860 5000-REVIEW-CERTS.
009870     MOVE "FLAGGED CERTIFICATION RUNS" TO WS-PRINT-LINE
009880     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
009890     IF WS-CRT-USED = ZERO
009900         MOVE "  NO GUESSCERT - NO CERTIFICATION RUNS TO REVIEW"
009910             TO WS-PRINT-LINE
009920         PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
009930         GO TO 5000-EXIT
009940     END-IF
009950     PERFORM 5100-REVIEW-ONE-CERT THRU 5100-EXIT
009960         VARYING WS-CRT-IDX FROM 1 BY 1
009970         UNTIL WS-CRT-IDX > WS-CRT-USED
009980     IF WS-FLAGGED-COUNT = ZERO
009990         MOVE "  (NONE)" TO WS-PRINT-LINE
010000         PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
010010     END-IF.
010020 5000-EXIT.
010030     EXIT.
010040
010050*---------------------------------------------------------------
010060* 5100-REVIEW-ONE-CERT THRU 5100-EXIT.
010070*   THE ROUND-BY-ROUND TESTS FIRST, THEN THE FIRST-GUESS RATE
010080*   OVER THE WHOLE RUN AND THE SEED.  THE TIMING TEST IS SKIPPED
010090*   FOR A RUN WHOSE GUESSES ALL CARRY ONE STAMP.
010100*---------------------------------------------------------------
010110 5100-REVIEW-ONE-CERT.
010120     MOVE SPACES TO WS-FLAGS
010130     MOVE "N" TO WS-HEADER-SW
010140     MOVE "N" TO WS-TIMED-SW
010150     MOVE ZERO TO WS-REV-ROUNDS
010160     MOVE ZERO TO WS-REV-FIRSTS
010170     MOVE ZERO TO WS-EXPECT-FIRSTS
010180     PERFORM 5150-CHECK-TIMED THRU 5150-EXIT
010190         VARYING WS-RND-IDX FROM 1 BY 1
010200         UNTIL WS-RND-IDX > WS-RND-USED
010210     PERFORM 5200-CHECK-ONE-ROUND THRU 5200-EXIT
010220         VARYING WS-RND-IDX FROM 1 BY 1
010230         UNTIL WS-RND-IDX > WS-RND-USED
010240     COMPUTE WS-FIRST-LIMIT = WS-EXPECT-FIRSTS * WS-FIRST-FACTOR
010250     IF WS-REV-FIRSTS >= 2 AND WS-REV-FIRSTS > WS-FIRST-LIMIT
010260         MOVE "F" TO WS-FLAG-FIRST
010270         MOVE WS-REV-FIRSTS TO WS-ED-3
010280         MOVE WS-REV-ROUNDS TO WS-ED-3B
010290         MOVE WS-EXPECT-FIRSTS TO WS-ED-CHANCE
010300         MOVE SPACES TO WS-EVIDENCE-TEXT
010310         STRING "F  WON ON THE FIRST GUESS " DELIMITED BY SIZE
010320             WS-ED-3 DELIMITED BY SIZE
010330             " OF " DELIMITED BY SIZE
010340             WS-ED-3B DELIMITED BY SIZE
010350             " ROUNDS - CHANCE GIVES " DELIMITED BY SIZE
010360             WS-ED-CHANCE DELIMITED BY SIZE
010370             INTO WS-EVIDENCE-TEXT
010380         PERFORM 5900-WRITE-EVIDENCE THRU 5900-EXIT
010390     END-IF
010400     IF WS-CRT-SEED(WS-CRT-IDX) > ZERO
010410         MOVE "S" TO WS-FLAG-SEED
010420         ADD 1 TO WS-SEEDED-COUNT
010430         MOVE SPACES TO WS-EVIDENCE-TEXT
010440         STRING "S  RUN PLAYED UNDER FIXED SEED "
010450             DELIMITED BY SIZE
010460             WS-CRT-SEED(WS-CRT-IDX) DELIMITED BY SIZE
010470             INTO WS-EVIDENCE-TEXT
010480         PERFORM 5900-WRITE-EVIDENCE THRU 5900-EXIT
010490     END-IF
010500     IF WS-FLAGS NOT = SPACES
010510         ADD 1 TO WS-FLAGGED-COUNT
010520         PERFORM 5500-HOLD-CERT THRU 5500-EXIT
010530     END-IF.
010540 5100-EXIT.
010550     EXIT.
010560
010570 5150-CHECK-TIMED.
010580     IF WS-RND-PLAYER(WS-RND-IDX) = WS-CRT-PLAYER(WS-CRT-IDX)
010590             AND WS-RND-DATE(WS-RND-IDX) = WS-CRT-DATE(WS-CRT-IDX)
010600             AND WS-RND-END(WS-RND-IDX)
010610                 NOT = WS-RND-START(WS-RND-IDX)
010620         SET WS-RUN-TIMED TO TRUE
010630     END-IF.
010640 5150-EXIT.
010650     EXIT.
010660
010670*---------------------------------------------------------------
010680* 5200-CHECK-ONE-ROUND THRU 5200-EXIT.
010690*   TALLIES THE ROUND FOR THE FIRST-GUESS RATE (THE CHANCE OF
010700*   A FIRST-GUESS WIN IS ONE OVER THE RANGE SIZE) AND RUNS THE
010710*   SEQUENCE, FEEDBACK AND TIMING TESTS ON IT.
010720*---------------------------------------------------------------
010730 5200-CHECK-ONE-ROUND.
010740     IF WS-RND-PLAYER(WS-RND-IDX) NOT = WS-CRT-PLAYER(WS-CRT-IDX)
010750             OR WS-RND-DATE(WS-RND-IDX)
010760                 NOT = WS-CRT-DATE(WS-CRT-IDX)
010770         GO TO 5200-EXIT
010780     END-IF
010790     ADD 1 TO WS-REV-ROUNDS
010800     IF WS-RND-RANGE(WS-RND-IDX) > ZERO
010810         COMPUTE WS-EXPECT-FIRSTS = WS-EXPECT-FIRSTS
010820             + 1 / WS-RND-RANGE(WS-RND-IDX)
010830     END-IF
010840     IF WS-RND-WON(WS-RND-IDX) AND WS-RND-ATTEMPTS(WS-RND-IDX) = 1
010850         ADD 1 TO WS-REV-FIRSTS
010860     END-IF
010870     IF WS-RND-SEQ-LEN(WS-RND-IDX) >= WS-MIN-SEQ-LEN
010880         PERFORM 5300-FIND-COPY THRU 5300-EXIT
010890     END-IF
010900     IF WS-RND-WON(WS-RND-IDX) AND WS-RND-IGNORED(WS-RND-IDX) > 0
010910         MOVE "I" TO WS-FLAG-FEEDBACK
010920         MOVE WS-RND-NO(WS-RND-IDX) TO WS-ED-3
010930         MOVE WS-RND-IGNORED(WS-RND-IDX) TO WS-ED-3B
010940         MOVE SPACES TO WS-EVIDENCE-TEXT
010950         STRING "I  ROUND " DELIMITED BY SIZE
010960             WS-ED-3 DELIMITED BY SIZE
010970             " WON AFTER " DELIMITED BY SIZE
010980             WS-ED-3B DELIMITED BY SIZE
010990             " GUESS(ES) THE FEEDBACK HAD RULED OUT"
011000             DELIMITED BY SIZE
011010             INTO WS-EVIDENCE-TEXT
011020         PERFORM 5900-WRITE-EVIDENCE THRU 5900-EXIT
011030     END-IF
011040     IF WS-RUN-TIMED AND WS-RND-WON(WS-RND-IDX)
011050             AND WS-RND-GAPS(WS-RND-IDX) > ZERO
011060         PERFORM 5400-CHECK-TIMING THRU 5400-EXIT
011070     END-IF.
011080 5200-EXIT.
011090     EXIT.
011100
011110*---------------------------------------------------------------
011120* 5300-FIND-COPY THRU 5300-EXIT.
011130*   LOOKS FOR ANOTHER PLAYER'S ROUND WITH EXACTLY THE SAME
011140*   GUESSES IN THE SAME ORDER.  THE FIRST MATCH IS REPORTED.
011150*---------------------------------------------------------------
011160 5300-FIND-COPY.
011170     MOVE "N" TO WS-FOUND-SW
011180     PERFORM 5310-CHECK-ONE-COPY THRU 5310-EXIT
011190         VARYING WS-RND-IDX2 FROM 1 BY 1
011200         UNTIL WS-RND-IDX2 > WS-RND-USED
011210             OR WS-ENTRY-FOUND.
011220 5300-EXIT.
011230     EXIT.
011240
011250 5310-CHECK-ONE-COPY.
011260     IF WS-RND-PLAYER(WS-RND-IDX2) = WS-RND-PLAYER(WS-RND-IDX)
011270             OR WS-RND-SEQ-LEN(WS-RND-IDX2)
011280                 NOT = WS-RND-SEQ-LEN(WS-RND-IDX)
011290             OR WS-RND-SEQ(WS-RND-IDX2)
011300                 NOT = WS-RND-SEQ(WS-RND-IDX)
011310         GO TO 5310-EXIT
011320     END-IF
011330     SET WS-ENTRY-FOUND TO TRUE
011340     MOVE "C" TO WS-FLAG-COPY
011350     MOVE WS-RND-NO(WS-RND-IDX) TO WS-ED-3
011360     MOVE WS-RND-NO(WS-RND-IDX2) TO WS-ED-3B
011370     MOVE SPACES TO WS-EVIDENCE-TEXT
011380     STRING "C  ROUND " DELIMITED BY SIZE
011390         WS-ED-3 DELIMITED BY SIZE
011400         " GUESSES MATCH PLAYER " DELIMITED BY SIZE
011410         WS-RND-PLAYER(WS-RND-IDX2) DELIMITED BY SIZE
011420         " ROUND " DELIMITED BY SIZE
011430         WS-ED-3B DELIMITED BY SIZE
011440         INTO WS-EVIDENCE-TEXT
011450     PERFORM 5900-WRITE-EVIDENCE THRU 5900-EXIT
011460     MOVE SPACES TO WS-EVIDENCE-TEXT
011470     STRING "   GUESSES " DELIMITED BY SIZE
011480         WS-RND-SEQ(WS-RND-IDX)(1:60) DELIMITED BY "  "
011490         INTO WS-EVIDENCE-TEXT
011500     PERFORM 5900-WRITE-EVIDENCE THRU 5900-EXIT.
011510 5310-EXIT.
011520     EXIT.
011530
011540*---------------------------------------------------------------
011550* 5400-CHECK-TIMING THRU 5400-EXIT.
011560*   A WON ROUND IS TOO FAST WHEN ITS ELAPSED TIME IS UNDER THE
011570*   MINIMUM PER GUESS TIMES THE GUESS-TO-GUESS INTERVALS.  A
011580*   ROUND RUNNING PAST MIDNIGHT IS ALLOWED FOR.
011590*---------------------------------------------------------------
011600 5400-CHECK-TIMING.
011610     IF WS-RND-END(WS-RND-IDX) < WS-RND-START(WS-RND-IDX)
011620         COMPUTE WS-ELAPSED = WS-RND-END(WS-RND-IDX) + 8640000
011630             - WS-RND-START(WS-RND-IDX)
011640     ELSE
011650         COMPUTE WS-ELAPSED = WS-RND-END(WS-RND-IDX)
011660             - WS-RND-START(WS-RND-IDX)
011670     END-IF
011680     COMPUTE WS-ELAPSED-LIMIT =
011690         WS-RND-GAPS(WS-RND-IDX) * WS-MIN-HUNDS
011700     IF WS-ELAPSED NOT < WS-ELAPSED-LIMIT
011710         GO TO 5400-EXIT
011720     END-IF
011730     MOVE "T" TO WS-FLAG-FAST
011740     COMPUTE WS-SECONDS = WS-ELAPSED / 100
011750     MOVE WS-SECONDS TO WS-ED-SECONDS
011760     MOVE WS-RND-NO(WS-RND-IDX) TO WS-ED-3
011770     MOVE WS-RND-ATTEMPTS(WS-RND-IDX) TO WS-ED-3B
011780     MOVE SPACES TO WS-EVIDENCE-TEXT
011790     STRING "T  ROUND " DELIMITED BY SIZE
011800         WS-ED-3 DELIMITED BY SIZE
011810         " WON - " DELIMITED BY SIZE
011820         WS-ED-3B DELIMITED BY SIZE
011830         " GUESS(ES) IN " DELIMITED BY SIZE
011840         WS-ED-SECONDS DELIMITED BY SIZE
011850         " SECONDS" DELIMITED BY SIZE
011860         INTO WS-EVIDENCE-TEXT
011870     PERFORM 5900-WRITE-EVIDENCE THRU 5900-EXIT.
011880 5400-EXIT.
011890     EXIT.
011900
011910*---------------------------------------------------------------
011920* 5500-HOLD-CERT THRU 5500-EXIT.
011930*   A FLAGGED RUN THAT CERTIFIED GOES ON CERTHOLD FOR THE
011940*   COORDINATOR.  A RERUN REFRESHES THE FLAGS ON A HOLD STILL
011950*   UNDECIDED AND LEAVES A DECIDED ONE ALONE.
011960*---------------------------------------------------------------
011970 5500-HOLD-CERT.
011980     IF WS-CRT-STATUS(WS-CRT-IDX) NOT = "CERTIFIED"
011990         ADD 1 TO WS-NOT-CERT-COUNT
012000         MOVE "NOT CERTIFIED - NOTHING TO HOLD" TO WS-HOLD-RESULT
012010         GO TO 5500-PRINT
012020     END-IF
012030     MOVE WS-CRT-PLAYER(WS-CRT-IDX) TO CHD-PLAYER-ID
012040     MOVE WS-CRT-DATE(WS-CRT-IDX) TO CHD-CERT-DATE
012050     READ CERTHOLD-FILE
012060         INVALID KEY
012070             PERFORM 5510-ADD-HOLD THRU 5510-EXIT
012080             GO TO 5500-PRINT
012090     END-READ
012100     IF NOT CHD-HELD
012110         MOVE "ALREADY DECIDED BY COORDINATOR - NOT CHANGED"
012120             TO WS-HOLD-RESULT
012130         GO TO 5500-PRINT
012140     END-IF
012150     MOVE WS-FLAGS TO CHD-FLAGS
012160     REWRITE CERTHOLD-RECORD
012170         INVALID KEY
012180             MOVE "CERTHOLD REWRITE FAILED" TO WS-HOLD-RESULT
012190             GO TO 5500-PRINT
012200     END-REWRITE
012210     ADD 1 TO WS-HELD-COUNT
012220     MOVE "STILL HELD FOR COORDINATOR REVIEW" TO WS-HOLD-RESULT.
012230 5500-PRINT.
012240     MOVE SPACES TO WS-PRINT-LINE
012250     STRING "     RESULT: " DELIMITED BY SIZE
012260         WS-HOLD-RESULT DELIMITED BY SIZE
012270         INTO WS-PRINT-LINE
012280     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
012290 5500-EXIT.
012300     EXIT.
012310
012320 5510-ADD-HOLD.
012330     MOVE SPACES TO CERTHOLD-RECORD
012340     MOVE WS-CRT-PLAYER(WS-CRT-IDX) TO CHD-PLAYER-ID
012350     MOVE WS-CRT-DATE(WS-CRT-IDX) TO CHD-CERT-DATE
012360     SET CHD-HELD TO TRUE
012370     MOVE WS-FLAGS TO CHD-FLAGS
012380     MOVE WS-TODAY TO CHD-HELD-DATE
012390     MOVE ZERO TO CHD-DECIDED-DATE
012400     MOVE WS-CRT-IMAGE(WS-CRT-IDX) TO CHD-CERT-IMAGE
012410     WRITE CERTHOLD-RECORD
012420         INVALID KEY
012430             MOVE "CERTHOLD WRITE FAILED" TO WS-HOLD-RESULT
012440             GO TO 5510-EXIT
012450     END-WRITE
012460     ADD 1 TO WS-HELD-COUNT
012470     MOVE "HELD ON CERTHOLD FOR COORDINATOR REVIEW"
012480         TO WS-HOLD-RESULT
012490     MOVE "CERTREV" TO MW-PROGRAM-NAME
012500     MOVE WS-CRT-PLAYER(WS-CRT-IDX) TO MW-OPERATOR-ID
012510     MOVE 38 TO MW-MSG-NUMBER
012520     SET MW-SEV-WARNING TO TRUE
012530     MOVE SPACES TO MW-MSG-TEXT
012540     STRING "CERTIFICATION HELD FOR REVIEW - PLAYER "
012550         DELIMITED BY SIZE
012560         WS-CRT-PLAYER(WS-CRT-IDX) DELIMITED BY SIZE
012570         " FLAGS " DELIMITED BY SIZE
012580         WS-FLAGS DELIMITED BY SIZE
012590         INTO MW-MSG-TEXT
012600     CALL "MSGWRT" USING MSGWRT-RECORD.
012610 5510-EXIT.
012620     EXIT.
012630
012640*---------------------------------------------------------------
012650* 5900-WRITE-EVIDENCE THRU 5900-EXIT.
012660*   PRINTS ONE LINE OF EVIDENCE, HEADED THE FIRST TIME BY THE
012670*   PLAYER AND THE CERTIFICATION RUN IT BELONGS TO.
012680*---------------------------------------------------------------
012690 5900-WRITE-EVIDENCE.
012700     IF NOT WS-PLAYER-HEADED
012710         SET WS-PLAYER-HEADED TO TRUE
012720         MOVE SPACES TO WS-PRINT-LINE
012730         PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
012740         MOVE WS-CRT-LEVEL(WS-CRT-IDX) TO WS-ED-3
012750         MOVE SPACES TO WS-PRINT-LINE
012760         STRING "  PLAYER " DELIMITED BY SIZE
012770             WS-CRT-PLAYER(WS-CRT-IDX) DELIMITED BY SIZE
012780             "  RUN " DELIMITED BY SIZE
012790             WS-CRT-DATE(WS-CRT-IDX) DELIMITED BY SIZE
012800             "  LEVEL " DELIMITED BY SIZE
012810             WS-ED-3 DELIMITED BY SIZE
012820             "  " DELIMITED BY SIZE
012830             WS-CRT-STATUS(WS-CRT-IDX) DELIMITED BY SIZE
012840             INTO WS-PRINT-LINE
012850         PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
012860     END-IF
012870     MOVE SPACES TO WS-PRINT-LINE
012880     MOVE WS-EVIDENCE-TEXT TO WS-PRINT-LINE(5:72)
012890     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
012900 5900-EXIT.
012910     EXIT.
012920
012930*---------------------------------------------------------------
012940* 7000-WRITE-RPT-LINE THRU 7000-EXIT.
012950*---------------------------------------------------------------
012960 7000-WRITE-RPT-LINE.
012970     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
012980         PERFORM 9000-WRITE-HEADERS THRU 9000-EXIT
012990     END-IF
013000     MOVE SPACES TO CERTRPT-RECORD
013010     MOVE " " TO RPT-CTL-CHAR
013020     MOVE WS-PRINT-LINE TO RPT-TEXT
013030     WRITE CERTRPT-RECORD
013040     ADD 1 TO WS-LINE-COUNT.
013050 7000-EXIT.
013060     EXIT.
013070
013080*---------------------------------------------------------------
013090* 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
013100*   PRINTS WS-RPT-LABEL AND THE EDITED COUNT IN WS-RPT-COUNT.
013110*---------------------------------------------------------------
013120 7100-WRITE-COUNT-LINE.
013130     MOVE SPACES TO WS-PRINT-LINE
013140     STRING "  " DELIMITED BY SIZE
013150         WS-RPT-LABEL DELIMITED BY SIZE
013160         " " DELIMITED BY SIZE
013170         WS-RPT-COUNT DELIMITED BY SIZE
013180         INTO WS-PRINT-LINE
013190     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
013200 7100-EXIT.
013210     EXIT.
013220
013230*---------------------------------------------------------------
013240* 8000-WRITE-TOTALS THRU 8000-EXIT.
013250*---------------------------------------------------------------
013260 8000-WRITE-TOTALS.
013270     MOVE SPACES TO WS-PRINT-LINE
013280     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
013290     MOVE "CONTROL COUNTS" TO WS-PRINT-LINE
013300     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
013310     MOVE "DECISION CARDS READ" TO WS-RPT-LABEL
013320     MOVE WS-DEC-READ TO WS-RPT-COUNT
013330     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
013340     MOVE "DECISION CARDS REFUSED" TO WS-RPT-LABEL
013350     MOVE WS-DEC-BAD TO WS-RPT-COUNT
013360     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
013370     MOVE "CERTIFICATIONS RELEASED" TO WS-RPT-LABEL
013380     MOVE WS-RELEASED-COUNT TO WS-RPT-COUNT
013390     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
013400     MOVE "CERTIFICATIONS DENIED" TO WS-RPT-LABEL
013410     MOVE WS-DENIED-COUNT TO WS-RPT-COUNT
013420     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
013430     MOVE "GUESSCERT RUNS REVIEWED" TO WS-RPT-LABEL
013440     MOVE WS-CERT-READ TO WS-RPT-COUNT
013450     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
013460     MOVE "GUESSSES ROUNDS LOADED" TO WS-RPT-LABEL
013470     MOVE WS-RND-USED TO WS-RPT-COUNT
013480     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
013490     MOVE "ROUNDS PAST TABLE LIMIT" TO WS-RPT-LABEL
013500     MOVE WS-RND-OVERFLOW TO WS-RPT-COUNT
013510     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
013520     MOVE "RUNS FLAGGED" TO WS-RPT-LABEL
013530     MOVE WS-FLAGGED-COUNT TO WS-RPT-COUNT
013540     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
013550     MOVE "  PLAYED UNDER A SEED" TO WS-RPT-LABEL
013560     MOVE WS-SEEDED-COUNT TO WS-RPT-COUNT
013570     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
013580     MOVE "CERTIFICATIONS HELD" TO WS-RPT-LABEL
013590     MOVE WS-HELD-COUNT TO WS-RPT-COUNT
013600     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
013610     MOVE "FLAGGED, NOT CERTIFIED" TO WS-RPT-LABEL
013620     MOVE WS-NOT-CERT-COUNT TO WS-RPT-COUNT
013630     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
013640 8000-EXIT.
013650     EXIT.
013660
013670*---------------------------------------------------------------
013680* 9000-WRITE-HEADERS THRU 9000-EXIT.
013690*---------------------------------------------------------------
013700 9000-WRITE-HEADERS.
013710     ADD 1 TO WS-PAGE-COUNT
013720     MOVE WS-PAGE-COUNT TO WS-PAGE-COUNT-ED
013730     MOVE SPACES TO CERTRPT-RECORD
013740     MOVE "1" TO RPT-CTL-CHAR
013750     MOVE "GUESS-A-NUMBER CERTIFICATION INTEGRITY REVIEW"
013760         TO RPT-TEXT
013770     WRITE CERTRPT-RECORD
013780     MOVE SPACES TO CERTRPT-RECORD
013790     MOVE " " TO RPT-CTL-CHAR
013800     STRING "RUN DATE: " WS-RUN-DATE-ED "     PAGE: "
013810             WS-PAGE-COUNT-ED DELIMITED BY SIZE INTO RPT-TEXT
013820     WRITE CERTRPT-RECORD
013830     MOVE SPACES TO CERTRPT-RECORD
013840     MOVE " " TO RPT-CTL-CHAR
013850     WRITE CERTRPT-RECORD
013860     MOVE ZERO TO WS-LINE-COUNT.
013870 9000-EXIT.
013880     EXIT.
013890
013900 END PROGRAM CERTREV.
