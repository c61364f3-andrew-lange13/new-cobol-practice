000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALCSPLT.
000030 AUTHOR. J H MILLARD.
000040 INSTALLATION. HOME OFFICE DATA CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070****************************************************************
000080*                                                               *
000090* CALCSPLT IS THE DEPARTMENT RETURN-FILE SPLITTER FOR MULTI-    *
000100* BATCH CALCULATOR RUNS.  IT READS THE DAY'S CALCIN BATCH       *
000110* HEADERS, CALCOUT RESULTS AND CALCERR ERRORS AND WRITES ONE    *
000120* RETURN FILE PER SOURCE DEPARTMENT (BH-DEPT-CODE), SO THE      *
000130* MIXED OUTPUT NO LONGER HAS TO BE SPLIT BY HAND.               *
000140*                                                               *
000150* EACH DEPARTMENT TAKES THE NEXT FREE RETURN FILE, CALCRET1     *
000160* THRU CALCRET5, IN THE ORDER ITS FIRST HEADER APPEARS ON       *
000170* CALCIN.  A RETURN FILE OPENS WITH A HEADER (DEPARTMENT, RUN   *
000180* DATE AND BATCH NUMBERS), CARRIES THE DEPARTMENT'S "OUT"       *
000190* RESULTS AND "ERR" ERRORS AS WRITTEN BY CALCULATOR, THEN ONE   *
000200* "BTL" TRAILER PER BATCH - RECORDS READ, RESULTS, ERRORS,      *
000210* REJECTS AND NUM1 HASH, TAKEN THE SAME WAY AS THE BATCH'S      *
000220* CALCRPT SECTION - AND A "TRL" FILE TRAILER.                   *
000230*                                                               *
000231* A BATCH'S ITEMS HELD OVER THE OPERATOR'S APPROVAL LIMIT -     *
000232* STILL ON CALCHOLD, OR ALREADY RELEASED TO CALCAPPR - ARE      *
000233* COUNTED AS HELD, NOT AS REJECTS.  A RELEASED ITEM FED BACK    *
000234* ON A LATER RUN CARRIES ITS OWN DEPARTMENT ON CALCOUT OR       *
000235* CALCERR, SINCE ITS HEADER WAS ON AN EARLIER DAY'S CALCIN; IT  *
000236* GOES TO THAT DEPARTMENT'S RETURN FILE AND IS COUNTED ON THE   *
000237* FILE TRAILER APART FROM THE DAY'S BATCHES.                    *
000238*                                                               *
000240* THE CALCSREG REGISTER LISTS EVERY RETURN FILE PRODUCED AND    *
000250* EVERY BATCH NUMBER ON CALCOUT OR CALCERR WITH NO MATCHING     *
000260* HEADER.  ORPHANS, AND DEPARTMENTS PAST THE FIFTH, GO TO NO    *
000270* RETURN FILE AND END THE STEP WITH RETURN CODE 4.  RESULTS     *
000280* WITH NO BATCH NUMBER (STANDING TRANSACTIONS) STAY HOME AND    *
000290* ARE COUNTED ON THE REGISTER.                                  *
000300*                                                               *
000301* CALCULATOR LETS TWO DEPARTMENTS KEY THE SAME BATCH NUMBER.    *
000302* A RESULT OR ERROR WHOSE BATCH NUMBER IS ON HEADERS FROM TWO   *
000303* DEPARTMENTS CANNOT BE ROUTED, SO IT GOES TO NO RETURN FILE,   *
000304* IS LISTED WITH THE ORPHANS AND ENDS THE STEP WITH RETURN      *
000305* CODE 8.  A RETURN FILE THAT WILL NOT OPEN IS NOT WRITTEN, ITS *
000306* DEPARTMENT SHOWS AS NOT RETURNED AND THE STEP ENDS WITH       *
000307* RETURN CODE 12.                                               *
000308*                                                               *
000310****************************************************************
000320*MODIFICATION HISTORY
000330*DATE       INIT DESCRIPTION
000340*2026-10-15 JHM  ORIGINAL PROGRAM, MODELED ON RPTDIST AND THE
000350*                CALCULATOR BATCH-SECTION BALANCING.
000351*2026-10-15 JHM  HELD ITEMS ARE COUNTED FROM CALCHOLD AND
000352*                CALCAPPR AND NO LONGER SHOW AS REJECTS; THE
000353*                TRAILERS AND THE REGISTER CARRY A HELD COUNT.
000354*                RELEASED ITEMS GO TO THE DEPARTMENT THEY CARRY.
000355*2026-10-15 JHM  A BATCH NUMBER UNDER TWO HEADER DEPARTMENTS IS NO
000356*                LONGER ROUTED TO THE FIRST ONE; ITS RECORDS ARE
000357*                LISTED AS EXCEPTIONS (RC 8).  A RETURN FILE THAT
000358*                FAILS TO OPEN IS SKIPPED AND GIVES RC 12.
000360****************************************************************
000370
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT CALCCTL-FILE ASSIGN TO "CALCCTL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-CALCCTL-STATUS.
000480
000490     SELECT CALCIN-FILE ASSIGN TO "CALCIN"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-CALCIN-STATUS.
000520
000530     SELECT CALCOUT-FILE ASSIGN TO "CALCOUT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-CALCOUT-STATUS.
000560
000570     SELECT CALCERR-FILE ASSIGN TO "CALCERR"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-CALCERR-STATUS.
000600
000610     SELECT CALCRET1-FILE ASSIGN TO "CALCRET1"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-CALCRET-STATUS.
000640
000650     SELECT CALCRET2-FILE ASSIGN TO "CALCRET2"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-CALCRET-STATUS.
000680
000690     SELECT CALCRET3-FILE ASSIGN TO "CALCRET3"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-CALCRET-STATUS.
000720
000730     SELECT CALCRET4-FILE ASSIGN TO "CALCRET4"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-CALCRET-STATUS.
000760
000770     SELECT CALCRET5-FILE ASSIGN TO "CALCRET5"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-CALCRET-STATUS.
000800
000810     SELECT CALCSREG-FILE ASSIGN TO "CALCSREG"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-CALCSREG-STATUS.
000840
000841     SELECT CALCHOLD-FILE ASSIGN TO "CALCHOLD"
000842         ORGANIZATION IS LINE SEQUENTIAL
000843         FILE STATUS IS WS-CALCHOLD-STATUS.
000844
000845     SELECT CALCAPPR-FILE ASSIGN TO "CALCAPPR"
000846         ORGANIZATION IS LINE SEQUENTIAL
000847         FILE STATUS IS WS-CALCAPPR-STATUS.
000848
000850 DATA DIVISION.
000860 FILE SECTION.
000870*---------------------------------------------------------------
000880* CALCCTL-FILE - THE CALCULATOR RUN CONTROL RECORD.  THE CALC
000890* MODE SAYS HOW THE NUM1 HASH WAS TAKEN.
000900*---------------------------------------------------------------
000910 FD  CALCCTL-FILE.
000920 01  CALCCTL-RECORD.
000930     05  CTL-RUN-MODE            PIC X(08).
000940     05  CTL-OPERATOR-ID         PIC X(08).
000950     05  CTL-CALC-MODE           PIC X(03).
000960     05  FILLER                  PIC X(61).
000970
000980*---------------------------------------------------------------
000990* CALCIN-FILE - THE DAY'S TRANSACTION FILE.  "HDR" RECORDS OPEN
001000* A BATCH; THE TRANSACTIONS AFTER ONE ARE COUNTED AND HASHED
001010* INTO IT, AS CALCULATOR DOES.
001020*---------------------------------------------------------------
001030 FD  CALCIN-FILE.
001040 01  CALCIN-HDR-RECORD.
001050     05  BH-RECORD-TYPE          PIC X(03).
001060     05  BH-FILL-1               PIC X(01).
001070     05  BH-DEPT-CODE            PIC X(04).
001080     05  BH-FILL-2               PIC X(01).
001090     05  BH-BATCH-NO             PIC X(04).
001100     05  FILLER                  PIC X(67).
001110 01  CALCIN-BATCH-RECORD.
001120     05  CI-NUM1                 PIC 9(09).
001130     05  FILLER                  PIC X(71).
001140 01  CALCIN-FIN-RECORD.
001150     05  CIF-NUM1                PIC S9(07)V99
001160                                 SIGN LEADING SEPARATE.
001170     05  FILLER                  PIC X(70).
001180
001190*---------------------------------------------------------------
001200* CALCOUT-FILE AND CALCERR-FILE - THE DAY'S RESULT AND ERROR
001210* RECORDS.  THE BATCH NUMBER SITS IN THE SAME COLUMNS IN THE
001216* STANDARD AND FINANCIAL LAYOUTS OF EACH FILE.  THE DEPARTMENT
001222* FOLLOWS IT ON A FINANCIAL ITEM RELEASED FROM CALCAPPR.
001230*---------------------------------------------------------------
001240 FD  CALCOUT-FILE.
001250 01  CALCOUT-RECORD.
001260     05  FILLER                  PIC X(60).
001270     05  CO-BATCH-NO             PIC X(04).
001275     05  FILLER                  PIC X(01).
001280     05  CO-DEPT-CODE            PIC X(04).
001285     05  FILLER                  PIC X(11).
001290
001300 FD  CALCERR-FILE.
001310 01  CALCERR-RECORD.
001320     05  FILLER                  PIC X(68).
001330     05  CE-BATCH-NO             PIC X(04).
001335     05  FILLER                  PIC X(01).
001340     05  CE-DEPT-CODE            PIC X(04).
001345     05  FILLER                  PIC X(03).
001350
001360*---------------------------------------------------------------
001370* CALCRET1-FILE THRU CALCRET5-FILE - THE DEPARTMENT RETURN
001380* FILES, ALL IN THE WS-RET-RECORD LAYOUTS BELOW.
001390*---------------------------------------------------------------
001400 FD  CALCRET1-FILE.
001410 01  CALCRET1-RECORD             PIC X(84).
001420 FD  CALCRET2-FILE.
001430 01  CALCRET2-RECORD             PIC X(84).
001440 FD  CALCRET3-FILE.
001450 01  CALCRET3-RECORD             PIC X(84).
001460 FD  CALCRET4-FILE.
001470 01  CALCRET4-RECORD             PIC X(84).
001480 FD  CALCRET5-FILE.
001490 01  CALCRET5-RECORD             PIC X(84).
001500
001510*---------------------------------------------------------------
001520* CALCSREG-FILE - THE PRINTED RETURN-FILE REGISTER.  COLUMN ONE
001530* IS A STANDARD PRINTER CARRIAGE-CONTROL CHARACTER.
001540*---------------------------------------------------------------
001550 FD  CALCSREG-FILE.
001560 01  CALCSREG-RECORD.
001570     05  RPT-CTL-CHAR            PIC X(01).
001580     05  RPT-TEXT                PIC X(80).
001590
001591*---------------------------------------------------------------
001592* CALCHOLD-FILE AND CALCAPPR-FILE - ITEMS HELD OVER THE
001593* OPERATOR'S APPROVAL LIMIT, STILL WAITING OR ALREADY RELEASED.
001594*---------------------------------------------------------------
001595 FD  CALCHOLD-FILE.
001596 COPY CALCHOLD.
001597
001598 FD  CALCAPPR-FILE.
001599 COPY CALCAPPR.
001600 WORKING-STORAGE SECTION.
001610*---------------------------------------------------------------
001620* FILE STATUS FIELDS AND SWITCHES.
001630*---------------------------------------------------------------
001640 77  WS-CALCCTL-STATUS           PIC X(02).
001650     88  WS-CALCCTL-OK                   VALUE "00".
001660 77  WS-CALCIN-STATUS            PIC X(02).
001670     88  WS-CALCIN-OK                    VALUE "00".
001680 77  WS-CALCOUT-STATUS           PIC X(02).
001690     88  WS-CALCOUT-OK                   VALUE "00".
001700 77  WS-CALCERR-STATUS           PIC X(02).
001710     88  WS-CALCERR-OK                   VALUE "00".
001720 77  WS-CALCRET-STATUS           PIC X(02).
001730     88  WS-CALCRET-OK                   VALUE "00".
001740 77  WS-CALCSREG-STATUS          PIC X(02).
001750     88  WS-CALCSREG-OK                  VALUE "00".
001752 77  WS-CALCHOLD-STATUS          PIC X(02).
001754     88  WS-CALCHOLD-OK                  VALUE "00".
001756 77  WS-CALCAPPR-STATUS          PIC X(02).
001758     88  WS-CALCAPPR-OK                  VALUE "00".
001760
001770 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001780     88  WS-END-OF-FILE                  VALUE "Y".
001790 77  WS-KEY-FOUND-SW             PIC X(01) VALUE "N".
001800     88  WS-KEY-FOUND                    VALUE "Y".
001810 77  WS-FIN-MODE-SW              PIC X(01) VALUE "N".
001820     88  WS-FINANCIAL-MODE               VALUE "Y".
001830
001840 77  WS-TODAY                    PIC 9(08).
001850
001860*---------------------------------------------------------------
001870* BATCH TABLE, ONE ENTRY PER CALCIN HEADER, WITH THE COUNTS
001875* AND HASH THE BATCH TRAILER CARRIES.  WS-BAT-HELD IS THE
001880* BATCH'S ITEMS HELD FOR APPROVAL.  WS-BAT-SHARED MARKS A BATCH
001885* NUMBER ALSO KEYED UNDER ANOTHER DEPARTMENT'S HEADER.
001890*---------------------------------------------------------------
001900 01  WS-BATCH-TABLE.
001910     05  WS-BAT-ENTRY OCCURS 20 TIMES.
001920         10  WS-BAT-NO           PIC X(04).
001930         10  WS-BAT-DEPT-IDX     PIC 9(02).
001940         10  WS-BAT-READ         PIC 9(07) COMP.
001950         10  WS-BAT-OUT          PIC 9(07) COMP.
001960         10  WS-BAT-ERR          PIC 9(07) COMP.
001965         10  WS-BAT-HELD         PIC 9(07) COMP.
001970         10  WS-BAT-HASH         PIC 9(13) COMP-3.
001973         10  WS-BAT-SHARED-SW    PIC X(01).
001976             88  WS-BAT-SHARED           VALUE "Y".
001980 77  WS-BAT-USED                 PIC 9(03) VALUE 0.
001990 77  WS-BAT-IDX                  PIC 9(03) VALUE 0.
002000 77  WS-BAT-CUR                  PIC 9(03) VALUE 0.
002010 77  WS-BAT-HOLD-IDX             PIC 9(03) VALUE 0.
002012 77  WS-BAT-PAIR-IDX             PIC 9(03) VALUE 0.
002014 77  WS-SHARED-SW                PIC X(01) VALUE "N".
002016     88  WS-SHARED-BATCH                 VALUE "Y".
002020 77  WS-BAT-OVERFLOW             PIC 9(03) VALUE 0.
002030 77  WS-HASH-WORK                PIC 9(13) COMP-3.
002040 77  WS-BAT-REJ                  PIC 9(07) COMP.
002050
002060*---------------------------------------------------------------
002070* DEPARTMENT TABLE.  THE ENTRY NUMBER IS THE RETURN-FILE SLOT
002075* (1 = CALCRET1); ENTRIES PAST 5 HAVE NO FILE.  THE RELEASED
002080* COUNTS ARE ITEMS FROM CALCAPPR, OUTSIDE THE DAY'S BATCHES.
002085* WS-DPT-RETURNED IS SET ONCE THE SLOT'S FILE HAS OPENED.
002090*---------------------------------------------------------------
002100 01  WS-DEPT-TABLE.
002110     05  WS-DPT-ENTRY OCCURS 20 TIMES.
002120         10  WS-DPT-CODE         PIC X(04).
002130         10  WS-DPT-OUT          PIC 9(07) COMP.
002140         10  WS-DPT-ERR          PIC 9(07) COMP.
002150         10  WS-DPT-REJ          PIC 9(07) COMP.
002152         10  WS-DPT-HELD         PIC 9(07) COMP.
002154         10  WS-DPT-REL-OUT      PIC 9(07) COMP.
002156         10  WS-DPT-REL-ERR      PIC 9(07) COMP.
002160         10  WS-DPT-HASH         PIC 9(13) COMP-3.
002170         10  WS-DPT-WRITTEN      PIC 9(07) COMP.
002173         10  WS-DPT-RET-SW       PIC X(01).
002176             88  WS-DPT-RETURNED         VALUE "Y".
002180 77  WS-DPT-USED                 PIC 9(02) VALUE 0.
002190 77  WS-DPT-IDX                  PIC 9(02) VALUE 0.
002195 77  WS-DPT-CHK                  PIC 9(02) VALUE 0.
002200 77  WS-DPT-SLOT                 PIC 9(02) VALUE 0.
002210 77  WS-MAX-SLOTS                PIC 9(02) VALUE 5.
002220
002230*---------------------------------------------------------------
002236* ORPHAN TABLE - BATCH NUMBERS ON THE OUTPUT WITH NO HEADER,
002242* OR (WS-ORP-SHARED) WITH HEADERS FROM TWO DEPARTMENTS.
002250*---------------------------------------------------------------
002260 01  WS-ORPHAN-TABLE.
002270     05  WS-ORP-ENTRY OCCURS 20 TIMES.
002280         10  WS-ORP-BATCH-NO     PIC X(04).
002290         10  WS-ORP-OUT          PIC 9(07) COMP.
002300         10  WS-ORP-ERR          PIC 9(07) COMP.
002303         10  WS-ORP-SHARED-SW    PIC X(01).
002306             88  WS-ORP-SHARED           VALUE "Y".
002310 77  WS-ORP-USED                 PIC 9(03) VALUE 0.
002320 77  WS-ORP-IDX                  PIC 9(03) VALUE 0.
002330 77  WS-ORP-OVERFLOW             PIC 9(07) COMP VALUE ZERO.
002340 77  WS-LOOKUP-BATCH             PIC X(04).
002350 77  WS-LOOKUP-DEPT              PIC X(04).
002360
002370*---------------------------------------------------------------
002380* CONTROL COUNTS.
002390*---------------------------------------------------------------
002400 77  WS-OUT-READ                 PIC 9(07) COMP VALUE ZERO.
002410 77  WS-ERR-READ                 PIC 9(07) COMP VALUE ZERO.
002420 77  WS-UNBATCHED-OUT            PIC 9(07) COMP VALUE ZERO.
002430 77  WS-UNBATCHED-ERR            PIC 9(07) COMP VALUE ZERO.
002440 77  WS-NO-SLOT-COUNT            PIC 9(07) COMP VALUE ZERO.
002441 77  WS-HELD-COUNT               PIC 9(07) COMP VALUE ZERO.
002442 77  WS-RELEASED-OUT             PIC 9(07) COMP VALUE ZERO.
002443 77  WS-RELEASED-ERR             PIC 9(07) COMP VALUE ZERO.
002444 77  WS-SHARED-COUNT             PIC 9(07) COMP VALUE ZERO.
002445 77  WS-RET-FAIL-COUNT           PIC 9(03) COMP VALUE ZERO.
002450
002460*---------------------------------------------------------------
002470* RETURN-FILE RECORD LAYOUTS, BUILT HERE AND WRITTEN TO THE
002480* DEPARTMENT'S SLOT FILE.
002490*---------------------------------------------------------------
002500 01  WS-RET-RECORD               PIC X(84).
002510 01  WS-RET-HDR-RECORD.
002520     05  RTH-RECORD-TYPE         PIC X(03).
002530     05  RTH-FILL-1              PIC X(01).
002540     05  RTH-DEPT-CODE           PIC X(04).
002550     05  RTH-FILL-2              PIC X(01).
002560     05  RTH-RUN-DATE            PIC 9(08).
002570     05  RTH-FILL-3              PIC X(01).
002580     05  RTH-BATCH-COUNT         PIC 9(02).
002590     05  RTH-FILL-4              PIC X(01).
002600     05  RTH-BATCH-LIST.
002610         10  RTH-BATCH-ENTRY OCCURS 10 TIMES.
002620             15  RTH-BATCH-NO    PIC X(04).
002630             15  RTH-BATCH-FILL  PIC X(01).
002640     05  FILLER                  PIC X(13).
002650 01  WS-RET-DTL-RECORD.
002660     05  RTD-RECORD-TYPE         PIC X(03).
002670     05  RTD-FILL-1              PIC X(01).
002680     05  RTD-IMAGE               PIC X(80).
002690 01  WS-RET-BTL-RECORD.
002700     05  RTB-RECORD-TYPE         PIC X(03).
002710     05  RTB-FILL-1              PIC X(01).
002720     05  RTB-BATCH-NO            PIC X(04).
002730     05  RTB-FILL-2              PIC X(01).
002740     05  RTB-READ-COUNT          PIC 9(07).
002750     05  RTB-FILL-3              PIC X(01).
002760     05  RTB-OUT-COUNT           PIC 9(07).
002770     05  RTB-FILL-4              PIC X(01).
002780     05  RTB-ERR-COUNT           PIC 9(07).
002790     05  RTB-FILL-5              PIC X(01).
002800     05  RTB-REJ-COUNT           PIC 9(07).
002810     05  RTB-FILL-6              PIC X(01).
002820     05  RTB-HASH                PIC 9(13).
002825     05  RTB-FILL-7              PIC X(01).
002830     05  RTB-HELD-COUNT          PIC 9(07).
002835     05  FILLER                  PIC X(22).
002840 01  WS-RET-TRL-RECORD.
002850     05  RTT-RECORD-TYPE         PIC X(03).
002860     05  RTT-FILL-1              PIC X(01).
002870     05  RTT-DEPT-CODE           PIC X(04).
002880     05  RTT-FILL-2              PIC X(01).
002890     05  RTT-RECORD-COUNT        PIC 9(07).
002900     05  RTT-FILL-3              PIC X(01).
002910     05  RTT-OUT-COUNT           PIC 9(07).
002920     05  RTT-FILL-4              PIC X(01).
002930     05  RTT-ERR-COUNT           PIC 9(07).
002940     05  RTT-FILL-5              PIC X(01).
002950     05  RTT-REJ-COUNT           PIC 9(07).
002960     05  RTT-FILL-6              PIC X(01).
002970     05  RTT-HASH                PIC 9(13).
002972     05  RTT-FILL-7              PIC X(01).
002974     05  RTT-HELD-COUNT          PIC 9(07).
002976*RELEASED ITEMS' RESULTS AND ERRORS, NOT IN ANY "BTL" BATCH
002978*TRAILER ABOVE.
002980     05  RTT-FILL-8              PIC X(01).
002982     05  RTT-REL-OUT-COUNT       PIC 9(07).
002984     05  RTT-FILL-9              PIC X(01).
002986     05  RTT-REL-ERR-COUNT       PIC 9(07).
002988     05  FILLER                  PIC X(05).
002990
003000*---------------------------------------------------------------
003010* PRINT-FILE PAGINATION, HEADING AND EDITED WORK FIELDS.
003020*---------------------------------------------------------------
003030 77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
003040 77  WS-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
003050 77  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.
003060 01  WS-PAGE-COUNT-ED            PIC ZZ9.
003070 01  WS-RUN-DATE-RAW             PIC 9(06).
003080 01  WS-RUN-DATE-ED              PIC 99/99/99.
003090 01  WS-PRINT-LINE               PIC X(80).
003100 01  WS-RPT-LABEL                PIC X(24).
003110 01  WS-RPT-COUNT                PIC ZZZZZZ9.
003120 01  WS-RPT-HASH                 PIC Z(12)9.
003130 01  WS-SLOT-NAME                PIC X(08).
003140
003150 PROCEDURE DIVISION.
003160*---------------------------------------------------------------
003170* 0000-MAINLINE.
003180*---------------------------------------------------------------
003190 0000-MAINLINE.
003200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003210     IF RETURN-CODE NOT = 16
003220         PERFORM 2000-COUNT-RESULTS THRU 2000-EXIT
003230         IF WS-DPT-USED > ZERO
003240             PERFORM 3000-OPEN-RETURNS THRU 3000-EXIT
003250             PERFORM 4000-WRITE-DETAILS THRU 4000-EXIT
003260             PERFORM 5000-CLOSE-RETURNS THRU 5000-EXIT
003270         END-IF
003280         PERFORM 8000-WRITE-REGISTER THRU 8000-EXIT
003290         CLOSE CALCSREG-FILE
003296         EVALUATE TRUE
003302             WHEN WS-RET-FAIL-COUNT > ZERO
003308                 MOVE 12 TO RETURN-CODE
003314             WHEN WS-SHARED-COUNT > ZERO
003320                 MOVE 8 TO RETURN-CODE
003326             WHEN WS-ORP-USED > ZERO
003332                     OR WS-ORP-OVERFLOW > ZERO
003338                     OR WS-NO-SLOT-COUNT > ZERO
003344                 MOVE 4 TO RETURN-CODE
003350             WHEN OTHER
003356                 MOVE ZERO TO RETURN-CODE
003362         END-EVALUATE
003370     END-IF
003380     GOBACK.
003390
003400*---------------------------------------------------------------
003410* 1000-INITIALIZE THRU 1000-EXIT.
003416*   PICKS UP THE CALC MODE, OPENS THE REGISTER, LOADS THE
003422*   BATCH AND DEPARTMENT TABLES FROM THE CALCIN HEADERS, MARKS
003428*   THE BATCH NUMBERS KEYED UNDER TWO DEPARTMENTS AND COUNTS
003434*   EACH BATCH'S HELD ITEMS.
003440*---------------------------------------------------------------
003450 1000-INITIALIZE.
003460     ACCEPT WS-TODAY FROM DATE YYYYMMDD
003470     ACCEPT WS-RUN-DATE-RAW FROM DATE
003480     MOVE WS-RUN-DATE-RAW TO WS-RUN-DATE-ED
003490     OPEN INPUT CALCCTL-FILE
003500     IF WS-CALCCTL-OK
003510         READ CALCCTL-FILE
003520             AT END
003530                 MOVE SPACES TO CALCCTL-RECORD
003540         END-READ
003550         CLOSE CALCCTL-FILE
003560         IF CTL-CALC-MODE = "FIN"
003570             SET WS-FINANCIAL-MODE TO TRUE
003580         END-IF
003590     END-IF
003600     OPEN OUTPUT CALCSREG-FILE
003610     IF NOT WS-CALCSREG-OK
003620         DISPLAY "CALCSPLT: UNABLE TO OPEN CALCSREG, STATUS "
003630             WS-CALCSREG-STATUS
003640         MOVE 16 TO RETURN-CODE
003650         GO TO 1000-EXIT
003660     END-IF
003670     PERFORM 9000-WRITE-HEADERS THRU 9000-EXIT
003680     MOVE "N" TO WS-EOF-SWITCH
003690     OPEN INPUT CALCIN-FILE
003700     IF WS-CALCIN-OK
003710         PERFORM 1100-ONE-CALCIN THRU 1100-EXIT
003720             UNTIL WS-END-OF-FILE
003730         CLOSE CALCIN-FILE
003733     END-IF
003736     PERFORM 1350-MARK-SHARED THRU 1350-EXIT
003739         VARYING WS-BAT-IDX FROM 1 BY 1
003742         UNTIL WS-BAT-IDX > WS-BAT-USED
003745     PERFORM 1400-COUNT-HELD THRU 1400-EXIT.
003750 1000-EXIT.
003760     EXIT.
003770
003780 1100-ONE-CALCIN.
003790     READ CALCIN-FILE
003800         AT END
003810             SET WS-END-OF-FILE TO TRUE
003820         NOT AT END
003830             IF BH-RECORD-TYPE = "HDR"
003840                 PERFORM 1200-START-BATCH THRU 1200-EXIT
003850             ELSE
003860                 IF WS-BAT-CUR > 0
003870                     PERFORM 1300-HASH-ONE THRU 1300-EXIT
003880                 END-IF
003890             END-IF
003900     END-READ.
003910 1100-EXIT.
003920     EXIT.
003930
003940*---------------------------------------------------------------
003950* 1200-START-BATCH THRU 1200-EXIT.
003960*   OPENS A BATCH FOR THE HEADER JUST READ AND GIVES ITS
003970*   DEPARTMENT A TABLE ENTRY (AND SO A SLOT) ON FIRST SIGHT.
003980*   A HEADER PAST THE TABLE LIMIT IS COUNTED ON THE REGISTER;
003990*   ITS RESULTS WILL SHOW UP AS ORPHANS.
004000*---------------------------------------------------------------
004010 1200-START-BATCH.
004020     IF WS-BAT-USED >= 20
004030         ADD 1 TO WS-BAT-OVERFLOW
004040         MOVE 0 TO WS-BAT-CUR
004050         GO TO 1200-EXIT
004060     END-IF
004070     MOVE BH-DEPT-CODE TO WS-LOOKUP-DEPT
004080     PERFORM 1250-FIND-OR-ADD-DEPT THRU 1250-EXIT
004090     ADD 1 TO WS-BAT-USED
004100     MOVE WS-BAT-USED TO WS-BAT-CUR
004110     MOVE BH-BATCH-NO TO WS-BAT-NO(WS-BAT-CUR)
004120     MOVE WS-DPT-IDX TO WS-BAT-DEPT-IDX(WS-BAT-CUR)
004130     MOVE ZERO TO WS-BAT-READ(WS-BAT-CUR)
004140     MOVE ZERO TO WS-BAT-OUT(WS-BAT-CUR)
004150     MOVE ZERO TO WS-BAT-ERR(WS-BAT-CUR)
004155     MOVE ZERO TO WS-BAT-HASH(WS-BAT-CUR)
004160     MOVE ZERO TO WS-BAT-HELD(WS-BAT-CUR)
004165     MOVE "N" TO WS-BAT-SHARED-SW(WS-BAT-CUR).
004170 1200-EXIT.
004180     EXIT.
004190
004200*---------------------------------------------------------------
004210* 1250-FIND-OR-ADD-DEPT THRU 1250-EXIT.
004220*   LEAVES THE DEPARTMENT-TABLE INDEX FOR WS-LOOKUP-DEPT IN
004230*   WS-DPT-IDX, ADDING A NEW ENTRY WHEN NEEDED.  THE BATCH
004236*   TABLE LIMIT KEEPS THE HEADERS FROM OVERFLOWING IT; A
004242*   RELEASED ITEM'S DEPARTMENT THAT WILL NOT FIT LEAVES ZERO.
004250*---------------------------------------------------------------
004260 1250-FIND-OR-ADD-DEPT.
004270     MOVE "N" TO WS-KEY-FOUND-SW
004280     PERFORM 1260-CHECK-ONE-DEPT THRU 1260-EXIT
004290         VARYING WS-DPT-IDX FROM 1 BY 1
004300         UNTIL WS-DPT-IDX > WS-DPT-USED
004310             OR WS-KEY-FOUND
004320     IF WS-KEY-FOUND
004330         SUBTRACT 1 FROM WS-DPT-IDX
004332         GO TO 1250-EXIT
004334     END-IF
004336     IF WS-DPT-USED >= 20
004338         MOVE 0 TO WS-DPT-IDX
004340     ELSE
004350         ADD 1 TO WS-DPT-USED
004360         MOVE WS-DPT-USED TO WS-DPT-IDX
004370         MOVE WS-LOOKUP-DEPT TO WS-DPT-CODE(WS-DPT-IDX)
004380         MOVE ZERO TO WS-DPT-OUT(WS-DPT-IDX)
004390         MOVE ZERO TO WS-DPT-ERR(WS-DPT-IDX)
004400         MOVE ZERO TO WS-DPT-REJ(WS-DPT-IDX)
004410         MOVE ZERO TO WS-DPT-HASH(WS-DPT-IDX)
004420         MOVE ZERO TO WS-DPT-WRITTEN(WS-DPT-IDX)
004422         MOVE ZERO TO WS-DPT-HELD(WS-DPT-IDX)
004424         MOVE ZERO TO WS-DPT-REL-OUT(WS-DPT-IDX)
004426         MOVE ZERO TO WS-DPT-REL-ERR(WS-DPT-IDX)
004428         MOVE "N" TO WS-DPT-RET-SW(WS-DPT-IDX)
004430     END-IF.
004440 1250-EXIT.
004450     EXIT.
004460
004470 1260-CHECK-ONE-DEPT.
004480     IF WS-DPT-CODE(WS-DPT-IDX) = WS-LOOKUP-DEPT
004490         SET WS-KEY-FOUND TO TRUE
004500     END-IF.
004510 1260-EXIT.
004520     EXIT.
004530
004540*---------------------------------------------------------------
004550* 1300-HASH-ONE THRU 1300-EXIT.
004560*   COUNTS AND HASHES ONE TRANSACTION INTO THE CURRENT BATCH
004570*   EXACTLY AS CALCULATOR DOES: NUM1 AS KEYED, IN CENTS WITH
004580*   THE SIGN IGNORED FOR FINANCIAL MODE.
004590*---------------------------------------------------------------
004600 1300-HASH-ONE.
004610     ADD 1 TO WS-BAT-READ(WS-BAT-CUR)
004620     IF WS-FINANCIAL-MODE
004630         IF CIF-NUM1 NUMERIC
004640             COMPUTE WS-HASH-WORK = CIF-NUM1 * 100
004650             ADD WS-HASH-WORK TO WS-BAT-HASH(WS-BAT-CUR)
004660         END-IF
004670     ELSE
004680         IF CI-NUM1 NUMERIC
004690             ADD CI-NUM1 TO WS-BAT-HASH(WS-BAT-CUR)
004700         END-IF
004710     END-IF.
004720 1300-EXIT.
004730     EXIT.
004740
004750*---------------------------------------------------------------
004751* 1350-MARK-SHARED THRU 1350-EXIT.
004752*   MARKS BATCH WS-BAT-IDX WHEN ANOTHER HEADER CARRIES THE SAME
004753*   BATCH NUMBER UNDER A DIFFERENT DEPARTMENT.
004754*---------------------------------------------------------------
004755 1350-MARK-SHARED.
004756     PERFORM 1360-CHECK-ONE-PAIR THRU 1360-EXIT
004757         VARYING WS-BAT-PAIR-IDX FROM 1 BY 1
004758         UNTIL WS-BAT-PAIR-IDX > WS-BAT-USED.
004759 1350-EXIT.
004760     EXIT.
004761
004762 1360-CHECK-ONE-PAIR.
004763     IF WS-BAT-NO(WS-BAT-PAIR-IDX) = WS-BAT-NO(WS-BAT-IDX)
004764             AND WS-BAT-DEPT-IDX(WS-BAT-PAIR-IDX)
004765                 NOT = WS-BAT-DEPT-IDX(WS-BAT-IDX)
004766         SET WS-BAT-SHARED(WS-BAT-IDX) TO TRUE
004767     END-IF.
004768 1360-EXIT.
004769     EXIT.
004770
004771*---------------------------------------------------------------
004772* 1400-COUNT-HELD THRU 1400-EXIT.
004773*   COUNTS INTO ITS BATCH EVERY ITEM HELD TODAY UNDER A BATCH
004774*   HEADER: THOSE STILL ON CALCHOLD AND THOSE HOLDREL HAS
004775*   ALREADY RELEASED TO CALCAPPR.  A DECLINED ITEM IS ON
004776*   NEITHER AND STAYS A REJECT.  A HELD ITEM CARRIES ITS
004777*   DEPARTMENT, SO IT IS MATCHED ON DEPARTMENT AND BATCH.
004778*---------------------------------------------------------------
004779 1400-COUNT-HELD.
004780     MOVE "N" TO WS-EOF-SWITCH
004781     OPEN INPUT CALCHOLD-FILE
004782     IF WS-CALCHOLD-OK
004783         PERFORM 1410-ONE-HOLD THRU 1410-EXIT
004784             UNTIL WS-END-OF-FILE
004785         CLOSE CALCHOLD-FILE
004786     END-IF
004787     MOVE "N" TO WS-EOF-SWITCH
004788     OPEN INPUT CALCAPPR-FILE
004789     IF WS-CALCAPPR-OK
004790         PERFORM 1420-ONE-APPROVED THRU 1420-EXIT
004791             UNTIL WS-END-OF-FILE
004792         CLOSE CALCAPPR-FILE
004793     END-IF.
004794 1400-EXIT.
004795     EXIT.
004796
004797 1410-ONE-HOLD.
004798     READ CALCHOLD-FILE
004799         AT END
004800             SET WS-END-OF-FILE TO TRUE
004801             GO TO 1410-EXIT
004802     END-READ
004803     IF HLD-RUN-DATE NOT = WS-TODAY
004804             OR HLD-DEPT-CODE = SPACES
004805         GO TO 1410-EXIT
004806     END-IF
004807     MOVE HLD-BATCH-NO TO WS-LOOKUP-BATCH
004808     MOVE HLD-DEPT-CODE TO WS-LOOKUP-DEPT
004809     PERFORM 1450-COUNT-ONE-HELD THRU 1450-EXIT.
004810 1410-EXIT.
004811     EXIT.
004812
004813 1420-ONE-APPROVED.
004814     READ CALCAPPR-FILE
004815         AT END
004816             SET WS-END-OF-FILE TO TRUE
004817             GO TO 1420-EXIT
004818     END-READ
004819     IF APR-HOLD-DATE NOT = WS-TODAY
004820             OR APR-DEPT-CODE = SPACES
004821         GO TO 1420-EXIT
004822     END-IF
004823     MOVE APR-BATCH-NO TO WS-LOOKUP-BATCH
004824     MOVE APR-DEPT-CODE TO WS-LOOKUP-DEPT
004825     PERFORM 1450-COUNT-ONE-HELD THRU 1450-EXIT.
004826 1420-EXIT.
004827     EXIT.
004828
004829 1450-COUNT-ONE-HELD.
004830     PERFORM 2300-FIND-BATCH THRU 2300-EXIT
004831     IF WS-KEY-FOUND
004832         ADD 1 TO WS-BAT-HELD(WS-BAT-HOLD-IDX)
004833         ADD 1 TO WS-HELD-COUNT
004834     END-IF.
004835 1450-EXIT.
004836     EXIT.
004837
004838*---------------------------------------------------------------
004839* 2000-COUNT-RESULTS THRU 2000-EXIT.
004840*   FIRST PASS OVER CALCOUT AND CALCERR: COUNTS EACH RECORD
004841*   INTO ITS BATCH, OR INTO THE ORPHAN OR UNBATCHED BUCKETS,
004842*   SO THE DEPARTMENT TOTALS ARE KNOWN BEFORE ANY FILE IS
004843*   WRITTEN.  A RELEASED ITEM IS COUNTED TO ITS DEPARTMENT.
004844*---------------------------------------------------------------
004845 2000-COUNT-RESULTS.
004846     MOVE "N" TO WS-EOF-SWITCH
004847     OPEN INPUT CALCOUT-FILE
004850     IF WS-CALCOUT-OK
004860         PERFORM 2100-COUNT-ONE-OUT THRU 2100-EXIT
004870             UNTIL WS-END-OF-FILE
004880         CLOSE CALCOUT-FILE
004890     END-IF
004900     MOVE "N" TO WS-EOF-SWITCH
004910     OPEN INPUT CALCERR-FILE
004920     IF WS-CALCERR-OK
004930         PERFORM 2200-COUNT-ONE-ERR THRU 2200-EXIT
004940             UNTIL WS-END-OF-FILE
004950         CLOSE CALCERR-FILE
004960     END-IF
004970     PERFORM 2400-ROLL-ONE-BATCH THRU 2400-EXIT
004980         VARYING WS-BAT-IDX FROM 1 BY 1
004990         UNTIL WS-BAT-IDX > WS-BAT-USED.
005000 2000-EXIT.
005010     EXIT.
005020
005030 2100-COUNT-ONE-OUT.
005040     READ CALCOUT-FILE
005050         AT END
005060             SET WS-END-OF-FILE TO TRUE
005070         NOT AT END
005080             ADD 1 TO WS-OUT-READ
005090             MOVE CO-BATCH-NO TO WS-LOOKUP-BATCH
005105             MOVE CO-DEPT-CODE TO WS-LOOKUP-DEPT
005120             EVALUATE TRUE
005135                 WHEN WS-LOOKUP-DEPT NOT = SPACES
005150                     ADD 1 TO WS-RELEASED-OUT
005165                     PERFORM 1250-FIND-OR-ADD-DEPT THRU 1250-EXIT
005180                     IF WS-DPT-IDX > 0
005195                         ADD 1 TO WS-DPT-REL-OUT(WS-DPT-IDX)
005210                     END-IF
005211                 WHEN WS-LOOKUP-BATCH = SPACES
005212                     ADD 1 TO WS-UNBATCHED-OUT
005213                 WHEN OTHER
005214                     PERFORM 2300-FIND-BATCH THRU 2300-EXIT
005215                     IF WS-KEY-FOUND
005216                         ADD 1 TO WS-BAT-OUT(WS-BAT-HOLD-IDX)
005217                     ELSE
005218                         IF WS-SHARED-BATCH
005219                             ADD 1 TO WS-SHARED-COUNT
005220                         END-IF
005221                         PERFORM 2500-FIND-OR-ADD-ORPHAN
005222                             THRU 2500-EXIT
005223                         IF WS-ORP-IDX > 0
005224                             ADD 1 TO WS-ORP-OUT(WS-ORP-IDX)
005225                         END-IF
005226                     END-IF
005227             END-EVALUATE
005240     END-READ.
005250 2100-EXIT.
005260     EXIT.
005270
005280 2200-COUNT-ONE-ERR.
005290     READ CALCERR-FILE
005300         AT END
005310             SET WS-END-OF-FILE TO TRUE
005320         NOT AT END
005330             ADD 1 TO WS-ERR-READ
005340             MOVE CE-BATCH-NO TO WS-LOOKUP-BATCH
005355             MOVE CE-DEPT-CODE TO WS-LOOKUP-DEPT
005370             EVALUATE TRUE
005385                 WHEN WS-LOOKUP-DEPT NOT = SPACES
005400                     ADD 1 TO WS-RELEASED-ERR
005415                     PERFORM 1250-FIND-OR-ADD-DEPT THRU 1250-EXIT
005430                     IF WS-DPT-IDX > 0
005445                         ADD 1 TO WS-DPT-REL-ERR(WS-DPT-IDX)
005460                     END-IF
005461                 WHEN WS-LOOKUP-BATCH = SPACES
005462                     ADD 1 TO WS-UNBATCHED-ERR
005463                 WHEN OTHER
005464                     PERFORM 2300-FIND-BATCH THRU 2300-EXIT
005465                     IF WS-KEY-FOUND
005466                         ADD 1 TO WS-BAT-ERR(WS-BAT-HOLD-IDX)
005467                     ELSE
005468                         IF WS-SHARED-BATCH
005469                             ADD 1 TO WS-SHARED-COUNT
005470                         END-IF
005471                         PERFORM 2500-FIND-OR-ADD-ORPHAN
005472                             THRU 2500-EXIT
005473                         IF WS-ORP-IDX > 0
005474                             ADD 1 TO WS-ORP-ERR(WS-ORP-IDX)
005475                         END-IF
005476                     END-IF
005477             END-EVALUATE
005490     END-READ.
005500 2200-EXIT.
005510     EXIT.
005520
005530*---------------------------------------------------------------
005540* 2300-FIND-BATCH THRU 2300-EXIT.
005550*   LEAVES THE BATCH-TABLE INDEX FOR WS-LOOKUP-BATCH IN
005554*   WS-BAT-HOLD-IDX.  WHEN WS-LOOKUP-DEPT IS GIVEN THE HEADER
005558*   MUST BE THAT DEPARTMENT'S.  WITHOUT ONE, A NUMBER KEYED
005562*   UNDER TWO DEPARTMENTS IS NOT FOUND AND WS-SHARED-BATCH SAYS
005566*   WHY; NO HEADER IS PICKED FOR IT.
005570*---------------------------------------------------------------
005580 2300-FIND-BATCH.
005590     MOVE "N" TO WS-KEY-FOUND-SW
005595     MOVE "N" TO WS-SHARED-SW
005600     MOVE 0 TO WS-BAT-HOLD-IDX
005610     PERFORM 2310-CHECK-ONE-BATCH THRU 2310-EXIT
005620         VARYING WS-BAT-IDX FROM 1 BY 1
005630         UNTIL WS-BAT-IDX > WS-BAT-USED
005632             OR WS-KEY-FOUND
005634     IF WS-KEY-FOUND
005636             AND WS-LOOKUP-DEPT = SPACES
005638             AND WS-BAT-SHARED(WS-BAT-HOLD-IDX)
005640         MOVE "N" TO WS-KEY-FOUND-SW
005642         MOVE "Y" TO WS-SHARED-SW
005644         MOVE 0 TO WS-BAT-HOLD-IDX
005646     END-IF.
005650 2300-EXIT.
005660     EXIT.
005670
005680 2310-CHECK-ONE-BATCH.
005684     IF WS-BAT-NO(WS-BAT-IDX) NOT = WS-LOOKUP-BATCH
005688         GO TO 2310-EXIT
005692     END-IF
005696     IF WS-LOOKUP-DEPT NOT = SPACES
005700         MOVE WS-BAT-DEPT-IDX(WS-BAT-IDX) TO WS-DPT-CHK
005704         IF WS-DPT-CODE(WS-DPT-CHK) NOT = WS-LOOKUP-DEPT
005708             GO TO 2310-EXIT
005712         END-IF
005716     END-IF
005720     SET WS-KEY-FOUND TO TRUE
005724     MOVE WS-BAT-IDX TO WS-BAT-HOLD-IDX.
005730 2310-EXIT.
005740     EXIT.
005750
005760*---------------------------------------------------------------
005770* 2400-ROLL-ONE-BATCH THRU 2400-EXIT.
005780*   ROLLS A BATCH'S COUNTS AND HASH UP TO ITS DEPARTMENT.
005790*   REJECTS ARE WHAT WAS READ BUT NEITHER RESULTED, ERRED NOR
005800*   WAS HELD, THE SAME BALANCE CALCRPT PROVES.
005810*---------------------------------------------------------------
005820 2400-ROLL-ONE-BATCH.
005830     MOVE WS-BAT-DEPT-IDX(WS-BAT-IDX) TO WS-DPT-IDX
005840     ADD WS-BAT-OUT(WS-BAT-IDX) TO WS-DPT-OUT(WS-DPT-IDX)
005850     ADD WS-BAT-ERR(WS-BAT-IDX) TO WS-DPT-ERR(WS-DPT-IDX)
005855     ADD WS-BAT-HELD(WS-BAT-IDX) TO WS-DPT-HELD(WS-DPT-IDX)
005860     ADD WS-BAT-HASH(WS-BAT-IDX) TO WS-DPT-HASH(WS-DPT-IDX)
005861     PERFORM 2450-BATCH-REJECTS THRU 2450-EXIT
005862     ADD WS-BAT-REJ TO WS-DPT-REJ(WS-DPT-IDX).
005863 2400-EXIT.
005864     EXIT.
005865
005866*---------------------------------------------------------------
005867* 2450-BATCH-REJECTS THRU 2450-EXIT.
005868*   LEAVES BATCH WS-BAT-IDX'S REJECT COUNT IN WS-BAT-REJ.  A
005869*   BATCH NUMBER KEYED UNDER TWO DEPARTMENTS HAS NO RESULTS OR
005870*   ERRORS COUNTED TO IT, SO NO REJECTS ARE CLAIMED FOR IT.
005871*---------------------------------------------------------------
005872 2450-BATCH-REJECTS.
005873     MOVE ZERO TO WS-BAT-REJ
005874     IF WS-BAT-SHARED(WS-BAT-IDX)
005875         GO TO 2450-EXIT
005876     END-IF
005877     IF WS-BAT-READ(WS-BAT-IDX) > WS-BAT-OUT(WS-BAT-IDX)
005878             + WS-BAT-ERR(WS-BAT-IDX) + WS-BAT-HELD(WS-BAT-IDX)
005890         COMPUTE WS-BAT-REJ = WS-BAT-READ(WS-BAT-IDX)
005900             - WS-BAT-OUT(WS-BAT-IDX) - WS-BAT-ERR(WS-BAT-IDX)
005910             - WS-BAT-HELD(WS-BAT-IDX)
005920     END-IF.
005930 2450-EXIT.
005940     EXIT.
005950
005960*---------------------------------------------------------------
005970* 2500-FIND-OR-ADD-ORPHAN THRU 2500-EXIT.
005980*   LEAVES THE ORPHAN-TABLE INDEX FOR WS-LOOKUP-BATCH IN
005990*   WS-ORP-IDX, OR ZERO WHEN THE TABLE IS FULL.
006000*---------------------------------------------------------------
006010 2500-FIND-OR-ADD-ORPHAN.
006020     MOVE "N" TO WS-KEY-FOUND-SW
006030     PERFORM 2510-CHECK-ONE-ORPHAN THRU 2510-EXIT
006040         VARYING WS-ORP-IDX FROM 1 BY 1
006050         UNTIL WS-ORP-IDX > WS-ORP-USED
006060             OR WS-KEY-FOUND
006070     IF WS-KEY-FOUND
006080         SUBTRACT 1 FROM WS-ORP-IDX
006090         GO TO 2500-EXIT
006100     END-IF
006110     IF WS-ORP-USED < 20
006120         ADD 1 TO WS-ORP-USED
006130         MOVE WS-ORP-USED TO WS-ORP-IDX
006140         MOVE WS-LOOKUP-BATCH TO WS-ORP-BATCH-NO(WS-ORP-IDX)
006150         MOVE ZERO TO WS-ORP-OUT(WS-ORP-IDX)
006160         MOVE ZERO TO WS-ORP-ERR(WS-ORP-IDX)
006165         MOVE WS-SHARED-SW TO WS-ORP-SHARED-SW(WS-ORP-IDX)
006170     ELSE
006180         ADD 1 TO WS-ORP-OVERFLOW
006190         MOVE 0 TO WS-ORP-IDX
006200     END-IF.
006210 2500-EXIT.
006220     EXIT.
006230
006240 2510-CHECK-ONE-ORPHAN.
006250     IF WS-ORP-BATCH-NO(WS-ORP-IDX) = WS-LOOKUP-BATCH
006260         SET WS-KEY-FOUND TO TRUE
006270     END-IF.
006280 2510-EXIT.
006290     EXIT.
006300
006310*---------------------------------------------------------------
006320* 3000-OPEN-RETURNS THRU 3000-EXIT.
006330*   OPENS A RETURN FILE FOR EACH DEPARTMENT THAT HAS A SLOT
006336*   AND WRITES ITS HEADER.  A FILE THAT WILL NOT OPEN LEAVES ITS
006342*   DEPARTMENT NOT RETURNED.
006350*---------------------------------------------------------------
006360 3000-OPEN-RETURNS.
006370     PERFORM 3100-OPEN-ONE-RETURN THRU 3100-EXIT
006380         VARYING WS-DPT-IDX FROM 1 BY 1
006390         UNTIL WS-DPT-IDX > WS-DPT-USED
006400             OR WS-DPT-IDX > WS-MAX-SLOTS.
006410 3000-EXIT.
006420     EXIT.
006430
006440 3100-OPEN-ONE-RETURN.
006450     EVALUATE WS-DPT-IDX
006460         WHEN 1
006470             OPEN OUTPUT CALCRET1-FILE
006480         WHEN 2
006490             OPEN OUTPUT CALCRET2-FILE
006500         WHEN 3
006510             OPEN OUTPUT CALCRET3-FILE
006520         WHEN 4
006530             OPEN OUTPUT CALCRET4-FILE
006540         WHEN 5
006550             OPEN OUTPUT CALCRET5-FILE
006560     END-EVALUATE
006561     IF NOT WS-CALCRET-OK
006562         MOVE "CALCRET " TO WS-SLOT-NAME
006563         MOVE WS-DPT-IDX(2:1) TO WS-SLOT-NAME(8:1)
006564         DISPLAY "CALCSPLT: UNABLE TO OPEN " WS-SLOT-NAME
006565             ", STATUS " WS-CALCRET-STATUS " - DEPARTMENT "
006566             WS-DPT-CODE(WS-DPT-IDX) " NOT RETURNED"
006567         ADD 1 TO WS-RET-FAIL-COUNT
006568         GO TO 3100-EXIT
006569     END-IF
006570     SET WS-DPT-RETURNED(WS-DPT-IDX) TO TRUE
006571     MOVE SPACES TO WS-RET-HDR-RECORD
006580     MOVE "HDR" TO RTH-RECORD-TYPE
006590     MOVE WS-DPT-CODE(WS-DPT-IDX) TO RTH-DEPT-CODE
006600     MOVE WS-TODAY TO RTH-RUN-DATE
006610     MOVE ZERO TO RTH-BATCH-COUNT
006620     PERFORM 3200-LIST-ONE-BATCH THRU 3200-EXIT
006630         VARYING WS-BAT-IDX FROM 1 BY 1
006640         UNTIL WS-BAT-IDX > WS-BAT-USED
006650     MOVE WS-RET-HDR-RECORD TO WS-RET-RECORD
006660     MOVE WS-DPT-IDX TO WS-DPT-SLOT
006670     PERFORM 7500-WRITE-RETURN THRU 7500-EXIT.
006680 3100-EXIT.
006690     EXIT.
006700
006710 3200-LIST-ONE-BATCH.
006720     IF WS-BAT-DEPT-IDX(WS-BAT-IDX) = WS-DPT-IDX
006730             AND RTH-BATCH-COUNT < 10
006740         ADD 1 TO RTH-BATCH-COUNT
006750         MOVE WS-BAT-NO(WS-BAT-IDX)
006760             TO RTH-BATCH-NO(RTH-BATCH-COUNT)
006770     END-IF.
006780 3200-EXIT.
006790     EXIT.
006800
006810*---------------------------------------------------------------
006820* 4000-WRITE-DETAILS THRU 4000-EXIT.
006830*   SECOND PASS: COPIES EACH RESULT, THEN EACH ERROR, TO ITS
006840*   DEPARTMENT'S RETURN FILE.  ORPHAN AND UNBATCHED RECORDS
006850*   WERE COUNTED ON THE FIRST PASS AND GO NOWHERE.
006860*---------------------------------------------------------------
006870 4000-WRITE-DETAILS.
006880     MOVE "N" TO WS-EOF-SWITCH
006890     OPEN INPUT CALCOUT-FILE
006900     IF WS-CALCOUT-OK
006910         PERFORM 4100-COPY-ONE-OUT THRU 4100-EXIT
006920             UNTIL WS-END-OF-FILE
006930         CLOSE CALCOUT-FILE
006940     END-IF
006950     MOVE "N" TO WS-EOF-SWITCH
006960     OPEN INPUT CALCERR-FILE
006970     IF WS-CALCERR-OK
006980         PERFORM 4200-COPY-ONE-ERR THRU 4200-EXIT
006990             UNTIL WS-END-OF-FILE
007000         CLOSE CALCERR-FILE
007010     END-IF.
007020 4000-EXIT.
007030     EXIT.
007040
007050 4100-COPY-ONE-OUT.
007060     READ CALCOUT-FILE
007070         AT END
007080             SET WS-END-OF-FILE TO TRUE
007090         NOT AT END
007100             MOVE CO-BATCH-NO TO WS-LOOKUP-BATCH
007105             MOVE CO-DEPT-CODE TO WS-LOOKUP-DEPT
007110             MOVE SPACES TO WS-RET-DTL-RECORD
007120             MOVE "OUT" TO RTD-RECORD-TYPE
007130             MOVE CALCOUT-RECORD TO RTD-IMAGE
007140             PERFORM 4300-ROUTE-ONE THRU 4300-EXIT
007150     END-READ.
007160 4100-EXIT.
007170     EXIT.
007180
007190 4200-COPY-ONE-ERR.
007200     READ CALCERR-FILE
007210         AT END
007220             SET WS-END-OF-FILE TO TRUE
007230         NOT AT END
007240             MOVE CE-BATCH-NO TO WS-LOOKUP-BATCH
007245             MOVE CE-DEPT-CODE TO WS-LOOKUP-DEPT
007250             MOVE SPACES TO WS-RET-DTL-RECORD
007260             MOVE "ERR" TO RTD-RECORD-TYPE
007270             MOVE CALCERR-RECORD TO RTD-IMAGE
007280             PERFORM 4300-ROUTE-ONE THRU 4300-EXIT
007290     END-READ.
007300 4200-EXIT.
007310     EXIT.
007320
007330*---------------------------------------------------------------
007340* 4300-ROUTE-ONE THRU 4300-EXIT.
007350*   WRITES THE DETAIL RECORD TO ITS DEPARTMENT'S SLOT, OR
007356*   COUNTS IT AS HAVING NO SLOT.  A RELEASED ITEM GOES BY THE
007362*   DEPARTMENT IT CARRIES, THE REST BY THEIR BATCH.
007370*---------------------------------------------------------------
007380 4300-ROUTE-ONE.
007381     IF WS-LOOKUP-DEPT NOT = SPACES
007382         PERFORM 1250-FIND-OR-ADD-DEPT THRU 1250-EXIT
007383         MOVE WS-DPT-IDX TO WS-DPT-SLOT
007384         IF WS-DPT-SLOT = 0 OR WS-DPT-SLOT > WS-MAX-SLOTS
007385             ADD 1 TO WS-NO-SLOT-COUNT
007386             GO TO 4300-EXIT
007387         END-IF
007388         GO TO 4300-WRITE
007389     END-IF
007390     IF WS-LOOKUP-BATCH = SPACES
007400         GO TO 4300-EXIT
007410     END-IF
007420     PERFORM 2300-FIND-BATCH THRU 2300-EXIT
007430     IF NOT WS-KEY-FOUND
007440         GO TO 4300-EXIT
007450     END-IF
007460     MOVE WS-BAT-DEPT-IDX(WS-BAT-HOLD-IDX) TO WS-DPT-SLOT
007470     IF WS-DPT-SLOT > WS-MAX-SLOTS
007480         ADD 1 TO WS-NO-SLOT-COUNT
007490         GO TO 4300-EXIT
007496     END-IF.
007502 4300-WRITE.
007510     MOVE WS-RET-DTL-RECORD TO WS-RET-RECORD
007520     PERFORM 7500-WRITE-RETURN THRU 7500-EXIT.
007530 4300-EXIT.
007540     EXIT.
007550
007560*---------------------------------------------------------------
007570* 5000-CLOSE-RETURNS THRU 5000-EXIT.
007580*   WRITES EACH RETURN FILE'S BATCH TRAILERS AND FILE TRAILER
007590*   AND CLOSES IT.
007600*---------------------------------------------------------------
007610 5000-CLOSE-RETURNS.
007620     PERFORM 5100-CLOSE-ONE-RETURN THRU 5100-EXIT
007630         VARYING WS-DPT-IDX FROM 1 BY 1
007640         UNTIL WS-DPT-IDX > WS-DPT-USED
007650             OR WS-DPT-IDX > WS-MAX-SLOTS.
007660 5000-EXIT.
007670     EXIT.
007680
007690 5100-CLOSE-ONE-RETURN.
007692     IF NOT WS-DPT-RETURNED(WS-DPT-IDX)
007694         GO TO 5100-EXIT
007696     END-IF
007700     MOVE WS-DPT-IDX TO WS-DPT-SLOT
007710     PERFORM 5200-ONE-BATCH-TRAILER THRU 5200-EXIT
007720         VARYING WS-BAT-IDX FROM 1 BY 1
007730         UNTIL WS-BAT-IDX > WS-BAT-USED
007740     MOVE SPACES TO WS-RET-TRL-RECORD
007750     MOVE "TRL" TO RTT-RECORD-TYPE
007760     MOVE WS-DPT-CODE(WS-DPT-IDX) TO RTT-DEPT-CODE
007770     COMPUTE RTT-RECORD-COUNT = WS-DPT-WRITTEN(WS-DPT-IDX) + 1
007780     MOVE WS-DPT-OUT(WS-DPT-IDX) TO RTT-OUT-COUNT
007790     MOVE WS-DPT-ERR(WS-DPT-IDX) TO RTT-ERR-COUNT
007800     MOVE WS-DPT-REJ(WS-DPT-IDX) TO RTT-REJ-COUNT
007810     MOVE WS-DPT-HASH(WS-DPT-IDX) TO RTT-HASH
007812     MOVE WS-DPT-HELD(WS-DPT-IDX) TO RTT-HELD-COUNT
007814     MOVE WS-DPT-REL-OUT(WS-DPT-IDX) TO RTT-REL-OUT-COUNT
007816     MOVE WS-DPT-REL-ERR(WS-DPT-IDX) TO RTT-REL-ERR-COUNT
007820     MOVE WS-RET-TRL-RECORD TO WS-RET-RECORD
007830     PERFORM 7500-WRITE-RETURN THRU 7500-EXIT
007840     EVALUATE WS-DPT-IDX
007850         WHEN 1
007860             CLOSE CALCRET1-FILE
007870         WHEN 2
007880             CLOSE CALCRET2-FILE
007890         WHEN 3
007900             CLOSE CALCRET3-FILE
007910         WHEN 4
007920             CLOSE CALCRET4-FILE
007930         WHEN 5
007940             CLOSE CALCRET5-FILE
007950     END-EVALUATE.
007960 5100-EXIT.
007970     EXIT.
007980
007990 5200-ONE-BATCH-TRAILER.
008000     IF WS-BAT-DEPT-IDX(WS-BAT-IDX) NOT = WS-DPT-IDX
008010         GO TO 5200-EXIT
008020     END-IF
008030     MOVE SPACES TO WS-RET-BTL-RECORD
008040     MOVE "BTL" TO RTB-RECORD-TYPE
008050     MOVE WS-BAT-NO(WS-BAT-IDX) TO RTB-BATCH-NO
008060     MOVE WS-BAT-READ(WS-BAT-IDX) TO RTB-READ-COUNT
008070     MOVE WS-BAT-OUT(WS-BAT-IDX) TO RTB-OUT-COUNT
008080     MOVE WS-BAT-ERR(WS-BAT-IDX) TO RTB-ERR-COUNT
008097     PERFORM 2450-BATCH-REJECTS THRU 2450-EXIT
008114     MOVE WS-BAT-REJ TO RTB-REJ-COUNT
008131     MOVE WS-BAT-HELD(WS-BAT-IDX) TO RTB-HELD-COUNT
008150     MOVE WS-BAT-HASH(WS-BAT-IDX) TO RTB-HASH
008160     MOVE WS-RET-BTL-RECORD TO WS-RET-RECORD
008170     PERFORM 7500-WRITE-RETURN THRU 7500-EXIT.
008180 5200-EXIT.
008190     EXIT.
008200
008210*---------------------------------------------------------------
008220* 7000-WRITE-RPT-LINE THRU 7000-EXIT.
008230*---------------------------------------------------------------
008240 7000-WRITE-RPT-LINE.
008250     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
008260         PERFORM 9000-WRITE-HEADERS THRU 9000-EXIT
008270     END-IF
008280     MOVE SPACES TO CALCSREG-RECORD
008290     MOVE " " TO RPT-CTL-CHAR
008300     MOVE WS-PRINT-LINE TO RPT-TEXT
008310     WRITE CALCSREG-RECORD
008320     ADD 1 TO WS-LINE-COUNT.
008330 7000-EXIT.
008340     EXIT.
008350
008360*---------------------------------------------------------------
008370* 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
008380*   PRINTS WS-RPT-LABEL AND THE EDITED COUNT IN WS-RPT-COUNT.
008390*---------------------------------------------------------------
008400 7100-WRITE-COUNT-LINE.
008410     MOVE SPACES TO WS-PRINT-LINE
008420     STRING "  " DELIMITED BY SIZE
008430         WS-RPT-LABEL DELIMITED BY SIZE
008440         " " DELIMITED BY SIZE
008450         WS-RPT-COUNT DELIMITED BY SIZE
008460         INTO WS-PRINT-LINE
008470     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
008480 7100-EXIT.
008490     EXIT.
008500
008510*---------------------------------------------------------------
008520* 7500-WRITE-RETURN THRU 7500-EXIT.
008530*   WRITES WS-RET-RECORD TO THE RETURN FILE IN SLOT
008536*   WS-DPT-SLOT AND COUNTS IT.  NOTHING GOES TO A SLOT WHOSE
008542*   FILE DID NOT OPEN.
008550*---------------------------------------------------------------
008560 7500-WRITE-RETURN.
008562     IF NOT WS-DPT-RETURNED(WS-DPT-SLOT)
008564         GO TO 7500-EXIT
008566     END-IF
008570     EVALUATE WS-DPT-SLOT
008580         WHEN 1
008590             WRITE CALCRET1-RECORD FROM WS-RET-RECORD
008600         WHEN 2
008610             WRITE CALCRET2-RECORD FROM WS-RET-RECORD
008620         WHEN 3
008630             WRITE CALCRET3-RECORD FROM WS-RET-RECORD
008640         WHEN 4
008650             WRITE CALCRET4-RECORD FROM WS-RET-RECORD
008660         WHEN 5
008670             WRITE CALCRET5-RECORD FROM WS-RET-RECORD
008680     END-EVALUATE
008690     ADD 1 TO WS-DPT-WRITTEN(WS-DPT-SLOT).
008700 7500-EXIT.
008710     EXIT.
008720
008730*---------------------------------------------------------------
008740* 8000-WRITE-REGISTER THRU 8000-EXIT.
008750*   ONE LINE PER DEPARTMENT RETURN FILE, THEN THE ORPHAN
008760*   BATCHES, THEN THE CONTROL COUNTS.
008770*---------------------------------------------------------------
008780 8000-WRITE-REGISTER.
008790     IF WS-DPT-USED = ZERO AND WS-ORP-USED = ZERO
008800         MOVE "NO HEADERS OR RELEASED ITEMS - NO RETURN FILES"
008810             TO WS-PRINT-LINE
008820         PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
008830         GO TO 8000-EXIT
008840     END-IF
008845     MOVE SPACES TO WS-PRINT-LINE
008850     STRING "FILE     DEPT  RESULTS  ERRORS REJECTS"
008855             DELIMITED BY SIZE
008860         "    HELD      NUM1 HASH" DELIMITED BY SIZE
008865         INTO WS-PRINT-LINE
008870     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
008880     PERFORM 8100-ONE-DEPT-LINE THRU 8100-EXIT
008890         VARYING WS-DPT-IDX FROM 1 BY 1
008900         UNTIL WS-DPT-IDX > WS-DPT-USED
008910     MOVE SPACES TO WS-PRINT-LINE
008920     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
008926     MOVE "BATCH NUMBERS WITH NO HEADER OR UNDER TWO DEPTS"
008932         TO WS-PRINT-LINE
008940     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
008950     IF WS-ORP-USED = ZERO
008960         MOVE "  (NONE)" TO WS-PRINT-LINE
008970         PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
008980     END-IF
008990     PERFORM 8200-ONE-ORPHAN-LINE THRU 8200-EXIT
009000         VARYING WS-ORP-IDX FROM 1 BY 1
009010         UNTIL WS-ORP-IDX > WS-ORP-USED
009020     MOVE SPACES TO WS-PRINT-LINE
009030     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
009040     MOVE "CONTROL COUNTS" TO WS-PRINT-LINE
009050     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
009060     MOVE "CALCOUT RECORDS READ" TO WS-RPT-LABEL
009070     MOVE WS-OUT-READ TO WS-RPT-COUNT
009080     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
009090     MOVE "CALCERR RECORDS READ" TO WS-RPT-LABEL
009100     MOVE WS-ERR-READ TO WS-RPT-COUNT
009110     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
009120     MOVE "UNBATCHED RESULTS KEPT" TO WS-RPT-LABEL
009130     MOVE WS-UNBATCHED-OUT TO WS-RPT-COUNT
009140     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
009150     MOVE "UNBATCHED ERRORS KEPT" TO WS-RPT-LABEL
009160     MOVE WS-UNBATCHED-ERR TO WS-RPT-COUNT
009170     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
009171     MOVE "HELD FOR APPROVAL" TO WS-RPT-LABEL
009172     MOVE WS-HELD-COUNT TO WS-RPT-COUNT
009173     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
009174     MOVE "RELEASED RESULTS" TO WS-RPT-LABEL
009175     MOVE WS-RELEASED-OUT TO WS-RPT-COUNT
009176     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
009177     MOVE "RELEASED ERRORS" TO WS-RPT-LABEL
009178     MOVE WS-RELEASED-ERR TO WS-RPT-COUNT
009179     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
009180     IF WS-BAT-OVERFLOW > ZERO
009190         MOVE "HEADERS PAST TABLE LIMIT" TO WS-RPT-LABEL
009200         MOVE WS-BAT-OVERFLOW TO WS-RPT-COUNT
009210         PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
009220     END-IF
009230     IF WS-ORP-OVERFLOW > ZERO
009240         MOVE "ORPHANS PAST TABLE LIMIT" TO WS-RPT-LABEL
009250         MOVE WS-ORP-OVERFLOW TO WS-RPT-COUNT
009251         PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
009252     END-IF
009253     IF WS-SHARED-COUNT > ZERO
009254         MOVE "RECORDS UNDER TWO DEPTS" TO WS-RPT-LABEL
009255         MOVE WS-SHARED-COUNT TO WS-RPT-COUNT
009256         PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
009257     END-IF
009258     IF WS-RET-FAIL-COUNT > ZERO
009259         MOVE "RETURN FILES NOT OPENED" TO WS-RPT-LABEL
009260         MOVE WS-RET-FAIL-COUNT TO WS-RPT-COUNT
009261         PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
009270     END-IF
009280     IF WS-NO-SLOT-COUNT > ZERO
009290         MOVE "RECORDS WITH NO FILE SLOT" TO WS-RPT-LABEL
009300         MOVE WS-NO-SLOT-COUNT TO WS-RPT-COUNT
009310         PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
009320     END-IF.
009330 8000-EXIT.
009340     EXIT.
009350
009360 8100-ONE-DEPT-LINE.
009370     MOVE SPACES TO WS-PRINT-LINE
009380     IF WS-DPT-IDX > WS-MAX-SLOTS
009390         MOVE "*NONE*" TO WS-SLOT-NAME
009400     ELSE
009410         MOVE "CALCRET " TO WS-SLOT-NAME
009420         MOVE WS-DPT-IDX(2:1) TO WS-SLOT-NAME(8:1)
009430     END-IF
009440     MOVE WS-SLOT-NAME TO WS-PRINT-LINE(1:8)
009450     MOVE WS-DPT-CODE(WS-DPT-IDX) TO WS-PRINT-LINE(10:4)
009460     MOVE WS-DPT-OUT(WS-DPT-IDX) TO WS-RPT-COUNT
009470     MOVE WS-RPT-COUNT TO WS-PRINT-LINE(15:7)
009480     MOVE WS-DPT-ERR(WS-DPT-IDX) TO WS-RPT-COUNT
009490     MOVE WS-RPT-COUNT TO WS-PRINT-LINE(23:7)
009500     MOVE WS-DPT-REJ(WS-DPT-IDX) TO WS-RPT-COUNT
009510     MOVE WS-RPT-COUNT TO WS-PRINT-LINE(31:7)
009513     MOVE WS-DPT-HELD(WS-DPT-IDX) TO WS-RPT-COUNT
009516     MOVE WS-RPT-COUNT TO WS-PRINT-LINE(39:7)
009520     MOVE WS-DPT-HASH(WS-DPT-IDX) TO WS-RPT-HASH
009530     MOVE WS-RPT-HASH TO WS-PRINT-LINE(47:13)
009540     IF WS-DPT-IDX > WS-MAX-SLOTS
009546             OR NOT WS-DPT-RETURNED(WS-DPT-IDX)
009552         MOVE "*NOT RETURNED*" TO WS-PRINT-LINE(62:14)
009560     END-IF
009570     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
009580 8100-EXIT.
009590     EXIT.
009600
009610 8200-ONE-ORPHAN-LINE.
009620     MOVE SPACES TO WS-PRINT-LINE
009630     MOVE "  BATCH " TO WS-PRINT-LINE(1:8)
009640     MOVE WS-ORP-BATCH-NO(WS-ORP-IDX) TO WS-PRINT-LINE(9:4)
009650     MOVE WS-ORP-OUT(WS-ORP-IDX) TO WS-RPT-COUNT
009660     MOVE WS-RPT-COUNT TO WS-PRINT-LINE(15:7)
009670     MOVE WS-ORP-ERR(WS-ORP-IDX) TO WS-RPT-COUNT
009680     MOVE WS-RPT-COUNT TO WS-PRINT-LINE(23:7)
009684     IF WS-ORP-SHARED(WS-ORP-IDX)
009688         MOVE "TWO DEPARTMENTS" TO WS-PRINT-LINE(31:15)
009692     END-IF
009696     MOVE "*NOT RETURNED*" TO WS-PRINT-LINE(62:14)
009700     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
009710 8200-EXIT.
009720     EXIT.
009730
009740*---------------------------------------------------------------
009750* 9000-WRITE-HEADERS THRU 9000-EXIT.
009760*---------------------------------------------------------------
009770 9000-WRITE-HEADERS.
009780     ADD 1 TO WS-PAGE-COUNT
009790     MOVE WS-PAGE-COUNT TO WS-PAGE-COUNT-ED
009800     MOVE SPACES TO CALCSREG-RECORD
009810     MOVE "1" TO RPT-CTL-CHAR
009820     MOVE "DEPARTMENT RETURN-FILE REGISTER" TO RPT-TEXT
009830     WRITE CALCSREG-RECORD
009840     MOVE SPACES TO CALCSREG-RECORD
009850     MOVE " " TO RPT-CTL-CHAR
009860     STRING "RUN DATE: " WS-RUN-DATE-ED "     PAGE: "
009870             WS-PAGE-COUNT-ED DELIMITED BY SIZE INTO RPT-TEXT
009880     WRITE CALCSREG-RECORD
009890     MOVE SPACES TO CALCSREG-RECORD
009900     MOVE " " TO RPT-CTL-CHAR
009910     WRITE CALCSREG-RECORD
009920     MOVE ZERO TO WS-LINE-COUNT.
009930 9000-EXIT.
009940     EXIT.
009950
009960 END PROGRAM CALCSPLT.
