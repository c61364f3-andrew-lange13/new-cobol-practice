000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OPRSCRD.
000030 AUTHOR. J H MILLARD.
000040 INSTALLATION. HOME OFFICE DATA CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070****************************************************************
000080*                                                               *
000090* OPRSCRD IS THE MONTHLY OPERATOR KEYING-QUALITY SCORECARD FOR  *
000100* THE SUPERVISORS.  IT READS THE MONTH'S ARCHHIST AUDIT AND     *
000110* REJECT RECORDS, WITH THE OPERATOR'S NAME AND DEPARTMENT FROM  *
000120* OPERMAST, AND PRINTS PER OPERATOR, GROUPED BY DEPARTMENT WITH *
000130* DEPARTMENT SUBTOTALS: THE RECORDS PROCESSED IN EACH PROGRAM,  *
000140* THE REJECT COUNT AND REJECT RATE IN TOTAL AND BY EDITCHK      *
000150* REASON CODE, THE SECURITY REFUSALS AGAINST THE OPERATOR'S ID, *
000160* AND THE CHANGE IN REJECT RATE FROM THE PRIOR MONTH.  A        *
000170* CLOSING EXCEPTION SECTION LISTS THE OPERATORS WHOSE REJECT    *
000180* RATE IS OVER THE THRESHOLD ON THE SCRDCTL CONTROL RECORD, FOR *
000190* RETRAINING REFERRAL.                                          *
000200*                                                               *
000210* A REJECT RECORD CARRIES NO OPERATOR ID; IT IS CHARGED TO THE  *
000220* OPERATOR ON THE AUDIT RECORDS OF THE SAME RUN (SAME PROGRAM,  *
000230* RUN DATE AND RUN TIME).  A RUN WITH MORE THAN ONE OPERATOR    *
000240* ON ITS AUDIT RECORDS - A GUESS-A-NUMBER ROSTER RUN - CANNOT   *
000250* BE CHARGED TO ONE OPERATOR AND ITS REJECTS ARE SHOWN AS       *
000260* UNATTRIBUTED.  THE REJECT RATE IS REJECTS OVER RECORDS        *
000270* PROCESSED PLUS REJECTS.  THE REPORT MONTH (YYYYMM) COMES FROM *
000280* SCRDCTL; BLANK MEANS THE RUN DATE'S MONTH.                    *
000290*                                                               *
000300****************************************************************
000310*MODIFICATION HISTORY
000320*DATE       INIT DESCRIPTION
000330*2026-10-15 JHM  ORIGINAL PROGRAM, MODELED ON CHGBACK AND
000340*                OPERRCRT.
000350****************************************************************
000360
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-370.
000400 OBJECT-COMPUTER. IBM-370.
000410
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT SCRDCTL-FILE ASSIGN TO "SCRDCTL"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-SCRDCTL-STATUS.
000470
000480     SELECT OPERMAST-FILE ASSIGN TO "OPERMAST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS OPR-OPERATOR-ID
000520         FILE STATUS IS WS-OPERMAST-STATUS.
000530
000540     SELECT ARCHHIST-FILE ASSIGN TO "ARCHHIST"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-ARCHHIST-STATUS.
000570
000580     SELECT SCRDRPT-FILE ASSIGN TO "SCRDRPT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-SCRDRPT-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640*---------------------------------------------------------------
000650* SCRDCTL-FILE - REPORT MONTH AND THE REJECT-RATE THRESHOLD FOR
000660* THE EXCEPTION SECTION, READ ONCE.  THE THRESHOLD IS A
000670* PERCENTAGE KEYED AS FOUR DIGITS, ONE DECIMAL PLACE ASSUMED:
000680* 0050 IS 5.0 PERCENT.  5.0 WHEN NONE IS STAGED.
000690*---------------------------------------------------------------
000700 FD  SCRDCTL-FILE.
000710 01  SCRDCTL-RECORD.
000720     05  CTL-REPORT-MONTH        PIC X(06).
000730     05  CTL-FILL-1              PIC X(01).
000740     05  CTL-REJECT-THRESHOLD    PIC 9(03)V9(01).
000750     05  FILLER                  PIC X(69).
000760
000770*---------------------------------------------------------------
000780* OPERMAST-FILE - THE OPERATOR SECURITY MASTER, READ BY KEY FOR
000790* EACH OPERATOR'S NAME AND DEPARTMENT.
000800*---------------------------------------------------------------
000810 FD  OPERMAST-FILE.
000820 COPY OPERMAST.
000830
000840*---------------------------------------------------------------
000850* ARCHHIST-FILE - THE CUMULATIVE AUDIT/REJECT HISTORY WRITTEN
000860* BY ARCHIVER.  "A" AUDIT AND "R" REJECT RECORDS IN THE REPORT
000870* MONTH AND THE PRIOR MONTH ARE TALLIED.  AN "S" DAILY SEAL
000880* CLOSES A BLOCK OF ARCHIVED RECORDS AND IS NOT TALLIED.
000890*---------------------------------------------------------------
000900 FD  ARCHHIST-FILE.
000910 01  ARCHHIST-RECORD.
000920     05  ARC-RUN-DATE            PIC 9(08).
000930     05  ARC-RUN-DATE-X REDEFINES ARC-RUN-DATE.
000940         10  ARC-RUN-YYYYMM      PIC X(06).
000950         10  ARC-RUN-DD          PIC X(02).
000960     05  ARC-RECORD-TYPE         PIC X(01).
000970     05  ARC-PROGRAM-NAME        PIC X(08).
000980     05  ARC-PAYLOAD             PIC X(126).
000990
001000*---------------------------------------------------------------
001010* SCRDRPT-FILE - THE PRINTED SCORECARD.  COLUMN ONE IS A
001020* STANDARD PRINTER CARRIAGE-CONTROL CHARACTER.
001030*---------------------------------------------------------------
001040 FD  SCRDRPT-FILE.
001050 01  SCRDRPT-RECORD.
001060     05  RPT-CTL-CHAR            PIC X(01).
001070     05  RPT-TEXT                PIC X(90).
001080
001090 WORKING-STORAGE SECTION.
001100*---------------------------------------------------------------
001110* FILE STATUS FIELDS AND SWITCHES.
001120*---------------------------------------------------------------
001130 77  WS-SCRDCTL-STATUS           PIC X(02).
001140     88  WS-SCRDCTL-OK                   VALUE "00".
001150 77  WS-OPERMAST-STATUS          PIC X(02).
001160     88  WS-OPERMAST-OK                  VALUE "00".
001170 77  WS-ARCHHIST-STATUS          PIC X(02).
001180     88  WS-ARCHHIST-OK                  VALUE "00".
001190 77  WS-SCRDRPT-STATUS           PIC X(02).
001200     88  WS-SCRDRPT-OK                   VALUE "00".
001210
001220 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001230     88  WS-END-OF-FILE                  VALUE "Y".
001240 77  WS-KEY-FOUND-SW             PIC X(01) VALUE "N".
001250     88  WS-KEY-FOUND                    VALUE "Y".
001260 77  WS-MASTER-OPEN-SW           PIC X(01) VALUE "N".
001270     88  WS-MASTER-OPEN                  VALUE "Y".
001280 77  WS-SWAPPED-SW               PIC X(01) VALUE "N".
001290     88  WS-SWAPPED                      VALUE "Y".
001300*WHICH MONTH THE ARCHIVE RECORD IN HAND FALLS IN.
001310 77  WS-MONTH-SW                 PIC X(01).
001320     88  WS-REPORT-MONTH-REC             VALUE "C".
001330     88  WS-PRIOR-MONTH-REC              VALUE "P".
001340
001350*---------------------------------------------------------------
001360* REPORT MONTH, PRIOR MONTH AND THRESHOLD.
001370*---------------------------------------------------------------
001380 77  WS-TODAY                    PIC 9(08).
001390 01  WS-REPORT-MONTH             PIC X(06).
001400 01  WS-REPORT-MONTH-NUM REDEFINES WS-REPORT-MONTH.
001410     05  WS-REPORT-YYYY          PIC 9(04).
001420     05  WS-REPORT-MM            PIC 9(02).
001430 01  WS-PRIOR-MONTH.
001440     05  WS-PRIOR-YYYY           PIC 9(04).
001450     05  WS-PRIOR-MM             PIC 9(02).
001460 77  WS-THRESHOLD                PIC 9(03)V9(01) VALUE 5.0.
001470
001480*---------------------------------------------------------------
001490* RUNS OF THE CURRENT ARCHIVE BLOCK AND THE OPERATOR ON THEIR
001500* AUDIT RECORDS, SO THE BLOCK'S REJECT RECORDS (WHICH ARCHIVER
001510* FILES AFTER ITS AUDIT RECORDS) CAN BE CHARGED TO AN OPERATOR.
001520* CLEARED AT EACH SEAL.  A RUN SEEN UNDER TWO OPERATORS IS
001530* MARKED SHARED.
001540*---------------------------------------------------------------
001550 01  WS-RUN-TABLE.
001560     05  WS-RUN-ENTRY OCCURS 300 TIMES.
001570         10  WS-RUN-PROGRAM      PIC X(08).
001580         10  WS-RUN-DATE         PIC X(08).
001590         10  WS-RUN-TIME         PIC X(08).
001600         10  WS-RUN-OPERATOR     PIC X(08).
001610         10  WS-RUN-SHARED-SW    PIC X(01).
001620             88  WS-RUN-SHARED           VALUE "Y".
001630 77  WS-RUN-USED                 PIC 9(03) COMP VALUE 0.
001640 77  WS-RUN-IDX                  PIC 9(03) COMP VALUE 0.
001650 77  WS-RUN-HOLD-IDX             PIC 9(03) COMP VALUE 0.
001660 77  WS-RUN-OVERFLOW             PIC 9(07) COMP VALUE ZERO.
001670 77  WS-LOOKUP-PROGRAM           PIC X(08).
001680 77  WS-LOOKUP-DATE              PIC X(08).
001690 77  WS-LOOKUP-TIME              PIC X(08).
001700
001710*---------------------------------------------------------------
001720* REASON CODES SEEN IN THE REPORT MONTH, IN FIRST-SEEN ORDER,
001730* WITH THE REASON TEXT OF THE FIRST REJECT CARRYING EACH.
001740*---------------------------------------------------------------
001750 01  WS-REASON-TABLE.
001760     05  WS-RSN-ENTRY OCCURS 20 TIMES.
001770         10  WS-RSN-CODE         PIC X(04).
001780         10  WS-RSN-TEXT         PIC X(30).
001790 77  WS-RSN-USED                 PIC 9(03) COMP VALUE 0.
001800 77  WS-RSN-IDX                  PIC 9(03) COMP VALUE 0.
001810 77  WS-RSN-HOLD-IDX             PIC 9(03) COMP VALUE 0.
001820 77  WS-RSN-OVERFLOW             PIC 9(07) COMP VALUE ZERO.
001830
001840*---------------------------------------------------------------
001850* PER-OPERATOR SCORECARD TABLE, BUILT FROM ARCHHIST IN FIRST-
001860* SEEN ORDER AND SORTED BY DEPARTMENT AND ID FOR PRINTING.
001870* THE REASON COUNTS PARALLEL WS-REASON-TABLE.
001880*---------------------------------------------------------------
001890 01  WS-OPS-TABLE.
001900     05  WS-OPS-ENTRY OCCURS 100 TIMES.
001910         10  WS-OPS-KEY.
001920             15  WS-OPS-DEPT     PIC X(04).
001930             15  WS-OPS-ID       PIC X(08).
001940         10  WS-OPS-NAME         PIC X(20).
001950         10  WS-OPS-CALC         PIC 9(07) COMP.
001960         10  WS-OPS-GUESS        PIC 9(07) COMP.
001970         10  WS-OPS-PAL          PIC 9(07) COMP.
001980         10  WS-OPS-BOT          PIC 9(07) COMP.
001990         10  WS-OPS-REJECTS      PIC 9(07) COMP.
002000         10  WS-OPS-REFUSALS     PIC 9(07) COMP.
002010         10  WS-OPS-PRIOR-DONE   PIC 9(07) COMP.
002020         10  WS-OPS-PRIOR-REJ    PIC 9(07) COMP.
002030         10  WS-OPS-RSN-COUNT    PIC 9(07) COMP OCCURS 20 TIMES.
002040 01  WS-HOLD-ENTRY               PIC X(144).
002050 77  WS-OPS-USED                 PIC 9(03) COMP VALUE 0.
002060 77  WS-OPS-IDX                  PIC 9(03) COMP VALUE 0.
002070 77  WS-OPS-IDX2                 PIC 9(03) COMP VALUE 0.
002080 77  WS-OPS-HOLD-IDX             PIC 9(03) COMP VALUE 0.
002090 77  WS-OPS-OVERFLOW             PIC 9(07) COMP VALUE ZERO.
002100 77  WS-LOOKUP-ID                PIC X(08).
002110
002120*---------------------------------------------------------------
002130* DEPARTMENT AND REPORT TOTALS, AND RATE WORK FIELDS.
002140*---------------------------------------------------------------
002150 77  WS-CURRENT-DEPT             PIC X(04).
002160 77  WS-DPT-CALC                 PIC 9(07) COMP.
002170 77  WS-DPT-GUESS                PIC 9(07) COMP.
002180 77  WS-DPT-PAL                  PIC 9(07) COMP.
002190 77  WS-DPT-BOT                  PIC 9(07) COMP.
002200 77  WS-DPT-REJECTS              PIC 9(07) COMP.
002210 77  WS-DPT-REFUSALS             PIC 9(07) COMP.
002220 77  WS-DPT-PRIOR-DONE           PIC 9(07) COMP.
002230 77  WS-DPT-PRIOR-REJ            PIC 9(07) COMP.
002240 77  WS-TOT-CALC                 PIC 9(07) COMP VALUE ZERO.
002250 77  WS-TOT-GUESS                PIC 9(07) COMP VALUE ZERO.
002260 77  WS-TOT-PAL                  PIC 9(07) COMP VALUE ZERO.
002270 77  WS-TOT-BOT                  PIC 9(07) COMP VALUE ZERO.
002280 77  WS-TOT-REJECTS              PIC 9(07) COMP VALUE ZERO.
002290 77  WS-TOT-REFUSALS             PIC 9(07) COMP VALUE ZERO.
002300 77  WS-TOT-PRIOR-DONE           PIC 9(07) COMP VALUE ZERO.
002310 77  WS-TOT-PRIOR-REJ            PIC 9(07) COMP VALUE ZERO.
002320 77  WS-UNATTRIB-COUNT           PIC 9(07) COMP VALUE ZERO.
002330 77  WS-OVER-COUNT               PIC 9(05) COMP VALUE ZERO.
002340 77  WS-DONE-COUNT               PIC 9(07) COMP.
002350 77  WS-REJ-COUNT                PIC 9(07) COMP.
002360 77  WS-ATTEMPTS                 PIC 9(08) COMP.
002370 77  WS-RATE                     PIC 9(03)V9(02) COMP-3.
002380 77  WS-PRIOR-RATE               PIC 9(03)V9(02) COMP-3.
002390 77  WS-RATE-CHANGE              PIC S9(03)V9(02) COMP-3.
002400
002410*---------------------------------------------------------------
002420* SHARED WORK RECORDS FOR UNPACKING ARCHHIST PAYLOADS.
002430*---------------------------------------------------------------
002440 COPY AUDITLOG.
002450 COPY REJECTREC.
002460
002470*---------------------------------------------------------------
002480* PRINT-FILE PAGINATION, HEADING AND EDITED WORK FIELDS.
002490*---------------------------------------------------------------
002500 77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
002510 77  WS-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
002520 77  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.
002530 01  WS-PAGE-COUNT-ED            PIC ZZ9.
002540 01  WS-RUN-DATE-RAW             PIC 9(06).
002550 01  WS-RUN-DATE-ED              PIC 99/99/99.
002560 01  WS-PRINT-LINE               PIC X(90).
002570 01  WS-RPT-COUNT                PIC ZZZZZZ9.
002580 01  WS-ED-COUNT                 PIC ZZZZZ9.
002590 01  WS-ED-SMALL                 PIC ZZZZ9.
002600 01  WS-ED-PCT                   PIC ZZ9.99.
002610 01  WS-ED-CHANGE                PIC +++9.99.
002620 01  WS-ED-THRESHOLD             PIC ZZ9.9.
002630
002640 PROCEDURE DIVISION.
002650*---------------------------------------------------------------
002660* 0000-MAINLINE.
002670*---------------------------------------------------------------
002680 0000-MAINLINE.
002690     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002700     IF RETURN-CODE NOT = 16
002710         PERFORM 2000-READ-ARCHIVE THRU 2000-EXIT
002720         PERFORM 3000-RESOLVE-OPERATOR THRU 3000-EXIT
002730             VARYING WS-OPS-IDX FROM 1 BY 1
002740             UNTIL WS-OPS-IDX > WS-OPS-USED
002750         PERFORM 3500-SORT-OPERATORS THRU 3500-EXIT
002760         PERFORM 4000-WRITE-SCORECARD THRU 4000-EXIT
002770         PERFORM 5000-WRITE-EXCEPTIONS THRU 5000-EXIT
002780         PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
002790         IF WS-MASTER-OPEN
002800             CLOSE OPERMAST-FILE
002810         END-IF
002820         CLOSE SCRDRPT-FILE
002830         MOVE ZERO TO RETURN-CODE
002840     END-IF
002850     GOBACK.
002860
002870*---------------------------------------------------------------
002880* 1000-INITIALIZE THRU 1000-EXIT.
002890*   PICKS UP THE REPORT MONTH AND THRESHOLD, WORKS OUT THE
002900*   PRIOR MONTH, OPENS THE MASTER AND THE REPORT.  NO MASTER
002910*   MEANS EVERY OPERATOR LANDS IN THE UNASSIGNED DEPARTMENT,
002920*   WHICH THE REPORT SAYS.
002930*---------------------------------------------------------------
002940 1000-INITIALIZE.
002950     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002960     ACCEPT WS-RUN-DATE-RAW FROM DATE
002970     MOVE WS-RUN-DATE-RAW TO WS-RUN-DATE-ED
002980     MOVE WS-TODAY(1:6) TO WS-REPORT-MONTH
002990     OPEN INPUT SCRDCTL-FILE
003000     IF WS-SCRDCTL-OK
003010         READ SCRDCTL-FILE
003020             AT END
003030                 MOVE SPACES TO SCRDCTL-RECORD
003040         END-READ
003050         CLOSE SCRDCTL-FILE
003060         IF CTL-REPORT-MONTH NOT = SPACES
003070                 AND CTL-REPORT-MONTH NUMERIC
003080             MOVE CTL-REPORT-MONTH TO WS-REPORT-MONTH
003090         END-IF
003100         IF CTL-REJECT-THRESHOLD NUMERIC
003110                 AND CTL-REJECT-THRESHOLD > ZERO
003120             MOVE CTL-REJECT-THRESHOLD TO WS-THRESHOLD
003130         END-IF
003140     END-IF
003150     IF WS-REPORT-MM = 1
003160         COMPUTE WS-PRIOR-YYYY = WS-REPORT-YYYY - 1
003170         MOVE 12 TO WS-PRIOR-MM
003180     ELSE
003190         MOVE WS-REPORT-YYYY TO WS-PRIOR-YYYY
003200         COMPUTE WS-PRIOR-MM = WS-REPORT-MM - 1
003210     END-IF
003220     OPEN INPUT OPERMAST-FILE
003230     IF WS-OPERMAST-OK
003240         SET WS-MASTER-OPEN TO TRUE
003250     ELSE
003260         DISPLAY "OPRSCRD: OPERMAST NOT AVAILABLE, STATUS "
003270             WS-OPERMAST-STATUS " - ALL OPERATORS UNASSIGNED"
003280     END-IF
003290     OPEN OUTPUT SCRDRPT-FILE
003300     IF NOT WS-SCRDRPT-OK
003310         DISPLAY "OPRSCRD: UNABLE TO OPEN SCRDRPT, STATUS "
003320             WS-SCRDRPT-STATUS
003330         MOVE 16 TO RETURN-CODE
003340         IF WS-MASTER-OPEN
003350             CLOSE OPERMAST-FILE
003360         END-IF
003370     ELSE
003380         PERFORM 9000-WRITE-HEADERS THRU 9000-EXIT
003390     END-IF.
003400 1000-EXIT.
003410     EXIT.
003420
003430*---------------------------------------------------------------
003440* 2000-READ-ARCHIVE THRU 2000-EXIT.
003450*---------------------------------------------------------------
003460 2000-READ-ARCHIVE.
003470     MOVE "N" TO WS-EOF-SWITCH
003480     OPEN INPUT ARCHHIST-FILE
003490     IF WS-ARCHHIST-OK
003500         PERFORM 2100-ONE-ARCHIVE THRU 2100-EXIT
003510             UNTIL WS-END-OF-FILE
003520         CLOSE ARCHHIST-FILE
003530     END-IF.
003540 2000-EXIT.
003550     EXIT.
003560
003570*---------------------------------------------------------------
003580* 2100-ONE-ARCHIVE THRU 2100-EXIT.
003590*   A SEAL ENDS THE ARCHIVE BLOCK, SO THE RUN TABLE IS CLEARED.
003600*   AUDIT AND REJECT RECORDS OUTSIDE THE REPORT AND PRIOR
003610*   MONTHS ARE PASSED OVER.
003620*---------------------------------------------------------------
003630 2100-ONE-ARCHIVE.
003640     READ ARCHHIST-FILE
003650         AT END
003660             SET WS-END-OF-FILE TO TRUE
003670             GO TO 2100-EXIT
003680     END-READ
003690     IF ARC-RECORD-TYPE = "S"
003700         MOVE 0 TO WS-RUN-USED
003710         GO TO 2100-EXIT
003720     END-IF
003730     EVALUATE ARC-RUN-YYYYMM
003740         WHEN WS-REPORT-MONTH
003750             SET WS-REPORT-MONTH-REC TO TRUE
003760         WHEN WS-PRIOR-MONTH
003770             SET WS-PRIOR-MONTH-REC TO TRUE
003780         WHEN OTHER
003790             GO TO 2100-EXIT
003800     END-EVALUATE
003810     EVALUATE ARC-RECORD-TYPE
003820         WHEN "A"
003830             PERFORM 2200-TALLY-AUDIT THRU 2200-EXIT
003840         WHEN "R"
003850             PERFORM 2300-TALLY-REJECT THRU 2300-EXIT
003860         WHEN OTHER
003870             CONTINUE
003880     END-EVALUATE.
003890 2100-EXIT.
003900     EXIT.
003910
003920*---------------------------------------------------------------
003930* 2200-TALLY-AUDIT THRU 2200-EXIT.
003940*   NOTES THE RUN'S OPERATOR, THEN COUNTS A DETAIL RECORD AS
003950*   ONE RECORD PROCESSED BY THE OPERATOR IN THE PROGRAM THAT
003960*   WROTE IT.  THE END-OF-RUN TRAILER NAMES THE RUN BUT IS NOT
003970*   ITSELF A RECORD PROCESSED.
003980*---------------------------------------------------------------
003990 2200-TALLY-AUDIT.
004000     MOVE ARC-PAYLOAD(1:107) TO AUDIT-LOG-RECORD
004010     IF AUDIT-OPERATOR-ID = SPACES
004020         GO TO 2200-EXIT
004030     END-IF
004040     MOVE ARC-PROGRAM-NAME TO WS-LOOKUP-PROGRAM
004050     MOVE AUDIT-RUN-DATE TO WS-LOOKUP-DATE
004060     MOVE AUDIT-RUN-TIME TO WS-LOOKUP-TIME
004070     PERFORM 2400-NOTE-RUN THRU 2400-EXIT
004080     IF AUDIT-TRAILER
004090         GO TO 2200-EXIT
004100     END-IF
004110     IF ARC-PROGRAM-NAME NOT = "CALCULAT"
004120             AND ARC-PROGRAM-NAME NOT = "GUESS-A-"
004130             AND ARC-PROGRAM-NAME NOT = "PALINDRO"
004140             AND ARC-PROGRAM-NAME NOT = "99BOTTLE"
004150         GO TO 2200-EXIT
004160     END-IF
004170     MOVE AUDIT-OPERATOR-ID TO WS-LOOKUP-ID
004180     PERFORM 2700-FIND-OR-ADD-OPERATOR THRU 2700-EXIT
004190     IF WS-OPS-HOLD-IDX = 0
004200         GO TO 2200-EXIT
004210     END-IF
004220     IF WS-PRIOR-MONTH-REC
004230         ADD 1 TO WS-OPS-PRIOR-DONE(WS-OPS-HOLD-IDX)
004240         GO TO 2200-EXIT
004250     END-IF
004260     EVALUATE ARC-PROGRAM-NAME
004270         WHEN "CALCULAT"
004280             ADD 1 TO WS-OPS-CALC(WS-OPS-HOLD-IDX)
004290         WHEN "GUESS-A-"
004300             ADD 1 TO WS-OPS-GUESS(WS-OPS-HOLD-IDX)
004310         WHEN "PALINDRO"
004320             ADD 1 TO WS-OPS-PAL(WS-OPS-HOLD-IDX)
004330         WHEN "99BOTTLE"
004340             ADD 1 TO WS-OPS-BOT(WS-OPS-HOLD-IDX)
004350     END-EVALUATE.
004360 2200-EXIT.
004370     EXIT.
004380
004390*---------------------------------------------------------------
004400* 2300-TALLY-REJECT THRU 2300-EXIT.
004410*   AN OPERATOR/PLAYERID REJECT IS A SECURITY REFUSAL AGAINST
004420*   THE ID IN THE FIELD VALUE, AS IN OPERRCRT.  ANY OTHER
004430*   REJECT IS A KEYING REJECT, CHARGED TO THE OPERATOR OF ITS
004440*   RUN UNDER ITS REASON CODE.
004450*---------------------------------------------------------------
004460 2300-TALLY-REJECT.
004470     MOVE ARC-PAYLOAD TO REJECT-LOG-RECORD
004480     IF REJ-FIELD-NAME = "OPERATOR"
004490             OR REJ-FIELD-NAME = "PLAYERID"
004500         IF WS-REPORT-MONTH-REC
004510             MOVE REJ-FIELD-VALUE(1:8) TO WS-LOOKUP-ID
004520             PERFORM 2700-FIND-OR-ADD-OPERATOR THRU 2700-EXIT
004530             IF WS-OPS-HOLD-IDX > 0
004540                 ADD 1 TO WS-OPS-REFUSALS(WS-OPS-HOLD-IDX)
004550             END-IF
004560         END-IF
004570         GO TO 2300-EXIT
004580     END-IF
004590     MOVE REJ-PROGRAM-NAME TO WS-LOOKUP-PROGRAM
004600     MOVE REJ-RUN-DATE TO WS-LOOKUP-DATE
004610     MOVE REJ-RUN-TIME TO WS-LOOKUP-TIME
004620     PERFORM 2500-FIND-RUN THRU 2500-EXIT
004630     IF WS-RUN-HOLD-IDX = 0
004640         IF WS-REPORT-MONTH-REC
004650             ADD 1 TO WS-UNATTRIB-COUNT
004660         END-IF
004670         GO TO 2300-EXIT
004680     END-IF
004690     IF WS-RUN-SHARED(WS-RUN-HOLD-IDX)
004700         IF WS-REPORT-MONTH-REC
004710             ADD 1 TO WS-UNATTRIB-COUNT
004720         END-IF
004730         GO TO 2300-EXIT
004740     END-IF
004750     MOVE WS-RUN-OPERATOR(WS-RUN-HOLD-IDX) TO WS-LOOKUP-ID
004760     PERFORM 2700-FIND-OR-ADD-OPERATOR THRU 2700-EXIT
004770     IF WS-OPS-HOLD-IDX = 0
004780         GO TO 2300-EXIT
004790     END-IF
004800     IF WS-PRIOR-MONTH-REC
004810         ADD 1 TO WS-OPS-PRIOR-REJ(WS-OPS-HOLD-IDX)
004820         GO TO 2300-EXIT
004830     END-IF
004840     ADD 1 TO WS-OPS-REJECTS(WS-OPS-HOLD-IDX)
004850     PERFORM 2600-FIND-OR-ADD-REASON THRU 2600-EXIT
004860     IF WS-RSN-HOLD-IDX > 0
004870         ADD 1 TO
004880             WS-OPS-RSN-COUNT(WS-OPS-HOLD-IDX, WS-RSN-HOLD-IDX)
004890     END-IF.
004900 2300-EXIT.
004910     EXIT.
004920
004930*---------------------------------------------------------------
004940* 2400-NOTE-RUN THRU 2400-EXIT.
004950*   ENTERS THE RUN IN WS-LOOKUP-PROGRAM/-DATE/-TIME UNDER THE
004960*   AUDIT RECORD'S OPERATOR, OR MARKS IT SHARED WHEN IT IS
004970*   ALREADY THERE UNDER ANOTHER OPERATOR.
004980*---------------------------------------------------------------
004990 2400-NOTE-RUN.
005000     PERFORM 2500-FIND-RUN THRU 2500-EXIT
005010     IF WS-RUN-HOLD-IDX > 0
005020         IF WS-RUN-OPERATOR(WS-RUN-HOLD-IDX) NOT =
005030                 AUDIT-OPERATOR-ID
005040             SET WS-RUN-SHARED(WS-RUN-HOLD-IDX) TO TRUE
005050         END-IF
005060         GO TO 2400-EXIT
005070     END-IF
005080     IF WS-RUN-USED < 300
005090         ADD 1 TO WS-RUN-USED
005100         MOVE WS-LOOKUP-PROGRAM TO WS-RUN-PROGRAM(WS-RUN-USED)
005110         MOVE WS-LOOKUP-DATE TO WS-RUN-DATE(WS-RUN-USED)
005120         MOVE WS-LOOKUP-TIME TO WS-RUN-TIME(WS-RUN-USED)
005130         MOVE AUDIT-OPERATOR-ID TO WS-RUN-OPERATOR(WS-RUN-USED)
005140         MOVE "N" TO WS-RUN-SHARED-SW(WS-RUN-USED)
005150     ELSE
005160         ADD 1 TO WS-RUN-OVERFLOW
005170     END-IF.
005180 2400-EXIT.
005190     EXIT.
005200
005210*---------------------------------------------------------------
005220* 2500-FIND-RUN THRU 2500-EXIT.
005230*   LEAVES THE RUN-TABLE INDEX OF THE RUN IN WS-LOOKUP-PROGRAM/
005240*   -DATE/-TIME IN WS-RUN-HOLD-IDX, OR ZERO WHEN IT IS NOT ON
005250*   THE TABLE.
005260*---------------------------------------------------------------
005270 2500-FIND-RUN.
005280     MOVE "N" TO WS-KEY-FOUND-SW
005290     MOVE 0 TO WS-RUN-HOLD-IDX
005300     PERFORM 2510-CHECK-ONE-RUN THRU 2510-EXIT
005310         VARYING WS-RUN-IDX FROM 1 BY 1
005320         UNTIL WS-RUN-IDX > WS-RUN-USED
005330             OR WS-KEY-FOUND.
005340 2500-EXIT.
005350     EXIT.
005360
005370 2510-CHECK-ONE-RUN.
005380     IF WS-RUN-PROGRAM(WS-RUN-IDX) = WS-LOOKUP-PROGRAM
005390             AND WS-RUN-DATE(WS-RUN-IDX) = WS-LOOKUP-DATE
005400             AND WS-RUN-TIME(WS-RUN-IDX) = WS-LOOKUP-TIME
005410         SET WS-KEY-FOUND TO TRUE
005420         MOVE WS-RUN-IDX TO WS-RUN-HOLD-IDX
005430     END-IF.
005440 2510-EXIT.
005450     EXIT.
005460
005470*---------------------------------------------------------------
005480* 2600-FIND-OR-ADD-REASON THRU 2600-EXIT.
005490*   LEAVES THE REASON-TABLE INDEX FOR REJ-REASON-CODE IN
005500*   WS-RSN-HOLD-IDX, ADDING A NEW ENTRY WHEN NEEDED.  A FULL
005510*   TABLE LEAVES IT AT ZERO AND THE REJECT COUNTS ONLY IN THE
005520*   OPERATOR'S TOTAL.
005530*---------------------------------------------------------------
005540 2600-FIND-OR-ADD-REASON.
005550     MOVE "N" TO WS-KEY-FOUND-SW
005560     MOVE 0 TO WS-RSN-HOLD-IDX
005570     PERFORM 2610-CHECK-ONE-REASON THRU 2610-EXIT
005580         VARYING WS-RSN-IDX FROM 1 BY 1
005590         UNTIL WS-RSN-IDX > WS-RSN-USED
005600             OR WS-KEY-FOUND
005610     IF NOT WS-KEY-FOUND
005620         IF WS-RSN-USED < 20
005630             ADD 1 TO WS-RSN-USED
005640             MOVE REJ-REASON-CODE TO WS-RSN-CODE(WS-RSN-USED)
005650             MOVE REJ-REASON-TEXT TO WS-RSN-TEXT(WS-RSN-USED)
005660             MOVE WS-RSN-USED TO WS-RSN-HOLD-IDX
005670         ELSE
005680             ADD 1 TO WS-RSN-OVERFLOW
005690         END-IF
005700     END-IF.
005710 2600-EXIT.
005720     EXIT.
005730
005740 2610-CHECK-ONE-REASON.
005750     IF WS-RSN-CODE(WS-RSN-IDX) = REJ-REASON-CODE
005760         SET WS-KEY-FOUND TO TRUE
005770         MOVE WS-RSN-IDX TO WS-RSN-HOLD-IDX
005780     END-IF.
005790 2610-EXIT.
005800     EXIT.
005810
005820*---------------------------------------------------------------
005830* 2700-FIND-OR-ADD-OPERATOR THRU 2700-EXIT.
005840*   LEAVES THE OPERATOR-TABLE INDEX FOR WS-LOOKUP-ID IN
005850*   WS-OPS-HOLD-IDX, ADDING A NEW ENTRY WHEN THE ID IS NOT
005860*   YET ON THE TABLE.  A FULL TABLE LEAVES IT AT ZERO.
005870*---------------------------------------------------------------
005880 2700-FIND-OR-ADD-OPERATOR.
005890     MOVE "N" TO WS-KEY-FOUND-SW
005900     MOVE 0 TO WS-OPS-HOLD-IDX
005910     PERFORM 2710-CHECK-ONE-ID THRU 2710-EXIT
005920         VARYING WS-OPS-IDX FROM 1 BY 1
005930         UNTIL WS-OPS-IDX > WS-OPS-USED
005940             OR WS-KEY-FOUND
005950     IF NOT WS-KEY-FOUND
005960         IF WS-OPS-USED < 100
005970             ADD 1 TO WS-OPS-USED
005980             MOVE WS-OPS-USED TO WS-OPS-HOLD-IDX
005990             MOVE SPACES TO WS-OPS-DEPT(WS-OPS-USED)
006000             MOVE WS-LOOKUP-ID TO WS-OPS-ID(WS-OPS-USED)
006010             MOVE SPACES TO WS-OPS-NAME(WS-OPS-USED)
006020             MOVE ZERO TO WS-OPS-CALC(WS-OPS-USED)
006030             MOVE ZERO TO WS-OPS-GUESS(WS-OPS-USED)
006040             MOVE ZERO TO WS-OPS-PAL(WS-OPS-USED)
006050             MOVE ZERO TO WS-OPS-BOT(WS-OPS-USED)
006060             MOVE ZERO TO WS-OPS-REJECTS(WS-OPS-USED)
006070             MOVE ZERO TO WS-OPS-REFUSALS(WS-OPS-USED)
006080             MOVE ZERO TO WS-OPS-PRIOR-DONE(WS-OPS-USED)
006090             MOVE ZERO TO WS-OPS-PRIOR-REJ(WS-OPS-USED)
006100             PERFORM 2720-CLEAR-ONE-REASON THRU 2720-EXIT
006110                 VARYING WS-RSN-IDX FROM 1 BY 1
006120                 UNTIL WS-RSN-IDX > 20
006130         ELSE
006140             ADD 1 TO WS-OPS-OVERFLOW
006150         END-IF
006160     END-IF.
006170 2700-EXIT.
006180     EXIT.
006190
006200 2710-CHECK-ONE-ID.
006210     IF WS-OPS-ID(WS-OPS-IDX) = WS-LOOKUP-ID
006220         SET WS-KEY-FOUND TO TRUE
006230         MOVE WS-OPS-IDX TO WS-OPS-HOLD-IDX
006240     END-IF.
006250 2710-EXIT.
006260     EXIT.
006270
006280 2720-CLEAR-ONE-REASON.
006290     MOVE ZERO TO WS-OPS-RSN-COUNT(WS-OPS-HOLD-IDX, WS-RSN-IDX).
006300 2720-EXIT.
006310     EXIT.
006320
006330*---------------------------------------------------------------
006340* 3000-RESOLVE-OPERATOR THRU 3000-EXIT.
006350*   FILLS IN THE NAME AND DEPARTMENT OF THE OPERATOR AT
006360*   WS-OPS-IDX FROM THE MASTER.  AN ID NOT ON THE MASTER (OR
006370*   NO MASTER) GOES TO THE "UNAS" UNASSIGNED DEPARTMENT.
006380*---------------------------------------------------------------
006390 3000-RESOLVE-OPERATOR.
006400     MOVE "UNAS" TO WS-OPS-DEPT(WS-OPS-IDX)
006410     MOVE "NOT ON OPERMAST" TO WS-OPS-NAME(WS-OPS-IDX)
006420     IF NOT WS-MASTER-OPEN
006430         GO TO 3000-EXIT
006440     END-IF
006450     MOVE WS-OPS-ID(WS-OPS-IDX) TO OPR-OPERATOR-ID
006460     READ OPERMAST-FILE
006470         INVALID KEY
006480             CONTINUE
006490         NOT INVALID KEY
006500             MOVE OPR-DEPARTMENT TO WS-OPS-DEPT(WS-OPS-IDX)
006510             MOVE OPR-OPERATOR-NAME TO WS-OPS-NAME(WS-OPS-IDX)
006520     END-READ.
006530 3000-EXIT.
006540     EXIT.
006550
006560*---------------------------------------------------------------
006570* 3500-SORT-OPERATORS THRU 3500-EXIT.
006580*   ORDERS THE TABLE BY DEPARTMENT AND OPERATOR ID FOR THE
006590*   DEPARTMENT BREAKS.  SIMPLE EXCHANGE SORT, AS IN GUESSRPT -
006600*   THE TABLE TOPS OUT AT ONE HUNDRED OPERATORS.
006610*---------------------------------------------------------------
006620 3500-SORT-OPERATORS.
006630     SET WS-SWAPPED TO TRUE
006640     PERFORM 3510-ONE-SORT-PASS THRU 3510-EXIT
006650         UNTIL NOT WS-SWAPPED.
006660 3500-EXIT.
006670     EXIT.
006680
006690 3510-ONE-SORT-PASS.
006700     MOVE "N" TO WS-SWAPPED-SW
006710     PERFORM 3520-COMPARE-PAIR THRU 3520-EXIT
006720         VARYING WS-OPS-IDX FROM 1 BY 1
006730         UNTIL WS-OPS-IDX >= WS-OPS-USED.
006740 3510-EXIT.
006750     EXIT.
006760
006770 3520-COMPARE-PAIR.
006780     COMPUTE WS-OPS-IDX2 = WS-OPS-IDX + 1
006790     IF WS-OPS-KEY(WS-OPS-IDX2) < WS-OPS-KEY(WS-OPS-IDX)
006800         MOVE WS-OPS-ENTRY(WS-OPS-IDX) TO WS-HOLD-ENTRY
006810         MOVE WS-OPS-ENTRY(WS-OPS-IDX2) TO
006820             WS-OPS-ENTRY(WS-OPS-IDX)
006830         MOVE WS-HOLD-ENTRY TO WS-OPS-ENTRY(WS-OPS-IDX2)
006840         SET WS-SWAPPED TO TRUE
006850     END-IF.
006860 3520-EXIT.
006870     EXIT.
006880
006890*---------------------------------------------------------------
006900* 4000-WRITE-SCORECARD THRU 4000-EXIT.
006910*   ONE BLOCK PER DEPARTMENT: A HEADING, A LINE PER OPERATOR
006920*   WITH A LINE UNDER IT PER REASON CODE, AND A SUBTOTAL.
006930*---------------------------------------------------------------
006940 4000-WRITE-SCORECARD.
006950     MOVE SPACES TO WS-PRINT-LINE
006960     STRING "KEYING-QUALITY SCORECARD FOR MONTH "
006970             DELIMITED BY SIZE
006980         WS-REPORT-MONTH DELIMITED BY SIZE
006990         "  (PRIOR MONTH " DELIMITED BY SIZE
007000         WS-PRIOR-MONTH DELIMITED BY SIZE
007010         ")" DELIMITED BY SIZE
007020         INTO WS-PRINT-LINE
007030     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
007040     MOVE SPACES TO WS-PRINT-LINE
007050     MOVE "OPERATOR NAME               CALC  GUESS    PAL    BOT"
007060         TO WS-PRINT-LINE(1:53)
007070     MOVE "   REJ  RATE% REFUS PRIOR%  CHANGE"
007080         TO WS-PRINT-LINE(54:34)
007090     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
007100     IF WS-OPS-USED = ZERO
007110         MOVE "  NO OPERATOR ACTIVITY ON THE ARCHIVE THIS MONTH"
007120             TO WS-PRINT-LINE
007130         PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
007140         GO TO 4000-EXIT
007150     END-IF
007160     MOVE WS-OPS-DEPT(1) TO WS-CURRENT-DEPT
007170     PERFORM 4500-START-DEPT THRU 4500-EXIT
007180     PERFORM 4100-ONE-OPERATOR THRU 4100-EXIT
007190         VARYING WS-OPS-IDX FROM 1 BY 1
007200         UNTIL WS-OPS-IDX > WS-OPS-USED
007210     PERFORM 4600-END-DEPT THRU 4600-EXIT.
007220 4000-EXIT.
007230     EXIT.
007240
007250*---------------------------------------------------------------
007260* 4100-ONE-OPERATOR THRU 4100-EXIT.
007270*   PRINTS THE OPERATOR AT WS-OPS-IDX, BREAKING TO A NEW
007280*   DEPARTMENT FIRST WHEN THE DEPARTMENT CHANGES.
007290*---------------------------------------------------------------
007300 4100-ONE-OPERATOR.
007310     IF WS-OPS-DEPT(WS-OPS-IDX) NOT = WS-CURRENT-DEPT
007320         PERFORM 4600-END-DEPT THRU 4600-EXIT
007330         MOVE WS-OPS-DEPT(WS-OPS-IDX) TO WS-CURRENT-DEPT
007340         PERFORM 4500-START-DEPT THRU 4500-EXIT
007350     END-IF
007360     ADD WS-OPS-CALC(WS-OPS-IDX) TO WS-DPT-CALC
007370     ADD WS-OPS-GUESS(WS-OPS-IDX) TO WS-DPT-GUESS
007380     ADD WS-OPS-PAL(WS-OPS-IDX) TO WS-DPT-PAL
007390     ADD WS-OPS-BOT(WS-OPS-IDX) TO WS-DPT-BOT
007400     ADD WS-OPS-REJECTS(WS-OPS-IDX) TO WS-DPT-REJECTS
007410     ADD WS-OPS-REFUSALS(WS-OPS-IDX) TO WS-DPT-REFUSALS
007420     ADD WS-OPS-PRIOR-DONE(WS-OPS-IDX) TO WS-DPT-PRIOR-DONE
007430     ADD WS-OPS-PRIOR-REJ(WS-OPS-IDX) TO WS-DPT-PRIOR-REJ
007440     COMPUTE WS-DONE-COUNT = WS-OPS-CALC(WS-OPS-IDX)
007450         + WS-OPS-GUESS(WS-OPS-IDX) + WS-OPS-PAL(WS-OPS-IDX)
007460         + WS-OPS-BOT(WS-OPS-IDX)
007470     MOVE WS-OPS-REJECTS(WS-OPS-IDX) TO WS-REJ-COUNT
007480     MOVE SPACES TO WS-PRINT-LINE
007490     MOVE WS-OPS-ID(WS-OPS-IDX) TO WS-PRINT-LINE(1:8)
007500     MOVE WS-OPS-NAME(WS-OPS-IDX) TO WS-PRINT-LINE(10:16)
007510     MOVE WS-OPS-CALC(WS-OPS-IDX) TO WS-ED-COUNT
007520     MOVE WS-ED-COUNT TO WS-PRINT-LINE(27:6)
007530     MOVE WS-OPS-GUESS(WS-OPS-IDX) TO WS-ED-COUNT
007540     MOVE WS-ED-COUNT TO WS-PRINT-LINE(34:6)
007550     MOVE WS-OPS-PAL(WS-OPS-IDX) TO WS-ED-COUNT
007560     MOVE WS-ED-COUNT TO WS-PRINT-LINE(41:6)
007570     MOVE WS-OPS-BOT(WS-OPS-IDX) TO WS-ED-COUNT
007580     MOVE WS-ED-COUNT TO WS-PRINT-LINE(48:6)
007590     MOVE WS-OPS-REFUSALS(WS-OPS-IDX) TO WS-ED-SMALL
007600     MOVE WS-ED-SMALL TO WS-PRINT-LINE(68:5)
007610     PERFORM 4800-RATE-COLUMNS THRU 4800-EXIT
007620     MOVE WS-OPS-PRIOR-DONE(WS-OPS-IDX) TO WS-DONE-COUNT
007630     MOVE WS-OPS-PRIOR-REJ(WS-OPS-IDX) TO WS-REJ-COUNT
007640     PERFORM 4850-PRIOR-COLUMNS THRU 4850-EXIT
007650     IF WS-RATE > WS-THRESHOLD
007660         MOVE "*" TO WS-PRINT-LINE(89:1)
007670         ADD 1 TO WS-OVER-COUNT
007680     END-IF
007690     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
007700     PERFORM 4200-ONE-REASON-LINE THRU 4200-EXIT
007710         VARYING WS-RSN-IDX FROM 1 BY 1
007720         UNTIL WS-RSN-IDX > WS-RSN-USED.
007730 4100-EXIT.
007740     EXIT.
007750
007760*---------------------------------------------------------------
007770* 4200-ONE-REASON-LINE THRU 4200-EXIT.
007780*   THE OPERATOR'S REJECTS UNDER ONE REASON CODE AND THEIR
007790*   SHARE OF THE OPERATOR'S RECORDS, WHEN THERE ARE ANY.
007800*---------------------------------------------------------------
007810 4200-ONE-REASON-LINE.
007820     IF WS-OPS-RSN-COUNT(WS-OPS-IDX, WS-RSN-IDX) = ZERO
007830         GO TO 4200-EXIT
007840     END-IF
007850     COMPUTE WS-DONE-COUNT = WS-OPS-CALC(WS-OPS-IDX)
007860         + WS-OPS-GUESS(WS-OPS-IDX) + WS-OPS-PAL(WS-OPS-IDX)
007870         + WS-OPS-BOT(WS-OPS-IDX)
007880     COMPUTE WS-ATTEMPTS = WS-DONE-COUNT
007890         + WS-OPS-REJECTS(WS-OPS-IDX)
007900     COMPUTE WS-RATE ROUNDED =
007910         WS-OPS-RSN-COUNT(WS-OPS-IDX, WS-RSN-IDX) * 100
007920             / WS-ATTEMPTS
007930     MOVE SPACES TO WS-PRINT-LINE
007940     STRING "REASON " DELIMITED BY SIZE
007950         WS-RSN-CODE(WS-RSN-IDX) DELIMITED BY SIZE
007960         " " DELIMITED BY SIZE
007970         WS-RSN-TEXT(WS-RSN-IDX) DELIMITED BY SIZE
007980         INTO WS-PRINT-LINE(10:42)
007990     MOVE WS-OPS-RSN-COUNT(WS-OPS-IDX, WS-RSN-IDX) TO WS-ED-SMALL
008000     MOVE WS-ED-SMALL TO WS-PRINT-LINE(55:5)
008010     MOVE WS-RATE TO WS-ED-PCT
008020     MOVE WS-ED-PCT TO WS-PRINT-LINE(61:6)
008030     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
008040 4200-EXIT.
008050     EXIT.
008060
008070*---------------------------------------------------------------
008080* 4500-START-DEPT THRU 4600-EXIT.
008090*   DEPARTMENT HEADING, AND THE DEPARTMENT SUBTOTAL LINE WHICH
008100*   ALSO ROLLS THE DEPARTMENT INTO THE REPORT TOTALS.
008110*---------------------------------------------------------------
008120 4500-START-DEPT.
008130     MOVE SPACES TO WS-PRINT-LINE
008140     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
008150     STRING "DEPARTMENT " DELIMITED BY SIZE
008160         WS-CURRENT-DEPT DELIMITED BY SIZE
008170         INTO WS-PRINT-LINE
008180     IF WS-CURRENT-DEPT = "UNAS"
008190         MOVE "*UNASSIGNED*" TO WS-PRINT-LINE(17:12)
008200     END-IF
008210     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
008220     MOVE ZERO TO WS-DPT-CALC
008230     MOVE ZERO TO WS-DPT-GUESS
008240     MOVE ZERO TO WS-DPT-PAL
008250     MOVE ZERO TO WS-DPT-BOT
008260     MOVE ZERO TO WS-DPT-REJECTS
008270     MOVE ZERO TO WS-DPT-REFUSALS
008280     MOVE ZERO TO WS-DPT-PRIOR-DONE
008290     MOVE ZERO TO WS-DPT-PRIOR-REJ.
008300 4500-EXIT.
008310     EXIT.
008320
008330 4600-END-DEPT.
008340     MOVE SPACES TO WS-PRINT-LINE
008350     STRING "  DEPT " DELIMITED BY SIZE
008360         WS-CURRENT-DEPT DELIMITED BY SIZE
008370         " TOTAL" DELIMITED BY SIZE
008380         INTO WS-PRINT-LINE
008390     MOVE WS-DPT-CALC TO WS-ED-COUNT
008400     MOVE WS-ED-COUNT TO WS-PRINT-LINE(27:6)
008410     MOVE WS-DPT-GUESS TO WS-ED-COUNT
008420     MOVE WS-ED-COUNT TO WS-PRINT-LINE(34:6)
008430     MOVE WS-DPT-PAL TO WS-ED-COUNT
008440     MOVE WS-ED-COUNT TO WS-PRINT-LINE(41:6)
008450     MOVE WS-DPT-BOT TO WS-ED-COUNT
008460     MOVE WS-ED-COUNT TO WS-PRINT-LINE(48:6)
008470     MOVE WS-DPT-REFUSALS TO WS-ED-SMALL
008480     MOVE WS-ED-SMALL TO WS-PRINT-LINE(68:5)
008490     COMPUTE WS-DONE-COUNT = WS-DPT-CALC + WS-DPT-GUESS
008500         + WS-DPT-PAL + WS-DPT-BOT
008510     MOVE WS-DPT-REJECTS TO WS-REJ-COUNT
008520     PERFORM 4800-RATE-COLUMNS THRU 4800-EXIT
008530     MOVE WS-DPT-PRIOR-DONE TO WS-DONE-COUNT
008540     MOVE WS-DPT-PRIOR-REJ TO WS-REJ-COUNT
008550     PERFORM 4850-PRIOR-COLUMNS THRU 4850-EXIT
008560     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
008570     ADD WS-DPT-CALC TO WS-TOT-CALC
008580     ADD WS-DPT-GUESS TO WS-TOT-GUESS
008590     ADD WS-DPT-PAL TO WS-TOT-PAL
008600     ADD WS-DPT-BOT TO WS-TOT-BOT
008610     ADD WS-DPT-REJECTS TO WS-TOT-REJECTS
008620     ADD WS-DPT-REFUSALS TO WS-TOT-REFUSALS
008630     ADD WS-DPT-PRIOR-DONE TO WS-TOT-PRIOR-DONE
008640     ADD WS-DPT-PRIOR-REJ TO WS-TOT-PRIOR-REJ.
008650 4600-EXIT.
008660     EXIT.
008670
008680*---------------------------------------------------------------
008690* 4800-RATE-COLUMNS THRU 4850-EXIT.
008700*   4800 PUTS THE REJECT COUNT AND RATE OF WS-DONE-COUNT
008710*   RECORDS PROCESSED AND WS-REJ-COUNT REJECTS ON THE LINE AND
008720*   LEAVES THE RATE IN WS-RATE.  4850 THEN TAKES THE PRIOR
008730*   MONTH'S COUNTS THE SAME WAY AND PUTS THE PRIOR RATE AND THE
008740*   CHANGE ON THE LINE.  NO RECORDS AT ALL IS A RATE OF ZERO.
008750*---------------------------------------------------------------
008760 4800-RATE-COLUMNS.
008770     COMPUTE WS-ATTEMPTS = WS-DONE-COUNT + WS-REJ-COUNT
008780     IF WS-ATTEMPTS = ZERO
008790         MOVE ZERO TO WS-RATE
008800     ELSE
008810         COMPUTE WS-RATE ROUNDED =
008820             WS-REJ-COUNT * 100 / WS-ATTEMPTS
008830     END-IF
008840     MOVE WS-REJ-COUNT TO WS-ED-SMALL
008850     MOVE WS-ED-SMALL TO WS-PRINT-LINE(55:5)
008860     MOVE WS-RATE TO WS-ED-PCT
008870     MOVE WS-ED-PCT TO WS-PRINT-LINE(61:6).
008880 4800-EXIT.
008890     EXIT.
008900
008910 4850-PRIOR-COLUMNS.
008920     COMPUTE WS-ATTEMPTS = WS-DONE-COUNT + WS-REJ-COUNT
008930     IF WS-ATTEMPTS = ZERO
008940         MOVE "  NONE" TO WS-PRINT-LINE(74:6)
008950         GO TO 4850-EXIT
008960     END-IF
008970     COMPUTE WS-PRIOR-RATE ROUNDED =
008980         WS-REJ-COUNT * 100 / WS-ATTEMPTS
008990     COMPUTE WS-RATE-CHANGE = WS-RATE - WS-PRIOR-RATE
009000     MOVE WS-PRIOR-RATE TO WS-ED-PCT
009010     MOVE WS-ED-PCT TO WS-PRINT-LINE(74:6)
009020     MOVE WS-RATE-CHANGE TO WS-ED-CHANGE
009030     MOVE WS-ED-CHANGE TO WS-PRINT-LINE(81:7).
009040 4850-EXIT.
009050     EXIT.
009060
009070*---------------------------------------------------------------
009080* 5000-WRITE-EXCEPTIONS THRU 5000-EXIT.
009090*   THE OPERATORS WHOSE REJECT RATE FOR THE MONTH IS OVER THE
009100*   THRESHOLD (MARKED * ON THE SCORECARD), FOR RETRAINING
009110*   REFERRAL.
009120*---------------------------------------------------------------
009130 5000-WRITE-EXCEPTIONS.
009140     MOVE SPACES TO WS-PRINT-LINE
009150     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
009160     MOVE WS-THRESHOLD TO WS-ED-THRESHOLD
009170     STRING "REJECT RATE OVER " DELIMITED BY SIZE
009180         WS-ED-THRESHOLD DELIMITED BY SIZE
009190         " PERCENT - REFER FOR RETRAINING" DELIMITED BY SIZE
009200         INTO WS-PRINT-LINE
009210     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
009220     IF WS-OVER-COUNT = ZERO
009230         MOVE "  NO OPERATOR IS OVER THE THRESHOLD"
009240             TO WS-PRINT-LINE
009250         PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
009260         GO TO 5000-EXIT
009270     END-IF
009280     MOVE "OPERATOR NAME             DEPT ATTEMPTS   REJ  RATE%"
009290         TO WS-PRINT-LINE
009300     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
009310     PERFORM 5100-ONE-EXCEPTION THRU 5100-EXIT
009320         VARYING WS-OPS-IDX FROM 1 BY 1
009330         UNTIL WS-OPS-IDX > WS-OPS-USED.
009340 5000-EXIT.
009350     EXIT.
009360
009370 5100-ONE-EXCEPTION.
009380     COMPUTE WS-ATTEMPTS = WS-OPS-CALC(WS-OPS-IDX)
009390         + WS-OPS-GUESS(WS-OPS-IDX) + WS-OPS-PAL(WS-OPS-IDX)
009400         + WS-OPS-BOT(WS-OPS-IDX) + WS-OPS-REJECTS(WS-OPS-IDX)
009410     IF WS-ATTEMPTS = ZERO
009420         GO TO 5100-EXIT
009430     END-IF
009440     COMPUTE WS-RATE ROUNDED =
009450         WS-OPS-REJECTS(WS-OPS-IDX) * 100 / WS-ATTEMPTS
009460     IF WS-RATE NOT > WS-THRESHOLD
009470         GO TO 5100-EXIT
009480     END-IF
009490     MOVE SPACES TO WS-PRINT-LINE
009500     MOVE WS-OPS-ID(WS-OPS-IDX) TO WS-PRINT-LINE(1:8)
009510     MOVE WS-OPS-NAME(WS-OPS-IDX) TO WS-PRINT-LINE(10:16)
009520     MOVE WS-OPS-DEPT(WS-OPS-IDX) TO WS-PRINT-LINE(27:4)
009530     MOVE WS-ATTEMPTS TO WS-RPT-COUNT
009540     MOVE WS-RPT-COUNT TO WS-PRINT-LINE(32:7)
009550     MOVE WS-OPS-REJECTS(WS-OPS-IDX) TO WS-ED-SMALL
009560     MOVE WS-ED-SMALL TO WS-PRINT-LINE(41:5)
009570     MOVE WS-RATE TO WS-ED-PCT
009580     MOVE WS-ED-PCT TO WS-PRINT-LINE(47:6)
009590     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
009600 5100-EXIT.
009610     EXIT.
009620
009630*---------------------------------------------------------------
009640* 7000-WRITE-RPT-LINE THRU 7000-EXIT.
009650*---------------------------------------------------------------
009660 7000-WRITE-RPT-LINE.
009670     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009680         PERFORM 9000-WRITE-HEADERS THRU 9000-EXIT
009690     END-IF
009700     MOVE SPACES TO SCRDRPT-RECORD
009710     MOVE " " TO RPT-CTL-CHAR
009720     MOVE WS-PRINT-LINE TO RPT-TEXT
009730     WRITE SCRDRPT-RECORD
009740     ADD 1 TO WS-LINE-COUNT
009750     MOVE SPACES TO WS-PRINT-LINE.
009760 7000-EXIT.
009770     EXIT.
009780
009790*---------------------------------------------------------------
009800* 8000-WRITE-TOTALS THRU 8000-EXIT.
009810*---------------------------------------------------------------
009820 8000-WRITE-TOTALS.
009830     MOVE SPACES TO WS-PRINT-LINE
009840     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
009850     MOVE "  REPORT TOTAL" TO WS-PRINT-LINE
009860     MOVE WS-TOT-CALC TO WS-ED-COUNT
009870     MOVE WS-ED-COUNT TO WS-PRINT-LINE(27:6)
009880     MOVE WS-TOT-GUESS TO WS-ED-COUNT
009890     MOVE WS-ED-COUNT TO WS-PRINT-LINE(34:6)
009900     MOVE WS-TOT-PAL TO WS-ED-COUNT
009910     MOVE WS-ED-COUNT TO WS-PRINT-LINE(41:6)
009920     MOVE WS-TOT-BOT TO WS-ED-COUNT
009930     MOVE WS-ED-COUNT TO WS-PRINT-LINE(48:6)
009940     MOVE WS-TOT-REFUSALS TO WS-ED-SMALL
009950     MOVE WS-ED-SMALL TO WS-PRINT-LINE(68:5)
009960     COMPUTE WS-DONE-COUNT = WS-TOT-CALC + WS-TOT-GUESS
009970         + WS-TOT-PAL + WS-TOT-BOT
009980     MOVE WS-TOT-REJECTS TO WS-REJ-COUNT
009990     PERFORM 4800-RATE-COLUMNS THRU 4800-EXIT
010000     MOVE WS-TOT-PRIOR-DONE TO WS-DONE-COUNT
010010     MOVE WS-TOT-PRIOR-REJ TO WS-REJ-COUNT
010020     PERFORM 4850-PRIOR-COLUMNS THRU 4850-EXIT
010030     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
010040     MOVE WS-OPS-USED TO WS-RPT-COUNT
010050     STRING "OPERATORS SCORED.... " DELIMITED BY SIZE
010060         WS-RPT-COUNT DELIMITED BY SIZE
010070         INTO WS-PRINT-LINE
010080     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
010090     MOVE WS-OVER-COUNT TO WS-RPT-COUNT
010100     STRING "OVER THRESHOLD...... " DELIMITED BY SIZE
010110         WS-RPT-COUNT DELIMITED BY SIZE
010120         INTO WS-PRINT-LINE
010130     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
010140     IF WS-UNATTRIB-COUNT > ZERO
010150         MOVE WS-UNATTRIB-COUNT TO WS-RPT-COUNT
010160         STRING "*** " DELIMITED BY SIZE
010170             WS-RPT-COUNT DELIMITED BY SIZE
010180             " REJECTS FROM SHARED OR UNKNOWN RUNS NOT CHARGED"
010190             DELIMITED BY SIZE
010200             INTO WS-PRINT-LINE
010210         PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
010220     END-IF
010230     IF WS-OPS-OVERFLOW > ZERO
010240             OR WS-RUN-OVERFLOW > ZERO
010250             OR WS-RSN-OVERFLOW > ZERO
010260         COMPUTE WS-ATTEMPTS = WS-OPS-OVERFLOW + WS-RUN-OVERFLOW
010270             + WS-RSN-OVERFLOW
010280         MOVE WS-ATTEMPTS TO WS-RPT-COUNT
010290         STRING "NOT TALLIED (TABLE FULL) " DELIMITED BY SIZE
010300             WS-RPT-COUNT DELIMITED BY SIZE
010310             INTO WS-PRINT-LINE
010320         PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
010330     END-IF.
010340 8000-EXIT.
010350     EXIT.
010360
010370*---------------------------------------------------------------
010380* 9000-WRITE-HEADERS THRU 9000-EXIT.
010390*---------------------------------------------------------------
010400 9000-WRITE-HEADERS.
010410     ADD 1 TO WS-PAGE-COUNT
010420     MOVE WS-PAGE-COUNT TO WS-PAGE-COUNT-ED
010430     MOVE SPACES TO SCRDRPT-RECORD
010440     MOVE "1" TO RPT-CTL-CHAR
010450     MOVE "MONTHLY OPERATOR KEYING-QUALITY SCORECARD" TO RPT-TEXT
010460     WRITE SCRDRPT-RECORD
010470     MOVE SPACES TO SCRDRPT-RECORD
010480     MOVE " " TO RPT-CTL-CHAR
010490     STRING "RUN DATE: " WS-RUN-DATE-ED "     PAGE: "
010500             WS-PAGE-COUNT-ED DELIMITED BY SIZE INTO RPT-TEXT
010510     WRITE SCRDRPT-RECORD
010520     MOVE SPACES TO SCRDRPT-RECORD
010530     MOVE " " TO RPT-CTL-CHAR
010540     WRITE SCRDRPT-RECORD
010550     MOVE ZERO TO WS-LINE-COUNT.
010560 9000-EXIT.
010570     EXIT.
010580
010590 END PROGRAM OPRSCRD.
