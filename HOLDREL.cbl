000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HOLDREL.
000030 AUTHOR. J H MILLARD.
000040 INSTALLATION. HOME OFFICE DATA CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070****************************************************************
000080*                                                               *
000090* HOLDREL IS THE SUPERVISOR RELEASE RUN FOR FINANCIAL-MODE      *
000100* CALCULATOR ITEMS HELD ON CALCHOLD BECAUSE THEIR BASE-         *
000110* CURRENCY AMOUNT WAS OVER THE KEYING OPERATOR'S OPERMAST       *
000120* APPROVAL LIMIT.                                               *
000130*                                                               *
000140* THE RELEASING OPERATOR'S ID IS READ FROM HOLDCTL AND CHECKED  *
000150* THROUGH OPERCHK LIKE ANY CALCULATOR OPERATOR.  A REFUSED ID   *
000160* RELEASES NOTHING: THE REFUSAL GOES TO MSGWRT AS SEVERE AND    *
000170* THE STEP ENDS WITH RETURN CODE 12.                            *
000180*                                                               *
000190* HOLDDEC CARRIES ONE DECISION CARD PER HELD ITEM - THE 13-     *
000200* DIGIT HOLD ID (RUN DATE AND SEQUENCE) AND APPROVE OR          *
000210* DECLINE.  A DECISION IS REFUSED WHEN THE RELEASER KEYED THE   *
000220* ITEM, AND AN APPROVAL ALSO WHEN THE ITEM'S AMOUNT IS OVER THE *
000230* RELEASER'S OWN LIMIT.  APPROVED ITEMS ARE APPENDED TO         *
000240* CALCAPPR FOR THE NEXT CALCULATOR RUN; DECLINED ITEMS ARE      *
000250* DROPPED; EVERY OTHER ITEM STAYS ON CALCHOLD, REWRITTEN        *
000260* THROUGH THE HOLDWRK WORK FILE.                                *
000270*                                                               *
000271* A HELD ITEM WHOSE HOLD ID IS ALREADY ON CALCAPPR WAS APPROVED *
000272* BY AN EARLIER RUN THAT FAILED BEFORE CALCHOLD WAS REWRITTEN.  *
000273* IT IS DROPPED FROM CALCHOLD WITHOUT BEING APPENDED AGAIN, SO  *
000274* A RERUN NEVER APPROVES AN ITEM TWICE.                         *
000275*                                                               *
000280* THE HOLDRPT REGISTER LISTS EVERY DECISION AND ITS RESULT,     *
000290* EVERY ITEM STILL HELD, AND THE CONTROL COUNTS.  A REFUSED,    *
000300* UNMATCHED OR UNREADABLE DECISION ENDS THE STEP WITH RETURN    *
000310* CODE 4.                                                       *
000320*                                                               *
000330****************************************************************
000340*MODIFICATION HISTORY
000350*DATE       INIT DESCRIPTION
000360*2026-10-15 JHM  ORIGINAL PROGRAM, WRITTEN ALONGSIDE THE
000370*                CALCULATOR APPROVAL-LIMIT HOLD.
000371*2026-10-15 JHM  THE RELEASER'S PIN IS READ FROM HOLDCTL AND
000372*                PASSED TO OPERCHK WITH THE RELEASER'S ID.
000373*2026-10-15 JHM  APPROVED ITEMS CARRY THE HOLD'S DEPARTMENT AND
000374*                BATCH NUMBER TO CALCAPPR.  CALCHOLD IS ONLY
000375*                REWRITTEN WHEN HOLDWRK REOPENS CLEANLY, AND A
000376*                FAILED REWRITE ENDS THE STEP WITH RC 16.
000378*2026-10-15 JHM  A HELD ITEM ALREADY ON CALCAPPR IS DROPPED
000380*                WITHOUT BEING APPROVED AGAIN, SO A RERUN AFTER
000382*                A FAILED CALCHOLD REWRITE IS SAFE.  A ZERO
000384*                RELEASER LIMIT MEANS NO LIMIT, AS IN CALCULATOR.
000386****************************************************************
000390
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. IBM-370.
000430 OBJECT-COMPUTER. IBM-370.
000440
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT HOLDCTL-FILE ASSIGN TO "HOLDCTL"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-HOLDCTL-STATUS.
000500
000510     SELECT HOLDDEC-FILE ASSIGN TO "HOLDDEC"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-HOLDDEC-STATUS.
000540
000550     SELECT CALCHOLD-FILE ASSIGN TO "CALCHOLD"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-CALCHOLD-STATUS.
000580
000590     SELECT HOLDWRK-FILE ASSIGN TO "HOLDWRK"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-HOLDWRK-STATUS.
000620
000630     SELECT CALCAPPR-FILE ASSIGN TO "CALCAPPR"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-CALCAPPR-STATUS.
000660
000670     SELECT HOLDRPT-FILE ASSIGN TO "HOLDRPT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-HOLDRPT-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730*---------------------------------------------------------------
000740* HOLDCTL-FILE - THE RELEASE-RUN CONTROL CARD: THE RELEASING
000750* OPERATOR'S ID AND PIN.
000760*---------------------------------------------------------------
000770 FD  HOLDCTL-FILE.
000780 01  HOLDCTL-RECORD.
000790     05  HCT-RELEASER-ID         PIC X(08).
000800     05  HCT-RELEASER-PIN        PIC X(08).
000801     05  FILLER                  PIC X(64).
000810
000820*---------------------------------------------------------------
000830* HOLDDEC-FILE - ONE DECISION CARD PER HELD ITEM.
000840*---------------------------------------------------------------
000850 FD  HOLDDEC-FILE.
000860 01  HOLDDEC-RECORD.
000870     05  HDC-HOLD-ID             PIC X(13).
000880     05  HDC-FILL-1              PIC X(01).
000890     05  HDC-ACTION              PIC X(07).
000900         88  HDC-APPROVE                 VALUE "APPROVE".
000910         88  HDC-DECLINE                 VALUE "DECLINE".
000920     05  FILLER                  PIC X(59).
000930
000940*---------------------------------------------------------------
000950* CALCHOLD-FILE - THE PENDING HOLDS, AS WRITTEN BY CALCULATOR.
000960* HOLDWRK-FILE - THE ITEMS STILL HELD, COPIED BACK TO CALCHOLD
000970* AT THE END OF THE RUN.
000980*---------------------------------------------------------------
000990 FD  CALCHOLD-FILE.
001000 COPY CALCHOLD.
001010
001020 FD  HOLDWRK-FILE.
001030 01  HOLDWRK-RECORD              PIC X(101).
001040
001050*---------------------------------------------------------------
001060* CALCAPPR-FILE - THE APPROVED-ITEMS FEED FOR CALCULATOR.
001070*---------------------------------------------------------------
001080 FD  CALCAPPR-FILE.
001090 COPY CALCAPPR.
001100
001110*---------------------------------------------------------------
001120* HOLDRPT-FILE - THE RELEASE REGISTER.  COLUMN ONE OF EACH
001130* RECORD IS A STANDARD PRINTER CARRIAGE-CONTROL CHARACTER.
001140*---------------------------------------------------------------
001150 FD  HOLDRPT-FILE.
001160 01  HOLDRPT-RECORD.
001170     05  RPT-CTL-CHAR            PIC X(01).
001180     05  RPT-TEXT                PIC X(80).
001190
001200 WORKING-STORAGE SECTION.
001210*---------------------------------------------------------------
001220* FILE STATUS FIELDS AND SWITCHES.
001230*---------------------------------------------------------------
001240 77  WS-HOLDCTL-STATUS           PIC X(02).
001250     88  WS-HOLDCTL-OK                   VALUE "00".
001260 77  WS-HOLDDEC-STATUS           PIC X(02).
001270     88  WS-HOLDDEC-OK                   VALUE "00".
001280 77  WS-CALCHOLD-STATUS          PIC X(02).
001290     88  WS-CALCHOLD-OK                  VALUE "00".
001300 77  WS-HOLDWRK-STATUS           PIC X(02).
001310     88  WS-HOLDWRK-OK                   VALUE "00".
001320 77  WS-CALCAPPR-STATUS          PIC X(02).
001330     88  WS-CALCAPPR-OK                  VALUE "00".
001340     88  WS-CALCAPPR-NOT-FOUND           VALUE "35".
001350 77  WS-HOLDRPT-STATUS           PIC X(02).
001360     88  WS-HOLDRPT-OK                   VALUE "00".
001370
001380 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001390     88  WS-END-OF-FILE                  VALUE "Y".
001400 77  WS-KEY-FOUND-SW             PIC X(01) VALUE "N".
001410     88  WS-KEY-FOUND                    VALUE "Y".
001420 77  WS-KEEP-SW                  PIC X(01) VALUE "Y".
001430     88  WS-KEEP-ITEM                    VALUE "Y".
001440
001450 77  WS-TODAY                    PIC 9(08).
001460 77  WS-RELEASER-ID              PIC X(08) VALUE SPACES.
001461 77  WS-RELEASER-PIN             PIC X(08) VALUE SPACES.
001470 77  WS-RELEASE-LIMIT            PIC 9(09)V9(02) VALUE ZERO.
001480
001490*---------------------------------------------------------------
001500* DECISION TABLE, LOADED FROM HOLDDEC.  AN ENTRY IS MARKED
001510* USED WHEN ITS HOLD IS FOUND ON CALCHOLD; THOSE LEFT UNUSED
001520* ARE REPORTED AS UNMATCHED.
001530*---------------------------------------------------------------
001540 01  WS-DECISION-TABLE.
001550     05  WS-DEC-ENTRY OCCURS 200 TIMES.
001560         10  WS-DEC-HOLD-ID      PIC X(13).
001570         10  WS-DEC-ACTION       PIC X(07).
001580         10  WS-DEC-USED-SW      PIC X(01).
001590             88  WS-DEC-USED             VALUE "Y".
001600 77  WS-DEC-USED-COUNT           PIC 9(03) VALUE 0.
001610 77  WS-DEC-IDX                  PIC 9(03) VALUE 0.
001620 77  WS-DEC-HOLD-IDX             PIC 9(03) VALUE 0.
001630 77  WS-LOOKUP-ID                PIC X(13).
001640
001650*---------------------------------------------------------------
001651* HOLD IDS ALREADY ON CALCAPPR, LOADED BEFORE ANY HOLD IS
001652* DECIDED.  IDS PAST THE TABLE LIMIT ARE COUNTED AS NOT LOADED.
001653*---------------------------------------------------------------
001654 01  WS-APPROVED-TABLE.
001655     05  WS-APR-ENTRY OCCURS 1000 TIMES.
001656         10  WS-APR-HOLD-ID      PIC X(13).
001657 77  WS-APR-USED-COUNT           PIC 9(04) VALUE 0.
001658 77  WS-APR-IDX                  PIC 9(04) VALUE 0.
001659 77  WS-APR-FOUND-SW             PIC X(01) VALUE "N".
001660     88  WS-APR-FOUND                    VALUE "Y".
001661
001662*---------------------------------------------------------------
001663* CONTROL COUNTS.
001670*---------------------------------------------------------------
001680 77  WS-DEC-READ                 PIC 9(07) COMP VALUE ZERO.
001690 77  WS-DEC-BAD                  PIC 9(07) COMP VALUE ZERO.
001700 77  WS-HOLD-READ                PIC 9(07) COMP VALUE ZERO.
001710 77  WS-APPROVED-COUNT           PIC 9(07) COMP VALUE ZERO.
001720 77  WS-DECLINED-COUNT           PIC 9(07) COMP VALUE ZERO.
001730 77  WS-REFUSED-COUNT            PIC 9(07) COMP VALUE ZERO.
001740 77  WS-STILL-HELD               PIC 9(07) COMP VALUE ZERO.
001750 77  WS-UNMATCHED-COUNT          PIC 9(07) COMP VALUE ZERO.
001753 77  WS-ALREADY-COUNT            PIC 9(07) COMP VALUE ZERO.
001756 77  WS-APR-NOT-LOADED           PIC 9(07) COMP VALUE ZERO.
001760
001770 COPY OPERCHKREC.
001780
001790 COPY MSGWRTREC.
001800
001810*---------------------------------------------------------------
001820* PRINT-FILE PAGINATION, HEADING AND EDITED WORK FIELDS.
001830*---------------------------------------------------------------
001840 77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
001850 77  WS-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
001860 77  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.
001870 01  WS-PAGE-COUNT-ED            PIC ZZ9.
001880 01  WS-RUN-DATE-RAW             PIC 9(06).
001890 01  WS-RUN-DATE-ED              PIC 99/99/99.
001900 01  WS-PRINT-LINE               PIC X(80).
001910 01  WS-RPT-LABEL                PIC X(24).
001920 01  WS-RPT-COUNT                PIC ZZZZZZ9.
001930 01  WS-RPT-AMOUNT               PIC Z(12)9.99.
001940 01  WS-RPT-ACTION               PIC X(07).
001950 01  WS-RPT-RESULT               PIC X(20).
001960
001970 PROCEDURE DIVISION.
001980*---------------------------------------------------------------
001990* 0000-MAINLINE.
002000*---------------------------------------------------------------
002010 0000-MAINLINE.
002020     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002030     IF RETURN-CODE = ZERO
002040         PERFORM 1100-CHECK-RELEASER THRU 1100-EXIT
002050     END-IF
002060     IF RETURN-CODE = ZERO
002070         PERFORM 1200-LOAD-DECISIONS THRU 1200-EXIT
002075         PERFORM 1300-LOAD-APPROVED THRU 1300-EXIT
002080         PERFORM 2000-PROCESS-HOLDS THRU 2000-EXIT
002090     END-IF
002100     IF RETURN-CODE NOT = 16 AND RETURN-CODE NOT = 12
002110         PERFORM 8000-WRITE-REGISTER THRU 8000-EXIT
002120         IF WS-DEC-BAD > ZERO
002130                 OR WS-REFUSED-COUNT > ZERO
002140                 OR WS-UNMATCHED-COUNT > ZERO
002145                 OR WS-APR-NOT-LOADED > ZERO
002150             MOVE 4 TO RETURN-CODE
002160         END-IF
002170     END-IF
002180     IF WS-HOLDRPT-OK
002190         CLOSE HOLDRPT-FILE
002200     END-IF
002210     GOBACK.
002220
002230*---------------------------------------------------------------
002240* 1000-INITIALIZE THRU 1000-EXIT.
002250*   OPENS THE REGISTER AND READS THE RELEASING OPERATOR'S ID.
002260*---------------------------------------------------------------
002270 1000-INITIALIZE.
002280     MOVE ZERO TO RETURN-CODE
002290     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002300     ACCEPT WS-RUN-DATE-RAW FROM DATE
002310     MOVE WS-RUN-DATE-RAW TO WS-RUN-DATE-ED
002320     OPEN OUTPUT HOLDRPT-FILE
002330     IF NOT WS-HOLDRPT-OK
002340         DISPLAY "HOLDREL: UNABLE TO OPEN HOLDRPT, STATUS "
002350             WS-HOLDRPT-STATUS
002360         MOVE 16 TO RETURN-CODE
002370         GO TO 1000-EXIT
002380     END-IF
002390     PERFORM 9000-WRITE-HEADERS THRU 9000-EXIT
002400     OPEN INPUT HOLDCTL-FILE
002410     IF WS-HOLDCTL-OK
002420         READ HOLDCTL-FILE
002430             AT END
002440                 MOVE SPACES TO HOLDCTL-RECORD
002450         END-READ
002460         MOVE HCT-RELEASER-ID TO WS-RELEASER-ID
002461         MOVE HCT-RELEASER-PIN TO WS-RELEASER-PIN
002470         CLOSE HOLDCTL-FILE
002480     END-IF
002490     IF WS-RELEASER-ID = SPACES
002500         DISPLAY "HOLDREL: NO RELEASING OPERATOR ON HOLDCTL"
002510         MOVE "NO RELEASING OPERATOR ON HOLDCTL - NO RELEASES"
002520             TO WS-PRINT-LINE
002530         PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
002540         MOVE 16 TO RETURN-CODE
002550     END-IF.
002560 1000-EXIT.
002570     EXIT.
002580
002590*---------------------------------------------------------------
002600* 1100-CHECK-RELEASER THRU 1100-EXIT.
002610*   CHECKS THE RELEASING OPERATOR THROUGH OPERCHK AND KEEPS
002620*   THEIR APPROVAL LIMIT.  UNLIKE A CALCULATOR RUN, A MISSING
002630*   SECURITY MASTER IS NOT BYPASSED: WITHOUT IT THE RELEASER'S
002640*   LIMIT CANNOT BE KNOWN, SO NOTHING IS RELEASED.
002650*---------------------------------------------------------------
002660 1100-CHECK-RELEASER.
002670     MOVE WS-RELEASER-ID TO OPC-OPERATOR-ID
002671     MOVE WS-RELEASER-PIN TO OPC-PIN
002680     SET OPC-PGM-CALCULATOR TO TRUE
002690     CALL "OPERCHK" USING OPERCHK-RECORD
002700     IF OPC-OPERATOR-OK
002710         MOVE OPC-APPROVAL-LIMIT TO WS-RELEASE-LIMIT
002720         GO TO 1100-EXIT
002730     END-IF
002740     MOVE "HOLDREL" TO MW-PROGRAM-NAME
002750     MOVE WS-RELEASER-ID TO MW-OPERATOR-ID
002760     MOVE 34 TO MW-MSG-NUMBER
002770     SET MW-SEV-SEVERE TO TRUE
002780     MOVE SPACES TO MW-MSG-TEXT
002790     STRING "RELEASER REFUSED - " DELIMITED BY SIZE
002800         OPC-REASON-TEXT DELIMITED BY SIZE
002810         INTO MW-MSG-TEXT
002820     CALL "MSGWRT" USING MSGWRT-RECORD
002830     MOVE SPACES TO WS-PRINT-LINE
002840     STRING "RELEASING OPERATOR " DELIMITED BY SIZE
002850         WS-RELEASER-ID DELIMITED BY SIZE
002860         " REFUSED - " DELIMITED BY SIZE
002870         OPC-REASON-TEXT DELIMITED BY SIZE
002880         INTO WS-PRINT-LINE
002890     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
002900     MOVE "NO ITEMS RELEASED" TO WS-PRINT-LINE
002910     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
002920     IF OPC-MASTER-UNAVAILABLE
002930         MOVE 16 TO RETURN-CODE
002940     ELSE
002950         MOVE 12 TO RETURN-CODE
002960     END-IF.
002970 1100-EXIT.
002980     EXIT.
002990
003000*---------------------------------------------------------------
003010* 1200-LOAD-DECISIONS THRU 1200-EXIT.
003020*   LOADS THE HOLDDEC DECISION CARDS.  A CARD WITH A NON-
003030*   NUMERIC HOLD ID OR AN UNKNOWN ACTION, A SECOND CARD FOR THE
003040*   SAME HOLD, OR A CARD PAST THE TABLE LIMIT IS PRINTED AND
003050*   COUNTED AS BAD.
003060*---------------------------------------------------------------
003070 1200-LOAD-DECISIONS.
003080     MOVE "DECISION CARDS NOT ACCEPTED" TO WS-PRINT-LINE
003090     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
003100     MOVE "N" TO WS-EOF-SWITCH
003110     OPEN INPUT HOLDDEC-FILE
003120     IF WS-HOLDDEC-OK
003130         PERFORM 1210-LOAD-ONE-DECISION THRU 1210-EXIT
003140             UNTIL WS-END-OF-FILE
003150         CLOSE HOLDDEC-FILE
003160     END-IF
003170     IF WS-DEC-BAD = ZERO
003180         MOVE "  (NONE)" TO WS-PRINT-LINE
003190         PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
003200     END-IF
003210     MOVE SPACES TO WS-PRINT-LINE
003220     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
003230 1200-EXIT.
003240     EXIT.
003250
003260 1210-LOAD-ONE-DECISION.
003270     READ HOLDDEC-FILE
003280         AT END
003290             SET WS-END-OF-FILE TO TRUE
003300             GO TO 1210-EXIT
003310     END-READ
003320     ADD 1 TO WS-DEC-READ
003330     IF HDC-HOLD-ID NOT NUMERIC
003340         MOVE "BAD HOLD ID" TO WS-RPT-RESULT
003350         GO TO 1210-REJECT
003360     END-IF
003370     IF NOT HDC-APPROVE AND NOT HDC-DECLINE
003380         MOVE "BAD ACTION" TO WS-RPT-RESULT
003390         GO TO 1210-REJECT
003400     END-IF
003410     MOVE HDC-HOLD-ID TO WS-LOOKUP-ID
003420     PERFORM 1250-FIND-DECISION THRU 1250-EXIT
003430     IF WS-KEY-FOUND
003440         MOVE "DUPLICATE DECISION" TO WS-RPT-RESULT
003450         GO TO 1210-REJECT
003460     END-IF
003470     IF WS-DEC-USED-COUNT >= 200
003480         MOVE "PAST TABLE LIMIT" TO WS-RPT-RESULT
003490         GO TO 1210-REJECT
003500     END-IF
003510     ADD 1 TO WS-DEC-USED-COUNT
003520     MOVE HDC-HOLD-ID TO WS-DEC-HOLD-ID(WS-DEC-USED-COUNT)
003530     MOVE HDC-ACTION TO WS-DEC-ACTION(WS-DEC-USED-COUNT)
003540     MOVE "N" TO WS-DEC-USED-SW(WS-DEC-USED-COUNT)
003550     GO TO 1210-EXIT.
003560 1210-REJECT.
003570     ADD 1 TO WS-DEC-BAD
003580     MOVE SPACES TO WS-PRINT-LINE
003590     MOVE HDC-HOLD-ID TO WS-PRINT-LINE(3:13)
003600     MOVE HDC-ACTION TO WS-PRINT-LINE(17:7)
003610     MOVE WS-RPT-RESULT TO WS-PRINT-LINE(26:20)
003620     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
003630 1210-EXIT.
003640     EXIT.
003650
003660*---------------------------------------------------------------
003670* 1250-FIND-DECISION THRU 1250-EXIT.
003680*   LEAVES THE DECISION-TABLE INDEX FOR WS-LOOKUP-ID IN
003690*   WS-DEC-HOLD-IDX AND SETS WS-KEY-FOUND WHEN THERE IS ONE.
003700*---------------------------------------------------------------
003710 1250-FIND-DECISION.
003720     MOVE "N" TO WS-KEY-FOUND-SW
003730     MOVE ZERO TO WS-DEC-HOLD-IDX
003740     PERFORM 1260-CHECK-ONE-DECISION THRU 1260-EXIT
003750         VARYING WS-DEC-IDX FROM 1 BY 1
003760         UNTIL WS-DEC-IDX > WS-DEC-USED-COUNT
003770             OR WS-KEY-FOUND.
003780 1250-EXIT.
003790     EXIT.
003800
003810 1260-CHECK-ONE-DECISION.
003820     IF WS-DEC-HOLD-ID(WS-DEC-IDX) = WS-LOOKUP-ID
003830         SET WS-KEY-FOUND TO TRUE
003840         MOVE WS-DEC-IDX TO WS-DEC-HOLD-IDX
003850     END-IF.
003860 1260-EXIT.
003870     EXIT.
003880
003890*---------------------------------------------------------------
003891* 1300-LOAD-APPROVED THRU 1300-EXIT.
003892*   LOADS THE HOLD ID OF EVERY ITEM ALREADY ON CALCAPPR.  WITH
003893*   NO CALCAPPR THERE IS NOTHING TO LOAD.  IDS PAST THE TABLE
003894*   LIMIT ARE PRINTED AS A COUNT AND END THE STEP WITH RC 4,
003895*   SINCE THOSE ITEMS COULD BE APPROVED A SECOND TIME.
003896*---------------------------------------------------------------
003897 1300-LOAD-APPROVED.
003898     MOVE "N" TO WS-EOF-SWITCH
003899     OPEN INPUT CALCAPPR-FILE
003900     IF NOT WS-CALCAPPR-OK
003901         GO TO 1300-EXIT
003902     END-IF
003903     PERFORM 1310-LOAD-ONE-APPROVED THRU 1310-EXIT
003904         UNTIL WS-END-OF-FILE
003905     CLOSE CALCAPPR-FILE
003906     IF WS-APR-NOT-LOADED > ZERO
003907         MOVE "CALCAPPR IDS NOT LOADED" TO WS-RPT-LABEL
003908         MOVE WS-APR-NOT-LOADED TO WS-RPT-COUNT
003909         PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
003910         MOVE SPACES TO WS-PRINT-LINE
003911         PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
003912     END-IF.
003913 1300-EXIT.
003914     EXIT.
003915
003916 1310-LOAD-ONE-APPROVED.
003917     READ CALCAPPR-FILE
003918         AT END
003919             SET WS-END-OF-FILE TO TRUE
003920             GO TO 1310-EXIT
003921     END-READ
003922     IF WS-APR-USED-COUNT >= 1000
003923         ADD 1 TO WS-APR-NOT-LOADED
003924         GO TO 1310-EXIT
003925     END-IF
003926     ADD 1 TO WS-APR-USED-COUNT
003927     MOVE APR-HOLD-ID TO WS-APR-HOLD-ID(WS-APR-USED-COUNT).
003928 1310-EXIT.
003929     EXIT.
003930
003931*---------------------------------------------------------------
003932* 1350-FIND-APPROVED THRU 1350-EXIT.
003933*   SETS WS-APR-FOUND WHEN WS-LOOKUP-ID IS ALREADY ON CALCAPPR.
003934*---------------------------------------------------------------
003935 1350-FIND-APPROVED.
003936     MOVE "N" TO WS-APR-FOUND-SW
003937     PERFORM 1360-CHECK-ONE-APPROVED THRU 1360-EXIT
003938         VARYING WS-APR-IDX FROM 1 BY 1
003939         UNTIL WS-APR-IDX > WS-APR-USED-COUNT
003940             OR WS-APR-FOUND.
003941 1350-EXIT.
003942     EXIT.
003943
003944 1360-CHECK-ONE-APPROVED.
003945     IF WS-APR-HOLD-ID(WS-APR-IDX) = WS-LOOKUP-ID
003946         SET WS-APR-FOUND TO TRUE
003947     END-IF.
003948 1360-EXIT.
003949     EXIT.
003950
003951*---------------------------------------------------------------
003952* 2000-PROCESS-HOLDS THRU 2000-EXIT.
003953*   APPLIES THE DECISIONS TO CALCHOLD, ONE HELD ITEM AT A TIME,
003954*   THEN COPIES THE ITEMS STILL HELD BACK FROM HOLDWRK.  WITH
003955*   NO CALCHOLD THERE IS NOTHING TO DECIDE AND EVERY DECISION
003956*   IS UNMATCHED.  IF HOLDWRK CANNOT BE REOPENED CALCHOLD IS
003957*   LEFT AS IT WAS AND THE STEP ENDS RC 16; SO DOES A CALCHOLD
003958*   THAT CANNOT BE REWRITTEN.  THE ITEMS STILL HELD ARE THEN ON
003959*   HOLDWRK.
003960*---------------------------------------------------------------
003961 2000-PROCESS-HOLDS.
003970     MOVE SPACES TO WS-PRINT-LINE
003980     MOVE "HOLD ID" TO WS-PRINT-LINE(1:7)
003990     MOVE "KEYED BY" TO WS-PRINT-LINE(15:8)
004000     MOVE "DEPT" TO WS-PRINT-LINE(24:4)
004010     MOVE "BTCH" TO WS-PRINT-LINE(29:4)
004020     MOVE "BASE AMOUNT" TO WS-PRINT-LINE(39:11)
004030     MOVE "ACTION" TO WS-PRINT-LINE(51:6)
004040     MOVE "RESULT" TO WS-PRINT-LINE(61:6)
004050     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
004060     MOVE "N" TO WS-EOF-SWITCH
004070     OPEN INPUT CALCHOLD-FILE
004080     IF NOT WS-CALCHOLD-OK
004090         MOVE "  NO CALCHOLD - NO ITEMS ARE HELD" TO WS-PRINT-LINE
004100         PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
004110         GO TO 2000-EXIT
004120     END-IF
004130     OPEN OUTPUT HOLDWRK-FILE
004140     IF NOT WS-HOLDWRK-OK
004150         DISPLAY "HOLDREL: UNABLE TO OPEN HOLDWRK, STATUS "
004160             WS-HOLDWRK-STATUS
004170         CLOSE CALCHOLD-FILE
004180         MOVE 16 TO RETURN-CODE
004190         GO TO 2000-EXIT
004200     END-IF
004210     OPEN EXTEND CALCAPPR-FILE
004220     IF WS-CALCAPPR-NOT-FOUND
004230         OPEN OUTPUT CALCAPPR-FILE
004240     END-IF
004250     IF NOT WS-CALCAPPR-OK
004260         DISPLAY "HOLDREL: UNABLE TO OPEN CALCAPPR, STATUS "
004270             WS-CALCAPPR-STATUS
004280         CLOSE CALCHOLD-FILE
004290         CLOSE HOLDWRK-FILE
004300         MOVE 16 TO RETURN-CODE
004310         GO TO 2000-EXIT
004320     END-IF
004330     PERFORM 2100-ONE-HOLD THRU 2100-EXIT
004340         UNTIL WS-END-OF-FILE
004350     CLOSE CALCHOLD-FILE
004360     CLOSE HOLDWRK-FILE
004370     CLOSE CALCAPPR-FILE
004380     MOVE "N" TO WS-EOF-SWITCH
004390     OPEN INPUT HOLDWRK-FILE
004391     IF NOT WS-HOLDWRK-OK
004392         DISPLAY "HOLDREL: UNABLE TO REOPEN HOLDWRK, STATUS "
004393             WS-HOLDWRK-STATUS " - CALCHOLD NOT REWRITTEN"
004394         MOVE 16 TO RETURN-CODE
004395         GO TO 2000-EXIT
004396     END-IF
004400     OPEN OUTPUT CALCHOLD-FILE
004401     IF NOT WS-CALCHOLD-OK
004402         DISPLAY "HOLDREL: UNABLE TO REWRITE CALCHOLD, STATUS "
004403             WS-CALCHOLD-STATUS " - HELD ITEMS ARE ON HOLDWRK"
004404         CLOSE HOLDWRK-FILE
004405         MOVE 16 TO RETURN-CODE
004406         GO TO 2000-EXIT
004407     END-IF
004410     PERFORM 2300-PUT-ONE-HOLD THRU 2300-EXIT
004420         UNTIL WS-END-OF-FILE
004430     CLOSE HOLDWRK-FILE
004440     CLOSE CALCHOLD-FILE.
004450 2000-EXIT.
004460     EXIT.
004470
004480*---------------------------------------------------------------
004490* 2100-ONE-HOLD THRU 2100-EXIT.
004500*   FINDS THE DECISION FOR ONE HELD ITEM AND CARRIES IT OUT.
004508*   AN ITEM ALREADY ON CALCAPPR IS DROPPED WITHOUT BEING
004516*   APPROVED AGAIN, WHATEVER ITS DECISION.  THE RELEASER MAY NOT
004524*   DECIDE AN ITEM THEY KEYED, AND MAY NOT APPROVE ONE OVER
004532*   THEIR OWN LIMIT (A ZERO LIMIT MEANS NO LIMIT).  AN ITEM WITH
004540*   NO DECISION, OR A REFUSED ONE, IS KEPT ON CALCHOLD.
004550*---------------------------------------------------------------
004560 2100-ONE-HOLD.
004570     READ CALCHOLD-FILE
004580         AT END
004590             SET WS-END-OF-FILE TO TRUE
004600             GO TO 2100-EXIT
004610     END-READ
004620     ADD 1 TO WS-HOLD-READ
004630     SET WS-KEEP-ITEM TO TRUE
004640     MOVE HLD-HOLD-ID TO WS-LOOKUP-ID
004650     PERFORM 1250-FIND-DECISION THRU 1250-EXIT
004652     MOVE SPACES TO WS-RPT-ACTION
004654     IF WS-KEY-FOUND
004656         SET WS-DEC-USED(WS-DEC-HOLD-IDX) TO TRUE
004658         MOVE WS-DEC-ACTION(WS-DEC-HOLD-IDX) TO WS-RPT-ACTION
004660     END-IF
004662     PERFORM 1350-FIND-APPROVED THRU 1350-EXIT
004664     IF WS-APR-FOUND
004666         ADD 1 TO WS-ALREADY-COUNT
004668         MOVE "N" TO WS-KEEP-SW
004670         MOVE "ALREADY ON CALCAPPR" TO WS-RPT-RESULT
004672         GO TO 2100-PRINT
004674     END-IF
004676     IF NOT WS-KEY-FOUND
004680         MOVE "STILL HELD" TO WS-RPT-RESULT
004690         GO TO 2100-PRINT
004700     END-IF
004730     IF HLD-OPERATOR-ID = WS-RELEASER-ID
004740         ADD 1 TO WS-REFUSED-COUNT
004750         MOVE "REFUSED - OWN ITEM" TO WS-RPT-RESULT
004760         GO TO 2100-PRINT
004770     END-IF
004780     IF WS-RPT-ACTION = "DECLINE"
004790         ADD 1 TO WS-DECLINED-COUNT
004800         MOVE "N" TO WS-KEEP-SW
004810         MOVE "DECLINED" TO WS-RPT-RESULT
004820         GO TO 2100-PRINT
004830     END-IF
004836     IF WS-RELEASE-LIMIT > ZERO
004842             AND HLD-BASE-AMOUNT > WS-RELEASE-LIMIT
004850         ADD 1 TO WS-REFUSED-COUNT
004860         MOVE "REFUSED - OVER LIMIT" TO WS-RPT-RESULT
004870         GO TO 2100-PRINT
004880     END-IF
004890     PERFORM 2200-WRITE-APPROVED THRU 2200-EXIT
004900     ADD 1 TO WS-APPROVED-COUNT
004910     MOVE "N" TO WS-KEEP-SW
004920     MOVE "APPROVED" TO WS-RPT-RESULT.
004930 2100-PRINT.
004940     IF WS-KEEP-ITEM
004950         ADD 1 TO WS-STILL-HELD
004960         WRITE HOLDWRK-RECORD FROM CALCHOLD-RECORD
004970     END-IF
004980     MOVE SPACES TO WS-PRINT-LINE
004990     MOVE HLD-HOLD-ID TO WS-PRINT-LINE(1:13)
005000     MOVE HLD-OPERATOR-ID TO WS-PRINT-LINE(15:8)
005010     MOVE HLD-DEPT-CODE TO WS-PRINT-LINE(24:4)
005020     MOVE HLD-BATCH-NO TO WS-PRINT-LINE(29:4)
005030     MOVE HLD-BASE-AMOUNT TO WS-RPT-AMOUNT
005040     MOVE WS-RPT-AMOUNT TO WS-PRINT-LINE(34:16)
005050     MOVE WS-RPT-ACTION TO WS-PRINT-LINE(51:7)
005060     MOVE WS-RPT-RESULT TO WS-PRINT-LINE(61:20)
005070     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
005080 2100-EXIT.
005090     EXIT.
005100
005110*---------------------------------------------------------------
005120* 2200-WRITE-APPROVED THRU 2200-EXIT.
005130*   APPENDS THE APPROVED ITEM TO CALCAPPR, NOT YET FED, WITH
005132*   THE DEPARTMENT AND BATCH IT WAS KEYED UNDER.
005140*---------------------------------------------------------------
005150 2200-WRITE-APPROVED.
005160     MOVE SPACES TO CALCAPPR-RECORD
005170     MOVE HLD-RUN-DATE TO APR-HOLD-DATE
005180     MOVE HLD-SEQ-NO TO APR-HOLD-SEQ
005190     MOVE HLD-OPERATOR-ID TO APR-SUBMITTER-ID
005200     MOVE WS-RELEASER-ID TO APR-RELEASER-ID
005210     MOVE WS-TODAY TO APR-RELEASE-DATE
005220     MOVE SPACES TO APR-FED-DATE
005230     MOVE HLD-BASE-AMOUNT TO APR-BASE-AMOUNT
005240     MOVE HLD-TXN-IMAGE TO APR-TXN-IMAGE
005242     IF HLD-DEPT-CODE NOT = SPACES
005244         MOVE HLD-DEPT-CODE TO APR-DEPT-CODE
005246         MOVE HLD-BATCH-NO TO APR-BATCH-NO
005248     END-IF
005250     WRITE CALCAPPR-RECORD.
005260 2200-EXIT.
005270     EXIT.
005280
005290 2300-PUT-ONE-HOLD.
005300     READ HOLDWRK-FILE
005310         AT END
005320             SET WS-END-OF-FILE TO TRUE
005330         NOT AT END
005340             WRITE CALCHOLD-RECORD FROM HOLDWRK-RECORD
005350     END-READ.
005360 2300-EXIT.
005370     EXIT.
005380
005390*---------------------------------------------------------------
005400* 7000-WRITE-RPT-LINE THRU 7000-EXIT.
005410*---------------------------------------------------------------
005420 7000-WRITE-RPT-LINE.
005430     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005440         PERFORM 9000-WRITE-HEADERS THRU 9000-EXIT
005450     END-IF
005460     MOVE SPACES TO HOLDRPT-RECORD
005470     MOVE " " TO RPT-CTL-CHAR
005480     MOVE WS-PRINT-LINE TO RPT-TEXT
005490     WRITE HOLDRPT-RECORD
005500     ADD 1 TO WS-LINE-COUNT.
005510 7000-EXIT.
005520     EXIT.
005530
005540*---------------------------------------------------------------
005550* 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
005560*   PRINTS WS-RPT-LABEL AND THE EDITED COUNT IN WS-RPT-COUNT.
005570*---------------------------------------------------------------
005580 7100-WRITE-COUNT-LINE.
005590     MOVE SPACES TO WS-PRINT-LINE
005600     STRING "  " DELIMITED BY SIZE
005610         WS-RPT-LABEL DELIMITED BY SIZE
005620         " " DELIMITED BY SIZE
005630         WS-RPT-COUNT DELIMITED BY SIZE
005640         INTO WS-PRINT-LINE
005650     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT.
005660 7100-EXIT.
005670     EXIT.
005680
005690*---------------------------------------------------------------
005700* 8000-WRITE-REGISTER THRU 8000-EXIT.
005710*   LISTS THE DECISIONS THAT MATCHED NO HELD ITEM, THEN THE
005720*   CONTROL COUNTS.
005730*---------------------------------------------------------------
005740 8000-WRITE-REGISTER.
005750     MOVE SPACES TO WS-PRINT-LINE
005760     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
005770     MOVE "DECISIONS WITH NO MATCHING HELD ITEM" TO WS-PRINT-LINE
005780     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
005790     PERFORM 8100-ONE-UNMATCHED THRU 8100-EXIT
005800         VARYING WS-DEC-IDX FROM 1 BY 1
005810         UNTIL WS-DEC-IDX > WS-DEC-USED-COUNT
005820     IF WS-UNMATCHED-COUNT = ZERO
005830         MOVE "  (NONE)" TO WS-PRINT-LINE
005840         PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
005850     END-IF
005860     MOVE SPACES TO WS-PRINT-LINE
005870     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
005880     MOVE SPACES TO WS-PRINT-LINE
005890     STRING "CONTROL COUNTS - RELEASER " DELIMITED BY SIZE
005900         WS-RELEASER-ID DELIMITED BY SIZE
005910         INTO WS-PRINT-LINE
005920     PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
005930     MOVE "DECISION CARDS READ" TO WS-RPT-LABEL
005940     MOVE WS-DEC-READ TO WS-RPT-COUNT
005950     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
005960     MOVE "DECISION CARDS BAD" TO WS-RPT-LABEL
005970     MOVE WS-DEC-BAD TO WS-RPT-COUNT
005980     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
005990     MOVE "HELD ITEMS READ" TO WS-RPT-LABEL
006000     MOVE WS-HOLD-READ TO WS-RPT-COUNT
006010     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
006020     MOVE "APPROVED TO CALCAPPR" TO WS-RPT-LABEL
006030     MOVE WS-APPROVED-COUNT TO WS-RPT-COUNT
006040     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
006042     MOVE "ALREADY ON CALCAPPR" TO WS-RPT-LABEL
006044     MOVE WS-ALREADY-COUNT TO WS-RPT-COUNT
006046     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
006050     MOVE "DECLINED AND DROPPED" TO WS-RPT-LABEL
006060     MOVE WS-DECLINED-COUNT TO WS-RPT-COUNT
006070     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
006080     MOVE "DECISIONS REFUSED" TO WS-RPT-LABEL
006090     MOVE WS-REFUSED-COUNT TO WS-RPT-COUNT
006100     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
006110     MOVE "DECISIONS UNMATCHED" TO WS-RPT-LABEL
006120     MOVE WS-UNMATCHED-COUNT TO WS-RPT-COUNT
006130     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT
006140     MOVE "ITEMS STILL HELD" TO WS-RPT-LABEL
006150     MOVE WS-STILL-HELD TO WS-RPT-COUNT
006160     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
006170 8000-EXIT.
006180     EXIT.
006190
006200 8100-ONE-UNMATCHED.
006210     IF NOT WS-DEC-USED(WS-DEC-IDX)
006220         ADD 1 TO WS-UNMATCHED-COUNT
006230         MOVE SPACES TO WS-PRINT-LINE
006240         MOVE WS-DEC-HOLD-ID(WS-DEC-IDX) TO WS-PRINT-LINE(3:13)
006250         MOVE WS-DEC-ACTION(WS-DEC-IDX) TO WS-PRINT-LINE(17:7)
006260         PERFORM 7000-WRITE-RPT-LINE THRU 7000-EXIT
006270     END-IF.
006280 8100-EXIT.
006290     EXIT.
006300
006310*---------------------------------------------------------------
006320* 9000-WRITE-HEADERS THRU 9000-EXIT.
006330*---------------------------------------------------------------
006340 9000-WRITE-HEADERS.
006350     ADD 1 TO WS-PAGE-COUNT
006360     MOVE WS-PAGE-COUNT TO WS-PAGE-COUNT-ED
006370     MOVE SPACES TO HOLDRPT-RECORD
006380     MOVE "1" TO RPT-CTL-CHAR
006390     MOVE "CALCULATOR HELD-ITEM RELEASE REGISTER" TO RPT-TEXT
006400     WRITE HOLDRPT-RECORD
006410     MOVE SPACES TO HOLDRPT-RECORD
006420     MOVE " " TO RPT-CTL-CHAR
006430     STRING "RUN DATE: " WS-RUN-DATE-ED "     PAGE: "
006440             WS-PAGE-COUNT-ED DELIMITED BY SIZE INTO RPT-TEXT
006450     WRITE HOLDRPT-RECORD
006460     MOVE SPACES TO HOLDRPT-RECORD
006470     MOVE " " TO RPT-CTL-CHAR
006480     WRITE HOLDRPT-RECORD
006490     MOVE ZERO TO WS-LINE-COUNT.
006500 9000-EXIT.
006510     EXIT.
006520
006530 END PROGRAM HOLDREL.
