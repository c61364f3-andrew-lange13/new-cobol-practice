000170****************************************************************
000180*MODIFICATION HISTORY
000190*DATE       INIT DESCRIPTION
000191*2026-10-15 JHM  A PALMAST IN THE OLD 77-BYTE LAYOUT MUST BE
000192*                CONVERTED BY PALCONV BEFORE THIS PROGRAM RUNS.
000193*2026-10-15 JHM  PALAUD AND PALREJ ARE EXTENDED WHEN THEY ALREADY
000194*                HOLD TODAY'S TRAIL INSTEAD OF BEING REPLACED, SO
000195*                EACH RUN IN THE DAY KEEPS ITS OWN RECORDS AND
000196*                TRAILER FOR ARCHIVER.
000197*2026-10-15 JHM  THE OPERATOR'S PIN IS READ FROM PALCTL AND
000198*                PASSED TO OPERCHK WITH THE OPERATOR ID.
000199*2026-10-15 JHM  THE PALMAST LAYOUT MOVED TO THE NEW PALMAST
000200*                COPYBOOK AND GAINED A CODE STATUS AND
000201*                RETIREMENT DATE, MAINTAINED BY THE NEW PALMNT
000202*                PROGRAM.  A PALIN CODE THAT IS RETIRED ON THE
000203*                MASTER IS NOW ITS OWN EXCEPTION: TAGGED
000204*                "RETIRED" ON PALOUT, COUNTED ON PALSUM AND
000205*                LISTED IN A RETIRED-CODES EXCEPTIONS SECTION.
000206*2026-09-02 JHM  ADDED THE PALMAST INDEXED CODE MASTER, KEYED
000210*                BY CODE, HOLDING EACH CODE'S VERDICT, DATE
000220*                FIRST SEEN AND DATE LAST CHECKED.  A BATCH
000230*                RUN NOW MATCHES PALIN AGAINST THE MASTER AND
001050 01  PALCTL-RECORD.
001060     05  CTL-RUN-MODE            PIC X(08).
001070     05  CTL-OPERATOR-ID         PIC X(08).
001076     05  CTL-OPERATOR-PIN        PIC X(08).
001082     05  FILLER                  PIC X(56).
001090
001100*---------------------------------------------------------------
001110* PALIN-FILE - BATCH INPUT, ONE CODE OR PHRASE PER RECORD.
001230     05  PO-RESULT               PIC X(14).
001240     05  PO-FILL-2               PIC X(04).
001250*DELTA COLUMN: "NEW" FOR A CODE NOT YET ON THE MASTER,
001256*"CHANGED" FOR A VERDICT THAT MOVED SINCE LAST CHECKED,
001262*"RETIRED" FOR A CODE THE MASTER SAYS IS NO LONGER ISSUED.
001270*BLANK ON A RUN WITH NO MASTER AVAILABLE.
001280     05  PO-DELTA                PIC X(07).
001290
001330*---------------------------------------------------------------
001340 FD  PALAUD-FILE.
001350 COPY AUDITLOG.
001355
001360*---------------------------------------------------------------
001370* PALREJ-FILE - COMMON REJECT LOG RECORD, ONE PER CODE THAT
001380* FAILS ITS EDIT CHECK.  SHARED LAYOUT WITH CALCULATOR,
001400*---------------------------------------------------------------
001410 FD  PALREJ-FILE.
001420 COPY REJECTREC.
001425
001430*---------------------------------------------------------------
001440* PALSUM-FILE - BATCH CONTROL-TOTAL AND EXCEPTIONS REPORT,
001450* WRITTEN AT END OF A BATCH RUN SO PALOUT'S DOWNSTREAM USERS
001510*---------------------------------------------------------------
001520* PALMAST-FILE - THE INDEXED CODE MASTER.  ONE RECORD PER CODE
001530* EVER SEEN: ITS PASS/FAIL VERDICT, THE DATE IT FIRST APPEARED
001536* AND THE DATE IT WAS LAST CHECKED, AND ITS ACTIVE/RETIRED
001542* STATUS.  SHARED LAYOUT WITH PALMNT.
001550*---------------------------------------------------------------
001560 FD  PALMAST-FILE.
001600 COPY PALMAST.
001640
001650 WORKING-STORAGE SECTION.
001660*---------------------------------------------------------------
001990* SHARED LINKAGE RECORD PASSED TO PALCHECK.
002000*---------------------------------------------------------------
002010 COPY PALCHKREC.
002015
002020*---------------------------------------------------------------
002030* TIMESTAMP AND WORK FIELDS FOR THE COMMON AUDIT LOG.
002040*---------------------------------------------------------------
002050 77  WS-OPERATOR-ID              PIC X(08) VALUE "CONSOLE".
002055 77  WS-OPERATOR-PIN             PIC X(08) VALUE SPACES.
002060 77  WS-RUN-DATE                 PIC 9(08).
002070 77  WS-RUN-TIME                 PIC 9(08).
002080 77  WS-AUDIT-INPUT              PIC X(40).
002110*PALAUD RECORD AND REPORTED ON THE END-OF-RUN TRAILER.
002120 77  WS-AUDIT-SEQ                PIC 9(06) COMP VALUE ZERO.
002130 01  WS-AUDIT-COUNT-ED           PIC 9(06).
002131
002132 77  WS-AUD-TODAY-SW             PIC X(01) VALUE "N".
002133     88  WS-AUD-TODAY                    VALUE "Y".
002134 77  WS-REJ-TODAY-SW             PIC X(01) VALUE "N".
002135     88  WS-REJ-TODAY                    VALUE "Y".
002136
002140 77  WS-EDIT-SWITCH              PIC X(01) VALUE "Y".
002150     88  WS-EDIT-VALID                   VALUE "Y".
002160     88  WS-EDIT-INVALID                 VALUE "N".
002165
002170*---------------------------------------------------------------
002180* BATCH CONTROL TOTALS AND THE SEEN-CODE TABLE FOR DUPLICATE
002190* DETECTION.  EACH DISTINCT CODE KEEPS AN OCCURRENCE COUNT;
002290 77  WS-NEW-COUNT                PIC 9(05) COMP VALUE ZERO.
002300 77  WS-KNOWN-COUNT              PIC 9(05) COMP VALUE ZERO.
002310 77  WS-CHANGED-COUNT            PIC 9(05) COMP VALUE ZERO.
002315 77  WS-RETIRED-COUNT            PIC 9(05) COMP VALUE ZERO.
002320 01  WS-SEEN-TABLE.
002330     05  WS-SEEN-ENTRY OCCURS 200 TIMES.
002340         10  WS-SEEN-CODE        PIC X(60).
002390 77  WS-SEEN-HIT                 PIC 9(03) VALUE 0.
002400 77  WS-SEEN-FOUND-SW            PIC X(01) VALUE "N".
002410     88  WS-SEEN-FOUND                   VALUE "Y".
002411*RETIRED CODES SEEN THIS RUN, ONE ENTRY PER DISTINCT CODE,
002412*FOR THE PALSUM RETIRED-CODES EXCEPTIONS SECTION.
002413 01  WS-RETIRED-TABLE.
002414     05  WS-RET-CODE OCCURS 200 TIMES PIC X(60).
002415 77  WS-RET-USED                 PIC 9(03) VALUE 0.
002416 77  WS-RET-IDX                  PIC 9(03) VALUE 0.
002417 77  WS-RET-UNLISTED             PIC 9(05) COMP VALUE ZERO.
002420 77  WS-CUR-VERDICT              PIC X(01).
002430 77  WS-REPORT-SW                PIC X(01) VALUE "Y".
002440     88  WS-REPORT-THIS-CODE             VALUE "Y".
002460 01  WS-RPT-COUNT                PIC ZZZZ9.
002470 01  WS-ED-OCCURS                PIC ZZ9.
002480 01  WS-SUM-LINE                 PIC X(80).
002485
002490*---------------------------------------------------------------
002500* LINKAGE RECORD PASSED TO EDITCHK TO SCREEN A CODE FOR BLANKS
002510* BEFORE IT IS RUN THROUGH PALCHECK.
002520*---------------------------------------------------------------
002530 COPY EDITCHKREC.
002535
002540*---------------------------------------------------------------
002550* LINKAGE RECORD PASSED TO OPERCHK TO CHECK THE OPERATOR
002560* AGAINST THE OPERMAST SECURITY MASTER BEFORE A BATCH RUN IS
002570* ALLOWED TO START.
002580*---------------------------------------------------------------
002590 COPY OPERCHKREC.
002595
002600*---------------------------------------------------------------
002610* LINKAGE RECORD PASSED TO MSGWRT SO OPERATIONAL WARNINGS
002620* REACH THE MSGLOG FILE AS WELL AS THE CONSOLE.
002630*---------------------------------------------------------------
002640 COPY MSGWRTREC.
002645
002650 PROCEDURE DIVISION.
002660*---------------------------------------------------------------
002670* 0000-MAINLINE.
002920 1000-INITIALIZE.
002930     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002940     ACCEPT WS-RUN-TIME FROM TIME
002955     PERFORM 1050-OPEN-TRAIL THRU 1050-EXIT
002970     OPEN INPUT PALCTL-FILE
002980     IF WS-PALCTL-OK
002990         READ PALCTL-FILE
003050         END-IF
003060         IF CTL-OPERATOR-ID NOT = SPACES
003070             MOVE CTL-OPERATOR-ID TO WS-OPERATOR-ID
003075             MOVE CTL-OPERATOR-PIN TO WS-OPERATOR-PIN
003080         END-IF
003090         CLOSE PALCTL-FILE
003100     ELSE
003140         PERFORM 1100-CHECK-OPERATOR THRU 1100-EXIT
003150     END-IF.
003160 1000-EXIT.
003161     EXIT.
003162
003163*---------------------------------------------------------------
003164* 1050-OPEN-TRAIL THRU 1050-EXIT.
003165*   OPENS PALAUD AND PALREJ.  A FILE THAT ALREADY HOLDS TODAY'S
003166*   TRAIL IS EXTENDED, SO EACH RUN IN THE DAY ADDS ITS RECORDS
003167*   AND TRAILER AFTER THE EARLIER RUNS' FOR ARCHIVER TO COLLECT;
003168*   A FILE LEFT FROM AN EARLIER DAY, OR NO FILE, IS STARTED
003169*   AFRESH.
003170*---------------------------------------------------------------
003171 1050-OPEN-TRAIL.
003172     MOVE "N" TO WS-AUD-TODAY-SW
003173     OPEN INPUT PALAUD-FILE
003174     IF WS-PALAUD-OK
003175         READ PALAUD-FILE
003176             NOT AT END
003177                 IF AUDIT-RUN-DATE = WS-RUN-DATE
003178                     SET WS-AUD-TODAY TO TRUE
003179                 END-IF
003180         END-READ
003181         CLOSE PALAUD-FILE
003182     END-IF
003183     IF WS-AUD-TODAY
003184         OPEN EXTEND PALAUD-FILE
003185     ELSE
003186         OPEN OUTPUT PALAUD-FILE
003187     END-IF
003188     MOVE "N" TO WS-REJ-TODAY-SW
003189     OPEN INPUT PALREJ-FILE
003190     IF WS-PALREJ-OK
003191         READ PALREJ-FILE
003192             NOT AT END
003193                 IF REJ-RUN-DATE = WS-RUN-DATE
003194                     SET WS-REJ-TODAY TO TRUE
003195                 END-IF
003196         END-READ
003197         CLOSE PALREJ-FILE
003198     END-IF
003199     IF WS-REJ-TODAY
003200         OPEN EXTEND PALREJ-FILE
003201     ELSE
003202         OPEN OUTPUT PALREJ-FILE
003203     END-IF.
003204 1050-EXIT.
003205     EXIT.
003206
003207*---------------------------------------------------------------
003208* 1100-CHECK-OPERATOR THRU 1100-EXIT.
003210*   CHECKS THE OPERATOR ID FOR A BATCH RUN AGAINST THE
003220*   OPERMAST SECURITY MASTER THROUGH THE SHARED OPERCHK
003230*   ROUTINE.  AN UNKNOWN, INACTIVE OR UNAUTHORIZED ID IS
003280*---------------------------------------------------------------
003290 1100-CHECK-OPERATOR.
003300     MOVE WS-OPERATOR-ID TO OPC-OPERATOR-ID
003305     MOVE WS-OPERATOR-PIN TO OPC-PIN
003310     SET OPC-PGM-PALINDROME TO TRUE
003320     CALL "OPERCHK" USING OPERCHK-RECORD
003330     EVALUATE TRUE
004650     PERFORM 2100-READ-PALIN THRU 2100-EXIT.
004660 2200-EXIT.
004670     EXIT.
004675
004680*---------------------------------------------------------------
004690* 2250-EDIT-ONE-CODE THRU 2250-EXIT.
004700*   SCREENS THE RAW PALIN-FILE RECORD FOR A BLANK ENTRY BEFORE
004880     END-IF.
004890 2250-EXIT.
004900     EXIT.
004905
004910*---------------------------------------------------------------
004920* 2270-CHECK-DUPLICATE THRU 2270-EXIT.
004930*   REGISTERS THE CODE JUST READ IN THE SEEN-CODE TABLE.  A
005160     END-IF.
005170 2270-EXIT.
005180     EXIT.
005185
005190 2280-CHECK-ONE-SEEN.
005200     IF WS-SEEN-CODE(WS-SEEN-IDX) = PALIN-RECORD
005210         SET WS-SEEN-FOUND TO TRUE
005240     END-IF.
005250 2280-EXIT.
005260     EXIT.
005265
005270*---------------------------------------------------------------
005280* 2300-MATCH-MASTER THRU 2300-EXIT.
005290*   MATCHES THE CODE JUST CHECKED AGAINST THE PALMAST MASTER.
005300*   A CODE NOT ON THE MASTER IS ADDED AND REPORTED "NEW"; A
005310*   KNOWN CODE WHOSE VERDICT MOVED IS REPORTED "CHANGED" AND
005320*   THE MASTER UPDATED; A KNOWN, UNCHANGED CODE ONLY GETS ITS
005326*   LAST-CHECKED DATE ROLLED AND WRITES NO PALOUT LINE.  A
005332*   CODE RETIRED ON THE MASTER IS REPORTED "RETIRED".  WITH
005340*   NO MASTER AVAILABLE EVERY CODE REPORTS, AS BEFORE.
005350*---------------------------------------------------------------
005360 2300-MATCH-MASTER.
005480     END-READ.
005490 2300-EXIT.
005500     EXIT.
005505
005510 2310-ADD-NEW-CODE.
005520     ADD 1 TO WS-NEW-COUNT
005530     MOVE "NEW" TO WS-DELTA-TAG
005550     MOVE WS-CUR-VERDICT TO PAL-VERDICT
005560     MOVE WS-RUN-DATE TO PAL-FIRST-SEEN
005570     MOVE WS-RUN-DATE TO PAL-LAST-CHECKED
005573     SET PAL-ACTIVE TO TRUE
005576     MOVE ZERO TO PAL-RETIRED-DATE
005580     WRITE PALMAST-RECORD
005590         INVALID KEY
005600             DISPLAY "PALINDROME: UNABLE TO ADD CODE TO PALMAST"
005610     END-WRITE.
005620 2310-EXIT.
005630     EXIT.
005635
005640*---------------------------------------------------------------
005650* 2320-KNOWN-CODE THRU 2320-EXIT.
005660*   A CHANGED VERDICT ON A DUPLICATED CODE ALSO FLAGS THE
005670*   SEEN-TABLE ENTRY SO THE PALSUM EXCEPTIONS CAN SAY THE
005676*   DUPLICATE CONFLICTS WITH THE MASTER'S VERDICT.  A RETIRED
005682*   CODE IS HANDED TO 2330-RETIRED-CODE INSTEAD.
005690*---------------------------------------------------------------
005700 2320-KNOWN-CODE.
005702     IF PAL-RETIRED
005704         PERFORM 2330-RETIRED-CODE THRU 2330-EXIT
005706         GO TO 2320-EXIT
005708     END-IF
005710     IF PAL-VERDICT NOT = WS-CUR-VERDICT
005720         ADD 1 TO WS-CHANGED-COUNT
005730         MOVE "CHANGED" TO WS-DELTA-TAG
005860     END-REWRITE.
005870 2320-EXIT.
005880     EXIT.
005885
005890*---------------------------------------------------------------
005891* 2330-RETIRED-CODE THRU 2330-EXIT.
005892*   A CODE THE BUSINESS NO LONGER ISSUES HAS TURNED UP IN A
005893*   BATCH - SOMEONE IS WORKING FROM AN OLD CODE BOOK.  IT IS
005894*   REPORTED "RETIRED" WHATEVER ITS VERDICT, AND LISTED ONCE IN
005895*   THE PALSUM EXCEPTIONS.  ITS VERDICT ON THE MASTER IS LEFT
005896*   AS IT WAS; ONLY THE LAST-CHECKED DATE IS ROLLED.
005897*---------------------------------------------------------------
005898 2330-RETIRED-CODE.
005899     ADD 1 TO WS-RETIRED-COUNT
005900     MOVE "RETIRED" TO WS-DELTA-TAG
005901     IF NOT WS-SEEN-FOUND
005902         IF WS-RET-USED < 200
005903             ADD 1 TO WS-RET-USED
005904             MOVE PALIN-RECORD TO WS-RET-CODE(WS-RET-USED)
005905         ELSE
005906             ADD 1 TO WS-RET-UNLISTED
005907         END-IF
005908     END-IF
005909     MOVE WS-RUN-DATE TO PAL-LAST-CHECKED
005910     REWRITE PALMAST-RECORD
005911         INVALID KEY
005912             DISPLAY "PALINDROME: UNABLE TO REWRITE PALMAST CODE"
005913     END-REWRITE.
005914 2330-EXIT.
005915     EXIT.
005916
005917*---------------------------------------------------------------
005918* 2900-WRITE-SUMMARY THRU 2900-EXIT.
005919*   WRITES THE PALSUM CONTROL TOTALS AND THE EXCEPTIONS
005920*   SECTION LISTING EVERY DUPLICATED CODE WITH ITS NUMBER OF
005926*   APPEARANCES, AND, WITH THE MASTER AVAILABLE, A SECTION
005932*   LISTING EVERY RETIRED CODE THAT TURNED UP.
005940*---------------------------------------------------------------
005950 2900-WRITE-SUMMARY.
005960     MOVE "PALINDROME BATCH RUN - CONTROL TOTALS" TO
006550             INTO WS-SUM-LINE
006560         MOVE WS-SUM-LINE TO PALSUM-RECORD
006570         WRITE PALSUM-RECORD
006571         MOVE WS-RETIRED-COUNT TO WS-RPT-COUNT
006572         MOVE SPACES TO WS-SUM-LINE
006573         STRING "RETIRED CODES...... " DELIMITED BY SIZE
006574             WS-RPT-COUNT DELIMITED BY SIZE
006575             INTO WS-SUM-LINE
006576         MOVE WS-SUM-LINE TO PALSUM-RECORD
006577         WRITE PALSUM-RECORD
006580     END-IF
006590     IF WS-UNCHECKED-COUNT > ZERO
006600         MOVE WS-UNCHECKED-COUNT TO WS-RPT-COUNT
006770         PERFORM 2950-ONE-DUP-LINE THRU 2950-EXIT
006780             VARYING WS-SEEN-IDX FROM 1 BY 1
006790             UNTIL WS-SEEN-IDX > WS-SEEN-USED
006791     END-IF
006792     IF WS-PALMAST-AVAILABLE
006793         MOVE SPACES TO PALSUM-RECORD
006794         WRITE PALSUM-RECORD
006795         MOVE "EXCEPTIONS - RETIRED CODES" TO PALSUM-RECORD
006796         WRITE PALSUM-RECORD
006797         IF WS-RETIRED-COUNT = ZERO
006798             MOVE "  NO RETIRED CODES THIS RUN" TO PALSUM-RECORD
006799             WRITE PALSUM-RECORD
006800         ELSE
006801             PERFORM 2960-ONE-RETIRED-LINE THRU 2960-EXIT
006802                 VARYING WS-RET-IDX FROM 1 BY 1
006803                 UNTIL WS-RET-IDX > WS-RET-USED
006804         END-IF
006805         IF WS-RET-UNLISTED > ZERO
006806             MOVE WS-RET-UNLISTED TO WS-RPT-COUNT
006807             MOVE SPACES TO WS-SUM-LINE
006808             STRING "  " DELIMITED BY SIZE
006809                 WS-RPT-COUNT DELIMITED BY SIZE
006810                 " MORE NOT LISTED (RETIRED-CODE TABLE FULL)"
006811                     DELIMITED BY SIZE
006812                 INTO WS-SUM-LINE
006813             MOVE WS-SUM-LINE TO PALSUM-RECORD
006814             WRITE PALSUM-RECORD
006815         END-IF
006816     END-IF.
006817 2900-EXIT.
006820     EXIT.
006825
006830 2950-ONE-DUP-LINE.
006840     IF WS-SEEN-COUNT(WS-SEEN-IDX) > 1
006850         MOVE WS-SEEN-COUNT(WS-SEEN-IDX) TO WS-ED-OCCURS
006980         END-IF
006990     END-IF.
007000 2950-EXIT.
007001     EXIT.
007002
007003 2960-ONE-RETIRED-LINE.
007004     MOVE SPACES TO WS-SUM-LINE
007005     STRING "  RETIRED: " DELIMITED BY SIZE
007006         WS-RET-CODE(WS-RET-IDX) DELIMITED BY SIZE
007007         INTO WS-SUM-LINE
007008     MOVE WS-SUM-LINE TO PALSUM-RECORD
007009     WRITE PALSUM-RECORD.
007010 2960-EXIT.
007011     EXIT.
007012
007020*---------------------------------------------------------------
007030* 2600-WRITE-AUDIT THRU 2600-EXIT.
007040*   WRITES ONE COMMON AUDIT-LOG-RECORD FOR THE CODE JUST
007270     WRITE AUDIT-LOG-RECORD.
007280 2600-EXIT.
007290     EXIT.
007295
007300*---------------------------------------------------------------
007310* 2700-WRITE-AUDIT-TRAILER THRU 2700-EXIT.
007320*   CLOSES THE AUDIT TRAIL WITH A TRAILER RECORD GIVING THE
007960     PERFORM 2600-WRITE-AUDIT THRU 2600-EXIT.
007970 3000-EXIT.
007980     EXIT.
007985
007990*---------------------------------------------------------------
008000* 3050-ACCEPT-AND-EDIT THRU 3050-EXIT.
008010*   ACCEPTS ONE WORD OR PHRASE AND RE-PROMPTS UNTIL IT PASSES
