000190* THE WHOLE STREAM ENDS CLEAN.  EVERY STEP'S START TIME, END    *
000200* TIME AND RETURN CODE ARE APPENDED TO THE JOBLOG HISTORY FILE  *
000210* SO OPERATIONS CAN SEE WHICH STEP IS EATING THE BATCH WINDOW.  *
000212* BEFORE THE FIRST STEP RUNS, PREFLGHT CHECKS THE CONTROL AND   *
000214* INPUT FILES OF EVERY STEP DUE; A STREAM THAT IS NOT READY IS  *
000216* STOPPED THERE WITH RETURN CODE 20, BEFORE ANYTHING HAS RUN.   *
000220*                                                               *
000230****************************************************************
000240*MODIFICATION HISTORY
000700*                MSGWRT ROUTINE, SO THEY REACH THE MSGLOG
000710*                FILE AND THE MORNING MSGRPT REPORT AS WELL
000720*                AS THE CONSOLE.
000721*2026-10-15 JHM  GLJRNL, THE GENERAL-LEDGER JOURNAL INTERFACE,
000722*                IS NOW DISPATCHABLE AFTER CALCULAT SO A HELD
000723*                JOURNAL STOPS THE STREAM BEFORE THE FILE GOES
000724*                TO THE LEDGER.  THE STEP TABLE NOW HOLDS 20
000725*                STEPS.
000726*2026-10-15 JHM  CALCSPLT, THE DEPARTMENT RETURN-FILE SPLITTER,
000727*                IS NOW DISPATCHABLE AFTER CALCULAT.
000728*2026-10-15 JHM  HOLDREL, THE HELD-ITEM RELEASE RUN, IS NOW
000729*                DISPATCHABLE AHEAD OF CALCULAT.
000730*2026-10-15 JHM  SUSPPOST, THE CALCULATION-ERROR SUSPENSE POSTING,
000731*                AND SUSPAGE, ITS WEEKLY AGING REPORT, ARE NOW
000732*                DISPATCHABLE STEPS.
000733*2026-10-15 JHM  KEYVER, THE CALCIN KEY-VERIFICATION PASS, IS NOW
000734*                DISPATCHABLE AHEAD OF CALCULAT.
000735*2026-10-15 JHM  CERTREV, THE GUESS-A-NUMBER CERTIFICATION
000736*                INTEGRITY REVIEW, IS NOW A DISPATCHABLE STEP.
000737*2026-10-15 JHM  ROSBLD, THE GUESSROS TOURNAMENT ROSTER BUILD
000738*                FROM TRAINMST, IS NOW A DISPATCHABLE STEP.
000739*2026-10-15 JHM  SUPPPOST, THE SUPPMAST RECEIPTS AND ADJUSTMENTS
000740*                POSTING, IS NOW DISPATCHABLE AHEAD OF THE
000741*                99BOTTLES ITEM COUNTDOWN.
000742*2026-10-15 JHM  REORDFUP, THE BOTNTC REORDER FOLLOW-UP AND
000743*                OPEN-ORDERS AGING REPORT, IS NOW A DISPATCHABLE
000744*                STEP.
000745*2026-10-15 JHM  PALMNT, THE PALMAST CODE MASTER MAINTENANCE,
000746*                IS NOW A DISPATCHABLE STEP.
000747*2026-10-15 JHM  THE PREFLGHT PRE-FLIGHT CHECK NOW RUNS AHEAD OF
000748*                THE FIRST STEP.  A STREAM WHOSE CONTROL OR INPUT
000749*                FILES ARE NOT READY IS NOT STARTED, WITH RETURN
000750*                CODE 20.
000751*2026-10-15 JHM  THE STALE-CHECKPOINT WARNING IS NOW MESSAGE 22,
000752*                CLEAR OF THE OPERATOR-BYPASS 10, FOR THE MSGCAT
000753*                CATALOG.
000754*2026-10-15 JHM  ARCHVRFY, THE ARCHHIST SEAL VERIFICATION, IS NOW
000755*                DISPATCHABLE AHEAD OF OR AFTER ARCHIVER.
000756*2026-10-15 JHM  MSTBKUP, THE BACKUP OF THE INDEXED MASTERS, IS
000757*                NOW DISPATCHABLE AHEAD OF THE MAINTENANCE STEPS.
000758****************************************************************
000759
000760 ENVIRONMENT DIVISION.
000761 CONFIGURATION SECTION.
000770 SOURCE-COMPUTER. IBM-370.
000780 OBJECT-COMPUTER. IBM-370.
000790
001830 77  WS-CTL-CARD-COUNT           PIC 9(02) VALUE 0.
001840 77  WS-STREAM-STOP-SW           PIC X(01) VALUE "N".
001850     88  WS-STREAM-STOPPED               VALUE "Y".
001852 77  WS-RESTART-SW               PIC X(01) VALUE "N".
001854     88  WS-RESTARTING                   VALUE "Y".
001856 77  WS-STALE-CKP-DATE           PIC X(08) VALUE SPACES.
001860
001870*---------------------------------------------------------------
001880* THE STEP TABLE, LOADED FROM DAILYCTL OR DEFAULTED TO THE
001900* CHECKPOINT ON A RESTART.
001910*---------------------------------------------------------------
001920 01  WS-STEP-TABLE.
001930     05  WS-STEP-ENTRY OCCURS 20 TIMES.
001940         10  WS-STEP-CODE        PIC X(08).
001950 77  WS-STEP-COUNT               PIC 9(02) VALUE 0.
001960 77  WS-STEP-IDX                 PIC 9(02) VALUE 0.
002340* DATE BEFORE IT IS TRUSTED TO DRIVE THE SCHEDULE.
002350*---------------------------------------------------------------
002360 COPY EDITCHKREC.
002365
002370*---------------------------------------------------------------
002380* LINKAGE RECORD PASSED TO MSGWRT SO OPERATIONAL WARNINGS
002390* REACH THE MSGLOG FILE AS WELL AS THE CONSOLE.
002420 77  WS-RC-ED                    PIC 9(04).
002430
002440*---------------------------------------------------------------
002441* LINKAGE RECORD PASSED TO PREFLGHT TO CHECK THE STREAM'S FILES
002442* BEFORE THE FIRST STEP RUNS.
002443*---------------------------------------------------------------
002444 COPY PREFLREC.
002445 77  WS-PF-FAIL-ED               PIC ZZ9.
002446
002447*---------------------------------------------------------------
002450* TIMESTAMP WORK FIELDS FOR THE JOB LOG.
002460*---------------------------------------------------------------
002470 77  WS-RUN-DATE                 PIC 9(08).
002710         GOBACK
002720     END-IF
002730     PERFORM 1500-CHECK-RESTART THRU 1500-EXIT
002731     IF WS-STEP-COUNT > 0
002732         PERFORM 1600-PREFLIGHT THRU 1600-EXIT
002733         IF RETURN-CODE = 20
002734             GOBACK
002735         END-IF
002736     END-IF
002740     PERFORM 7000-RUN-ONE-STEP THRU 7000-EXIT
002750         VARYING WS-STEP-IDX FROM WS-START-IDX BY 1
002760         UNTIL WS-STEP-IDX > WS-STEP-COUNT
004820             AND DCTL-STEP-NAME NOT = "CALCTREN"
004830             AND DCTL-STEP-NAME NOT = "GUESSRPT"
004840             AND DCTL-STEP-NAME NOT = "RPTDIST"
004841             AND DCTL-STEP-NAME NOT = "GLJRNL"
004842             AND DCTL-STEP-NAME NOT = "CALCSPLT"
004843             AND DCTL-STEP-NAME NOT = "HOLDREL"
004844             AND DCTL-STEP-NAME NOT = "SUSPPOST"
004845             AND DCTL-STEP-NAME NOT = "SUSPAGE"
004846             AND DCTL-STEP-NAME NOT = "KEYVER"
004847             AND DCTL-STEP-NAME NOT = "CERTREV"
004848             AND DCTL-STEP-NAME NOT = "ROSBLD"
004849             AND DCTL-STEP-NAME NOT = "SUPPPOST"
004850             AND DCTL-STEP-NAME NOT = "REORDFUP"
004851             AND DCTL-STEP-NAME NOT = "PALMNT"
004852             AND DCTL-STEP-NAME NOT = "ARCHVRFY"
004853             AND DCTL-STEP-NAME NOT = "MSTBKUP"
004854         DISPLAY "DAILYRUN: UNKNOWN STEP " DCTL-STEP-NAME
004860             " ON DAILYCTL - STREAM NOT STARTED"
004870         MOVE 16 TO RETURN-CODE
004880         GO TO 1200-EXIT
005140     IF NOT WS-STEP-DUE
005150         GO TO 1200-EXIT
005160     END-IF
005170     IF WS-STEP-COUNT >= 20
005180         DISPLAY "DAILYRUN: MORE THAN 20 STEPS ON DAILYCTL"
005190             " - STREAM NOT STARTED"
005200         MOVE 16 TO RETURN-CODE
005210         GO TO 1200-EXIT
005850                     IF CKP-RUN-DATE NUMERIC
005860                             AND CKP-RUN-DATE = WS-RUN-DATE
005870                         MOVE CKP-STEP-NO TO WS-START-IDX
005875                         SET WS-RESTARTING TO TRUE
005880                         DISPLAY "DAILYRUN: RESTARTING AT STEP "
005890                             CKP-STEP-NO " - " CKP-STEP-NAME
005900                     ELSE
005905                         MOVE CKP-RUN-DATE TO WS-STALE-CKP-DATE
005910                         MOVE "DAILYRUN" TO MW-PROGRAM-NAME
005920                         MOVE "CONSOLE " TO MW-OPERATOR-ID
005930                         MOVE 22 TO MW-MSG-NUMBER
005940                         SET MW-SEV-WARNING TO TRUE
005950                         MOVE SPACES TO MW-MSG-TEXT
005960                         STRING "CHECKPOINT DATED "
006060         CLOSE DAILYCKP-FILE
006070     END-IF.
006080 1500-EXIT.
006081     EXIT.
006082
006083*---------------------------------------------------------------
006084* 1600-PREFLIGHT THRU 1600-EXIT.
006085*   HANDS THE DAY'S STEP TABLE TO PREFLGHT, WHICH CHECKS EACH
006086*   STEP'S CONTROL AND INPUT FILES AND PRINTS THE PFLTRPT
006087*   READINESS REPORT.  WHEN A CHECK FAILS THE STREAM IS NOT
006088*   STARTED, WITH RETURN CODE 20 SO IT CANNOT BE MISTAKEN FOR A
006089*   STEP THAT FAILED PART WAY THROUGH.  ANY RESTART CHECKPOINT
006090*   IS LEFT AS IT WAS.
006091*---------------------------------------------------------------
006092 1600-PREFLIGHT.
006093     MOVE WS-RUN-DATE TO PF-RUN-DATE
006094     MOVE WS-START-IDX TO PF-START-IDX
006095     MOVE WS-STEP-COUNT TO PF-STEP-COUNT
006096     MOVE WS-RESTART-SW TO PF-RESTART-SW
006097     MOVE WS-CAL-LOADED-SW TO PF-CAL-LOADED-SW
006098     MOVE WS-STALE-CKP-DATE TO PF-STALE-CKP-DATE
006099     MOVE WS-STEP-TABLE TO PF-STEP-TABLE
006100     CALL "PREFLGHT" USING PREFLT-RECORD
006101     MOVE ZERO TO RETURN-CODE
006102     IF PF-STREAM-READY
006103         DISPLAY "DAILYRUN: PRE-FLIGHT CHECK PASSED - "
006104             PF-WARN-COUNT " WARNING(S), SEE PFLTRPT"
006105         GO TO 1600-EXIT
006106     END-IF
006107     MOVE PF-FAIL-COUNT TO WS-PF-FAIL-ED
006108     MOVE "DAILYRUN" TO MW-PROGRAM-NAME
006109     MOVE "CONSOLE " TO MW-OPERATOR-ID
006110     MOVE 21 TO MW-MSG-NUMBER
006111     SET MW-SEV-SEVERE TO TRUE
006112     MOVE SPACES TO MW-MSG-TEXT
006113     STRING "PRE-FLIGHT FAILED -" DELIMITED BY SIZE
006114         WS-PF-FAIL-ED DELIMITED BY SIZE
006115         " CHECK(S) - STREAM NOT STARTED" DELIMITED BY SIZE
006116         INTO MW-MSG-TEXT
006117     CALL "MSGWRT" USING MSGWRT-RECORD
006118     DISPLAY "DAILYRUN: STREAM NOT STARTED - SEE PFLTRPT"
006119     MOVE 20 TO RETURN-CODE.
006120 1600-EXIT.
006121     EXIT.
006122
006123*---------------------------------------------------------------
006124* 7000-RUN-ONE-STEP THRU 7000-EXIT.
006130*   CHECKPOINTS, TIMES AND RUNS ONE STEP, APPENDS ITS JOBLOG
006140*   RECORD, AND STOPS THE STREAM ON A NONZERO RETURN CODE.
006150*---------------------------------------------------------------
006770         WHEN "RPTDIST "
006780             MOVE "RPTDIST" TO WS-STEP-NAME
006790             CALL "RPTDIST"
006791         WHEN "GLJRNL  "
006792             MOVE "GLJRNL" TO WS-STEP-NAME
006793             CALL "GLJRNL"
006794         WHEN "CALCSPLT"
006795             MOVE "CALCSPLT" TO WS-STEP-NAME
006796             CALL "CALCSPLT"
006797         WHEN "CERTREV "
006798             MOVE "CERTREV" TO WS-STEP-NAME
006799             CALL "CERTREV"
006800         WHEN "ROSBLD  "
006801             MOVE "ROSBLD" TO WS-STEP-NAME
006802             CALL "ROSBLD"
006803         WHEN "SUPPPOST"
006804             MOVE "SUPPPOST" TO WS-STEP-NAME
006805             CALL "SUPPPOST"
006806         WHEN "REORDFUP"
006807             MOVE "REORDFUP" TO WS-STEP-NAME
006808             CALL "REORDFUP"
006809         WHEN "PALMNT  "
006810             MOVE "PALMNT" TO WS-STEP-NAME
006811             CALL "PALMNT"
006812         WHEN "HOLDREL "
006813             MOVE "HOLDREL" TO WS-STEP-NAME
006814             CALL "HOLDREL"
006815         WHEN "SUSPPOST"
006816             MOVE "SUSPPOST" TO WS-STEP-NAME
006817             CALL "SUSPPOST"
006818         WHEN "SUSPAGE "
006819             MOVE "SUSPAGE" TO WS-STEP-NAME
006820             CALL "SUSPAGE"
006821         WHEN "KEYVER  "
006822             MOVE "KEYVER" TO WS-STEP-NAME
006823             CALL "KEYVER"
006824         WHEN "ARCHVRFY"
006825             MOVE "ARCHVRFY" TO WS-STEP-NAME
006826             CALL "ARCHVRFY"
006827         WHEN "MSTBKUP "
006828             MOVE "MSTBKUP" TO WS-STEP-NAME
006829             CALL "MSTBKUP"
006830     END-EVALUATE.
006831 7100-EXIT.
006832     EXIT.
006833
006840*---------------------------------------------------------------
006850* 8500-WRITE-CHECKPOINT THRU 8500-EXIT.
006860*   OVERWRITES DAILYCKP WITH THE STEP ABOUT TO RUN, SO A
