000070****************************************************************
000080*                                                               *
000090* ARCHIVER PRESERVES THE DAY'S AUDIT AND REJECT TRAILS.  EVERY  *
000098* PROGRAM EXTENDS ITS AUDIT AND REJECT FILES THROUGH THE DAY,   *
000106* EACH RUN CLOSING ITS AUDIT RECORDS WITH ITS OWN TRAILER, AND  *
000114* STARTS THEM AFRESH ON ITS FIRST RUN OF THE NEXT DAY; THIS     *
000122* PROGRAM, RUN AS A DAILYRUN STEP, APPENDS THE DAY'S            *
000130* CALCAUD/GUESSAUD/PALAUD/BOTAUD AND CALCREJ/GUESSREJ/PALREJ/   *
000140* BOTREJ RECORDS INTO ARCHHIST, A CUMULATIVE HISTORY FILE       *
000150* KEYED BY RUN DATE, RECORD TYPE AND PROGRAM, AND PURGES        *
000180* STAGED, PER RETENTION POLICY).  THE NEW HISTORY IS BUILT ON   *
000190* THE ARCHWORK WORK FILE AND COPIED BACK OVER ARCHHIST, SO NO   *
000200* OPERATOR FILE-SWAP STEP IS NEEDED BETWEEN RUNS.  A DAILY LOG  *
000204* THAT IS NOT PRESENT IS SIMPLY SKIPPED.  EACH RUN ENDS ITS     *
000208* APPENDED RECORDS WITH A SEAL RECORD - COUNTS BY PROGRAM AND   *
000212* TYPE AND A HASH OF THE RECORDS, CHAINED TO THE PREVIOUS SEAL  *
000216* - WHICH ARCHVRFY RECOMPUTES TO PROVE THE HISTORY UNTOUCHED.   *
000220*                                                               *
000230****************************************************************
000240*MODIFICATION HISTORY
000370*                WITH THE BREAK POINT NAMED ON THE CONSOLE.
000380*                TRAILERS ARE VERIFIED AND DROPPED - THE
000390*                ARCHIVE ITSELF IS ONE CONTINUOUS HISTORY.
000391*2026-10-15 JHM  EACH RUN NOW WRITES A SEAL RECORD (TYPE "S",
000392*                LAYOUT ARCHSEAL) AFTER THE RECORDS IT APPENDS,
000393*                CARRYING THEIR AUDIT AND REJECT COUNTS BY
000394*                PROGRAM AND A SEALHASH HASH CHAINED TO THE
000395*                PREVIOUS SEAL.  ONCE SEALS ARE ON FILE, HISTORY
000396*                IS PURGED A WHOLE SEALED BLOCK AT A TIME, BY
000397*                THE SEAL'S DATE.
000398*2026-10-15 JHM  THE PROGRAMS NOW EXTEND THEIR DAILY LOGS, SO AN
000399*                AUDIT LOG CAN HOLD SEVERAL RUNS.  THE SEQUENCE
000400*                AND TRAILER CHECK RESTARTS AT EACH NEW RUN NUMBER
000401*                AND NAMES THE RUN IN ITS CONSOLE MESSAGES, AND A
000402*                NUMBERED RUN THAT NEVER WROTE ITS TRAILER IS
000403*                CALLED OUT AS NOT COMPLETED.
000404*2026-10-15 JHM  A SECOND RUN IN A DAY NO LONGER ARCHIVES THE
000405*                MORNING'S LOG RECORDS AGAIN.  THE RUNS FILED IN
000406*                TODAY'S SEALED BLOCKS ARE COUNTED FROM THE
000407*                HISTORY AND THAT MANY OF EACH RUN'S RECORDS ARE
000408*                SKIPPED WHEN THE LOGS ARE READ.
000409****************************************************************
000410
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000950* RECORD PER ARCHIVED AUDIT OR REJECT LINE, KEYED BY RUN DATE,
000960* RECORD TYPE (A=AUDIT, R=REJECT) AND PROGRAM NAME.  AN AUDIT
000970* PAYLOAD OCCUPIES THE FIRST 107 BYTES OF ARC-PAYLOAD; A
000976* REJECT PAYLOAD OCCUPIES ALL 126.  A SEAL RECORD (S) CLOSES
000982* EACH RUN'S APPENDED RECORDS; ITS PAYLOAD IS ARCHSEAL.
000990*---------------------------------------------------------------
001000 FD  ARCHHIST-FILE.
001010 01  ARCHHIST-RECORD.
001680 01  WS-DISPLAY-COUNT            PIC ZZZZZZ9.
001690
001700*---------------------------------------------------------------
001707* AUDIT-TRAIL SEQUENCE AND TRAILER CHECKING, RESET AT EACH NEW
001714* RUN (RUN DATE AND RUN NUMBER) IN AN AUDIT LOG.  A GAP, A
001721* TRAILER COUNT THAT DISAGREES WITH THE DETAILS READ, OR A
001728* NUMBERED RUN WITH NO TRAILER IS NAMED ON THE CONSOLE; TRAILERS
001735* THEMSELVES ARE VERIFIED AND DROPPED, NOT ARCHIVED.  A RECORD
001742* WITHOUT THE SEQUENCE FIELDS YET IS PASSED OVER BY THE NUMERIC
001749* TESTS.
001760*---------------------------------------------------------------
001770 77  WS-AUD-FILE-NAME            PIC X(08).
001771 77  WS-AUD-RUN-SW               PIC X(01) VALUE "N".
001772     88  WS-AUD-RUN-OPEN                 VALUE "Y".
001773 77  WS-AUD-RUN-DATE             PIC X(08).
001774 77  WS-AUD-RUN-NO               PIC X(08).
001775 77  WS-AUD-NUM-SW               PIC X(01) VALUE "N".
001780 77  WS-AUD-SEQ                  PIC 9(07) COMP VALUE ZERO.
001790 77  WS-AUD-GAP                  PIC 9(07) COMP VALUE ZERO.
001800 77  WS-AUD-TRL-SW               PIC X(01) VALUE "N".
001810 77  WS-AUD-TRLCNT               PIC 9(07) COMP VALUE ZERO.
001820 77  WS-AUD-DETAILS              PIC 9(07) COMP VALUE ZERO.
001821 77  WS-AUD-RUNS                 PIC 9(07) COMP VALUE ZERO.
001822
001823*---------------------------------------------------------------
001824* DAILY SEAL.  THE BLOCK COUNTS AND THE DAY HASH RUN OVER EVERY
001825* RECORD SINCE THE LAST SEAL ON FILE - ANY CARRIED FORWARD
001826* AFTER IT AS WELL AS TODAY'S - AND GO OUT AS ONE SEAL RECORD
001827* CHAINED TO THAT LAST SEAL.  THE PURGE POINT IS THE LAST
001828* RECORD OF THE LAST SEALED BLOCK WHOSE SEAL IS OLDER THAN THE
001829* CUTOFF, SO NO SURVIVING SEAL LOSES PART OF ITS BLOCK.
001830*---------------------------------------------------------------
001831 77  WS-SEAL-SW                  PIC X(01) VALUE "N".
001832     88  WS-SEALS-ON-FILE                VALUE "Y".
001833 77  WS-HIST-REC-NO              PIC 9(07) COMP VALUE ZERO.
001834 77  WS-PURGE-THRU               PIC 9(07) COMP VALUE ZERO.
001835 77  WS-UNSEALED-COUNT           PIC 9(07) COMP VALUE ZERO.
001836 77  WS-SEALED-COUNT             PIC 9(07) COMP VALUE ZERO.
001837 77  WS-LAST-SEAL-DATE           PIC 9(08) VALUE ZERO.
001838 77  WS-LAST-SEAL-HASH           PIC 9(09) VALUE ZERO.
001839 77  WS-DAY-HASH                 PIC 9(09) VALUE 7.
001840 77  WS-PGM-IDX                  PIC 9(01) COMP.
001841 01  WS-SEAL-PROGRAM-LIST        PIC X(40) VALUE
001842     "CALCULATGUESS-A-PALINDRO99BOTTLE*OTHER* ".
001843 01  WS-SEAL-PROGRAMS REDEFINES WS-SEAL-PROGRAM-LIST.
001844     05  WS-SEAL-PGM             PIC X(08) OCCURS 5 TIMES.
001845 01  WS-BLOCK-TOTALS.
001846     05  WS-BLK-ENTRY            OCCURS 5 TIMES.
001847         10  WS-BLK-AUDITS       PIC 9(05) COMP.
001848         10  WS-BLK-REJECTS      PIC 9(05) COMP.
001849
001850*---------------------------------------------------------------
001851* RUNS ALREADY FILED TODAY.  THE DAILY LOGS ARE EXTENDED RUN
001852* AFTER RUN, SO A SECOND ARCHIVER RUN IN A DAY READS THE
001853* MORNING'S RECORDS AGAIN.  ONE ENTRY PER AUDIT OR REJECT RUN
001854* (PROGRAM, RUN DATE, RUN TIME, RUN NUMBER) IN THE BLOCKS SEALED
001855* TODAY, WITH THE NUMBER OF ITS RECORDS ON FILE.  THAT MANY OF
001856* THE RUN'S RECORDS ARE SKIPPED AS THE LOGS ARE READ AGAIN; A
001857* RESTARTED RUN'S LATER RECORDS STILL GO THROUGH.
001858*---------------------------------------------------------------
001859 77  WS-ARK-USED                 PIC 9(04) COMP VALUE ZERO.
001860 77  WS-ARK-IDX                  PIC 9(04) COMP.
001861 77  WS-ARK-MAX                  PIC 9(04) COMP VALUE 500.
001862 77  WS-ARK-SW                   PIC X(01) VALUE "N".
001863     88  WS-ARK-FOUND                    VALUE "Y".
001864 77  WS-ARK-DUP-SW               PIC X(01) VALUE "N".
001865     88  WS-ARK-ALREADY-FILED            VALUE "Y".
001866 77  WS-ARK-FULL-SW              PIC X(01) VALUE "N".
001867     88  WS-ARK-TABLE-FULL               VALUE "Y".
001868 77  WS-SKIPPED-COUNT            PIC 9(07) COMP VALUE ZERO.
001869 01  WS-ARK-FIND.
001870     05  WS-ARK-FIND-TYPE        PIC X(01).
001871     05  WS-ARK-FIND-PROGRAM     PIC X(08).
001872     05  WS-ARK-FIND-DATE        PIC X(08).
001873     05  WS-ARK-FIND-TIME        PIC X(08).
001874     05  WS-ARK-FIND-RUN-NO      PIC X(08).
001875 01  WS-ARK-TABLE.
001876     05  WS-ARK-ENTRY            OCCURS 500 TIMES.
001877         10  WS-ARK-KEY          PIC X(33).
001878         10  WS-ARK-FILED        PIC 9(07) COMP.
001879         10  WS-ARK-SEEN         PIC 9(07) COMP.
001880
001881*---------------------------------------------------------------
001882* WORK RECORDS FOR PICKING THE RUN DATE AND PROGRAM NAME OUT
001883* OF THE PAYLOAD BEING ARCHIVED.  SHARED COPYBOOK LAYOUTS.
001884*---------------------------------------------------------------
001885 COPY AUDITLOG.
001890 COPY REJECTREC.
001891 COPY ARCHSEAL.
001892
001893*---------------------------------------------------------------
001894* LINKAGE RECORD PASSED TO SEALHASH.
001895*---------------------------------------------------------------
001896 COPY SEALHREC.
001900
001910 PROCEDURE DIVISION.
001920*---------------------------------------------------------------
001950 0000-MAINLINE.
001960     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001970     IF RETURN-CODE NOT = 16
001975         PERFORM 1500-FIND-PURGE-POINT THRU 1500-EXIT
001980         PERFORM 2000-COPY-HISTORY THRU 2000-EXIT
001990         PERFORM 3000-ARCHIVE-TODAY THRU 3000-EXIT
001995         PERFORM 3500-WRITE-SEAL THRU 3500-EXIT
002000         PERFORM 4000-REWRITE-HISTORY THRU 4000-EXIT
002010         PERFORM 8000-DISPLAY-TOTALS THRU 8000-EXIT
002020     END-IF
002080*---------------------------------------------------------------
002090* 1000-INITIALIZE THRU 1000-EXIT.
002100*   PICKS UP THE RETENTION PERIOD (DEFAULT 90 DAYS), COMPUTES
002106*   THE PURGE CUTOFF DATE, CLEARS THE SEAL BLOCK AND OPENS THE
002112*   WORK FILE.
002120*---------------------------------------------------------------
002130 1000-INITIALIZE.
002140     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002280         FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-RETENTION-DAYS
002290     COMPUTE WS-CUTOFF-DATE =
002300         FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
002305     PERFORM 3650-RESET-BLOCK THRU 3650-EXIT
002310     OPEN OUTPUT ARCHWORK-FILE
002320     IF NOT WS-ARCHWORK-OK
002330         DISPLAY "ARCHIVER: UNABLE TO OPEN ARCHWORK, STATUS "
002380     EXIT.
002390
002400*---------------------------------------------------------------
002401* 1500-FIND-PURGE-POINT THRU 1500-EXIT.
002402*   A FIRST PASS OVER THE HISTORY NOTING WHETHER ANY SEAL IS ON
002403*   FILE AND THE RECORD NUMBER OF THE LAST SEAL DATED BEFORE THE
002404*   CUTOFF.  EVERYTHING UP TO AND INCLUDING THAT SEAL IS PURGED.
002405*---------------------------------------------------------------
002406 1500-FIND-PURGE-POINT.
002407     MOVE "N" TO WS-EOF-SWITCH
002408     MOVE ZERO TO WS-HIST-REC-NO
002409     OPEN INPUT ARCHHIST-FILE
002410     IF WS-ARCHHIST-OK
002411         PERFORM 1510-ONE-PURGE-CHECK THRU 1510-EXIT
002412             UNTIL WS-END-OF-FILE
002413         CLOSE ARCHHIST-FILE
002414     END-IF.
002415 1500-EXIT.
002416     EXIT.
002417
002418 1510-ONE-PURGE-CHECK.
002419     READ ARCHHIST-FILE
002420         AT END
002421             SET WS-END-OF-FILE TO TRUE
002422         NOT AT END
002423             ADD 1 TO WS-HIST-REC-NO
002424             IF ARC-RECORD-TYPE = "S"
002425                 SET WS-SEALS-ON-FILE TO TRUE
002426                 IF ARC-RUN-DATE NUMERIC
002427                         AND ARC-RUN-DATE < WS-CUTOFF-DATE
002428                     MOVE WS-HIST-REC-NO TO WS-PURGE-THRU
002429                 END-IF
002430             END-IF
002431     END-READ.
002432 1510-EXIT.
002433     EXIT.
002434
002435*---------------------------------------------------------------
002436* 2000-COPY-HISTORY THRU 2000-EXIT.
002437*   COPIES THE EXISTING HISTORY FORWARD TO THE WORK FILE,
002438*   DROPPING THE PURGED BLOCKS - OR, ON A HISTORY WRITTEN
002439*   BEFORE SEALING BEGAN, THE RECORDS OLDER THAN THE CUTOFF
002440*   DATE.  NO HISTORY FILE YET MEANS A FIRST RUN - NOTHING TO
002441*   COPY.  RECORDS FOUND AFTER THE LAST SEAL ARE NAMED ON THE
002442*   CONSOLE; THEY ARE SEALED WITH TODAY'S RECORDS.  THE AUDIT
002443*   AND REJECT RUNS IN BLOCKS SEALED TODAY (AND AFTER THE LAST
002444*   SEAL) ARE COUNTED INTO THE FILED-RUNS TABLE AS THEY PASS.
002450*---------------------------------------------------------------
002460 2000-COPY-HISTORY.
002470     MOVE "N" TO WS-EOF-SWITCH
002475     MOVE ZERO TO WS-HIST-REC-NO
002480     OPEN INPUT ARCHHIST-FILE
002490     IF WS-ARCHHIST-OK
002500         PERFORM 2100-ONE-HISTORY THRU 2100-EXIT
002510             UNTIL WS-END-OF-FILE
002520         CLOSE ARCHHIST-FILE
002521     END-IF
002522     IF WS-SEALS-ON-FILE AND WS-UNSEALED-COUNT > ZERO
002523         MOVE WS-UNSEALED-COUNT TO WS-DISPLAY-COUNT
002524         DISPLAY "ARCHIVER: " WS-DISPLAY-COUNT
002525             " HISTORY RECORDS FOUND AFTER THE LAST SEAL"
002530     END-IF.
002540 2000-EXIT.
002550     EXIT.
002580     READ ARCHHIST-FILE
002590         AT END
002600             SET WS-END-OF-FILE TO TRUE
002603             GO TO 2100-EXIT
002606     END-READ
002609     ADD 1 TO WS-HIST-REC-NO
002612     IF ARC-RECORD-TYPE = "S"
002615         MOVE ARC-RUN-DATE TO WS-LAST-SEAL-DATE
002618         MOVE ARC-PAYLOAD TO ARCHIVE-SEAL-RECORD
002621         MOVE SEAL-CHAIN-HASH TO WS-LAST-SEAL-HASH
002624         IF ARC-RUN-DATE NOT = WS-TODAY
002627             PERFORM 3700-CLEAR-FILED THRU 3700-EXIT
002630         END-IF
002633     END-IF
002636     IF WS-SEALS-ON-FILE
002639         IF WS-HIST-REC-NO <= WS-PURGE-THRU
002642             ADD 1 TO WS-PURGED-COUNT
002645             GO TO 2100-EXIT
002648         END-IF
002651     ELSE
002654         IF ARC-RUN-DATE NOT NUMERIC
002657                 OR ARC-RUN-DATE < WS-CUTOFF-DATE
002660             ADD 1 TO WS-PURGED-COUNT
002663             GO TO 2100-EXIT
002666         END-IF
002669     END-IF
002672     WRITE ARCHWORK-RECORD FROM ARCHHIST-RECORD
002675     ADD 1 TO WS-KEPT-COUNT
002678     IF ARC-RECORD-TYPE = "S"
002681         PERFORM 3650-RESET-BLOCK THRU 3650-EXIT
002684     ELSE
002687         ADD 1 TO WS-UNSEALED-COUNT
002690         PERFORM 3600-SEAL-ONE THRU 3600-EXIT
002693         PERFORM 3710-NOTE-FILED THRU 3710-EXIT
002696     END-IF.
002700 2100-EXIT.
002710     EXIT.
002720
004890
004900*---------------------------------------------------------------
004910* 3880-RESET-TRAIL-CHECK THRU 3880-EXIT.
004915*   CLEARS THE CHECK FOR A NEW LOG OR A NEW RUN WITHIN ONE.
004920*---------------------------------------------------------------
004930 3880-RESET-TRAIL-CHECK.
004932     MOVE "N" TO WS-AUD-RUN-SW
004934     MOVE SPACES TO WS-AUD-RUN-DATE
004936     MOVE SPACES TO WS-AUD-RUN-NO
004938     MOVE "N" TO WS-AUD-NUM-SW
004940     MOVE ZERO TO WS-AUD-SEQ
004950     MOVE ZERO TO WS-AUD-GAP
004960     MOVE "N" TO WS-AUD-TRL-SW
005020*---------------------------------------------------------------
005030* 3890-CHECK-ONE-AUDIT THRU 3890-EXIT.
005040*   FOLDS THE AUDIT RECORD IN AUDIT-LOG-RECORD INTO THE
005046*   SEQUENCE AND TRAILER CHECK FOR THE RUN IT BELONGS TO.  A
005052*   NEW RUN DATE OR RUN NUMBER CLOSES THE CHECK ON THE RUN
005058*   BEFORE IT AND STARTS A FRESH ONE.  AFTER A GAP THE EXPECTED
005064*   SEQUENCE RESYNCS TO THE RECORD JUST READ SO ONE MISSING
005070*   RECORD DOES NOT CASCADE.
005080*---------------------------------------------------------------
005090 3890-CHECK-ONE-AUDIT.
005091     IF NOT WS-AUD-RUN-OPEN
005092             OR AUDIT-RUN-DATE NOT = WS-AUD-RUN-DATE
005093             OR AUDIT-RUN-NUMBER NOT = WS-AUD-RUN-NO
005094         PERFORM 3990-VERIFY-TRAIL THRU 3990-EXIT
005095         PERFORM 3880-RESET-TRAIL-CHECK THRU 3880-EXIT
005096         MOVE AUDIT-RUN-DATE TO WS-AUD-RUN-DATE
005097         MOVE AUDIT-RUN-NUMBER TO WS-AUD-RUN-NO
005098         SET WS-AUD-RUN-OPEN TO TRUE
005099         ADD 1 TO WS-AUD-RUNS
005100     END-IF
005101     IF AUDIT-TRAILER
005110         MOVE "Y" TO WS-AUD-TRL-SW
005120         IF AUDIT-SEQ-NO NUMERIC
005130             MOVE AUDIT-SEQ-NO TO WS-AUD-TRLCNT
005170     ADD 1 TO WS-AUD-SEQ
005180     ADD 1 TO WS-AUD-DETAILS
005190     IF AUDIT-SEQ-NO NUMERIC
005195         MOVE "Y" TO WS-AUD-NUM-SW
005200         IF AUDIT-SEQ-NO NOT = WS-AUD-SEQ
005205             IF WS-AUD-GAP = ZERO
005210                 MOVE WS-AUD-SEQ TO WS-AUD-GAP
005215             END-IF
005220             MOVE AUDIT-SEQ-NO TO WS-AUD-SEQ
005230         END-IF
005250     END-IF.
005260 3890-EXIT.
005270     EXIT.
005280
005290*---------------------------------------------------------------
005300* 3990-VERIFY-TRAIL THRU 3990-EXIT.
005308*   NAMES ANY BREAK IN THE RUN JUST CHECKED: A GAP IN THE
005316*   SEQUENCE, A TRAILER COUNT THAT DISAGREES WITH THE DETAILS
005324*   READ, OR A NUMBERED RUN THAT NEVER WROTE ITS TRAILER.  A
005332*   LOG WITHOUT THE NEW FIELDS YET PASSES QUIETLY DURING
005340*   ROLL-OUT.  NOTHING TO VERIFY BEFORE A LOG'S FIRST RECORD.
005350*---------------------------------------------------------------
005360 3990-VERIFY-TRAIL.
005362     IF NOT WS-AUD-RUN-OPEN
005364         GO TO 3990-EXIT
005366     END-IF
005370     IF WS-AUD-GAP > ZERO
005380         MOVE WS-AUD-GAP TO WS-DISPLAY-COUNT
005390         DISPLAY "ARCHIVER: SEQUENCE GAP IN " WS-AUD-FILE-NAME
005400             " RUN " WS-AUD-RUN-NO " AT RECORD " WS-DISPLAY-COUNT
005410     END-IF
005420     IF WS-AUD-TRL-SW = "Y"
005430             AND WS-AUD-TRLCNT NOT = WS-AUD-DETAILS
005440         MOVE WS-AUD-TRLCNT TO WS-DISPLAY-COUNT
005450         DISPLAY "ARCHIVER: " WS-AUD-FILE-NAME
005455             " RUN " WS-AUD-RUN-NO
005460             " TRAILER COUNT " WS-DISPLAY-COUNT
005470             " DISAGREES WITH DETAILS READ"
005471     END-IF
005472     IF WS-AUD-TRL-SW = "N" AND WS-AUD-NUM-SW = "Y"
005473         DISPLAY "ARCHIVER: " WS-AUD-FILE-NAME
005474             " RUN " WS-AUD-RUN-NO
005475             " HAS NO TRAILER - RUN DID NOT COMPLETE"
005480     END-IF.
005490 3990-EXIT.
005500     EXIT.
005550*   RECORD AND WRITES IT TO THE WORK FILE.  THE RECORD'S OWN
005560*   RUN DATE IS USED AS THE ARCHIVE KEY SO A CATCH-UP RUN
005570*   FILES RECORDS UNDER THE DAY THEY WERE WRITTEN; A RECORD
005576*   WITH AN UNREADABLE DATE IS FILED UNDER TODAY.  A RECORD AN
005582*   EARLIER RUN TODAY ALREADY FILED IS SKIPPED.
005590*---------------------------------------------------------------
005600 3900-ARCHIVE-AUDIT.
005601     PERFORM 3720-AUDIT-KEY THRU 3720-EXIT
005602     PERFORM 3750-CHECK-FILED THRU 3750-EXIT
005603     IF WS-ARK-ALREADY-FILED
005604         ADD 1 TO WS-SKIPPED-COUNT
005605         GO TO 3900-EXIT
005606     END-IF
005610     MOVE SPACES TO ARCHHIST-RECORD
005620     IF AUDIT-RUN-DATE NUMERIC
005630         MOVE AUDIT-RUN-DATE TO ARC-RUN-DATE
005690     MOVE SPACES TO ARC-PAYLOAD
005700     MOVE AUDIT-LOG-RECORD TO ARC-PAYLOAD(1:107)
005710     WRITE ARCHWORK-RECORD FROM ARCHHIST-RECORD
005716     ADD 1 TO WS-ADDED-COUNT
005722     PERFORM 3600-SEAL-ONE THRU 3600-EXIT.
005730 3900-EXIT.
005740     EXIT.
005750
005780*   REJECT-RECORD COUNTERPART OF 3900-ARCHIVE-AUDIT.
005790*---------------------------------------------------------------
005800 3950-ARCHIVE-REJECT.
005801     PERFORM 3730-REJECT-KEY THRU 3730-EXIT
005802     PERFORM 3750-CHECK-FILED THRU 3750-EXIT
005803     IF WS-ARK-ALREADY-FILED
005804         ADD 1 TO WS-SKIPPED-COUNT
005805         GO TO 3950-EXIT
005806     END-IF
005810     MOVE SPACES TO ARCHHIST-RECORD
005820     IF REJ-RUN-DATE NUMERIC
005830         MOVE REJ-RUN-DATE TO ARC-RUN-DATE
005880     MOVE REJ-PROGRAM-NAME TO ARC-PROGRAM-NAME
005890     MOVE REJECT-LOG-RECORD TO ARC-PAYLOAD
005900     WRITE ARCHWORK-RECORD FROM ARCHHIST-RECORD
005906     ADD 1 TO WS-ADDED-COUNT
005912     PERFORM 3600-SEAL-ONE THRU 3600-EXIT.
005920 3950-EXIT.
005921     EXIT.
005922
005923*---------------------------------------------------------------
005924* 3700-CLEAR-FILED THRU 3700-EXIT.
005925*   EMPTIES THE FILED-RUNS TABLE AT A SEAL FROM AN EARLIER DAY,
005926*   SO THE TABLE ENDS UP HOLDING ONLY THE BLOCKS SEALED TODAY
005927*   AND ANY RECORDS AFTER THE LAST SEAL.
005928*---------------------------------------------------------------
005929 3700-CLEAR-FILED.
005930     MOVE ZERO TO WS-ARK-USED
005931     MOVE "N" TO WS-ARK-FULL-SW.
005932 3700-EXIT.
005933     EXIT.
005934
005935*---------------------------------------------------------------
005936* 3710-NOTE-FILED THRU 3710-EXIT.
005937*   COUNTS THE AUDIT OR REJECT HISTORY RECORD IN ARCHHIST-RECORD
005938*   AGAINST ITS RUN IN THE FILED-RUNS TABLE, ADDING THE RUN IF
005939*   IT IS NEW.  A FULL TABLE IS NAMED ONCE; RUNS PAST IT ARE
005940*   ARCHIVED AGAIN RATHER THAN LOST.
005941*---------------------------------------------------------------
005942 3710-NOTE-FILED.
005943     IF ARC-RECORD-TYPE = "A"
005944         MOVE ARC-PAYLOAD(1:107) TO AUDIT-LOG-RECORD
005945         PERFORM 3720-AUDIT-KEY THRU 3720-EXIT
005946     ELSE
005947         MOVE ARC-PAYLOAD TO REJECT-LOG-RECORD
005948         PERFORM 3730-REJECT-KEY THRU 3730-EXIT
005949     END-IF
005950     PERFORM 3740-FIND-RUN THRU 3740-EXIT
005951     IF NOT WS-ARK-FOUND
005952         IF WS-ARK-USED NOT < WS-ARK-MAX
005953             IF NOT WS-ARK-TABLE-FULL
005954                 SET WS-ARK-TABLE-FULL TO TRUE
005955                 DISPLAY "ARCHIVER: FILED-RUNS TABLE FULL - SOME "
005956                     "RUNS MAY BE ARCHIVED TWICE"
005957             END-IF
005958             GO TO 3710-EXIT
005959         END-IF
005960         ADD 1 TO WS-ARK-USED
005961         MOVE WS-ARK-USED TO WS-ARK-IDX
005962         MOVE WS-ARK-FIND TO WS-ARK-KEY(WS-ARK-IDX)
005963         MOVE ZERO TO WS-ARK-FILED(WS-ARK-IDX)
005964         MOVE ZERO TO WS-ARK-SEEN(WS-ARK-IDX)
005965     END-IF
005966     ADD 1 TO WS-ARK-FILED(WS-ARK-IDX).
005967 3710-EXIT.
005968     EXIT.
005969
005970*---------------------------------------------------------------
005971* 3720-AUDIT-KEY THRU 3720-EXIT.
005972*   RUN KEY OF THE AUDIT RECORD IN AUDIT-LOG-RECORD.
005973*---------------------------------------------------------------
005974 3720-AUDIT-KEY.
005975     MOVE "A" TO WS-ARK-FIND-TYPE
005976     MOVE AUDIT-PROGRAM-NAME TO WS-ARK-FIND-PROGRAM
005977     MOVE AUDIT-RUN-DATE TO WS-ARK-FIND-DATE
005978     MOVE AUDIT-RUN-TIME TO WS-ARK-FIND-TIME
005979     MOVE AUDIT-RUN-NUMBER TO WS-ARK-FIND-RUN-NO.
005980 3720-EXIT.
005981     EXIT.
005982
005983*---------------------------------------------------------------
005984* 3730-REJECT-KEY THRU 3730-EXIT.
005985*   RUN KEY OF THE REJECT RECORD IN REJECT-LOG-RECORD.  REJECTS
005986*   CARRY NO RUN NUMBER; THE RUN TIME TELLS THE RUNS APART.
005987*---------------------------------------------------------------
005988 3730-REJECT-KEY.
005989     MOVE "R" TO WS-ARK-FIND-TYPE
005990     MOVE REJ-PROGRAM-NAME TO WS-ARK-FIND-PROGRAM
005991     MOVE REJ-RUN-DATE TO WS-ARK-FIND-DATE
005992     MOVE REJ-RUN-TIME TO WS-ARK-FIND-TIME
005993     MOVE SPACES TO WS-ARK-FIND-RUN-NO.
005994 3730-EXIT.
005995     EXIT.
005996
005997*---------------------------------------------------------------
005998* 3740-FIND-RUN THRU 3740-EXIT.
005999*   LOOKS UP WS-ARK-FIND IN THE FILED-RUNS TABLE, LEAVING
006000*   WS-ARK-IDX ON THE ENTRY WHEN IT IS FOUND.
006001*---------------------------------------------------------------
006002 3740-FIND-RUN.
006003     MOVE "N" TO WS-ARK-SW
006004     MOVE ZERO TO WS-ARK-IDX
006005     PERFORM 3741-NEXT-RUN THRU 3741-EXIT
006006         UNTIL WS-ARK-FOUND
006007         OR WS-ARK-IDX NOT < WS-ARK-USED.
006008 3740-EXIT.
006009     EXIT.
006010
006011 3741-NEXT-RUN.
006012     ADD 1 TO WS-ARK-IDX
006013     IF WS-ARK-KEY(WS-ARK-IDX) = WS-ARK-FIND
006014         SET WS-ARK-FOUND TO TRUE
006015     END-IF.
006016 3741-EXIT.
006017     EXIT.
006018
006019*---------------------------------------------------------------
006020* 3750-CHECK-FILED THRU 3750-EXIT.
006021*   COUNTS THE LOG RECORD WHOSE KEY IS IN WS-ARK-FIND AGAINST
006022*   ITS RUN.  WHILE THE COUNT IS WITHIN WHAT IS ALREADY ON FILE
006023*   FOR THE RUN, THE RECORD WAS FILED BY AN EARLIER RUN TODAY.
006024*---------------------------------------------------------------
006025 3750-CHECK-FILED.
006026     MOVE "N" TO WS-ARK-DUP-SW
006027     PERFORM 3740-FIND-RUN THRU 3740-EXIT
006028     IF WS-ARK-FOUND
006029         ADD 1 TO WS-ARK-SEEN(WS-ARK-IDX)
006030         IF WS-ARK-SEEN(WS-ARK-IDX) NOT > WS-ARK-FILED(WS-ARK-IDX)
006031             SET WS-ARK-ALREADY-FILED TO TRUE
006032         END-IF
006033     END-IF.
006034 3750-EXIT.
006035     EXIT.
006036
006037*---------------------------------------------------------------
006038* 3500-WRITE-SEAL THRU 3500-EXIT.
006039*   CLOSES THE BLOCK WITH TODAY'S SEAL RECORD.  THE CHAIN HASH
006040*   IS THE SEAL RECORD ITSELF, CHAIN HASH ZERO, FOLDED FROM THE
006041*   LAST SEAL'S CHAIN HASH.  A RUN WITH NOTHING TO ARCHIVE STILL
006042*   SEALS, SO EVERY RUN DAY HAS ITS LINK IN THE CHAIN.
006043*---------------------------------------------------------------
006044 3500-WRITE-SEAL.
006045     MOVE SPACES TO ARCHIVE-SEAL-RECORD
006046     MOVE WS-LAST-SEAL-DATE TO SEAL-PREV-DATE
006047     MOVE WS-LAST-SEAL-HASH TO SEAL-PREV-HASH
006048     MOVE WS-DAY-HASH TO SEAL-DAY-HASH
006049     MOVE ZERO TO SEAL-CHAIN-HASH
006050     PERFORM 3510-LOAD-SEAL-COUNT THRU 3510-EXIT
006051         VARYING WS-PGM-IDX FROM 1 BY 1
006052         UNTIL WS-PGM-IDX > 5
006053     MOVE SPACES TO ARCHHIST-RECORD
006054     MOVE WS-TODAY TO ARC-RUN-DATE
006055     MOVE "S" TO ARC-RECORD-TYPE
006056     MOVE "ARCHIVER" TO ARC-PROGRAM-NAME
006057     MOVE ARCHIVE-SEAL-RECORD TO ARC-PAYLOAD
006058     MOVE ARCHHIST-RECORD TO SH-HISTORY-RECORD
006059     MOVE WS-LAST-SEAL-HASH TO SH-HASH
006060     CALL "SEALHASH" USING SEALHASH-RECORD
006061     MOVE SH-HASH TO SEAL-CHAIN-HASH
006062     MOVE ARCHIVE-SEAL-RECORD TO ARC-PAYLOAD
006063     WRITE ARCHWORK-RECORD FROM ARCHHIST-RECORD.
006064 3500-EXIT.
006065     EXIT.
006066
006067 3510-LOAD-SEAL-COUNT.
006068     MOVE WS-SEAL-PGM(WS-PGM-IDX) TO SEAL-PROGRAM-NAME(WS-PGM-IDX)
006069     MOVE WS-BLK-AUDITS(WS-PGM-IDX)
006070         TO SEAL-AUDIT-COUNT(WS-PGM-IDX)
006071     MOVE WS-BLK-REJECTS(WS-PGM-IDX)
006072         TO SEAL-REJECT-COUNT(WS-PGM-IDX).
006073 3510-EXIT.
006074     EXIT.
006075
006076*---------------------------------------------------------------
006077* 3600-SEAL-ONE THRU 3600-EXIT.
006078*   FOLDS THE HISTORY RECORD IN ARCHHIST-RECORD INTO THE SEAL
006079*   BLOCK: ONE MORE AUDIT OR REJECT UNDER ITS PROGRAM, AND THE
006080*   WHOLE RECORD INTO THE DAY HASH.
006081*---------------------------------------------------------------
006082 3600-SEAL-ONE.
006083     MOVE 1 TO WS-PGM-IDX
006084     PERFORM 3610-NEXT-SEAL-PROGRAM THRU 3610-EXIT
006085         UNTIL WS-PGM-IDX = 5
006086         OR ARC-PROGRAM-NAME = WS-SEAL-PGM(WS-PGM-IDX)
006087     IF ARC-RECORD-TYPE = "A"
006088         ADD 1 TO WS-BLK-AUDITS(WS-PGM-IDX)
006089     ELSE
006090         ADD 1 TO WS-BLK-REJECTS(WS-PGM-IDX)
006091     END-IF
006092     ADD 1 TO WS-SEALED-COUNT
006093     MOVE ARCHHIST-RECORD TO SH-HISTORY-RECORD
006094     MOVE WS-DAY-HASH TO SH-HASH
006095     CALL "SEALHASH" USING SEALHASH-RECORD
006096     MOVE SH-HASH TO WS-DAY-HASH.
006097 3600-EXIT.
006098     EXIT.
006099
006100 3610-NEXT-SEAL-PROGRAM.
006101     ADD 1 TO WS-PGM-IDX.
006102 3610-EXIT.
006103     EXIT.
006104
006105*---------------------------------------------------------------
006106* 3650-RESET-BLOCK THRU 3650-EXIT.
006107*   STARTS A NEW SEAL BLOCK AFTER A SEAL RECORD.
006108*---------------------------------------------------------------
006109 3650-RESET-BLOCK.
006110     PERFORM 3660-CLEAR-ONE-PROGRAM THRU 3660-EXIT
006111         VARYING WS-PGM-IDX FROM 1 BY 1
006112         UNTIL WS-PGM-IDX > 5
006113     MOVE ZERO TO WS-UNSEALED-COUNT
006114     MOVE ZERO TO WS-SEALED-COUNT
006115     MOVE 7 TO WS-DAY-HASH.
006116 3650-EXIT.
006117     EXIT.
006118
006119 3660-CLEAR-ONE-PROGRAM.
006120     MOVE ZERO TO WS-BLK-AUDITS(WS-PGM-IDX)
006121     MOVE ZERO TO WS-BLK-REJECTS(WS-PGM-IDX).
006122 3660-EXIT.
006123     EXIT.
006124
006125*---------------------------------------------------------------
006126* 4000-REWRITE-HISTORY THRU 4000-EXIT.
006127*   COPIES THE FINISHED WORK FILE BACK OVER ARCHHIST SO THE
006128*   NEXT RUN (AND ANY REPORTING) READS ONE CURRENT HISTORY
006129*   FILE WITH NO OPERATOR SWAP STEP.
006130*---------------------------------------------------------------
006131 4000-REWRITE-HISTORY.
006132     CLOSE ARCHWORK-FILE
006133     MOVE "N" TO WS-EOF-SWITCH
006134     OPEN INPUT ARCHWORK-FILE
006135     IF NOT WS-ARCHWORK-OK
006136         DISPLAY "ARCHIVER: UNABLE TO REOPEN ARCHWORK, STATUS "
006137             WS-ARCHWORK-STATUS
006138         MOVE 16 TO RETURN-CODE
006139         GO TO 4000-EXIT
006140     END-IF
006141     OPEN OUTPUT ARCHHIST-FILE
006142     IF NOT WS-ARCHHIST-OK
006143         DISPLAY "ARCHIVER: UNABLE TO REWRITE ARCHHIST, STATUS "
006144             WS-ARCHHIST-STATUS
006150         MOVE 16 TO RETURN-CODE
006160         CLOSE ARCHWORK-FILE
006170     ELSE
006440     MOVE WS-KEPT-COUNT TO WS-DISPLAY-COUNT
006450     DISPLAY "ARCHIVER: HISTORY RECORDS KEPT   " WS-DISPLAY-COUNT
006460     MOVE WS-PURGED-COUNT TO WS-DISPLAY-COUNT
006462     DISPLAY "ARCHIVER: HISTORY RECORDS PURGED " WS-DISPLAY-COUNT
006464     MOVE WS-SEALED-COUNT TO WS-DISPLAY-COUNT
006466     DISPLAY "ARCHIVER: RECORDS UNDER NEW SEAL " WS-DISPLAY-COUNT
006468     MOVE WS-AUD-RUNS TO WS-DISPLAY-COUNT
006470     DISPLAY "ARCHIVER: AUDIT RUNS CHECKED     " WS-DISPLAY-COUNT
006472     MOVE WS-SKIPPED-COUNT TO WS-DISPLAY-COUNT
006474     DISPLAY "ARCHIVER: ALREADY FILED, SKIPPED " WS-DISPLAY-COUNT.
006480 8000-EXIT.
006490     EXIT.
006500
