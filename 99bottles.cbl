000060 DATE-COMPILED.
000070****************************************************************
000080*                                                               *
000090* 99BOTTLES COUNTS DOWN A VERSE FROM A STARTING COUNT TO A      *
000100* FLOOR.  THE STARTING COUNT, UNIT TEXT, STEP SIZE AND FLOOR    *
000110* ALL COME FROM THE BOTCTL CONTROL RECORD, AND THE VERSES       *
000120* THEMSELVES ARE BUILT BY THE SHARED BOTVERSE ROUTINE (SEE      *
000210****************************************************************
000220*MODIFICATION HISTORY
000230*DATE       INIT DESCRIPTION
000231*2026-10-15 JHM  BOTAUD AND BOTREJ ARE EXTENDED WHEN THEY ALREADY
000232*                HOLD TODAY'S TRAIL INSTEAD OF BEING REPLACED, SO
000233*                EACH RUN IN THE DAY KEEPS ITS OWN RECORDS AND
000234*                TRAILER FOR ARCHIVER.  BOTCKPT NOW CARRIES THE
000235*                RUN NUMBER AND AUDIT SEQUENCE, SO A RESUMED RUN
000236*                CONTINUES THE INTERRUPTED RUN'S TRAIL UNDER ONE
000237*                TRAILER.
000238*2026-10-15 JHM  THE OPERATOR'S PIN IS READ FROM BOTCTL AND
000239*                PASSED TO OPERCHK WITH THE OPERATOR ID.
000240*2026-10-15 JHM  THE MULTI-ITEM MODE NOW READS THE INDEXED
000241*                SUPPMAST SUPPLY MASTER IN PLACE OF THE FLAT
000242*                BOTITEM FILE.  RETIRED ITEMS ARE SKIPPED, AND
000243*                EACH ITEM'S ENDING COUNT AND LAST-ACTIVITY
000244*                DATE ARE REWRITTEN TO THE MASTER WHEN ITS
000245*                COUNTDOWN ENDS, SO THE NEXT RUN STARTS FROM
000246*                WHAT IS ACTUALLY ON HAND.  RECEIPTS AND
000247*                ADJUSTMENTS ARE POSTED BY SUPPPOST.  NO MASTER
000248*                STAGED STILL MEANS THE SINGLE BOTCTL COUNTDOWN.
000249*2026-10-15 JHM  EACH BOTNTC NOTICE NOW CARRIES THE ITEM'S FLOOR,
000250*                CARVED FROM THE FILLER, SO REORDFUP CAN FLAG
000251*                AN ITEM THAT HAS RUN DOWN TO ITS FLOOR WITH NO
000252*                ORDER PLACED.
000253*2026-09-02 JHM  ADDED THE BOTITEM MULTI-ITEM MODE: ONE
000254*                RECORD PER SUPPLY ITEM (CODE, DESCRIPTION,
000260*                CURRENT COUNT, UNIT TEXT, STEP, FLOOR AND
000270*                REORDER POINT) DRIVES THE BOTVERSE ENGINE
000280*                THROUGH EVERY ITEM IN ONE RUN, EACH ITEM IN
000860     SELECT BOTAUD-FILE ASSIGN TO "BOTAUD"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-BOTAUD-STATUS.
000885
000890     SELECT BOTREJ-FILE ASSIGN TO "BOTREJ"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-BOTREJ-STATUS.
000920
000926     SELECT SUPPMAST-FILE ASSIGN TO "SUPPMAST"
000932         ORGANIZATION IS INDEXED
000938         ACCESS MODE IS DYNAMIC
000944         RECORD KEY IS ITM-CODE
000950         FILE STATUS IS WS-SUPPMAST-STATUS.
000960
000970     SELECT BOTNTC-FILE ASSIGN TO "BOTNTC"
000980         ORGANIZATION IS LINE SEQUENTIAL
001130     05  CTL-UNIT-NAME           PIC X(20).
001140     05  CTL-STEP-SIZE           PIC 9(03).
001150     05  CTL-FLOOR               PIC 9(03).
001155*OPERATOR'S PIN, CHECKED BY OPERCHK AGAINST OPERMAST.
001160     05  CTL-OPERATOR-PIN        PIC X(08).
001165     05  FILLER                  PIC X(35).
001170
001180*---------------------------------------------------------------
001190* BOTCKPT-FILE - LAST BOTTLE COUNT WRITTEN, FOR RESTART.
001280     05  CKPT-ITEM-NO            PIC 9(02).
001290     05  CKPT-FILL-2             PIC X(01).
001300     05  CKPT-ITEM-CODE          PIC X(08).
001302*RUN NUMBER AND BOTAUD SEQUENCE OF THE CHECKPOINTED RUN, SO A
001304*RESUMED RUN CONTINUES THE SAME RUN ON BOTAUD.
001306     05  CKPT-FILL-3             PIC X(01).
001308     05  CKPT-RUN-TIME           PIC 9(08).
001310     05  CKPT-FILL-4             PIC X(01).
001312     05  CKPT-AUDIT-SEQ          PIC 9(06).
001314     05  FILLER                  PIC X(49).
001320
001330*---------------------------------------------------------------
001340* BOTRPT-FILE - PRINT FILE FOR THE COUNTDOWN VERSES.  COLUMN
001460*---------------------------------------------------------------
001470 FD  BOTAUD-FILE.
001480 COPY AUDITLOG.
001485
001490*---------------------------------------------------------------
001500* BOTREJ-FILE - COMMON REJECT LOG RECORD, WRITTEN IF THE
001510* STARTING COUNT ON BOTCTL FAILS ITS EDIT CHECK.  SHARED
001530*---------------------------------------------------------------
001540 FD  BOTREJ-FILE.
001550 COPY REJECTREC.
001555
001560*---------------------------------------------------------------
001566* SUPPMAST-FILE - THE INDEXED SUPPLY MASTER FOR MULTI-ITEM
001572* RUNS, ONE RECORD PER TRACKED ITEM, KEYED BY ITEM CODE.
001578* READ IN KEY ORDER AT START-UP AND REWRITTEN WITH EACH
001584* ITEM'S ENDING COUNT.
001590*---------------------------------------------------------------
001646 FD  SUPPMAST-FILE.
001702 COPY SUPPMAST.
001760
001770*---------------------------------------------------------------
001780* BOTNTC-FILE - ONE REORDER-NOTICE RECORD PER ITEM THAT
001786* REACHES ITS REORDER POINT, FOR THE PURCHASING CLERK.  FOLDED
001792* INTO THE REORDTRK REORDER-TRACKING FILE BY REORDFUP.
001800*---------------------------------------------------------------
001810 FD  BOTNTC-FILE.
001820 01  BOTNTC-RECORD.
001890     05  NTC-REORDER             PIC 9(03).
001900     05  NTC-FILL-4              PIC X(01).
001910     05  NTC-RUN-DATE            PIC 9(08).
001914     05  NTC-FILL-5              PIC X(01).
001918     05  NTC-FLOOR               PIC 9(03).
001922     05  FILLER                  PIC X(30).
001926
001930 WORKING-STORAGE SECTION.
001940*---------------------------------------------------------------
001950* FILE STATUS FIELDS.
002040     88  WS-BOTAUD-OK                    VALUE "00".
002050 77  WS-BOTREJ-STATUS            PIC X(02).
002060     88  WS-BOTREJ-OK                    VALUE "00".
002070 77  WS-SUPPMAST-STATUS          PIC X(02).
002080     88  WS-SUPPMAST-OK                  VALUE "00".
002090 77  WS-BOTNTC-STATUS            PIC X(02).
002100     88  WS-BOTNTC-OK                    VALUE "00".
002110     88  WS-BOTNTC-NOT-FOUND             VALUE "35".
002280
002290*---------------------------------------------------------------
002300* THE SUPPLY-ITEM TABLE FOR MULTI-ITEM RUNS, LOADED FROM
002310* SUPPMAST.  WS-CKPT-ITEM/WS-CKPT-CODE HOLD THE ITEM POSITION
002320* FROM A CHECKPOINT LEFT BY AN ABENDED MULTI-ITEM RUN.
002330*---------------------------------------------------------------
002340 77  WS-ITEM-MODE-SWITCH         PIC X(01) VALUE "N".
002460 77  WS-ITEM-IDX                 PIC 9(02) VALUE 0.
002470 77  WS-ITEM-START               PIC 9(02) VALUE 1.
002480 77  WS-ITEM-EOF-SWITCH          PIC X(01) VALUE "N".
002490     88  WS-END-OF-SUPPMAST              VALUE "Y".
002500 77  WS-CKPT-ITEM                PIC 9(02) VALUE 0.
002510 77  WS-CKPT-CODE                PIC X(08) VALUE SPACES.
002513 77  WS-CKPT-RUN-TIME            PIC 9(08) VALUE 0.
002516 77  WS-CKPT-AUDIT-SEQ           PIC 9(06) VALUE 0.
002520 77  WS-ITEM-RESUME-SWITCH       PIC X(01) VALUE "N".
002530     88  WS-ITEM-RESUMED                 VALUE "Y".
002540
002680* TIMESTAMP AND WORK FIELDS FOR THE COMMON AUDIT LOG.
002690*---------------------------------------------------------------
002700 77  WS-OPERATOR-ID              PIC X(08) VALUE "CONSOLE".
002705 77  WS-OPERATOR-PIN             PIC X(08) VALUE SPACES.
002710 77  WS-AUDIT-DATE               PIC 9(08).
002720 77  WS-AUDIT-TIME               PIC 9(08).
002730 77  WS-AUDIT-INPUT              PIC X(40).
002760*BOTAUD RECORD AND REPORTED ON THE END-OF-RUN TRAILER.
002770 77  WS-AUDIT-SEQ                PIC 9(06) COMP VALUE ZERO.
002780 01  WS-AUDIT-COUNT-ED           PIC 9(06).
002782 77  WS-TRAIL-TODAY-SW           PIC X(01) VALUE "N".
002784     88  WS-TRAIL-TODAY                  VALUE "Y".
002786
002790 77  WS-EDIT-SWITCH              PIC X(01) VALUE "Y".
002800     88  WS-EDIT-VALID                   VALUE "Y".
002810     88  WS-EDIT-INVALID                 VALUE "N".
002815
002820*---------------------------------------------------------------
002830* LINKAGE RECORD PASSED TO EDITCHK TO SCREEN THE STARTING
002840* COUNT FROM BOTCTL BEFORE THE COUNTDOWN BEGINS.
002850*---------------------------------------------------------------
002860 COPY EDITCHKREC.
002865
002870*---------------------------------------------------------------
002880* LINKAGE RECORD PASSED TO BOTVERSE TO BUILD EACH VERSE AND
002890* STEP THE COUNT DOWN.
002900*---------------------------------------------------------------
002910 COPY BOTVRSREC.
002915
002920*---------------------------------------------------------------
002930* LINKAGE RECORD PASSED TO OPERCHK TO CHECK THE OPERATOR
002940* AGAINST THE OPERMAST SECURITY MASTER BEFORE A CONTROLLED
002950* RUN IS ALLOWED TO START.
002960*---------------------------------------------------------------
002970 COPY OPERCHKREC.
002975
002980*---------------------------------------------------------------
002990* LINKAGE RECORD PASSED TO MSGWRT SO OPERATIONAL WARNINGS
003000* REACH THE MSGLOG FILE AS WELL AS THE CONSOLE.
003330 1000-INITIALIZE.
003340     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
003350     ACCEPT WS-AUDIT-TIME FROM TIME
003360     PERFORM 1020-OPEN-BOTREJ THRU 1020-EXIT
003370     OPEN INPUT BOTCTL-FILE
003380     IF WS-BOTCTL-OK
003390         READ BOTCTL-FILE
003540         END-IF
003550         IF CTL-OPERATOR-ID NOT = SPACES
003560             MOVE CTL-OPERATOR-ID TO WS-OPERATOR-ID
003565             MOVE CTL-OPERATOR-PIN TO WS-OPERATOR-PIN
003570         END-IF
003580         PERFORM 1055-EDIT-UNIT-STEP-FLOOR THRU 1055-EXIT
003590         PERFORM 1070-CHECK-OPERATOR THRU 1070-EXIT
003760                     MOVE CKPT-ITEM-NO TO WS-CKPT-ITEM
003770                     MOVE CKPT-ITEM-CODE TO WS-CKPT-CODE
003780                 END-IF
003781                 IF CKPT-RUN-TIME NUMERIC
003782                         AND CKPT-AUDIT-SEQ NUMERIC
003783                     MOVE CKPT-RUN-TIME TO WS-CKPT-RUN-TIME
003784                     MOVE CKPT-AUDIT-SEQ TO WS-CKPT-AUDIT-SEQ
003785                 END-IF
003790         END-READ
003800         CLOSE BOTCKPT-FILE
003810     END-IF
003930         END-IF
003940     END-IF
003950
003951*A RESUMED RUN CARRIES ON THE INTERRUPTED RUN'S NUMBER AND
003952*AUDIT SEQUENCE, SO ITS BOTAUD RECORDS CLOSE UNDER ONE TRAILER.
003953     IF WS-RESUMED-RUN AND WS-CKPT-RUN-TIME > 0
003954         MOVE WS-CKPT-RUN-TIME TO WS-AUDIT-TIME
003955         MOVE WS-CKPT-AUDIT-SEQ TO WS-AUDIT-SEQ
003956     END-IF
003957
003960     ACCEPT WS-RUN-DATE-RAW FROM DATE
003970     MOVE WS-RUN-DATE-RAW TO WS-RUN-DATE-ED
003980
003990*A RESUMED RUN EXTENDS THE PRINT AND AUDIT FILES SO THE
004000*PAGES AND AUDIT RECORDS ALREADY PRODUCED BEFORE THE ABEND
004006*SURVIVE INSTEAD OF BEING TRUNCATED AWAY.  ANY OTHER RUN
004012*EXTENDS BOTAUD ONLY WHEN IT ALREADY HOLDS TODAY'S TRAIL.
004020     IF WS-RESUMED-RUN
004030         OPEN EXTEND BOTRPT-FILE
004040     ELSE
004120         IF WS-RESUMED-RUN
004130             OPEN EXTEND BOTAUD-FILE
004140         ELSE
004150             PERFORM 1090-OPEN-BOTAUD THRU 1090-EXIT
004160         END-IF
004170     END-IF.
004180 1000-EXIT.
004181     EXIT.
004182
004183*---------------------------------------------------------------
004184* 1020-OPEN-BOTREJ THRU 1020-EXIT.
004185*   OPENS BOTREJ.  A FILE THAT ALREADY HOLDS TODAY'S REJECTS IS
004186*   EXTENDED SO A SECOND RUN IN THE DAY DOES NOT WIPE THE FIRST
004187*   BEFORE ARCHIVER SEES IT; A FILE LEFT FROM AN EARLIER DAY, OR
004188*   NO FILE, IS STARTED AFRESH.
004189*---------------------------------------------------------------
004190 1020-OPEN-BOTREJ.
004191     MOVE "N" TO WS-TRAIL-TODAY-SW
004192     OPEN INPUT BOTREJ-FILE
004193     IF WS-BOTREJ-OK
004194         READ BOTREJ-FILE
004195             NOT AT END
004196                 IF REJ-RUN-DATE = WS-AUDIT-DATE
004197                     SET WS-TRAIL-TODAY TO TRUE
004198                 END-IF
004199         END-READ
004200         CLOSE BOTREJ-FILE
004201     END-IF
004202     IF WS-TRAIL-TODAY
004203         OPEN EXTEND BOTREJ-FILE
004204     ELSE
004205         OPEN OUTPUT BOTREJ-FILE
004206     END-IF.
004207 1020-EXIT.
004208     EXIT.
004209
004210*---------------------------------------------------------------
004211* 1050-EDIT-START-COUNT THRU 1050-EXIT.
004220*   SCREENS THE STARTING COUNT READ FROM BOTCTL THROUGH THE
004230*   SHARED EDITCHK NUMERIC-RANGE EDIT (1-999), SO A NON-
004240*   NUMERIC OR ZERO VALUE IS REJECTED AND LOGGED INSTEAD OF
004410     END-IF.
004420 1050-EXIT.
004430     EXIT.
004435
004440*---------------------------------------------------------------
004450* 1055-EDIT-UNIT-STEP-FLOOR THRU 1055-EXIT.
004460*   PICKS UP THE UNIT TEXT, STEP SIZE AND FLOOR FROM BOTCTL.
004830     END-IF.
004840 1055-EXIT.
004850     EXIT.
004855
004860*---------------------------------------------------------------
004870* 1060-WRITE-REJECT THRU 1060-EXIT.
004880*   WRITES ONE COMMON REJECT-LOG-RECORD FOR THE STARTING COUNT
005130*---------------------------------------------------------------
005140 1070-CHECK-OPERATOR.
005150     MOVE WS-OPERATOR-ID TO OPC-OPERATOR-ID
005155     MOVE WS-OPERATOR-PIN TO OPC-PIN
005160     SET OPC-PGM-99BOTTLES TO TRUE
005170     CALL "OPERCHK" USING OPERCHK-RECORD
005180     EVALUATE TRUE
005440
005450*---------------------------------------------------------------
005460* 1080-LOAD-ITEMS THRU 1080-EXIT.
005466*   LOADS THE ACTIVE ITEMS FROM THE SUPPMAST SUPPLY MASTER,
005472*   WHEN ONE IS STAGED, AND PUTS THE RUN IN MULTI-ITEM MODE.
005478*   NO MASTER (OR NO ACTIVE ITEMS) MEANS THE SINGLE BOTCTL
005484*   COUNTDOWN, AS BEFORE.  IN MULTI-ITEM MODE THE MASTER STAYS
005490*   OPEN SO EACH ITEM'S ENDING COUNT CAN BE REWRITTEN.
005500*---------------------------------------------------------------
005510 1080-LOAD-ITEMS.
005520     OPEN I-O SUPPMAST-FILE
005530     IF NOT WS-SUPPMAST-OK
005540         GO TO 1080-EXIT
005550     END-IF
005560     PERFORM 1085-LOAD-ONE-ITEM THRU 1085-EXIT
005575         UNTIL WS-END-OF-SUPPMAST
005590     IF WS-ITEM-USED > 0
005600         SET WS-ITEM-MODE TO TRUE
005603     ELSE
005606         CLOSE SUPPMAST-FILE
005610     END-IF.
005620 1080-EXIT.
005630     EXIT.
005640
005650*---------------------------------------------------------------
005660* 1085-LOAD-ONE-ITEM THRU 1085-EXIT.
005668*   READS AND SCREENS ONE SUPPLY ITEM.  RETIRED ITEMS ARE
005676*   SKIPPED.  THE CURRENT COUNT GOES THROUGH THE SHARED
005684*   EDITCHK RANGE EDIT (1-999); A BAD COUNT IS LOGGED TO
005692*   BOTREJ AND THE ITEM IS SKIPPED.  A BLANK STEP COUNTS DOWN
005700*   BY ONES, A BLANK FLOOR OR REORDER POINT IS ZERO, THE SAME
005708*   DEFAULTS AS BOTCTL.
005720*---------------------------------------------------------------
005730 1085-LOAD-ONE-ITEM.
005740     READ SUPPMAST-FILE NEXT RECORD
005750         AT END
005760             SET WS-END-OF-SUPPMAST TO TRUE
005770             GO TO 1085-EXIT
005780     END-READ
005790     IF ITM-CODE = SPACES OR ITM-RETIRED
005800         GO TO 1085-EXIT
005810     END-IF
005820     IF WS-ITEM-USED >= 20
005830         DISPLAY "99BOTTLES: MORE THAN 20 ACTIVE SUPPMAST "
005840             "ITEMS - " ITM-CODE " DROPPED"
005850         GO TO 1085-EXIT
005860     END-IF
005870     MOVE "ITEMCNT " TO EC-FIELD-NAME
006180         MOVE ZERO TO WS-ITM-REORDER(WS-ITEM-USED)
006190     END-IF.
006200 1085-EXIT.
006201     EXIT.
006202
006203*---------------------------------------------------------------
006204* 1090-OPEN-BOTAUD THRU 1090-EXIT.
006205*   OPENS BOTAUD THE SAME WAY, SO EACH RUN IN THE DAY ADDS ITS
006206*   RECORDS AND TRAILER AFTER THE EARLIER RUNS'.
006207*---------------------------------------------------------------
006208 1090-OPEN-BOTAUD.
006209     MOVE "N" TO WS-TRAIL-TODAY-SW
006210     OPEN INPUT BOTAUD-FILE
006211     IF WS-BOTAUD-OK
006212         READ BOTAUD-FILE
006213             NOT AT END
006214                 IF AUDIT-RUN-DATE = WS-AUDIT-DATE
006215                     SET WS-TRAIL-TODAY TO TRUE
006216                 END-IF
006217         END-READ
006218         CLOSE BOTAUD-FILE
006219     END-IF
006220     IF WS-TRAIL-TODAY
006221         OPEN EXTEND BOTAUD-FILE
006222     ELSE
006223         OPEN OUTPUT BOTAUD-FILE
006224     END-IF.
006225 1090-EXIT.
006226     EXIT.
006227
006230*---------------------------------------------------------------
006240* 2000-COUNTDOWN THRU 2000-EXIT.
006250*   WRITES ONE VERSE, CHECKPOINTS THE NEW COUNT, AND STARTS A
006890         MOVE SPACE TO CKPT-FILL-2
006900         MOVE WS-ITM-CODE(WS-ITEM-IDX) TO CKPT-ITEM-CODE
006910     END-IF
006912     MOVE SPACE TO CKPT-FILL-3
006914     MOVE WS-AUDIT-TIME TO CKPT-RUN-TIME
006916     MOVE SPACE TO CKPT-FILL-4
006918     MOVE WS-AUDIT-SEQ TO CKPT-AUDIT-SEQ
006920     WRITE BOTCKPT-RECORD
006930     CLOSE BOTCKPT-FILE.
006940 4000-EXIT.
007360* 5100-ONE-ITEM THRU 5100-EXIT.
007370*   RUNS ONE ITEM'S COUNTDOWN IN ITS OWN REPORT SECTION, THEN
007380*   WRITES ITS REORDER NOTICE WHEN THE COUNT HAS REACHED THE
007386*   REORDER POINT AND ITS AUDIT LINE, AND REWRITES THE ITEM'S
007392*   ENDING COUNT TO THE SUPPLY MASTER.
007400*---------------------------------------------------------------
007410 5100-ONE-ITEM.
007420     MOVE WS-ITM-UNIT(WS-ITEM-IDX) TO WS-UNIT-NAME
007520             AND WS-BOTNTC-OK
007530         PERFORM 5400-WRITE-NOTICE THRU 5400-EXIT
007540     END-IF
007546     PERFORM 5300-WRITE-ITEM-AUDIT THRU 5300-EXIT
007552     PERFORM 5500-UPDATE-MASTER THRU 5500-EXIT.
007560 5100-EXIT.
007570     EXIT.
007580
008200     MOVE WS-ITM-DESC(WS-ITEM-IDX) TO NTC-DESC
008210     MOVE BOTTLES TO NTC-COUNT
008220     MOVE WS-ITM-REORDER(WS-ITEM-IDX) TO NTC-REORDER
008225     MOVE WS-ITM-FLOOR(WS-ITEM-IDX) TO NTC-FLOOR
008230     MOVE WS-AUDIT-DATE TO NTC-RUN-DATE
008240     WRITE BOTNTC-RECORD.
008250 5400-EXIT.
008251     EXIT.
008252
008253*---------------------------------------------------------------
008254* 5500-UPDATE-MASTER THRU 5500-EXIT.
008255*   REWRITES THE ITEM'S SUPPMAST RECORD WITH THE COUNT THE
008256*   COUNTDOWN ENDED AT AND TODAY'S DATE AS ITS LAST ACTIVITY.
008257*   A RECORD THAT HAS GONE MISSING IS REPORTED AND LEFT ALONE.
008258*---------------------------------------------------------------
008259 5500-UPDATE-MASTER.
008260     MOVE WS-ITM-CODE(WS-ITEM-IDX) TO ITM-CODE
008261     READ SUPPMAST-FILE
008262         INVALID KEY
008263             DISPLAY "99BOTTLES: SUPPMAST ITEM " ITM-CODE
008264                 " NOT FOUND - ENDING COUNT NOT POSTED"
008265             GO TO 5500-EXIT
008266     END-READ
008267     MOVE BOTTLES TO ITM-COUNT
008268     MOVE WS-AUDIT-DATE TO ITM-LAST-ACTIVITY
008269     REWRITE SUPPMAST-RECORD
008270         INVALID KEY
008271             DISPLAY "99BOTTLES: SUPPMAST REWRITE FAILED FOR "
008272                 ITM-CODE ", STATUS " WS-SUPPMAST-STATUS
008273     END-REWRITE.
008274 5500-EXIT.
008275     EXIT.
008276
008280*---------------------------------------------------------------
008290* 8000-FINISH THRU 8000-EXIT.
008300*   THE COUNTDOWN COMPLETED NORMALLY, SO THE CHECKPOINT FILE IS
008390     END-IF
008400     PERFORM 8200-WRITE-AUDIT-TRAILER THRU 8200-EXIT
008410     CLOSE BOTAUD-FILE
008414     CLOSE BOTREJ-FILE
008418     IF WS-ITEM-MODE
008422         CLOSE SUPPMAST-FILE
008426     END-IF.
008430 8000-EXIT.
008440     EXIT.
008445
008450*---------------------------------------------------------------
008460* 8100-WRITE-AUDIT THRU 8100-EXIT.
008470*   WRITES ONE COMMON AUDIT-LOG-RECORD FOR THE RUN JUST
