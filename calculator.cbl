001600*                FILE AND THE MORNING MSGRPT REPORT AS WELL
001610*                AS THE CONSOLE.
001620*2026-08-09 JHM  ADDED AN "INDEX" CALCCTL RUN-MODE THAT
001622*                PROCESSES CALCTXN, AN INDEXED TRANSACTION
001624*                FILE KEYED BY TXN-ID, SO A HIGH-VOLUME
001626*                RUN OF THOUSANDS OF TRANSACTIONS CAN BE
001628*                RE-STARTED AT OR RE-PROCESSED FROM A
001630*                PARTICULAR TRANSACTION ID INSTEAD OF ONLY
001632*                BEING READABLE TOP TO BOTTOM LIKE CALCIN.
001634*2026-10-15 JHM  FINANCIAL-MODE CALCOUT RESULTS NOW CARRY THE
001635*                TRANSACTION'S CURRENCY CODE IN WHAT WAS
001636*                FILLER, SO THE GLJRNL STEP CAN CONVERT EACH
001637*                RESULT TO BASE AND POST IT TO THE LEDGER.
001638*2026-10-15 JHM  BATCH HEADERS ARE CHECKED AGAINST THE NEW
001639*                CALCBREG BATCH-CONTROL REGISTER.  A BATCH
001640*                ALREADY ON IT IS HELD WHOLE TO CALCREJ UNLESS
001641*                CALCCTL CARRIES A SUPERVISOR OVERRIDE, AND
001642*                EVERY OTHER BATCH IS POSTED WITH ITS VERDICT.
001643*2026-10-15 JHM  FINANCIAL ITEMS OVER THE OPERATOR'S APPROVAL
001644*                LIMIT GO TO CALCHOLD FOR HOLDREL RELEASE, AND
001645*                APPROVED ITEMS FEED BACK IN FROM CALCAPPR.
001646*2026-10-15 JHM  THE OPERATOR'S PIN AND THE OVERRIDE
001647*                SUPERVISOR'S PIN ARE READ FROM CALCCTL AND
001648*                PASSED TO OPERCHK WITH EACH ID.
001649*2026-10-15 JHM  THE RATE-TABLE-FULL WARNING IS NOW MESSAGE 41,
001650*                CLEAR OF DAILYRUN'S 20, FOR THE MSGCAT CATALOG.
001651*2026-10-15 JHM  CALCAUD AND CALCREJ ARE EXTENDED WHEN THEY
001652*                ALREADY HOLD TODAY'S TRAIL INSTEAD OF BEING
001653*                REPLACED, SO A SECOND RUN IN THE DAY NO LONGER
001654*                WIPES THE FIRST BEFORE ARCHIVER SEES IT.  THE
001655*                CHECKPOINT CARRIES THE RUN NUMBER; A RESTART
001656*                CONTINUES IT AND TRIMS ONLY ITS OWN RECORDS.
001657*2026-10-15 JHM  A RELEASED CALCAPPR ITEM'S RESULT OR ERROR
001658*                CARRIES ITS OWN DEPARTMENT AND BATCH, AND A
001659*                RESTARTED RUN ALWAYS EXTENDS CALCAUD/CALCREJ.
001660*2026-10-15 JHM  CALCOUT-RECORD AND CALCERR-RECORD ARE PADDED TO
001662*                THE FINANCIAL LENGTH, SO A RELEASED ITEM'S
001664*                DEPARTMENT IS WRITTEN AND SURVIVES A RESTART.
001680*==================================================
001700 IDENTIFICATION DIVISION.
001710 PROGRAM-ID. CALCULATOR.
001720 AUTHOR. J H MORRISON.
002200     SELECT CALCSTD-FILE ASSIGN TO "CALCSTD"
002210         ORGANIZATION IS LINE SEQUENTIAL
002220         FILE STATUS IS WS-CALCSTD-STATUS.
002221*PENDING-HOLD FILE OF OVER-LIMIT FINANCIAL ITEMS, AND THE
002222*FEED OF HELD ITEMS SINCE APPROVED BY HOLDREL.
002223     SELECT CALCHOLD-FILE ASSIGN TO "CALCHOLD"
002224         ORGANIZATION IS LINE SEQUENTIAL
002225         FILE STATUS IS WS-CALCHOLD-STATUS.
002226     SELECT CALCAPPR-FILE ASSIGN TO "CALCAPPR"
002227         ORGANIZATION IS LINE SEQUENTIAL
002228         FILE STATUS IS WS-CALCAPPR-STATUS.
002230     SELECT CALCCKPT-FILE ASSIGN TO "CALCCKPT"
002240         ORGANIZATION IS LINE SEQUENTIAL
002250         FILE STATUS IS WS-CALCCKPT-STATUS.
002260     SELECT CALCWRK-FILE ASSIGN TO "CALCWRK"
002270         ORGANIZATION IS LINE SEQUENTIAL
002280         FILE STATUS IS WS-CALCWRK-STATUS.
002281*BATCH-CONTROL REGISTER, ONE RECORD PER SOURCE BATCH EVER
002282*PROCESSED, KEYED BY DEPARTMENT AND BATCH NUMBER SO A BATCH
002283*RESUBMITTED ON A LATER DAY IS CAUGHT BY KEY.
002284     SELECT CALCBREG-FILE ASSIGN TO "CALCBREG"
002285         ORGANIZATION IS INDEXED
002286         ACCESS MODE IS RANDOM
002287         RECORD KEY IS BRG-KEY
002288         FILE STATUS IS WS-CALCBREG-STATUS.
002290
002300 DATA DIVISION.
002310 FILE SECTION.
002470*POSITION AND TOTALS TO CALCCKPT EVERY N TRANSACTIONS.
002480*ZEROES (OR SPACES) MEAN NO CHECKPOINTING.
002490     05  CTL-CKPT-FREQ          PIC 9(05).
002491*SUPERVISOR OVERRIDE FOR ONE BATCH ALREADY ON THE CALCBREG
002492*REGISTER: THE DEPARTMENT AND BATCH NUMBER TO LET THROUGH
002493*AND THE SUPERVISOR WHO APPROVED IT.  SPACES MEAN NO
002494*OVERRIDE, AND A DUPLICATE BATCH IS HELD.
002495     05  CTL-OVR-DEPT           PIC X(04).
002496     05  CTL-OVR-BATCH          PIC X(04).
002497     05  CTL-OVR-SUPV-ID        PIC X(08).
002498*PINS FOR THE RUN OPERATOR AND THE OVERRIDE SUPERVISOR,
002499*CHECKED BY OPERCHK AGAINST THE HASH ON OPERMAST.
002500     05  CTL-OPERATOR-PIN       PIC X(08).
002501     05  CTL-OVR-SUPV-PIN       PIC X(08).
002502     05  FILLER                 PIC X(03).
002510 
002520 FD  CALCIN-FILE.
002530 01  CALCIN-BATCH-RECORD.
003070*RESULT CAN BE RETURNED TO THE SUBMITTING DEPARTMENT.
003080     05  CO-FILL-4              PIC X(02).
003090     05  CO-BATCH-NO            PIC 9(04).
003093*PADS THE RECORD TO THE LENGTH OF CALCOUT-FIN-RECORD.
003096     05  CO-FILL-5              PIC X(05).
003100*ALTERNATE RESULT LAYOUT FOR FINANCIAL-MODE
003110*TRANSACTIONS.  AMOUNTS PRINT SIGNED WITH TWO DECIMALS.
003120 01  CALCOUT-FIN-RECORD.
003170     05  COF-NUM2               PIC -(08)9.99.
003180     05  COF-EQUALS             PIC X(03).
003190     05  COF-RESULT             PIC -(08)9.99.
003200     05  COF-FILL-3             PIC X(02).
003201*TRANSACTION CURRENCY (BLANK = BASE), CARRIED FOR THE
003202*GLJRNL GENERAL-LEDGER JOURNAL.
003203     05  COF-CURRENCY           PIC X(03).
003204     05  COF-FILL-3A            PIC X(03).
003210     05  COF-STATUS             PIC X(08).
003220     05  COF-FILL-4             PIC X(02).
003230     05  COF-BATCH-NO           PIC 9(04).
003232*DEPARTMENT OF AN ITEM RELEASED FROM CALCAPPR, WHOSE BATCH
003234*HEADER WAS ON AN EARLIER DAY'S CALCIN; BLANK OTHERWISE.
003236     05  COF-FILL-5             PIC X(01).
003238     05  COF-DEPT-CODE          PIC X(04).
003240*ALTERNATE RESULT LAYOUT FOR CALCCTL RUN-MODE "INDEX".
003250*CARRIES THE TXN-ID FORWARD FROM CALCTXN SO EACH RESULT
003260*LINE CAN BE TRACED BACK TO ITS ORIGINATING TRANSACTION.
003540     05  CE-FILL-5              PIC X(07).
003550     05  CE-FILL-6              PIC X(02).
003560     05  CE-BATCH-NO            PIC 9(04).
003563*PADS THE RECORD TO THE LENGTH OF CALCERR-FIN-RECORD.
003566     05  CE-FILL-7              PIC X(05).
003570*ALTERNATE REJECT LAYOUT FOR FINANCIAL-MODE
003580*TRANSACTIONS, WITH SIGNED TWO-DECIMAL AMOUNTS.
003590 01  CALCERR-FIN-RECORD.
003690     05  CEF-FILL-5             PIC X(01).
003700     05  CEF-FILL-6             PIC X(02).
003710     05  CEF-BATCH-NO           PIC 9(04).
003712     05  CEF-FILL-7             PIC X(01).
003714     05  CEF-DEPT-CODE          PIC X(04).
003720*ALTERNATE REJECT LAYOUT FOR CALCCTL RUN-MODE "INDEX",
003730*CARRYING THE TXN-ID FORWARD SO A REJECTED TRANSACTION
003740*CAN BE TRACED BACK TO ITS RECORD IN CALCTXN.
004910     05  STD-NEXT-RUN           PIC 9(08).
004920     05  FILLER                 PIC X(34).
004930
004931*OVER-LIMIT FINANCIAL ITEMS AWAITING RELEASE BY HOLDREL.
004932 FD  CALCHOLD-FILE.
004933 COPY CALCHOLD.
004934*HELD ITEMS SINCE APPROVED, FED BACK IN AHEAD OF CALCIN.
004935 FD  CALCAPPR-FILE.
004936 COPY CALCAPPR.
004937
004940*BATCH-MODE COMMIT CHECKPOINT, REWRITTEN EVERY N
004950*TRANSACTIONS AND CLEARED AT END OF A COMPLETED RUN.
004960*CARRIES THE RUN DATE, THE KEYED POSITION AND BALANCE
005640         10  CKP-BCH-REM        PIC 9(07).
005650         10  CKP-BCH-PWR        PIC 9(07).
005660         10  CKP-BCH-PCT        PIC 9(07).
005661         10  CKP-BCH-HOLD-SW    PIC X(01).
005662         10  CKP-BCH-HLD        PIC 9(07).
005663*HOLDS WRITTEN, LAST HOLD SEQUENCE, APPROVED-FEED COUNTS.
005664     05  CKP-HOLD-COUNT         PIC 9(07).
005665     05  CKP-HOLD-SEQ           PIC 9(05).
005666     05  CKP-APR-SEL            PIC 9(07).
005667     05  CKP-APR-OUT            PIC 9(07).
005668     05  CKP-APR-ERR            PIC 9(07).
005669     05  CKP-APR-REJ            PIC 9(07).
005670*RUN NUMBER OF THE CHECKPOINTED RUN, SO A RESTART CONTINUES
005671*THE SAME RUN ON CALCAUD AND CALCREJ.
005672     05  CKP-RUN-TIME           PIC 9(08).
005673
005680*WORK FILE USED AT RESTART TO TRIM THE OUTPUT, ERROR,
005690*REJECT AND AUDIT FILES BACK TO THE CHECKPOINTED POSITION
005700*SO THE RECORDS WRITTEN AFTER THE LAST COMMIT ARE NOT
005710*DOUBLED WHEN THEY ARE REPROCESSED.
005720 FD  CALCWRK-FILE.
005730 01  CALCWRK-RECORD             PIC X(126).
005731
005732*BATCH-CONTROL REGISTER, ONE RECORD PER SOURCE BATCH, USED
005733*TO CATCH A BATCH RESUBMITTED ON A LATER DAY.
005734 FD  CALCBREG-FILE.
005735 COPY CALCBREG.

005740 WORKING-STORAGE SECTION.
005750 77  WS-CALCCTL-STATUS      PIC X(02).
006010     88  WS-CALCCKPT-OK             VALUE "00".
006020 77  WS-CALCWRK-STATUS      PIC X(02).
006030     88  WS-CALCWRK-OK              VALUE "00".
006031 77  WS-CALCBREG-STATUS     PIC X(02).
006032     88  WS-CALCBREG-OK             VALUE "00".
006033     88  WS-CALCBREG-NOT-FOUND      VALUE "35".
006034 77  WS-CALCHOLD-STATUS     PIC X(02).
006035     88  WS-CALCHOLD-OK             VALUE "00".
006036     88  WS-CALCHOLD-NOT-FOUND      VALUE "35".
006037 77  WS-CALCAPPR-STATUS     PIC X(02).
006038     88  WS-CALCAPPR-OK             VALUE "00".
006040 77  WS-EOF-SWITCH          PIC X(01) VALUE "N".
006050     88  WS-END-OF-CALCIN           VALUE "Y".
006060 77  WS-TXN-EOF-SWITCH      PIC X(01) VALUE "N".
006990     05  WS-CKP-STD-OUT         PIC 9(07) COMP.
007000     05  WS-CKP-STD-ERR         PIC 9(07) COMP.
007010     05  WS-CKP-STD-REJ         PIC 9(07) COMP.
007011     05  WS-CKP-HOLD            PIC 9(07) COMP VALUE ZERO.
007012     05  WS-CKP-HOLD-SEQ        PIC 9(05) COMP VALUE ZERO.
007013     05  WS-CKP-APR-SEL         PIC 9(07) COMP VALUE ZERO.
007014     05  WS-CKP-APR-OUT         PIC 9(07) COMP VALUE ZERO.
007015     05  WS-CKP-APR-ERR         PIC 9(07) COMP VALUE ZERO.
007016     05  WS-CKP-APR-REJ         PIC 9(07) COMP VALUE ZERO.
007020 77  WS-TRIM-KEEP           PIC 9(07) COMP VALUE ZERO.
007030 77  WS-TRIM-COUNT          PIC 9(07) COMP VALUE ZERO.
007040 77  WS-TRIM-EOF-SW         PIC X(01) VALUE "N".
007050     88  WS-END-OF-TRIM             VALUE "Y".
007051 77  WS-TRAIL-TODAY-SW      PIC X(01) VALUE "N".
007052     88  WS-TRAIL-TODAY             VALUE "Y".
007060 77  WS-SKIP-COUNT          PIC 9(07) COMP VALUE ZERO.
007070
007080*SOURCE-BATCH TABLE FOR MULTI-BATCH CALCIN RUNS.  ONE ENTRY
007120*TRANSACTIONS NOW BEING READ BELONG TO; ZERO MEANS RECORDS
007130*AHEAD OF ANY HEADER, WHICH STILL BALANCE UNDER THE CALCCTL
007140*CONTROL TOTALS AS BEFORE.
007141*WS-BCH-HOLD-SW MARKS A BATCH ALREADY ON THE CALCBREG
007142*REGISTER, WHICH IS HELD WHOLE TO CALCREJ, OR ONE LET
007143*THROUGH BY A SUPERVISOR OVERRIDE; WS-BCH-BAL-SW CARRIES
007144*THE BATCH'S VERDICT TO THE REGISTER.
007150 01  WS-BCH-TABLE.
007160     05  WS-BCH-ENTRY OCCURS 10 TIMES.
007170         10  WS-BCH-DEPT        PIC X(04).
007300         10  WS-BCH-REM         PIC 9(07) COMP.
007310         10  WS-BCH-PWR         PIC 9(07) COMP.
007320         10  WS-BCH-PCT         PIC 9(07) COMP.
007321         10  WS-BCH-HOLD-SW     PIC X(01).
007322             88  WS-BCH-HELD            VALUE "Y".
007323             88  WS-BCH-OVERRIDDEN      VALUE "O".
007324         10  WS-BCH-BAL-SW      PIC X(01).
007325             88  WS-BCH-IN-BALANCE      VALUE "Y".
007326         10  WS-BCH-HLD         PIC 9(07) COMP.
007330 77  WS-BCH-USED            PIC 9(02) VALUE 0.
007340 77  WS-BCH-CUR             PIC 9(02) VALUE 0.
007350 77  WS-BCH-IDX             PIC 9(02) VALUE 0.
007390 77  WS-HDR-SW              PIC X(01) VALUE "N".
007400     88  WS-HDR-FOUND               VALUE "Y".
007410 01  WS-BCH-LABEL           PIC X(20).
007411 77  WS-BCH-IDX2            PIC 9(02) VALUE 0.
007412 77  WS-DUP-SW              PIC X(01) VALUE "N".
007413     88  WS-DUP-FOUND               VALUE "Y".
007414 77  WS-BREG-OPEN-SW        PIC X(01) VALUE "N".
007415     88  WS-BREG-OPEN               VALUE "Y".
007416 77  WS-OVERRIDE-SW         PIC X(01) VALUE "N".
007417     88  WS-OVERRIDE-APPROVED       VALUE "Y".
007420
007421*DUPLICATE-BATCH OVERRIDE CARRIED FROM CALCCTL.
007422 01  WS-OVERRIDE-AREA.
007423     05  WS-OVR-DEPT            PIC X(04) VALUE SPACES.
007424     05  WS-OVR-BATCH           PIC X(04) VALUE SPACES.
007425     05  WS-OVR-SUPV-ID         PIC X(08) VALUE SPACES.
007426     05  WS-OVR-SUPV-PIN        PIC X(08) VALUE SPACES.
007430*LINKAGE RECORD PASSED TO EDITCHK TO SCREEN A CALCIN
007440*FIELD BEFORE THE TRANSACTION IS CALCULATED.
007450 COPY EDITCHKREC.
007550
007560*OPERATOR AND TIMESTAMP FIELDS FOR THE AUDIT LOG.
007570 77  WS-OPERATOR-ID         PIC X(08) VALUE "CONSOLE".
007571 77  WS-OPERATOR-PIN        PIC X(08) VALUE SPACES.
007580 77  WS-RUN-DATE            PIC 9(08).
007590 77  WS-RUN-TIME            PIC 9(08).
007600 77  WS-AUDIT-INPUT         PIC X(40).
008440 01  WS-RND-FRAC            PIC 9(02).
008450 01  WS-RND-QUOT            PIC 9(11) COMP-3.
008460 01  WS-RND-ODD             PIC 9(01).
008462
008464*APPROVAL-LIMIT HOLDS.  THE RUN OPERATOR'S OPERMAST LIMIT
008466*COMES BACK FROM OPERCHK; ZERO MEANS NONE IS SET AND NOTHING
008468*IS HELD.  A KEYED FINANCIAL ITEM WHOSE RESULT, CONVERTED TO
008470*BASE, EXCEEDS THE LIMIT GOES TO CALCHOLD INSTEAD OF CALCOUT
008472*AND COUNTS AS HELD IN THE BALANCING.  STANDING ITEMS AND
008474*ITEMS FED BACK FROM CALCAPPR ARE NOT HELD AGAIN; THE FEED
008476*SWITCH SAYS WHICH SOURCE THE CURRENT ITEM CAME FROM.
008478 77  WS-APPROVAL-LIMIT      PIC 9(09)V9(02) VALUE ZERO.
008480 77  WS-HOLD-AMOUNT         PIC 9(13)V9(02) COMP-3 VALUE ZERO.
008482 77  WS-HOLD-SW             PIC X(01) VALUE "N".
008484     88  WS-ITEM-HELD               VALUE "Y".
008486 77  WS-HOLD-FILE-SW        PIC X(01) VALUE "N".
008488     88  WS-HOLD-OPEN               VALUE "Y".
008490 77  WS-HOLD-EOF-SW         PIC X(01) VALUE "N".
008492     88  WS-END-OF-CALCHOLD         VALUE "Y".
008494 77  WS-HOLD-COUNT          PIC 9(07) COMP VALUE ZERO.
008496 77  WS-HOLD-SEQ            PIC 9(05) COMP VALUE ZERO.
008498 77  WS-FEED-SW             PIC X(01) VALUE "K".
008500     88  WS-KEYED-FEED              VALUE "K".
008502     88  WS-STANDING-FEED           VALUE "S".
008504     88  WS-APPROVED-FEED           VALUE "A".
008506*APPROVED-ITEMS FEED COUNTS, BANKED APART FROM THE KEYED
008508*BALANCE TOTALS THE SAME WAY AS THE STANDING COUNTS.
008510 77  WS-APR-EOF-SW          PIC X(01) VALUE "N".
008512     88  WS-END-OF-CALCAPPR         VALUE "Y".
008514 77  WS-APR-SEL-COUNT       PIC 9(07) COMP VALUE ZERO.
008516 77  WS-APR-OUT             PIC 9(07) COMP VALUE ZERO.
008518 77  WS-APR-ERR             PIC 9(07) COMP VALUE ZERO.
008520 77  WS-APR-REJ             PIC 9(07) COMP VALUE ZERO.
008522 77  WS-APR-MARKED          PIC 9(07) COMP VALUE ZERO.
008524
008526*DISPLAY-USAGE EDITED COPIES OF THE FINANCIAL-MODE
008528*FIELDS, USED WHEREVER A COMP-3 FIELD MUST BE STRUNG
008530*INTO A DISPLAY-USAGE MESSAGE.
008532 01  WS-FIN-NUM1-ED         PIC -(08)9.99.
008534 01  WS-FIN-NUM2-ED         PIC -(08)9.99.
008536 01  WS-FIN-RESULT-ED       PIC -(08)9.99.
008538 
008550 PROCEDURE DIVISION.
008560 
008570*----------------------------------------------------
009130         END-IF
009140         IF CTL-OPERATOR-ID NOT = SPACES
009150             MOVE CTL-OPERATOR-ID TO WS-OPERATOR-ID
009151             MOVE CTL-OPERATOR-PIN TO WS-OPERATOR-PIN
009160         END-IF
009170         IF CTL-ROUND-RULE = "H" OR CTL-ROUND-RULE = "E"
009180             MOVE CTL-ROUND-RULE TO WS-ROUND-RULE
009280         IF CTL-CKPT-FREQ NUMERIC AND CTL-CKPT-FREQ > ZERO
009290             MOVE CTL-CKPT-FREQ TO WS-CKPT-FREQ
009300         END-IF
009301         IF CTL-OVR-DEPT NOT = SPACES
009302             MOVE CTL-OVR-DEPT TO WS-OVR-DEPT
009303             MOVE CTL-OVR-BATCH TO WS-OVR-BATCH
009304             MOVE CTL-OVR-SUPV-ID TO WS-OVR-SUPV-ID
009305         END-IF
009306         MOVE CTL-OVR-SUPV-PIN TO WS-OVR-SUPV-PIN
009310     END-IF
009320     IF WS-BATCH-MODE OR WS-CHAIN-MODE OR WS-INDEX-MODE
009330         PERFORM 1100-CHECK-OPERATOR THRU 1100-EXIT
009380     IF WS-BATCH-MODE AND WS-CKPT-FREQ > ZERO
009390         PERFORM 1300-CHECK-CHECKPOINT THRU 1300-EXIT
009400     END-IF
009410     PERFORM 1400-OPEN-CALCAUD THRU 1400-EXIT.
009460
009470*----------------------------------------------------
009480*1100-CHECK-OPERATOR.
009530*CALCREJ AND THE RUN ENDS WITH RETURN CODE 12.  WHEN
009540*THE SECURITY MASTER ITSELF IS NOT AVAILABLE THE CHECK
009550*IS REPORTED AND BYPASSED SO A MISSING MASTER DOES NOT
009560*DEAD-STOP THE DAILY STREAM DURING ROLL-OUT.  AN
009561*ACCEPTED OPERATOR'S APPROVAL LIMIT IS KEPT FOR THE
009562*FINANCIAL-MODE HOLD CHECK.
009570*----------------------------------------------------
009580 1100-CHECK-OPERATOR.
009590     MOVE WS-OPERATOR-ID TO OPC-OPERATOR-ID
009591     MOVE WS-OPERATOR-PIN TO OPC-PIN
009600     SET OPC-PGM-CALCULATOR TO TRUE
009610     CALL "OPERCHK" USING OPERCHK-RECORD
009620     EVALUATE TRUE
009630         WHEN OPC-OPERATOR-OK
009640             MOVE OPC-APPROVAL-LIMIT TO WS-APPROVAL-LIMIT
009650         WHEN OPC-MASTER-UNAVAILABLE
009660             MOVE "CALCULAT" TO MW-PROGRAM-NAME
009670             MOVE WS-OPERATOR-ID TO MW-OPERATOR-ID
009800             MOVE WS-OPERATOR-ID TO EC-FIELD-VALUE
009810             MOVE OPC-REASON-CODE TO EC-REASON-CODE
009820             MOVE OPC-REASON-TEXT TO EC-REASON-TEXT
009830             PERFORM 1450-OPEN-CALCREJ THRU 1450-EXIT
009840             PERFORM 2260-WRITE-REJECT THRU 2260-EXIT
009850             CLOSE CALCREJ-FILE
009860             MOVE 12 TO RETURN-CODE
010400         ELSE
010410             MOVE "CALCULAT" TO MW-PROGRAM-NAME
010420             MOVE WS-OPERATOR-ID TO MW-OPERATOR-ID
010430             MOVE 41 TO MW-MSG-NUMBER
010440             SET MW-SEV-WARNING TO TRUE
010450             MOVE SPACES TO MW-MSG-TEXT
010460             STRING "RATE TABLE FULL - CURRENCY "
011130     MOVE CKP-STD-OUT TO WS-CKP-STD-OUT
011140     MOVE CKP-STD-ERR TO WS-CKP-STD-ERR
011150     MOVE CKP-STD-REJ TO WS-CKP-STD-REJ
011151     IF CKP-HOLD-COUNT NUMERIC
011152         MOVE CKP-HOLD-COUNT TO WS-CKP-HOLD
011153         MOVE CKP-HOLD-SEQ TO WS-CKP-HOLD-SEQ
011154         MOVE CKP-APR-SEL TO WS-CKP-APR-SEL
011155         MOVE CKP-APR-OUT TO WS-CKP-APR-OUT
011156         MOVE CKP-APR-ERR TO WS-CKP-APR-ERR
011157         MOVE CKP-APR-REJ TO WS-CKP-APR-REJ
011158     END-IF
011160     IF CKP-MULTI-SW = "Y"
011170         SET WS-MULTI-BATCH TO TRUE
011180         IF CKP-BCH-USED NUMERIC
011280             VARYING WS-BCH-IDX FROM 1 BY 1
011290             UNTIL WS-BCH-IDX > WS-BCH-USED
011300     END-IF
011301     IF CKP-RUN-TIME NUMERIC
011302         MOVE CKP-RUN-TIME TO WS-RUN-TIME
011303     END-IF
011310     CLOSE CALCCKPT-FILE
011320     DISPLAY "CALCULATOR: RESTARTING BATCH AFTER RECORD "
011330         WS-CKP-READ
011530     MOVE CKP-BCH-DIV(WS-BCH-IDX) TO WS-BCH-DIV(WS-BCH-IDX)
011540     MOVE CKP-BCH-REM(WS-BCH-IDX) TO WS-BCH-REM(WS-BCH-IDX)
011550     MOVE CKP-BCH-PWR(WS-BCH-IDX) TO WS-BCH-PWR(WS-BCH-IDX)
011560     MOVE CKP-BCH-PCT(WS-BCH-IDX) TO WS-BCH-PCT(WS-BCH-IDX)
011561     MOVE CKP-BCH-HOLD-SW(WS-BCH-IDX)
011562         TO WS-BCH-HOLD-SW(WS-BCH-IDX)
011563     IF CKP-BCH-HLD(WS-BCH-IDX) NUMERIC
011564         MOVE CKP-BCH-HLD(WS-BCH-IDX) TO WS-BCH-HLD(WS-BCH-IDX)
011565     ELSE
011566         MOVE ZERO TO WS-BCH-HLD(WS-BCH-IDX)
011567     END-IF.
011570 1310-EXIT.
011580     EXIT.
011590
011600*----------------------------------------------------
011604*1350-TRIM-CALCAUD.
011608*TRIMS THIS RUN'S CALCAUD RECORDS BACK TO THOSE COVERED
011612*BY THE CHECKPOINT (ONE PER RESULT, ERROR OR HOLD,
011616*STANDING, APPROVED AND KEYED), SO THE TRANSACTIONS
011620*REPLAYED AFTER THE LAST COMMIT DO NOT DOUBLE-WRITE
011624*THEIR AUDIT LINES.  RECORDS OF THE DAY'S OTHER RUNS
011628*ARE KEPT WHOLE.
011632*----------------------------------------------------
011636 1350-TRIM-CALCAUD.
011640     COMPUTE WS-TRIM-KEEP = WS-CKP-OUT + WS-CKP-ERR
011644         + WS-CKP-STD-OUT + WS-CKP-STD-ERR
011648         + WS-CKP-APR-OUT + WS-CKP-APR-ERR + WS-CKP-HOLD
011652     MOVE "N" TO WS-TRIM-EOF-SW
011656     MOVE ZERO TO WS-TRIM-COUNT
011660     OPEN INPUT CALCAUD-FILE
011664     IF NOT WS-CALCAUD-OK
011668         GO TO 1350-EXIT
011672     END-IF
011676     OPEN OUTPUT CALCWRK-FILE
011680     PERFORM 1351-KEEP-ONE-CALCAUD THRU 1351-EXIT
011684         UNTIL WS-END-OF-TRIM
011688     CLOSE CALCAUD-FILE
011692     CLOSE CALCWRK-FILE
011696     MOVE "N" TO WS-TRIM-EOF-SW
011700     OPEN INPUT CALCWRK-FILE
011704     OPEN OUTPUT CALCAUD-FILE
011708     PERFORM 1352-PUT-ONE-CALCAUD THRU 1352-EXIT
011712         UNTIL WS-END-OF-TRIM
011716     CLOSE CALCWRK-FILE
011720     CLOSE CALCAUD-FILE.
011724 1350-EXIT.
011728     EXIT.
011732
011736 1351-KEEP-ONE-CALCAUD.
011740     READ CALCAUD-FILE
011744         AT END
011748             SET WS-END-OF-TRIM TO TRUE
011752             GO TO 1351-EXIT
011756     END-READ
011760     IF AUDIT-RUN-DATE NOT = WS-RUN-DATE
011764             OR AUDIT-RUN-NUMBER NOT = WS-RUN-TIME
011768         WRITE CALCWRK-RECORD FROM AUDIT-LOG-RECORD
011772         GO TO 1351-EXIT
011776     END-IF
011780     IF WS-TRIM-COUNT < WS-TRIM-KEEP
011784         WRITE CALCWRK-RECORD FROM AUDIT-LOG-RECORD
011788         ADD 1 TO WS-TRIM-COUNT
011792     END-IF.
011796 1351-EXIT.
011800     EXIT.
011804
011808 1352-PUT-ONE-CALCAUD.
011812     READ CALCWRK-FILE
011816         AT END
011820             SET WS-END-OF-TRIM TO TRUE
011824         NOT AT END
011828             WRITE AUDIT-LOG-RECORD FROM CALCWRK-RECORD
011832     END-READ.
011836 1352-EXIT.
011840     EXIT.
011844
011847*----------------------------------------------------
011850*1400-OPEN-CALCAUD.
011853*EXTENDS CALCAUD WHEN IT ALREADY HOLDS TODAY'S TRAIL, SO
011856*EACH RUN IN THE DAY ADDS ITS RECORDS AND TRAILER AFTER
011859*THE EARLIER RUNS' FOR ARCHIVER TO COLLECT.  A FILE LEFT
011862*FROM AN EARLIER DAY, OR NO FILE, IS STARTED AFRESH.  A
011865*RESTARTED RUN ALWAYS EXTENDS THE TRAIL 1350 TRIMMED.
011868*----------------------------------------------------
011871 1400-OPEN-CALCAUD.
011874     IF WS-RESTARTED-RUN
011877         OPEN EXTEND CALCAUD-FILE
011880         IF WS-CALCAUD-OK
011883             GO TO 1400-EXIT
011886         END-IF
011889     END-IF
011892     MOVE "N" TO WS-TRAIL-TODAY-SW
011895     OPEN INPUT CALCAUD-FILE
011898     IF WS-CALCAUD-OK
011901         READ CALCAUD-FILE
011904             NOT AT END
011907                 IF AUDIT-RUN-DATE = WS-RUN-DATE
011910                     SET WS-TRAIL-TODAY TO TRUE
011913                 END-IF
011916         END-READ
011919         CLOSE CALCAUD-FILE
011922     END-IF
011925     IF WS-TRAIL-TODAY
011928         OPEN EXTEND CALCAUD-FILE
011931     ELSE
011934         OPEN OUTPUT CALCAUD-FILE
011937     END-IF.
011940 1400-EXIT.
011943     EXIT.
011946
011949*----------------------------------------------------
011952*1450-OPEN-CALCREJ.
011955*THE SAME FOR CALCREJ: TODAY'S REJECTS ARE EXTENDED,
011958*AN EARLIER DAY'S ARE REPLACED, AND A RESTARTED RUN
011961*ALWAYS EXTENDS THE FILE 2150 TRIMMED.
011964*----------------------------------------------------
011967 1450-OPEN-CALCREJ.
011970     IF WS-RESTARTED-RUN
011973         OPEN EXTEND CALCREJ-FILE
011976         IF WS-CALCREJ-OK
011979             GO TO 1450-EXIT
011982         END-IF
011985     END-IF
011988     MOVE "N" TO WS-TRAIL-TODAY-SW
011991     OPEN INPUT CALCREJ-FILE
011994     IF WS-CALCREJ-OK
011997         READ CALCREJ-FILE
012000             NOT AT END
012003                 IF REJ-RUN-DATE = WS-RUN-DATE
012006                     SET WS-TRAIL-TODAY TO TRUE
012009                 END-IF
012012         END-READ
012015         CLOSE CALCREJ-FILE
012018     END-IF
012021     IF WS-TRAIL-TODAY
012024         OPEN EXTEND CALCREJ-FILE
012027     ELSE
012030         OPEN OUTPUT CALCREJ-FILE
012033     END-IF.
012036 1450-EXIT.
012039     EXIT.
012052
012130*----------------------------------------------------
012140*2000-BATCH-PROCESS.
012150*READS CALCIN AND WRITES A CALCOUT RESULT RECORD FOR
012270             OPEN EXTEND CALCOUT-FILE
012280             OPEN OUTPUT CALCRPT-FILE
012290             OPEN EXTEND CALCERR-FILE
012300             PERFORM 1450-OPEN-CALCREJ THRU 1450-EXIT
012310         ELSE
012320             OPEN OUTPUT CALCOUT-FILE
012330             OPEN OUTPUT CALCRPT-FILE
012340             OPEN OUTPUT CALCERR-FILE
012350             PERFORM 1450-OPEN-CALCREJ THRU 1450-EXIT
012360         END-IF
012361         PERFORM 2010-OPEN-REGISTER THRU 2010-EXIT
012362         PERFORM 2060-OPEN-HOLD THRU 2060-EXIT
012370         INITIALIZE WS-LEDGER-TOTALS
012380         INITIALIZE WS-BALANCE-TOTALS
012390         PERFORM 2020-STANDING-PHASE THRU 2020-EXIT
012391         PERFORM 2065-APPROVED-PHASE THRU 2065-EXIT
012400         IF WS-RESTARTED-RUN
012410             PERFORM 2040-RESTORE-CHECKPOINT THRU 2040-EXIT
012420             PERFORM 2045-SKIP-FORWARD THRU 2045-EXIT
012480         IF WS-MULTI-BATCH
012490             PERFORM 2930-WRITE-BATCH-SECTIONS THRU 2930-EXIT
012500         END-IF
012501         IF WS-BREG-OPEN
012502             PERFORM 2980-UPDATE-REGISTER THRU 2980-EXIT
012503             CLOSE CALCBREG-FILE
012504         END-IF
012505         IF WS-HOLD-OPEN
012506             CLOSE CALCHOLD-FILE
012507         END-IF
012510         IF WS-BALANCING-ON AND NOT WS-MULTI-BATCH
012520             PERFORM 2950-WRITE-BALANCE THRU 2950-EXIT
012530         END-IF
012550         IF WS-CALCSTD-PRESENT AND RETURN-CODE NOT = 8
012560             PERFORM 2080-UPDATE-STANDING THRU 2080-EXIT
012570         END-IF
012571         IF WS-APR-SEL-COUNT > ZERO AND RETURN-CODE NOT = 8
012572             PERFORM 2070-MARK-APPROVED THRU 2070-EXIT
012573         END-IF
012580         IF WS-CKPT-FREQ > ZERO
012590             PERFORM 2055-CLEAR-CHECKPOINT THRU 2055-EXIT
012600         END-IF
013520     MOVE ZERO TO WS-BCH-REM(WS-BCH-CUR)
013530     MOVE ZERO TO WS-BCH-PWR(WS-BCH-CUR)
013540     MOVE ZERO TO WS-BCH-PCT(WS-BCH-CUR)
013541     MOVE ZERO TO WS-BCH-HLD(WS-BCH-CUR)
013550     MOVE WS-BCH-NO(WS-BCH-CUR) TO WS-CUR-BATCH-NO
013551     MOVE "N" TO WS-BCH-HOLD-SW(WS-BCH-CUR)
013552     MOVE "N" TO WS-BCH-BAL-SW(WS-BCH-CUR)
013553     PERFORM 2125-CHECK-DUPLICATE THRU 2125-EXIT.
013560 2120-EXIT.
013570     EXIT.
013580
014030         GO TO 2020-EXIT
014040     END-IF
014050     SET WS-CALCSTD-PRESENT TO TRUE
014051     SET WS-STANDING-FEED TO TRUE
014060     PERFORM 2025-LOAD-ONE-STANDING THRU 2025-EXIT
014070         UNTIL WS-END-OF-CALCSTD
014080     CLOSE CALCSTD-FILE
014140         MOVE WS-ERR-COUNT TO WS-STD-ERR
014150         MOVE WS-REJ-COUNT TO WS-STD-REJ
014160     END-IF
014161     SET WS-KEYED-FEED TO TRUE
014170     INITIALIZE WS-BALANCE-TOTALS.
014180 2020-EXIT.
014190     EXIT.
015440     MOVE WS-CKP-STD-OUT TO WS-STD-OUT
015450     MOVE WS-CKP-STD-ERR TO WS-STD-ERR
015460     MOVE WS-CKP-STD-REJ TO WS-STD-REJ
015461     MOVE WS-CKP-HOLD TO WS-HOLD-COUNT
015462     MOVE WS-CKP-APR-SEL TO WS-APR-SEL-COUNT
015463     MOVE WS-CKP-APR-OUT TO WS-APR-OUT
015464     MOVE WS-CKP-APR-ERR TO WS-APR-ERR
015465     MOVE WS-CKP-APR-REJ TO WS-APR-REJ
015470     COMPUTE WS-AUDIT-SEQ = WS-CKP-OUT + WS-CKP-ERR
015480         + WS-CKP-STD-OUT + WS-CKP-STD-ERR
015481         + WS-CKP-APR-OUT + WS-CKP-APR-ERR + WS-CKP-HOLD.
015490 2040-EXIT.
015500     EXIT.
015510
016350     MOVE WS-BCH-CUR TO CKP-BCH-CUR
016360     MOVE SPACE TO CKP-FILL-21
016370     MOVE WS-CUR-BATCH-NO TO CKP-CUR-BATCH
016371     MOVE WS-HOLD-COUNT TO CKP-HOLD-COUNT
016372     MOVE WS-HOLD-SEQ TO CKP-HOLD-SEQ
016373     MOVE WS-APR-SEL-COUNT TO CKP-APR-SEL
016374     MOVE WS-APR-OUT TO CKP-APR-OUT
016375     MOVE WS-APR-ERR TO CKP-APR-ERR
016376     MOVE WS-APR-REJ TO CKP-APR-REJ
016377     MOVE WS-RUN-TIME TO CKP-RUN-TIME
016380     PERFORM 2052-SAVE-ONE-BATCH THRU 2052-EXIT
016390         VARYING WS-BCH-IDX FROM 1 BY 1
016400         UNTIL WS-BCH-IDX > WS-BCH-USED
016610     MOVE WS-BCH-DIV(WS-BCH-IDX) TO CKP-BCH-DIV(WS-BCH-IDX)
016620     MOVE WS-BCH-REM(WS-BCH-IDX) TO CKP-BCH-REM(WS-BCH-IDX)
016630     MOVE WS-BCH-PWR(WS-BCH-IDX) TO CKP-BCH-PWR(WS-BCH-IDX)
016640     MOVE WS-BCH-PCT(WS-BCH-IDX) TO CKP-BCH-PCT(WS-BCH-IDX)
016641     MOVE WS-BCH-HOLD-SW(WS-BCH-IDX)
016642         TO CKP-BCH-HOLD-SW(WS-BCH-IDX)
016643     MOVE WS-BCH-HLD(WS-BCH-IDX) TO CKP-BCH-HLD(WS-BCH-IDX).
016650 2052-EXIT.
016660     EXIT.
016670
016770
016780*----------------------------------------------------
016790*2150-TRIM-OUTPUTS.
016800*TRIMS CALCOUT, CALCERR, CALCREJ AND TODAY'S CALCHOLD
016801*ITEMS BACK TO THE COUNTS COMMITTED BY THE
016810*CHECKPOINT, SO THE RECORDS WRITTEN
016820*AFTER THE LAST COMMIT ARE NOT DOUBLED WHEN THEIR
016830*TRANSACTIONS ARE REPLAYED.  EACH FILE IS COPIED TO THE
016840*CALCWRK WORK FILE AND BACK, THE ARCHIVER PATTERN.
016841*ONLY THIS RUN'S CALCREJ RECORDS ARE TRIMMED; THE DAY'S
016842*EARLIER RUNS' REJECTS ARE KEPT WHOLE.
016850*----------------------------------------------------
016860 2150-TRIM-OUTPUTS.
016870     COMPUTE WS-TRIM-KEEP = WS-CKP-OUT + WS-CKP-STD-OUT
016871         + WS-CKP-APR-OUT
016880     PERFORM 2160-TRIM-CALCOUT THRU 2160-EXIT
016890     COMPUTE WS-TRIM-KEEP = WS-CKP-ERR + WS-CKP-STD-ERR
016891         + WS-CKP-APR-ERR
016900     PERFORM 2165-TRIM-CALCERR THRU 2165-EXIT
016910     COMPUTE WS-TRIM-KEEP = WS-CKP-REJ + WS-CKP-STD-REJ
016911         + WS-CKP-APR-REJ
016920     PERFORM 2175-TRIM-CALCREJ THRU 2175-EXIT
016921     PERFORM 2180-TRIM-CALCHOLD THRU 2180-EXIT.
016930 2150-EXIT.
016940     EXIT.
016950
017910     OPEN OUTPUT CALCWRK-FILE
017920     PERFORM 2176-KEEP-ONE-CALCREJ THRU 2176-EXIT
017930         UNTIL WS-END-OF-TRIM
017950     CLOSE CALCREJ-FILE
017960     CLOSE CALCWRK-FILE
017970     MOVE "N" TO WS-TRIM-EOF-SW
018050     EXIT.
018060
018070 2176-KEEP-ONE-CALCREJ.
018076     READ CALCREJ-FILE
018082         AT END
018088             SET WS-END-OF-TRIM TO TRUE
018094             GO TO 2176-EXIT
018100     END-READ
018106     IF REJ-RUN-DATE NOT = WS-RUN-DATE
018112             OR REJ-RUN-TIME NOT = WS-RUN-TIME
018118         WRITE CALCWRK-RECORD FROM REJECT-LOG-RECORD
018124         GO TO 2176-EXIT
018130     END-IF
018136     IF WS-TRIM-COUNT < WS-TRIM-KEEP
018142         WRITE CALCWRK-RECORD FROM REJECT-LOG-RECORD
018148         ADD 1 TO WS-TRIM-COUNT
018154     END-IF.
018160 2176-EXIT.
018166     EXIT.
018172
018180 2177-PUT-ONE-CALCREJ.
018190     READ CALCWRK-FILE
018200         AT END
019370*INTEGER PAIR.
019380*----------------------------------------------------
019390 2200-CALC-ONE.
019391     IF WS-MULTI-BATCH AND WS-BCH-CUR > 0
019392             AND WS-BCH-HELD(WS-BCH-CUR)
019393         PERFORM 2270-HOLD-ONE THRU 2270-EXIT
019394     ELSE
019395         PERFORM 2205-EDIT-ONE THRU 2205-EXIT
019396     END-IF
019410     IF WS-EDIT-VALID
019420         IF WS-FINANCIAL-MODE
019430             PERFORM 2220-CALC-ONE-FIN THRU 2220-EXIT
022650*FINANCIAL-MODE BATCH CALCULATION.  NUM1/NUM2/RESULT
022660*ARE SIGNED WITH TWO DECIMAL PLACES SO CURRENCY
022670*AMOUNTS AND CREDITS CARRY THROUGH WITHOUT LOSING
022680*PRECISION.  A RESULT OVER THE OPERATOR'S APPROVAL
022681*LIMIT IS HELD TO CALCHOLD INSTEAD OF WRITTEN.
022690*----------------------------------------------------
022700 2220-CALC-ONE-FIN.
022710     MOVE CIF-NUM1 TO FIN-NUM1
023570                 WS-REASON-TEXT
023580         END-IF
023590     END-IF
023591     IF WS-CALC-VALID
023592         PERFORM 2275-CHECK-LIMIT THRU 2275-EXIT
023593         IF WS-ITEM-HELD
023594             PERFORM 2280-WRITE-HOLD THRU 2280-EXIT
023595             GO TO 2220-EXIT
023596         END-IF
023597     END-IF
023600     IF WS-CALC-INVALID
023610         PERFORM 2420-WRITE-ERROR-FIN
023620     ELSE
023880         MOVE " = " TO COF-EQUALS
023890         MOVE FIN-RESULT TO COF-RESULT
023900         MOVE SPACES TO COF-FILL-3
023901         MOVE CIF-CURRENCY TO COF-CURRENCY
023902         MOVE SPACES TO COF-FILL-3A
023910         MOVE "OK" TO COF-STATUS
023920         IF WS-MULTI-BATCH
023930             MOVE WS-CUR-BATCH-NO TO COF-BATCH-NO
023940         END-IF
023941         IF WS-APPROVED-FEED AND APR-DEPT-CODE NOT = SPACES
023942             MOVE APR-BATCH-NO TO COF-BATCH-NO
023943             MOVE APR-DEPT-CODE TO COF-DEPT-CODE
023944         END-IF
023950         WRITE CALCOUT-RECORD FROM CALCOUT-FIN-RECORD
023960         ADD 1 TO WS-OUT-COUNT
023970         PERFORM 2215-TALLY-BATCH-OP THRU 2215-EXIT
026060     IF WS-MULTI-BATCH
026070         MOVE WS-CUR-BATCH-NO TO CEF-BATCH-NO
026080     END-IF
026081     IF WS-APPROVED-FEED AND APR-DEPT-CODE NOT = SPACES
026082         MOVE APR-BATCH-NO TO CEF-BATCH-NO
026083         MOVE APR-DEPT-CODE TO CEF-DEPT-CODE
026084     END-IF
026090     WRITE CALCERR-RECORD FROM CALCERR-FIN-RECORD
026100     ADD 1 TO WS-ERR-COUNT
026110     IF WS-MULTI-BATCH AND WS-BCH-CUR > 0
027070             INTO CALCRPT-RECORD
027080         WRITE CALCRPT-RECORD
027090     END-IF
027091     PERFORM 2965-HOLD-LINES THRU 2965-EXIT
027100     IF WS-FINANCIAL-MODE
027110         PERFORM 2960-ONE-CCY-LINE THRU 2960-EXIT
027120             VARYING WS-CCY-IDX FROM 1 BY 1
027710         WS-BCH-NO(WS-BCH-IDX) DELIMITED BY SIZE
027720         INTO CALCRPT-RECORD
027730     WRITE CALCRPT-RECORD
027731     PERFORM 2937-BATCH-HOLD-LINES THRU 2937-EXIT
027740     MOVE "ADDITIONS.........." TO WS-BCH-LABEL
027750     MOVE WS-BCH-ADD(WS-BCH-IDX) TO WS-RPT-COUNT
027760     PERFORM 2940-ONE-BATCH-COUNT THRU 2940-EXIT
028070     MOVE "REJECTS WRITTEN...." TO WS-BCH-LABEL
028080     MOVE WS-BCH-REJ(WS-BCH-IDX) TO WS-RPT-COUNT
028090     PERFORM 2940-ONE-BATCH-COUNT THRU 2940-EXIT
028091     IF WS-BCH-HLD(WS-BCH-IDX) > ZERO
028092         MOVE "HELD FOR APPROVAL.." TO WS-BCH-LABEL
028093         MOVE WS-BCH-HLD(WS-BCH-IDX) TO WS-RPT-COUNT
028094         PERFORM 2940-ONE-BATCH-COUNT THRU 2940-EXIT
028095     END-IF
028100     MOVE "EXPECTED NUM1 HASH." TO WS-BCH-LABEL
028110     MOVE WS-BCH-EXP-HASH(WS-BCH-IDX) TO WS-RPT-HASH
028120     PERFORM 2942-ONE-BATCH-HASH THRU 2942-EXIT
028180                 WS-BCH-OUT(WS-BCH-IDX)
028190                 + WS-BCH-ERR(WS-BCH-IDX)
028200                 + WS-BCH-REJ(WS-BCH-IDX)
028201                 + WS-BCH-HLD(WS-BCH-IDX)
028210             AND WS-BCH-HASH(WS-BCH-IDX) =
028220                 WS-BCH-EXP-HASH(WS-BCH-IDX)
028230         MOVE "  *** BATCH IS IN BALANCE ***" TO CALCRPT-RECORD
028240         WRITE CALCRPT-RECORD
028241         SET WS-BCH-IN-BALANCE(WS-BCH-IDX) TO TRUE
028250     ELSE
028260         MOVE "  *** BATCH IS OUT OF BALANCE ***" TO
028270             CALCRPT-RECORD
028570*2950-WRITE-BALANCE.
028580*BALANCES THE RUN AGAINST THE CONTROL TOTALS KEYED ON
028590*CALCCTL: RECORDS READ AGAINST THE EXPECTED COUNT AND
028600*AGAINST CALCOUT + CALCERR + CALCREJ (PLUS ANY ITEMS
028601*HELD TO CALCHOLD), AND THE NUM1
028610*HASH TOTAL AGAINST THE EXPECTED HASH.  PRINTS THE
028620*SECTION ON CALCRPT AND SETS RETURN CODE 8 ON AN
028630*OUT-OF-BALANCE SO THE DAILY STREAM STOPS.
028920         WS-RPT-COUNT DELIMITED BY SIZE
028930         INTO CALCRPT-RECORD
028940     WRITE CALCRPT-RECORD
028941     IF WS-HOLD-COUNT > ZERO
028942         MOVE SPACES TO CALCRPT-RECORD
028943         MOVE WS-HOLD-COUNT TO WS-RPT-COUNT
028944         STRING "HELD FOR APPROVAL.. " DELIMITED BY SIZE
028945             WS-RPT-COUNT DELIMITED BY SIZE
028946             INTO CALCRPT-RECORD
028947         WRITE CALCRPT-RECORD
028948     END-IF
028950     MOVE WS-EXPECT-HASH TO WS-RPT-HASH
028960     STRING "EXPECTED NUM1 HASH. " DELIMITED BY SIZE
028970         WS-RPT-HASH DELIMITED BY SIZE
029050     IF WS-READ-COUNT = WS-EXPECT-COUNT
029060             AND WS-READ-COUNT =
029070                 WS-OUT-COUNT + WS-ERR-COUNT + WS-REJ-COUNT
029071                 + WS-HOLD-COUNT
029080             AND WS-HASH-TOTAL = WS-EXPECT-HASH
029090         MOVE "*** RUN IS IN BALANCE ***" TO CALCRPT-RECORD
029100         WRITE CALCRPT-RECORD
030850         OPEN OUTPUT CALCRPT-FILE
030860         OPEN OUTPUT CALCOUT-FILE
030870         OPEN OUTPUT CALCERR-FILE
030880         PERFORM 1450-OPEN-CALCREJ THRU 1450-EXIT
030890         MOVE ZERO TO RESULT
030900         PERFORM 5100-READ-CHAIN
030910         IF NOT WS-END-OF-CHAIN
032760         OPEN OUTPUT CALCOUT-FILE
032770         OPEN OUTPUT CALCRPT-FILE
032780         OPEN OUTPUT CALCERR-FILE
032790         PERFORM 1450-OPEN-CALCREJ THRU 1450-EXIT
032800         INITIALIZE WS-LEDGER-TOTALS
032810         PERFORM 6100-READ-CALCTXN
032820         PERFORM 6200-CALC-ONE-TXN THRU 6200-EXIT
035190     WRITE AUDIT-LOG-RECORD.
035200 6600-EXIT.
035210     EXIT.
035220
035230*----------------------------------------------------
035240*2010-OPEN-REGISTER.
035250*OPENS THE CALCBREG BATCH-CONTROL REGISTER, CREATING IT
035260*ON FIRST USE, AND SCREENS ANY SUPERVISOR OVERRIDE
035270*STAGED ON CALCCTL.  A REGISTER THAT CANNOT BE OPENED IS
035280*REPORTED AND THE DUPLICATE CHECK BYPASSED, AS FOR A
035290*MISSING SECURITY MASTER, SO IT DOES NOT DEAD-STOP THE
035300*DAILY STREAM.
035310*----------------------------------------------------
035320 2010-OPEN-REGISTER.
035330     OPEN I-O CALCBREG-FILE
035340     IF WS-CALCBREG-NOT-FOUND
035350         OPEN OUTPUT CALCBREG-FILE
035360         CLOSE CALCBREG-FILE
035370         OPEN I-O CALCBREG-FILE
035380     END-IF
035390     IF NOT WS-CALCBREG-OK
035400         MOVE "CALCULAT" TO MW-PROGRAM-NAME
035410         MOVE WS-OPERATOR-ID TO MW-OPERATOR-ID
035420         MOVE 30 TO MW-MSG-NUMBER
035430         SET MW-SEV-WARNING TO TRUE
035440         MOVE SPACES TO MW-MSG-TEXT
035450         STRING "CALCBREG NOT AVAILABLE, STATUS "
035460             DELIMITED BY SIZE
035470             WS-CALCBREG-STATUS DELIMITED BY SIZE
035480             " - DUPLICATE CHECK BYPASSED" DELIMITED BY SIZE
035490             INTO MW-MSG-TEXT
035500         CALL "MSGWRT" USING MSGWRT-RECORD
035510         GO TO 2010-EXIT
035520     END-IF
035530     SET WS-BREG-OPEN TO TRUE
035540     IF WS-OVR-DEPT NOT = SPACES
035550         PERFORM 2015-CHECK-OVERRIDE THRU 2015-EXIT
035560     END-IF.
035570 2010-EXIT.
035580     EXIT.
035590
035600*----------------------------------------------------
035610*2015-CHECK-OVERRIDE.
035620*SCREENS THE DUPLICATE-BATCH OVERRIDE STAGED ON CALCCTL.
035630*IT MUST NAME A NUMERIC BATCH AND A SUPERVISOR OTHER
035640*THAN THE OPERATOR RUNNING THE BATCH, AND THAT
035650*SUPERVISOR MUST PASS OPERCHK FOR THE CALCULATOR.  AN
035660*OVERRIDE THAT FAILS IS REPORTED AND IGNORED, SO THE
035670*BATCH IT NAMES IS HELD LIKE ANY OTHER DUPLICATE.
035680*----------------------------------------------------
035690 2015-CHECK-OVERRIDE.
035700     MOVE SPACES TO MW-MSG-TEXT
035710     IF WS-OVR-BATCH NOT NUMERIC
035720         MOVE "OVERRIDE BATCH NUMBER IS NOT NUMERIC"
035730             TO MW-MSG-TEXT
035740     END-IF
035750     IF MW-MSG-TEXT = SPACES
035760             AND (WS-OVR-SUPV-ID = SPACES
035770                 OR WS-OVR-SUPV-ID = WS-OPERATOR-ID)
035780         MOVE "OVERRIDE NEEDS A SUPERVISOR OTHER THAN OPERATOR"
035790             TO MW-MSG-TEXT
035800     END-IF
035810     IF MW-MSG-TEXT = SPACES
035820         MOVE WS-OVR-SUPV-ID TO OPC-OPERATOR-ID
035821         MOVE WS-OVR-SUPV-PIN TO OPC-PIN
035830         SET OPC-PGM-CALCULATOR TO TRUE
035840         CALL "OPERCHK" USING OPERCHK-RECORD
035850         IF NOT OPC-OPERATOR-OK
035860             STRING "OVERRIDE BY " DELIMITED BY SIZE
035870                 WS-OVR-SUPV-ID DELIMITED BY SIZE
035880                 " REFUSED - " DELIMITED BY SIZE
035890                 OPC-REASON-TEXT DELIMITED BY SIZE
035900                 INTO MW-MSG-TEXT
035910         END-IF
035920     END-IF
035930     IF MW-MSG-TEXT = SPACES
035940         SET WS-OVERRIDE-APPROVED TO TRUE
035950         GO TO 2015-EXIT
035960     END-IF
035970     DISPLAY "CALCULATOR: " MW-MSG-TEXT
035980     MOVE "CALCULAT" TO MW-PROGRAM-NAME
035990     MOVE WS-OPERATOR-ID TO MW-OPERATOR-ID
036000     MOVE 31 TO MW-MSG-NUMBER
036010     SET MW-SEV-WARNING TO TRUE
036020     CALL "MSGWRT" USING MSGWRT-RECORD.
036030 2015-EXIT.
036040     EXIT.
036050
036060*----------------------------------------------------
036070*2125-CHECK-DUPLICATE.
036080*HOLDS THE BATCH JUST OPENED WHEN ITS DEPARTMENT AND
036090*BATCH NUMBER ARE ALREADY ON THE CALCBREG REGISTER FROM
036100*AN EARLIER RUN, OR CAME EARLIER IN THIS SAME CALCIN,
036110*UNLESS CALCCTL CARRIES AN APPROVED SUPERVISOR OVERRIDE
036120*FOR IT.  A HEADER WITH NO USABLE BATCH NUMBER CANNOT BE
036130*MATCHED AND IS NOT CHECKED.
036140*----------------------------------------------------
036150 2125-CHECK-DUPLICATE.
036160     IF WS-BCH-NO(WS-BCH-CUR) = ZERO
036170         GO TO 2125-EXIT
036180     END-IF
036190     MOVE "N" TO WS-DUP-SW
036200     PERFORM 2127-CHECK-ONE-EARLIER THRU 2127-EXIT
036210         VARYING WS-BCH-IDX2 FROM 1 BY 1
036220         UNTIL WS-BCH-IDX2 >= WS-BCH-CUR
036230             OR WS-DUP-FOUND
036240     IF NOT WS-DUP-FOUND
036250         IF NOT WS-BREG-OPEN
036260             GO TO 2125-EXIT
036270         END-IF
036280         MOVE WS-BCH-DEPT(WS-BCH-CUR) TO BRG-DEPT-CODE
036290         MOVE WS-BCH-NO(WS-BCH-CUR) TO BRG-BATCH-NO
036300         READ CALCBREG-FILE
036310             INVALID KEY
036320                 GO TO 2125-EXIT
036330         END-READ
036340         IF WS-OVERRIDE-APPROVED
036350                 AND WS-OVR-DEPT = WS-BCH-DEPT(WS-BCH-CUR)
036360                 AND WS-OVR-BATCH = WS-BCH-NO(WS-BCH-CUR)
036370             SET WS-BCH-OVERRIDDEN(WS-BCH-CUR) TO TRUE
036380             DISPLAY "CALCULATOR: DEPT " WS-BCH-DEPT(WS-BCH-CUR)
036390                 " BATCH " WS-BCH-NO(WS-BCH-CUR)
036400                 " RELEASED BY OVERRIDE OF " WS-OVR-SUPV-ID
036410             GO TO 2125-EXIT
036420         END-IF
036430     END-IF
036440     SET WS-BCH-HELD(WS-BCH-CUR) TO TRUE
036450     DISPLAY "CALCULATOR: DEPT " WS-BCH-DEPT(WS-BCH-CUR)
036460         " BATCH " WS-BCH-NO(WS-BCH-CUR)
036470         " ALREADY PROCESSED - HELD AS DUPLICATE"
036480     MOVE "CALCULAT" TO MW-PROGRAM-NAME
036490     MOVE WS-OPERATOR-ID TO MW-OPERATOR-ID
036500     MOVE 32 TO MW-MSG-NUMBER
036510     SET MW-SEV-WARNING TO TRUE
036520     MOVE SPACES TO MW-MSG-TEXT
036530     STRING "DEPT " DELIMITED BY SIZE
036540         WS-BCH-DEPT(WS-BCH-CUR) DELIMITED BY SIZE
036550         " BATCH " DELIMITED BY SIZE
036560         WS-BCH-NO(WS-BCH-CUR) DELIMITED BY SIZE
036570         " DUPLICATE - HELD TO CALCREJ" DELIMITED BY SIZE
036580         INTO MW-MSG-TEXT
036590     CALL "MSGWRT" USING MSGWRT-RECORD.
036600 2125-EXIT.
036610     EXIT.
036620
036630 2127-CHECK-ONE-EARLIER.
036640     IF WS-BCH-DEPT(WS-BCH-IDX2) = WS-BCH-DEPT(WS-BCH-CUR)
036650             AND WS-BCH-NO(WS-BCH-IDX2) = WS-BCH-NO(WS-BCH-CUR)
036660         SET WS-DUP-FOUND TO TRUE
036670     END-IF.
036680 2127-EXIT.
036690     EXIT.
036700
036710*----------------------------------------------------
036720*2270-HOLD-ONE.
036730*LOGS ONE TRANSACTION OF A BATCH HELD AS A DUPLICATE TO
036740*CALCREJ, UNCALCULATED, WITH ITS DEPARTMENT AND BATCH
036750*NUMBER AHEAD OF THE RECORD AS KEYED.  IT COUNTS AS A
036760*REJECT, SO THE HELD BATCH STILL PROVES IN BALANCE.
036770*----------------------------------------------------
036780 2270-HOLD-ONE.
036790     SET WS-EDIT-INVALID TO TRUE
036800     MOVE "DUPBATCH" TO EC-FIELD-NAME
036810     MOVE SPACES TO EC-FIELD-VALUE
036820     STRING WS-BCH-DEPT(WS-BCH-CUR) DELIMITED BY SIZE
036830         "/" DELIMITED BY SIZE
036840         WS-BCH-NO(WS-BCH-CUR) DELIMITED BY SIZE
036850         " " DELIMITED BY SIZE
036860         CALCIN-BATCH-RECORD DELIMITED BY SIZE
036870         INTO EC-FIELD-VALUE
036880     MOVE "E211" TO EC-REASON-CODE
036890     MOVE "DUPLICATE BATCH - HELD" TO EC-REASON-TEXT
036900     PERFORM 2260-WRITE-REJECT THRU 2260-EXIT.
036910 2270-EXIT.
036920     EXIT.
036930
036940*----------------------------------------------------
036950*2937-BATCH-HOLD-LINES.
036960*FLAGS A BATCH SECTION WHOSE BATCH WAS HELD AS A
036970*DUPLICATE OF ONE ALREADY ON THE CALCBREG REGISTER, OR
036980*LET THROUGH AGAIN ON A SUPERVISOR OVERRIDE.
036990*----------------------------------------------------
037000 2937-BATCH-HOLD-LINES.
037010     IF WS-BCH-HELD(WS-BCH-IDX)
037020         MOVE "  *** BATCH HELD AS DUPLICATE, SEE CALCREJ ***"
037030             TO CALCRPT-RECORD
037040         WRITE CALCRPT-RECORD
037050     END-IF
037060     IF WS-BCH-OVERRIDDEN(WS-BCH-IDX)
037070         MOVE SPACES TO CALCRPT-RECORD
037080         STRING "  *** DUPLICATE RELEASED BY SUPERVISOR "
037090             DELIMITED BY SIZE
037100             WS-OVR-SUPV-ID DELIMITED BY SIZE
037110             " ***" DELIMITED BY SIZE
037120             INTO CALCRPT-RECORD
037130         WRITE CALCRPT-RECORD
037140     END-IF.
037150 2937-EXIT.
037160     EXIT.
037170
037180*----------------------------------------------------
037190*2980-UPDATE-REGISTER.
037200*POSTS EVERY BATCH THIS RUN PROCESSED TO THE CALCBREG
037210*BATCH-CONTROL REGISTER WITH ITS COUNTS, HASH AND
037220*VERDICT, SO A LATER RESUBMISSION OF THE SAME BATCH IS
037230*CAUGHT.  A HELD DUPLICATE LEAVES THE ORIGINAL ENTRY
037240*STANDING AND ONLY BUMPS ITS HOLD COUNT; A BATCH LET
037250*THROUGH BY OVERRIDE REPLACES IT AND NAMES THE
037260*SUPERVISOR.  A BATCH WITH NO USABLE NUMBER CANNOT BE
037270*KEYED AND IS NOT POSTED.
037280*----------------------------------------------------
037290 2980-UPDATE-REGISTER.
037300     PERFORM 2985-REGISTER-ONE-BATCH THRU 2985-EXIT
037310         VARYING WS-BCH-IDX FROM 1 BY 1
037320         UNTIL WS-BCH-IDX > WS-BCH-USED.
037330 2980-EXIT.
037340     EXIT.
037350
037360 2985-REGISTER-ONE-BATCH.
037370     IF WS-BCH-NO(WS-BCH-IDX) = ZERO
037380         GO TO 2985-EXIT
037390     END-IF
037400     IF WS-BCH-HELD(WS-BCH-IDX)
037410         PERFORM 2987-NOTE-HOLD THRU 2987-EXIT
037420         GO TO 2985-EXIT
037430     END-IF
037440     MOVE WS-BCH-DEPT(WS-BCH-IDX) TO BRG-DEPT-CODE
037450     MOVE WS-BCH-NO(WS-BCH-IDX) TO BRG-BATCH-NO
037460     MOVE "N" TO WS-DUP-SW
037470     READ CALCBREG-FILE
037480         INVALID KEY
037490             MOVE SPACES TO CALCBREG-RECORD
037500             MOVE WS-BCH-DEPT(WS-BCH-IDX) TO BRG-DEPT-CODE
037510             MOVE WS-BCH-NO(WS-BCH-IDX) TO BRG-BATCH-NO
037520             MOVE ZERO TO BRG-HOLD-COUNT
037530             MOVE ZERO TO BRG-LAST-HOLD-DATE
037540         NOT INVALID KEY
037550             SET WS-DUP-FOUND TO TRUE
037560     END-READ
037570     MOVE WS-RUN-DATE TO BRG-RUN-DATE
037580     MOVE WS-OPERATOR-ID TO BRG-OPERATOR-ID
037590     MOVE WS-BCH-READ(WS-BCH-IDX) TO BRG-READ-COUNT
037600     MOVE WS-BCH-OUT(WS-BCH-IDX) TO BRG-OUT-COUNT
037610     MOVE WS-BCH-ERR(WS-BCH-IDX) TO BRG-ERR-COUNT
037620     MOVE WS-BCH-REJ(WS-BCH-IDX) TO BRG-REJ-COUNT
037630     MOVE WS-BCH-HASH(WS-BCH-IDX) TO BRG-HASH-TOTAL
037640     IF WS-BCH-IN-BALANCE(WS-BCH-IDX)
037650         SET BRG-BALANCED TO TRUE
037660     ELSE
037670         SET BRG-OUT-OF-BALANCE TO TRUE
037680     END-IF
037690     IF WS-BCH-OVERRIDDEN(WS-BCH-IDX)
037700         MOVE WS-OVR-SUPV-ID TO BRG-OVR-SUPV-ID
037710     END-IF
037720     IF WS-DUP-FOUND
037730         REWRITE CALCBREG-RECORD
037740             INVALID KEY
037750                 DISPLAY "CALCULATOR: UNABLE TO UPDATE CALCBREG "
037760                     "FOR " BRG-DEPT-CODE " " BRG-BATCH-NO
037770         END-REWRITE
037780     ELSE
037790         WRITE CALCBREG-RECORD
037800             INVALID KEY
037810                 DISPLAY "CALCULATOR: UNABLE TO ADD CALCBREG "
037820                     "FOR " BRG-DEPT-CODE " " BRG-BATCH-NO
037830         END-WRITE
037840     END-IF.
037850 2985-EXIT.
037860     EXIT.
037870
037880 2987-NOTE-HOLD.
037890     MOVE WS-BCH-DEPT(WS-BCH-IDX) TO BRG-DEPT-CODE
037900     MOVE WS-BCH-NO(WS-BCH-IDX) TO BRG-BATCH-NO
037910     READ CALCBREG-FILE
037920         INVALID KEY
037930             GO TO 2987-EXIT
037940     END-READ
037950     IF BRG-HOLD-COUNT NOT NUMERIC
037960         MOVE ZERO TO BRG-HOLD-COUNT
037970     END-IF
037980     IF BRG-HOLD-COUNT < 999
037990         ADD 1 TO BRG-HOLD-COUNT
038000     END-IF
038010     MOVE WS-RUN-DATE TO BRG-LAST-HOLD-DATE
038020     REWRITE CALCBREG-RECORD
038030         INVALID KEY
038040             DISPLAY "CALCULATOR: UNABLE TO UPDATE CALCBREG "
038050                 "FOR " BRG-DEPT-CODE " " BRG-BATCH-NO
038060     END-REWRITE.
038070 2987-EXIT.
038080     EXIT.
038090
038100*----------------------------------------------------
038110*2060-OPEN-HOLD.
038120*OPENS THE CALCHOLD PENDING-HOLD FILE FOR A FINANCIAL
038130*RUN, CREATING IT ON FIRST USE.  THE FILE IS SCANNED
038140*FIRST FOR THE HIGHEST HOLD SEQUENCE ALREADY ISSUED
038150*TODAY SO A SECOND RUN (OR A RESTART) CARRIES THE
038160*NUMBERING ON.  A FILE THAT CANNOT BE OPENED IS
038170*REPORTED AS SEVERE; OVER-LIMIT ITEMS THEN GO TO
038180*CALCERR RATHER THAN THROUGH TO CALCOUT.
038190*----------------------------------------------------
038200 2060-OPEN-HOLD.
038210     IF NOT WS-FINANCIAL-MODE
038220         GO TO 2060-EXIT
038230     END-IF
038240     MOVE ZERO TO WS-HOLD-SEQ
038250     MOVE "N" TO WS-HOLD-EOF-SW
038260     OPEN INPUT CALCHOLD-FILE
038270     IF WS-CALCHOLD-OK
038280         PERFORM 2062-SCAN-ONE-HOLD THRU 2062-EXIT
038290             UNTIL WS-END-OF-CALCHOLD
038300         CLOSE CALCHOLD-FILE
038310     END-IF
038320     OPEN EXTEND CALCHOLD-FILE
038330     IF WS-CALCHOLD-NOT-FOUND
038340         OPEN OUTPUT CALCHOLD-FILE
038350     END-IF
038360     IF WS-CALCHOLD-OK
038370         SET WS-HOLD-OPEN TO TRUE
038380     ELSE
038390         MOVE "CALCULAT" TO MW-PROGRAM-NAME
038400         MOVE WS-OPERATOR-ID TO MW-OPERATOR-ID
038410         MOVE 33 TO MW-MSG-NUMBER
038420         SET MW-SEV-SEVERE TO TRUE
038430         MOVE SPACES TO MW-MSG-TEXT
038440         STRING "CALCHOLD NOT AVAILABLE, STATUS "
038450             DELIMITED BY SIZE
038460             WS-CALCHOLD-STATUS DELIMITED BY SIZE
038470             " - OVER-LIMIT ITEMS TO CALCERR" DELIMITED BY SIZE
038480             INTO MW-MSG-TEXT
038490         CALL "MSGWRT" USING MSGWRT-RECORD
038500     END-IF.
038510 2060-EXIT.
038520     EXIT.
038530
038540 2062-SCAN-ONE-HOLD.
038550     READ CALCHOLD-FILE
038560         AT END
038570             SET WS-END-OF-CALCHOLD TO TRUE
038580             GO TO 2062-EXIT
038590     END-READ
038600     IF HLD-RUN-DATE = WS-RUN-DATE
038610             AND HLD-SEQ-NO NUMERIC
038620             AND HLD-SEQ-NO > WS-HOLD-SEQ
038630         MOVE HLD-SEQ-NO TO WS-HOLD-SEQ
038640     END-IF.
038650 2062-EXIT.
038660     EXIT.
038670
038680*----------------------------------------------------
038690*2065-APPROVED-PHASE.
038700*FEEDS EVERY CALCAPPR ITEM NOT YET FED - HELD ITEMS
038710*SINCE APPROVED BY HOLDREL - THROUGH THE SAME EDIT AND
038720*CALCULATION PATHS AS A KEYED CALCIN RECORD, AFTER THE
038730*STANDING TRANSACTIONS AND AHEAD OF THE KEYED BATCH.
038740*THE FEED'S OUT/ERR/REJ COUNTS ARE BANKED AND THE
038750*BALANCE TOTALS CLEARED, AS FOR THE STANDING PHASE.  A
038760*RESTARTED RUN FED THEM BEFORE IT WAS INTERRUPTED AND
038770*TAKES THEIR COUNTS FROM THE CHECKPOINT INSTEAD.  AN
038772*ITEM KEYED UNDER A BATCH HEADER GOES OUT WITH ITS OWN
038774*DEPARTMENT AND BATCH NUMBER FROM CALCAPPR, STILL IN
038776*THE RECORD AREA WHEN ITS RESULT OR ERROR IS WRITTEN.
038780*----------------------------------------------------
038790 2065-APPROVED-PHASE.
038800     IF NOT WS-FINANCIAL-MODE OR WS-RESTARTED-RUN
038810         GO TO 2065-EXIT
038820     END-IF
038830     OPEN INPUT CALCAPPR-FILE
038840     IF NOT WS-CALCAPPR-OK
038850         GO TO 2065-EXIT
038860     END-IF
038870     SET WS-APPROVED-FEED TO TRUE
038880     MOVE "N" TO WS-APR-EOF-SW
038890     PERFORM 2067-RUN-ONE-APPROVED THRU 2067-EXIT
038900         UNTIL WS-END-OF-CALCAPPR
038910     CLOSE CALCAPPR-FILE
038920     SET WS-KEYED-FEED TO TRUE
038930     MOVE WS-OUT-COUNT TO WS-APR-OUT
038940     MOVE WS-ERR-COUNT TO WS-APR-ERR
038950     MOVE WS-REJ-COUNT TO WS-APR-REJ
038960     INITIALIZE WS-BALANCE-TOTALS.
038970 2065-EXIT.
038980     EXIT.
038990
039000 2067-RUN-ONE-APPROVED.
039010     READ CALCAPPR-FILE
039020         AT END
039030             SET WS-END-OF-CALCAPPR TO TRUE
039040             GO TO 2067-EXIT
039050     END-READ
039060     IF APR-FED-DATE NOT = SPACES
039070         GO TO 2067-EXIT
039080     END-IF
039090     ADD 1 TO WS-APR-SEL-COUNT
039100     MOVE SPACES TO CALCIN-BATCH-RECORD
039110     MOVE APR-TXN-IMAGE TO CALCIN-BATCH-RECORD(1:40)
039120     PERFORM 2205-EDIT-ONE THRU 2205-EXIT
039130     IF WS-EDIT-VALID
039140         PERFORM 2220-CALC-ONE-FIN THRU 2220-EXIT
039150     ELSE
039160         ADD 1 TO WS-REJ-COUNT
039170     END-IF.
039180 2067-EXIT.
039190     EXIT.
039200
039210*----------------------------------------------------
039220*2070-MARK-APPROVED.
039230*AFTER A CLEAN RUN, STAMPS THE RUN DATE AS THE FED DATE
039240*ON THE CALCAPPR ITEMS THIS RUN FED, IN FILE ORDER, SO
039250*NO APPROVED ITEM IS FED TWICE.  ITEMS FED ON AN EARLIER
039260*DAY ARE DROPPED; TODAY'S STAY FOR RECON.  COPIED TO
039270*CALCWRK AND BACK, THE TRIM PATTERN.
039280*----------------------------------------------------
039290 2070-MARK-APPROVED.
039300     MOVE ZERO TO WS-APR-MARKED
039310     MOVE "N" TO WS-TRIM-EOF-SW
039320     OPEN INPUT CALCAPPR-FILE
039330     IF NOT WS-CALCAPPR-OK
039340         DISPLAY "CALCULATOR: UNABLE TO REWRITE CALCAPPR, STATUS "
039350             WS-CALCAPPR-STATUS
039360         GO TO 2070-EXIT
039370     END-IF
039380     OPEN OUTPUT CALCWRK-FILE
039390     PERFORM 2072-MARK-ONE-APPROVED THRU 2072-EXIT
039400         UNTIL WS-END-OF-TRIM
039410     CLOSE CALCAPPR-FILE
039420     CLOSE CALCWRK-FILE
039430     MOVE "N" TO WS-TRIM-EOF-SW
039440     OPEN INPUT CALCWRK-FILE
039450     OPEN OUTPUT CALCAPPR-FILE
039460     PERFORM 2074-PUT-ONE-APPROVED THRU 2074-EXIT
039470         UNTIL WS-END-OF-TRIM
039480     CLOSE CALCWRK-FILE
039490     CLOSE CALCAPPR-FILE.
039500 2070-EXIT.
039510     EXIT.
039520
039530 2072-MARK-ONE-APPROVED.
039540     READ CALCAPPR-FILE
039550         AT END
039560             SET WS-END-OF-TRIM TO TRUE
039570             GO TO 2072-EXIT
039580     END-READ
039590     IF APR-FED-DATE = SPACES
039600         IF WS-APR-MARKED < WS-APR-SEL-COUNT
039610             MOVE WS-RUN-DATE TO APR-FED-DATE
039620             ADD 1 TO WS-APR-MARKED
039630         END-IF
039640     ELSE
039650         IF APR-FED-DATE < WS-RUN-DATE
039660             GO TO 2072-EXIT
039670         END-IF
039680     END-IF
039690     WRITE CALCWRK-RECORD FROM CALCAPPR-RECORD.
039700 2072-EXIT.
039710     EXIT.
039720
039730 2074-PUT-ONE-APPROVED.
039740     READ CALCWRK-FILE
039750         AT END
039760             SET WS-END-OF-TRIM TO TRUE
039770         NOT AT END
039780             WRITE CALCAPPR-RECORD FROM CALCWRK-RECORD
039790     END-READ.
039800 2074-EXIT.
039810     EXIT.
039820
039830*----------------------------------------------------
039840*2180-TRIM-CALCHOLD.
039850*DROPS TODAY'S HOLDS ISSUED AFTER THE LAST COMMIT, BY
039860*HOLD SEQUENCE, SO THEIR REPLAYED TRANSACTIONS DO NOT
039870*HOLD TWICE.  EARLIER ITEMS STILL AWAITING RELEASE STAY.
039880*----------------------------------------------------
039890 2180-TRIM-CALCHOLD.
039900     MOVE "N" TO WS-TRIM-EOF-SW
039910     OPEN INPUT CALCHOLD-FILE
039920     IF NOT WS-CALCHOLD-OK
039930         GO TO 2180-EXIT
039940     END-IF
039950     OPEN OUTPUT CALCWRK-FILE
039960     PERFORM 2181-KEEP-ONE-CALCHOLD THRU 2181-EXIT
039970         UNTIL WS-END-OF-TRIM
039980     CLOSE CALCHOLD-FILE
039990     CLOSE CALCWRK-FILE
040000     MOVE "N" TO WS-TRIM-EOF-SW
040010     OPEN INPUT CALCWRK-FILE
040020     OPEN OUTPUT CALCHOLD-FILE
040030     PERFORM 2182-PUT-ONE-CALCHOLD THRU 2182-EXIT
040040         UNTIL WS-END-OF-TRIM
040050     CLOSE CALCWRK-FILE
040060     CLOSE CALCHOLD-FILE.
040070 2180-EXIT.
040080     EXIT.
040090
040100 2181-KEEP-ONE-CALCHOLD.
040110     READ CALCHOLD-FILE
040120         AT END
040130             SET WS-END-OF-TRIM TO TRUE
040140             GO TO 2181-EXIT
040150     END-READ
040160     IF HLD-RUN-DATE = WS-RUN-DATE
040170             AND HLD-SEQ-NO > WS-CKP-HOLD-SEQ
040180         GO TO 2181-EXIT
040190     END-IF
040200     WRITE CALCWRK-RECORD FROM CALCHOLD-RECORD.
040210 2181-EXIT.
040220     EXIT.
040230
040240 2182-PUT-ONE-CALCHOLD.
040250     READ CALCWRK-FILE
040260         AT END
040270             SET WS-END-OF-TRIM TO TRUE
040280         NOT AT END
040290             WRITE CALCHOLD-RECORD FROM CALCWRK-RECORD
040300     END-READ.
040310 2182-EXIT.
040320     EXIT.
040330
040340*----------------------------------------------------
040350*2275-CHECK-LIMIT.
040360*CONVERTS A GOOD FINANCIAL RESULT TO BASE CURRENCY AND
040370*MARKS THE ITEM HELD WHEN THE AMOUNT, EITHER SIGN, IS
040380*OVER THE RUN OPERATOR'S APPROVAL LIMIT.  ONLY KEYED
040390*ITEMS ARE CHECKED, AND ONLY WHEN A LIMIT IS SET.
040400*----------------------------------------------------
040410 2275-CHECK-LIMIT.
040420     MOVE "N" TO WS-HOLD-SW
040430     IF NOT WS-KEYED-FEED OR WS-APPROVAL-LIMIT = ZERO
040440         GO TO 2275-EXIT
040450     END-IF
040460     IF FIN-RESULT < ZERO
040470         COMPUTE WS-HOLD-AMOUNT =
040480             (ZERO - FIN-RESULT) * WS-CUR-RATE
040490     ELSE
040500         COMPUTE WS-HOLD-AMOUNT = FIN-RESULT * WS-CUR-RATE
040510     END-IF
040520     IF WS-HOLD-AMOUNT > WS-APPROVAL-LIMIT
040530         SET WS-ITEM-HELD TO TRUE
040540     END-IF.
040550 2275-EXIT.
040560     EXIT.
040570
040580*----------------------------------------------------
040590*2280-WRITE-HOLD.
040600*WRITES THE OVER-LIMIT ITEM TO CALCHOLD UNDER THE NEXT
040610*HOLD ID, WITH ITS KEYER, BATCH, LIMIT, BASE AMOUNT AND
040620*CARD IMAGE, AND AUDITS IT AS HELD.  IT REACHES NEITHER
040630*CALCOUT NOR THE GRAND TOTAL UNTIL HOLDREL APPROVES IT.
040640*WITH CALCHOLD UNAVAILABLE THE ITEM IS WRITTEN TO
040650*CALCERR INSTEAD SO IT STILL CANNOT GO THROUGH.
040660*----------------------------------------------------
040670 2280-WRITE-HOLD.
040680     IF NOT WS-HOLD-OPEN
040690         MOVE "E104" TO WS-REASON-CODE
040700         MOVE "OVER LIMIT - HOLD FILE DOWN" TO WS-REASON-TEXT
040710         PERFORM 2420-WRITE-ERROR-FIN
040720         GO TO 2280-EXIT
040730     END-IF
040740     ADD 1 TO WS-HOLD-SEQ
040750     MOVE SPACES TO CALCHOLD-RECORD
040760     MOVE WS-RUN-DATE TO HLD-RUN-DATE
040770     MOVE WS-HOLD-SEQ TO HLD-SEQ-NO
040780     MOVE SPACE TO HLD-FILL-1
040790     MOVE WS-OPERATOR-ID TO HLD-OPERATOR-ID
040800     MOVE SPACE TO HLD-FILL-2
040810     MOVE SPACE TO HLD-FILL-3
040820     MOVE WS-CUR-BATCH-NO TO HLD-BATCH-NO
040830     IF WS-MULTI-BATCH AND WS-BCH-CUR > 0
040840         MOVE WS-BCH-DEPT(WS-BCH-CUR) TO HLD-DEPT-CODE
040850         ADD 1 TO WS-BCH-HLD(WS-BCH-CUR)
040860     END-IF
040870     MOVE SPACE TO HLD-FILL-4
040880     MOVE WS-APPROVAL-LIMIT TO HLD-OPR-LIMIT
040890     MOVE SPACE TO HLD-FILL-5
040900     MOVE WS-HOLD-AMOUNT TO HLD-BASE-AMOUNT
040910     MOVE SPACE TO HLD-FILL-6
040920     MOVE CALCIN-BATCH-RECORD(1:40) TO HLD-TXN-IMAGE
040930     WRITE CALCHOLD-RECORD
040940     ADD 1 TO WS-HOLD-COUNT
040950     MOVE "HELD FOR APPROVAL" TO WS-AUDIT-OUTCOME
040960     PERFORM 2620-WRITE-AUDIT-FIN.
040970 2280-EXIT.
040980     EXIT.
040990
041000*----------------------------------------------------
041010*2965-HOLD-LINES.
041020*LEDGER-SUMMARY LINES FOR THE APPROVED ITEMS FED IN
041030*THIS RUN AND THE ITEMS HELD FOR APPROVAL, SO THE
041040*SUMMARY ACCOUNTS FOR EVERY TRANSACTION.
041050*----------------------------------------------------
041060 2965-HOLD-LINES.
041070     IF WS-APR-SEL-COUNT > ZERO
041080         MOVE SPACES TO CALCRPT-RECORD
041090         MOVE WS-APR-SEL-COUNT TO WS-RPT-COUNT
041100         STRING "APPROVED ITEMS RUN. " DELIMITED BY SIZE
041110             WS-RPT-COUNT DELIMITED BY SIZE
041120             INTO CALCRPT-RECORD
041130         WRITE CALCRPT-RECORD
041140     END-IF
041150     IF WS-HOLD-OPEN OR WS-HOLD-COUNT > ZERO
041160         MOVE SPACES TO CALCRPT-RECORD
041170         MOVE WS-HOLD-COUNT TO WS-RPT-COUNT
041180         STRING "HELD FOR APPROVAL.. " DELIMITED BY SIZE
041190             WS-RPT-COUNT DELIMITED BY SIZE
041200             INTO CALCRPT-RECORD
041210         WRITE CALCRPT-RECORD
041220     END-IF.
041230 2965-EXIT.
041240     EXIT.
