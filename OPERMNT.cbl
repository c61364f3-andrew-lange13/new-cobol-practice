000280* USABLE.  A RUN WITHOUT A VALID OPERMCTL DOES NOT APPLY       *
000290* ANYTHING - THE OLD SINGLE-KEYER PATH IS CLOSED.              *
000300*                                                               *
000301* THE PIN ACTIONS: PINISS GIVES AN OPERATOR WITH NO PIN THEIR  *
000302* FIRST ONE, PINRST REPLACES A FORGOTTEN OR EXPIRED PIN AND     *
000303* CLEARS ANY LOCK, AND UNLOCK CLEARS THE LOCK OPERCHK SETS      *
000304* AFTER THREE WRONG PINS WITHOUT CHANGING THE PIN.  AN ISSUED   *
000305* OR RESET PIN IS DATED THE DAY IT IS APPROVED AND RUNS FROM    *
000306* THERE TO ITS EXPIRY.                                          *
000307*                                                               *
000310****************************************************************
000320*MODIFICATION HISTORY
000330*DATE       INIT DESCRIPTION
000430*                BATCH PREPARED EARLIER STILL SITS ON OPERPEND
000440*                AWAITING APPROVAL - A SECOND PREPARE COULD
000450*                OTHERWISE WIPE A PENDED BATCH WITH NO TRACE.
000451*2026-10-15 JHM  CARDS MAY NOW CARRY THE OPERATOR'S APPROVAL
000452*                LIMIT, ELEVEN DIGITS WITH TWO IMPLIED
000453*                DECIMALS.  A BLANK LIMIT LEAVES THE MASTER
000454*                VALUE ALONE (ZERO, NO LIMIT, ON AN ADD); A
000455*                NON-NUMERIC ONE IS REJECTED AT PREPARE.
000456*2026-10-15 JHM  NEW PINISS, PINRST AND UNLOCK ACTIONS ISSUE,
000457*                RESET AND UNLOCK AN OPERATOR'S PIN UNDER THE
000458*                SAME DUAL CONTROL.  THE PIN IS HASHED BY
000459*                PINHASH AT PREPARE AND NEVER REACHES OPERPEND
000460*                OR THE REGISTER IN CLEAR.  NEITHER THE
000461*                PREPARER NOR THE APPROVER MAY ACT ON THEIR OWN
000462*                PIN.
000463****************************************************************
000470
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
001590         88  UPD-ACTION-CHANGE           VALUE "CHANGE".
001600         88  UPD-ACTION-DEACT            VALUE "DEACT ".
001610         88  UPD-ACTION-REACT            VALUE "REACT ".
001612         88  UPD-ACTION-PINISS           VALUE "PINISS".
001614         88  UPD-ACTION-PINRST           VALUE "PINRST".
001616         88  UPD-ACTION-UNLOCK           VALUE "UNLOCK".
001618         88  UPD-ACTION-PIN              VALUE "PINISS" "PINRST".
001620     05  UPD-OPERATOR-ID         PIC X(08).
001630     05  UPD-OPERATOR-NAME       PIC X(20).
001640     05  UPD-DEPARTMENT          PIC X(04).
001660     05  UPD-AUTH-GUESS          PIC X(01).
001670     05  UPD-AUTH-PAL            PIC X(01).
001680     05  UPD-AUTH-BOT            PIC X(01).
001681     05  UPD-APPROVAL-LIMIT-X    PIC X(11).
001682     05  UPD-APPROVAL-LIMIT      REDEFINES UPD-APPROVAL-LIMIT-X
001683                                 PIC 9(09)V9(02).
001684*THE NEW PIN, AS KEYED ON A PINISS OR PINRST CARD.  THE
001685*PREPARE PASS OVERLAYS IT WITH ITS HASH AND SETS THE HASHED
001686*FLAG BEFORE THE CARD IS PENDED.
001687     05  UPD-PIN-AREA            PIC X(09).
001688     05  UPD-PIN-KEYED REDEFINES UPD-PIN-AREA.
001689         10  UPD-PIN             PIC X(08).
001690         10  FILLER              PIC X(01).
001691     05  UPD-PIN-HASH REDEFINES UPD-PIN-AREA
001692                                 PIC 9(09).
001693     05  UPD-PIN-HASHED-FLAG     PIC X(01).
001694         88  UPD-PIN-HASHED              VALUE "H".
001695     05  FILLER                  PIC X(17).
001700
001710*---------------------------------------------------------------
001720* DUAL-CONTROL IDS AND THE RUN DATE FOR THE PENDING FILE.
001860 01  WS-RUN-DATE-RAW             PIC 9(06).
001870 01  WS-RUN-DATE-ED              PIC 99/99/99.
001880
001882*---------------------------------------------------------------
001884* LINKAGE RECORD PASSED TO PINHASH TO HASH A NEW PIN.
001886*---------------------------------------------------------------
001888 COPY PINHASHREC.
001890 PROCEDURE DIVISION.
001900*---------------------------------------------------------------
001910* 0000-MAINLINE.
003630         IF NOT UPD-ACTION-ADD AND NOT UPD-ACTION-CHANGE
003640                 AND NOT UPD-ACTION-DEACT
003650                 AND NOT UPD-ACTION-REACT
003652                 AND NOT UPD-ACTION-PINISS
003654                 AND NOT UPD-ACTION-PINRST
003656                 AND NOT UPD-ACTION-UNLOCK
003660             MOVE "REJECTED - UNKNOWN ACTION" TO WS-RESULT-TEXT
003670         ELSE
003675             IF UPD-APPROVAL-LIMIT-X NOT = SPACES
003680                     AND UPD-APPROVAL-LIMIT-X NOT NUMERIC
003685                 MOVE "REJECTED - BAD APPROVAL LIMIT" TO
003690                     WS-RESULT-TEXT
003695             ELSE
003700                 PERFORM 2300-HASH-NEW-PIN THRU 2300-EXIT
003705             END-IF
003710             IF WS-RESULT-TEXT = SPACES
003715                 MOVE SPACES TO OPERPEND-RECORD
003720                 MOVE WS-RUN-OPERATOR TO PND-PREPARER
003725                 MOVE SPACE TO PND-FILL-1
003730                 MOVE WS-RUN-DATE TO PND-PREP-DATE
003735                 MOVE SPACE TO PND-FILL-2
003740                 MOVE WS-UPD-CARD TO PND-CARD-IMAGE
003745                 WRITE OPERPEND-RECORD
003750                 MOVE "PENDED FOR APPROVAL" TO WS-RESULT-TEXT
003755             END-IF
003760         END-IF
003770     END-IF
003780     PERFORM 7000-WRITE-REGISTER THRU 7000-EXIT
003800 2200-EXIT.
003810     EXIT.
003820
003821*---------------------------------------------------------------
003822* 2300-HASH-NEW-PIN THRU 2300-EXIT.
003823*   ON A PINISS OR PINRST CARD, REPLACES THE KEYED PIN WITH ITS
003824*   PINHASH HASH SO ONLY THE HASH IS PENDED; A PIN THAT IS NOT
003825*   FOUR TO EIGHT DIGITS IS REJECTED.  ANY PIN KEYED ON ANOTHER
003826*   ACTION IS BLANKED.
003827*---------------------------------------------------------------
003828 2300-HASH-NEW-PIN.
003829     IF NOT UPD-ACTION-PIN
003830         MOVE SPACES TO UPD-PIN-AREA
003831         MOVE SPACE TO UPD-PIN-HASHED-FLAG
003832         GO TO 2300-EXIT
003833     END-IF
003834     IF UPD-OPERATOR-ID = WS-RUN-OPERATOR
003835         MOVE "REJECTED - OWN PIN" TO WS-RESULT-TEXT
003836         GO TO 2300-EXIT
003837     END-IF
003838     MOVE UPD-OPERATOR-ID TO PH-OPERATOR-ID
003839     MOVE UPD-PIN TO PH-PIN
003840     CALL "PINHASH" USING PINHASH-RECORD
003841     IF PH-PIN-INVALID
003842         MOVE "REJECTED - PIN NOT 4-8 DIGITS" TO WS-RESULT-TEXT
003843         GO TO 2300-EXIT
003844     END-IF
003845     MOVE PH-PIN-HASH TO UPD-PIN-HASH
003846     SET UPD-PIN-HASHED TO TRUE.
003847 2300-EXIT.
003848     EXIT.
003849*---------------------------------------------------------------
003850* 2500-APPROVE-PASS THRU 2500-EXIT.
003851*   READS OPERPEND AND APPLIES THE PENDED ACTIONS TO THE
003860*   MASTER.  THE WHOLE BATCH IS REFUSED, RETURN CODE 12, WHEN
003870*   ITS PREPARER IS THE OPERATOR NOW APPROVING IT.  OPERPEND
003880*   IS CLEARED AFTER THE PASS SO AN APPLIED BATCH CANNOT BE
004900                     PERFORM 3300-DEACT-OPERATOR THRU 3300-EXIT
004910                 WHEN UPD-ACTION-REACT
004920                     PERFORM 3400-REACT-OPERATOR THRU 3400-EXIT
004922                 WHEN UPD-ACTION-PIN
004924                     PERFORM 3500-SET-PIN THRU 3500-EXIT
004926                 WHEN UPD-ACTION-UNLOCK
004928                     PERFORM 3600-UNLOCK-OPERATOR THRU 3600-EXIT
004930                 WHEN OTHER
004940                     MOVE "REJECTED - UNKNOWN ACTION" TO
004950                         WS-RESULT-TEXT
005120     MOVE UPD-OPERATOR-NAME TO OPR-OPERATOR-NAME
005130     MOVE UPD-DEPARTMENT TO OPR-DEPARTMENT
005140     SET OPR-ACTIVE TO TRUE
005142     MOVE ZERO TO OPR-PIN-HASH
005144     MOVE ZERO TO OPR-PIN-CHANGED-DATE
005146     MOVE ZERO TO OPR-PIN-FAIL-COUNT
005148     MOVE "N" TO OPR-LOCK-FLAG
005150     PERFORM 3150-MOVE-AUTH-FLAGS THRU 3150-EXIT
005160     WRITE OPERMAST-RECORD
005170         INVALID KEY
005270* 3150-MOVE-AUTH-FLAGS THRU 3150-EXIT.
005280*   MOVES THE FOUR AUTHORITY FLAGS FROM THE CARD TO THE
005290*   MASTER RECORD, DEFAULTING A BLANK FLAG TO "N" ON AN ADD
005296*   AND LEAVING IT UNCHANGED ON A CHANGE.  THE APPROVAL LIMIT
005302*   FOLLOWS THE SAME RULE, DEFAULTING TO ZERO ON AN ADD.
005310*---------------------------------------------------------------
005320 3150-MOVE-AUTH-FLAGS.
005330     IF UPD-AUTH-CALC NOT = SPACE
005560     ELSE
005570         IF UPD-ACTION-ADD
005580             MOVE "N" TO OPR-AUTH-BOT
005581         END-IF
005582     END-IF
005583     IF UPD-APPROVAL-LIMIT-X NOT = SPACES
005584         MOVE UPD-APPROVAL-LIMIT TO OPR-APPROVAL-LIMIT
005585     ELSE
005586         IF UPD-ACTION-ADD
005587             MOVE ZERO TO OPR-APPROVAL-LIMIT
005590         END-IF
005600     END-IF.
005610 3150-EXIT.
006290 3400-EXIT.
006300     EXIT.
006310
006311*---------------------------------------------------------------
006312* 3500-SET-PIN THRU 3500-EXIT.
006313*   PINISS GIVES A FIRST PIN TO AN OPERATOR WHO HAS NONE; PINRST
006314*   REPLACES THE PIN AN OPERATOR HAS.  EITHER WAY THE PIN IS
006315*   DATED TODAY, THE FAILURE COUNT IS CLEARED AND THE ID IS
006316*   UNLOCKED.  NO ONE MAY ISSUE OR RESET THEIR OWN PIN.
006317*---------------------------------------------------------------
006318 3500-SET-PIN.
006319     IF UPD-OPERATOR-ID = WS-BATCH-PREPARER
006320             OR UPD-OPERATOR-ID = WS-RUN-OPERATOR
006321         MOVE "REJECTED - OWN PIN" TO WS-RESULT-TEXT
006322         GO TO 3500-EXIT
006323     END-IF
006324     IF NOT UPD-PIN-HASHED
006325         MOVE "REJECTED - PIN NOT HASHED" TO WS-RESULT-TEXT
006326         GO TO 3500-EXIT
006327     END-IF
006328     MOVE UPD-OPERATOR-ID TO OPR-OPERATOR-ID
006329     READ OPERMAST-FILE
006330         INVALID KEY
006331             MOVE "REJECTED - NOT ON MASTER" TO WS-RESULT-TEXT
006332             GO TO 3500-EXIT
006333     END-READ
006334     IF UPD-ACTION-PINISS
006335             AND OPR-PIN-HASH NUMERIC AND OPR-PIN-HASH NOT = ZERO
006336         MOVE "REJECTED - PIN ALREADY ISSUED" TO WS-RESULT-TEXT
006337         GO TO 3500-EXIT
006338     END-IF
006339     IF UPD-ACTION-PINRST
006340             AND (OPR-PIN-HASH NOT NUMERIC OR OPR-PIN-HASH = ZERO)
006341         MOVE "REJECTED - NO PIN TO RESET" TO WS-RESULT-TEXT
006342         GO TO 3500-EXIT
006343     END-IF
006344     MOVE UPD-PIN-HASH TO OPR-PIN-HASH
006345     MOVE WS-RUN-DATE TO OPR-PIN-CHANGED-DATE
006346     MOVE ZERO TO OPR-PIN-FAIL-COUNT
006347     MOVE "N" TO OPR-LOCK-FLAG
006348     REWRITE OPERMAST-RECORD
006349         INVALID KEY
006350             MOVE "REJECTED - REWRITE FAILED" TO WS-RESULT-TEXT
006351         NOT INVALID KEY
006352             IF UPD-ACTION-PINISS
006353                 MOVE "PIN ISSUED" TO WS-RESULT-TEXT
006354             ELSE
006355                 MOVE "PIN RESET" TO WS-RESULT-TEXT
006356             END-IF
006357     END-REWRITE.
006358 3500-EXIT.
006359     EXIT.
006360
006361*---------------------------------------------------------------
006362* 3600-UNLOCK-OPERATOR THRU 3600-EXIT.
006363*   CLEARS THE LOCK AND THE FAILURE COUNT, LEAVING THE PIN AS
006364*   IT WAS.  NO ONE MAY UNLOCK THEIR OWN ID.
006365*---------------------------------------------------------------
006366 3600-UNLOCK-OPERATOR.
006367     IF UPD-OPERATOR-ID = WS-BATCH-PREPARER
006368             OR UPD-OPERATOR-ID = WS-RUN-OPERATOR
006369         MOVE "REJECTED - OWN ID" TO WS-RESULT-TEXT
006370         GO TO 3600-EXIT
006371     END-IF
006372     MOVE UPD-OPERATOR-ID TO OPR-OPERATOR-ID
006373     READ OPERMAST-FILE
006374         INVALID KEY
006375             MOVE "REJECTED - NOT ON MASTER" TO WS-RESULT-TEXT
006376             GO TO 3600-EXIT
006377     END-READ
006378     IF NOT OPR-LOCKED
006379         MOVE "REJECTED - ID NOT LOCKED" TO WS-RESULT-TEXT
006380         GO TO 3600-EXIT
006381     END-IF
006382     MOVE ZERO TO OPR-PIN-FAIL-COUNT
006383     MOVE "N" TO OPR-LOCK-FLAG
006384     REWRITE OPERMAST-RECORD
006385         INVALID KEY
006386             MOVE "REJECTED - REWRITE FAILED" TO WS-RESULT-TEXT
006387         NOT INVALID KEY
006388             MOVE "UNLOCKED" TO WS-RESULT-TEXT
006389     END-REWRITE.
006390 3600-EXIT.
006391     EXIT.
006392*---------------------------------------------------------------
006393* 7000-WRITE-REGISTER THRU 7000-EXIT.
006394*   WRITES ONE REGISTER LINE FOR THE ACTION JUST ATTEMPTED
006395*   AND BUMPS THE APPLIED OR REJECTED COUNT.
006396*---------------------------------------------------------------
006397 7000-WRITE-REGISTER.
006398     IF WS-RESULT-TEXT(1:8) = "REJECTED"
006399         ADD 1 TO WS-REJECTED-COUNT
006400     ELSE
006410         ADD 1 TO WS-APPLIED-COUNT
006420     END-IF
