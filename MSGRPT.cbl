000170* SO NO IN-STORAGE LIMIT APPLIES.  RETURN CODE 4 FLAGS A NIGHT  *
000180* WITH ANY SEVERE MESSAGE.                                      *
000190*                                                               *
000191* UNDER EACH MESSAGE THE REPORT PRINTS THE CALLING PROGRAM'S    *
000192* DETAIL TEXT AND THE PRESCRIBED OPERATOR ACTION FROM THE       *
000193* MSGCAT MESSAGE CATALOG, SO THE NIGHT OPERATOR AND THE MORNING *
000194* DESK KNOW WHETHER TO RERUN THE STEP, CALL SECURITY, NOTIFY    *
000195* THE DEPARTMENT OR LET IT GO.  A MESSAGE WITH NO CATALOG ENTRY *
000196* IS REFERRED TO THE SHIFT SUPERVISOR AND COUNTED ON THE        *
000197* TOTALS.                                                       *
000198*                                                               *
000200****************************************************************
000210*MODIFICATION HISTORY
000220*DATE       INIT DESCRIPTION
000230*2026-09-02 JHM  ORIGINAL PROGRAM, MODELED ON AUDITRPT.
000232*2026-10-15 JHM  PRINTS THE MSGLOG DETAIL AND THE MSGCAT
000234*                PRESCRIBED ACTION UNDER EACH MESSAGE, AND
000236*                COUNTS MESSAGES NOT ON THE CATALOG.
000240****************************************************************
000250
000260 ENVIRONMENT DIVISION.
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-MSGLOG-STATUS.
000400
000401     SELECT MSGCAT-FILE ASSIGN TO "MSGCAT"
000402         ORGANIZATION IS INDEXED
000403         ACCESS MODE IS RANDOM
000404         RECORD KEY IS MCT-MSG-NUMBER
000405         FILE STATUS IS WS-MSGCAT-STATUS.
000406
000410     SELECT MRPTOUT-FILE ASSIGN TO "MRPTOUT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-MRPTOUT-STATUS.
000540     05  FILLER                  PIC X(72).
000550
000560*---------------------------------------------------------------
000566* MSGLOG-FILE - THE MESSAGE LOG, AS WRITTEN BY MSGWRT.  AN
000572* OLDER RECORD WITH NO DETAIL READS BACK WITH A BLANK DETAIL.
000580*---------------------------------------------------------------
000590 FD  MSGLOG-FILE.
000600 01  MSGLOG-RECORD.
000710     05  MSG-SEVERITY            PIC X(01).
000720     05  MSG-FILL-6              PIC X(01).
000730     05  MSG-TEXT                PIC X(60).
000731     05  MSG-FILL-7              PIC X(01).
000732     05  MSG-DETAIL              PIC X(60).
000733
000734*---------------------------------------------------------------
000735* MSGCAT-FILE - THE INDEXED MESSAGE CATALOG, KEYED BY NUMBER.
000736*---------------------------------------------------------------
000737 FD  MSGCAT-FILE.
000738 COPY MSGCAT.
000740
000750*---------------------------------------------------------------
000760* MRPTOUT-FILE - THE MORNING REPORT.  COLUMN ONE IS A STANDARD
000890     88  WS-MRPTCTL-OK                   VALUE "00".
000900 77  WS-MSGLOG-STATUS            PIC X(02).
000910     88  WS-MSGLOG-OK                    VALUE "00".
000913 77  WS-MSGCAT-STATUS            PIC X(02).
000916     88  WS-MSGCAT-OK                    VALUE "00".
000920 77  WS-MRPTOUT-STATUS           PIC X(02).
000930     88  WS-MRPTOUT-OK                   VALUE "00".
000940
000950 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000960     88  WS-END-OF-FILE                  VALUE "Y".
000963 77  WS-CAT-OPEN-SW              PIC X(01) VALUE "N".
000966     88  WS-CAT-OPEN                     VALUE "Y".
000970
000980*---------------------------------------------------------------
000990* THE SEVERITY BEING LISTED ON THE CURRENT PASS, THE OPTIONAL
001050 77  WS-SEVERE-COUNT             PIC 9(05) COMP VALUE ZERO.
001060 77  WS-WARNING-COUNT            PIC 9(05) COMP VALUE ZERO.
001070 77  WS-INFO-COUNT               PIC 9(05) COMP VALUE ZERO.
001075 77  WS-UNCAT-COUNT              PIC 9(05) COMP VALUE ZERO.
001080 01  WS-RPT-COUNT                PIC ZZZZ9.
001085 01  WS-ACTION-DESC              PIC X(44).
001090
001100*---------------------------------------------------------------
001110* PRINT-FILE PAGINATION, HEADING AND WORK FIELDS.
001360         MOVE WS-PASS-COUNT TO WS-INFO-COUNT
001370         PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
001380         CLOSE MRPTOUT-FILE
001382         IF WS-CAT-OPEN
001384             CLOSE MSGCAT-FILE
001386         END-IF
001390         IF WS-SEVERE-COUNT > ZERO
001400             MOVE 4 TO RETURN-CODE
001410         ELSE
001670             WS-MRPTOUT-STATUS
001680         MOVE 16 TO RETURN-CODE
001690         GO TO 1000-EXIT
001691     END-IF
001692     OPEN INPUT MSGCAT-FILE
001693     IF WS-MSGCAT-OK
001694         SET WS-CAT-OPEN TO TRUE
001695     ELSE
001696         DISPLAY "MSGRPT: MSGCAT NOT AVAILABLE, STATUS "
001697             WS-MSGCAT-STATUS " - NO ACTIONS PRINTED"
001700     END-IF
001710     PERFORM 9000-WRITE-HEADERS THRU 9000-EXIT.
001720 1000-EXIT.
002230         " " DELIMITED BY SIZE
002240         MSG-TEXT(1:55) DELIMITED BY SIZE
002250         INTO WS-PRINT-LINE
002256     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
002262     PERFORM 2200-WRITE-DETAIL-ACTION THRU 2200-EXIT.
002270 2100-EXIT.
002271     EXIT.
002272
002273*---------------------------------------------------------------
002274* 2200-WRITE-DETAIL-ACTION THRU 2200-EXIT.
002275*   PRINTS THE CALLER'S DETAIL, THEN THE PRESCRIBED ACTION FROM
002276*   THE CATALOG AND ITS RUN-BOOK INSTRUCTION.  NO CATALOG ENTRY
002277*   (OR NO CATALOG) REFERS THE MESSAGE TO THE SHIFT SUPERVISOR.
002278*---------------------------------------------------------------
002279 2200-WRITE-DETAIL-ACTION.
002280     IF MSG-DETAIL NOT = SPACES
002281         MOVE SPACES TO WS-PRINT-LINE
002282         STRING "         DETAIL: " DELIMITED BY SIZE
002283             MSG-DETAIL DELIMITED BY SIZE
002284             INTO WS-PRINT-LINE
002285         PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
002286     END-IF
002287     MOVE SPACES TO WS-ACTION-DESC
002288     IF WS-CAT-OPEN
002289         MOVE MSG-NUMBER TO MCT-MSG-NUMBER
002290         READ MSGCAT-FILE
002291             INVALID KEY
002292                 MOVE SPACES TO MSGCAT-RECORD
002293         END-READ
002294         EVALUATE TRUE
002295             WHEN MCT-ACT-RERUN
002296                 MOVE "RERUN THE STEP" TO WS-ACTION-DESC
002297             WHEN MCT-ACT-SECURITY
002298                 MOVE "CALL SECURITY" TO WS-ACTION-DESC
002299             WHEN MCT-ACT-NOTIFY-DEPT
002300                 MOVE "NOTIFY THE DEPARTMENT" TO WS-ACTION-DESC
002301             WHEN MCT-ACT-IGNORE
002302                 MOVE "NONE - NOTE AND IGNORE" TO WS-ACTION-DESC
002303         END-EVALUATE
002304     END-IF
002305     IF WS-ACTION-DESC = SPACES
002306         ADD 1 TO WS-UNCAT-COUNT
002307         MOVE "NOT CATALOGED - REFER TO SHIFT SUPERVISOR"
002308             TO WS-ACTION-DESC
002309         MOVE SPACES TO MCT-ACTION-TEXT
002310     END-IF
002311     MOVE SPACES TO WS-PRINT-LINE
002312     STRING "         ACTION: " DELIMITED BY SIZE
002313         WS-ACTION-DESC DELIMITED BY SIZE
002314         INTO WS-PRINT-LINE
002315     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
002316     IF MCT-ACTION-TEXT NOT = SPACES
002317         MOVE SPACES TO WS-PRINT-LINE
002318         STRING "                 " DELIMITED BY SIZE
002319             MCT-ACTION-TEXT DELIMITED BY SIZE
002320             INTO WS-PRINT-LINE
002321         PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
002322     END-IF.
002323 2200-EXIT.
002324     EXIT.
002325
002326*---------------------------------------------------------------
002327* 2500-WRITE-SECTION-HEAD THRU 2500-EXIT.
002328*---------------------------------------------------------------
002330 2500-WRITE-SECTION-HEAD.
002340     EVALUATE WS-PASS-SEVERITY
002350         WHEN "S"
002620     MOVE WS-INFO-COUNT TO WS-RPT-COUNT
002630     MOVE SPACES TO WS-PRINT-LINE
002640     STRING "INFO MESSAGES...... " DELIMITED BY SIZE
002641         WS-RPT-COUNT DELIMITED BY SIZE
002642         INTO WS-PRINT-LINE
002643     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
002644     MOVE WS-UNCAT-COUNT TO WS-RPT-COUNT
002645     MOVE SPACES TO WS-PRINT-LINE
002646     STRING "NOT ON CATALOG..... " DELIMITED BY SIZE
002650         WS-RPT-COUNT DELIMITED BY SIZE
002660         INTO WS-PRINT-LINE
002670     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT.
