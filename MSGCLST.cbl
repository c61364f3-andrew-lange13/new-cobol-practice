000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MSGCLST.
000030 AUTHOR. J H MILLARD.
000040 INSTALLATION. HOME OFFICE DATA CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070****************************************************************
000080*                                                               *
000090* MSGCLST PRINTS THE MESSAGE CATALOG FOR THE OPERATIONS RUN     *
000100* BOOK.  IT READS MSGCAT IN MESSAGE-NUMBER ORDER AND LISTS EACH *
000110* ENTRY - NUMBER, SEVERITY, OWNING PROGRAM, PRESCRIBED ACTION   *
000120* AND DATE LAST CHANGED, WITH THE STANDARD TEXT AND THE ACTION  *
000130* INSTRUCTION UNDER IT - KEEPING EACH ENTRY WHOLE ON ONE PAGE.  *
000140* THE TOTALS COUNT THE ENTRIES BY SEVERITY AND BY ACTION, SO    *
000150* THE SHIFT SUPERVISOR CAN SEE AT A GLANCE HOW MANY MESSAGES    *
000160* CALL FOR A RERUN OR A CALL TO SECURITY.  AN ENTRY WITH AN     *
000170* ACTION CODE MSGRPT DOES NOT KNOW IS FLAGGED.  THE RETURN CODE *
000180* IS 4 WHEN THE CATALOG IS EMPTY OR ANY ENTRY IS FLAGGED, AND   *
000190* 16 WHEN THE CATALOG OR THE LISTING CANNOT BE OPENED.          *
000200*                                                               *
000210****************************************************************
000220*MODIFICATION HISTORY
000230*DATE       INIT DESCRIPTION
000240*2026-10-15 JHM  ORIGINAL PROGRAM, MODELED ON MSGRPT.
000250****************************************************************
000260
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM-370.
000300 OBJECT-COMPUTER. IBM-370.
000310
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT MSGCAT-FILE ASSIGN TO "MSGCAT"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS MCT-MSG-NUMBER
000380         FILE STATUS IS WS-MSGCAT-STATUS.
000390
000400     SELECT MCLSTRPT-FILE ASSIGN TO "MCLSTRPT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-MCLSTRPT-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460*---------------------------------------------------------------
000470* MSGCAT-FILE - THE INDEXED MESSAGE CATALOG, READ IN NUMBER
000480* ORDER.
000490*---------------------------------------------------------------
000500 FD  MSGCAT-FILE.
000510 COPY MSGCAT.
000520
000530*---------------------------------------------------------------
000540* MCLSTRPT-FILE - THE RUN-BOOK LISTING.  COLUMN ONE IS A
000550* STANDARD PRINTER CARRIAGE-CONTROL CHARACTER.
000560*---------------------------------------------------------------
000570 FD  MCLSTRPT-FILE.
000580 01  MCLSTRPT-RECORD.
000590     05  RPT-CTL-CHAR            PIC X(01).
000600     05  RPT-TEXT                PIC X(80).
000610
000620 WORKING-STORAGE SECTION.
000630*---------------------------------------------------------------
000640* FILE STATUS FIELDS AND SWITCHES.
000650*---------------------------------------------------------------
000660 77  WS-MSGCAT-STATUS            PIC X(02).
000670     88  WS-MSGCAT-OK                    VALUE "00".
000680 77  WS-MCLSTRPT-STATUS          PIC X(02).
000690     88  WS-MCLSTRPT-OK                  VALUE "00".
000700
000710 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000720     88  WS-END-OF-FILE                  VALUE "Y".
000730
000740*---------------------------------------------------------------
000750* ENTRY COUNTS BY SEVERITY AND BY PRESCRIBED ACTION.
000760*---------------------------------------------------------------
000770 77  WS-ENTRY-COUNT              PIC 9(05) COMP VALUE ZERO.
000780 77  WS-SEVERE-COUNT             PIC 9(05) COMP VALUE ZERO.
000790 77  WS-WARNING-COUNT            PIC 9(05) COMP VALUE ZERO.
000800 77  WS-INFO-COUNT               PIC 9(05) COMP VALUE ZERO.
000810 77  WS-RERUN-COUNT              PIC 9(05) COMP VALUE ZERO.
000820 77  WS-SECURITY-COUNT           PIC 9(05) COMP VALUE ZERO.
000830 77  WS-NOTIFY-COUNT             PIC 9(05) COMP VALUE ZERO.
000840 77  WS-IGNORE-COUNT             PIC 9(05) COMP VALUE ZERO.
000850 77  WS-FLAGGED-COUNT            PIC 9(05) COMP VALUE ZERO.
000860 01  WS-RPT-COUNT                PIC ZZZZ9.
000870 01  WS-RPT-LABEL                PIC X(20).
000880 01  WS-ACTION-DESC              PIC X(30).
000890 01  WS-SEVERITY-DESC            PIC X(08).
000900
000910*---------------------------------------------------------------
000920* PRINT-FILE PAGINATION, HEADING AND WORK FIELDS.  AN ENTRY
000930* TAKES FOUR LINES AND IS NEVER SPLIT ACROSS A PAGE.
000940*---------------------------------------------------------------
000950 77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
000960 77  WS-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
000970 77  WS-ENTRY-LINES              PIC 9(02) COMP VALUE 4.
000980 77  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.
000990 01  WS-PAGE-COUNT-ED            PIC ZZ9.
001000 01  WS-RUN-DATE-RAW             PIC 9(06).
001010 01  WS-RUN-DATE-ED              PIC 99/99/99.
001020 01  WS-PRINT-LINE               PIC X(80).
001030
001040 PROCEDURE DIVISION.
001050*---------------------------------------------------------------
001060* 0000-MAINLINE.
001070*---------------------------------------------------------------
001080 0000-MAINLINE.
001090     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001100     IF RETURN-CODE NOT = 16
001110         PERFORM 2000-LIST-ONE-ENTRY THRU 2000-EXIT
001120             UNTIL WS-END-OF-FILE
001130         PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
001140         CLOSE MSGCAT-FILE
001150         CLOSE MCLSTRPT-FILE
001160         IF WS-ENTRY-COUNT = ZERO OR WS-FLAGGED-COUNT > ZERO
001170             MOVE 4 TO RETURN-CODE
001180         ELSE
001190             MOVE ZERO TO RETURN-CODE
001200         END-IF
001210     END-IF
001220     GOBACK.
001230
001240*---------------------------------------------------------------
001250* 1000-INITIALIZE THRU 1000-EXIT.
001260*---------------------------------------------------------------
001270 1000-INITIALIZE.
001280     ACCEPT WS-RUN-DATE-RAW FROM DATE
001290     MOVE WS-RUN-DATE-RAW TO WS-RUN-DATE-ED
001300     OPEN INPUT MSGCAT-FILE
001310     IF NOT WS-MSGCAT-OK
001320         DISPLAY "MSGCLST: UNABLE TO OPEN MSGCAT, STATUS "
001330             WS-MSGCAT-STATUS
001340         MOVE 16 TO RETURN-CODE
001350         GO TO 1000-EXIT
001360     END-IF
001370     OPEN OUTPUT MCLSTRPT-FILE
001380     IF NOT WS-MCLSTRPT-OK
001390         DISPLAY "MSGCLST: UNABLE TO OPEN MCLSTRPT, STATUS "
001400             WS-MCLSTRPT-STATUS
001410         MOVE 16 TO RETURN-CODE
001420         CLOSE MSGCAT-FILE
001430         GO TO 1000-EXIT
001440     END-IF
001450     PERFORM 9000-WRITE-HEADERS THRU 9000-EXIT.
001460 1000-EXIT.
001470     EXIT.
001480
001490*---------------------------------------------------------------
001500* 2000-LIST-ONE-ENTRY THRU 2000-EXIT.
001510*   READS THE NEXT CATALOG ENTRY, COUNTS IT AND PRINTS IT: THE
001520*   KEY LINE, THE STANDARD TEXT, THE ACTION INSTRUCTION AND A
001530*   SPACER LINE.
001540*---------------------------------------------------------------
001550 2000-LIST-ONE-ENTRY.
001560     READ MSGCAT-FILE
001570         AT END
001580             SET WS-END-OF-FILE TO TRUE
001590             GO TO 2000-EXIT
001600     END-READ
001610     ADD 1 TO WS-ENTRY-COUNT
001620     PERFORM 2100-DESCRIBE-ENTRY THRU 2100-EXIT
001630     IF WS-LINE-COUNT + WS-ENTRY-LINES > WS-LINES-PER-PAGE
001640         PERFORM 9000-WRITE-HEADERS THRU 9000-EXIT
001650     END-IF
001660     MOVE SPACES TO WS-PRINT-LINE
001670     STRING MCT-MSG-NUMBER DELIMITED BY SIZE
001680         "  " DELIMITED BY SIZE
001690         WS-SEVERITY-DESC DELIMITED BY SIZE
001700         " " DELIMITED BY SIZE
001710         MCT-OWNER DELIMITED BY SIZE
001720         "  " DELIMITED BY SIZE
001730         WS-ACTION-DESC DELIMITED BY SIZE
001740         " " DELIMITED BY SIZE
001750         MCT-LAST-CHANGED DELIMITED BY SIZE
001760         INTO WS-PRINT-LINE
001770     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
001780     MOVE SPACES TO WS-PRINT-LINE
001790     STRING "      TEXT:   " DELIMITED BY SIZE
001800         MCT-STD-TEXT DELIMITED BY SIZE
001810         INTO WS-PRINT-LINE
001820     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
001830     MOVE SPACES TO WS-PRINT-LINE
001840     IF MCT-ACTION-TEXT = SPACES
001850         MOVE "      ACTION: (NO FURTHER INSTRUCTION)" TO
001860             WS-PRINT-LINE
001870     ELSE
001880         STRING "      ACTION: " DELIMITED BY SIZE
001890             MCT-ACTION-TEXT DELIMITED BY SIZE
001900             INTO WS-PRINT-LINE
001910     END-IF
001920     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
001930     MOVE SPACES TO WS-PRINT-LINE
001940     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT.
001950 2000-EXIT.
001960     EXIT.
001970
001980*---------------------------------------------------------------
001990* 2100-DESCRIBE-ENTRY THRU 2100-EXIT.
002000*   SPELLS OUT THE SEVERITY AND THE PRESCRIBED ACTION IN THE
002010*   SAME WORDS MSGRPT USES, AND ADDS TO THE TOTALS.  AN UNKNOWN
002020*   CODE IS FLAGGED FOR CORRECTION THROUGH MSGCMNT.
002030*---------------------------------------------------------------
002040 2100-DESCRIBE-ENTRY.
002050     EVALUATE TRUE
002060         WHEN MCT-SEV-SEVERE
002070             MOVE "SEVERE" TO WS-SEVERITY-DESC
002080             ADD 1 TO WS-SEVERE-COUNT
002090         WHEN MCT-SEV-WARNING
002100             MOVE "WARNING" TO WS-SEVERITY-DESC
002110             ADD 1 TO WS-WARNING-COUNT
002120         WHEN MCT-SEV-INFO
002130             MOVE "INFO" TO WS-SEVERITY-DESC
002140             ADD 1 TO WS-INFO-COUNT
002150         WHEN OTHER
002160             MOVE "**BAD**" TO WS-SEVERITY-DESC
002170             ADD 1 TO WS-FLAGGED-COUNT
002180     END-EVALUATE
002190     EVALUATE TRUE
002200         WHEN MCT-ACT-RERUN
002210             MOVE "RERUN THE STEP" TO WS-ACTION-DESC
002220             ADD 1 TO WS-RERUN-COUNT
002230         WHEN MCT-ACT-SECURITY
002240             MOVE "CALL SECURITY" TO WS-ACTION-DESC
002250             ADD 1 TO WS-SECURITY-COUNT
002260         WHEN MCT-ACT-NOTIFY-DEPT
002270             MOVE "NOTIFY THE DEPARTMENT" TO WS-ACTION-DESC
002280             ADD 1 TO WS-NOTIFY-COUNT
002290         WHEN MCT-ACT-IGNORE
002300             MOVE "NONE - NOTE AND IGNORE" TO WS-ACTION-DESC
002310             ADD 1 TO WS-IGNORE-COUNT
002320         WHEN OTHER
002330             MOVE "** UNKNOWN ACTION CODE **" TO WS-ACTION-DESC
002340             ADD 1 TO WS-FLAGGED-COUNT
002350     END-EVALUATE.
002360 2100-EXIT.
002370     EXIT.
002380
002390*---------------------------------------------------------------
002400* 8000-WRITE-TOTALS THRU 8000-EXIT.
002410*---------------------------------------------------------------
002420 8000-WRITE-TOTALS.
002430     IF WS-ENTRY-COUNT = ZERO
002440         MOVE "  CATALOG IS EMPTY" TO WS-PRINT-LINE
002450         PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
002460         MOVE SPACES TO WS-PRINT-LINE
002470         PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT
002480     END-IF
002490     MOVE "ENTRIES LISTED..... " TO WS-RPT-LABEL
002500     MOVE WS-ENTRY-COUNT TO WS-RPT-COUNT
002510     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
002520     MOVE "  SEVERE........... " TO WS-RPT-LABEL
002530     MOVE WS-SEVERE-COUNT TO WS-RPT-COUNT
002540     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
002550     MOVE "  WARNING.......... " TO WS-RPT-LABEL
002560     MOVE WS-WARNING-COUNT TO WS-RPT-COUNT
002570     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
002580     MOVE "  INFORMATION...... " TO WS-RPT-LABEL
002590     MOVE WS-INFO-COUNT TO WS-RPT-COUNT
002600     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
002610     MOVE "RERUN THE STEP..... " TO WS-RPT-LABEL
002620     MOVE WS-RERUN-COUNT TO WS-RPT-COUNT
002630     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
002640     MOVE "CALL SECURITY...... " TO WS-RPT-LABEL
002650     MOVE WS-SECURITY-COUNT TO WS-RPT-COUNT
002660     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
002670     MOVE "NOTIFY DEPARTMENT.. " TO WS-RPT-LABEL
002680     MOVE WS-NOTIFY-COUNT TO WS-RPT-COUNT
002690     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
002700     MOVE "NOTE AND IGNORE.... " TO WS-RPT-LABEL
002710     MOVE WS-IGNORE-COUNT TO WS-RPT-COUNT
002720     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
002730     MOVE "CODES FLAGGED...... " TO WS-RPT-LABEL
002740     MOVE WS-FLAGGED-COUNT TO WS-RPT-COUNT
002750     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
002760 8000-EXIT.
002770     EXIT.
002780
002790*---------------------------------------------------------------
002800* 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
002810*---------------------------------------------------------------
002820 8100-WRITE-COUNT-LINE.
002830     MOVE SPACES TO WS-PRINT-LINE
002840     STRING WS-RPT-LABEL DELIMITED BY SIZE
002850         WS-RPT-COUNT DELIMITED BY SIZE
002860         INTO WS-PRINT-LINE
002870     PERFORM 9100-WRITE-RPT-LINE THRU 9100-EXIT.
002880 8100-EXIT.
002890     EXIT.
002900
002910*---------------------------------------------------------------
002920* 9000-WRITE-HEADERS THRU 9000-EXIT.
002930*---------------------------------------------------------------
002940 9000-WRITE-HEADERS.
002950     ADD 1 TO WS-PAGE-COUNT
002960     MOVE WS-PAGE-COUNT TO WS-PAGE-COUNT-ED
002970     MOVE SPACES TO MCLSTRPT-RECORD
002980     MOVE "1" TO RPT-CTL-CHAR
002990     MOVE "MESSAGE CATALOG - OPERATIONS RUN BOOK LISTING" TO
003000         RPT-TEXT
003010     WRITE MCLSTRPT-RECORD
003020     MOVE SPACES TO MCLSTRPT-RECORD
003030     MOVE " " TO RPT-CTL-CHAR
003040     STRING "RUN DATE: " WS-RUN-DATE-ED "     PAGE: "
003050             WS-PAGE-COUNT-ED DELIMITED BY SIZE INTO RPT-TEXT
003060     WRITE MCLSTRPT-RECORD
003070     MOVE SPACES TO MCLSTRPT-RECORD
003080     MOVE " " TO RPT-CTL-CHAR
003090     WRITE MCLSTRPT-RECORD
003100     MOVE SPACES TO MCLSTRPT-RECORD
003110     MOVE " " TO RPT-CTL-CHAR
003120     MOVE "MSG   SEVERITY OWNER     PRESCRIBED ACTION" TO RPT-TEXT
003130     MOVE "CHANGED" TO RPT-TEXT(57:7)
003140     WRITE MCLSTRPT-RECORD
003150     MOVE SPACES TO MCLSTRPT-RECORD
003160     MOVE " " TO RPT-CTL-CHAR
003170     WRITE MCLSTRPT-RECORD
003180     MOVE ZERO TO WS-LINE-COUNT.
003190 9000-EXIT.
003200     EXIT.
003210
003220*---------------------------------------------------------------
003230* 9100-WRITE-RPT-LINE THRU 9100-EXIT.
003240*---------------------------------------------------------------
003250 9100-WRITE-RPT-LINE.
003260     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
003270         PERFORM 9000-WRITE-HEADERS THRU 9000-EXIT
003280     END-IF
003290     MOVE SPACES TO MCLSTRPT-RECORD
003300     MOVE " " TO RPT-CTL-CHAR
003310     MOVE WS-PRINT-LINE TO RPT-TEXT
003320     WRITE MCLSTRPT-RECORD
003330     ADD 1 TO WS-LINE-COUNT.
003340 9100-EXIT.
003350     EXIT.
003360
003370 END PROGRAM MSGCLST.
