000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PALCONV.
000030 AUTHOR. J H MILLARD.
000040 INSTALLATION. HOME OFFICE DATA CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070****************************************************************
000080*                                                               *
000090* PALCONV IS THE ONE-TIME CONVERSION OF THE PALMAST CODE        *
000100* MASTER FROM ITS ORIGINAL 77-BYTE RECORD TO THE 100-BYTE       *
000110* PALMAST COPYBOOK LAYOUT, WHICH ADDED THE CODE STATUS AND THE  *
000120* RETIREMENT DATE.  THE OLD MASTER IS RENAMED TO PALMOLD AHEAD  *
000130* OF THE STEP; EVERY RECORD ON IT IS RELOADED, IN KEY ORDER,    *
000140* ONTO A NEW PALMAST WITH ITS CODE, VERDICT AND DATES AS THEY   *
000150* STOOD, STATUS "A" (ACTIVE) AND NO RETIREMENT DATE.  A PALMAST *
000160* THAT ALREADY HOLDS RECORDS IS LEFT UNTOUCHED, SO THE STEP     *
000170* CANNOT WIPE A CONVERTED MASTER IF IT IS RUN A SECOND TIME.    *
000180* THE CONTROL COUNTS ARE DISPLAYED ON THE JOB LOG.  THE RETURN  *
000190* CODE IS 4 WHEN A RECORD COULD NOT BE WRITTEN, 8 WHEN PALMAST  *
000200* WAS ALREADY LOADED AND 16 WHEN A FILE COULD NOT BE OPENED.    *
000210* RUN ONCE, BEFORE THE FIRST PALINDROME OR PALMNT RUN ON THE    *
000220* NEW LAYOUT; NOT A DAILYRUN STEP.                              *
000230*                                                               *
000240****************************************************************
000250*MODIFICATION HISTORY
000260*DATE       INIT DESCRIPTION
000270*2026-10-15 JHM  ORIGINAL PROGRAM, MODELED ON MSTRSTR.
000280****************************************************************
000290
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM-370.
000330 OBJECT-COMPUTER. IBM-370.
000340
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT PALMOLD-FILE ASSIGN TO "PALMOLD"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS OLD-CODE
000410         FILE STATUS IS WS-PALMOLD-STATUS.
000420
000430     SELECT PALMAST-FILE ASSIGN TO "PALMAST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS PAL-CODE
000470         FILE STATUS IS WS-PALMAST-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510*---------------------------------------------------------------
000520* PALMOLD-FILE - THE CODE MASTER IN ITS ORIGINAL LAYOUT, AS
000530* PALINDROME FIRST DECLARED IT.  READ ONLY.
000540*---------------------------------------------------------------
000550 FD  PALMOLD-FILE.
000560 01  PALMOLD-RECORD.
000570     05  OLD-CODE                PIC X(60).
000580     05  OLD-VERDICT             PIC X(01).
000590     05  OLD-FIRST-SEEN          PIC 9(08).
000600     05  OLD-LAST-CHECKED        PIC 9(08).
000610
000620*---------------------------------------------------------------
000630* PALMAST-FILE - THE CODE MASTER IN THE CURRENT LAYOUT.
000640*---------------------------------------------------------------
000650 FD  PALMAST-FILE.
000660 COPY PALMAST.
000670
000680 WORKING-STORAGE SECTION.
000690*---------------------------------------------------------------
000700* FILE STATUS FIELDS AND SWITCHES.
000710*---------------------------------------------------------------
000720 77  WS-PALMOLD-STATUS           PIC X(02).
000730     88  WS-PALMOLD-OK                   VALUE "00".
000740 77  WS-PALMAST-STATUS           PIC X(02).
000750     88  WS-PALMAST-OK                   VALUE "00".
000760
000770 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000780     88  WS-END-OF-FILE                  VALUE "Y".
000790
000800*---------------------------------------------------------------
000810* CONTROL COUNTS.
000820*---------------------------------------------------------------
000830 77  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
000840 77  WS-WRITE-COUNT              PIC 9(07) COMP VALUE ZERO.
000850 77  WS-ERROR-COUNT              PIC 9(07) COMP VALUE ZERO.
000860 01  WS-RPT-COUNT                PIC ZZZZZZ9.
000870
000880 PROCEDURE DIVISION.
000890*---------------------------------------------------------------
000900* 0000-MAINLINE.
000910*---------------------------------------------------------------
000920 0000-MAINLINE.
000930     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000940     IF RETURN-CODE = ZERO
000950         PERFORM 2000-CONVERT-ONE THRU 2000-EXIT
000960             UNTIL WS-END-OF-FILE
000970         CLOSE PALMOLD-FILE
000980         CLOSE PALMAST-FILE
000990         PERFORM 8000-DISPLAY-TOTALS THRU 8000-EXIT
001000         IF WS-ERROR-COUNT > ZERO
001010             MOVE 4 TO RETURN-CODE
001020         ELSE
001030             MOVE ZERO TO RETURN-CODE
001040         END-IF
001050     END-IF
001060     GOBACK.
001070
001080*---------------------------------------------------------------
001090* 1000-INITIALIZE THRU 1000-EXIT.
001100*   OPENS THE OLD MASTER, MAKES SURE THE NEW ONE IS NOT ALREADY
001110*   LOADED, THEN CREATES IT.
001120*---------------------------------------------------------------
001130 1000-INITIALIZE.
001140     MOVE ZERO TO RETURN-CODE
001150     OPEN INPUT PALMOLD-FILE
001160     IF NOT WS-PALMOLD-OK
001170         DISPLAY "PALCONV: UNABLE TO OPEN PALMOLD, STATUS "
001180             WS-PALMOLD-STATUS
001190         MOVE 16 TO RETURN-CODE
001200         GO TO 1000-EXIT
001210     END-IF
001220     OPEN INPUT PALMAST-FILE
001230     IF WS-PALMAST-OK
001240         READ PALMAST-FILE NEXT RECORD
001250             AT END
001260                 MOVE "10" TO WS-PALMAST-STATUS
001270         END-READ
001280         CLOSE PALMAST-FILE
001290         IF WS-PALMAST-OK
001300             DISPLAY "PALCONV: PALMAST ALREADY HOLDS RECORDS - "
001310                 "NOT CONVERTED"
001320             MOVE 8 TO RETURN-CODE
001330             CLOSE PALMOLD-FILE
001340             GO TO 1000-EXIT
001350         END-IF
001360     END-IF
001370     OPEN OUTPUT PALMAST-FILE
001380     IF NOT WS-PALMAST-OK
001390         DISPLAY "PALCONV: UNABLE TO OPEN PALMAST, STATUS "
001400             WS-PALMAST-STATUS
001410         MOVE 16 TO RETURN-CODE
001420         CLOSE PALMOLD-FILE
001430     END-IF.
001440 1000-EXIT.
001450     EXIT.
001460
001470*---------------------------------------------------------------
001480* 2000-CONVERT-ONE THRU 2000-EXIT.
001490*   RELOADS ONE OLD RECORD IN THE NEW LAYOUT.  A CODE THAT WAS
001500*   ON THE OLD MASTER IS ONE THE BUSINESS STILL ISSUES.
001510*---------------------------------------------------------------
001520 2000-CONVERT-ONE.
001530     READ PALMOLD-FILE NEXT RECORD
001540         AT END
001550             SET WS-END-OF-FILE TO TRUE
001560             GO TO 2000-EXIT
001570     END-READ
001580     ADD 1 TO WS-READ-COUNT
001590     MOVE SPACES TO PALMAST-RECORD
001600     MOVE OLD-CODE TO PAL-CODE
001610     MOVE OLD-VERDICT TO PAL-VERDICT
001620     MOVE OLD-FIRST-SEEN TO PAL-FIRST-SEEN
001630     MOVE OLD-LAST-CHECKED TO PAL-LAST-CHECKED
001640     MOVE "A" TO PAL-STATUS
001650     MOVE ZERO TO PAL-RETIRED-DATE
001660     WRITE PALMAST-RECORD
001670         INVALID KEY
001680             ADD 1 TO WS-ERROR-COUNT
001690             DISPLAY "PALCONV: UNABLE TO WRITE CODE " OLD-CODE
001700             DISPLAY "PALCONV: STATUS " WS-PALMAST-STATUS
001710             GO TO 2000-EXIT
001720     END-WRITE
001730     ADD 1 TO WS-WRITE-COUNT.
001740 2000-EXIT.
001750     EXIT.
001760
001770*---------------------------------------------------------------
001780* 8000-DISPLAY-TOTALS THRU 8000-EXIT.
001790*   RECORDS READ SHOULD EQUAL RECORDS WRITTEN PLUS ERRORS.
001800*---------------------------------------------------------------
001810 8000-DISPLAY-TOTALS.
001820     MOVE WS-READ-COUNT TO WS-RPT-COUNT
001830     DISPLAY "PALCONV: PALMOLD RECORDS READ     " WS-RPT-COUNT
001840     MOVE WS-WRITE-COUNT TO WS-RPT-COUNT
001850     DISPLAY "PALCONV: PALMAST RECORDS WRITTEN  " WS-RPT-COUNT
001860     MOVE WS-ERROR-COUNT TO WS-RPT-COUNT
001870     DISPLAY "PALCONV: RECORDS NOT WRITTEN      " WS-RPT-COUNT.
001880 8000-EXIT.
001890     EXIT.
