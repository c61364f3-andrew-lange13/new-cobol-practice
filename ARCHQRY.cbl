000300*                CONTROL RECORD AREA SO THE CRITERIA HEADER
000310*                PRINTS BLANK (= ALL) INSTEAD OF WHATEVER WAS
000320*                IN STORAGE.
000321*2026-10-15 JHM  ARCHIVER'S SEAL RECORDS (TYPE "S") ARE PASSED
000322*                OVER - THEY ARE NEVER SELECTED OR EXTRACTED.
000330****************************************************************
000340
000350 ENVIRONMENT DIVISION.
000770*---------------------------------------------------------------
000780* ARCHHIST-FILE - THE CUMULATIVE AUDIT/REJECT HISTORY WRITTEN
000790* BY ARCHIVER.
000791* A SEAL RECORD (TYPE S) IS NOT HISTORY AND IS NEVER SELECTED.
000800*---------------------------------------------------------------
000810 FD  ARCHHIST-FILE.
000820 01  ARCHHIST-RECORD.
002570             OR ARC-RUN-DATE > WS-TO-DATE
002580         MOVE "N" TO WS-MATCH-SW
002590     END-IF
002591     IF ARC-RECORD-TYPE = "S"
002592         MOVE "N" TO WS-MATCH-SW
002593     END-IF
002600     IF WS-SEL-TYPE NOT = SPACE
002610             AND ARC-RECORD-TYPE NOT = WS-SEL-TYPE
002620         MOVE "N" TO WS-MATCH-SW
