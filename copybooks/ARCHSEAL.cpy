000010*ARCHSEAL.CPY
000020*SHARED LAYOUT OF THE DAILY SEAL CARRIED IN THE PAYLOAD OF AN
000030*ARCHHIST SEAL RECORD (RECORD TYPE "S", PROGRAM "ARCHIVER").
000040*
000050*ARCHIVER WRITES ONE SEAL AT THE END OF THE RECORDS IT APPENDS
000060*EACH RUN.  THE SEAL COVERS EVERY HISTORY RECORD BETWEEN THE
000070*PREVIOUS SEAL AND ITSELF: ITS AUDIT AND REJECT COUNTS BY
000080*PROGRAM, AND A DAY HASH OF THOSE RECORDS FOLDED BY SEALHASH
000090*FROM A STARTING VALUE OF 7.  THE CHAIN HASH IS THE SEAL RECORD
000100*ITSELF, WITH THE CHAIN HASH ZERO, FOLDED BY SEALHASH FROM THE
000110*PREVIOUS SEAL'S CHAIN HASH, SO ANY CHANGE TO A SEAL OR TO THE
000120*ORDER OF THE SEALS BREAKS EVERY LINK AFTER IT.  THE FIRST SEAL
000130*EVER WRITTEN CARRIES A ZERO PREVIOUS DATE AND HASH.  PROGRAM
000140*SLOT 5 COUNTS ANY PROGRAM NOT NAMED IN SLOTS 1-4.  ARCHVRFY
000150*RECOMPUTES EVERY SEAL.
000160*
000170*MODIFICATION HISTORY
000180*DATE       INIT DESCRIPTION
000190*2026-10-15 JHM  ORIGINAL COPYBOOK.
000200 01  ARCHIVE-SEAL-RECORD.
000210     05  SEAL-PREV-DATE             PIC 9(08).
000220     05  SEAL-PREV-HASH             PIC 9(09).
000230     05  SEAL-DAY-HASH              PIC 9(09).
000240     05  SEAL-CHAIN-HASH            PIC 9(09).
000250     05  SEAL-PROGRAM-COUNTS        OCCURS 5 TIMES.
000260         10  SEAL-PROGRAM-NAME      PIC X(08).
000270         10  SEAL-AUDIT-COUNT       PIC 9(05).
000280         10  SEAL-REJECT-COUNT      PIC 9(05).
000290     05  FILLER                     PIC X(01).
