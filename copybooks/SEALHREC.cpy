000010*SEALHREC.CPY
000020*SHARED LINKAGE LAYOUT FOR THE SEALHASH ARCHIVE-SEAL HASHING
000030*ROUTINE.
000040*
000050*THE CALLER MOVES ONE 143-BYTE ARCHHIST RECORD INTO
000060*SH-HISTORY-RECORD AND THE RUNNING HASH SO FAR INTO SH-HASH, AND
000070*CALLS "SEALHASH" USING THIS RECORD.  SH-HASH COMES BACK WITH
000080*THE RECORD FOLDED IN.  ARCHIVER AND ARCHVRFY BOTH HASH THROUGH
000090*HERE SO A SEAL IS ALWAYS RECOMPUTED THE WAY IT WAS WRITTEN.
000100*
000110*MODIFICATION HISTORY
000120*DATE       INIT DESCRIPTION
000130*2026-10-15 JHM  ORIGINAL COPYBOOK, MODELED ON PINHASHREC.
000140 01  SEALHASH-RECORD.
000150     05  SH-HISTORY-RECORD          PIC X(143).
000160     05  SH-HASH                    PIC 9(09).
