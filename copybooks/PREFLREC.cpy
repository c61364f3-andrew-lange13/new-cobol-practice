000010*PREFLREC.CPY
000020*SHARED LINKAGE LAYOUT FOR THE PREFLGHT STREAM READINESS
000030*CHECK.
000040*
000050*DAILYRUN FILLS IN THE RUN DATE, THE STEPS DUE FOR THE
000060*DATE, THE STEP THE STREAM WILL START AT (ONE, OR THE
000070*RESTART STEP), WHETHER A CALENDAR IS LOADED AND ANY STALE
000080*DAILYCKP DATE IT IGNORED, AND CALLS "PREFLGHT" USING THIS
000090*RECORD BEFORE THE FIRST STEP RUNS.  PREFLGHT RETURNS THE
000100*NUMBER OF FAILED AND WARNING CHECKS AND WHETHER THE STREAM
000110*IS READY TO START.
000120*
000130*MODIFICATION HISTORY
000140*DATE       INIT DESCRIPTION
000150*2026-10-15 JHM  ORIGINAL COPYBOOK.
000160 01  PREFLT-RECORD.
000170     05  PF-RUN-DATE            PIC 9(08).
000180     05  PF-START-IDX           PIC 9(02).
000190     05  PF-STEP-COUNT          PIC 9(02).
000200     05  PF-RESTART-SW          PIC X(01).
000210         88  PF-RESTART                 VALUE "Y".
000220     05  PF-CAL-LOADED-SW       PIC X(01).
000230         88  PF-CAL-LOADED              VALUE "Y".
000240     05  PF-STALE-CKP-DATE      PIC X(08).
000250     05  PF-STEP-TABLE.
000260         10  PF-STEP-CODE       PIC X(08) OCCURS 20 TIMES.
000270     05  PF-FAIL-COUNT          PIC 9(03).
000280     05  PF-WARN-COUNT          PIC 9(03).
000290     05  PF-RESULT              PIC X(01).
000300         88  PF-STREAM-READY            VALUE "Y".
000310         88  PF-STREAM-NOT-READY        VALUE "N".
