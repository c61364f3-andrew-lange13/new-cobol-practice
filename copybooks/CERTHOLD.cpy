000010*CERTHOLD.CPY
000020*GUESS-A-NUMBER CERTIFICATION REVIEW HOLD MASTER RECORD LAYOUT.
000030*
000040*ONE RECORD PER CERTIFYING RUN THAT THE CERTREV INTEGRITY
000050*REVIEW FLAGGED, KEYED BY PLAYER ID AND THE GUESSCERT RUN
000060*DATE.  THE RECORD CARRIES WHICH TESTS THE RUN FAILED AND THE
000070*WHOLE GUESSCERT IMAGE, SO THE CERTIFICATION CAN STILL BE
000080*POSTED AFTER THE DAY'S GUESSCERT HAS BEEN REPLACED.  TRNPOST
000090*DOES NOT POST A HELD OR DENIED CERTIFICATION; ONE THE
000100*TRAINING COORDINATOR HAS RELEASED IS POSTED BY THE NEXT
000110*TRNPOST RUN AND MARKED POSTED.
000120*
000130*MODIFICATION HISTORY
000140*DATE       INIT DESCRIPTION
000150*2026-10-15 JHM  ORIGINAL COPYBOOK.
000160 01  CERTHOLD-RECORD.
000170     05  CHD-KEY.
000180         10  CHD-PLAYER-ID          PIC X(08).
000190         10  CHD-CERT-DATE          PIC 9(08).
000200     05  CHD-FILL-1                 PIC X(01).
000210     05  CHD-STATUS                 PIC X(01).
000220         88  CHD-HELD                       VALUE "H".
000230         88  CHD-RELEASED                   VALUE "R".
000240         88  CHD-DENIED                     VALUE "D".
000250         88  CHD-POSTED                     VALUE "P".
000260     05  CHD-FILL-2                 PIC X(01).
000270*ONE POSITION PER REVIEW TEST, SET TO ITS LETTER WHEN THE
000280*RUN FAILED IT: F FIRST-GUESS WINS, C COPIED SEQUENCE,
000290*I IGNORED FEEDBACK, S FIXED SEED, T TOO FAST.
000300     05  CHD-FLAGS.
000310         10  CHD-FLAG-FIRST         PIC X(01).
000320         10  CHD-FLAG-COPY          PIC X(01).
000330         10  CHD-FLAG-FEEDBACK      PIC X(01).
000340         10  CHD-FLAG-SEED          PIC X(01).
000350         10  CHD-FLAG-FAST          PIC X(01).
000360     05  CHD-FILL-3                 PIC X(01).
000370     05  CHD-HELD-DATE              PIC 9(08).
000380     05  CHD-FILL-4                 PIC X(01).
000390     05  CHD-DECIDED-BY             PIC X(08).
000400     05  CHD-FILL-5                 PIC X(01).
000410     05  CHD-DECIDED-DATE           PIC 9(08).
000420     05  CHD-FILL-6                 PIC X(01).
000430     05  CHD-NOTE                   PIC X(30).
000440     05  CHD-FILL-7                 PIC X(01).
000450     05  CHD-CERT-IMAGE             PIC X(46).
000460     05  FILLER                     PIC X(10).
