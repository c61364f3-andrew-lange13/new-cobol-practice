000010*CALCSUSP.CPY
000020*CALCULATOR CALCULATION-ERROR SUSPENSE MASTER RECORD LAYOUT.
000030*
000040*ONE RECORD PER CALCERR ERROR RECORD EVER POSTED BY SUSPPOST,
000050*KEYED BY THE CALCULATOR RUN DATE, THE BATCH NUMBER AND THE
000060*ERROR'S POSITION WITHIN THAT BATCH ON THE DAY'S CALCERR.  FOR
000070*AN INDEX-MODE RUN THE BATCH NUMBER IS BLANK AND THE POSITION
000080*IS THE CALCTXN TXN-ID; FOR A RUN WITH NO BATCH HEADERS THE
000090*BATCH NUMBER IS BLANK AND THE POSITION COUNTS THROUGH THE
000100*FILE.  THE ITEM CARRIES ITS REASON CODE, DEPARTMENT AND THE
000110*ORIGINAL CALCERR IMAGE, AND STAYS OPEN UNTIL A SUSPCLR
000120*CLEARANCE MARKS IT RESUBMITTED OR WRITTEN OFF.  AN ITEM
000130*REFERRED BACK TO ITS DEPARTMENT IS STILL OUTSTANDING AND
000140*STILL AGES.
000150*
000160*MODIFICATION HISTORY
000170*DATE       INIT DESCRIPTION
000180*2026-10-15 JHM  ORIGINAL COPYBOOK.
000190 01  CALCSUSP-RECORD.
000200     05  SUS-KEY.
000210         10  SUS-RUN-DATE           PIC 9(08).
000220         10  SUS-BATCH-NO           PIC X(04).
000230         10  SUS-POSITION           PIC 9(06).
000240     05  SUS-FILL-1                 PIC X(01).
000250     05  SUS-DEPT-CODE              PIC X(04).
000260     05  SUS-FILL-2                 PIC X(01).
000270     05  SUS-RUN-MODE               PIC X(03).
000280         88  SUS-MODE-STANDARD              VALUE "STD".
000290         88  SUS-MODE-FINANCIAL             VALUE "FIN".
000300         88  SUS-MODE-INDEX                 VALUE "IDX".
000310         88  SUS-MODE-CHAIN                 VALUE "CHN".
000320     05  SUS-FILL-3                 PIC X(01).
000330     05  SUS-REASON-CODE            PIC X(04).
000340     05  SUS-FILL-4                 PIC X(01).
000350     05  SUS-REASON-TEXT            PIC X(30).
000360     05  SUS-FILL-5                 PIC X(01).
000370     05  SUS-STATUS                 PIC X(01).
000380         88  SUS-OPEN                       VALUE "O".
000390         88  SUS-REFERRED                   VALUE "R".
000400         88  SUS-RESUBMITTED                VALUE "S".
000410         88  SUS-WRITTEN-OFF                VALUE "W".
000420         88  SUS-OUTSTANDING                VALUE "O" "R".
000430         88  SUS-CLEARED                    VALUE "S" "W".
000440     05  SUS-FILL-6                 PIC X(01).
000450     05  SUS-POSTED-DATE            PIC 9(08).
000460     05  SUS-FILL-7                 PIC X(01).
000470     05  SUS-ACTION-DATE            PIC 9(08).
000480     05  SUS-FILL-8                 PIC X(01).
000490     05  SUS-ACTION-OPER            PIC X(08).
000500     05  SUS-FILL-9                 PIC X(01).
000510     05  SUS-ACTION-NOTE            PIC X(30).
000520     05  SUS-FILL-10                PIC X(01).
000530     05  SUS-ERR-IMAGE              PIC X(80).
000540     05  FILLER                     PIC X(20).
