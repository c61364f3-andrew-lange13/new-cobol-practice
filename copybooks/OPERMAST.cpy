000100*MODIFICATION HISTORY
000110*DATE       INIT DESCRIPTION
000120*2026-08-22 JHM  ORIGINAL COPYBOOK.
000130*2026-10-15 JHM  ADDED THE OPERATOR'S APPROVAL LIMIT IN BASE
000140*                CURRENCY, CARVED FROM THE FILLER.  A
000150*                FINANCIAL TRANSACTION OVER THE KEYING
000160*                OPERATOR'S LIMIT IS HELD FOR RELEASE BY A
000170*                SECOND OPERATOR WHOSE LIMIT COVERS IT.  ZERO
000180*                MEANS NO LIMIT HAS BEEN SET.
000190*2026-10-15 JHM  ADDED THE OPERATOR'S PIN: ITS HASH (SALTED
000200*                WITH THE OPERATOR ID BY PINHASH - THE PIN
000210*                ITSELF IS NEVER STORED), THE DATE IT WAS LAST
000220*                ISSUED OR RESET, THE CONSECUTIVE FAILED
000230*                ATTEMPTS, AND THE LOCKED FLAG SET BY OPERCHK
000240*                ON THE THIRD FAILURE.  A HASH THAT IS NOT
000250*                NUMERIC OR IS ZERO MEANS NO PIN HAS BEEN
000260*                ISSUED.  CARVED FROM THE FILLER.
000270 01  OPERMAST-RECORD.
000280     05  OPR-OPERATOR-ID            PIC X(08).
000290     05  OPR-OPERATOR-NAME          PIC X(20).
000300     05  OPR-DEPARTMENT             PIC X(04).
000310     05  OPR-ACTIVE-FLAG            PIC X(01).
000320         88  OPR-ACTIVE                     VALUE "A".
000330         88  OPR-INACTIVE                   VALUE "I".
000340     05  OPR-AUTH-CALC              PIC X(01).
000350     05  OPR-AUTH-GUESS             PIC X(01).
000360     05  OPR-AUTH-PAL               PIC X(01).
000370     05  OPR-AUTH-BOT               PIC X(01).
000380     05  OPR-APPROVAL-LIMIT         PIC 9(09)V9(02).
000390     05  OPR-PIN-HASH               PIC 9(09).
000400     05  OPR-PIN-CHANGED-DATE       PIC 9(08).
000410     05  OPR-PIN-FAIL-COUNT         PIC 9(02).
000420     05  OPR-LOCK-FLAG              PIC X(01).
000430         88  OPR-LOCKED                     VALUE "L".
000440         88  OPR-NOT-LOCKED                 VALUE " " "N".
000450     05  FILLER                     PIC X(12).
