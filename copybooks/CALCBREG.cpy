000010*CALCBREG.CPY
000020*CALCULATOR BATCH-CONTROL REGISTER RECORD LAYOUT.
000030*
000040*ONE RECORD PER CALCIN SOURCE BATCH EVER PROCESSED, KEYED BY
000050*THE SUBMITTING DEPARTMENT AND BATCH NUMBER FROM THE "HDR"
000060*BATCH HEADER: THE RUN THAT LAST PROCESSED IT, ITS COUNTS,
000070*NUM1 HASH AND BALANCE VERDICT, THE SUPERVISOR WHO OVERRODE
000080*A DUPLICATE HOLD WHEN IT WAS LET THROUGH AGAIN, AND HOW
000090*OFTEN AND WHEN IT WAS LAST HELD AS A DUPLICATE.  WRITTEN
000100*BY THE CALCULATOR AT THE END OF EVERY MULTI-BATCH RUN.
000110*
000120*MODIFICATION HISTORY
000130*DATE       INIT DESCRIPTION
000140*2026-10-15 JHM  ORIGINAL COPYBOOK.
000150 01  CALCBREG-RECORD.
000160     05  BRG-KEY.
000170         10  BRG-DEPT-CODE          PIC X(04).
000180         10  BRG-BATCH-NO           PIC 9(04).
000190     05  BRG-FILL-1                 PIC X(01).
000200     05  BRG-RUN-DATE               PIC 9(08).
000210     05  BRG-FILL-2                 PIC X(01).
000220     05  BRG-OPERATOR-ID            PIC X(08).
000230     05  BRG-FILL-3                 PIC X(01).
000240     05  BRG-READ-COUNT             PIC 9(07).
000250     05  BRG-FILL-4                 PIC X(01).
000260     05  BRG-OUT-COUNT              PIC 9(07).
000270     05  BRG-FILL-5                 PIC X(01).
000280     05  BRG-ERR-COUNT              PIC 9(07).
000290     05  BRG-FILL-6                 PIC X(01).
000300     05  BRG-REJ-COUNT              PIC 9(07).
000310     05  BRG-FILL-7                 PIC X(01).
000320     05  BRG-HASH-TOTAL             PIC 9(13).
000330     05  BRG-FILL-8                 PIC X(01).
000340     05  BRG-VERDICT                PIC X(08).
000350         88  BRG-BALANCED                   VALUE "BALANCED".
000360         88  BRG-OUT-OF-BALANCE             VALUE "OUT-BAL ".
000370     05  BRG-FILL-9                 PIC X(01).
000380     05  BRG-OVR-SUPV-ID            PIC X(08).
000390     05  BRG-FILL-10                PIC X(01).
000400     05  BRG-HOLD-COUNT             PIC 9(03).
000410     05  BRG-FILL-11                PIC X(01).
000420     05  BRG-LAST-HOLD-DATE         PIC 9(08).
000430     05  FILLER                     PIC X(17).
