000010*CALCHOLD.CPY
000020*CALCULATOR PENDING-HOLD RECORD LAYOUT.
000030*
000040*ONE RECORD PER FINANCIAL-MODE TRANSACTION WHOSE RESULT, IN
000050*BASE CURRENCY, CAME OUT OVER THE KEYING OPERATOR'S OPERMAST
000060*APPROVAL LIMIT.  THE CALCULATOR WRITES THE ITEM HERE INSTEAD
000070*OF TO CALCOUT; IT WAITS UNTIL THE HOLDREL RELEASE RUN, UNDER
000080*A SECOND OPERATOR WHOSE LIMIT COVERS THE AMOUNT, APPROVES OR
000090*DECLINES IT.  THE HOLD ID IS THE RUN DATE AND A SEQUENCE
000100*NUMBER THAT CARRIES ON ACROSS THE DAY'S RUNS.  THE FILE IS
000110*APPENDED TO BY EVERY RUN, SO UNDECIDED ITEMS ACCUMULATE.
000120*
000130*MODIFICATION HISTORY
000140*DATE       INIT DESCRIPTION
000150*2026-10-15 JHM  ORIGINAL COPYBOOK.
000160 01  CALCHOLD-RECORD.
000170     05  HLD-HOLD-ID.
000180         10  HLD-RUN-DATE           PIC 9(08).
000190         10  HLD-SEQ-NO             PIC 9(05).
000200     05  HLD-FILL-1                 PIC X(01).
000210     05  HLD-OPERATOR-ID            PIC X(08).
000220     05  HLD-FILL-2                 PIC X(01).
000230     05  HLD-DEPT-CODE              PIC X(04).
000240     05  HLD-FILL-3                 PIC X(01).
000250     05  HLD-BATCH-NO               PIC 9(04).
000260     05  HLD-FILL-4                 PIC X(01).
000270     05  HLD-OPR-LIMIT              PIC 9(09)V9(02).
000280     05  HLD-FILL-5                 PIC X(01).
000290     05  HLD-BASE-AMOUNT            PIC 9(13)V9(02).
000300     05  HLD-FILL-6                 PIC X(01).
000310     05  HLD-TXN-IMAGE              PIC X(40).
