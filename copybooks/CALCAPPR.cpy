000010*CALCAPPR.CPY
000020*CALCULATOR APPROVED-ITEMS FEED RECORD LAYOUT.
000030*
000040*ONE RECORD PER HELD TRANSACTION APPROVED BY THE HOLDREL
000050*RELEASE RUN: THE ORIGINAL HOLD ID, WHO KEYED IT, WHO
000060*RELEASED IT AND WHEN, ITS BASE-CURRENCY AMOUNT AND THE
000070*CALCIN CARD IMAGE AS KEYED.  THE NEXT CALCULATOR BATCH RUN
000080*FEEDS EVERY RECORD NOT YET FED THROUGH THE NORMAL EDIT AND
000090*CALCULATION PATHS, AHEAD OF THE KEYED CALCIN RECORDS, THE
000100*WAY CALCSTD STANDING TRANSACTIONS ARE FED.  AFTER A CLEAN
000110*RUN THE FED DATE IS STAMPED, SO NO ITEM IS FED TWICE; THE
000120*STAMPED RECORDS STAY FOR THAT DAY'S RECON AND ARE DROPPED
000130*BY THE FIRST RUN ON A LATER DAY.
000132*
000134*THE ITEM KEEPS THE DEPARTMENT AND BATCH NUMBER IT WAS KEYED
000136*UNDER, SO ITS RESULT STILL GOES BACK TO THAT DEPARTMENT WHEN
000138*IT IS FED ON A LATER DAY.  BOTH ARE BLANK FOR AN ITEM HELD
000139*FROM A RUN WITH NO BATCH HEADERS.
000140*
000150*MODIFICATION HISTORY
000160*DATE       INIT DESCRIPTION
000170*2026-10-15 JHM  ORIGINAL COPYBOOK.
000172*2026-10-15 JHM  ADDED APR-DEPT-CODE AND APR-BATCH-NO FROM THE
000174*                HOLD, AT THE END OF THE RECORD.
000180 01  CALCAPPR-RECORD.
000190     05  APR-HOLD-ID.
000200         10  APR-HOLD-DATE          PIC 9(08).
000210         10  APR-HOLD-SEQ           PIC 9(05).
000220     05  APR-FILL-1                 PIC X(01).
000230     05  APR-SUBMITTER-ID           PIC X(08).
000240     05  APR-FILL-2                 PIC X(01).
000250     05  APR-RELEASER-ID            PIC X(08).
000260     05  APR-FILL-3                 PIC X(01).
000270     05  APR-RELEASE-DATE           PIC 9(08).
000280     05  APR-FILL-4                 PIC X(01).
000290     05  APR-FED-DATE               PIC X(08).
000300     05  APR-FILL-5                 PIC X(01).
000310     05  APR-BASE-AMOUNT            PIC 9(13)V9(02).
000320     05  APR-FILL-6                 PIC X(01).
000330     05  APR-TXN-IMAGE              PIC X(40).
000340     05  APR-FILL-7                 PIC X(01).
000350     05  APR-DEPT-CODE              PIC X(04).
000360     05  APR-FILL-8                 PIC X(01).
000370     05  APR-BATCH-NO               PIC 9(04).
