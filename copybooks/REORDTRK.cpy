000010*REORDTRK.CPY
000020*REORDER-TRACKING RECORD LAYOUT.
000030*
000040*ONE RECORD PER REORDER RAISED FOR A SUPPLY ITEM, KEYED BY
000050*ITEM CODE AND THE DATE OF THE BOTNTC NOTICE THAT RAISED IT.
000060*A REORDER IS OPEN UNTIL PURCHASING PLACES IT (ORDERED, WITH
000070*THE PURCHASE-ORDER NUMBER AND PROMISED DATE) AND THEN
000080*RECEIVED WHEN THE DELIVERY ARRIVES.  WHILE AN ITEM HAS A
000090*REORDER OUTSTANDING (OPEN OR ORDERED), LATER NOTICES FOR IT
000100*ONLY REFRESH THE LATEST COUNT AND ADD TO THE REPEAT COUNT
000110*INSTEAD OF RAISING ANOTHER REORDER.  MAINTAINED BY REORDFUP.
000120*
000130*MODIFICATION HISTORY
000140*DATE       INIT DESCRIPTION
000150*2026-10-15 JHM  ORIGINAL COPYBOOK.
000160 01  REORDTRK-RECORD.
000170     05  ROT-KEY.
000180         10  ROT-ITEM-CODE          PIC X(08).
000190         10  ROT-NOTICE-DATE        PIC 9(08).
000200     05  ROT-DESC                   PIC X(20).
000210     05  ROT-STATUS                 PIC X(01).
000220         88  ROT-OPEN                       VALUE "O".
000230         88  ROT-ORDERED                    VALUE "P".
000240         88  ROT-RECEIVED                   VALUE "R".
000250         88  ROT-OUTSTANDING                VALUE "O" "P".
000260     05  ROT-NOTICE-COUNT           PIC 9(03).
000270     05  ROT-REORDER                PIC 9(03).
000280     05  ROT-FLOOR                  PIC 9(03).
000290     05  ROT-LATEST-COUNT           PIC 9(03).
000300     05  ROT-LATEST-DATE            PIC 9(08).
000310     05  ROT-REPEAT-COUNT           PIC 9(03).
000320     05  ROT-PO-NUMBER              PIC X(10).
000330     05  ROT-ORDERED-DATE           PIC 9(08).
000340     05  ROT-PROMISED-DATE          PIC 9(08).
000350     05  ROT-RECEIVED-DATE          PIC 9(08).
000360     05  FILLER                     PIC X(26).
