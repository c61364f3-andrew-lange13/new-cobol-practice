000010*SUPPMAST.CPY
000020*SUPPLY INVENTORY MASTER RECORD LAYOUT.
000030*
000040*ONE RECORD PER TRACKED SUPPLY ITEM, KEYED BY ITEM CODE.
000050*99BOTTLES READS THE ACTIVE ITEMS IN KEY ORDER FOR ITS
000060*MULTI-ITEM COUNTDOWN AND REWRITES EACH ITEM'S ON-HAND COUNT
000070*AND LAST-ACTIVITY DATE WHEN THE ITEM'S COUNTDOWN ENDS.
000080*DELIVERIES, PHYSICAL-COUNT CORRECTIONS, NEW ITEMS AND
000090*RETIREMENTS ARE POSTED BY THE SUPPPOST BATCH PROGRAM.  A
000100*RETIRED ITEM STAYS ON FILE FOR ITS HISTORY BUT IS SKIPPED
000110*BY THE COUNTDOWN.  A ZERO OR BLANK STEP COUNTS DOWN BY ONES;
000120*A ZERO FLOOR OR REORDER POINT MEANS NONE, AS ON BOTCTL.
000130*
000140*MODIFICATION HISTORY
000150*DATE       INIT DESCRIPTION
000160*2026-10-15 JHM  ORIGINAL COPYBOOK, REPLACING THE FLAT BOTITEM
000170*                CARD FILE.
000180 01  SUPPMAST-RECORD.
000190     05  ITM-CODE                   PIC X(08).
000200     05  ITM-DESC                   PIC X(20).
000210     05  ITM-COUNT                  PIC 9(03).
000220     05  ITM-UNIT                   PIC X(20).
000230     05  ITM-STEP                   PIC 9(03).
000240     05  ITM-FLOOR                  PIC 9(03).
000250     05  ITM-REORDER                PIC 9(03).
000260     05  ITM-LAST-ACTIVITY          PIC 9(08).
000270     05  ITM-STATUS                 PIC X(01).
000280         88  ITM-ACTIVE                     VALUE "A".
000290         88  ITM-RETIRED                    VALUE "R".
000300     05  ITM-ADDED-DATE             PIC 9(08).
000310     05  FILLER                     PIC X(23).
