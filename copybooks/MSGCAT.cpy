000010*MSGCAT.CPY
000020*MESSAGE CATALOG RECORD LAYOUT.
000030*
000040*ONE RECORD PER MESSAGE NUMBER, KEYED BY THE NUMBER: THE
000050*STANDARD TEXT, THE SEVERITY, THE PROGRAM THAT OWNS THE
000060*MESSAGE ("ANY" FOR ONE RAISED BY SEVERAL PROGRAMS), AND THE
000070*PRESCRIBED OPERATOR ACTION - A CODE FROM THE FOUR STANDARD
000080*RESPONSES PLUS A LINE OF INSTRUCTION FOR THE RUN BOOK.
000090*MSGWRT TAKES THE SEVERITY AND STANDARD TEXT FROM HERE, MSGRPT
000100*PRINTS THE ACTION UNDER EACH MESSAGE, MSGCMNT MAINTAINS THE
000110*FILE AND MSGCLST LISTS IT.
000120*
000130*MODIFICATION HISTORY
000140*DATE       INIT DESCRIPTION
000150*2026-10-15 JHM  ORIGINAL COPYBOOK.
000160 01  MSGCAT-RECORD.
000170     05  MCT-MSG-NUMBER             PIC 9(04).
000180     05  MCT-SEVERITY               PIC X(01).
000190         88  MCT-SEV-INFO                   VALUE "I".
000200         88  MCT-SEV-WARNING                VALUE "W".
000210         88  MCT-SEV-SEVERE                 VALUE "S".
000220         88  MCT-SEV-VALID                  VALUE "I" "W" "S".
000230     05  MCT-OWNER                  PIC X(08).
000240     05  MCT-ACTION-CODE            PIC X(01).
000250         88  MCT-ACT-RERUN                  VALUE "R".
000260         88  MCT-ACT-SECURITY               VALUE "S".
000270         88  MCT-ACT-NOTIFY-DEPT            VALUE "D".
000280         88  MCT-ACT-IGNORE                 VALUE "I".
000290         88  MCT-ACT-VALID                  VALUE "R" "S" "D" "I".
000300     05  MCT-STD-TEXT               PIC X(60).
000310     05  MCT-ACTION-TEXT            PIC X(60).
000320     05  MCT-LAST-CHANGED           PIC 9(08).
000330     05  FILLER                     PIC X(18).
