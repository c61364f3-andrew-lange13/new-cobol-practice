000010*PINHASHREC.CPY
000020*SHARED LINKAGE LAYOUT FOR THE PINHASH OPERATOR-PIN HASHING
000030*ROUTINE.
000040*
000050*THE CALLER MOVES THE OPERATOR ID AND THE PIN AS KEYED INTO
000060*THIS RECORD AND CALLS "PINHASH" USING IT.  PH-RESULT-FLAG
000070*COMES BACK "N" WHEN THE PIN IS NOT FOUR TO EIGHT DIGITS,
000080*LEFT-JUSTIFIED; OTHERWISE "Y" WITH PH-PIN-HASH SET.  THE
000090*SAME PIN GIVES A DIFFERENT HASH UNDER A DIFFERENT ID.
000100*
000110*MODIFICATION HISTORY
000120*DATE       INIT DESCRIPTION
000130*2026-10-15 JHM  ORIGINAL COPYBOOK, MODELED ON EDITCHKREC.
000140 01  PINHASH-RECORD.
000150     05  PH-OPERATOR-ID             PIC X(08).
000160     05  PH-PIN                     PIC X(08).
000170     05  PH-RESULT-FLAG             PIC X(01).
000180         88  PH-PIN-VALID                   VALUE "Y".
000190         88  PH-PIN-INVALID                 VALUE "N".
000200     05  PH-PIN-HASH                PIC 9(09).
