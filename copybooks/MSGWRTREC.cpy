000140*MODIFICATION HISTORY
000150*DATE       INIT DESCRIPTION
000160*2026-09-02 JHM  ORIGINAL COPYBOOK, MODELED ON EDITCHKREC.
000161*2026-10-15 JHM  THE SEVERITY AND TEXT SUPPLIED HERE ARE NOW
000162*                OVERRIDDEN BY THE MSGCAT CATALOG ENTRY FOR A
000163*                CATALOGED NUMBER, AND THE TEXT IS LOGGED AS THE
000164*                DETAIL LINE.
000170 01  MSGWRT-RECORD.
000180     05  MW-PROGRAM-NAME            PIC X(08).
000190     05  MW-OPERATOR-ID             PIC X(08).
