000150*MODIFICATION HISTORY
000160*DATE       INIT DESCRIPTION
000170*2026-08-22 JHM  ORIGINAL COPYBOOK, MODELED ON EDITCHKREC.
000171*2026-10-15 JHM  ADDED OPC-APPROVAL-LIMIT, THE OPERATOR'S
000172*                OPERMAST APPROVAL LIMIT (ZERO WHEN NONE IS
000173*                SET), RETURNED WHENEVER THE ID IS FOUND.
000174*2026-10-15 JHM  ADDED OPC-PIN, THE PIN KEYED WITH THE ID ON
000175*                THE CALLER'S CONTROL CARD.  A CONTROLLED RUN
000176*                MUST SUPPLY IT: A WRONG, EXPIRED OR UNISSUED
000177*                PIN, OR A LOCKED ID, COMES BACK "N" WITH ITS
000178*                OWN REASON.
000180 01  OPERCHK-RECORD.
000190     05  OPC-OPERATOR-ID            PIC X(08).
000200     05  OPC-PROGRAM-CODE           PIC X(01).
000290     05  OPC-REASON-CODE            PIC X(04).
000300     05  OPC-REASON-TEXT            PIC X(30).
000310     05  OPC-OPERATOR-NAME          PIC X(20).
000320     05  OPC-APPROVAL-LIMIT         PIC 9(09)V9(02).
000330     05  OPC-PIN                    PIC X(08).
