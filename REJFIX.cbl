000301*2026-08-22 JHM  THE CALCULATOR RE-SCREEN NOW ACCEPTS THE
000302*                R, ^ AND % OPERATORS, MATCHING THE BATCH
000303*                EDITS.
000304*2026-10-15 JHM  CALCULATOR TRANSACTIONS HELD AS A DUPLICATE
000305*                BATCH LIST AS NOT RESUBMITTABLE - ONLY A
000306*                CALCCTL SUPERVISOR OVERRIDE RELEASES THEM.
000310****************************************************************
000320
000330 ENVIRONMENT DIVISION.
002890*---------------------------------------------------------------
002900 2200-FIX-ONE.
002910     MOVE SPACES TO WS-RESULT-TEXT
002911*ONLY FILE-INPUT REJECTS CAN BE RECYCLED.  SECURITY
002912*REFUSALS AND CHAIN- OR INDEXED-MODE REJECTS HAVE NO
002913*CALCIN RECORD TO REBUILD (INDEXED CORRECTIONS GO IN
002914*THROUGH TXNMAINT), SO THEY LIST AS NOT RESUBMITTABLE.
002915     IF REJ-FIELD-NAME = "OPERATOR"
002916             OR REJ-FIELD-NAME = "PLAYERID"
002917             OR REJ-FIELD-NAME(1:4) = "CHN-"
002918             OR REJ-FIELD-NAME(1:4) = "TXN-"
002919             OR REJ-FIELD-NAME = "DUPBATCH"
002920         MOVE "NOT RESUBMITTABLE" TO WS-RESULT-TEXT
002921         ADD 1 TO WS-NORESUB-COUNT
002922         PERFORM 7000-WRITE-REGISTER THRU 7000-EXIT
