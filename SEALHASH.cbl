000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SEALHASH.
000030 AUTHOR. J H MILLARD.
000040 INSTALLATION. HOME OFFICE DATA CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070****************************************************************
000080*                                                               *
000090* SEALHASH IS A CALLABLE UTILITY THAT FOLDS ONE ARCHHIST RECORD *
000100* INTO A RUNNING NINE-DIGIT HASH.  ARCHIVER CALLS IT FOR EVERY  *
000110* RECORD IT SEALS AND FOR THE SEAL ITSELF; ARCHVRFY CALLS IT    *
000120* THE SAME WAY TO RECOMPUTE THE SEALS.  EACH BYTE'S CODE AND    *
000130* ITS POSITION ARE FOLDED IN, SO A CHANGED, MOVED OR SWAPPED    *
000140* BYTE CHANGES THE RESULT, AND SINCE THE HASH RUNS ON FROM      *
000150* RECORD TO RECORD, SO DOES A DROPPED OR REORDERED RECORD.      *
000160*                                                               *
000170****************************************************************
000180*MODIFICATION HISTORY
000190*DATE       INIT DESCRIPTION
000200*2026-10-15 JHM  ORIGINAL PROGRAM, MODELED ON PINHASH.
000210****************************************************************
000220
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER. IBM-370.
000260 OBJECT-COMPUTER. IBM-370.
000270
000280 DATA DIVISION.
000290 WORKING-STORAGE SECTION.
000300*THE HISTORY RECORD, HASHED ONE BYTE AT A TIME.
000310 01  WS-HASH-KEY                 PIC X(143).
000320 01  WS-KEY-BYTES REDEFINES WS-HASH-KEY.
000330     05  WS-KEY-BYTE             PIC X(01) OCCURS 143 TIMES.
000340
000350*A HALFWORD WHOSE LOW-ORDER BYTE RECEIVES ONE KEY BYTE, GIVING
000360*THE BYTE'S CODE AS A NUMBER.
000370 01  WS-CODE-WORK.
000380     05  WS-CODE-VALUE           PIC 9(04) COMP.
000390 01  WS-CODE-BYTES REDEFINES WS-CODE-WORK.
000400     05  WS-CODE-HIGH            PIC X(01).
000410     05  WS-CODE-LOW             PIC X(01).
000420
000430 77  WS-BYTE-IDX                 PIC 9(03) COMP.
000440 77  WS-HASH-VALUE               PIC 9(09) COMP.
000450 77  WS-HASH-WORK                PIC 9(12) COMP.
000460 77  WS-HASH-QUOT                PIC 9(12) COMP.
000470*LARGEST PRIME BELOW ONE BILLION - KEEPS THE HASH IN 9 DIGITS.
000480 77  WS-HASH-MODULUS             PIC 9(09) COMP VALUE 999999937.
000490
000500 LINKAGE SECTION.
000510 COPY SEALHREC.
000520
000530 PROCEDURE DIVISION USING SEALHASH-RECORD.
000540*---------------------------------------------------------------
000550* 0000-MAINLINE.
000560*---------------------------------------------------------------
000570 0000-MAINLINE.
000580     IF SH-HASH NOT NUMERIC
000590         MOVE ZERO TO SH-HASH
000600     END-IF
000610     PERFORM 2000-HASH-RECORD THRU 2000-EXIT
000620     GOBACK.
000630
000640*---------------------------------------------------------------
000650* 2000-HASH-RECORD THRU 2000-EXIT.
000660*   ONE PASS OVER THE RECORD: EACH BYTE'S CODE AND ITS POSITION
000670*   ARE FOLDED INTO THE RUNNING VALUE MULTIPLIED BY 31 AND
000680*   REDUCED MODULO A PRIME.
000690*---------------------------------------------------------------
000700 2000-HASH-RECORD.
000710     MOVE SH-HISTORY-RECORD TO WS-HASH-KEY
000720     MOVE SH-HASH TO WS-HASH-VALUE
000730     PERFORM 2100-HASH-BYTE THRU 2100-EXIT
000740         VARYING WS-BYTE-IDX FROM 1 BY 1
000750         UNTIL WS-BYTE-IDX > 143
000760     MOVE WS-HASH-VALUE TO SH-HASH.
000770 2000-EXIT.
000780     EXIT.
000790
000800 2100-HASH-BYTE.
000810     MOVE ZERO TO WS-CODE-VALUE
000820     MOVE WS-KEY-BYTE(WS-BYTE-IDX) TO WS-CODE-LOW
000830     COMPUTE WS-HASH-WORK = WS-HASH-VALUE * 31
000840         + WS-CODE-VALUE + WS-BYTE-IDX
000850     DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
000860         GIVING WS-HASH-QUOT REMAINDER WS-HASH-VALUE.
000870 2100-EXIT.
000880     EXIT.
000890
000900 END PROGRAM SEALHASH.
