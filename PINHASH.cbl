000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PINHASH.
000030 AUTHOR. J H MILLARD.
000040 INSTALLATION. HOME OFFICE DATA CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070****************************************************************
000080*                                                               *
000090* PINHASH IS A CALLABLE UTILITY THAT TURNS AN OPERATOR'S PIN    *
000100* INTO THE NINE-DIGIT HASH KEPT ON THE OPERMAST SECURITY        *
000110* MASTER, SO THE PIN ITSELF IS NEVER STORED.  THE CALLER MOVES  *
000120* THE OPERATOR ID AND THE PIN AS KEYED INTO PINHASH-RECORD AND  *
000130* CALLS THIS PROGRAM.  THE PIN MUST BE FOUR TO EIGHT DIGITS,    *
000140* LEFT-JUSTIFIED.  THE OPERATOR ID IS MIXED IN AHEAD OF THE     *
000150* PIN, SO TWO OPERATORS WITH THE SAME PIN DO NOT SHARE A HASH.  *
000160* OPERMNT HASHES A PIN WHEN IT IS ISSUED OR RESET; OPERCHK      *
000170* HASHES THE PIN KEYED FOR A RUN AND COMPARES.                  *
000180*                                                               *
000190****************************************************************
000200*MODIFICATION HISTORY
000210*DATE       INIT DESCRIPTION
000220*2026-10-15 JHM  ORIGINAL PROGRAM, MODELED ON EDITCHK.
000230****************************************************************
000240
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. IBM-370.
000280 OBJECT-COMPUTER. IBM-370.
000290
000300 DATA DIVISION.
000310 WORKING-STORAGE SECTION.
000320*THE ID AND PIN SIDE BY SIDE, HASHED ONE BYTE AT A TIME.
000330 01  WS-HASH-KEY.
000340     05  WS-KEY-ID               PIC X(08).
000350     05  WS-KEY-PIN              PIC X(08).
000360 01  WS-KEY-BYTES REDEFINES WS-HASH-KEY.
000370     05  WS-KEY-BYTE             PIC X(01) OCCURS 16 TIMES.
000380
000390*A HALFWORD WHOSE LOW-ORDER BYTE RECEIVES ONE KEY BYTE, GIVING
000400*THE BYTE'S CODE AS A NUMBER.
000410 01  WS-CODE-WORK.
000420     05  WS-CODE-VALUE           PIC 9(04) COMP.
000430 01  WS-CODE-BYTES REDEFINES WS-CODE-WORK.
000440     05  WS-CODE-HIGH            PIC X(01).
000450     05  WS-CODE-LOW             PIC X(01).
000460
000470 77  WS-PIN-LEN                  PIC 9(02) COMP.
000480 77  WS-BYTE-IDX                 PIC 9(02) COMP.
000490 77  WS-PASS-NO                  PIC 9(01) COMP.
000500 77  WS-HASH-VALUE               PIC 9(09) COMP.
000510 77  WS-HASH-WORK                PIC 9(12) COMP.
000520 77  WS-HASH-QUOT                PIC 9(12) COMP.
000530*LARGEST PRIME BELOW ONE BILLION - KEEPS THE HASH IN 9 DIGITS.
000540 77  WS-HASH-MODULUS             PIC 9(09) COMP VALUE 999999937.
000550
000560 LINKAGE SECTION.
000570 COPY PINHASHREC.
000580
000590 PROCEDURE DIVISION USING PINHASH-RECORD.
000600*---------------------------------------------------------------
000610* 0000-MAINLINE.
000620*---------------------------------------------------------------
000630 0000-MAINLINE.
000640     SET PH-PIN-VALID TO TRUE
000650     MOVE ZERO TO PH-PIN-HASH
000660     PERFORM 1000-EDIT-PIN THRU 1000-EXIT
000670     IF PH-PIN-VALID
000680         PERFORM 2000-HASH-PIN THRU 2000-EXIT
000690     END-IF
000700     GOBACK.
000710
000720*---------------------------------------------------------------
000730* 1000-EDIT-PIN THRU 1000-EXIT.
000740*   FOUR TO EIGHT DIGITS, LEFT-JUSTIFIED, SPACES AFTER.
000750*---------------------------------------------------------------
000760 1000-EDIT-PIN.
000770     MOVE ZERO TO WS-PIN-LEN
000780     INSPECT PH-PIN TALLYING WS-PIN-LEN
000790         FOR CHARACTERS BEFORE INITIAL SPACE
000800     IF WS-PIN-LEN < 4
000810         SET PH-PIN-INVALID TO TRUE
000820         GO TO 1000-EXIT
000830     END-IF
000840     IF PH-PIN(1:WS-PIN-LEN) NOT NUMERIC
000850         SET PH-PIN-INVALID TO TRUE
000860         GO TO 1000-EXIT
000870     END-IF
000880     IF WS-PIN-LEN < 8
000890         IF PH-PIN(WS-PIN-LEN + 1:) NOT = SPACES
000900             SET PH-PIN-INVALID TO TRUE
000910         END-IF
000920     END-IF.
000930 1000-EXIT.
000940     EXIT.
000950
000960*---------------------------------------------------------------
000970* 2000-HASH-PIN THRU 2000-EXIT.
000980*   TWO PASSES OVER THE ID AND PIN: EACH BYTE'S CODE AND ITS
000990*   POSITION ARE FOLDED INTO A RUNNING VALUE MULTIPLIED BY 31
001000*   AND REDUCED MODULO A PRIME.  THE SECOND PASS STARTS FROM
001010*   THE FIRST PASS'S RESULT, SO EVERY BYTE AFFECTS EVERY DIGIT.
001020*---------------------------------------------------------------
001030 2000-HASH-PIN.
001040     MOVE PH-OPERATOR-ID TO WS-KEY-ID
001050     MOVE PH-PIN TO WS-KEY-PIN
001060     MOVE 7 TO WS-HASH-VALUE
001070     PERFORM 2100-HASH-PASS THRU 2100-EXIT
001080         VARYING WS-PASS-NO FROM 1 BY 1
001090         UNTIL WS-PASS-NO > 2
001100     MOVE WS-HASH-VALUE TO PH-PIN-HASH.
001110 2000-EXIT.
001120     EXIT.
001130
001140 2100-HASH-PASS.
001150     PERFORM 2200-HASH-BYTE THRU 2200-EXIT
001160         VARYING WS-BYTE-IDX FROM 1 BY 1
001170         UNTIL WS-BYTE-IDX > 16.
001180 2100-EXIT.
001190     EXIT.
001200
001210 2200-HASH-BYTE.
001220     MOVE ZERO TO WS-CODE-VALUE
001230     MOVE WS-KEY-BYTE(WS-BYTE-IDX) TO WS-CODE-LOW
001240     COMPUTE WS-HASH-WORK = WS-HASH-VALUE * 31
001250         + WS-CODE-VALUE + WS-BYTE-IDX * WS-PASS-NO
001260     DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
001270         GIVING WS-HASH-QUOT REMAINDER WS-HASH-VALUE.
001280 2200-EXIT.
001290     EXIT.
001300
001310 END PROGRAM PINHASH.
