000010*PALMAST.CPY
000020*PALINDROME CODE MASTER RECORD LAYOUT.
000030*
000040*ONE RECORD PER CODE EVER SEEN OR LOADED, KEYED BY THE CODE
000050*ITSELF: ITS PASS/FAIL VERDICT, THE DATE IT FIRST APPEARED,
000060*THE DATE IT WAS LAST CHECKED, AND WHETHER THE BUSINESS STILL
000070*ISSUES IT.  PALINDROME BATCH RUNS ADD NEW CODES AND ROLL THE
000080*VERDICT AND LAST-CHECKED DATE; PALMNT PRE-LOADS CODE BOOKS,
000090*CORRECTS VERDICTS AND RETIRES OR REINSTATES CODES.  A BLANK
000100*STATUS (A RECORD WRITTEN BEFORE THE STATUS EXISTED) IS
000110*ACTIVE.
000120*
000130*MODIFICATION HISTORY
000140*DATE       INIT DESCRIPTION
000150*2026-10-15 JHM  ORIGINAL COPYBOOK, PULLED OUT OF PALINDROME
000160*                SO PALMNT SHARES THE LAYOUT.  ADDED THE CODE
000170*                STATUS AND RETIREMENT DATE.
000172*2026-10-15 JHM  THE RECORD GREW FROM 77 TO 100 BYTES.  THE NEW
000174*                PALCONV PROGRAM RELOADS A MASTER IN THE OLD
000176*                LAYOUT ONCE, WITH EVERY CODE STATUS "A".
000180 01  PALMAST-RECORD.
000190     05  PAL-CODE                   PIC X(60).
000200     05  PAL-VERDICT                PIC X(01).
000210         88  PAL-MAST-PASS                  VALUE "P".
000220         88  PAL-MAST-FAIL                  VALUE "F".
000230     05  PAL-FIRST-SEEN             PIC 9(08).
000240     05  PAL-LAST-CHECKED           PIC 9(08).
000250     05  PAL-STATUS                 PIC X(01).
000260         88  PAL-ACTIVE                     VALUE "A" " ".
000270         88  PAL-RETIRED                    VALUE "R".
000280     05  PAL-RETIRED-DATE           PIC 9(08).
000290     05  FILLER                     PIC X(14).
