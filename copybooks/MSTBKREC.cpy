000010*MSTBKREC.CPY
000020*SHARED RECORD LAYOUT OF THE MASTER BACKUP FILES BKCALTXN,
000030*BKPALMST, BKTRNMST AND BKOPRMST.
000040*
000050*MSTBKUP UNLOADS EACH INDEXED MASTER AS ONE GENERATION: AN "HDR"
000060*RECORD (MASTER NAME, BACKUP DATE AND TIME, GENERATION NUMBER
000070*AND MASTER RECORD LENGTH), ONE "DTL" RECORD PER MASTER RECORD
000080*IN KEY ORDER, AND A "TRL" RECORD (GENERATION, RECORD COUNT AND
000090*A HASH OF THE KEYS IN ORDER).  A BACKUP FILE HOLDS THE KEPT
000100*GENERATIONS OLDEST FIRST.  MSTRSTR CHECKS A GENERATION AGAINST
000110*ITS TRAILER BEFORE RELOADING THE MASTER FROM IT.
000120*
000130*MODIFICATION HISTORY
000140*DATE       INIT DESCRIPTION
000150*2026-10-15 JHM  ORIGINAL COPYBOOK.
000160 01  MSTBK-RECORD.
000170     05  MBK-REC-TYPE               PIC X(04).
000180         88  MBK-HEADER                     VALUE "HDR ".
000190         88  MBK-DETAIL                     VALUE "DTL ".
000200         88  MBK-TRAILER                    VALUE "TRL ".
000210     05  MBK-DATA                   PIC X(100).
000220     05  MBK-HDR-DATA REDEFINES MBK-DATA.
000230         10  MBK-HDR-MASTER         PIC X(08).
000240         10  MBK-HDR-DATE           PIC 9(08).
000250         10  MBK-HDR-TIME           PIC 9(08).
000260         10  MBK-HDR-GEN            PIC 9(04).
000270         10  MBK-HDR-REC-LEN        PIC 9(03).
000280         10  FILLER                 PIC X(69).
000290     05  MBK-TRL-DATA REDEFINES MBK-DATA.
000300         10  MBK-TRL-MASTER         PIC X(08).
000310         10  MBK-TRL-GEN            PIC 9(04).
000320         10  MBK-TRL-COUNT          PIC 9(07).
000330         10  MBK-TRL-KEY-HASH       PIC 9(09).
000340         10  FILLER                 PIC X(72).
