000100*-----------------------------------------------------------------
000200* BYRFD - FD and record layout for BAYAR-LOG (bayar.dat).
000300*         BY-SUMBER sama dengan BI-KUNCI rekening koran asal,
000400*         dipakai rekonsiliasi harian BNK-IMP.
000500*-----------------------------------------------------------------
000600 FD BAYAR-LOG.
000700 01 BAYAR-LINE.
000800     02 BY-NPM             PIC X(08).
000900     02 FILLER             PIC X(01).
001000     02 BY-TERM            PIC 9(05).
001100     02 FILLER             PIC X(01).
001200     02 BY-JUMLAH          PIC 9(09).
001300     02 FILLER             PIC X(01).
001400     02 BY-TGL-BANK        PIC 9(08).
001500     02 FILLER             PIC X(01).
001600     02 BY-REF             PIC X(16).
001700     02 FILLER             PIC X(01).
001800     02 BY-SUMBER          PIC X(33).
001900     02 FILLER             PIC X(01).
002000     02 BY-OPERATOR        PIC X(08).
