000100*-----------------------------------------------------------------
000200* SSPFD - FD and record layout for SUSPEN-LOG (suspen.dat).
000300*         SU-SUMBER sama dengan BI-KUNCI rekening koran asal.
000400*-----------------------------------------------------------------
000500 FD SUSPEN-LOG.
000600 01 SUSPEN-LINE.
000700     02 SU-VA              PIC X(18).
000800     02 FILLER             PIC X(01).
000900     02 SU-JUMLAH          PIC 9(09).
001000     02 FILLER             PIC X(01).
001100     02 SU-TGL-BANK        PIC 9(08).
001200     02 FILLER             PIC X(01).
001300     02 SU-REF             PIC X(16).
001400     02 FILLER             PIC X(01).
001500     02 SU-ALASAN          PIC X(20).
001600     02 FILLER             PIC X(01).
001700     02 SU-SUMBER          PIC X(33).
