000100*-----------------------------------------------------------------
000200* ANTFD - FD and record layout for ANTRI-FILE (antri.dat).
000300*         Ditulis KRS-ENTRY saat kelas penuh. AN-STATUS:
000400*         M = menunggu, P = dipindah masuk kelas (KLS-MNT, saat
000500*         ada yang batal; AN-NPM-BATAL = yang mengosongkan
000600*         kursi), B = batal menunggu. AN-ALASAN diisi KLS-MNT
000610*         bila antrean dilewati saat kursi terbuka karena tidak
000620*         lagi memenuhi syarat KRS (AN-TGL-PINDAH = tanggal
000630*         dilewati); spasi untuk yang dibatalkan operator.
000700*-----------------------------------------------------------------
000800 FD ANTRI-FILE.
000900 01 ANTRI-RECORD.
001000     02 AN-KUNCI.
001100         03 AN-TERM        PIC 9(05).
001200         03 AN-MK          PIC X(06).
001300         03 AN-NO          PIC 9(05).
001400     02 AN-NPM             PIC X(08).
001500     02 AN-STATUS          PIC X(01).
001600     02 AN-TGL-AJU         PIC 9(08).
001700     02 AN-JAM-AJU         PIC 9(06).
001800     02 AN-TGL-PINDAH      PIC 9(08).
001900     02 AN-NPM-BATAL       PIC X(08).
002000     02 AN-OPERATOR        PIC X(08).
002100     02 AN-ALASAN          PIC X(30).
