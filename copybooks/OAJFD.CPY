000100*-----------------------------------------------------------------
000200* OAJFD - FD and record layout for OPNAME-APRV-JURNAL
000300*         (opnaprvj.dat). OJ-KEPUTUSAN: S = disetujui dan
000400*         dibukukan, T = ditolak (parkiran dibuang).
000500*         OJ-PEMINTA spasi untuk parkiran yang dibuat sebelum
000600*         OPN-PEMINTA dicatat.
000700*-----------------------------------------------------------------
000800 FD OPNAME-APRV-JURNAL.
000900 01 OPNAME-APRV-JURNAL-LINE.
001000     02 OJ-KODE-BRG        PIC X(05).
001100     02 FILLER             PIC X(01).
001200     02 OJ-GUDANG          PIC 9(02).
001300     02 FILLER             PIC X(01).
001400     02 OJ-BUKU            PIC 9(05).
001500     02 FILLER             PIC X(01).
001600     02 OJ-FISIK           PIC 9(05).
001700     02 FILLER             PIC X(01).
001800     02 OJ-KEPUTUSAN       PIC X(01).
001900     02 FILLER             PIC X(01).
002000     02 OJ-PEMINTA         PIC X(08).
002100     02 FILLER             PIC X(01).
002200     02 OJ-PENYETUJU       PIC X(08).
002300     02 FILLER             PIC X(01).
002400     02 OJ-TANGGAL         PIC 9(08).
