000100*-----------------------------------------------------------------
000200* SKRFD - FD and record layout for SKRIPSI-MST (skripsi.dat).
000300*         Diisi SKR-MNT. SK-MK = kode MK skripsi prodi mahasiswa
000400*         (nama MK diawali SKRIPSI). SK-PEMB2 spasi bila hanya
000500*         satu pembimbing. Tanggal YYYYMMDD, nol = belum.
000600*         SK-SESI-SIDANG 1-4 seperti sesi ujian. SK-HASIL:
000700*         spasi = belum sidang, L = lulus, U = ulang sidang.
000800*         SK-STATUS: A = aktif, L = lulus (nilai sudah masuk
000900*         GRADEBOOK.DAT pada SK-TERM-NILAI), B = batal.
001000*-----------------------------------------------------------------
001100 FD SKRIPSI-MST.
001200 01 SKRIPSI-RECORD.
001300     02 SK-NPM             PIC X(08).
001400     02 SK-JUDUL           PIC X(60).
001500     02 SK-MK              PIC X(06).
001600     02 SK-PEMB1           PIC X(08).
001700     02 SK-PEMB2           PIC X(08).
001800     02 SK-TERM-DAFTAR     PIC 9(05).
001900     02 SK-TGL-DAFTAR      PIC 9(08).
002000     02 SK-TGL-PROPOSAL    PIC 9(08).
002100     02 SK-JML-KEMAJUAN    PIC 9(02).
002200     02 SK-TGL-KEMAJUAN    PIC 9(08).
002300     02 SK-TGL-SIDANG      PIC 9(08).
002400     02 SK-SESI-SIDANG     PIC 9(01).
002500     02 SK-RUANG-SIDANG    PIC X(06).
002600     02 SK-NILAI           PIC 9(03).
002700     02 SK-HURUF           PIC X(01).
002800     02 SK-HASIL           PIC X(01).
002900     02 SK-TERM-NILAI      PIC 9(05).
003000     02 SK-STATUS          PIC X(01).
