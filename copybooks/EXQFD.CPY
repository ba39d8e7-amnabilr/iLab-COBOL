000100*-----------------------------------------------------------------
000200* EXQFD - FD and record layout for EXC-QUEUE (excq.dat).
000300*         EQ-NO nomor urut dari exqctl.dat. EQ-SUMBER PROGRAM-ID
000400*         penulis, EQ-KUNCI kunci data yang bermasalah (kode
000500*         barang, nomor transfer, faktur/urut, NPM, dsb.).
000600*         EQ-STATUS: O = terbuka, R = selesai. Pengecualian
000700*         terbuka yang sama (sumber, kunci, alasan) yang muncul
000800*         lagi tidak dibuka ulang: EQ-KALI ditambah dan
000900*         EQ-TGL-AKHIR diperbarui. EQ-PETUGAS operator yang
001000*         ditugasi, EQ-CATATAN catatan terakhir; riwayat lengkap
001100*         di excqlog.dat (EXLFD).
001200*-----------------------------------------------------------------
001300 FD EXC-QUEUE.
001400 01 EXC-QUEUE-RECORD.
001500     02 EQ-NO              PIC 9(07).
001600     02 EQ-SUMBER-KUNCI.
001700         03 EQ-SUMBER      PIC X(13).
001800         03 EQ-KUNCI       PIC X(20).
001900     02 EQ-ALASAN          PIC X(40).
002000     02 EQ-TANGGAL         PIC 9(08).
002100     02 EQ-JAM             PIC 9(06).
002200     02 EQ-KALI            PIC 9(05).
002300     02 EQ-TGL-AKHIR       PIC 9(08).
002400     02 EQ-STATUS          PIC X(01).
002500     02 EQ-PETUGAS         PIC X(08).
002600     02 EQ-CATATAN         PIC X(40).
002700     02 EQ-TGL-SELESAI     PIC 9(08).
002800     02 EQ-OPR-SELESAI     PIC X(08).
