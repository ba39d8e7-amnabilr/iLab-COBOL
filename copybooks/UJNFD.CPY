000100*-----------------------------------------------------------------
000200* UJNFD - FD and record layout for UJIAN-FILE (ujian.dat).
000300*         UJ-JENIS: T = UTS (tengah semester), A = UAS (akhir).
000400*         UJ-URUT: ruang ke-n untuk MK yang pesertanya dipecah
000500*         ke beberapa ruang; UJ-KAPASITAS kursi yang dipakai di
000600*         ruang itu (bawaan RG-KAPASITAS ruang.dat).
000700*         UJ-STATUS: D = draf, P = sudah diterbitkan UJN-MNT
000800*         (kursi.dat terbagi); tiap perubahan jadwal term/jenis
000900*         itu mengembalikan semua record ke D.
001000*-----------------------------------------------------------------
001100 FD UJIAN-FILE.
001200 01 UJIAN-RECORD.
001300     02 UJ-KUNCI.
001400         03 UJ-TERM        PIC 9(05).
001500         03 UJ-JENIS       PIC X(01).
001600         03 UJ-MK          PIC X(06).
001700         03 UJ-URUT        PIC 9(01).
001800     02 UJ-TANGGAL         PIC 9(08).
001900     02 UJ-SESI            PIC 9(01).
002000     02 UJ-RUANG           PIC X(06).
002100     02 UJ-KAPASITAS       PIC 9(03).
002200     02 UJ-STATUS          PIC X(01).
