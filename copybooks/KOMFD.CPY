000100*-----------------------------------------------------------------
000200* KOMFD - FD and record layout for KOMIT-FILE (komitmen.dat).
000300*         KOM-HARGA harga satuan saat permintaan dientri, KOM-SISA
000400*         nilai komitmen yang masih terbuka. KOM-STATUS:
000500*         T = ditahan menunggu persetujuan ANG-APRV, A = aktif
000600*         (sudah membebani ANG-KOMIT), S = selesai, X = ditolak.
000700*-----------------------------------------------------------------
000800 FD KOMIT-FILE.
000900 01 KOMIT-RECORD.
001000     02 KOM-KUNCI.
001100         03 KOM-REQ-NO     PIC 9(05).
001200         03 KOM-REQ-URUT   PIC 9(02).
001300     02 KOM-DEPT           PIC X(10).
001400     02 KOM-TAHUN          PIC 9(04).
001500     02 KOM-HARGA          PIC 9(07)V9(03).
001600     02 KOM-SISA           PIC 9(11)V9(03).
001700     02 KOM-STATUS         PIC X(01).
