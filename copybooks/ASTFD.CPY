000100*-----------------------------------------------------------------
000200* ASTFD - FD and record layout for ASET-MST (aset.dat).
000300*         AS-HARGA harga perolehan (rata-rata biaya.dat saat
000400*         issue), AS-NILAI-BUKU = AS-HARGA - AS-AKUM-SUSUT,
000500*         AS-BLN-SUSUT bulan (YYYYMM) terakhir yang sudah
000600*         disusutkan. AS-STATUS: A = aktif, H = habis disusutkan.
000700*-----------------------------------------------------------------
000800 FD ASET-MST.
000900 01 ASET-RECORD.
001000     02 AS-TAG             PIC 9(06).
001100     02 AS-KODE-BRG        PIC X(05).
001200     02 AS-NAMA            PIC X(22).
001300     02 AS-DEPT            PIC X(10).
001400     02 AS-LOKASI          PIC X(20).
001500     02 AS-REQ-NO          PIC 9(05).
001600     02 AS-REQ-URUT        PIC 9(02).
001700     02 AS-TGL-PEROLEHAN   PIC 9(08).
001800     02 AS-HARGA           PIC 9(09)V9(03).
001900     02 AS-UMUR-BLN        PIC 9(03).
002000     02 AS-AKUM-SUSUT      PIC 9(09)V9(03).
002100     02 AS-NILAI-BUKU      PIC 9(09)V9(03).
002200     02 AS-BLN-SUSUT       PIC 9(06).
002300     02 AS-STATUS          PIC X(01).
