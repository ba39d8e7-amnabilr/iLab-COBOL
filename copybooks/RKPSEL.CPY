000100*-----------------------------------------------------------------
000200* RKPSEL - SELECT clause for STOK-REKAP (stokrkp.dat), rekap
000300*          mutasi stok bulanan per KODE-BRG per bulan per gudang,
000400*          supaya laporan tidak perlu memutar stokjrnl.dat dari
000500*          baris pertama untuk bulan yang sudah ditutup.
000600*-----------------------------------------------------------------
000700     SELECT STOK-REKAP ASSIGN TO 'stokrkp.dat'
000800     ORGANIZATION IS INDEXED
000900     ACCESS MODE IS DYNAMIC
001000     RECORD KEY IS RKP-KUNCI
001100     FILE STATUS IS RKP-FS.
