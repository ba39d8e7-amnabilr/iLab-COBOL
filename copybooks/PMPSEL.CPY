000100*-----------------------------------------------------------------
000200* PMPSEL - SELECT clause for PMBPRODI-FILE (pmbprodi.dat),
000300*          pengaturan penerimaan per tahun angkatan per prodi:
000400*          kode prodi di NPM, daya tampung, biaya daftar ulang
000500*          dan nomor urut NPM terakhir. Diisi PMB-MNT (pilihan
000600*          P, supervisor level 2).
000700*-----------------------------------------------------------------
000800     SELECT PMBPRODI-FILE ASSIGN TO 'pmbprodi.dat'
000900     ORGANIZATION IS INDEXED
001000     ACCESS MODE IS DYNAMIC
001100     RECORD KEY IS PP-KUNCI
001200     FILE STATUS IS PP-FS.
