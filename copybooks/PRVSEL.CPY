000100*-----------------------------------------------------------------
000200* PRVSEL - SELECT clause for PO-REVISI-JRN (porevisi.dat), riwayat
000300*          perubahan dan pembatalan baris PO lewat PO-UBAH; satu
000400*          baris per perubahan, ditambahkan di akhir (EXTEND).
000500*-----------------------------------------------------------------
000600     SELECT PO-REVISI-JRN ASSIGN TO 'porevisi.dat'
000700     ORGANIZATION IS LINE SEQUENTIAL
000800     FILE STATUS IS PR-FS.
