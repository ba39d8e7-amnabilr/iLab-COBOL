000100*-----------------------------------------------------------------
000200* PGTSEL - SELECT clause for PENGGANTI-MST (pengganti.dat),
000300*          daftar barang pengganti per KODE-BRG menurut urutan
000400*          preferensi, dipelihara PGT-ADD dan ditawarkan STK-REQ
000500*          kalau stok tersedia tidak menutup baris permintaan.
000600*-----------------------------------------------------------------
000700     SELECT PENGGANTI-MST ASSIGN TO 'pengganti.dat'
000800     ORGANIZATION IS INDEXED
000900     ACCESS MODE IS DYNAMIC
001000     RECORD KEY IS PG-KUNCI
001100     FILE STATUS IS PG-FS.
