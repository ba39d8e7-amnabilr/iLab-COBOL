000100*-----------------------------------------------------------------
000200* PJMSEL - SELECT clause for PINJAM-FILE (pinjam.dat), peminjaman
000300*          alat lab/media di meja pinjam PJM-DESK. Berkunci NPM +
000400*          nomor pinjam (pjmctl.dat), jadi seluruh pinjaman satu
000500*          mahasiswa terbaca berurutan lewat START pada NPM --
000600*          pola yang sama dengan tagihan.dat untuk tahanan
000650*          tunggakan.
000700*-----------------------------------------------------------------
000800     SELECT PINJAM-FILE ASSIGN TO 'pinjam.dat'
000900     ORGANIZATION IS INDEXED
001000     ACCESS MODE IS DYNAMIC
001100     RECORD KEY IS PJ-KUNCI
001200     FILE STATUS IS PJ-FS.
