000100*-----------------------------------------------------------------
000200* WLISEL - SELECT clause for WALI-FILE (wali.dat), dosen wali per
000300*          mahasiswa. Berkunci NPM; kunci alternatif ID dosen
000400*          untuk daftar mahasiswa bimbingan seorang wali.
000500*-----------------------------------------------------------------
000600     SELECT WALI-FILE ASSIGN TO 'wali.dat'
000700     ORGANIZATION IS INDEXED
000800     ACCESS MODE IS DYNAMIC
000900     RECORD KEY IS WL-NPM
001000     ALTERNATE RECORD KEY IS WL-DS-ID WITH DUPLICATES
001100     FILE STATUS IS WL-FS.
