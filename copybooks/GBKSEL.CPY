000100*-----------------------------------------------------------------
000200* GBKSEL - SELECT clause for GRADEBOOK (GRADEBOOK.DAT), nilai
000300*          term berjalan. Kunci utama NPM + MK + TERM; kunci
000400*          alternatif MK + TERM (ganda) untuk daftar kelas.
000500*-----------------------------------------------------------------
000600     SELECT GRADEBOOK ASSIGN TO 'GRADEBOOK.DAT'
000700     ORGANIZATION IS INDEXED
000800     ACCESS MODE IS DYNAMIC
000900     RECORD KEY IS GB-KUNCI
001000     ALTERNATE RECORD KEY IS GB-MK-TERM WITH DUPLICATES
001100     FILE STATUS IS GB-FS.
