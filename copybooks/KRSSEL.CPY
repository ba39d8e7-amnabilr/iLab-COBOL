000100*-----------------------------------------------------------------
000200* KRSSEL - SELECT clause for KRS-FILE (krs.dat), rencana studi:
000300*          satu record per NPM per MK per term. Kunci utama
000400*          NPM + MK + TERM; kunci alternatif MK + TERM (ganda)
000500*          untuk daftar kelas.
000600*-----------------------------------------------------------------
000700     SELECT KRS-FILE ASSIGN TO 'krs.dat'
000800     ORGANIZATION IS INDEXED
000900     ACCESS MODE IS DYNAMIC
001000     RECORD KEY IS KR-KUNCI
001100     ALTERNATE RECORD KEY IS KR-MK-TERM WITH DUPLICATES
001200     FILE STATUS IS KR-FS.
