000100*-----------------------------------------------------------------
000200* UJNSEL - SELECT clause for UJIAN-FILE (ujian.dat), jadwal ujian
000300*          UTS/UAS per term: satu record per ruang yang dipakai
000400*          satu MK. Kunci TERM + JENIS + MK + URUT, jadwal satu
000500*          term/jenis terbaca berurutan lewat START.
000600*-----------------------------------------------------------------
000700     SELECT UJIAN-FILE ASSIGN TO 'ujian.dat'
000800     ORGANIZATION IS INDEXED
000900     ACCESS MODE IS DYNAMIC
001000     RECORD KEY IS UJ-KUNCI
001100     FILE STATUS IS UJ-FS.
