000100*-----------------------------------------------------------------
000200* KSISEL - SELECT clause for KURSI-FILE (kursi.dat), pembagian
000300*          kursi ujian: satu record per mahasiswa per MK per
000400*          term/jenis ujian. Kunci TERM + JENIS + NPM + MK, jadi
000500*          kartu ujian satu mahasiswa terbaca berurutan.
000600*-----------------------------------------------------------------
000700     SELECT KURSI-FILE ASSIGN TO 'kursi.dat'
000800     ORGANIZATION IS INDEXED
000900     ACCESS MODE IS DYNAMIC
001000     RECORD KEY IS KS-KUNCI
001100     FILE STATUS IS KS-FS.
