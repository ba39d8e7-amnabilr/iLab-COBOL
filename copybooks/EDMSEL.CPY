000100*-----------------------------------------------------------------
000200* EDMSEL - SELECT clause for EDOM-FILE (edom.dat), jawaban
000300*          kuesioner evaluasi dosen per term/MK/dosen. Tanpa NPM
000400*          supaya tetap anonim; ED-URUT nomor urut jawaban kelas.
000500*-----------------------------------------------------------------
000600     SELECT EDOM-FILE ASSIGN TO 'edom.dat'
000700     ORGANIZATION IS INDEXED
000800     ACCESS MODE IS DYNAMIC
000900     RECORD KEY IS ED-KUNCI
001000     FILE STATUS IS ED-FS.
