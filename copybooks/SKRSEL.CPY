000100*-----------------------------------------------------------------
000200* SKRSEL - SELECT clause for SKRIPSI-MST (skripsi.dat), register
000300*          tugas akhir: satu record per NPM.
000400*-----------------------------------------------------------------
000500     SELECT SKRIPSI-MST ASSIGN TO 'skripsi.dat'
000600     ORGANIZATION IS INDEXED
000700     ACCESS MODE IS DYNAMIC
000800     RECORD KEY IS SK-NPM
000900     FILE STATUS IS SK-FS.
