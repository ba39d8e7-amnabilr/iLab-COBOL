000100*-----------------------------------------------------------------
000200* EVLSEL - SELECT clause for EVALDO-FILE (evaldo.dat), riwayat
000300*          evaluasi studi akhir tahun (peringatan dan drop out).
000400*-----------------------------------------------------------------
000500     SELECT EVALDO-FILE ASSIGN TO 'evaldo.dat'
000600     ORGANIZATION IS INDEXED
000700     ACCESS MODE IS DYNAMIC
000800     RECORD KEY IS EV-KUNCI
000900     FILE STATUS IS EV-FS.
