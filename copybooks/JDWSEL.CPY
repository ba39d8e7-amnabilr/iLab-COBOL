000100*-----------------------------------------------------------------
000200* JDWSEL - SELECT clause for JADWAL-FILE (jadwal.dat), jadwal
000300*          kuliah per term: satu record per pertemuan mingguan
000400*          satu MK. Kunci TERM + MK + SESI, jadi semua pertemuan
000500*          satu MK terbaca berurutan lewat START, dan seluruh
000600*          jadwal satu term lewat START pada TERM saja.
000700*-----------------------------------------------------------------
000800     SELECT JADWAL-FILE ASSIGN TO 'jadwal.dat'
000900     ORGANIZATION IS INDEXED
001000     ACCESS MODE IS DYNAMIC
001100     RECORD KEY IS JD-KUNCI
001200     FILE STATUS IS JD-FS.
