000100*-----------------------------------------------------------------
000200* NKPSEL - SELECT clause for NILKOMP-FILE (nilkomp.dat), skor
000300*          komponen per mahasiswa. Kunci urut term + MK + NPM +
000400*          komponen, jadi satu kelas terbaca berurutan untuk
000500*          lembar komponen.
000600*-----------------------------------------------------------------
000700     SELECT NILKOMP-FILE ASSIGN TO 'nilkomp.dat'
000800     ORGANIZATION IS INDEXED
000900     ACCESS MODE IS DYNAMIC
001000     RECORD KEY IS NK-KUNCI
001100     FILE STATUS IS NK-FS.
