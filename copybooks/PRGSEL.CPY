000100*-----------------------------------------------------------------
000200* PRGSEL - SELECT clause for PRODI-MST (prodi.dat), master program
000300*          studi: kode singkat, fakultas dan penghitung nomor
000400*          ijazah/transkrip per prodi. Kunci = nama prodi persis
000500*          seperti DP-PRODI dan KUR-PRODI.
000600*-----------------------------------------------------------------
000700     SELECT PRODI-MST ASSIGN TO 'prodi.dat'
000800     ORGANIZATION IS INDEXED
000900     ACCESS MODE IS DYNAMIC
001000     RECORD KEY IS PS-PRODI
001100     FILE STATUS IS PS-FS.
