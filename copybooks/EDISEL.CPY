000100*-----------------------------------------------------------------
000200* EDISEL - SELECT clause for EDOM-ISI (edomisi.dat), daftar
000300*          mahasiswa yang sudah mengisi kuesioner suatu kelas,
000400*          disimpan terpisah dari jawabannya (edom.dat).
000500*-----------------------------------------------------------------
000600     SELECT EDOM-ISI ASSIGN TO 'edomisi.dat'
000700     ORGANIZATION IS INDEXED
000800     ACCESS MODE IS DYNAMIC
000900     RECORD KEY IS EI-KUNCI
001000     FILE STATUS IS EI-FS.
