000100*-----------------------------------------------------------------
000200* HSTSEL - SELECT clause for STATUS-HIST (stathis.dat), status
000300*          mahasiswa per term hasil her-registrasi HER-REG:
000400*          satu record per NPM per term.
000500*-----------------------------------------------------------------
000600     SELECT STATUS-HIST ASSIGN TO 'stathis.dat'
000700     ORGANIZATION IS INDEXED
000800     ACCESS MODE IS DYNAMIC
000900     RECORD KEY IS HS-KUNCI
001000     FILE STATUS IS HS-FS.
