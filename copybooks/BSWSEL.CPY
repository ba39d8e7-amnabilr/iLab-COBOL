000100*-----------------------------------------------------------------
000200* BSWSEL - SELECT clause for BEASISWA-MST (beasiswa.dat), master
000300*          skema beasiswa. Berkunci kode skema.
000400*-----------------------------------------------------------------
000500     SELECT BEASISWA-MST ASSIGN TO 'beasiswa.dat'
000600     ORGANIZATION IS INDEXED
000700     ACCESS MODE IS DYNAMIC
000800     RECORD KEY IS BS-SKEMA
000900     FILE STATUS IS BS-FS.
