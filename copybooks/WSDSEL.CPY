000100*-----------------------------------------------------------------
000200* WSDSEL - SELECT clause for WISUDA-FILE (wisuda.dat): pendaftaran
000300*          wisuda dan buku induk lulusan, satu record per NPM.
000400*-----------------------------------------------------------------
000500     SELECT WISUDA-FILE ASSIGN TO 'wisuda.dat'
000600     ORGANIZATION IS INDEXED
000700     ACCESS MODE IS DYNAMIC
000800     RECORD KEY IS WD-NPM
000900     FILE STATUS IS WD-FS.
