000100*-----------------------------------------------------------------
000200* ADLSEL - SELECT clause for AUDLULUS-FILE (audlulus.dat), hasil
000300*          audit kelulusan terakhir per NPM dari GRAD-AUD.
000400*-----------------------------------------------------------------
000500     SELECT AUDLULUS-FILE ASSIGN TO 'audlulus.dat'
000600     ORGANIZATION IS INDEXED
000700     ACCESS MODE IS DYNAMIC
000800     RECORD KEY IS AL-NPM
000900     FILE STATUS IS AL-FS.
