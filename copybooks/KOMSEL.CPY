000100*-----------------------------------------------------------------
000200* KOMSEL - SELECT clause for KOMIT-FILE (komitmen.dat), komitmen
000300*          anggaran per baris permintaan reqbrg.dat (kunci sama
000400*          dengan REQ-KUNCI), ditulis STK-REQ saat entri dan
000500*          dilepas bertahap saat issue.
000600*-----------------------------------------------------------------
000700     SELECT KOMIT-FILE ASSIGN TO 'komitmen.dat'
000800     ORGANIZATION IS INDEXED
000900     ACCESS MODE IS DYNAMIC
001000     RECORD KEY IS KOM-KUNCI
001100     FILE STATUS IS KOM-FS.
