000100*-----------------------------------------------------------------
000200* NDBSEL - SELECT clause for NOTA-DEBET (notadb.dat), register
000300*          nota debet retur pembelian yang dicetak PO-RETUR
000400*          (nomor dari dmctl.dat), supaya nota yang masih
000500*          terbuka bisa dipotongkan FKT-BAYAR pada pembayaran
000600*          supplier berikutnya.
000700*-----------------------------------------------------------------
000800     SELECT NOTA-DEBET ASSIGN TO 'notadb.dat'
000900     ORGANIZATION IS INDEXED
001000     ACCESS MODE IS DYNAMIC
001100     RECORD KEY IS NDB-NO
001200     FILE STATUS IS NDB-FS.
