000100*-----------------------------------------------------------------
000200* GNTSEL - SELECT clause for REQ-GANTI (reqganti.dat), log
000300*          issue barang pengganti STK-REQ: satu baris per
000400*          penggantian yang dibukukan terhadap baris permintaan
000500*          asalnya, dibaca laporan beban STK-REQ dan BEBAN-DPT.
000600*-----------------------------------------------------------------
000700     SELECT REQ-GANTI ASSIGN TO 'reqganti.dat'
000800     ORGANIZATION IS LINE SEQUENTIAL
000900     FILE STATUS IS GN-FS.
