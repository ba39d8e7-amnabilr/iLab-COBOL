000100*-----------------------------------------------------------------
000200* JULSEL - SELECT clause for JUAL-LOG (jual.dat), log penjualan
000300*          toko kampus: satu baris per barang per nota dan satu
000400*          baris setoran kas tiap kasir menutup laci. Ditulis
000500*          POS-JUAL, dibaca laporan kas harian KAS-TOKO.
000600*-----------------------------------------------------------------
000700     SELECT JUAL-LOG ASSIGN TO 'jual.dat'
000800     ORGANIZATION IS LINE SEQUENTIAL
000900     FILE STATUS IS JL-FS.
