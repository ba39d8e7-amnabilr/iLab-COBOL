000100*-----------------------------------------------------------------
000200* BTWSEL - SELECT clause for BTC-JENDELA (batchwin.ctl), tanda
000300*          jendela batch malam: terisi selama driver tutup malam
000400*          (BATCH-BARANG, BATCH-HARIAN) berjalan, kosong di luar
000500*          itu. Dipasang, dilepas dan ditanyakan lewat subprogram
000600*          BTC-WIN; sisa run yang mati dibuka supervisor lewat
000700*          BTC-BUKA.
000800*-----------------------------------------------------------------
000900     SELECT BTC-JENDELA ASSIGN TO 'batchwin.ctl'
001000     ORGANIZATION IS LINE SEQUENTIAL
001100     FILE STATUS IS BW-FS.
