000100*-----------------------------------------------------------------
000200* HBYSEL - SELECT clause for HONBAYAR-FILE (honbayar.dat), satu
000300*          record per pertemuan yang sudah dibayar HONOR-DSN,
000400*          supaya run ulang bulan yang sama tidak membayar
000500*          pertemuan yang sama dua kali.
000600*-----------------------------------------------------------------
000700     SELECT HONBAYAR-FILE ASSIGN TO 'honbayar.dat'
000800     ORGANIZATION IS INDEXED
000900     ACCESS MODE IS DYNAMIC
001000     RECORD KEY IS HB-KUNCI
001100     FILE STATUS IS HB-FS.
