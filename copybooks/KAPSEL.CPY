000100*-----------------------------------------------------------------
000200* KAPSEL - SELECT clause for KAPITAL-MST (kapital.dat), daftar
000300*          KODE-BRG yang diperlakukan sebagai barang modal
000400*          (proyektor, mikroskop, dsb.) beserta umur manfaatnya;
000500*          issue STK-REQ atas barang ini membuat record aset.
000600*-----------------------------------------------------------------
000700     SELECT KAPITAL-MST ASSIGN TO 'kapital.dat'
000800     ORGANIZATION IS INDEXED
000900     ACCESS MODE IS DYNAMIC
001000     RECORD KEY IS KAP-KODE-BRG
001100     FILE STATUS IS KAP-FS.
