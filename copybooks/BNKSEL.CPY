000100*-----------------------------------------------------------------
000200* BNKSEL - SELECT clause for BANKIMP-FILE (bankimp.dat), kendali
000300*          impor rekening koran virtual account BNK-IMP: satu
000400*          record per rekening koran yang pernah diimpor, supaya
000500*          file yang sama tidak bisa dibukukan dua kali.
000600*-----------------------------------------------------------------
000700     SELECT BANKIMP-FILE ASSIGN TO 'bankimp.dat'
000800     ORGANIZATION IS INDEXED
000900     ACCESS MODE IS DYNAMIC
001000     RECORD KEY IS BI-KUNCI
001100     FILE STATUS IS BI-FS.
