000100*-----------------------------------------------------------------
000200* THNSEL - SELECT clause for TARIF-HONOR (tarifhon.dat), tarif
000300*          honorarium mengajar per jabatan dosen. Diisi DSN-MNT
000400*          (pilihan R), dibaca HONOR-DSN.
000500*-----------------------------------------------------------------
000600     SELECT TARIF-HONOR ASSIGN TO 'tarifhon.dat'
000700     ORGANIZATION IS INDEXED
000800     ACCESS MODE IS DYNAMIC
000900     RECORD KEY IS TH-JABATAN
001000     FILE STATUS IS TH-FS.
