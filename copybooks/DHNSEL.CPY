000100*-----------------------------------------------------------------
000200* DHNSEL - SELECT clause for DSNHON-MST (dosenhon.dat), profil
000300*          honorarium per dosen: jabatan untuk tarif, status
000400*          dosen luar biasa, rekening bank transfer. Diisi
000500*          DSN-MNT (pilihan H), dibaca HONOR-DSN.
000600*-----------------------------------------------------------------
000700     SELECT DSNHON-MST ASSIGN TO 'dosenhon.dat'
000800     ORGANIZATION IS INDEXED
000900     ACCESS MODE IS DYNAMIC
001000     RECORD KEY IS DH-DS-ID
001100     FILE STATUS IS DH-FS.
