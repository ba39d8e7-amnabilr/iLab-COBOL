000100*-----------------------------------------------------------------
000200* KUOSEL - SELECT clause for KUOTA-FILE (kuota.dat), kapasitas
000300*          kursi per MK per term (KLS-MNT). MK tanpa record di
000400*          sini tidak dibatasi KRS-ENTRY.
000500*-----------------------------------------------------------------
000600     SELECT KUOTA-FILE ASSIGN TO 'kuota.dat'
000700     ORGANIZATION IS INDEXED
000800     ACCESS MODE IS DYNAMIC
000900     RECORD KEY IS KU-KUNCI
001000     FILE STATUS IS KU-FS.
