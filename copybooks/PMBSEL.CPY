000100*-----------------------------------------------------------------
000200* PMBSEL - SELECT clause for PENDAFTAR-FILE (pmb.dat), calon
000300*          mahasiswa baru: satu record per nomor formulir
000400*          pendaftaran, dari daftar sampai NPM terbit. Diisi
000500*          PMB-MNT, dilaporkan PMB-RPT.
000600*-----------------------------------------------------------------
000700     SELECT PENDAFTAR-FILE ASSIGN TO 'pmb.dat'
000800     ORGANIZATION IS INDEXED
000900     ACCESS MODE IS DYNAMIC
001000     RECORD KEY IS PM-NO-DAFTAR
001100     FILE STATUS IS PM-FS.
