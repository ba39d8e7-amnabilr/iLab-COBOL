000100*-----------------------------------------------------------------
000200* RNGSEL - SELECT clause for RUANG-MST (ruang.dat), master ruang
000300*          kuliah yang dipakai jadwal.dat. Berkunci kode ruang.
000400*-----------------------------------------------------------------
000500     SELECT RUANG-MST ASSIGN TO 'ruang.dat'
000600     ORGANIZATION IS INDEXED
000700     ACCESS MODE IS DYNAMIC
000800     RECORD KEY IS RG-KODE
000900     FILE STATUS IS RG-FS.
