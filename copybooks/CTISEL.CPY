000100*-----------------------------------------------------------------
000200* CTISEL - SELECT clause for CUTI-FILE (cuti.dat), pengajuan cuti
000300*          akademik per mahasiswa per term (CUTI-MNT).
000400*-----------------------------------------------------------------
000500     SELECT CUTI-FILE ASSIGN TO 'cuti.dat'
000600     ORGANIZATION IS INDEXED
000700     ACCESS MODE IS DYNAMIC
000800     RECORD KEY IS CT-KUNCI
000900     FILE STATUS IS CT-FS.
