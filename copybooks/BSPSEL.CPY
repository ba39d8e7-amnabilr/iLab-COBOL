000100*-----------------------------------------------------------------
000200* BSPSEL - SELECT clause for PENERIMA-BSW (bsterima.dat), penerima
000300*          beasiswa per mahasiswa per skema. Berkunci NPM + skema.
000400*-----------------------------------------------------------------
000500     SELECT PENERIMA-BSW ASSIGN TO 'bsterima.dat'
000600     ORGANIZATION IS INDEXED
000700     ACCESS MODE IS DYNAMIC
000800     RECORD KEY IS BP-KUNCI
000900     FILE STATUS IS BP-FS.
