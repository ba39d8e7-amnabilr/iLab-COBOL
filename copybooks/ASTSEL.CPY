000100*-----------------------------------------------------------------
000200* ASTSEL - SELECT clause for ASET-MST (aset.dat), register aset
000300*          tetap: satu record per unit barang modal yang diissue
000400*          STK-REQ, berkunci nomor tag (asetctl.dat), dipakai
000500*          ASET-SUSUT untuk penyusutan bulanan dan ASET-MNT untuk
000600*          daftar sensus aset per departemen.
000700*-----------------------------------------------------------------
000800     SELECT ASET-MST ASSIGN TO 'aset.dat'
000900     ORGANIZATION IS INDEXED
001000     ACCESS MODE IS DYNAMIC
001100     RECORD KEY IS AS-TAG
001200     FILE STATUS IS AS-FS.
