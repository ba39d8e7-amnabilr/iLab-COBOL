000100*-----------------------------------------------------------------
000200* QTPSEL - SELECT clause for QTPETA-FILE (qtpeta.dat), peta
000300*          kolom dan delimiter file daftar harga elektronik per
000400*          supplier yang dipakai impor penawaran QT-IMP.
000500*-----------------------------------------------------------------
000600     SELECT QTPETA-FILE ASSIGN TO 'qtpeta.dat'
000700     ORGANIZATION IS INDEXED
000800     ACCESS MODE IS DYNAMIC
000900     RECORD KEY IS QP-SUPPLIER
001000     FILE STATUS IS QP-FS.
