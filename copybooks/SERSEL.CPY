000100*-----------------------------------------------------------------
000200* SERSEL - SELECT clause for SERI-FILE (serial.dat), posisi
000300*          terakhir tiap unit barang berseri, berkunci KODE-BRG
000400*          plus nomor seri. Hanya ditulis lewat SERI-UPD.
000500*-----------------------------------------------------------------
000600     SELECT SERI-FILE ASSIGN TO 'serial.dat'
000700     ORGANIZATION IS INDEXED
000800     ACCESS MODE IS DYNAMIC
000900     RECORD KEY IS SN-KUNCI
001000     FILE STATUS IS SN-FS.
