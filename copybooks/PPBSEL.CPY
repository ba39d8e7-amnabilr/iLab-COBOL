000100*-----------------------------------------------------------------
000200* PPBSEL - SELECT clause for PPB-FILE (ppb.dat), permintaan
000300*          pembelian departemen: berkunci nomor PPB (ppbctl.dat) +
000400*          nomor urut baris; diisi PPB-ENTRY, diputus supervisor
000500*          lewat PPB-APRV, dan digabung per supplier menjadi draft
000600*          po.dat oleh PPB-PO.
000700*-----------------------------------------------------------------
000800     SELECT PPB-FILE ASSIGN TO 'ppb.dat'
000900     ORGANIZATION IS INDEXED
001000     ACCESS MODE IS DYNAMIC
001100     RECORD KEY IS PP-KUNCI
001200     FILE STATUS IS PP-FS.
