000100*-----------------------------------------------------------------
000200* TRMSEL - SELECT clause for TERIMA-FILE (terima.dat), bukti
000300*          penerimaan barang bernomor (trmctl.dat), satu record
000400*          per baris bukti. Ditulis lewat subprogram TRM-DOK oleh
000500*          semua jalur penerimaan; kunci alternatif nomor PO +
000600*          urut baris (ganda) untuk FKT-MATCH dan SUP-PERF.
000700*-----------------------------------------------------------------
000800     SELECT TERIMA-FILE ASSIGN TO 'terima.dat'
000900     ORGANIZATION IS INDEXED
001000     ACCESS MODE IS DYNAMIC
001100     RECORD KEY IS TM-KUNCI
001200     ALTERNATE RECORD KEY IS TM-PO-BARIS WITH DUPLICATES
001300     FILE STATUS IS TM-FS.
