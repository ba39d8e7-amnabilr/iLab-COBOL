000100*-----------------------------------------------------------------
000200* PTHSEL - SELECT clause for PO-TAHAN (potahan.dat), satu record
000300*          per nomor PO yang ditahan PO-ENTRY karena nilainya
000400*          melebihi batas otorisasi pembuatnya, diputus lewat
000500*          PO-APRV. Baris po.dat-nya berstatus M selama ditahan.
000600*-----------------------------------------------------------------
000700     SELECT PO-TAHAN ASSIGN TO 'potahan.dat'
000800     ORGANIZATION IS INDEXED
000900     ACCESS MODE IS DYNAMIC
001000     RECORD KEY IS PT-NO-PO
001100     FILE STATUS IS PT-FS.
