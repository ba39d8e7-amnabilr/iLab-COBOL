000100*-----------------------------------------------------------------
000200* BTSSEL - SELECT clause for BATAS-MST (batasop.dat), batas
000300*          otorisasi nilai PO per operator. PO-ENTRY menahan PO
000400*          yang nilainya melebihi batas pembuatnya, PO-APRV hanya
000500*          mengizinkan penyetuju yang batasnya mencukupi. File
000600*          belum ada berarti batas belum dipakai sama sekali.
000700*          Dipelihara lewat BTS-MNT.
000800*-----------------------------------------------------------------
000900     SELECT BATAS-MST ASSIGN TO 'batasop.dat'
001000     ORGANIZATION IS INDEXED
001100     ACCESS MODE IS DYNAMIC
001200     RECORD KEY IS BT-OP-ID
001300     FILE STATUS IS BT-FS.
