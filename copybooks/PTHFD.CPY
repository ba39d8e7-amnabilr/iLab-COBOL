000100*-----------------------------------------------------------------
000200* PTHFD - FD and record layout for PO-TAHAN (potahan.dat).
000300*         PT-STATUS: M = menunggu persetujuan, S = disetujui
000400*         (baris PO menjadi resmi), T = ditolak (baris PO
000500*         dihapus). PT-NILAI total rupiah PO saat ditahan.
000600*-----------------------------------------------------------------
000700 FD PO-TAHAN.
000800 01 PO-TAHAN-RECORD.
000900     02 PT-NO-PO           PIC 9(05).
001000     02 PT-SUPPLIER        PIC X(13).
001100     02 PT-NILAI           PIC 9(11)V9(03).
001200     02 PT-PEMBUAT         PIC X(08).
001300     02 PT-TGL             PIC 9(08).
001400     02 PT-STATUS          PIC X(01).
001500     02 PT-PENYETUJU       PIC X(08).
001600     02 PT-TGL-PUTUS       PIC 9(08).
