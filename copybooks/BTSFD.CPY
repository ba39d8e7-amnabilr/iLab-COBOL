000100*-----------------------------------------------------------------
000200* BTSFD - FD and record layout for BATAS-MST (batasop.dat).
000300*         BT-BATAS-PO nilai total satu PO dalam rupiah (setelah
000400*         konversi PO-KURS) yang boleh dibuat/disetujui operator
000500*         itu. Operator tanpa record dianggap berbatas nol.
000600*-----------------------------------------------------------------
000700 FD BATAS-MST.
000800 01 BATAS-RECORD.
000900     02 BT-OP-ID           PIC X(08).
001000     02 BT-BATAS-PO        PIC 9(11)V9(03).
001100     02 BT-TGL-UBAH        PIC 9(08).
001200     02 BT-PENGUBAH        PIC X(08).
