000200* HPDFD - FD and record layout for HARGA-PENDING (hrgpend.dat).
000300*         Satu permintaan tertunda per KODE-BRG; permintaan baru
000400*         untuk kode yang sama menimpa yang lama.
000410*         HP-PEMINTA adalah ID operator yang mengajukan; HRG-APRV
000420*         menyalinnya ke PH-OPERATOR di pricehist.dat.
000500*-----------------------------------------------------------------
000600 FD HARGA-PENDING.
000700 01 HARGA-PENDING-RECORD.
000900     02 HP-HARGA-LAMA      PIC 9(07)V9(03).
001000     02 HP-HARGA-BARU      PIC 9(07)V9(03).
001100     02 HP-TGL-MINTA       PIC 9(08).
001200     02 HP-PEMINTA         PIC X(08).
