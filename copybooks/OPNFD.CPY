000400*         hitungan baru untuk kunci yang sama menimpa yang lama.
000500*         OPN-NILAI adalah nilai mutlak selisih yang membuat
000600*         baris ini melewati ambang persetujuan.
000610*         OPN-PEMINTA adalah ID operator yang menghitung.
000700*-----------------------------------------------------------------
000800 FD OPNAME-PENDING.
000900 01 OPNAME-PENDING-RECORD.
001400     02 OPN-FISIK          PIC 9(05).
001500     02 OPN-NILAI          PIC 9(09)V9(03).
001600     02 OPN-TGL-MINTA      PIC 9(08).
001700     02 OPN-PEMINTA        PIC X(08).
