000100*-----------------------------------------------------------------
000200* BSRFD - FD and record layout for BRG-SERI-MST (brgseri.dat).
000300*         BSR-GARANSI-BLN masa garansi supplier dalam bulan sejak
000400*         tanggal terima unit (nol = tanpa garansi).
000500*-----------------------------------------------------------------
000600 FD BRG-SERI-MST.
000700 01 BRG-SERI-RECORD.
000800     02 BSR-KODE-BRG       PIC X(05).
000900     02 BSR-GARANSI-BLN    PIC 9(03).
001000     02 BSR-TGL-UBAH       PIC 9(08).
001100     02 BSR-PENGUBAH       PIC X(08).
