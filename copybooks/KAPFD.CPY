000100*-----------------------------------------------------------------
000200* KAPFD - FD and record layout for KAPITAL-MST (kapital.dat).
000300*         KAP-UMUR-BLN umur manfaat dalam bulan untuk penyusutan
000400*         garis lurus ASET-SUSUT.
000500*-----------------------------------------------------------------
000600 FD KAPITAL-MST.
000700 01 KAPITAL-RECORD.
000800     02 KAP-KODE-BRG       PIC X(05).
000900     02 KAP-UMUR-BLN       PIC 9(03).
