000100*-----------------------------------------------------------------
000200* BTWFD - FD and record layout for BTC-JENDELA (batchwin.ctl).
000300*         BW-PROGRAM spasi (atau file tidak ada) = tidak ada
000400*         jendela batch; terisi = nama driver yang memasangnya,
000500*         berikut tanggal dan jam pemasangan.
000600*-----------------------------------------------------------------
000700 FD BTC-JENDELA.
000800 01 BTC-JENDELA-LINE.
000900     02 BW-PROGRAM         PIC X(13).
001000     02 FILLER             PIC X(01).
001100     02 BW-TANGGAL         PIC 9(08).
001200     02 FILLER             PIC X(01).
001300     02 BW-JAM             PIC 9(06).
