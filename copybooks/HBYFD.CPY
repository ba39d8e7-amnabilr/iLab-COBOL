000100*-----------------------------------------------------------------
000200* HBYFD - FD and record layout for HONBAYAR-FILE (honbayar.dat).
000300*         HB-TGL = tanggal pertemuan (AB-TGL absensi.dat).
000400*         HB-BULAN = bulan honor, HB-TGL-BAYAR dan HB-JAM-BAYAR
000500*         = run HONOR-DSN yang membayarnya (cocok dengan nama
000600*         file HONOR-*.RPT dan TRFHONOR-*.DAT run itu).
000700*-----------------------------------------------------------------
000800 FD HONBAYAR-FILE.
000900 01 HONBAYAR-RECORD.
001000     02 HB-KUNCI.
001100         03 HB-DS-ID       PIC X(08).
001200         03 HB-MK          PIC X(06).
001300         03 HB-TERM        PIC 9(05).
001400         03 HB-TGL         PIC 9(08).
001500     02 HB-BULAN           PIC 9(06).
001600     02 HB-SKS             PIC 9(01).
001700     02 HB-NILAI           PIC 9(09).
001800     02 HB-TGL-BAYAR       PIC 9(08).
001900     02 HB-JAM-BAYAR       PIC 9(06).
