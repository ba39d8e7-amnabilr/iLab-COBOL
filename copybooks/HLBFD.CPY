000100*-----------------------------------------------------------------
000200* HLBFD - FD and record layout for HARI-LIBUR (harilibur.dat).
000300*         HL-JENIS: L = hari libur (tidak bekerja walau hari
000400*         biasa), K = hari kerja pengganti (Sabtu/Minggu yang
000500*         ditetapkan masuk kerja). Sabtu dan Minggu tanpa baris
000600*         di sini adalah hari tidak bekerja.
000700*-----------------------------------------------------------------
000800 FD HARI-LIBUR.
000900 01 HARI-LIBUR-RECORD.
001000     02 HL-TANGGAL         PIC 9(08).
001100     02 HL-JENIS           PIC X(01).
001200     02 HL-KETERANGAN      PIC X(30).
001300     02 HL-OPERATOR        PIC X(08).
001400     02 HL-TGL-CATAT       PIC 9(08).
