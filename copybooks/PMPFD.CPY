000100*-----------------------------------------------------------------
000200* PMPFD - FD and record layout for PMBPRODI-FILE (pmbprodi.dat).
000300*         NPM baru = YY tahun angkatan + PP-KODE-NPM + nomor
000400*         urut 4 digit (8 digit angka, selalu lolos NPM-CHK).
000500*         PP-NO-NPM = nomor urut terakhir yang sudah dipakai;
000600*         hanya naik, nomor yang ternyata sudah ada di dept.dat
000700*         dilewati. PP-JML-TERIMA = pendaftar berstatus T/R.
000800*-----------------------------------------------------------------
000900 FD PMBPRODI-FILE.
001000 01 PMBPRODI-RECORD.
001100     02 PP-KUNCI.
001200         03 PP-TAHUN       PIC 9(04).
001300         03 PP-PRODI       PIC X(20).
001400     02 PP-KODE-NPM        PIC 9(02).
001500     02 PP-DAYA-TAMPUNG    PIC 9(04).
001600     02 PP-JML-TERIMA      PIC 9(04).
001700     02 PP-BIAYA-DU        PIC 9(09).
001800     02 PP-NO-NPM          PIC 9(04).
