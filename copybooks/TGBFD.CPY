000100*-----------------------------------------------------------------
000200* TGBFD - FD and record layout for TAGIHAN-BARIS (tgbaris.dat).
000300*         TB-NO nomor dokumen asal (nomor nota POS-JUAL).
000400*         TB-JENIS: J = belanja toko kampus. TB-STATUS seperti
000500*         TG-STATUS tagihan.dat: T = terbuka, L = lunas.
000600*-----------------------------------------------------------------
000700 FD TAGIHAN-BARIS.
000800 01 TAGIHAN-BARIS-RECORD.
000900     02 TB-KUNCI.
001000         03 TB-NPM         PIC X(08).
001100         03 TB-TERM        PIC 9(05).
001200         03 TB-NO          PIC 9(07).
001300     02 TB-JENIS           PIC X(01).
001400     02 TB-TANGGAL         PIC 9(08).
001500     02 TB-JUMLAH          PIC 9(09).
001600     02 TB-DIBAYAR         PIC 9(09).
001700     02 TB-STATUS          PIC X(01).
001800     02 TB-KET             PIC X(20).
