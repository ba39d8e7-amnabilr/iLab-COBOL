000100*-----------------------------------------------------------------
000200* QTPFD - FD and record layout for QTPETA-FILE (qtpeta.dat).
000300*         QP-KOL-*: nomor kolom (1-10) sesudah UNSTRING dengan
000400*         QP-DELIM; QP-KOL-BERLAKU nol berarti file supplier
000500*         tidak membawa tanggal berlaku dan tanggalnya ditanya
000600*         saat impor. QP-SEP-DESIMAL pemisah desimal kolom
000700*         harga (spasi = harga bulat); karakter lain selain
000800*         angka (pemisah ribuan, 'Rp') diabaikan. QP-BARIS-JUDUL
000900*         jumlah baris judul di awal file yang dilewati.
001000*-----------------------------------------------------------------
001100 FD QTPETA-FILE.
001200 01 QTPETA-RECORD.
001300     02 QP-SUPPLIER        PIC X(13).
001400     02 QP-DELIM           PIC X(01).
001500     02 QP-KOL-NAMA        PIC 9(02).
001600     02 QP-KOL-HARGA       PIC 9(02).
001700     02 QP-KOL-BERLAKU     PIC 9(02).
001800     02 QP-SEP-DESIMAL     PIC X(01).
001900     02 QP-BARIS-JUDUL     PIC 9(02).
002000     02 QP-TGL             PIC 9(08).
002100     02 QP-OPERATOR        PIC X(08).
