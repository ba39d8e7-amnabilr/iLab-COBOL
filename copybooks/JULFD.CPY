000100*-----------------------------------------------------------------
000200* JULFD - FD and record layout for JUAL-LOG (jual.dat).
000300*         JL-JENIS: J = baris penjualan, S = setoran kas kasir
000400*         saat tutup laci (hanya JL-TANGGAL, JL-JAM, JL-KASIR
000500*         dan JL-NILAI = uang yang disetor yang terisi).
000600*         JL-NO nomor nota (jualctl.dat), JL-BARIS urut barang
000700*         dalam nota mulai 1. JL-BAYAR: T = tunai, G = ditagihkan
000800*         ke tagihan kuliah term JL-TERM (tgbaris.dat).
000900*         JL-HARGA harga jual satuan, JL-NILAI = jumlah x harga.
001000*-----------------------------------------------------------------
001100 FD JUAL-LOG.
001200 01 JUAL-LINE.
001300     02 JL-JENIS           PIC X(01).
001400     02 FILLER             PIC X(01).
001500     02 JL-NO              PIC 9(07).
001600     02 FILLER             PIC X(01).
001700     02 JL-BARIS           PIC 9(03).
001800     02 FILLER             PIC X(01).
001900     02 JL-TANGGAL         PIC 9(08).
002000     02 FILLER             PIC X(01).
002100     02 JL-JAM             PIC 9(08).
002200     02 FILLER             PIC X(01).
002300     02 JL-KASIR           PIC X(08).
002400     02 FILLER             PIC X(01).
002500     02 JL-NPM             PIC X(08).
002600     02 FILLER             PIC X(01).
002700     02 JL-BAYAR           PIC X(01).
002800     02 FILLER             PIC X(01).
002900     02 JL-TERM            PIC 9(05).
003000     02 FILLER             PIC X(01).
003100     02 JL-GUDANG          PIC 9(02).
003200     02 FILLER             PIC X(01).
003300     02 JL-KODE-BRG        PIC X(05).
003400     02 FILLER             PIC X(01).
003500     02 JL-JUMLAH          PIC 9(05).
003600     02 FILLER             PIC X(01).
003700     02 JL-HARGA           PIC 9(09).
003800     02 FILLER             PIC X(01).
003900     02 JL-NILAI           PIC 9(09).
