000100*-----------------------------------------------------------------
000200* RKPFD - FD and record layout for STOK-REKAP (stokrkp.dat).
000300*         Satu record per KODE-BRG, bulan (YYYYMM dari
000400*         JR-TANGGAL) dan gudang; ditambah tiap baris jurnal
000500*         dibukukan (STK-RKP) dan bisa dibangun ulang dari
000600*         stokjrnl.dat (STK-RKB).
000700*         RKP-MUTASI berurutan menurut JR-JENIS:
000800*           1=A 2=M 3=K 4=T 5=O 6=S 7=R 8=P 9=Q 10=D
000805*           11=J (penjualan kasir POS-JUAL);
000810*         U (pengembalian departemen) ikut slot 3 di sisi
000820*         MASUK, jadi pemakaian bersih = KELUAR(3) - MASUK(3).
000900*         MASUK/KELUAR mengikuti JR-ARAH. Nilai = jumlah x
001000*         JR-HARGA kalau terisi, kalau tidak harga rata-rata
001100*         biaya.dat (arah keluar) atau HARGA-BRG barang.dat.
001200*         RKP-SALDO-AKHIR adalah JR-SALDO baris terakhir bulan
001300*         itu (saldo penutup gudang tersebut).
001400*-----------------------------------------------------------------
001500 FD STOK-REKAP.
001600 01 STOK-REKAP-RECORD.
001700     02 RKP-KUNCI.
001800         03 RKP-KODE-BRG   PIC X(05).
001900         03 RKP-BULAN      PIC 9(06).
002000         03 RKP-GUDANG     PIC 9(02).
002100     02 RKP-MUTASI OCCURS 11 TIMES.
002200         03 RKP-QTY-MASUK  PIC 9(07).
002300         03 RKP-NILAI-MASUK PIC 9(13)V9(03).
002400         03 RKP-QTY-KELUAR PIC 9(07).
002500         03 RKP-NILAI-KELUAR PIC 9(13)V9(03).
002600     02 RKP-BARIS-MASUK    PIC 9(05).
002700     02 RKP-BARIS-KELUAR   PIC 9(05).
002800     02 RKP-TGL-MASUK-AKHIR PIC 9(08).
002900     02 RKP-TGL-KELUAR-AKHIR PIC 9(08).
003000     02 RKP-SALDO-AKHIR    PIC 9(05).
003100     02 RKP-TGL-MUTAKHIR   PIC 9(08).
