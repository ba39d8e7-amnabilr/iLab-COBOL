000400*         O=penyesuaian opname, S=posting hasil scan,
000410*         R=retur pembelian ke supplier (PO-RETUR),
000420*         P=perakitan kit (KIT-ASM: komponen keluar, kit masuk),
000430*         Q=pelepasan tahanan QC ke stok terpakai (QC-DISP);
000433*         arah K = barang kembalian departemen yang ditahan
000436*         ke QC dulu (STK-REQ).
000440*         D=pemusnahan lot kadaluarsa/rusak (STK-MUSNAH,
000450*         JR-REF = BA + nomor berita acara).
000460*         U=pengembalian barang tak terpakai oleh departemen
000470*         (STK-REQ, arah M, JR-REF = departemen, JR-HARGA =
000480*         harga rata-rata saat kembali).
000490*         J=penjualan toko kampus (POS-JUAL, arah K,
000495*         JR-REF = JL + nomor nota).
000500*         JR-ARAH: M=menambah saldo, K=mengurangi saldo; perlu
000600*         untuk jenis seperti T/O/S yang satu hurufnya bisa
000700*         bergerak dua arah (dipakai ekstrak posting GL-EXT).
000710*         JR-REF: kode departemen peminta pada baris K yang
000720*         dibukukan STK-REQ dari permintaan barang (juga pada
000725*         baris U dan Q pengembaliannya); spasi pada
000730*         mutasi lain (penulis lama MOVE SPACES dulu ke record,
000740*         jadi baris lama tetap terbaca).
000750*         JR-HARGA: harga satuan penerimaan saat dibukukan,
000760*         dipakai STK-COST untuk harga rata-rata bergerak.
000770*         Baris lama berisi spasi; pembaca wajib menguji
000780*         NUMERIC sebelum memakainya.
000782*         JR-JAM (HHMMSSss) dan JR-OPERATOR (ID sesi, spasi
000784*         untuk run batch) diisi JRN-CAP tepat sebelum WRITE;
000786*         baris lama berisi spasi, jadi JR-JAM juga wajib diuji
000788*         NUMERIC dulu.
000800*-----------------------------------------------------------------
000900 FD STOK-JURNAL.
001000 01 STOK-JURNAL-LINE.
002500     02 JR-REF             PIC X(10).
002600     02 FILLER             PIC X(01).
002700     02 JR-HARGA           PIC 9(07)V9(03).
002800     02 FILLER             PIC X(01).
002900     02 JR-JAM             PIC 9(08).
003000     02 FILLER             PIC X(01).
003100     02 JR-OPERATOR        PIC X(08).
