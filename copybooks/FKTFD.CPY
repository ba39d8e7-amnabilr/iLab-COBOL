000300*         Satu record per baris faktur, menunjuk baris po.dat
000400*         lewat FK-PO-NO/FK-PO-URUT. FK-STATUS: B = belum
000500*         dicocokkan, M = cocok dengan penerimaan dan harga PO,
000600*         S = selisih (masuk laporan penyimpangan FKT-MATCH),
000610*         P = sudah dibayar FKT-BAYAR (FK-NO-VOUCHER dan
000620*         FK-TGL-BAYAR terisi; nol selama belum dibayar).
000630*         FK-NO-FP nomor seri faktur pajak supplier (spasi =
000640*         belum diterima), sama di semua baris satu faktur;
000650*         FK-PPN-FP PPN yang tertera di faktur pajak itu, hanya
000660*         diisi di baris pertama yang tersimpan (baris lain nol)
000670*         supaya penjumlahan per baris tidak menggandakannya.
000680*         Layout 77 byte dikonversi sekali lewat MST-KONV.
000700*-----------------------------------------------------------------
000800 FD FAKTUR-FILE.
000900 01 FAKTUR-RECORD.
001800     02 FK-TGL-FAKTUR      PIC 9(08).
001900     02 FK-TGL-TEMPO       PIC 9(08).
002000     02 FK-STATUS          PIC X(01).
002100     02 FK-NO-VOUCHER      PIC 9(05).
002200     02 FK-TGL-BAYAR       PIC 9(08).
002300     02 FK-NO-FP           PIC X(20).
002400     02 FK-PPN-FP          PIC 9(09)V9(03).
