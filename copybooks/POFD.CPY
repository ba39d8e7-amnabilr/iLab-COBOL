000450*        kurs yang dipakai konversi terakhir, untuk audit.
000460*        po.dat layout lama (70 byte) harus dikonversi sekali
000470*        lewat MST-KONV (indexed menolak beda panjang record).
000472*        PO-NO-PP/PO-PP-URUT menunjuk baris permintaan
000474*        pembelian ppb.dat asal baris ini (nol = PO diketik
000476*        langsung). PO-STATUS spasi = PO resmi, D = draft dari
000478*        PPB-PO/ROR-PO yang belum dikonfirmasi di PO-ENTRY;
000480*        draft belum boleh diterima, ditagih atau dikirim.
000481*        M = PO yang nilainya melebihi batas otorisasi pembuat
000483*        (batasop.dat), menunggu PO-APRV; sama dengan draft,
000485*        belum boleh diterima, ditagih atau dikirim.
000486*        po.dat layout 93 byte dikonversi lewat MST-KONV.
000487*        PO-TGL-KIRIM tanggal kirim yang diminta (nol = belum
000488*        ditentukan). PO-REVISI nomor revisi PO, dinaikkan
000489*        PO-UBAH pada setiap perubahan/pembatalan (riwayat di
000490*        porevisi.dat); semua baris satu PO membawa nomor
000491*        revisi yang sama. po.dat layout 101 byte dikonversi
000492*        lewat MST-KONV.
000500*-----------------------------------------------------------------
000600 FD PO-FILE.
000700 01 PO-RECORD.
001700     02 PO-VALUTA          PIC X(03).
001800     02 PO-HARGA-VAL       PIC 9(07)V9(03).
001900     02 PO-KURS            PIC 9(06)V9(04).
002000     02 PO-NO-PP           PIC 9(05).
002100     02 PO-PP-URUT         PIC 9(02).
002200     02 PO-STATUS          PIC X(01).
002300     02 PO-TGL-KIRIM       PIC 9(08).
002400     02 PO-REVISI          PIC 9(02).
