000400*        nonaktif ditolak pada barang baru tapi record lamanya
000500*        tetap tercetak di laporan; menghapus salah karena
000600*        record barang.dat lama masih menunjuk namanya.
000610*        SUP-NPWP nomor pokok wajib pajak supplier (15/16 digit
000620*        tanpa tanda baca, spasi = belum ada); tanpa NPWP PPN
000630*        masukannya tidak bisa dikreditkan (VAT-REK). Layout
000640*        lama (34 byte) dikonversi sekali lewat MST-KONV.
000700*-----------------------------------------------------------------
000800 FD SUPPLIER-MST.
000900 01 SUPPLIER-RECORD.
001000     02 SUP-NAMA           PIC X(13).
001100     02 SUP-ALAMAT         PIC X(20).
001200     02 SUP-STATUS         PIC X(01).
001300     02 SUP-NPWP           PIC X(16).


