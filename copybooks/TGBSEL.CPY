000100*-----------------------------------------------------------------
000200* TGBSEL - SELECT clause for TAGIHAN-BARIS (tgbaris.dat), baris
000300*          tagihan terpisah di luar tagihan kuliah tagihan.dat
000400*          (yang satu record per NPM per term), mis. belanja toko
000500*          kampus yang ditagihkan POS-JUAL. Ikut dilaporkan
000600*          BILL-ARR dan dilunasi lewat BILL-PAY.
000700*-----------------------------------------------------------------
000800     SELECT TAGIHAN-BARIS ASSIGN TO 'tgbaris.dat'
000900     ORGANIZATION IS INDEXED
001000     ACCESS MODE IS DYNAMIC
001100     RECORD KEY IS TB-KUNCI
001200     FILE STATUS IS TB-FS.
