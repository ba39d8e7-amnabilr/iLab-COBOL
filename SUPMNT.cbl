000800*           masih menunjuk nama supplier itu, jadi supplier
000900*           pensiun cukup dinonaktifkan supaya ditolak pada barang
001000*           baru tapi tetap tercetak di laporan lama.
001010*           NPWP supplier (untuk pengkreditan PPN masukan) juga
001020*           diisi/diperbaiki di sini.
001100* Tectonics: cobc -I copybooks
001200******************************************************************
001300 IDENTIFICATION DIVISION.
003600 77 WS-JML-SUPPLIER        PIC 9(5) VALUE ZERO.
003700 77 WS-NAMA-CARI           PIC X(13).
003800 77 WS-STATUS-TAMPIL       PIC X(8).
003810 77 WS-NPWP-BARU           PIC X(16).
003900 01 WS-MENU.
004000     02 FILLER         PIC X(32) VALUE
004100         '--------------------------------'.
004600     02 FILLER         PIC X(32) VALUE '1. Daftar supplier'.
004700     02 FILLER         PIC X(32) VALUE '2. Ubah alamat'.
004800     02 FILLER         PIC X(32) VALUE '3. Aktif/nonaktifkan'.
004900     02 FILLER         PIC X(32) VALUE '4. Ubah NPWP'.
004950     02 FILLER         PIC X(32) VALUE '5. Keluar'.
005000     02 FILLER         PIC X(32) VALUE
005100         '--------------------------------'.
005200
006000*-----------------------------------------------------------------
006100 1000-TAMPIL-MENU.
006200     DISPLAY WS-MENU.
006300     DISPLAY 'Pilihan (1-5) : ' WITH NO ADVANCING.
006400     ACCEPT WS-PILIHAN.
006500     EVALUATE WS-PILIHAN
006600         WHEN 1
007000         WHEN 3
007100             PERFORM 4000-UBAH-STATUS THRU 4000-EXIT
007200         WHEN 4
007250             PERFORM 4500-UBAH-NPWP THRU 4500-EXIT
007260         WHEN 5
007300             MOVE 'Y' TO WS-SELESAI-SW
007400         WHEN OTHER
007500             DISPLAY 'Pilihan tidak dikenal, ulangi.'
010600             MOVE 'AKTIF' TO WS-STATUS-TAMPIL
010700         END-IF
010800         DISPLAY SUP-NAMA ' ' SUP-ALAMAT ' ' WS-STATUS-TAMPIL
010850             ' NPWP ' SUP-NPWP
010900     END-IF.
011000 2100-EXIT.
011100     EXIT.
014800     CLOSE SUPPLIER-MST.
014900 4000-EXIT.
015000     EXIT.
015010
015020*-----------------------------------------------------------------
015030* NPWP 15 digit (lama) atau 16 digit, tanpa titik/strip; spasi
015040* berarti belum ada.
015050*-----------------------------------------------------------------
015060 4500-UBAH-NPWP.
015070     PERFORM 5000-CARI-SUPPLIER THRU 5000-EXIT.
015080     IF NOT WS-KETEMU
015090         GO TO 4500-EXIT
015100     END-IF.
015110     DISPLAY 'NPWP sekarang : ' SUP-NPWP.
015120     DISPLAY 'NPWP baru (15/16 digit, kosong=belum ada) : '.
015130     ACCEPT WS-NPWP-BARU.
015140     IF WS-NPWP-BARU NOT = SPACES
015150         AND (WS-NPWP-BARU(1:15) IS NOT NUMERIC
015160             OR (WS-NPWP-BARU(16:1) IS NOT NUMERIC
015170                 AND WS-NPWP-BARU(16:1) NOT = SPACE))
015180         DISPLAY 'NPWP harus 15 atau 16 digit angka, tidak diubah'
015190         CLOSE SUPPLIER-MST
015200         GO TO 4500-EXIT
015210     END-IF.
015220     MOVE WS-NPWP-BARU TO SUP-NPWP.
015230     REWRITE SUPPLIER-RECORD
015240         INVALID KEY DISPLAY 'Gagal mengubah, FS=' SUP-FS
015250     END-REWRITE.
015260     IF SUP-FS = '00'
015270         DISPLAY 'NPWP supplier diperbarui'
015280     END-IF.
015290     CLOSE SUPPLIER-MST.
015300 4500-EXIT.
015310     EXIT.
015320
015330*-----------------------------------------------------------------
015340* Buka supplier.dat I-O dan cari satu supplier berdasarkan nama.
015400* Kalau tidak ketemu, file langsung ditutup lagi di sini; kalau
015500* ketemu, file dibiarkan terbuka untuk REWRITE pemanggil.
015600*-----------------------------------------------------------------
