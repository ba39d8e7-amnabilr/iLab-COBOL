000400* Purpose:  Tambah satu gudang terdaftar ke gudang.dat, master
000500*           yang dipakai program stok untuk memvalidasi nomor
000600*           gudang dan mencetak nama gudang pada laporan.
000610*           Setiap gudang membawa kode kampus pemiliknya (harus
000620*           ada di campus.dat, 0 = belum ditetapkan); kalau kode
000630*           gudang sudah terdaftar, kampusnya dapat diganti.
000700* Tectonics: cobc -I copybooks
000800******************************************************************
000900 IDENTIFICATION DIVISION.
001600 INPUT-OUTPUT SECTION.
001700     FILE-CONTROL.
001800     COPY GDGSEL.
001810     COPY CAMPSEL.
001900 DATA DIVISION.
002000 FILE SECTION.
002100     COPY GDGFD.
002110     COPY CAMPFD.
002200
002300 WORKING-STORAGE SECTION.
002400 77 GD-FS                  PIC XX.
002410 77 CM-FS                  PIC XX.
002420 77 WS-KAMPUS              PIC 9(01).
002430 77 WS-KAMPUS-OK-SW        PIC X VALUE 'N'.
002440     88 WS-KAMPUS-OK       VALUE 'Y'.
002450 01 WS-PILIHAN             PIC X.
002460     88 WS-PILIH-YA        VALUE 'Y' 'y'.
002500
002600 PROCEDURE DIVISION.
002700*-----------------------------------------------------------------
002800 0000-MAINLINE.
002900     PERFORM 1000-BUKA-FILE THRU 1000-EXIT.
003000     PERFORM 2000-TERIMA-DATA THRU 2000-EXIT.
003010     IF NOT WS-KAMPUS-OK
003020         DISPLAY 'Kode kampus tidak ada di campus.dat, '
003030             'gudang tidak ditambah'
003040         CLOSE GUDANG-MST
003050         GO TO 9999-EXIT
003060     END-IF.
003100     WRITE GUDANG-RECORD
003200         INVALID KEY
003300             PERFORM 3000-GANTI-KAMPUS THRU 3000-EXIT
003400         NOT INVALID KEY
003500             DISPLAY 'Gudang berhasil ditambahkan'
003600     END-WRITE.
005600     ACCEPT GD-NAMA.
005700     DISPLAY 'Masukkan Lokasi             : '.
005800     ACCEPT GD-LOKASI.
005810     DISPLAY 'Masukkan Kode Kampus (0=BELUM) : '.
005820     ACCEPT WS-KAMPUS.
005830     MOVE WS-KAMPUS TO GD-KAMPUS.
005840     PERFORM 2100-CEK-KAMPUS THRU 2100-EXIT.
005900 2000-EXIT.
006000     EXIT.
006010
006020*-----------------------------------------------------------------
006030* Kampus 0 selalu diterima; kode lain harus punya baris di
006040* campus.dat.
006050*-----------------------------------------------------------------
006060 2100-CEK-KAMPUS.
006070     MOVE 'N' TO WS-KAMPUS-OK-SW.
006080     IF WS-KAMPUS = ZERO
006090         MOVE 'Y' TO WS-KAMPUS-OK-SW
006100         GO TO 2100-EXIT
006110     END-IF.
006120     OPEN INPUT CAMPUS-MST.
006130     IF CM-FS NOT = '00'
006140         GO TO 2100-EXIT
006150     END-IF.
006160     MOVE WS-KAMPUS TO CM-KODE.
006170     READ CAMPUS-MST
006180         INVALID KEY MOVE 'N' TO WS-KAMPUS-OK-SW
006190         NOT INVALID KEY MOVE 'Y' TO WS-KAMPUS-OK-SW
006200     END-READ.
006210     CLOSE CAMPUS-MST.
006220 2100-EXIT.
006230     EXIT.
006240
006250*-----------------------------------------------------------------
006260* Kode gudang sudah ada: tawarkan penggantian kampus saja, nama
006270* dan lokasi yang tercatat tidak diubah.
006280*-----------------------------------------------------------------
006290 3000-GANTI-KAMPUS.
006300     DISPLAY 'Kode gudang sudah terdaftar, tidak ditambah'.
006310     READ GUDANG-MST
006320         INVALID KEY GO TO 3000-EXIT
006330     END-READ.
006340     IF GD-KAMPUS = WS-KAMPUS
006350         GO TO 3000-EXIT
006360     END-IF.
006370     DISPLAY 'Kampus tercatat ' GD-KAMPUS ', ganti menjadi '
006380         WS-KAMPUS ' (Y/N) ? '.
006390     ACCEPT WS-PILIHAN.
006400     IF NOT WS-PILIH-YA
006410         GO TO 3000-EXIT
006420     END-IF.
006430     MOVE WS-KAMPUS TO GD-KAMPUS.
006440     REWRITE GUDANG-RECORD
006450         INVALID KEY DISPLAY 'Kampus gudang gagal diganti'
006460         NOT INVALID KEY DISPLAY 'Kampus gudang diganti'
006470     END-REWRITE.
006480 3000-EXIT.
006490     EXIT.
006500
006600*-----------------------------------------------------------------
006700 9999-EXIT.
006800     STOP RUN.
