001000*           reservasi aktif, dan posting issue STK-REQ
001100*           mengonsumsi reservasinya. Reservasi lewat tanggal
001200*           bisa dibersihkan supaya tidak mengunci stok selamanya.
001210*           Masa berlaku diketik sebagai jumlah hari kerja
001220*           (atau tanggal langsung); kadaluarsa yang jatuh di
001230*           akhir pekan/libur harilibur.dat digeser ke hari kerja
001240*           berikutnya lewat TGL-KERJA.
001250*           Buat, batal dan bersihkan ditolak selama tanda jendela
001260*           batch malam batchwin.ctl terpasang (BTC-WIN);
001270*           ketersediaan tetap boleh ditanyakan.
001300* Tectonics: cobc -I copybooks
001400******************************************************************
001500 IDENTIFICATION DIVISION.
004000
004100 WORKING-STORAGE SECTION.
004200 77 FS                     PIC XX.
004210* Parameter BTC-WIN (jendela batch malam).
004220 77 WS-BW-FUNGSI           PIC X(1) VALUE 'C'.
004230 77 WS-BW-PROGRAM          PIC X(13) VALUE 'STK-RSV'.
004240 77 WS-BW-HASIL            PIC X(1).
004250 77 WS-BW-PEMEGANG         PIC X(13).
004300 77 STK-FS                 PIC XX.
004400 77 GD-FS                  PIC XX.
004500 77 RES-FS                 PIC XX.
005100 77 WS-GDG-OK-SW           PIC X VALUE 'N'.
005200     88 WS-GDG-OK          VALUE 'Y'.
005300 77 WS-JML-BERSIH          PIC 9(5) VALUE ZERO.
005310 77 WS-MASA-KERJA          PIC 9(3).
005320* Parameter TGL-KERJA (hitungan hari kalender dan hari kerja).
005330 77 WS-TK-FUNGSI           PIC X(1).
005340 77 WS-TK-TGL-2            PIC 9(8).
005350 77 WS-TK-HARI             PIC S9(7).
005360 77 WS-TK-KERJA            PIC S9(7).
005370 77 WS-TK-KET              PIC X(30).
005400 01 WS-PILIHAN             PIC X.
005500     88 WS-PILIH-BUAT      VALUE 'B'.
005600     88 WS-PILIH-INQUIRY   VALUE 'I'.
009700         ' X=BATAL, K=BERSIHKAN KADALUARSA, S=SELESAI) : '
009800         WITH NO ADVANCING.
009900     ACCEPT WS-PILIHAN.
009907*    Buat, batal dan bersihkan reservasi mengubah resv.dat:
009914*    ditolak selama tutup malam berjalan. Ketersediaan tetap
009921*    boleh ditanyakan.
009928     IF WS-PILIH-BUAT OR WS-PILIH-BATAL
009935             OR WS-PILIH-BERSIH
009942         CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
009949             WS-BW-HASIL, WS-BW-PEMEGANG
009956         IF WS-BW-HASIL = 'Y'
009963             DISPLAY 'TUTUP MALAM ' WS-BW-PEMEGANG ' BERJALAN,'
009970                 ' RESERVASI DITOLAK'
009977             GO TO 2000-EXIT
009984         END-IF
009991     END-IF.
010000     EVALUATE TRUE
010100         WHEN WS-PILIH-BUAT
010200             PERFORM 3000-BUAT THRU 3000-EXIT
014100     MOVE WS-JUMLAH-RSV TO RES-JUMLAH.
014200     DISPLAY 'NAMA PEMOHON             : ' WITH NO ADVANCING.
014300     ACCEPT RES-PEMOHON.
014310     DISPLAY 'BERLAKU BERAPA HARI KERJA'
014320         ' (0 = KETIK TANGGAL) : ' WITH NO ADVANCING.
014330     ACCEPT WS-MASA-KERJA.
014340     MOVE 'T' TO WS-TK-FUNGSI.
014350     IF WS-MASA-KERJA > ZERO
014360         MOVE WS-MASA-KERJA TO WS-TK-KERJA
014370         CALL 'TGL-KERJA' USING WS-TK-FUNGSI, WS-TGL-RUN,
014380             WS-TK-TGL-2, WS-TK-HARI, WS-TK-KERJA, WS-TK-KET
014390     ELSE
014400         DISPLAY 'BERLAKU S/D (YYYYMMDD)   : ' WITH NO ADVANCING
014410         ACCEPT RES-TGL-KDLRSA
014420         MOVE ZERO TO WS-TK-KERJA
014430         CALL 'TGL-KERJA' USING WS-TK-FUNGSI, RES-TGL-KDLRSA,
014440             WS-TK-TGL-2, WS-TK-HARI, WS-TK-KERJA, WS-TK-KET
014450     END-IF.
014460     IF WS-TK-TGL-2 = ZERO OR WS-TK-TGL-2 < WS-TGL-RUN
014470         DISPLAY 'TANGGAL BERLAKU TIDAK SAH, RESERVASI DIBATALKAN'
014480         GO TO 3000-EXIT
014490     END-IF.
014500     MOVE WS-TK-TGL-2 TO RES-TGL-KDLRSA.
014510     DISPLAY 'BERLAKU S/D ' RES-TGL-KDLRSA.
014600     MOVE 'A' TO RES-STATUS.
014700     WRITE RESV-RECORD
014800         INVALID KEY
