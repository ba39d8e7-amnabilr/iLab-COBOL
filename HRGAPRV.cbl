000700*           benar-benar menerapkan harga ke barang.dat dan menulis
000800*           jejak pricehist.dat dengan ID penyetuju; penolakan
000900*           membuang permintaan tanpa menyentuh barang.dat.
000910*           PH-OPERATOR diisi peminta dari HP-PEMINTA (spasi
000920*           untuk permintaan lama yang belum membawanya), jadi
000930*           peminta dan penyetuju terpisah di pricehist.dat.
000940*           Ditolak selama tanda jendela batch malam
000950*           batchwin.ctl terpasang (BTC-WIN).
001000* Tectonics: cobc -I copybooks
001100******************************************************************
001200 IDENTIFICATION DIVISION.
003750 77 WS-OPR-LEVEL           PIC 9(1).
003760 77 WS-FUNGSI-CEK           PIC X(8).
003770 77 WS-BOLEH-SW             PIC X.
003775* Parameter BTC-WIN (jendela batch malam).
003780 77 WS-BW-FUNGSI           PIC X(1) VALUE 'C'.
003785 77 WS-BW-PROGRAM          PIC X(13) VALUE 'HRG-APRV'.
003790 77 WS-BW-HASIL            PIC X(1).
003795 77 WS-BW-PEMEGANG         PIC X(13).
003800 77 WS-JML-SETUJU          PIC 9(5) VALUE ZERO.
003900 77 WS-JML-TOLAK           PIC 9(5) VALUE ZERO.
004000 01 WS-TANGGAL-SISTEM.
004918             ', MINTA LEWAT OPR-FNC'
004920         GO TO 9999-EXIT
004922     END-IF.
004931     CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
004940         WS-BW-HASIL, WS-BW-PEMEGANG.
004949     IF WS-BW-HASIL = 'Y'
004958         DISPLAY 'TUTUP MALAM ' WS-BW-PEMEGANG ' BERJALAN,'
004967             ' PERSETUJUAN HARGA DITOLAK'
004976         GO TO 9999-EXIT
004985     END-IF.
005000     OPEN I-O HARGA-PENDING.
005100     IF HP-FS NOT = '00'
005200         DISPLAY 'TIDAK ADA ANTRIAN PERSETUJUAN (hrgpend.dat)'
007500         GO TO 1000-EXIT
007600     END-IF.
007700     DISPLAY 'BARANG ' HP-KODE-BRG ' : ' HP-HARGA-LAMA
007800         ' -> ' HP-HARGA-BARU ' (DIMINTA ' HP-TGL-MINTA ' OLEH '
007810         HP-PEMINTA ')'.
007900     DISPLAY 'SETUJU (Y), TOLAK (N), LEWATI (L) ? '
008000         WITH NO ADVANCING.
008100     ACCEPT WS-JAWAB.
013100     MOVE HP-HARGA-BARU TO PH-HARGA-BARU.
013200     MOVE WS-TANGGAL-SISTEM TO PH-TANGGAL-UBAH.
013300     MOVE WS-PENYETUJU TO PH-DISETUJUI.
013350     MOVE HP-PEMINTA TO PH-OPERATOR.
013400     WRITE PRICE-HIST-LINE.
013500     CLOSE PRICE-HIST.
013600 2100-EXIT.
