002639*     dicocokkan jumlahnya begitu selesai ditulis, dan generasi
002640*     tua dirotasi otomatis. 1900-BACKUP-BARANG dan katalognya
002641*     di sini pensiun diganti satu CALL.
002649*   - Baris PO berstatus M (ditahan PO-ENTRY karena melebihi
002657*     batas otorisasi pembuatnya, belum disetujui lewat PO-APRV)
002665*     diperlakukan seperti draft: tidak dicocokkan dengan
002673*     penerimaan, supaya barang tidak diterima atas PO yang
002681*     belum sah.
002682*   - Penerimaan atas PO sekarang juga dicatat sebagai bukti
002683*     terima bernomor lewat TRM-DOK (terima.dat) dengan nomor
002684*     surat jalan supplier, baris PO dan operator penerima, dan
002685*     nota terimanya dicetak untuk pengemudi, supaya tiap bagian
002686*     kiriman yang terpecah kelihatan kapan dan dengan surat
002687*     jalan apa datangnya.
002689*   - Penerimaan, pemakaian dan penyesuaian ditolak selama
002691*     tanda jendela batch malam batchwin.ctl terpasang (BTC-WIN);
002693*     informasi barang tetap bisa ditampilkan.
002695******************************************************************
002700 IDENTIFICATION DIVISION.
002800*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002900 PROGRAM-ID. barang.
005371 77 KUR-FS                PIC XX.
005372 77 WS-TGL-PERIODE        PIC 9(8).
005373 77 WS-PRD-BOLEH-SW       PIC X.
005374* Parameter BTC-WIN (jendela batch malam).
005375 77 WS-BW-FUNGSI          PIC X(1) VALUE 'C'.
005376 77 WS-BW-PROGRAM         PIC X(13) VALUE 'barang'.
005377 77 WS-BW-HASIL           PIC X(1).
005378 77 WS-BW-PEMEGANG        PIC X(13).
005379 77 WS-NO-PO-TERIMA       PIC 9(5).
005380 77 WS-PO-EOF-SW          PIC X VALUE 'N'.
005381     88 WS-PO-EOF          VALUE 'Y'.
005382 77 WS-PO-KETEMU-SW       PIC X VALUE 'N'.
005383     88 WS-PO-KETEMU       VALUE 'Y'.
005384 77 KT-FS                 PIC XX.
005385 77 WS-KONTRAK-OK-SW      PIC X VALUE 'N'.
005386     88 WS-KONTRAK-OK      VALUE 'Y'.
005388 77 WS-SELISIH-KONTRAK    PIC S9(7)V99.
005390 77 WS-SELISIH-ABS        PIC 9(7)V99.
005395 77 WS-TP-PPN             PIC 9(2) VALUE ZERO.
005396 77 WS-TP-HARGA-MIN       PIC 9(7)V9(3) VALUE ZERO.
005397 77 WS-TP-HARGA-MAKS      PIC 9(7)V9(3) VALUE ZERO.
005400 77 WS-SJ-TERIMA          PIC X(15) VALUE SPACES.
005410 77 WS-NO-TRM             PIC 9(7) VALUE ZERO.
005420 77 WS-TRM-AKSI           PIC X.
005430 77 WS-URUT-TRM           PIC 9(2) VALUE ZERO.
005440 77 WS-SUP-TRM            PIC X(13) VALUE SPACES.
005450 77 WS-GDG-TRM            PIC 9(2) VALUE ZERO.
005460 77 WS-JML-TRM            PIC 9(7) VALUE 1.
005470 77 WS-QC-TRM             PIC 9(7) VALUE ZERO.
005480 77 WS-JALUR-TRM          PIC X VALUE 'E'.
005700 77 WS-NP-KETEMU-SW        PIC X VALUE 'N'.
005800     88 WS-NP-KETEMU       VALUE 'Y'.
005900 77 WS-DUPLIKAT-SW         PIC X VALUE 'N'.
010210             ' penerimaan barang ditolak'
010211         GO TO 9999-EXIT
010212     END-IF.
010219     CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
010226         WS-BW-HASIL, WS-BW-PEMEGANG.
010233     IF WS-BW-HASIL = 'Y'
010240         DISPLAY 'Tutup malam ' WS-BW-PEMEGANG ' berjalan,'
010247             ' penerimaan barang ditolak'
010254         GO TO 9999-EXIT
010261     END-IF.
010268     MOVE ZERO TO WS-JOB-CNT.
010275     MOVE 'MULAI' TO WS-JA-EVENT.
010282     CALL 'JOB-AUDIT' USING WS-JA-PROGRAM, WS-JA-EVENT,
010289         WS-JOB-CNT.
010300     CALL 'BRG-BAK'.
010400     PERFORM 1000-TERIMA-DATA THRU 1000-EXIT.
010500     PERFORM 2000-BUKA-FILE THRU 2000-EXIT.
011800             DISPLAY 'Peringatan: tutup barang.dat gagal, FS=' FS
011900         END-IF
011930     END-IF.
011932     IF WS-NO-TRM NOT = ZERO
011934         MOVE 'T' TO WS-TRM-AKSI
011936         PERFORM 1880-PANGGIL-TRM THRU 1880-EXIT
011938     END-IF.
011940     MOVE 'SELESAI' TO WS-JA-EVENT.
011950     CALL 'JOB-AUDIT' USING WS-JA-PROGRAM, WS-JA-EVENT,
011955         WS-JOB-CNT.
013604     PERFORM 1760-ULANG-HARGA THRU 1760-EXIT
013606         UNTIL WS-KONTRAK-OK.
013610     PERFORM 1800-COCOKKAN-PO THRU 1800-EXIT.
013620     IF WS-PO-KETEMU
013630         PERFORM 1870-BUKTI-TERIMA THRU 1870-EXIT
013640     END-IF.

013700     MOVE DATA-BRG TO WS-DATA-BARU.
013800 1000-EXIT.
025194         MOVE 'Y' TO WS-PO-EOF-SW
025195         GO TO 1850-EXIT
025196     END-IF.
025197* Baris draft (D) dan PO yang masih menunggu persetujuan batas
025198* otorisasi (M) belum dipesan, jadi tidak dicocokkan.
025199     IF PO-NAMA-BRG NOT = NAMA-BRG OR PO-STATUS = 'D'
025200             OR PO-STATUS = 'M'
025201         GO TO 1850-EXIT
025202     END-IF.
025203     MOVE PO-URUT TO WS-URUT-TRM.
025204     MOVE 'Y' TO WS-PO-KETEMU-SW.
025205     PERFORM 1840-KONVERSI-VALUTA THRU 1840-EXIT.
025206     IF PO-HARGA NOT = HARGA-BRG
025304 1840-EXIT.
025306     EXIT.

025310*-----------------------------------------------------------------
025320* Barang yang cocok dengan baris PO dicatat sebagai satu baris
025330* bukti terima bernomor (satu satuan, jalur E). Nota terimanya
025340* dicetak di akhir run, sesudah barang.dat ditulis, supaya nama
025350* barang ikut tercetak.
025360*-----------------------------------------------------------------
025370 1870-BUKTI-TERIMA.
025380     DISPLAY 'No surat jalan supplier        : '.
025390     ACCEPT WS-SJ-TERIMA.
025400     MOVE 'B' TO WS-TRM-AKSI.
025410     PERFORM 1880-PANGGIL-TRM THRU 1880-EXIT.
025420     MOVE 'L' TO WS-TRM-AKSI.
025430     PERFORM 1880-PANGGIL-TRM THRU 1880-EXIT.
025440 1870-EXIT.
025450     EXIT.

025460*-----------------------------------------------------------------
025470 1880-PANGGIL-TRM.
025480     CALL 'TRM-DOK' USING WS-TRM-AKSI, WS-NO-TRM, WS-SJ-TERIMA,
025490         WS-NO-PO-TERIMA, WS-URUT-TRM, WS-SUP-TRM, KODE-BRG,
025500         WS-GDG-TRM, WS-JML-TRM, WS-QC-TRM, WS-JALUR-TRM.
025510 1880-EXIT.
025520     EXIT.



028400*-----------------------------------------------------------------
