001070*     per KODE-BRG untuk satu gudang lalu masuk jalur
001080*     perbandingan selisih yang sama dengan hitungan ketik,
001090*     jadi tiga ratus baris hitungan tidak perlu diketik ulang.
001091*   - Selisih yang diparkir ke opnpend.dat sekarang membawa ID
001092*     operator penghitung (OPN-PEMINTA) dari sesi OPR-SES, agar
001093*     OPN-APRV bisa mencatat peminta dan penyetuju ke jurnal
001094*     persetujuan opnaprvj.dat.
001095*   - Baris jurnal penyesuaian juga dibukukan ke rekap
001096*     bulanan stokrkp.dat lewat STK-RKP.
001097*   - Baris jurnal dicap jam posting dan ID operator sesi
001098*     lewat JRN-CAP (bahan pemeriksaan MUT-AUD).
001108*   - Posting hasil opname ditolak selama tanda jendela batch
001118*     malam batchwin.ctl terpasang (BTC-WIN).
001128******************************************************************
001200 IDENTIFICATION DIVISION.
001300*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001400 PROGRAM-ID. STK-OPN.
004822 77 SC-FS                  PIC XX.
004823 77 AC-FS                  PIC XX.
004824 77 WS-PRD-BOLEH-SW        PIC X.
004825* Parameter BTC-WIN (jendela batch malam).
004826 77 WS-BW-FUNGSI           PIC X(1) VALUE 'C'.
004827 77 WS-BW-PROGRAM          PIC X(13) VALUE 'STK-OPN'.
004828 77 WS-BW-HASIL            PIC X(1).
004829 77 WS-BW-PEMEGANG         PIC X(13).
004830 77 WS-SP-NAMA             PIC X(12).
004831 77 WS-SP-NILAI            PIC 9(9).
004832 77 WS-SP-KETEMU-SW        PIC X.
004833 77 SAT-FS                 PIC XX.
004834 77 WS-SCAN-NAMA           PIC X(40).
004835 77 WS-MODE-OPN            PIC X VALUE 'K'.
004836     88 WS-MODE-SCAN       VALUE 'S' 's'.
004837 77 WS-SCAN-EOF-SW         PIC X VALUE 'N'.
004838     88 WS-SCAN-EOF        VALUE 'Y'.
004839 77 WS-QTY-SCAN            PIC 9(4).
004840 77 WS-JML-SCAN            PIC 9(7) VALUE ZERO.
004841 77 WS-JML-AKUM            PIC 9(3) VALUE ZERO.
004842 77 WS-IDX-AKUM            PIC 9(3).
004844 77 WS-POSISI-AKUM         PIC 9(3).
004846 01 WS-TABEL-AKUM.
004858 77 WS-OPN-ADA-SW          PIC X VALUE 'N'.
004860     88 WS-OPN-ADA         VALUE 'Y'.
004862 77 WS-JML-PARKIR          PIC 9(5) VALUE ZERO.
004864 77 WS-OPR-ID              PIC X(8).
004866 77 WS-OPR-LEVEL           PIC 9(1).
004900 01 WS-KODE-OPN            PIC X(5).
005000 01 WS-GDG-OPN             PIC 9(2).
005100 01 WS-FISIK               PIC 9(5).
009760         MOVE 'N' TO WS-LAGI-SW
009770         GO TO 1000-EXIT
009780     END-IF.
009782     CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
009784         WS-BW-HASIL, WS-BW-PEMEGANG.
009786     IF WS-BW-HASIL = 'Y'
009788         DISPLAY 'TUTUP MALAM ' WS-BW-PEMEGANG ' BERJALAN,'
009790             ' OPNAME DITOLAK'
009792         MOVE 'N' TO WS-LAGI-SW
009794         GO TO 1000-EXIT
009796     END-IF.
009800     OPEN I-O STOK-LEDGER.
009900     IF STK-FS NOT = '00'
010000         DISPLAY 'LEDGER STOK (stok.dat) TIDAK DAPAT DIBUKA,'
015643     MOVE WS-FISIK TO OPN-FISIK.
015644     MOVE WS-NILAI-ABS TO OPN-NILAI.
015645     ACCEPT OPN-TGL-MINTA FROM DATE YYYYMMDD.
015646     CALL 'OPR-SES' USING WS-OPR-ID, WS-OPR-LEVEL.
015647     MOVE WS-OPR-ID TO OPN-PEMINTA.
015648     IF WS-OPN-ADA
015649         REWRITE OPNAME-PENDING-RECORD
015650             INVALID KEY
015651                 DISPLAY 'GAGAL PARKIR SELISIH, STATUS ' OPN-FS
015652         END-REWRITE
015653     ELSE
015654         WRITE OPNAME-PENDING-RECORD
015655             INVALID KEY
015656                 DISPLAY 'GAGAL PARKIR SELISIH, STATUS ' OPN-FS
015657         END-WRITE
015658     END-IF.
015659     CLOSE OPNAME-PENDING.
015660     ADD 1 TO WS-JML-PARKIR.
015661     DISPLAY 'SELISIH BESAR, DIPARKIR MENUNGGU PERSETUJUAN'
015662         ' SUPERVISOR (OPN-APRV)'.
015663 2400-EXIT.
015664     EXIT.
015665
015700*-----------------------------------------------------------------
015800* Ambil HARGA-BRG dari barang.dat untuk menilai selisih. Barang
015900* yang tidak ditemukan dinilai nol supaya laporan tetap jalan.
022200     MOVE WS-SELISIH-ABS TO JR-JUMLAH.
022300     MOVE STK-SALDO TO JR-SALDO.
022400     ACCEPT JR-TANGGAL FROM DATE YYYYMMDD.
022410     CALL 'JRN-CAP' USING JR-JAM, JR-OPERATOR.
022500     WRITE STOK-JURNAL-LINE.
022550     CALL 'STK-RKP' USING STOK-JURNAL-LINE.
022600     CLOSE STOK-JURNAL.
022700     DISPLAY 'PENYESUAIAN DIBUKUKAN, SALDO BARU ' STK-SALDO.
022800 2300-EXIT.
