      *     (GDGSEL/GDGFD, maintained by GDG-ADD), so opening a third
      *     store room is a data change, and listings print the
      *     warehouse name from the master instead of a bare number.
      *   - Items registered as serialised in brgseri.dat (SERI-MNT)
      *     now need one serial number per unit on stock-in and
      *     stock-out. Serials are collected and checked through
      *     SERI-UPD before the balance is touched, then booked to
      *     serial.dat once the movement is posted; stock-in also
      *     asks for the PO number so a unit can be traced back to
      *     its delivery for warranty claims.
      *   - Each journal line is also posted to the monthly stock
      *     summary stokrkp.dat through STK-RKP.
      *   - Each journal line is stamped with the posting time and
      *     the signed-on operator ID through JRN-CAP, for the
      *     nightly unusual-movement checks in MUT-AUD.
      *   - Stock transactions are refused while the nightly batch
      *     window flag batchwin.ctl is set (BTC-WIN).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       01 WS-AMBANG-MINIMUM        PIC 9(5).
       01 WS-TANGGAL-SISTEM        PIC 9(8).
       77 WS-PRD-BOLEH-SW          PIC X.
      * Parameter BTC-WIN (jendela batch malam).
       77 WS-BW-FUNGSI             PIC X(1) VALUE 'C'.
       77 WS-BW-PROGRAM            PIC X(13) VALUE 'TABEL-BARANG'.
       77 WS-BW-HASIL              PIC X(1).
       77 WS-BW-PEMEGANG           PIC X(13).
       77 WS-LATIHAN-SW             PIC X VALUE 'N'.
           88 WS-MODE-LATIHAN      VALUE 'Y'.
       77 WS-BERSERI-SW            PIC X VALUE 'N'.
           88 WS-BERSERI               VALUE 'Y'.
       77 WS-SERI-OK-SW            PIC X VALUE 'Y'.
           88 WS-SERI-OK               VALUE 'Y'.
       77 WS-IDX-SERI              PIC 9(2).
       77 WS-IDX-BANDING           PIC 9(2).
       77 WS-MAKS-SERI             PIC 9(2) VALUE 50.
       01 WS-TABEL-SERI.
           02 WS-SERI-UNIT         PIC X(20) OCCURS 50 TIMES.
       01 WS-NO-PO-TRX             PIC 9(5).
       01 WS-SN-AKSI               PIC X.
       01 WS-SN-MODE               PIC X.
       01 WS-SN-REF                PIC X(10).
       01 WS-SN-HASIL              PIC X.
       01 WS-SN-PESAN              PIC X(40).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
                   ' TRANSAKSI STOK DITOLAK'
               GO TO 9999-EXIT
           END-IF.
           CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
               WS-BW-HASIL, WS-BW-PEMEGANG.
           IF WS-BW-HASIL = 'Y'
               DISPLAY 'TUTUP MALAM ' WS-BW-PEMEGANG ' BERJALAN,'
                   ' TRANSAKSI STOK DITOLAK'
               GO TO 9999-EXIT
           END-IF.
           PERFORM 1500-MUAT-GUDANG THRU 1500-EXIT.
           PERFORM 1000-BUKA-LEDGER THRU 1000-EXIT.
           IF WS-LEDGER-OK
               DISPLAY 'BARANG MENUNGGU DIHENTIKAN, MASUK DITOLAK'
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3700-AMBIL-SERI THRU 3700-EXIT.
           IF NOT WS-SERI-OK
               DISPLAY 'NOMOR SERI TIDAK LENGKAP, TRANSAKSI DITOLAK'
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3400-BACA-SALDO THRU 3400-EXIT.
           EVALUATE TRUE
               WHEN WS-TRANS-MASUK
                   ADD WS-JUMLAH-TRANSAKSI TO STK-SALDO
                   PERFORM 3600-SIMPAN-SALDO THRU 3600-EXIT
                   PERFORM 3500-CATAT-JURNAL THRU 3500-EXIT
                   PERFORM 3800-BUKU-SERI THRU 3800-EXIT
               WHEN WS-TRANS-KELUAR
                   IF WS-JUMLAH-TRANSAKSI > STK-SALDO
                       DISPLAY 'STOK TIDAK CUKUP, TRANSAKSI DITOLAK'
                       SUBTRACT WS-JUMLAH-TRANSAKSI FROM STK-SALDO
                       PERFORM 3600-SIMPAN-SALDO THRU 3600-EXIT
                       PERFORM 3500-CATAT-JURNAL THRU 3500-EXIT
                       PERFORM 3800-BUKU-SERI THRU 3800-EXIT
                   END-IF
           END-EVALUATE.
       3000-EXIT.
           MOVE STK-SALDO TO JR-SALDO.
           ACCEPT WS-TANGGAL-SISTEM FROM DATE YYYYMMDD.
           MOVE WS-TANGGAL-SISTEM TO JR-TANGGAL.
           CALL 'JRN-CAP' USING JR-JAM, JR-OPERATOR.
           WRITE STOK-JURNAL-LINE.
           CALL 'STK-RKP' USING STOK-JURNAL-LINE.
           CLOSE STOK-JURNAL.
       3500-EXIT.
           EXIT.
           END-IF.
       3600-EXIT.
           EXIT.
      
      *-----------------------------------------------------------------
      * Barang berseri: satu nomor seri per unit, dikumpulkan dan
      * diperiksa SERI-UPD sebelum saldo diubah. Masuk menanyakan PO
      * asal kiriman, keluar menanyakan departemen penerima.
      *-----------------------------------------------------------------
       3700-AMBIL-SERI.
           MOVE 'Y' TO WS-SERI-OK-SW.
           MOVE 'N' TO WS-BERSERI-SW.
           MOVE 'C' TO WS-SN-AKSI.
           CALL 'SERI-UPD' USING WS-SN-AKSI, WS-SN-MODE, WS-KODE-TRX,
               WS-SERI-UNIT(1), WS-GUDANG-TRX, WS-SN-REF,
               WS-NO-PO-TRX, WS-SN-HASIL, WS-SN-PESAN.
           IF WS-SN-HASIL = 'N'
               GO TO 3700-EXIT
           END-IF.
           MOVE 'Y' TO WS-BERSERI-SW.
           IF WS-JUMLAH-TRANSAKSI > WS-MAKS-SERI
               DISPLAY 'BARANG BERSERI MAKSIMAL ' WS-MAKS-SERI
                   ' UNIT PER TRANSAKSI'
               MOVE 'N' TO WS-SERI-OK-SW
               GO TO 3700-EXIT
           END-IF.
           MOVE ZERO TO WS-NO-PO-TRX.
           MOVE SPACES TO WS-SN-REF.
           IF WS-TRANS-MASUK
               DISPLAY 'NOMOR PO ASAL (0=TANPA) : ' WITH NO ADVANCING
               ACCEPT WS-NO-PO-TRX
           ELSE
               DISPLAY 'DIKELUARKAN KE DEPT     : ' WITH NO ADVANCING
               ACCEPT WS-SN-REF
           END-IF.
           MOVE WS-JENIS-TRANSAKSI TO WS-SN-AKSI.
           MOVE 'P' TO WS-SN-MODE.
           PERFORM 3750-SATU-SERI THRU 3750-EXIT
               VARYING WS-IDX-SERI FROM 1 BY 1
               UNTIL WS-IDX-SERI > WS-JUMLAH-TRANSAKSI
                   OR NOT WS-SERI-OK.
       3700-EXIT.
           EXIT.
      
       3750-SATU-SERI.
           DISPLAY 'NOMOR SERI UNIT ' WS-IDX-SERI ' : '
               WITH NO ADVANCING.
           MOVE SPACES TO WS-SERI-UNIT(WS-IDX-SERI).
           ACCEPT WS-SERI-UNIT(WS-IDX-SERI).
           PERFORM 3760-BANDING-SERI THRU 3760-EXIT
               VARYING WS-IDX-BANDING FROM 1 BY 1
               UNTIL WS-IDX-BANDING >= WS-IDX-SERI
                   OR NOT WS-SERI-OK.
           IF NOT WS-SERI-OK
               DISPLAY 'NOMOR SERI GANDA DALAM TRANSAKSI INI'
               GO TO 3750-EXIT
           END-IF.
           CALL 'SERI-UPD' USING WS-SN-AKSI, WS-SN-MODE, WS-KODE-TRX,
               WS-SERI-UNIT(WS-IDX-SERI), WS-GUDANG-TRX, WS-SN-REF,
               WS-NO-PO-TRX, WS-SN-HASIL, WS-SN-PESAN.
           IF WS-SN-HASIL = 'N'
               DISPLAY WS-SN-PESAN
               MOVE 'N' TO WS-SERI-OK-SW
           END-IF.
       3750-EXIT.
           EXIT.
      
       3760-BANDING-SERI.
           IF WS-SERI-UNIT(WS-IDX-BANDING) = WS-SERI-UNIT(WS-IDX-SERI)
               MOVE 'N' TO WS-SERI-OK-SW
           END-IF.
       3760-EXIT.
           EXIT.
      
      *-----------------------------------------------------------------
      * Mutasi sudah dibukukan: tiap seri dicatat ke serial.dat.
      *-----------------------------------------------------------------
       3800-BUKU-SERI.
           IF NOT WS-BERSERI
               GO TO 3800-EXIT
           END-IF.
           MOVE 'B' TO WS-SN-MODE.
           PERFORM 3850-CATAT-SATU-SERI THRU 3850-EXIT
               VARYING WS-IDX-SERI FROM 1 BY 1
               UNTIL WS-IDX-SERI > WS-JUMLAH-TRANSAKSI.
       3800-EXIT.
           EXIT.
      
       3850-CATAT-SATU-SERI.
           CALL 'SERI-UPD' USING WS-SN-AKSI, WS-SN-MODE, WS-KODE-TRX,
               WS-SERI-UNIT(WS-IDX-SERI), WS-GUDANG-TRX, WS-SN-REF,
               WS-NO-PO-TRX, WS-SN-HASIL, WS-SN-PESAN.
           IF WS-SN-HASIL = 'N'
               DISPLAY 'SERI ' WS-SERI-UNIT(WS-IDX-SERI)
                   ' GAGAL DICATAT: ' WS-SN-PESAN
           END-IF.
       3850-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4000-LAPORAN-STOK-MINIM.
