001097*     menyentuh KODE-BRG yang sama mendapat pesan sedang dipakai
001098*     terminal lain, bukan kehilangan perubahan diam-diam.
001099*     Kunci dilepas selesai REWRITE.
001109*   - Permintaan harga yang diparkir ke hrgpend.dat sekarang
001119*     membawa ID operator peminta (HP-PEMINTA), supaya riwayat
001129*     harga dan laporan pemisahan tugas bisa membedakan peminta
001139*     dan penyetuju.
001142*   - Perubahan ditolak selama tanda jendela batch malam
001145*     batchwin.ctl terpasang (BTC-WIN).
001149******************************************************************
001200 IDENTIFICATION DIVISION.
001300*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001400 PROGRAM-ID. BRG-UPD.
003218 77 WS-LCK-KODE            PIC X(5).
003220 77 WS-LCK-HASIL           PIC X(1).
003222 77 WS-LCK-PEMEGANG        PIC X(8).
003232* Parameter BTC-WIN (jendela batch malam).
003242 77 WS-BW-FUNGSI           PIC X(1) VALUE 'C'.
003252 77 WS-BW-PROGRAM          PIC X(13) VALUE 'BRG-UPD'.
003262 77 WS-BW-HASIL            PIC X(1).
003272 77 WS-BW-PEMEGANG         PIC X(13).
003300 01 WS-TANGGAL-SISTEM.
003400     02 WS-TAHUN-SISTEM    PIC 9(4).
003500     02 WS-BULAN-SISTEM    PIC 99.
004230         DISPLAY '*** MODE LATIHAN - DATA SALINAN, BUKAN'
004240             ' PRODUKSI ***'
004250     END-IF.
004256     CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
004262         WS-BW-HASIL, WS-BW-PEMEGANG.
004268     IF WS-BW-HASIL = 'Y'
004274         DISPLAY 'Tutup malam ' WS-BW-PEMEGANG ' berjalan,'
004280             ' perubahan barang ditolak'
004286         GO TO 9999-EXIT
004292     END-IF.
004300     PERFORM 1000-BUKA-FILE THRU 1000-EXIT.
004400     PERFORM 2000-CARI-RECORD THRU 2000-EXIT.
004500     IF WS-KETEMU
009500     MOVE WS-HARGA-LAMA TO HP-HARGA-LAMA.
009502     MOVE HARGA-BRG TO HP-HARGA-BARU.
009504     ACCEPT HP-TGL-MINTA FROM DATE YYYYMMDD.
009505     CALL 'OPR-SES' USING WS-OPR-ID, WS-OPR-LEVEL.
009506     MOVE WS-OPR-ID TO HP-PEMINTA.
009507     IF WS-HP-ADA
009508         REWRITE HARGA-PENDING-RECORD
009510         END-REWRITE
009512     ELSE
