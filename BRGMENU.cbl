000895*   - Pilihan 6 membuka BRG-SCR, panel layar penuh tambah/ubah/
000896*     lihat dengan semua field sekaligus, untuk hari pengiriman
000897*     yang entri satu-satu per barisnya terlalu lambat.
000907*   - Selama tanda jendela batch malam batchwin.ctl terpasang
000917*     (BTC-WIN), sign-on diberi tahu driver yang berjalan dan
000927*     hanya pilihan pertanyaan yang dibuka: daftar barang (2) dan
000937*     panel layar penuh (6, yang sendiri menolak tambah/ubah);
000947*     tambah, ubah dan hapus ditolak.
000948*   - Umur sandi 90 hari dihitung dalam hari kalender lewat
000949*     TGL-KERJA, bukan lagi bulan 30 hari.
000957******************************************************************
001000 IDENTIFICATION DIVISION.
001100*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001200 PROGRAM-ID. BRG-MENU.
002370 77 WS-GANTI-OK-SW           PIC X.
002372     88 WS-GANTI-OK         VALUE 'Y'.
002374 77 WS-TGL-KINI              PIC 9(8).
002376 77 WS-UMUR-SANDI            PIC S9(7).
002378* Parameter TGL-KERJA (hitungan hari kalender dan hari kerja).
002380 77 WS-TK-FUNGSI             PIC X(1) VALUE 'H'.
002382 77 WS-TK-HARI               PIC S9(7).
002384 77 WS-TK-KERJA              PIC S9(7).
002386 77 WS-TK-KET                PIC X(30).
002388* Parameter BTC-WIN (jendela batch malam).
002390 77 WS-BW-FUNGSI           PIC X(1) VALUE 'C'.
002392 77 WS-BW-PROGRAM          PIC X(13) VALUE 'BRG-MENU'.
002394 77 WS-BW-HASIL            PIC X(1).
002396 77 WS-BW-PEMEGANG         PIC X(13).
002400 77 WS-PILIHAN              PIC 9 VALUE ZERO.
002500 77 WS-SELESAI-SW           PIC X VALUE 'N'.
002600     88 WS-SELESAI          VALUE 'Y'.
004308     PERFORM 0400-CEK-LATIHAN THRU 0400-EXIT.
004310     PERFORM 0500-SIGN-ON THRU 0500-EXIT
004320         UNTIL WS-SIGNON-OK.
004330     IF NOT WS-SELESAI
004340         PERFORM 0900-CEK-JENDELA THRU 0900-EXIT
004350     END-IF.
004400     PERFORM 1000-TAMPIL-MENU THRU 1000-EXIT
004500         UNTIL WS-SELESAI.
004510     PERFORM 0800-HAPUS-SESI THRU 0800-EXIT.
004731     END-IF.
004732     MOVE ZERO TO OP-GAGAL.
004733     ACCEPT WS-TGL-KINI FROM DATE YYYYMMDD.
004734* Umur sandi dalam hari kalender (TGL-KERJA fungsi H); sandi
004735* tanpa tanggal dianggap kedaluwarsa.
004736     MOVE 9999999 TO WS-UMUR-SANDI.
004738     IF OP-TGL-SANDI IS NUMERIC AND OP-TGL-SANDI > ZERO
004739         CALL 'TGL-KERJA' USING WS-TK-FUNGSI, OP-TGL-SANDI,
004740             WS-TGL-KINI, WS-TK-HARI, WS-TK-KERJA, WS-TK-KET
004741         MOVE WS-TK-HARI TO WS-UMUR-SANDI
004742     END-IF.
004743     IF OP-GANTI = 'Y'
004744             OR WS-UMUR-SANDI > 90
004745         DISPLAY 'Sandi wajib diganti sekarang.'
004746         PERFORM 0700-GANTI-SANDI THRU 0700-EXIT
004747         IF NOT WS-GANTI-OK
004800     EXIT.

004801*-----------------------------------------------------------------
004802* Jendela batch malam: selama tutup malam berjalan hanya
004803* pertanyaan yang dibuka, supaya tidak ada posting yang masuk di
004804* antara backup dan export CSV rantai.
004805*-----------------------------------------------------------------
004806 0900-CEK-JENDELA.
004807     CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
004808         WS-BW-HASIL, WS-BW-PEMEGANG.
004809     IF WS-BW-HASIL = 'Y'
004810         DISPLAY '*** TUTUP MALAM ' WS-BW-PEMEGANG ' BERJALAN:'
004811             ' HANYA PERTANYAAN, UPDATE DITOLAK ***'
004812     END-IF.
004813 0900-EXIT.
004814     EXIT.

004815*-----------------------------------------------------------------
004816 1000-TAMPIL-MENU.
004817     IF WS-MODE-LATIHAN
004818         DISPLAY '*** MODE LATIHAN ***'
004830     END-IF.
004900     DISPLAY WS-MENU.
005000     DISPLAY 'Pilihan (1-6) : ' WITH NO ADVANCING.
005100     ACCEPT WS-PILIHAN.
005110     IF WS-PILIHAN = 1 OR WS-PILIHAN = 3 OR WS-PILIHAN = 4
005120         PERFORM 0900-CEK-JENDELA THRU 0900-EXIT
005130         IF WS-BW-HASIL = 'Y'
005140             GO TO 1000-EXIT
005150         END-IF
005160     END-IF.
005200     EVALUATE WS-PILIHAN
005300         WHEN 1
005400             CALL 'barang'
