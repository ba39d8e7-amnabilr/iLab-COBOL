001000*           apa yang masih tertahan dan sudah berapa hari --
001100*           supaya batch buruk tidak terlanjur dipakai kelas
001200*           sebelum ada yang memeriksanya.
001210*           Lama tertahan dihitung TGL-KERJA: hari kalender
001220*           sebenarnya dan hari kerja (tanpa akhir pekan dan
001230*           libur harilibur.dat).
001240*           Posting ditolak selama tanda jendela batch malam
001250*           batchwin.ctl terpasang (BTC-WIN).
001300* Tectonics: cobc -I copybooks
001400******************************************************************
001500 IDENTIFICATION DIVISION.
004200     88 WS-QC-ADA          VALUE 'Y'.
004300 77 WS-JML-TAHAN           PIC 9(5) VALUE ZERO.
004400 77 WS-UMUR-HARI           PIC S9(7).
004410 77 WS-UMUR-KERJA          PIC S9(7).
004420* Parameter TGL-KERJA (hitungan hari kalender dan hari kerja).
004430 77 WS-TK-FUNGSI           PIC X(1).
004440 77 WS-TK-TGL-2            PIC 9(8).
004450 77 WS-TK-HARI             PIC S9(7).
004460 77 WS-TK-KERJA            PIC S9(7).
004470 77 WS-TK-KET              PIC X(30).
004500 01 WS-PILIHAN             PIC X.
004600     88 WS-PILIH-LEPAS     VALUE 'R'.
004700     88 WS-PILIH-TOLAK     VALUE 'T'.
005100 01 WS-GDG-QC              PIC 9(2).
005200 01 WS-JUMLAH-QC           PIC 9(5).
005300 01 WS-TGL-RUN             PIC 9(8).
005910 77 WS-PRD-BOLEH-SW        PIC X.
005920* Parameter BTC-WIN (jendela batch malam).
005930 77 WS-BW-FUNGSI           PIC X(1) VALUE 'C'.
005940 77 WS-BW-PROGRAM          PIC X(13) VALUE 'QC-DISP'.
005950 77 WS-BW-HASIL            PIC X(1).
005960 77 WS-BW-PEMEGANG         PIC X(13).
006000
006100 PROCEDURE DIVISION.
006200*-----------------------------------------------------------------
006300 0000-MAINLINE.
006400     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
006710     CALL 'PRD-CHK' USING WS-TGL-RUN, WS-PRD-BOLEH-SW.
006720     IF WS-PRD-BOLEH-SW = 'N'
006730         DISPLAY 'PERIODE BULAN INI SUDAH DITUTUP FINANCE,'
006740             ' DISPOSISI QC DITOLAK'
006750         GO TO 9999-EXIT
006760     END-IF.
006765     CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
006770         WS-BW-HASIL, WS-BW-PEMEGANG.
006775     IF WS-BW-HASIL = 'Y'
006780         DISPLAY 'TUTUP MALAM ' WS-BW-PEMEGANG ' BERJALAN,'
006785             ' DISPOSISI QC DITOLAK'
006790         GO TO 9999-EXIT
006795     END-IF.
006800     OPEN I-O QC-HOLD.
006900     IF QC-FS NOT = '00'
007000         DISPLAY 'TIDAK ADA TAHANAN QC (qchold.dat)'
020000     IF QC-JUMLAH = ZERO
020100         GO TO 4100-EXIT
020200     END-IF.
020210     MOVE 'S' TO WS-TK-FUNGSI.
020220     CALL 'TGL-KERJA' USING WS-TK-FUNGSI, QC-TGL-TERIMA,
020230         WS-TGL-RUN, WS-TK-HARI, WS-TK-KERJA, WS-TK-KET.
020240     MOVE WS-TK-HARI TO WS-UMUR-HARI.
020250     MOVE WS-TK-KERJA TO WS-UMUR-KERJA.
020700     ADD 1 TO WS-JML-TAHAN.
020800     DISPLAY 'BARANG ' QC-KODE-BRG ' GUDANG ' QC-GUDANG
020900         ' TERTAHAN ' QC-JUMLAH ' SEJAK ' QC-TGL-TERIMA
021000         ' (' WS-UMUR-HARI ' HARI, ' WS-UMUR-KERJA
021010         ' HARI KERJA)'.
021100 4100-EXIT.
021200     EXIT.
021300
025200     MOVE WS-JUMLAH-QC TO JR-JUMLAH.
025300     MOVE STK-SALDO TO JR-SALDO.
025400     ACCEPT JR-TANGGAL FROM DATE YYYYMMDD.
025410     CALL 'JRN-CAP' USING JR-JAM, JR-OPERATOR.
025500     WRITE STOK-JURNAL-LINE.
025550     CALL 'STK-RKP' USING STOK-JURNAL-LINE.
025600     CLOSE STOK-JURNAL.
025700 5200-EXIT.
025800     EXIT.
