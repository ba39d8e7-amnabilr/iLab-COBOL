001000*           kadaluarsanya paling dekat diambil dulu) -- supaya
001100*           rak bahan kimia tidak lagi lewat umur tanpa ada yang
001200*           tahu.
001210*           Terima dan konsumsi ditolak selama tanda jendela batch
001220*           malam batchwin.ctl terpasang (BTC-WIN); laporan dan
001230*           saran FEFO tetap boleh.
001300* Tectonics: cobc -I copybooks
001400******************************************************************
001500 IDENTIFICATION DIVISION.
003700
003800 WORKING-STORAGE SECTION.
003900 77 WS-RPT-NAMA            PIC X(30).
003910* Parameter BTC-WIN (jendela batch malam).
003920 77 WS-BW-FUNGSI           PIC X(1) VALUE 'C'.
003930 77 WS-BW-PROGRAM          PIC X(13) VALUE 'STK-LOT'.
003940 77 WS-BW-HASIL            PIC X(1).
003950 77 WS-BW-PEMEGANG         PIC X(13).
004000 77 WS-TGL-RUN             PIC 9(8).
004100 77 WS-JAM-RUN             PIC 9(8).
004200 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'STK-LOT'.
013500         ' KADALUARSA, F=SARAN FEFO, S=SELESAI) : '
013600         WITH NO ADVANCING.
013700     ACCEPT WS-PILIHAN.
013707*    Terima dan konsumsi lot membukukan: ditolak selama tutup
013714*    malam berjalan. Laporan kadaluarsa dan saran FEFO tetap
013721*    boleh.
013728     IF WS-PILIH-TERIMA OR WS-PILIH-KONSUMSI
013735         CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
013742             WS-BW-HASIL, WS-BW-PEMEGANG
013749         IF WS-BW-HASIL = 'Y'
013756             DISPLAY 'TUTUP MALAM ' WS-BW-PEMEGANG ' BERJALAN,'
013763                 ' TERIMA DAN KONSUMSI LOT DITOLAK'
013770             GO TO 2000-EXIT
013777         END-IF
013784     END-IF.
013800     EVALUATE TRUE
013900         WHEN WS-PILIH-TERIMA
014000             PERFORM 3000-TERIMA-LOT THRU 3000-EXIT
