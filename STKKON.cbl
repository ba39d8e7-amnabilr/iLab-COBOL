001000*           konsjrnl.dat; laporan penyelesaian bulanan per
001100*           supplier menjumlahkan konsumsi itu (dinilai dengan
001200*           HARGA-BRG) sebagai dasar supplier menagih kita.
001210*           Setiap penerimaan titipan dicatat sebagai bukti
001220*           terima bernomor (TRM-DOK, jalur T, tanpa PO) dengan
001230*           nomor surat jalan supplier, dan nota terimanya
001240*           dicetak untuk ditandatangani pengemudi.
001250*           Terima dan pakai ditolak selama tanda jendela batch
001260*           malam batchwin.ctl terpasang (BTC-WIN); laporan tetap
001270*           boleh.
001300* Tectonics: cobc -I copybooks
001400******************************************************************
001500 IDENTIFICATION DIVISION.
006300
006400 WORKING-STORAGE SECTION.
006500 77 WS-RPT-NAMA            PIC X(30).
006510* Parameter BTC-WIN (jendela batch malam).
006520 77 WS-BW-FUNGSI           PIC X(1) VALUE 'C'.
006530 77 WS-BW-PROGRAM          PIC X(13) VALUE 'STK-KON'.
006540 77 WS-BW-HASIL            PIC X(1).
006550 77 WS-BW-PEMEGANG         PIC X(13).
006600 77 WS-TGL-RUN             PIC 9(8).
006700 77 WS-JAM-RUN             PIC 9(8).
006800 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'STK-KON'.
009700 01 WS-JUMLAH-KON          PIC 9(5).
009800 01 WS-BULAN-PILIH         PIC 9(6).
009900 01 WS-NILAI               PIC 9(12)V9(3).
009910 77 WS-SJ-KON              PIC X(15).
009920 77 WS-NO-TRM              PIC 9(7) VALUE ZERO.
009930 77 WS-TRM-AKSI            PIC X.
009940 77 WS-PO-TRM              PIC 9(5) VALUE ZERO.
009950 77 WS-URUT-TRM            PIC 9(2) VALUE ZERO.
009960 77 WS-JML-TRM             PIC 9(7).
009970 77 WS-QC-TRM              PIC 9(7) VALUE ZERO.
009980 77 WS-JALUR-TRM           PIC X VALUE 'T'.
010000 01 WS-SUB-SUP.
010100     02 WS-SS-ENTRI OCCURS 20 TIMES.
010200         03 WS-SS-SUPPLIER PIC X(13).
014300     DISPLAY 'KONSINYASI (T=TERIMA, P=PAKAI, L=LAPORAN'
014400         ' BULANAN, S=SELESAI) : ' WITH NO ADVANCING.
014500     ACCEPT WS-PILIHAN.
014508*    Terima dan pakai konsinyasi membukukan: ditolak selama
014516*    tutup malam berjalan. Laporan bulanan tetap boleh.
014524     IF WS-PILIH-TERIMA OR WS-PILIH-PAKAI
014532         CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
014540             WS-BW-HASIL, WS-BW-PEMEGANG
014548         IF WS-BW-HASIL = 'Y'
014556             DISPLAY 'TUTUP MALAM ' WS-BW-PEMEGANG ' BERJALAN,'
014564                 ' TERIMA DAN PAKAI KONSINYASI DITOLAK'
014572             GO TO 2000-EXIT
014580         END-IF
014588     END-IF.
014600     EVALUATE TRUE
014700         WHEN WS-PILIH-TERIMA
014800             PERFORM 3000-TERIMA THRU 3000-EXIT
017300         DISPLAY 'JUMLAH NOL, DITOLAK'
017400         GO TO 3000-EXIT
017500     END-IF.
017510     DISPLAY 'NO SURAT JALAN SUPPLIER  : ' WITH NO ADVANCING.
017520     ACCEPT WS-SJ-KON.
017600     PERFORM 6100-BACA-KONSIG THRU 6100-EXIT.
017700     ADD WS-JUMLAH-KON TO KON-SALDO.
017800     PERFORM 6200-SIMPAN-KONSIG THRU 6200-EXIT.
017900     DISPLAY 'SALDO KONSINYASI SEKARANG ' KON-SALDO.
017910     MOVE 'B' TO WS-TRM-AKSI.
017920     PERFORM 3100-BUKTI-TERIMA THRU 3100-EXIT.
017930     MOVE WS-JUMLAH-KON TO WS-JML-TRM.
017940     MOVE 'L' TO WS-TRM-AKSI.
017950     PERFORM 3100-BUKTI-TERIMA THRU 3100-EXIT.
017960     MOVE 'T' TO WS-TRM-AKSI.
017970     PERFORM 3100-BUKTI-TERIMA THRU 3100-EXIT.
018000 3000-EXIT.
018100     EXIT.
018105
018110*-----------------------------------------------------------------
018120* Bukti terima titipan: satu bukti satu baris, tanpa PO.
018130*-----------------------------------------------------------------
018140 3100-BUKTI-TERIMA.
018150     CALL 'TRM-DOK' USING WS-TRM-AKSI, WS-NO-TRM, WS-SJ-KON,
018160         WS-PO-TRM, WS-URUT-TRM, WS-SUP-KON, WS-KODE-KON,
018170         WS-GDG-KON, WS-JML-TRM, WS-QC-TRM, WS-JALUR-TRM.
018180 3100-EXIT.
018190     EXIT.
018200
018300*-----------------------------------------------------------------
018400* Pemakaian titipan: saldo konsinyasi berkurang dan konsumsinya
