000900*           mutasi pun dibukukan -- menggantikan rentetan entri
001000*           keluar manual plus satu entri masuk manual tiap kali
001100*           lab merakit paket.
001110*           Posting ditolak selama tanda jendela batch malam
001120*           batchwin.ctl terpasang (BTC-WIN).
001200* Tectonics: cobc -I copybooks
001300******************************************************************
001400 IDENTIFICATION DIVISION.
006500 01 WS-ARAH-MUTASI         PIC X.
006510 77 WS-TGL-PERIODE         PIC 9(8).
006520 77 WS-PRD-BOLEH-SW        PIC X.
006530* Parameter BTC-WIN (jendela batch malam).
006540 77 WS-BW-FUNGSI           PIC X(1) VALUE 'C'.
006550 77 WS-BW-PROGRAM          PIC X(13) VALUE 'KIT-ASM'.
006560 77 WS-BW-HASIL            PIC X(1).
006570 77 WS-BW-PEMEGANG         PIC X(13).
006600 01 WS-TABEL-KOMPONEN.
006700     02 WS-TK-ENTRI OCCURS 30 TIMES.
006800         03 WS-TK-KODE     PIC X(05).
007350             ' PERAKITAN KIT DITOLAK'
007360         GO TO 9999-EXIT
007370     END-IF.
007373     CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
007376         WS-BW-HASIL, WS-BW-PEMEGANG.
007379     IF WS-BW-HASIL = 'Y'
007382         DISPLAY 'TUTUP MALAM ' WS-BW-PEMEGANG ' BERJALAN,'
007385             ' PERAKITAN KIT DITOLAK'
007388         GO TO 9999-EXIT
007391     END-IF.
007400     DISPLAY 'KODE KIT DIRAKIT         : ' WITH NO ADVANCING.
007500     ACCEPT WS-KODE-KIT.
007600     DISPLAY 'NOMOR GUDANG             : ' WITH NO ADVANCING.
026200     MOVE WS-JML-MUTASI TO JR-JUMLAH.
026300     MOVE STK-SALDO TO JR-SALDO.
026400     ACCEPT JR-TANGGAL FROM DATE YYYYMMDD.
026410     CALL 'JRN-CAP' USING JR-JAM, JR-OPERATOR.
026500     WRITE STOK-JURNAL-LINE.
026550     CALL 'STK-RKP' USING STOK-JURNAL-LINE.
026600     CLOSE STOK-JURNAL.
026700 5200-EXIT.
026800     EXIT.
