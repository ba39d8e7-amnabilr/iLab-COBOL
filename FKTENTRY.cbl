000800*           faktur dan tanggal jatuh tempo -- supaya pencocokan
000900*           tiga arah FKT-MATCH punya bahan yang terekam, bukan
001000*           faktur kertas di atas meja.
001010*           Nomor seri faktur pajak dan PPN yang tertera di
001020*           dalamnya dicatat sekali per faktur (kosong bila
001030*           faktur pajak belum diterima) untuk rekonsiliasi PPN
001040*           masukan VAT-REK.
001050*           Posting ditolak selama tanda jendela batch malam
001060*           batchwin.ctl terpasang (BTC-WIN).
001100* Tectonics: cobc -I copybooks
001200******************************************************************
001300 IDENTIFICATION DIVISION.
003000
003100 WORKING-STORAGE SECTION.
003200 77 FK-FS                  PIC XX.
003210* Parameter BTC-WIN (jendela batch malam).
003220 77 WS-BW-FUNGSI           PIC X(1) VALUE 'C'.
003230 77 WS-BW-PROGRAM          PIC X(13) VALUE 'FKT-ENTRY'.
003240 77 WS-BW-HASIL            PIC X(1).
003250 77 WS-BW-PEMEGANG         PIC X(13).
003300 77 PO-FS                  PIC XX.
003400 77 SUP-FS                 PIC XX.
003500 77 WS-SUPPLIER-OK-SW      PIC X VALUE 'N'.
004100 77 WS-URUT                PIC 9(2) VALUE ZERO.
004200 01 WS-NO-FAKTUR           PIC X(10).
004300 01 WS-SUPPLIER-FKT        PIC X(13).
004310 01 WS-NO-FP               PIC X(20).
004320 01 WS-PPN-FP              PIC 9(9)V9(3) VALUE ZERO.
004400
004500 PROCEDURE DIVISION.
004600*-----------------------------------------------------------------
004700 0000-MAINLINE.
004710     CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
004720         WS-BW-HASIL, WS-BW-PEMEGANG.
004730     IF WS-BW-HASIL = 'Y'
004740         DISPLAY 'TUTUP MALAM ' WS-BW-PEMEGANG ' BERJALAN,'
004750             ' ENTRI FAKTUR DITOLAK'
004760         GO TO 9999-EXIT
004770     END-IF.
004800     PERFORM 1000-BUKA-FILE THRU 1000-EXIT.
004900     PERFORM 2000-VALIDASI-SUPPLIER THRU 2000-EXIT
005000         UNTIL WS-SUPPLIER-OK.
005500         CLOSE FAKTUR-FILE
005600         GO TO 9999-EXIT
005700     END-IF.
005710     DISPLAY 'NOMOR FAKTUR PAJAK (KOSONG=BELUM ADA) : '
005720         WITH NO ADVANCING.
005730     ACCEPT WS-NO-FP.
005740     IF WS-NO-FP NOT = SPACES
005750         DISPLAY 'PPN PADA FAKTUR PAJAK : ' WITH NO ADVANCING
005760         ACCEPT WS-PPN-FP
005770     END-IF.
005800     PERFORM 3000-TERIMA-BARIS THRU 3000-EXIT
005900         UNTIL NOT WS-LAGI.
006000     CLOSE FAKTUR-FILE.
011400         DISPLAY 'BARIS PO TIDAK DITEMUKAN, BARIS DITOLAK'
011500         GO TO 3000-LAGI
011600     END-IF.
011610     IF PO-STATUS = 'D'
011620         DISPLAY 'BARIS PO MASIH DRAFT, BARIS DITOLAK'
011630         GO TO 3000-LAGI
011640     END-IF.
011650     IF PO-STATUS = 'M'
011660         DISPLAY 'PO BELUM DISETUJUI (PO-APRV), BARIS DITOLAK'
011670         GO TO 3000-LAGI
011680     END-IF.
011700     IF PO-SUPPLIER NOT = WS-SUPPLIER-FKT
011800         DISPLAY 'PO ITU MILIK SUPPLIER LAIN, BARIS DITOLAK'
011900         GO TO 3000-LAGI
013100     DISPLAY 'JATUH TEMPO (YYYYMMDD)    : ' WITH NO ADVANCING.
013200     ACCEPT FK-TGL-TEMPO.
013300     MOVE 'B' TO FK-STATUS.
013310     MOVE ZERO TO FK-NO-VOUCHER.
013320     MOVE ZERO TO FK-TGL-BAYAR.
013330     MOVE WS-NO-FP TO FK-NO-FP.
013340     IF WS-URUT = 1
013350         MOVE WS-PPN-FP TO FK-PPN-FP
013360     ELSE
013370         MOVE ZERO TO FK-PPN-FP
013380     END-IF.
013400     WRITE FAKTUR-RECORD
013500         INVALID KEY
013600             DISPLAY 'GAGAL TULIS BARIS FAKTUR, STATUS ' FK-FS
