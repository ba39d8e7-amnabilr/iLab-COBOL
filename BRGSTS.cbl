000800*           supervisor level 2 (sesi OPR-SES) yang boleh, supaya
000900*           barang yang sudah diputuskan fakultas untuk
001000*           dihentikan tidak diam-diam dipesan lagi.
001010*           Ditolak selama tanda jendela batch malam
001020*           batchwin.ctl terpasang (BTC-WIN).
001100* Tectonics: cobc -I copybooks
001200******************************************************************
001300 IDENTIFICATION DIVISION.
002800 77 FS                     PIC XX.
002900 77 WS-OPR-ID              PIC X(8).
003000 77 WS-OPR-LEVEL           PIC 9(1).
003010* Parameter BTC-WIN (jendela batch malam).
003020 77 WS-BW-FUNGSI           PIC X(1) VALUE 'C'.
003030 77 WS-BW-PROGRAM          PIC X(13) VALUE 'BRG-STS'.
003040 77 WS-BW-HASIL            PIC X(1).
003050 77 WS-BW-PEMEGANG         PIC X(13).
003100 77 WS-LAGI-SW             PIC X VALUE 'Y'.
003200     88 WS-LAGI            VALUE 'Y'.
003300 77 WS-KODE-PILIH          PIC X(5).
004300             ' YANG SIGN-ON LEWAT BRG-MENU'
004400         GO TO 9999-EXIT
004500     END-IF.
004510     CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
004520         WS-BW-HASIL, WS-BW-PEMEGANG.
004530     IF WS-BW-HASIL = 'Y'
004540         DISPLAY 'TUTUP MALAM ' WS-BW-PEMEGANG ' BERJALAN,'
004550             ' UBAH STATUS DITOLAK'
004560         GO TO 9999-EXIT
004570     END-IF.
004600     OPEN I-O INFO-BRG.
004700     IF FS NOT = '00'
004800         DISPLAY 'barang.dat TIDAK DAPAT DIBUKA, STATUS ' FS
