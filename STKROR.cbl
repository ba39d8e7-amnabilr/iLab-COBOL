000700*           per supplier ke REORDER.RPT (barang, saran jumlah,
000800*           nilai), supaya bagian pembelian tinggal mengirim satu
000900*           pesanan per supplier langsung dari cetakan.
000910*           ROR-PO memakai aturan yang sama untuk membuat draft
000920*           PO langsung di po.dat.
000930*           Kampus dapat dipilih (0 = semua): saldo dijumlah
000940*           hanya dari gudang milik kampus itu (GD-KAMPUS).
001000* Tectonics: cobc -I copybooks
001100******************************************************************
001200 IDENTIFICATION DIVISION.
005430 77 WS-SP-KETEMU-SW        PIC X.
005500 77 WS-TARGET              PIC 9(5).
005600 77 WS-JML-ITEM            PIC 9(5) VALUE ZERO.
005610 77 WS-KAMPUS-PILIH        PIC 9(01) VALUE ZERO.
005620 77 WS-KAMPUS-GDG          PIC 9(01).
005630 01 WS-GUDANG-KAMPUS.
005640     02 WS-GK-KAMPUS       PIC 9(01) OCCURS 99 TIMES.
005650 01 WS-KAMPUS-TABEL.
005660     02 WS-KT-NAMA         PIC X(20) OCCURS 9 TIMES.
005700 01 WS-KODE-BERJALAN       PIC X(5) VALUE SPACES.
005800 01 WS-TOTAL-SALDO         PIC 9(7) VALUE ZERO.
005900 01 WS-SUPPLIER-BERJALAN   PIC X(13) VALUE SPACES.
006200 01 WS-JUDUL.
006300     02 FILLER             PIC X(18) VALUE 'PESANAN SUPPLIER: '.
006400     02 WS-J-SUPPLIER      PIC X(13).
006410     02 FILLER             PIC X(09) VALUE '  KAMPUS:'.
006420     02 WS-J-KAMPUS        PIC X(20).
006500 01 WS-HEADER.
006600     02 FILLER             PIC X(07) VALUE 'KODE'.
006700     02 FILLER             PIC X(24) VALUE 'NAMA BARANG'.
009600     IF WS-TARGET < WS-AMBANG
009700         MOVE WS-AMBANG TO WS-TARGET
009800     END-IF.
009810     DISPLAY 'KAMPUS (0=SEMUA)         : ' WITH NO ADVANCING.
009820     ACCEPT WS-KAMPUS-PILIH.
009830     CALL 'GDG-KMP' USING WS-GUDANG-KAMPUS.
009840     CALL 'KMP-TBL' USING WS-KAMPUS-TABEL.
009850     IF WS-KAMPUS-PILIH = ZERO
009860         MOVE 'SEMUA' TO WS-J-KAMPUS
009870     ELSE
009880         MOVE WS-KT-NAMA(WS-KAMPUS-PILIH) TO WS-J-KAMPUS
009890     END-IF.
009900     OPEN INPUT STOK-LEDGER.
010000     IF STK-FS NOT = '00'
010100         DISPLAY 'stok.dat TIDAK DAPAT DIBUKA, STATUS ' STK-FS
014200     EXIT.
014300
014400 1100-JUMLAH-BARANG.
014410     MOVE ZERO TO WS-KAMPUS-GDG.
014420     IF STK-GUDANG >= 1
014430         MOVE WS-GK-KAMPUS(STK-GUDANG) TO WS-KAMPUS-GDG
014440     END-IF.
014450     IF WS-KAMPUS-PILIH = ZERO
014460         OR WS-KAMPUS-GDG = WS-KAMPUS-PILIH
014500         ADD STK-SALDO TO WS-TOTAL-SALDO
014510     END-IF.
014600     READ STOK-LEDGER NEXT RECORD
014700         AT END MOVE 'Y' TO WS-EOF-SW
014800     END-READ.
