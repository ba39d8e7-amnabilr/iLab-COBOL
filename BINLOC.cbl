000800*           menyusuri rak -- dengan nama barang dan saldo
000900*           stok.dat, supaya mencari barang di gudang 02 bukan
001000*           lagi soal hafalan kepala gudang.
001010*           Tiap bin membawa daftar kelas bahaya UN yang boleh
001020*           disimpan di situ; putaway barang B3 (bahaya.dat,
001030*           BHY-MNT) ke bin yang tidak mengizinkan kelasnya
001040*           ditolak.
001050*           Tambah bin, ubah kelas dan putaway ditolak selama
001060*           tanda jendela batch malam batchwin.ctl terpasang
001070*           (BTC-WIN); picking list tetap boleh.
001100* Tectonics: cobc -I copybooks
001200******************************************************************
001300 IDENTIFICATION DIVISION.
002300     COPY STKSEL.
002400     COPY GDGSEL.
002500     COPY BINSEL.
002510     COPY BHYSEL.
002600     SELECT BINMST-FILE ASSIGN TO 'binmst.dat'
002700     ORGANIZATION IS INDEXED
002800     ACCESS MODE IS DYNAMIC
003700     COPY STKFD.
003800     COPY GDGFD.
003900     COPY BINFD.
003910     COPY BHYFD.
004000 FD BINMST-FILE.
004100 01 BINMST-RECORD.
004200     02 BIN-KUNCI.
004300         03 BIN-GUDANG     PIC 9(02).
004400         03 BIN-KODE       PIC X(06).
004500     02 BIN-KETERANGAN     PIC X(20).
004510* Kelas bahaya UN yang diizinkan, rata kiri; daftar kosong =
004520* bin hanya untuk barang bukan B3.
004530     02 BIN-KELAS-DAFTAR.
004540         03 BIN-KELAS-IZIN PIC X(02) OCCURS 5 TIMES.
004600 FD REPORT-OUT.
004700 01 REPORT-LINE            PIC X(80).
004800
004900 WORKING-STORAGE SECTION.
005000 77 WS-RPT-NAMA            PIC X(30).
005010* Parameter BTC-WIN (jendela batch malam).
005020 77 WS-BW-FUNGSI           PIC X(1) VALUE 'C'.
005030 77 WS-BW-PROGRAM          PIC X(13) VALUE 'BIN-LOC'.
005040 77 WS-BW-HASIL            PIC X(1).
005050 77 WS-BW-PEMEGANG         PIC X(13).
005100 77 WS-TGL-RUN             PIC 9(8).
005200 77 WS-JAM-RUN             PIC 9(8).
005300 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'BIN-LOC'.
005700 77 GD-FS                  PIC XX.
005800 77 PUT-FS                 PIC XX.
005900 77 BIN-FS                 PIC XX.
005910 77 BHY-FS                 PIC XX.
006000 77 RS                     PIC XX.
006100 77 WS-EOF-SW              PIC X VALUE 'N'.
006200     88 WS-EOF             VALUE 'Y'.
006600     88 WS-BRG-ADA         VALUE 'Y'.
006700 77 WS-BIN-ADA-SW          PIC X VALUE 'N'.
006800     88 WS-BIN-ADA         VALUE 'Y'.
006810 77 WS-KELAS-OK-SW         PIC X VALUE 'N'.
006820     88 WS-KELAS-OK        VALUE 'Y'.
006830 77 WS-KELAS-SELESAI-SW    PIC X VALUE 'N'.
006840     88 WS-KELAS-SELESAI   VALUE 'Y'.
006850 77 WS-IDX                 PIC 9(2).
006900 77 WS-JML-BARIS           PIC 9(5) VALUE ZERO.
007000 01 WS-PILIHAN             PIC X.
007100     88 WS-PILIH-BIN       VALUE 'B'.
007110     88 WS-PILIH-KELAS     VALUE 'K'.
007200     88 WS-PILIH-PUTAWAY   VALUE 'P'.
007300     88 WS-PILIH-CETAK     VALUE 'C'.
007400     88 WS-PILIH-SELESAI   VALUE 'S'.
007500 01 WS-GDG-PILIH           PIC 9(2).
007600 01 WS-BIN-PILIH           PIC X(6).
007700 01 WS-KODE-PILIH          PIC X(5).
007710 01 WS-KELAS-PILIH         PIC X(2).
007800 01 WS-JUDUL.
007900     02 FILLER             PIC X(26)
008000         VALUE 'PICKING LIST URUT BIN GDG '.
012700
012800*-----------------------------------------------------------------
012900 2000-MENU.
013000     DISPLAY 'LOKASI BIN (B=TAMBAH BIN, K=KELAS B3 BIN,'
013100         ' P=PUTAWAY, C=PICKING LIST, S=SELESAI) : '
013110         WITH NO ADVANCING.
013200     ACCEPT WS-PILIHAN.
013207*    Tambah bin, ubah kelas dan putaway mengubah file bin:
013214*    ditolak selama tutup malam berjalan. Picking list tetap
013221*    boleh.
013228     IF WS-PILIH-BIN OR WS-PILIH-KELAS
013235             OR WS-PILIH-PUTAWAY
013242         CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
013249             WS-BW-HASIL, WS-BW-PEMEGANG
013256         IF WS-BW-HASIL = 'Y'
013263             DISPLAY 'TUTUP MALAM ' WS-BW-PEMEGANG ' BERJALAN,'
013270                 ' PERUBAHAN BIN DAN PUTAWAY DITOLAK'
013277             GO TO 2000-EXIT
013284         END-IF
013291     END-IF.
013300     EVALUATE TRUE
013400         WHEN WS-PILIH-BIN
013500             PERFORM 3000-TAMBAH-BIN THRU 3000-EXIT
013510         WHEN WS-PILIH-KELAS
013520             PERFORM 3500-UBAH-KELAS THRU 3500-EXIT
013600         WHEN WS-PILIH-PUTAWAY
013700             PERFORM 4000-PUTAWAY THRU 4000-EXIT
013800         WHEN WS-PILIH-CETAK
016100     MOVE WS-BIN-PILIH TO BIN-KODE.
016200     DISPLAY 'KETERANGAN BIN           : ' WITH NO ADVANCING.
016300     ACCEPT BIN-KETERANGAN.
016310     PERFORM 3100-TANYA-KELAS THRU 3100-EXIT.
016400     WRITE BINMST-RECORD
016500         INVALID KEY
016600             DISPLAY 'BIN SUDAH TERDAFTAR, TIDAK DITAMBAH'
016900     END-WRITE.
017000 3000-EXIT.
017100     EXIT.
017101
017102*-----------------------------------------------------------------
017103* Daftar kelas B3 yang diizinkan di bin, diisi ulang seluruhnya.
017104*-----------------------------------------------------------------
017105 3100-TANYA-KELAS.
017106     MOVE SPACES TO BIN-KELAS-DAFTAR.
017107     MOVE 'N' TO WS-KELAS-SELESAI-SW.
017108     DISPLAY 'KELAS BAHAYA UN YANG DIIZINKAN (MAKS 5,'
017109         ' KOSONG=SELESAI, TANPA KELAS=BIN NON-B3)'.
017111     PERFORM 3150-SATU-KELAS THRU 3150-EXIT
017112         VARYING WS-IDX FROM 1 BY 1
017113         UNTIL WS-IDX > 5 OR WS-KELAS-SELESAI.
017114 3100-EXIT.
017115     EXIT.
017116
017117 3150-SATU-KELAS.
017118     DISPLAY 'KELAS KE-' WS-IDX '              : '
017119         WITH NO ADVANCING.
017120     MOVE SPACES TO WS-KELAS-PILIH.
017121     ACCEPT WS-KELAS-PILIH.
017122     IF WS-KELAS-PILIH = SPACES
017123         MOVE 'Y' TO WS-KELAS-SELESAI-SW
017124         GO TO 3150-EXIT
017125     END-IF.
017126     MOVE WS-KELAS-PILIH TO BIN-KELAS-IZIN(WS-IDX).
017127 3150-EXIT.
017128     EXIT.
017129
017130*-----------------------------------------------------------------
017131* Ubah daftar kelas B3 bin yang sudah terdaftar. Barang yang
017132* sudah di-putaway tidak diperiksa ulang.
017133*-----------------------------------------------------------------
017134 3500-UBAH-KELAS.
017135     PERFORM 6000-TANYA-GUDANG THRU 6000-EXIT.
017136     IF NOT WS-GDG-OK
017137         GO TO 3500-EXIT
017138     END-IF.
017139     DISPLAY 'KODE BIN                 : ' WITH NO ADVANCING.
017140     ACCEPT WS-BIN-PILIH.
017141     MOVE WS-GDG-PILIH TO BIN-GUDANG.
017142     MOVE WS-BIN-PILIH TO BIN-KODE.
017143     READ BINMST-FILE
017144         INVALID KEY
017145             DISPLAY 'BIN TIDAK TERDAFTAR DI GUDANG ITU'
017146             GO TO 3500-EXIT
017147     END-READ.
017148     DISPLAY BIN-KETERANGAN ' KELAS B3 : ' BIN-KELAS-DAFTAR.
017149     PERFORM 3100-TANYA-KELAS THRU 3100-EXIT.
017150     REWRITE BINMST-RECORD
017151         INVALID KEY
017152             DISPLAY 'GAGAL SIMPAN BIN, STATUS ' BIN-FS
017153         NOT INVALID KEY
017154             DISPLAY 'KELAS B3 BIN DIUBAH'
017155     END-REWRITE.
017156 3500-EXIT.
017157     EXIT.
017200
017300*-----------------------------------------------------------------
017400* Putaway: pasangkan satu KODE-BRG ke satu bin terdaftar.
020700         DISPLAY 'KODE TIDAK ADA DI barang.dat'
020800         GO TO 4000-EXIT
020900     END-IF.
020910     PERFORM 4100-CEK-BAHAYA THRU 4100-EXIT.
020920     IF NOT WS-KELAS-OK
020930         GO TO 4000-EXIT
020940     END-IF.
021000     MOVE WS-GDG-PILIH TO PUT-GUDANG.
021100     MOVE WS-BIN-PILIH TO PUT-BIN.
021200     MOVE WS-KODE-PILIH TO PUT-KODE-BRG.
021800     END-WRITE.
021900 4000-EXIT.
022000     EXIT.
022001
022002*-----------------------------------------------------------------
022003* Barang B3 hanya boleh masuk bin yang mengizinkan kelasnya.
022004* Saldo gudang di atas batas simpan hanya diperingatkan.
022005*-----------------------------------------------------------------
022006 4100-CEK-BAHAYA.
022007     MOVE 'Y' TO WS-KELAS-OK-SW.
022008     MOVE SPACES TO BHY-KELAS.
022009     OPEN INPUT BAHAYA-MST.
022010     IF BHY-FS = '00'
022011         MOVE WS-KODE-PILIH TO BHY-KODE-BRG
022012         READ BAHAYA-MST
022013             INVALID KEY MOVE SPACES TO BHY-KELAS
022014         END-READ
022015     ELSE
022016         IF BHY-FS NOT = '35'
022017             DISPLAY 'bahaya.dat TIDAK DAPAT DIBUKA, STATUS '
022018                 BHY-FS
022019             MOVE 'N' TO WS-KELAS-OK-SW
022020         END-IF
022021     END-IF.
022022     CLOSE BAHAYA-MST.
022023     IF BHY-KELAS = SPACES
022024         GO TO 4100-EXIT
022025     END-IF.
022026     MOVE 'N' TO WS-KELAS-OK-SW.
022027     PERFORM 4150-COCOK-KELAS THRU 4150-EXIT
022028         VARYING WS-IDX FROM 1 BY 1
022029         UNTIL WS-IDX > 5 OR WS-KELAS-OK.
022030     IF NOT WS-KELAS-OK
022031         DISPLAY 'BARANG B3 KELAS ' BHY-KELAS
022032             ' TIDAK DIIZINKAN DI BIN ' WS-BIN-PILIH
022033             ', PUTAWAY DITOLAK'
022034         GO TO 4100-EXIT
022035     END-IF.
022036     DISPLAY 'BARANG B3 KELAS ' BHY-KELAS ' SDS ' BHY-SDS-REF.
022037     IF BHY-MAKS-SIMPAN = ZERO
022038         GO TO 4100-EXIT
022039     END-IF.
022040     OPEN INPUT STOK-LEDGER.
022041     IF STK-FS = '00'
022042         MOVE WS-KODE-PILIH TO STK-KODE-BRG
022043         MOVE WS-GDG-PILIH TO STK-GUDANG
022044         READ STOK-LEDGER
022045             INVALID KEY CONTINUE
022046             NOT INVALID KEY
022047                 IF STK-SALDO > BHY-MAKS-SIMPAN
022048                     DISPLAY 'PERINGATAN: SALDO GUDANG '
022049                         STK-SALDO ' MELEBIHI BATAS SIMPAN '
022050                         BHY-MAKS-SIMPAN
022051                 END-IF
022052         END-READ
022053     END-IF.
022054     CLOSE STOK-LEDGER.
022055 4100-EXIT.
022056     EXIT.
022057
022058 4150-COCOK-KELAS.
022059     IF BIN-KELAS-IZIN(WS-IDX) = BHY-KELAS
022060         MOVE 'Y' TO WS-KELAS-OK-SW
022061     END-IF.
022062 4150-EXIT.
022063     EXIT.
022100
022200*-----------------------------------------------------------------
022300* Picking list per gudang: binbrg.dat dibaca urut kunci (gudang
