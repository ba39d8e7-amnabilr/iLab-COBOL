000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Kasir toko kampus: kartu mahasiswa (NPM, barcode
000500*           CARD-PRN) discan, lalu label KODE-BRG barang (BRG-LBL,
000600*           check digit CD-CHK) satu scan satu satuan; label
000700*           berawalan '-' membatalkan satu satuan dari keranjang.
000800*           Stok keluar dari gudang toko (parameter GUDANGTOKO
000900*           sysparm.dat) dengan jurnal jenis J. Harga jual =
001000*           HARGA-BRG plus margin MARGINTOKO persen plus PPN-BRG.
001100*           Nota dibayar tunai atau ditagihkan ke tagihan kuliah
001200*           term aktif (term.dat) sebagai baris terpisah di
001300*           tgbaris.dat, yang dilaporkan BILL-ARR dan dilunasi
001400*           lewat BILL-PAY. Tiap nota dicetak struknya
001500*           (STRUK-*.RPT) dan dicatat ke jual.dat; saat tutup laci
001600*           kasir mencatat setoran tunainya untuk laporan kas
001700*           harian KAS-TOKO.
001710*           Posting ditolak selama tanda jendela batch malam
001720*           batchwin.ctl terpasang (BTC-WIN).
001800* Tectonics: cobc -I copybooks
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002200 PROGRAM-ID. POS-JUAL.
002300 ENVIRONMENT DIVISION.
002400*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002500 CONFIGURATION SECTION.
002600*-----------------------
002700 INPUT-OUTPUT SECTION.
002800     FILE-CONTROL.
002900     COPY BRGSEL.
003000     COPY STKSEL.
003100     COPY JRNSEL.
003200     COPY GDGSEL.
003300     COPY DEPTSEL.
003400     COPY JULSEL.
003500     COPY TGBSEL.
003600     SELECT JUAL-CTL ASSIGN TO 'jualctl.dat'
003700     ORGANIZATION IS LINE SEQUENTIAL
003800     FILE STATUS IS JC-FS.
003900     SELECT TERM-CTL ASSIGN TO 'term.dat'
004000     ORGANIZATION IS LINE SEQUENTIAL
004100     FILE STATUS IS TC-FS.
004200     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
004300     ORGANIZATION IS LINE SEQUENTIAL
004400     FILE STATUS IS RS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700     COPY BRGFD.
004800     COPY STKFD.
004900     COPY JRNFD.
005000     COPY GDGFD.
005100     COPY DEPTFD.
005200     COPY JULFD.
005300     COPY TGBFD.
005400 FD JUAL-CTL.
005500 01 JUAL-CTL-RECORD.
005600     02 JC-NO-TERAKHIR     PIC 9(07).
005700 FD TERM-CTL.
005800 01 TC-LINE.
005900     02 TC-LABEL           PIC X(06).
006000     02 TC-TERM            PIC 9(05).
006100 FD REPORT-OUT.
006200 01 REPORT-LINE            PIC X(60).
006300
006400 WORKING-STORAGE SECTION.
006500 77 WS-RPT-NAMA            PIC X(30).
006600 77 WS-TGL-RUN             PIC 9(8).
006700 77 WS-JAM-RUN             PIC 9(8).
006800 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'POS-JUAL'.
006900 77 WS-CAT-JML             PIC 9(7).
007000 77 FS                     PIC XX.
007100 77 STK-FS                 PIC XX.
007200 77 JR-FS                  PIC XX.
007300 77 GD-FS                  PIC XX.
007400 77 DP-FS                  PIC XX.
007500 77 JL-FS                  PIC XX.
007600 77 TB-FS                  PIC XX.
007700 77 JC-FS                  PIC XX.
007800 77 TC-FS                  PIC XX.
007900 77 RS                     PIC XX.
008000 77 WS-SIAP-SW             PIC X VALUE 'N'.
008100     88 WS-SIAP            VALUE 'Y'.
008200 77 WS-LAGI-SW             PIC X VALUE 'Y'.
008300     88 WS-LAGI            VALUE 'Y'.
008400 77 WS-SCAN-LAGI-SW        PIC X VALUE 'Y'.
008500     88 WS-SCAN-LAGI       VALUE 'Y'.
008600 77 WS-EOF-SW              PIC X VALUE 'N'.
008700     88 WS-EOF             VALUE 'Y'.
008800 77 WS-MHS-ADA-SW          PIC X VALUE 'N'.
008900     88 WS-MHS-ADA         VALUE 'Y'.
009000 77 WS-STK-ADA-SW          PIC X VALUE 'N'.
009100     88 WS-STK-ADA         VALUE 'Y'.
009200 77 WS-BATAL-SATU-SW       PIC X VALUE 'N'.
009300     88 WS-BATAL-SATU      VALUE 'Y'.
009400 77 WS-PRD-BOLEH-SW        PIC X.
009410* Parameter BTC-WIN (jendela batch malam).
009420 77 WS-BW-FUNGSI           PIC X(1) VALUE 'C'.
009430 77 WS-BW-PROGRAM          PIC X(13) VALUE 'POS-JUAL'.
009440 77 WS-BW-HASIL            PIC X(1).
009450 77 WS-BW-PEMEGANG         PIC X(13).
009500 77 WS-NPM-VALID-SW        PIC X.
009600 77 WS-KASIR               PIC X(8).
009700 77 WS-OPR-LEVEL           PIC 9(1).
009800 77 WS-TERM-AKTIF          PIC 9(5) VALUE ZERO.
009900 77 WS-GUDANG-TOKO         PIC 9(2) VALUE ZERO.
010000 77 WS-MARGIN              PIC 9(3) VALUE ZERO.
010100 77 WS-PPN                 PIC 9(2).
010200 77 WS-SP-NAMA             PIC X(12).
010300 77 WS-SP-NILAI            PIC 9(9).
010400 77 WS-SP-KETEMU-SW        PIC X.
010500 77 WS-NPM-SCAN            PIC X(8).
010600 77 WS-NAMA-MHS            PIC X(20).
010700 77 WS-NAMA-TOKO           PIC X(20).
010800 77 WS-STATUS-MHS          PIC X(1).
010900 77 WS-LABEL-SCAN          PIC X(8).
011000 77 WS-LABEL-KODE          PIC X(7).
011100 77 WS-KODE-SCAN           PIC X(5).
011200 77 WS-CD-CHAR             PIC X.
011300 77 WS-CD-HITUNG           PIC 9(1).
011400 77 WS-CD-SCAN             PIC 9(1).
011500 77 WS-SN-AKSI             PIC X.
011600 77 WS-SN-MODE             PIC X.
011700 77 WS-SN-SERI             PIC X(20) VALUE SPACES.
011800 77 WS-SN-REF              PIC X(10) VALUE SPACES.
011900 77 WS-SN-PO               PIC 9(5) VALUE ZERO.
012000 77 WS-SN-HASIL            PIC X.
012100 77 WS-SN-PESAN            PIC X(40).
012200 77 WS-HARGA-JUAL          PIC 9(9).
012300 77 WS-PERLU               PIC 9(5).
012400 77 WS-KR-JML              PIC 9(04) COMP VALUE ZERO.
012500 77 WS-KR-POS              PIC 9(04) COMP.
012600 77 WS-IDX                 PIC 9(04) COMP.
012700 77 WS-TOTAL               PIC 9(9) VALUE ZERO.
012800 77 WS-CARA-BAYAR          PIC X.
012900     88 WS-BAYAR-TUNAI     VALUE 'T'.
013000     88 WS-BAYAR-TAGIH     VALUE 'G'.
013100     88 WS-BAYAR-BATAL     VALUE 'B'.
013200 77 WS-BAYAR-SAH-SW        PIC X VALUE 'N'.
013300     88 WS-BAYAR-SAH       VALUE 'Y'.
013400 77 WS-UANG-TERIMA         PIC 9(9).
013500 77 WS-KEMBALI             PIC 9(9).
013600 77 WS-NO-NOTA             PIC 9(7).
013700 77 WS-BARIS-NOTA          PIC 9(3).
013800 77 WS-JAM-NOTA            PIC 9(8).
013900 77 WS-JML-NOTA            PIC 9(5) VALUE ZERO.
014000 77 WS-SESI-TUNAI          PIC 9(11) VALUE ZERO.
014100 77 WS-SESI-TAGIH          PIC 9(11) VALUE ZERO.
014200 77 WS-SETORAN             PIC 9(9).
014300 77 WS-SELISIH             PIC 9(11).
014400 77 WS-JML-STRUK           PIC 9(5).
014500*-----------------------------------------------------------------
014600* Keranjang satu nota; baris yang dibatalkan sampai nol tetap di
014700* tabel tetapi tidak dibukukan dan tidak dicetak.
014800*-----------------------------------------------------------------
014900 01 WS-KERANJANG.
015000     02 WS-KR-BARIS OCCURS 50 TIMES.
015100         03 WS-KR-KODE     PIC X(05).
015200         03 WS-KR-NAMA     PIC X(22).
015300         03 WS-KR-JUMLAH   PIC 9(05).
015400         03 WS-KR-HARGA    PIC 9(09).
015500         03 WS-KR-NILAI    PIC 9(09).
015600 01 WS-UANG-TAMPIL         PIC Z(10)9.
015700 01 WS-STRUK-DETAIL.
015800     02 WS-SD-NAMA         PIC X(22).
015900     02 FILLER             PIC X(01) VALUE SPACES.
016000     02 WS-SD-JUMLAH       PIC Z(4)9.
016100     02 FILLER             PIC X(01) VALUE SPACES.
016200     02 WS-SD-HARGA        PIC Z(8)9.
016300     02 FILLER             PIC X(01) VALUE SPACES.
016400     02 WS-SD-NILAI        PIC Z(8)9.
016500 01 WS-STRUK-UANG.
016600     02 WS-SU-LABEL        PIC X(39).
016700     02 WS-SU-NILAI        PIC Z(8)9.
016800
016900 PROCEDURE DIVISION.
017000*-----------------------------------------------------------------
017100 0000-MAINLINE.
017200     PERFORM 1000-PERSIAPAN THRU 1000-EXIT.
017300     IF NOT WS-SIAP
017400         GO TO 9999-EXIT
017500     END-IF.
017600     PERFORM 2000-SATU-PENJUALAN THRU 2000-EXIT
017700         UNTIL NOT WS-LAGI.
017800     PERFORM 5000-TUTUP-KASIR THRU 5000-EXIT.
017900     CLOSE INFO-BRG.
018000     CLOSE STOK-LEDGER.
018100     CLOSE STOK-JURNAL.
018200     CLOSE JUAL-LOG.
018300     CLOSE TAGIHAN-BARIS.
018400     GO TO 9999-EXIT.
018500
018600*-----------------------------------------------------------------
018700* Kasir dari sesi operator (ditanya kalau jalan di luar menu),
018800* term aktif untuk penagihan, gudang toko dan margin dari
018900* sysparm.dat. Periode yang sudah ditutup finance menolak kasir.
019000*-----------------------------------------------------------------
019100 1000-PERSIAPAN.
019200     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
019300     CALL 'PRD-CHK' USING WS-TGL-RUN, WS-PRD-BOLEH-SW.
019400     IF WS-PRD-BOLEH-SW = 'N'
019500         DISPLAY 'PERIODE BULAN INI SUDAH DITUTUP FINANCE,'
019600             ' KASIR TIDAK DIBUKA'
019700         GO TO 1000-EXIT
019800     END-IF.
019810     CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
019820         WS-BW-HASIL, WS-BW-PEMEGANG.
019830     IF WS-BW-HASIL = 'Y'
019840         DISPLAY 'TUTUP MALAM ' WS-BW-PEMEGANG ' BERJALAN,'
019850             ' KASIR TIDAK DIBUKA'
019860         GO TO 1000-EXIT
019870     END-IF.
019900     CALL 'OPR-SES' USING WS-KASIR, WS-OPR-LEVEL.
020000     IF WS-KASIR = SPACES
020100         DISPLAY 'ID KASIR                  : ' WITH NO ADVANCING
020200         ACCEPT WS-KASIR
020300     END-IF.
020400     IF WS-KASIR = SPACES
020500         DISPLAY 'KASIR TANPA ID, DIBATALKAN'
020600         GO TO 1000-EXIT
020700     END-IF.
020800     PERFORM 1100-AMBIL-TERM THRU 1100-EXIT.
020900     IF WS-TERM-AKTIF = ZERO
021000         DISPLAY 'BELUM ADA TERM AKTIF DI term.dat; HANYA'
021100             ' PENJUALAN TUNAI'
021200     END-IF.
021300     MOVE 'GUDANGTOKO' TO WS-SP-NAMA.
021400     MOVE ZERO TO WS-SP-NILAI.
021500     CALL 'SP-GET' USING WS-SP-NAMA, WS-SP-NILAI,
021600         WS-SP-KETEMU-SW.
021700     IF WS-SP-KETEMU-SW = 'Y' AND WS-SP-NILAI > ZERO
021800             AND WS-SP-NILAI < 100
021900         MOVE WS-SP-NILAI TO WS-GUDANG-TOKO
022000     ELSE
022100         DISPLAY 'NOMOR GUDANG TOKO         : ' WITH NO ADVANCING
022200         ACCEPT WS-GUDANG-TOKO
022300     END-IF.
022400     MOVE 'MARGINTOKO' TO WS-SP-NAMA.
022500     MOVE ZERO TO WS-SP-NILAI.
022600     CALL 'SP-GET' USING WS-SP-NAMA, WS-SP-NILAI,
022700         WS-SP-KETEMU-SW.
022800     IF WS-SP-KETEMU-SW = 'Y' AND WS-SP-NILAI < 1000
022900         MOVE WS-SP-NILAI TO WS-MARGIN
023000     END-IF.
023100     OPEN INPUT GUDANG-MST.
023200     IF GD-FS NOT = '00'
023300         DISPLAY 'MASTER GUDANG BELUM ADA, KASIR DIBATALKAN'
023400         CLOSE GUDANG-MST
023500         GO TO 1000-EXIT
023600     END-IF.
023700     MOVE WS-GUDANG-TOKO TO GD-KODE.
023800     READ GUDANG-MST
023900         INVALID KEY
024000             DISPLAY 'GUDANG TOKO ' WS-GUDANG-TOKO
024100                 ' TIDAK TERDAFTAR, KASIR DIBATALKAN'
024200             CLOSE GUDANG-MST
024300             GO TO 1000-EXIT
024400     END-READ.
024500     MOVE GD-NAMA TO WS-NAMA-TOKO.
024600     CLOSE GUDANG-MST.
024700     OPEN INPUT INFO-BRG.
024800     IF FS NOT = '00'
024900         DISPLAY 'barang.dat TIDAK DAPAT DIBUKA, STATUS ' FS
025000         GO TO 1000-EXIT
025100     END-IF.
025200     OPEN I-O STOK-LEDGER.
025300     IF STK-FS = '35'
025400         OPEN OUTPUT STOK-LEDGER
025500         CLOSE STOK-LEDGER
025600         OPEN I-O STOK-LEDGER
025700     END-IF.
025800     OPEN EXTEND STOK-JURNAL.
025900     IF JR-FS = '05' OR JR-FS = '35'
026000         OPEN OUTPUT STOK-JURNAL
026100     END-IF.
026200     OPEN EXTEND JUAL-LOG.
026300     IF JL-FS = '05' OR JL-FS = '35'
026400         OPEN OUTPUT JUAL-LOG
026500     END-IF.
026600     OPEN I-O TAGIHAN-BARIS.
026700     IF TB-FS = '35'
026800         OPEN OUTPUT TAGIHAN-BARIS
026900         CLOSE TAGIHAN-BARIS
027000         OPEN I-O TAGIHAN-BARIS
027100     END-IF.
027200     MOVE 'Y' TO WS-SIAP-SW.
027300     DISPLAY 'KASIR ' WS-KASIR ' DIBUKA, GUDANG TOKO '
027400         WS-GUDANG-TOKO ' (' WS-NAMA-TOKO ')'.
027500 1000-EXIT.
027600     EXIT.
027700
027800 1100-AMBIL-TERM.
027900     OPEN INPUT TERM-CTL.
028000     IF TC-FS NOT = '00'
028100         CLOSE TERM-CTL
028200         GO TO 1100-EXIT
028300     END-IF.
028400     MOVE 'N' TO WS-EOF-SW.
028500     PERFORM 1110-BACA-TERM THRU 1110-EXIT
028600         UNTIL WS-EOF.
028700     CLOSE TERM-CTL.
028800 1100-EXIT.
028900     EXIT.
029000
029100 1110-BACA-TERM.
029200     READ TERM-CTL
029300         AT END MOVE 'Y' TO WS-EOF-SW
029400     END-READ.
029500     IF WS-EOF
029600         GO TO 1110-EXIT
029700     END-IF.
029800     IF TC-LABEL = 'AKTIF'
029900         MOVE TC-TERM TO WS-TERM-AKTIF
030000     END-IF.
030100 1110-EXIT.
030200     EXIT.
030300
030400*-----------------------------------------------------------------
030500* Satu nota: kartu mahasiswa, scan barang sampai label kosong,
030600* pembayaran, lalu pembukuan dan struk. Kartu kosong menutup laci.
030700*-----------------------------------------------------------------
030800 2000-SATU-PENJUALAN.
030900     DISPLAY 'SCAN KARTU MAHASISWA (KOSONG = TUTUP KASIR) : '
031000         WITH NO ADVANCING.
031100     MOVE SPACES TO WS-NPM-SCAN.
031200     ACCEPT WS-NPM-SCAN.
031300     IF WS-NPM-SCAN = SPACES
031400         MOVE 'N' TO WS-LAGI-SW
031500         GO TO 2000-EXIT
031600     END-IF.
031700     CALL 'NPM-CHK' USING WS-NPM-SCAN, WS-NPM-VALID-SW.
031800     IF WS-NPM-VALID-SW = 'N'
031900         DISPLAY 'NPM ' WS-NPM-SCAN ' TIDAK SAH, SCAN ULANG KARTU'
032000         GO TO 2000-EXIT
032100     END-IF.
032200     PERFORM 2100-CARI-MAHASISWA THRU 2100-EXIT.
032300     IF NOT WS-MHS-ADA
032400         DISPLAY 'NPM ' WS-NPM-SCAN ' TIDAK ADA DI dept.dat'
032500         GO TO 2000-EXIT
032600     END-IF.
032700     DISPLAY 'MAHASISWA : ' WS-NAMA-MHS.
032800     MOVE ZERO TO WS-KR-JML.
032900     MOVE ZERO TO WS-TOTAL.
033000     MOVE 'Y' TO WS-SCAN-LAGI-SW.
033100     PERFORM 2200-SATU-LABEL THRU 2200-EXIT
033200         UNTIL NOT WS-SCAN-LAGI.
033300     IF WS-TOTAL = ZERO
033400         DISPLAY 'KERANJANG KOSONG, NOTA TIDAK DIBUAT'
033500         GO TO 2000-EXIT
033600     END-IF.
033700     MOVE WS-TOTAL TO WS-UANG-TAMPIL.
033800     DISPLAY 'TOTAL BELANJA : ' WS-UANG-TAMPIL.
033900     MOVE 'N' TO WS-BAYAR-SAH-SW.
034000     PERFORM 2500-PEMBAYARAN THRU 2500-EXIT
034100         UNTIL WS-BAYAR-SAH.
034200     IF WS-BAYAR-BATAL
034300         DISPLAY 'NOTA DIBATALKAN, STOK TIDAK BERUBAH'
034400         GO TO 2000-EXIT
034500     END-IF.
034600     PERFORM 3000-BUKUKAN THRU 3000-EXIT.
034700     PERFORM 4000-CETAK-STRUK THRU 4000-EXIT.
034800 2000-EXIT.
034900     EXIT.
035000
035100 2100-CARI-MAHASISWA.
035200     MOVE 'N' TO WS-MHS-ADA-SW.
035300     OPEN INPUT DEPT-MST.
035400     IF DP-FS = '00'
035500         MOVE WS-NPM-SCAN TO DP-NPM
035600         READ DEPT-MST
035700             INVALID KEY CONTINUE
035800             NOT INVALID KEY
035900                 MOVE 'Y' TO WS-MHS-ADA-SW
036000                 MOVE DP-NAMA TO WS-NAMA-MHS
036100                 MOVE DP-STATUS TO WS-STATUS-MHS
036200         END-READ
036300     END-IF.
036400     CLOSE DEPT-MST.
036500 2100-EXIT.
036600     EXIT.
036700
036800*-----------------------------------------------------------------
036900* Satu scan label: satu satuan masuk keranjang, atau keluar lagi
037000* kalau labelnya diawali '-'. Label karton dan barang berseri
037100* tidak dijual di kasir; stok gudang toko harus cukup untuk
037200* seluruh isi keranjang barang itu.
037300*-----------------------------------------------------------------
037400 2200-SATU-LABEL.
037500     DISPLAY 'SCAN LABEL (KOSONG = SELESAI, -LABEL = BATAL) : '
037600         WITH NO ADVANCING.
037700     MOVE SPACES TO WS-LABEL-SCAN.
037800     ACCEPT WS-LABEL-SCAN.
037900     IF WS-LABEL-SCAN = SPACES
038000         MOVE 'N' TO WS-SCAN-LAGI-SW
038100         GO TO 2200-EXIT
038200     END-IF.
038300     MOVE 'N' TO WS-BATAL-SATU-SW.
038400     IF WS-LABEL-SCAN(1:1) = '-'
038500         MOVE 'Y' TO WS-BATAL-SATU-SW
038600         MOVE WS-LABEL-SCAN(2:7) TO WS-LABEL-KODE
038700     ELSE
038800         MOVE WS-LABEL-SCAN(1:7) TO WS-LABEL-KODE
038900     END-IF.
039000     IF WS-LABEL-KODE(1:1) = 'K'
039100             AND WS-LABEL-KODE(2:1) IS ALPHABETIC
039200             AND WS-LABEL-KODE(2:1) NOT = SPACE
039300         DISPLAY 'LABEL KARTON, KASIR MENJUAL PER SATUAN'
039400         GO TO 2200-EXIT
039500     END-IF.
039600     MOVE WS-LABEL-KODE(1:5) TO WS-KODE-SCAN.
039700     MOVE WS-LABEL-KODE(6:1) TO WS-CD-CHAR.
039800     IF WS-CD-CHAR IS NUMERIC
039900         MOVE WS-CD-CHAR TO WS-CD-SCAN
040000         CALL 'CD-CHK' USING WS-KODE-SCAN, WS-CD-HITUNG
040100         IF WS-CD-SCAN NOT = WS-CD-HITUNG
040200             DISPLAY 'CHECK DIGIT SALAH, SCAN ULANG'
040300             GO TO 2200-EXIT
040400         END-IF
040500     END-IF.
040600     MOVE ZERO TO WS-KR-POS.
040700     PERFORM 2300-CARI-KERANJANG THRU 2300-EXIT
040800         VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-KR-JML.
040900     IF WS-BATAL-SATU
041000         PERFORM 2400-BATAL-SATU THRU 2400-EXIT
041100         GO TO 2200-EXIT
041200     END-IF.
041300     MOVE WS-KODE-SCAN TO KODE-BRG.
041400     READ INFO-BRG
041500         INVALID KEY
041600             DISPLAY 'KODE ' WS-KODE-SCAN
041700                 ' TIDAK ADA DI barang.dat'
041800             GO TO 2200-EXIT
041900     END-READ.
042000     IF STATUS-BRG = 'B'
042100         DISPLAY 'BARANG DIBLOKIR (STATUS B), TIDAK DIJUAL'
042200         GO TO 2200-EXIT
042300     END-IF.
042400     MOVE 'C' TO WS-SN-AKSI.
042500     CALL 'SERI-UPD' USING WS-SN-AKSI, WS-SN-MODE, WS-KODE-SCAN,
042600         WS-SN-SERI, WS-GUDANG-TOKO, WS-SN-REF, WS-SN-PO,
042700         WS-SN-HASIL, WS-SN-PESAN.
042800     IF WS-SN-HASIL = 'Y'
042900         DISPLAY 'BARANG BERSERI, KELUARKAN LEWAT GUDANG'
043000         GO TO 2200-EXIT
043100     END-IF.
043200     MOVE 1 TO WS-PERLU.
043300     IF WS-KR-POS > ZERO
043400         ADD WS-KR-JUMLAH(WS-KR-POS) TO WS-PERLU
043500     END-IF.
043600     MOVE WS-KODE-SCAN TO STK-KODE-BRG.
043700     MOVE WS-GUDANG-TOKO TO STK-GUDANG.
043800     READ STOK-LEDGER
043900         INVALID KEY MOVE ZERO TO STK-SALDO
044000     END-READ.
044100     IF STK-SALDO < WS-PERLU
044200         DISPLAY 'STOK TOKO ' NAMA-BRG ' TINGGAL ' STK-SALDO
044300         GO TO 2200-EXIT
044400     END-IF.
044500     IF WS-KR-POS = ZERO
044600         IF WS-KR-JML >= 50
044700             DISPLAY 'KERANJANG PENUH, SELESAIKAN NOTA INI DULU'
044800             GO TO 2200-EXIT
044900         END-IF
045000         PERFORM 2350-HARGA-JUAL THRU 2350-EXIT
045100         ADD 1 TO WS-KR-JML
045200         MOVE WS-KR-JML TO WS-KR-POS
045300         MOVE WS-KODE-SCAN TO WS-KR-KODE(WS-KR-POS)
045400         MOVE NAMA-BRG TO WS-KR-NAMA(WS-KR-POS)
045500         MOVE ZERO TO WS-KR-JUMLAH(WS-KR-POS)
045600         MOVE WS-HARGA-JUAL TO WS-KR-HARGA(WS-KR-POS)
045700         MOVE ZERO TO WS-KR-NILAI(WS-KR-POS)
045800     END-IF.
045900     ADD 1 TO WS-KR-JUMLAH(WS-KR-POS).
046000     ADD WS-KR-HARGA(WS-KR-POS) TO WS-KR-NILAI(WS-KR-POS).
046100     ADD WS-KR-HARGA(WS-KR-POS) TO WS-TOTAL.
046200     MOVE WS-TOTAL TO WS-UANG-TAMPIL.
046300     DISPLAY '  ' WS-KR-NAMA(WS-KR-POS) ' x'
046400         WS-KR-JUMLAH(WS-KR-POS) '  TOTAL ' WS-UANG-TAMPIL.
046500 2200-EXIT.
046600     EXIT.
046700
046800 2300-CARI-KERANJANG.
046900     IF WS-KR-KODE(WS-IDX) = WS-KODE-SCAN
047000         MOVE WS-IDX TO WS-KR-POS
047100     END-IF.
047200 2300-EXIT.
047300     EXIT.
047400
047500*-----------------------------------------------------------------
047600* Harga jual satuan dibulatkan ke rupiah: HARGA-BRG ditambah
047700* margin toko lalu PPN barang (PPN kosong di data lama = nol).
047800*-----------------------------------------------------------------
047900 2350-HARGA-JUAL.
048000     MOVE ZERO TO WS-PPN.
048100     IF PPN-BRG IS NUMERIC
048200         MOVE PPN-BRG TO WS-PPN
048300     END-IF.
048400     COMPUTE WS-HARGA-JUAL ROUNDED = HARGA-BRG
048500         * (100 + WS-MARGIN) / 100 * (100 + WS-PPN) / 100.
048600 2350-EXIT.
048700     EXIT.
048800
048900 2400-BATAL-SATU.
049000     IF WS-KR-POS = ZERO
049100         DISPLAY 'BARANG ' WS-KODE-SCAN ' TIDAK ADA DI KERANJANG'
049200         GO TO 2400-EXIT
049300     END-IF.
049400     IF WS-KR-JUMLAH(WS-KR-POS) = ZERO
049500         DISPLAY 'BARANG ' WS-KODE-SCAN ' SUDAH DIBATALKAN SEMUA'
049600         GO TO 2400-EXIT
049700     END-IF.
049800     SUBTRACT 1 FROM WS-KR-JUMLAH(WS-KR-POS).
049900     SUBTRACT WS-KR-HARGA(WS-KR-POS) FROM WS-KR-NILAI(WS-KR-POS).
050000     SUBTRACT WS-KR-HARGA(WS-KR-POS) FROM WS-TOTAL.
050100     MOVE WS-TOTAL TO WS-UANG-TAMPIL.
050200     DISPLAY '  BATAL SATU ' WS-KR-NAMA(WS-KR-POS)
050300         '  TOTAL ' WS-UANG-TAMPIL.
050400 2400-EXIT.
050500     EXIT.
050600
050700*-----------------------------------------------------------------
050800* Tunai: uang diterima minimal sebesar total, kembaliannya
050900* ditampilkan. Tagihan: hanya mahasiswa aktif dan hanya kalau
051000* ada term aktif tempat baris tagihannya menempel.
051100*-----------------------------------------------------------------
051200 2500-PEMBAYARAN.
051300     DISPLAY 'BAYAR (T=TUNAI, G=TAGIHAN KULIAH, B=BATAL) : '
051400         WITH NO ADVANCING.
051500     ACCEPT WS-CARA-BAYAR.
051600     IF WS-BAYAR-BATAL
051700         MOVE 'Y' TO WS-BAYAR-SAH-SW
051800         GO TO 2500-EXIT
051900     END-IF.
052000     IF WS-BAYAR-TAGIH
052100         IF WS-TERM-AKTIF = ZERO
052200             DISPLAY 'BELUM ADA TERM AKTIF, TIDAK BISA DITAGIHKAN'
052300             GO TO 2500-EXIT
052400         END-IF
052500         IF WS-STATUS-MHS NOT = 'A' AND WS-STATUS-MHS NOT = SPACE
052600             DISPLAY 'MAHASISWA TIDAK AKTIF (STATUS '
052700                 WS-STATUS-MHS '), TIDAK BISA DITAGIHKAN'
052800             GO TO 2500-EXIT
052900         END-IF
053000         MOVE ZERO TO WS-UANG-TERIMA
053100         MOVE ZERO TO WS-KEMBALI
053200         MOVE 'Y' TO WS-BAYAR-SAH-SW
053300         GO TO 2500-EXIT
053400     END-IF.
053500     IF NOT WS-BAYAR-TUNAI
053600         DISPLAY 'PILIHAN TIDAK DIKENAL'
053700         GO TO 2500-EXIT
053800     END-IF.
053900     DISPLAY 'UANG DITERIMA : ' WITH NO ADVANCING.
054000     MOVE ZERO TO WS-UANG-TERIMA.
054100     ACCEPT WS-UANG-TERIMA.
054200     IF WS-UANG-TERIMA < WS-TOTAL
054300         DISPLAY 'UANG KURANG DARI TOTAL BELANJA'
054400         GO TO 2500-EXIT
054500     END-IF.
054600     COMPUTE WS-KEMBALI = WS-UANG-TERIMA - WS-TOTAL.
054700     MOVE WS-KEMBALI TO WS-UANG-TAMPIL.
054800     DISPLAY 'KEMBALI       : ' WS-UANG-TAMPIL.
054900     MOVE 'Y' TO WS-BAYAR-SAH-SW.
055000 2500-EXIT.
055100     EXIT.
055200
055300*-----------------------------------------------------------------
055400* Nomor nota berikutnya dari jualctl.dat (pola poctl.dat), lalu
055500* tiap baris keranjang: stok gudang toko berkurang, jurnal jenis
055600* J, baris jual.dat. Nota tagihan menambah satu baris tgbaris.dat.
055700*-----------------------------------------------------------------
055800 3000-BUKUKAN.
055900     OPEN INPUT JUAL-CTL.
056000     IF JC-FS = '00'
056100         READ JUAL-CTL
056200             AT END MOVE ZERO TO JC-NO-TERAKHIR
056300         END-READ
056400         CLOSE JUAL-CTL
056500     ELSE
056600         MOVE ZERO TO JC-NO-TERAKHIR
056700     END-IF.
056800     ADD 1 TO JC-NO-TERAKHIR.
056900     OPEN OUTPUT JUAL-CTL.
057000     WRITE JUAL-CTL-RECORD.
057100     CLOSE JUAL-CTL.
057200     MOVE JC-NO-TERAKHIR TO WS-NO-NOTA.
057300     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
057400     ACCEPT WS-JAM-NOTA FROM TIME.
057500     MOVE ZERO TO WS-BARIS-NOTA.
057600     PERFORM 3100-SATU-BARIS THRU 3100-EXIT
057700         VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-KR-JML.
057800     IF WS-BAYAR-TAGIH
057900         PERFORM 3300-CATAT-TAGIHAN THRU 3300-EXIT
058000         ADD WS-TOTAL TO WS-SESI-TAGIH
058100     ELSE
058200         ADD WS-TOTAL TO WS-SESI-TUNAI
058300     END-IF.
058400     ADD 1 TO WS-JML-NOTA.
058500 3000-EXIT.
058600     EXIT.
058700
058800 3100-SATU-BARIS.
058900     IF WS-KR-JUMLAH(WS-IDX) = ZERO
059000         GO TO 3100-EXIT
059100     END-IF.
059200     MOVE WS-KR-KODE(WS-IDX) TO STK-KODE-BRG.
059300     MOVE WS-GUDANG-TOKO TO STK-GUDANG.
059400     READ STOK-LEDGER
059500         INVALID KEY
059600             DISPLAY 'SALDO ' WS-KR-KODE(WS-IDX)
059700                 ' HILANG, STATUS ' STK-FS
059800             GO TO 3100-EXIT
059900     END-READ.
060000     SUBTRACT WS-KR-JUMLAH(WS-IDX) FROM STK-SALDO.
060100     REWRITE STOK-RECORD
060200         INVALID KEY
060300             DISPLAY 'GAGAL SIMPAN SALDO, STATUS ' STK-FS
060400     END-REWRITE.
060500     PERFORM 3200-CATAT-JURNAL THRU 3200-EXIT.
060600     ADD 1 TO WS-BARIS-NOTA.
060700     MOVE SPACES TO JUAL-LINE.
060800     MOVE 'J' TO JL-JENIS.
060900     MOVE WS-NO-NOTA TO JL-NO.
061000     MOVE WS-BARIS-NOTA TO JL-BARIS.
061100     MOVE WS-TGL-RUN TO JL-TANGGAL.
061200     MOVE WS-JAM-NOTA TO JL-JAM.
061300     MOVE WS-KASIR TO JL-KASIR.
061400     MOVE WS-NPM-SCAN TO JL-NPM.
061500     MOVE WS-CARA-BAYAR TO JL-BAYAR.
061600     MOVE WS-TERM-AKTIF TO JL-TERM.
061700     MOVE WS-GUDANG-TOKO TO JL-GUDANG.
061800     MOVE WS-KR-KODE(WS-IDX) TO JL-KODE-BRG.
061900     MOVE WS-KR-JUMLAH(WS-IDX) TO JL-JUMLAH.
062000     MOVE WS-KR-HARGA(WS-IDX) TO JL-HARGA.
062100     MOVE WS-KR-NILAI(WS-IDX) TO JL-NILAI.
062200     WRITE JUAL-LINE.
062300 3100-EXIT.
062400     EXIT.
062500
062600 3200-CATAT-JURNAL.
062700     MOVE SPACES TO STOK-JURNAL-LINE.
062800     MOVE WS-KR-KODE(WS-IDX) TO JR-KODE-BRG.
062900     MOVE WS-GUDANG-TOKO TO JR-GUDANG.
063000     MOVE 'J' TO JR-JENIS.
063100     MOVE 'K' TO JR-ARAH.
063200     MOVE WS-KR-JUMLAH(WS-IDX) TO JR-JUMLAH.
063300     MOVE STK-SALDO TO JR-SALDO.
063400     MOVE WS-TGL-RUN TO JR-TANGGAL.
063500     STRING 'JL' WS-NO-NOTA DELIMITED BY SIZE INTO JR-REF.
063600     CALL 'JRN-CAP' USING JR-JAM, JR-OPERATOR.
063700     WRITE STOK-JURNAL-LINE.
063800     CALL 'STK-RKP' USING STOK-JURNAL-LINE.
063900 3200-EXIT.
064000     EXIT.
064100
064200 3300-CATAT-TAGIHAN.
064300     MOVE WS-NPM-SCAN TO TB-NPM.
064400     MOVE WS-TERM-AKTIF TO TB-TERM.
064500     MOVE WS-NO-NOTA TO TB-NO.
064600     MOVE 'J' TO TB-JENIS.
064700     MOVE WS-TGL-RUN TO TB-TANGGAL.
064800     MOVE WS-TOTAL TO TB-JUMLAH.
064900     MOVE ZERO TO TB-DIBAYAR.
065000     MOVE 'T' TO TB-STATUS.
065100     MOVE SPACES TO TB-KET.
065200     STRING 'TOKO NOTA ' WS-NO-NOTA DELIMITED BY SIZE
065300         INTO TB-KET.
065400     WRITE TAGIHAN-BARIS-RECORD
065500         INVALID KEY
065600             DISPLAY 'GAGAL TULIS TAGIHAN NOTA ' WS-NO-NOTA
065700                 ', STATUS ' TB-FS
065800     END-WRITE.
065900 3300-EXIT.
066000     EXIT.
066100
066200*-----------------------------------------------------------------
066300* Struk satu nota: kepala toko/kasir/mahasiswa, baris barang,
066400* total, lalu tunai dan kembalian atau keterangan ditagihkan.
066500*-----------------------------------------------------------------
066600 4000-CETAK-STRUK.
066700     ACCEPT WS-JAM-RUN FROM TIME.
066800     MOVE SPACES TO WS-RPT-NAMA.
066900     STRING 'STRUK-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
067000         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
067100     OPEN OUTPUT REPORT-OUT.
067200     MOVE ZERO TO WS-JML-STRUK.
067300     MOVE SPACES TO REPORT-LINE.
067400     STRING 'TOKO KAMPUS - ' WS-NAMA-TOKO DELIMITED BY SIZE
067500         INTO REPORT-LINE.
067600     WRITE REPORT-LINE.
067700     MOVE SPACES TO REPORT-LINE.
067800     STRING 'NOTA ' WS-NO-NOTA '  ' WS-TGL-RUN '  '
067900         WS-JAM-NOTA(1:6) '  KASIR ' WS-KASIR
068000         DELIMITED BY SIZE INTO REPORT-LINE.
068100     WRITE REPORT-LINE.
068200     MOVE SPACES TO REPORT-LINE.
068300     STRING 'NPM ' WS-NPM-SCAN '  ' WS-NAMA-MHS
068400         DELIMITED BY SIZE INTO REPORT-LINE.
068500     WRITE REPORT-LINE.
068600     MOVE ALL '-' TO REPORT-LINE.
068700     WRITE REPORT-LINE.
068800     PERFORM 4100-BARIS-STRUK THRU 4100-EXIT
068900         VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-KR-JML.
069000     MOVE ALL '-' TO REPORT-LINE.
069100     WRITE REPORT-LINE.
069200     MOVE 'TOTAL' TO WS-SU-LABEL.
069300     MOVE WS-TOTAL TO WS-SU-NILAI.
069400     MOVE WS-STRUK-UANG TO REPORT-LINE.
069500     WRITE REPORT-LINE.
069600     IF WS-BAYAR-TUNAI
069700         MOVE 'TUNAI' TO WS-SU-LABEL
069800         MOVE WS-UANG-TERIMA TO WS-SU-NILAI
069900         MOVE WS-STRUK-UANG TO REPORT-LINE
070000         WRITE REPORT-LINE
070100         MOVE 'KEMBALI' TO WS-SU-LABEL
070200         MOVE WS-KEMBALI TO WS-SU-NILAI
070300         MOVE WS-STRUK-UANG TO REPORT-LINE
070400         WRITE REPORT-LINE
070500     ELSE
070600         MOVE SPACES TO REPORT-LINE
070700         STRING 'DITAGIHKAN KE TAGIHAN KULIAH TERM '
070800             WS-TERM-AKTIF DELIMITED BY SIZE INTO REPORT-LINE
070900         WRITE REPORT-LINE
071000     END-IF.
071100     CLOSE REPORT-OUT.
071200     MOVE WS-JML-STRUK TO WS-CAT-JML.
071300     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
071400         WS-CAT-JML.
071500     DISPLAY 'NOTA ' WS-NO-NOTA ' TERCATAT, STRUK DI '
071600         WS-RPT-NAMA.
071700 4000-EXIT.
071800     EXIT.
071900
072000 4100-BARIS-STRUK.
072100     IF WS-KR-JUMLAH(WS-IDX) = ZERO
072200         GO TO 4100-EXIT
072300     END-IF.
072400     MOVE WS-KR-NAMA(WS-IDX) TO WS-SD-NAMA.
072500     MOVE WS-KR-JUMLAH(WS-IDX) TO WS-SD-JUMLAH.
072600     MOVE WS-KR-HARGA(WS-IDX) TO WS-SD-HARGA.
072700     MOVE WS-KR-NILAI(WS-IDX) TO WS-SD-NILAI.
072800     MOVE WS-STRUK-DETAIL TO REPORT-LINE.
072900     WRITE REPORT-LINE.
073000     ADD 1 TO WS-JML-STRUK.
073100 4100-EXIT.
073200     EXIT.
073300
073400*-----------------------------------------------------------------
073500* Tutup laci: uang tunai yang dihitung kasir dicatat sebagai
073600* baris setoran jual.dat; KAS-TOKO mencocokkannya dengan
073700* penjualan tunai hari itu.
073800*-----------------------------------------------------------------
073900 5000-TUTUP-KASIR.
074000     MOVE WS-SESI-TUNAI TO WS-UANG-TAMPIL.
074100     DISPLAY 'NOTA SESI INI  : ' WS-JML-NOTA.
074200     DISPLAY 'PENJUALAN TUNAI: ' WS-UANG-TAMPIL.
074300     MOVE WS-SESI-TAGIH TO WS-UANG-TAMPIL.
074400     DISPLAY 'DITAGIHKAN     : ' WS-UANG-TAMPIL.
074500     DISPLAY 'UANG TUNAI DISETOR (DI LUAR MODAL LACI) : '
074600         WITH NO ADVANCING.
074700     MOVE ZERO TO WS-SETORAN.
074800     ACCEPT WS-SETORAN.
074900     IF WS-SETORAN = ZERO AND WS-JML-NOTA = ZERO
075000         GO TO 5000-EXIT
075100     END-IF.
075200     MOVE SPACES TO JUAL-LINE.
075300     MOVE 'S' TO JL-JENIS.
075400     MOVE ZERO TO JL-NO.
075500     MOVE ZERO TO JL-BARIS.
075600     ACCEPT JL-TANGGAL FROM DATE YYYYMMDD.
075700     ACCEPT JL-JAM FROM TIME.
075800     MOVE WS-KASIR TO JL-KASIR.
075900     MOVE WS-SETORAN TO JL-NILAI.
076000     WRITE JUAL-LINE.
076100     IF WS-SETORAN = WS-SESI-TUNAI
076200         DISPLAY 'SETORAN COCOK DENGAN PENJUALAN TUNAI'
076300         GO TO 5000-EXIT
076400     END-IF.
076500     IF WS-SETORAN > WS-SESI-TUNAI
076600         COMPUTE WS-SELISIH = WS-SETORAN - WS-SESI-TUNAI
076700         MOVE WS-SELISIH TO WS-UANG-TAMPIL
076800         DISPLAY 'SETORAN LEBIH ' WS-UANG-TAMPIL
076900     ELSE
077000         COMPUTE WS-SELISIH = WS-SESI-TUNAI - WS-SETORAN
077100         MOVE WS-SELISIH TO WS-UANG-TAMPIL
077200         DISPLAY 'SETORAN KURANG ' WS-UANG-TAMPIL
077300     END-IF.
077400 5000-EXIT.
077500     EXIT.
077600
077700*-----------------------------------------------------------------
077800 9999-EXIT.
077900     STOP RUN.
