000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Pembebanan bulanan pemakaian barang ke departemen:
000500*           setiap baris K di stokjrnl.dat yang membawa kode
000600*           departemen peminta di JR-REF (dibukukan STK-REQ)
000700*           dinilai pada harga rata-rata bergerak biaya.dat (harga
000800*           beli barang.dat kalau belum ada), dicetak sebagai
000900*           tagihan per departemen ke TAGIHDEPT-*.RPT, dan baris
001000*           jurnal debet akun beban departemen / kredit persediaan
001100*           ditulis ke GLBEBAN.DAT dengan layout dan trailer yang
001200*           sama dengan GL-EXT. Akun departemen dari glmap.dat
001300*           dengan kunci 8 huruf pertama kode departemen (belum
001400*           dipetakan: akun BEBANDPT). Bulan yang sudah dibebankan
001500*           dicatat di bebanreg.dat dan tidak bisa dibebankan dua
001600*           kali; periode yang sudah ditutup finance ditolak lewat
001700*           PRD-CHK.
001710*           Di akhir tagihan dicetak ringkasan pemakaian per
001720*           kampus pemilik gudang asal barang (GD-KAMPUS);
001730*           pembebanan dan jurnalnya tetap satu per bulan untuk
001740*           semua kampus.
001750*           Baris U (pengembalian departemen lewat STK-REQ)
001760*           mengurangi tagihan departemen itu dengan nilai
001770*           negatif; kalau pengembalian sebulan melebihi
001780*           pemakaiannya, jurnalnya dibalik (debet persediaan /
001790*           kredit akun beban departemen).
001793*           Posting ditolak selama tanda jendela batch malam
001796*           batchwin.ctl terpasang (BTC-WIN).
001806*           Issue barang pengganti bulan itu (reqganti.dat dari
001816*           STK-REQ) didaftar di bawah tagihan bersama baris
001826*           permintaan asal yang dipenuhinya; nilainya sudah ikut
001836*           tagihan lewat baris K barang pengganti.
001846* Tectonics: cobc -I copybooks
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002200 PROGRAM-ID. BEBAN-DPT.
002300 ENVIRONMENT DIVISION.
002400*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002500 CONFIGURATION SECTION.
002600*-----------------------
002700 INPUT-OUTPUT SECTION.
002800     FILE-CONTROL.
002900     COPY BRGSEL.
003000     COPY JRNSEL.
003100     COPY BIASEL.
003200     COPY ANGSEL.
003210     COPY GNTSEL.
003300     SELECT GLMAP-MST ASSIGN TO 'glmap.dat'
003400     ORGANIZATION IS INDEXED
003500     ACCESS MODE IS DYNAMIC
003600     RECORD KEY IS GM-JENIS
003700     FILE STATUS IS GM-FS.
003800     SELECT GLPOST-OUT ASSIGN TO 'GLBEBAN.DAT'
003900     ORGANIZATION IS LINE SEQUENTIAL
004000     FILE STATUS IS GP-FS.
004100     SELECT BEBAN-REG ASSIGN TO 'bebanreg.dat'
004200     ORGANIZATION IS LINE SEQUENTIAL
004300     FILE STATUS IS RG-FS.
004400     SELECT SORT-WORK ASSIGN TO 'BEBANDPT.TMP'.
004500     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
004600     ORGANIZATION IS LINE SEQUENTIAL
004700     FILE STATUS IS RS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000     COPY BRGFD.
005100     COPY JRNFD.
005200     COPY BIAFD.
005300     COPY ANGFD.
005310     COPY GNTFD.
005400 FD GLMAP-MST.
005500 01 GLMAP-RECORD.
005600     02 GM-JENIS           PIC X(08).
005700     02 GM-AKUN            PIC X(08).
005800 FD GLPOST-OUT.
005900 01 GLPOST-LINE            PIC X(45).
006000*-----------------------------------------------------------------
006100* Satu baris per bulan yang sudah dibebankan.
006200*-----------------------------------------------------------------
006300 FD BEBAN-REG.
006400 01 BEBAN-REG-LINE.
006500     02 RG-BULAN           PIC 9(06).
006600     02 FILLER             PIC X(01).
006700     02 RG-TGL             PIC 9(08).
006800     02 FILLER             PIC X(01).
006900     02 RG-JAM             PIC 9(06).
007000     02 FILLER             PIC X(01).
007100     02 RG-DEPT            PIC 9(05).
007200     02 FILLER             PIC X(01).
007300     02 RG-NILAI           PIC 9(13)V9(03).
007400 SD SORT-WORK.
007500 01 SORT-RECORD.
007600     02 SR-DEPT            PIC X(10).
007700     02 SR-KODE-BRG        PIC X(05).
007800     02 SR-TANGGAL         PIC 9(08).
007900     02 SR-GUDANG          PIC 9(02).
008000     02 SR-JUMLAH          PIC S9(05).
008100     02 SR-HARGA           PIC 9(07)V9(03).
008200     02 SR-NILAI           PIC S9(11)V9(03).
008300 FD REPORT-OUT.
008400 01 REPORT-LINE            PIC X(120).
008500
008600 WORKING-STORAGE SECTION.
008700 77 WS-RPT-NAMA            PIC X(30).
008800 77 WS-TGL-RUN             PIC 9(8).
008900 77 WS-JAM-RUN             PIC 9(8).
009000 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'BEBAN-DPT'.
009100 77 WS-CAT-JML             PIC 9(7).
009200 77 FS                     PIC XX.
009300 77 JR-FS                  PIC XX.
009400 77 BIA-FS                 PIC XX.
009500 77 ANG-FS                 PIC XX.
009600 77 GM-FS                  PIC XX.
009700 77 GP-FS                  PIC XX.
009800 77 RG-FS                  PIC XX.
009900 77 RS                     PIC XX.
009910 77 GN-FS                  PIC XX.
010000 77 WS-EOF-SW              PIC X VALUE 'N'.
010100     88 WS-EOF             VALUE 'Y'.
010200 77 WS-RETURN-EOF-SW       PIC X VALUE 'N'.
010300     88 WS-RETURN-EOF      VALUE 'Y'.
010310 77 WS-GN-EOF-SW           PIC X VALUE 'N'.
010320     88 WS-GN-EOF          VALUE 'Y'.
010400 77 WS-SUDAH-SW            PIC X VALUE 'N'.
010500     88 WS-SUDAH-DIBEBANKAN VALUE 'Y'.
010600 77 WS-BRG-BUKA-SW         PIC X VALUE 'N'.
010700     88 WS-BRG-BUKA        VALUE 'Y'.
010800 77 WS-BIA-BUKA-SW         PIC X VALUE 'N'.
010900     88 WS-BIA-BUKA        VALUE 'Y'.
011000 77 WS-ANG-BUKA-SW         PIC X VALUE 'N'.
011100     88 WS-ANG-BUKA        VALUE 'Y'.
011200 77 WS-GM-BUKA-SW          PIC X VALUE 'N'.
011300     88 WS-GM-BUKA         VALUE 'Y'.
011400 77 WS-PRD-BOLEH-SW        PIC X.
011410* Parameter BTC-WIN (jendela batch malam).
011420 77 WS-BW-FUNGSI           PIC X(1) VALUE 'C'.
011430 77 WS-BW-PROGRAM          PIC X(13) VALUE 'BEBAN-DPT'.
011440 77 WS-BW-HASIL            PIC X(1).
011450 77 WS-BW-PEMEGANG         PIC X(13).
011500 77 WS-JML-BARIS           PIC 9(7) VALUE ZERO.
011600 77 WS-JML-MUTASI          PIC 9(7) VALUE ZERO.
011700 77 WS-JML-DEPT            PIC 9(5) VALUE ZERO.
011800 77 WS-JML-DEFAULT         PIC 9(5) VALUE ZERO.
011900 77 WS-SUB-BARIS           PIC 9(5) VALUE ZERO.
011904 77 WS-JML-GN              PIC 9(5) VALUE ZERO.
011908 77 WS-IDX-KMP             PIC 9(2).
011916 77 WS-POSISI-KMP          PIC 9(2).
011924 01 WS-GUDANG-KAMPUS.
011932     02 WS-GK-KAMPUS       PIC 9(01) OCCURS 99 TIMES.
011940 01 WS-KAMPUS-TABEL.
011948     02 WS-KT-NAMA         PIC X(20) OCCURS 9 TIMES.
011956* Slot 1 = kampus 0 (belum ditetapkan), slot 2-10 = kampus 1-9.
011964 01 WS-SUB-KAMPUS.
011972     02 WS-SK-ENTRI OCCURS 10 TIMES.
011980         03 WS-SK-BARIS    PIC 9(7).
011988         03 WS-SK-NILAI    PIC S9(13)V9(03).
012000 01 WS-BULAN-PILIH         PIC 9(6).
012100 01 WS-TGL-PERIODE         PIC 9(8).
012200 01 WS-TGL-POSTING         PIC 9(8).
012300 01 WS-TGL-PECAH.
012400     02 WS-TP-TAHUN        PIC 9(4).
012500     02 WS-TP-BULAN        PIC 99.
012600     02 WS-TP-HARI         PIC 99.
012700 01 WS-TGL-PECAH-N REDEFINES WS-TGL-PECAH PIC 9(8).
012800 01 WS-SISA-BAGI           PIC 9(4).
012900 01 WS-HASIL-BAGI          PIC 9(4).
013000 01 WS-TABEL-HARI          PIC X(24)
013100         VALUE '312831303130313130313031'.
013200 01 WS-HARI-BULAN REDEFINES WS-TABEL-HARI.
013300     02 WS-HB-HARI         PIC 99 OCCURS 12 TIMES.
013400 01 WS-DEPT-BERJALAN       PIC X(10).
013500 01 WS-SUB-NILAI           PIC S9(13)V9(03) VALUE ZERO.
013600 01 WS-TOT-NILAI           PIC S9(13)V9(03) VALUE ZERO.
013700 01 WS-TOT-DEBET           PIC 9(13)V9(03) VALUE ZERO.
013800 01 WS-TOT-KREDIT          PIC 9(13)V9(03) VALUE ZERO.
013900 01 WS-AKUN-SEDIA          PIC X(8).
014000 01 WS-AKUN-DEFAULT        PIC X(8).
014100 01 WS-AKUN-DEPT           PIC X(8).
014200 01 WS-GL-DETAIL.
014300     02 WS-GD-JENIS        PIC X(01).
014400     02 WS-GD-TANGGAL      PIC 9(08).
014500     02 WS-GD-AKUN         PIC X(08).
014600     02 WS-GD-DK           PIC X(01).
014700     02 WS-GD-JUMLAH       PIC 9(12)V9(03).
014800 01 WS-GL-TRAILER.
014900     02 WS-GT-JENIS        PIC X(01) VALUE 'T'.
015000     02 WS-GT-CACAH        PIC 9(07).
015100     02 WS-GT-DEBET        PIC 9(13)V9(03).
015200     02 WS-GT-KREDIT       PIC 9(13)V9(03).
015300 01 WS-JUDUL.
015400     02 FILLER             PIC X(20) VALUE SPACES.
015500     02 FILLER             PIC X(37)
015600         VALUE 'TAGIHAN PEMAKAIAN BARANG DEPARTEMEN '.
015700     02 WS-J-BULAN         PIC 9(06).
015800 01 WS-JUDUL-DEPT.
015900     02 FILLER             PIC X(12) VALUE 'DEPARTEMEN: '.
016000     02 WS-JD-DEPT         PIC X(10).
016100     02 FILLER             PIC X(01) VALUE SPACES.
016200     02 WS-JD-NAMA         PIC X(20).
016300     02 FILLER             PIC X(07) VALUE '  AKUN '.
016400     02 WS-JD-AKUN         PIC X(08).
016500     02 FILLER             PIC X(01) VALUE SPACES.
016600     02 WS-JD-KET          PIC X(12).
016700 01 WS-HEADER.
016800     02 FILLER             PIC X(06) VALUE 'KODE'.
016900     02 FILLER             PIC X(23) VALUE 'NAMA'.
017000     02 FILLER             PIC X(04) VALUE 'GDG'.
017100     02 FILLER             PIC X(09) VALUE 'TANGGAL'.
017200     02 FILLER             PIC X(07) VALUE ' JUMLAH'.
017300     02 FILLER             PIC X(15) VALUE '   HARGA RATA'.
017400     02 FILLER             PIC X(15) VALUE '          NILAI'.
017500 01 WS-DETAIL.
017600     02 WS-D-KODE          PIC X(05).
017700     02 FILLER             PIC X(01) VALUE SPACES.
017800     02 WS-D-NAMA          PIC X(22).
017900     02 FILLER             PIC X(01) VALUE SPACES.
018000     02 WS-D-GUDANG        PIC 9(02).
018100     02 FILLER             PIC X(02) VALUE SPACES.
018200     02 WS-D-TANGGAL       PIC 9(08).
018300     02 FILLER             PIC X(01) VALUE SPACES.
018400     02 WS-D-JUMLAH        PIC -(4)9.
018500     02 FILLER             PIC X(01) VALUE SPACES.
018600     02 WS-D-HARGA         PIC Z(6)9.999.
018700     02 FILLER             PIC X(01) VALUE SPACES.
018800     02 WS-D-NILAI         PIC -(10)9.99.
018900 01 WS-SUBTOTAL.
019000     02 FILLER             PIC X(20) VALUE SPACES.
019100     02 FILLER             PIC X(29)
019200         VALUE 'JUMLAH TAGIHAN DEPARTEMEN'.
019300     02 WS-S-BARIS         PIC ZZZZ9.
019400     02 FILLER             PIC X(12) VALUE ' MUTASI    '.
019500     02 WS-S-NILAI         PIC -(12)9.99.
019600 01 WS-TOTAL-LINE.
019700     02 FILLER             PIC X(20) VALUE SPACES.
019800     02 FILLER             PIC X(13) VALUE 'TOTAL '.
019900     02 WS-T-DEPT          PIC ZZZZ9.
020000     02 FILLER             PIC X(11) VALUE ' DEPARTEMEN'.
020100     02 WS-T-BARIS         PIC Z(6)9.
020200     02 FILLER             PIC X(10) VALUE ' MUTASI'.
020300     02 WS-T-NILAI         PIC -(12)9.99.
020310 01 WS-KAMPUS-LINE.
020320     02 FILLER             PIC X(20) VALUE SPACES.
020330     02 FILLER             PIC X(07) VALUE 'KAMPUS '.
020340     02 WS-K-NAMA          PIC X(20).
020350     02 FILLER             PIC X(02) VALUE SPACES.
020360     02 WS-K-BARIS         PIC Z(6)9.
020370     02 FILLER             PIC X(10) VALUE ' MUTASI'.
020380     02 WS-K-NILAI         PIC -(12)9.99.
020384 01 WS-JUDUL-GN            PIC X(44)
020388         VALUE 'ISSUE PENGGANTI (SUDAH TERMASUK DI ATAS)'.
020392 01 WS-HEADER-GN.
020396     02 FILLER             PIC X(12) VALUE 'DEPARTEMEN'.
020400     02 FILLER             PIC X(10) VALUE 'PERMINTAAN'.
020404     02 FILLER             PIC X(12) VALUE 'ASAL'.
020408     02 FILLER             PIC X(14) VALUE '    PENGGANTI'.
020412     02 FILLER             PIC X(17) VALUE '          NILAI'.
020416 01 WS-DETAIL-GN.
020420     02 WS-DN-DEPT         PIC X(10).
020424     02 FILLER             PIC X(02) VALUE SPACES.
020428     02 WS-DN-REQ          PIC 9(05).
020432     02 FILLER             PIC X(01) VALUE '-'.
020436     02 WS-DN-URUT         PIC 9(02).
020440     02 FILLER             PIC X(02) VALUE SPACES.
020444     02 WS-DN-ASAL         PIC X(05).
020448     02 FILLER             PIC X(01) VALUE SPACES.
020452     02 WS-DN-JML-ASAL     PIC ZZZZ9.
020456     02 FILLER             PIC X(04) VALUE ' -> '.
020460     02 WS-DN-GANTI        PIC X(05).
020464     02 FILLER             PIC X(01) VALUE SPACES.
020468     02 WS-DN-JML-GANTI    PIC ZZZZ9.
020472     02 FILLER             PIC X(02) VALUE SPACES.
020476     02 WS-DN-NILAI        PIC Z(10)9.999.
020480
020500 PROCEDURE DIVISION.
020600*-----------------------------------------------------------------
020700 0000-MAINLINE.
020800     DISPLAY 'BULAN PEMBEBANAN (YYYYMM) : ' WITH NO ADVANCING.
020900     ACCEPT WS-BULAN-PILIH.
021000     COMPUTE WS-TGL-PERIODE = WS-BULAN-PILIH * 100 + 1.
021100     CALL 'PRD-CHK' USING WS-TGL-PERIODE, WS-PRD-BOLEH-SW.
021200     IF WS-PRD-BOLEH-SW = 'N'
021300         DISPLAY 'PERIODE ' WS-BULAN-PILIH
021400             ' SUDAH DITUTUP FINANCE,'
021500             ' PEMBEBANAN DITOLAK'
021600         GO TO 9999-EXIT
021700     END-IF.
021710     CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
021720         WS-BW-HASIL, WS-BW-PEMEGANG.
021730     IF WS-BW-HASIL = 'Y'
021740         DISPLAY 'TUTUP MALAM ' WS-BW-PEMEGANG ' BERJALAN,'
021750             ' PEMBEBANAN DITOLAK'
021760         GO TO 9999-EXIT
021770     END-IF.
021800     PERFORM 1200-CEK-REGISTER THRU 1200-EXIT.
021900     IF WS-SUDAH-DIBEBANKAN
022000         DISPLAY 'BULAN ' WS-BULAN-PILIH ' SUDAH DIBEBANKAN KE'
022100             ' DEPARTEMEN, PEMBEBANAN DITOLAK'
022200         GO TO 9999-EXIT
022300     END-IF.
022400     OPEN INPUT STOK-JURNAL.
022500     IF JR-FS NOT = '00'
022600         DISPLAY 'stokjrnl.dat TIDAK DAPAT DIBUKA, STATUS ' JR-FS
022700         GO TO 9999-EXIT
022800     END-IF.
022900     CLOSE STOK-JURNAL.
023000     PERFORM 1000-MUAT-PETA-AKUN THRU 1000-EXIT.
023100     PERFORM 1100-AKHIR-BULAN THRU 1100-EXIT.
023110     CALL 'GDG-KMP' USING WS-GUDANG-KAMPUS.
023120     CALL 'KMP-TBL' USING WS-KAMPUS-TABEL.
023130     MOVE ZEROES TO WS-SUB-KAMPUS.
023200     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
023300     ACCEPT WS-JAM-RUN FROM TIME.
023400     MOVE SPACES TO WS-RPT-NAMA.
023500     STRING 'TAGIHDEPT-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
023600         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
023700     OPEN OUTPUT REPORT-OUT.
023800     MOVE WS-BULAN-PILIH TO WS-J-BULAN.
023900     MOVE WS-JUDUL TO REPORT-LINE.
024000     WRITE REPORT-LINE.
024100     SORT SORT-WORK
024200         ON ASCENDING KEY SR-DEPT SR-KODE-BRG SR-TANGGAL
024300         INPUT PROCEDURE IS 2000-LEPAS-MUTASI THRU 2000-EXIT
024400         OUTPUT PROCEDURE IS 3000-CETAK THRU 3000-EXIT.
024500     PERFORM 4000-AKHIR THRU 4000-EXIT.
024600     GO TO 9999-EXIT.
024700
024800*-----------------------------------------------------------------
024900* Kode akun persediaan dan akun beban default dari glmap.dat
025000* seperti GL-EXT; jenis yang belum dipetakan dipakai sebagai kode
025100* akun supaya kelihatan di file.
025200*-----------------------------------------------------------------
025300 1000-MUAT-PETA-AKUN.
025400     MOVE 'PERSEDIA' TO WS-AKUN-SEDIA.
025500     MOVE 'BEBANDPT' TO WS-AKUN-DEFAULT.
025600     OPEN INPUT GLMAP-MST.
025700     IF GM-FS NOT = '00'
025800         DISPLAY 'PETA AKUN glmap.dat BELUM ADA,'
025900             ' JENIS DIPAKAI SEBAGAI KODE AKUN'
026000         CLOSE GLMAP-MST
026100         GO TO 1000-EXIT
026200     END-IF.
026300     MOVE 'Y' TO WS-GM-BUKA-SW.
026400     MOVE 'PERSEDIA' TO GM-JENIS.
026500     READ GLMAP-MST
026600         NOT INVALID KEY MOVE GM-AKUN TO WS-AKUN-SEDIA
026700     END-READ.
026800     MOVE 'BEBANDPT' TO GM-JENIS.
026900     READ GLMAP-MST
027000         NOT INVALID KEY MOVE GM-AKUN TO WS-AKUN-DEFAULT
027100     END-READ.
027200 1000-EXIT.
027300     EXIT.
027400
027500*-----------------------------------------------------------------
027600* Tanggal posting = hari terakhir bulan pembebanan.
027700*-----------------------------------------------------------------
027800 1100-AKHIR-BULAN.
027900     MOVE WS-TGL-PERIODE TO WS-TGL-PECAH-N.
028000     MOVE WS-HB-HARI(WS-TP-BULAN) TO WS-TP-HARI.
028100     IF WS-TP-BULAN = 2
028200         DIVIDE WS-TP-TAHUN BY 4 GIVING WS-HASIL-BAGI
028300             REMAINDER WS-SISA-BAGI
028400         IF WS-SISA-BAGI = ZERO
028500             MOVE 29 TO WS-TP-HARI
028600         END-IF
028700     END-IF.
028800     MOVE WS-TGL-PECAH-N TO WS-TGL-POSTING.
028900 1100-EXIT.
029000     EXIT.
029100
029200*-----------------------------------------------------------------
029300* bebanreg.dat belum ada berarti belum pernah ada pembebanan.
029400*-----------------------------------------------------------------
029500 1200-CEK-REGISTER.
029600     MOVE 'N' TO WS-SUDAH-SW.
029700     OPEN INPUT BEBAN-REG.
029800     IF RG-FS NOT = '00'
029900         CLOSE BEBAN-REG
030000         GO TO 1200-EXIT
030100     END-IF.
030200     MOVE 'N' TO WS-EOF-SW.
030300     PERFORM 1250-BACA-REGISTER THRU 1250-EXIT
030400         UNTIL WS-EOF OR WS-SUDAH-DIBEBANKAN.
030500     CLOSE BEBAN-REG.
030600 1200-EXIT.
030700     EXIT.
030800
030900 1250-BACA-REGISTER.
031000     READ BEBAN-REG
031100         AT END MOVE 'Y' TO WS-EOF-SW
031200     END-READ.
031300     IF WS-EOF
031400         GO TO 1250-EXIT
031500     END-IF.
031600     IF RG-BULAN = WS-BULAN-PILIH
031700         MOVE 'Y' TO WS-SUDAH-SW
031800     END-IF.
031900 1250-EXIT.
032000     EXIT.
032100
032200*-----------------------------------------------------------------
032300* Lepas ke sort hanya baris K bulan terpilih yang membawa kode
032400* departemen, dinilai pada harga rata-rata seperti STK-REQ;
032410* baris U (pengembalian) dilepas dengan jumlah negatif.
032500*-----------------------------------------------------------------
032600 2000-LEPAS-MUTASI.
032700     OPEN INPUT INFO-BRG.
032800     IF FS = '00'
032900         MOVE 'Y' TO WS-BRG-BUKA-SW
033000     END-IF.
033100     OPEN INPUT BIAYA-MST.
033200     IF BIA-FS = '00'
033300         MOVE 'Y' TO WS-BIA-BUKA-SW
033400     END-IF.
033500     OPEN INPUT STOK-JURNAL.
033600     MOVE 'N' TO WS-EOF-SW.
033700     PERFORM 2100-SATU-MUTASI THRU 2100-EXIT
033800         UNTIL WS-EOF.
033900     CLOSE STOK-JURNAL.
034000     CLOSE BIAYA-MST.
034100 2000-EXIT.
034200     EXIT.
034300
034400 2100-SATU-MUTASI.
034500     READ STOK-JURNAL
034600         AT END MOVE 'Y' TO WS-EOF-SW
034700     END-READ.
034800     IF WS-EOF
034900         GO TO 2100-EXIT
035000     END-IF.
035100     IF (JR-JENIS NOT = 'K' AND JR-JENIS NOT = 'U')
035110             OR JR-REF = SPACES
035200         GO TO 2100-EXIT
035300     END-IF.
035400     IF JR-TANGGAL(1:6) NOT = WS-BULAN-PILIH
035500         GO TO 2100-EXIT
035600     END-IF.
035700     MOVE JR-REF TO SR-DEPT.
035800     MOVE JR-KODE-BRG TO SR-KODE-BRG.
035900     MOVE JR-TANGGAL TO SR-TANGGAL.
036000     MOVE JR-GUDANG TO SR-GUDANG.
036100     MOVE JR-JUMLAH TO SR-JUMLAH.
036110     IF JR-JENIS = 'U'
036120         COMPUTE SR-JUMLAH = ZERO - JR-JUMLAH
036130     END-IF.
036200     PERFORM 2200-AMBIL-BIAYA THRU 2200-EXIT.
036300     COMPUTE SR-NILAI ROUNDED = SR-JUMLAH * SR-HARGA.
036400     RELEASE SORT-RECORD.
036500     ADD 1 TO WS-JML-MUTASI.
036600 2100-EXIT.
036700     EXIT.
036800
036900*-----------------------------------------------------------------
037000* Harga rata-rata biaya.dat; kalau STK-COST belum pernah jalan
037100* untuk barang ini, pakai harga beli terakhir barang.dat.
037200*-----------------------------------------------------------------
037300 2200-AMBIL-BIAYA.
037400     MOVE ZERO TO SR-HARGA.
037500     IF WS-BRG-BUKA
037600         MOVE JR-KODE-BRG TO KODE-BRG
037700         READ INFO-BRG
037800             NOT INVALID KEY MOVE HARGA-BRG TO SR-HARGA
037900         END-READ
038000     END-IF.
038100     IF WS-BIA-BUKA
038200         MOVE JR-KODE-BRG TO BIA-KODE-BRG
038300         READ BIAYA-MST
038400             NOT INVALID KEY
038500                 IF BIA-HARGA-RATA > ZERO
038600                     MOVE BIA-HARGA-RATA TO SR-HARGA
038700                 END-IF
038800         END-READ
038900     END-IF.
039000 2200-EXIT.
039100     EXIT.
039200
039300*-----------------------------------------------------------------
039400* Satu tagihan per departemen; jurnal GL satu pasang per
039500* departemen (debet beban departemen, kredit persediaan), atau
039510* sebaliknya kalau tagihan bersihnya negatif.
039600*-----------------------------------------------------------------
039700 3000-CETAK.
039800     OPEN INPUT ANGGARAN-MST.
039900     IF ANG-FS = '00'
040000         MOVE 'Y' TO WS-ANG-BUKA-SW
040100     END-IF.
040200     MOVE 'N' TO WS-RETURN-EOF-SW.
040300     PERFORM 3100-CETAK-SATU THRU 3100-EXIT
040400         UNTIL WS-RETURN-EOF.
040500     IF WS-JML-DEPT > ZERO
040600         PERFORM 3300-TUTUP-DEPT THRU 3300-EXIT
040700     END-IF.
040800     CLOSE ANGGARAN-MST.
040900     CLOSE INFO-BRG.
041000     IF WS-GM-BUKA
041100         CLOSE GLMAP-MST
041200     END-IF.
041300 3000-EXIT.
041400     EXIT.
041500
041600 3100-CETAK-SATU.
041700     RETURN SORT-WORK
041800         AT END MOVE 'Y' TO WS-RETURN-EOF-SW
041900     END-RETURN.
042000     IF WS-RETURN-EOF
042100         GO TO 3100-EXIT
042200     END-IF.
042300     IF SR-DEPT NOT = WS-DEPT-BERJALAN OR WS-JML-DEPT = ZERO
042400         IF WS-JML-DEPT > ZERO
042500             PERFORM 3300-TUTUP-DEPT THRU 3300-EXIT
042600         END-IF
042700         PERFORM 3200-BUKA-DEPT THRU 3200-EXIT
042800     END-IF.
042900     MOVE SR-KODE-BRG TO WS-D-KODE.
043000     MOVE SPACES TO WS-D-NAMA.
043100     IF WS-BRG-BUKA
043200         MOVE SR-KODE-BRG TO KODE-BRG
043300         READ INFO-BRG
043400             INVALID KEY CONTINUE
043500             NOT INVALID KEY MOVE NAMA-BRG TO WS-D-NAMA
043600         END-READ
043700     END-IF.
043800     MOVE SR-GUDANG TO WS-D-GUDANG.
043900     MOVE SR-TANGGAL TO WS-D-TANGGAL.
044000     MOVE SR-JUMLAH TO WS-D-JUMLAH.
044100     MOVE SR-HARGA TO WS-D-HARGA.
044200     MOVE SR-NILAI TO WS-D-NILAI.
044300     MOVE WS-DETAIL TO REPORT-LINE.
044400     WRITE REPORT-LINE.
044500     ADD SR-NILAI TO WS-SUB-NILAI.
044600     ADD 1 TO WS-SUB-BARIS.
044610     MOVE 1 TO WS-POSISI-KMP.
044620     IF SR-GUDANG >= 1
044630         COMPUTE WS-POSISI-KMP = WS-GK-KAMPUS(SR-GUDANG) + 1
044640     END-IF.
044650     ADD 1 TO WS-SK-BARIS(WS-POSISI-KMP).
044660     ADD SR-NILAI TO WS-SK-NILAI(WS-POSISI-KMP).
044700 3100-EXIT.
044800     EXIT.
044900
045000*-----------------------------------------------------------------
045100* Akun beban departemen: glmap.dat dengan kunci 8 huruf pertama
045200* kode departemen; belum dipetakan pakai akun BEBANDPT.
045300*-----------------------------------------------------------------
045400 3200-BUKA-DEPT.
045500     MOVE SR-DEPT TO WS-DEPT-BERJALAN.
045600     MOVE ZERO TO WS-SUB-NILAI.
045700     MOVE ZERO TO WS-SUB-BARIS.
045800     ADD 1 TO WS-JML-DEPT.
045900     MOVE WS-AKUN-DEFAULT TO WS-AKUN-DEPT.
046000     MOVE 'AKUN DEFAULT' TO WS-JD-KET.
046100     IF WS-GM-BUKA
046200         MOVE SR-DEPT(1:8) TO GM-JENIS
046300         READ GLMAP-MST
046400             INVALID KEY CONTINUE
046500             NOT INVALID KEY
046600                 MOVE GM-AKUN TO WS-AKUN-DEPT
046700                 MOVE SPACES TO WS-JD-KET
046800         END-READ
046900     END-IF.
047000     IF WS-JD-KET NOT = SPACES
047100         ADD 1 TO WS-JML-DEFAULT
047200     END-IF.
047300     MOVE SR-DEPT TO WS-JD-DEPT.
047400     MOVE SPACES TO WS-JD-NAMA.
047500     IF WS-ANG-BUKA
047600         MOVE SR-DEPT TO ANG-DEPT
047700         MOVE WS-TP-TAHUN TO ANG-TAHUN
047800         READ ANGGARAN-MST
047900             INVALID KEY CONTINUE
048000             NOT INVALID KEY MOVE ANG-NAMA TO WS-JD-NAMA
048100         END-READ
048200     END-IF.
048300     MOVE WS-AKUN-DEPT TO WS-JD-AKUN.
048400     MOVE SPACES TO REPORT-LINE.
048500     WRITE REPORT-LINE.
048600     MOVE WS-JUDUL-DEPT TO REPORT-LINE.
048700     WRITE REPORT-LINE.
048800     MOVE WS-HEADER TO REPORT-LINE.
048900     WRITE REPORT-LINE.
049000 3200-EXIT.
049100     EXIT.
049200
049300 3300-TUTUP-DEPT.
049400     MOVE WS-SUB-BARIS TO WS-S-BARIS.
049500     MOVE WS-SUB-NILAI TO WS-S-NILAI.
049600     MOVE WS-SUBTOTAL TO REPORT-LINE.
049700     WRITE REPORT-LINE.
049800     ADD WS-SUB-NILAI TO WS-TOT-NILAI.
049900     IF WS-SUB-NILAI > ZERO
050000         MOVE WS-AKUN-DEPT TO WS-GD-AKUN
050100         MOVE 'D' TO WS-GD-DK
050200         MOVE WS-SUB-NILAI TO WS-GD-JUMLAH
050300         PERFORM 5000-TULIS-BARIS THRU 5000-EXIT
050400         MOVE WS-AKUN-SEDIA TO WS-GD-AKUN
050500         MOVE 'K' TO WS-GD-DK
050600         PERFORM 5000-TULIS-BARIS THRU 5000-EXIT
050700     END-IF.
050710     IF WS-SUB-NILAI < ZERO
050720         MOVE WS-AKUN-SEDIA TO WS-GD-AKUN
050730         MOVE 'D' TO WS-GD-DK
050740         COMPUTE WS-GD-JUMLAH = ZERO - WS-SUB-NILAI
050750         PERFORM 5000-TULIS-BARIS THRU 5000-EXIT
050760         MOVE WS-AKUN-DEPT TO WS-GD-AKUN
050770         MOVE 'K' TO WS-GD-DK
050780         PERFORM 5000-TULIS-BARIS THRU 5000-EXIT
050790     END-IF.
050800 3300-EXIT.
050900     EXIT.
051000
051100*-----------------------------------------------------------------
051200* Bulan hanya dicatat di bebanreg.dat kalau ada yang dibebankan,
051300* supaya run sebelum issue bulan itu selesai tidak mengunci bulan.
051400*-----------------------------------------------------------------
051500 4000-AKHIR.
051600     IF WS-JML-DEPT > ZERO
051700         MOVE SPACES TO REPORT-LINE
051800         WRITE REPORT-LINE
051900         MOVE WS-JML-DEPT TO WS-T-DEPT
052000         MOVE WS-JML-MUTASI TO WS-T-BARIS
052100         MOVE WS-TOT-NILAI TO WS-T-NILAI
052200         MOVE WS-TOTAL-LINE TO REPORT-LINE
052300         WRITE REPORT-LINE
052310         MOVE SPACES TO REPORT-LINE
052320         WRITE REPORT-LINE
052330         PERFORM 4100-CETAK-KAMPUS THRU 4100-EXIT
052340             VARYING WS-IDX-KMP FROM 1 BY 1
052350             UNTIL WS-IDX-KMP > 10
052360         PERFORM 4200-CETAK-PENGGANTI THRU 4200-EXIT
052400     END-IF.
052500     CLOSE REPORT-OUT.
052600     MOVE WS-JML-MUTASI TO WS-CAT-JML.
052700     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
052800         WS-CAT-JML.
052900     IF WS-JML-BARIS = ZERO
053000         DISPLAY 'TIDAK ADA PEMAKAIAN DEPARTEMEN YANG DIBEBANKAN'
053100             ' BULAN ' WS-BULAN-PILIH
053200         GO TO 4000-EXIT
053300     END-IF.
053400     MOVE WS-JML-BARIS TO WS-GT-CACAH.
053500     MOVE WS-TOT-DEBET TO WS-GT-DEBET.
053600     MOVE WS-TOT-KREDIT TO WS-GT-KREDIT.
053700     MOVE WS-GL-TRAILER TO GLPOST-LINE.
053800     WRITE GLPOST-LINE.
053900     CLOSE GLPOST-OUT.
054000     OPEN EXTEND BEBAN-REG.
054100     IF RG-FS = '05' OR RG-FS = '35'
054200         OPEN OUTPUT BEBAN-REG
054300     END-IF.
054400     MOVE SPACES TO BEBAN-REG-LINE.
054500     MOVE WS-BULAN-PILIH TO RG-BULAN.
054600     MOVE WS-TGL-RUN TO RG-TGL.
054700     MOVE WS-JAM-RUN(1:6) TO RG-JAM.
054800     MOVE WS-JML-DEPT TO RG-DEPT.
054900     MOVE WS-TOT-NILAI TO RG-NILAI.
055000     WRITE BEBAN-REG-LINE.
055100     CLOSE BEBAN-REG.
055200     DISPLAY 'PEMBEBANAN ' WS-JML-DEPT ' DEPARTEMEN ('
055300         WS-JML-DEFAULT
055400         ' AKUN DEFAULT), ' WS-JML-BARIS ' BARIS DI GLBEBAN.DAT,'
055500         ' LAPORAN ' WS-RPT-NAMA.
055600 4000-EXIT.
055700     EXIT.
055704
055708*-----------------------------------------------------------------
055712* Ringkasan pemakaian per kampus pemilik gudang; kampus tanpa
055716* mutasi tidak dicetak.
055720*-----------------------------------------------------------------
055724 4100-CETAK-KAMPUS.
055728     IF WS-SK-BARIS(WS-IDX-KMP) = ZERO
055732         GO TO 4100-EXIT
055736     END-IF.
055740     IF WS-IDX-KMP = 1
055744         MOVE 'BELUM DITETAPKAN' TO WS-K-NAMA
055748     ELSE
055752         MOVE WS-KT-NAMA(WS-IDX-KMP - 1) TO WS-K-NAMA
055756     END-IF.
055760     MOVE WS-SK-BARIS(WS-IDX-KMP) TO WS-K-BARIS.
055764     MOVE WS-SK-NILAI(WS-IDX-KMP) TO WS-K-NILAI.
055768     MOVE WS-KAMPUS-LINE TO REPORT-LINE.
055772     WRITE REPORT-LINE.
055776 4100-EXIT.
055780     EXIT.
055782*-----------------------------------------------------------------
055784* Issue pengganti bulan pembebanan, seperti laporan beban STK-REQ:
055786* barang pengganti sudah masuk tagihan departemennya lewat baris
055788* K; daftar ini menunjukkan baris permintaan asal yang dipenuhi.
055790*-----------------------------------------------------------------
055792 4200-CETAK-PENGGANTI.
055794     MOVE ZERO TO WS-JML-GN.
055796     OPEN INPUT REQ-GANTI.
055798     IF GN-FS NOT = '00'
055800         CLOSE REQ-GANTI
055802         GO TO 4200-EXIT
055804     END-IF.
055806     MOVE 'N' TO WS-GN-EOF-SW.
055808     PERFORM 4250-SATU-PENGGANTI THRU 4250-EXIT
055810         UNTIL WS-GN-EOF.
055812     CLOSE REQ-GANTI.
055814 4200-EXIT.
055816     EXIT.
055818
055820 4250-SATU-PENGGANTI.
055822     READ REQ-GANTI
055824         AT END MOVE 'Y' TO WS-GN-EOF-SW
055826     END-READ.
055828     IF WS-GN-EOF
055830         GO TO 4250-EXIT
055832     END-IF.
055834     IF GN-TANGGAL(1:6) NOT = WS-BULAN-PILIH
055836         GO TO 4250-EXIT
055838     END-IF.
055840     IF WS-JML-GN = ZERO
055842         MOVE SPACES TO REPORT-LINE
055844         WRITE REPORT-LINE
055846         MOVE WS-JUDUL-GN TO REPORT-LINE
055848         WRITE REPORT-LINE
055850         MOVE WS-HEADER-GN TO REPORT-LINE
055852         WRITE REPORT-LINE
055854     END-IF.
055856     MOVE GN-DEPT TO WS-DN-DEPT.
055858     MOVE GN-REQ-NO TO WS-DN-REQ.
055860     MOVE GN-REQ-URUT TO WS-DN-URUT.
055862     MOVE GN-KODE-ASAL TO WS-DN-ASAL.
055864     MOVE GN-JML-ASAL TO WS-DN-JML-ASAL.
055866     MOVE GN-KODE-GANTI TO WS-DN-GANTI.
055868     MOVE GN-JML-GANTI TO WS-DN-JML-GANTI.
055870     MOVE GN-NILAI TO WS-DN-NILAI.
055872     MOVE WS-DETAIL-GN TO REPORT-LINE.
055874     WRITE REPORT-LINE.
055876     ADD 1 TO WS-JML-GN.
055878 4250-EXIT.
055880     EXIT.
055882
055900*-----------------------------------------------------------------
056000* GLBEBAN.DAT baru dibuka pada baris pertama, supaya run yang
056100* tidak membebankan apa-apa tidak menimpa file bulan sebelumnya.
056200*-----------------------------------------------------------------
056300 5000-TULIS-BARIS.
056400     IF WS-JML-BARIS = ZERO
056500         OPEN OUTPUT GLPOST-OUT
056600     END-IF.
056700     MOVE 'D' TO WS-GD-JENIS.
056800     MOVE WS-TGL-POSTING TO WS-GD-TANGGAL.
056900     MOVE WS-GL-DETAIL TO GLPOST-LINE.
057000     WRITE GLPOST-LINE.
057100     ADD 1 TO WS-JML-BARIS.
057200     IF WS-GD-DK = 'D'
057300         ADD WS-GD-JUMLAH TO WS-TOT-DEBET
057400     ELSE
057500         ADD WS-GD-JUMLAH TO WS-TOT-KREDIT
057600     END-IF.
057700 5000-EXIT.
057800     EXIT.
057900
058000*-----------------------------------------------------------------
058100 9999-EXIT.
058200     STOP RUN.
