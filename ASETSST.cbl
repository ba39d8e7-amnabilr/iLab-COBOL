000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Penyusutan bulanan aset tetap aset.dat, garis lurus:
000500*           beban sebulan = harga perolehan / umur manfaat bulan,
000600*           dibatasi sisa nilai buku. Akumulasi, nilai buku dan
000700*           bulan terakhir disusutkan ditulis kembali ke aset.dat
000800*           (aset yang nilai bukunya habis berstatus H), baris
000900*           jurnal debet beban penyusutan / kredit akumulasi
001000*           penyusutan ditulis ke GLSUSUT.DAT dengan layout tetap
001100*           dan trailer kontrol yang sama dengan GL-EXT, dan
001150*           daftar nilai buku ke SUSUT-*.RPT. Aset yang sudah
001200*           disusutkan untuk bulan itu dilewati, jadi run ulang
001300*           tidak membebankan dua kali.
001310*           Posting ditolak selama tanda jendela batch malam
001320*           batchwin.ctl terpasang (BTC-WIN).
001500* Tectonics: cobc -I copybooks
001600******************************************************************
001700 IDENTIFICATION DIVISION.
001800*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001900 PROGRAM-ID. ASET-SUSUT.
002000 ENVIRONMENT DIVISION.
002100*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002200 CONFIGURATION SECTION.
002300*-----------------------
002400 INPUT-OUTPUT SECTION.
002500     FILE-CONTROL.
002600     COPY ASTSEL.
002700     SELECT GLMAP-MST ASSIGN TO 'glmap.dat'
002800     ORGANIZATION IS INDEXED
002900     ACCESS MODE IS DYNAMIC
003000     RECORD KEY IS GM-JENIS
003100     FILE STATUS IS GM-FS.
003200     SELECT GLPOST-OUT ASSIGN TO 'GLSUSUT.DAT'
003300     ORGANIZATION IS LINE SEQUENTIAL
003400     FILE STATUS IS GP-FS.
003500     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
003600     ORGANIZATION IS LINE SEQUENTIAL
003700     FILE STATUS IS RS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000     COPY ASTFD.
004100 FD GLMAP-MST.
004200 01 GLMAP-RECORD.
004300     02 GM-JENIS           PIC X(08).
004400     02 GM-AKUN            PIC X(08).
004500 FD GLPOST-OUT.
004600 01 GLPOST-LINE            PIC X(45).
004700 FD REPORT-OUT.
004800 01 REPORT-LINE            PIC X(120).
004900
005000 WORKING-STORAGE SECTION.
005100 77 WS-RPT-NAMA            PIC X(30).
005200 77 WS-TGL-RUN             PIC 9(8).
005300 77 WS-JAM-RUN             PIC 9(8).
005400 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'ASET-SUSUT'.
005500 77 WS-CAT-JML             PIC 9(7).
005600 77 AS-FS                  PIC XX.
005700 77 GM-FS                  PIC XX.
005800 77 GP-FS                  PIC XX.
005900 77 RS                     PIC XX.
006000 77 WS-EOF-SW              PIC X VALUE 'N'.
006100     88 WS-EOF             VALUE 'Y'.
006200 77 WS-PRD-BOLEH-SW        PIC X.
006210* Parameter BTC-WIN (jendela batch malam).
006220 77 WS-BW-FUNGSI           PIC X(1) VALUE 'C'.
006230 77 WS-BW-PROGRAM          PIC X(13) VALUE 'ASET-SUSUT'.
006240 77 WS-BW-HASIL            PIC X(1).
006250 77 WS-BW-PEMEGANG         PIC X(13).
006300 77 WS-JML-BARIS           PIC 9(7) VALUE ZERO.
006400 77 WS-JML-ASET            PIC 9(5) VALUE ZERO.
006500 77 WS-JML-HABIS           PIC 9(5) VALUE ZERO.
006600 01 WS-BULAN-PILIH         PIC 9(6).
006700 01 WS-TGL-PERIODE         PIC 9(8).
006800 01 WS-TGL-POSTING         PIC 9(8).
006900 01 WS-TGL-PECAH.
007000     02 WS-TP-TAHUN        PIC 9(4).
007100     02 WS-TP-BULAN        PIC 99.
007200     02 WS-TP-HARI         PIC 99.
007300 01 WS-TGL-PECAH-N REDEFINES WS-TGL-PECAH PIC 9(8).
007400 01 WS-SISA-BAGI           PIC 9(4).
007500 01 WS-HASIL-BAGI          PIC 9(4).
007600 01 WS-TABEL-HARI          PIC X(24)
007700         VALUE '312831303130313130313031'.
007800 01 WS-HARI-BULAN REDEFINES WS-TABEL-HARI.
007900     02 WS-HB-HARI         PIC 99 OCCURS 12 TIMES.
008000 01 WS-SUSUT               PIC 9(9)V9(3).
008100 01 WS-TOT-HARGA           PIC 9(11)V9(3) VALUE ZERO.
008200 01 WS-TOT-SUSUT           PIC 9(11)V9(3) VALUE ZERO.
008300 01 WS-TOT-AKUM            PIC 9(11)V9(3) VALUE ZERO.
008400 01 WS-TOT-BUKU            PIC 9(11)V9(3) VALUE ZERO.
008500 01 WS-TOT-DEBET           PIC 9(13)V9(3) VALUE ZERO.
008600 01 WS-TOT-KREDIT          PIC 9(13)V9(3) VALUE ZERO.
008700 01 WS-AKUN-BEBAN          PIC X(8).
008800 01 WS-AKUN-AKUM           PIC X(8).
008900 01 WS-GL-DETAIL.
009000     02 WS-GD-JENIS        PIC X(01).
009100     02 WS-GD-TANGGAL      PIC 9(08).
009200     02 WS-GD-AKUN         PIC X(08).
009300     02 WS-GD-DK           PIC X(01).
009400     02 WS-GD-JUMLAH       PIC 9(12)V9(03).
009500 01 WS-GL-TRAILER.
009600     02 WS-GT-JENIS        PIC X(01) VALUE 'T'.
009700     02 WS-GT-CACAH        PIC 9(07).
009800     02 WS-GT-DEBET        PIC 9(13)V9(03).
009900     02 WS-GT-KREDIT       PIC 9(13)V9(03).
010000 01 WS-JUDUL.
010100     02 FILLER             PIC X(20) VALUE SPACES.
010200     02 FILLER             PIC X(33)
010300         VALUE 'PENYUSUTAN ASET TETAP BULAN '.
010400     02 WS-J-BULAN         PIC 9(06).
010500 01 WS-HEADER.
010600     02 FILLER             PIC X(07) VALUE 'TAG'.
010700     02 FILLER             PIC X(23) VALUE 'NAMA'.
010800     02 FILLER             PIC X(11) VALUE 'DEPT'.
010900     02 FILLER             PIC X(04) VALUE 'UMUR'.
011000     02 FILLER             PIC X(15) VALUE '          HARGA'.
011100     02 FILLER             PIC X(15) VALUE '    SUSUT BULAN'.
011200     02 FILLER             PIC X(15) VALUE '      AKUMULASI'.
011300     02 FILLER             PIC X(15) VALUE '     NILAI BUKU'.
011400     02 FILLER             PIC X(03) VALUE ' ST'.
011500 01 WS-DETAIL.
011600     02 WS-D-TAG           PIC 9(06).
011700     02 FILLER             PIC X(01) VALUE SPACES.
011800     02 WS-D-NAMA          PIC X(22).
011900     02 FILLER             PIC X(01) VALUE SPACES.
012000     02 WS-D-DEPT          PIC X(10).
012100     02 FILLER             PIC X(01) VALUE SPACES.
012200     02 WS-D-UMUR          PIC ZZ9.
012300     02 FILLER             PIC X(01) VALUE SPACES.
012400     02 WS-D-HARGA         PIC Z(10)9.99.
012500     02 FILLER             PIC X(01) VALUE SPACES.
012600     02 WS-D-SUSUT         PIC Z(10)9.99.
012700     02 FILLER             PIC X(01) VALUE SPACES.
012800     02 WS-D-AKUM          PIC Z(10)9.99.
012900     02 FILLER             PIC X(01) VALUE SPACES.
013000     02 WS-D-BUKU          PIC Z(10)9.99.
013100     02 FILLER             PIC X(02) VALUE SPACES.
013200     02 WS-D-STATUS        PIC X(01).
013300 01 WS-TOTAL-LINE.
013400     02 FILLER             PIC X(45) VALUE 'TOTAL'.
013500     02 WS-T-HARGA         PIC Z(10)9.99.
013600     02 FILLER             PIC X(01) VALUE SPACES.
013700     02 WS-T-SUSUT         PIC Z(10)9.99.
013800     02 FILLER             PIC X(01) VALUE SPACES.
013900     02 WS-T-AKUM          PIC Z(10)9.99.
014000     02 FILLER             PIC X(01) VALUE SPACES.
014100     02 WS-T-BUKU          PIC Z(10)9.99.
014200
014300 PROCEDURE DIVISION.
014400*-----------------------------------------------------------------
014500 0000-MAINLINE.
014600     DISPLAY 'BULAN PENYUSUTAN (YYYYMM) : ' WITH NO ADVANCING.
014700     ACCEPT WS-BULAN-PILIH.
014800     COMPUTE WS-TGL-PERIODE = WS-BULAN-PILIH * 100 + 1.
014900     CALL 'PRD-CHK' USING WS-TGL-PERIODE, WS-PRD-BOLEH-SW.
015000     IF WS-PRD-BOLEH-SW = 'N'
015100         DISPLAY 'PERIODE ' WS-BULAN-PILIH
015110          ' SUDAH DITUTUP FINANCE,'
015200             ' PENYUSUTAN DITOLAK'
015300         GO TO 9999-EXIT
015400     END-IF.
015410     CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
015420         WS-BW-HASIL, WS-BW-PEMEGANG.
015430     IF WS-BW-HASIL = 'Y'
015440         DISPLAY 'TUTUP MALAM ' WS-BW-PEMEGANG ' BERJALAN,'
015450             ' PENYUSUTAN DITOLAK'
015460         GO TO 9999-EXIT
015470     END-IF.
015500     OPEN I-O ASET-MST.
015600     IF AS-FS NOT = '00'
015700         DISPLAY 'aset.dat TIDAK DAPAT DIBUKA, STATUS ' AS-FS
015800         GO TO 9999-EXIT
015900     END-IF.
016000     PERFORM 1000-MUAT-PETA-AKUN THRU 1000-EXIT.
016100     PERFORM 1100-AKHIR-BULAN THRU 1100-EXIT.
016200     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
016300     ACCEPT WS-JAM-RUN FROM TIME.
016400     MOVE SPACES TO WS-RPT-NAMA.
016500     STRING 'SUSUT-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
016600         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
016700     OPEN OUTPUT REPORT-OUT.
016800     MOVE WS-BULAN-PILIH TO WS-J-BULAN.
016900     MOVE WS-JUDUL TO REPORT-LINE.
017000     WRITE REPORT-LINE.
017100     MOVE SPACES TO REPORT-LINE.
017200     WRITE REPORT-LINE.
017300     MOVE WS-HEADER TO REPORT-LINE.
017400     WRITE REPORT-LINE.
017500     MOVE 'N' TO WS-EOF-SW.
017600     PERFORM 2000-SATU-ASET THRU 2000-EXIT
017700         UNTIL WS-EOF.
017800     CLOSE ASET-MST.
017900     PERFORM 3000-AKHIR THRU 3000-EXIT.
018000     GO TO 9999-EXIT.
018100
018200*-----------------------------------------------------------------
018300* Kode akun dari glmap.dat seperti GL-EXT; jenis yang belum
018400* dipetakan dipakai sebagai kode akun supaya kelihatan di file.
018500*-----------------------------------------------------------------
018600 1000-MUAT-PETA-AKUN.
018700     MOVE 'BBSUSUT' TO WS-AKUN-BEBAN.
018800     MOVE 'AKMSUSUT' TO WS-AKUN-AKUM.
018900     OPEN INPUT GLMAP-MST.
019000     IF GM-FS NOT = '00'
019100         DISPLAY 'PETA AKUN glmap.dat BELUM ADA,'
019200             ' JENIS DIPAKAI SEBAGAI KODE AKUN'
019300         CLOSE GLMAP-MST
019400         GO TO 1000-EXIT
019500     END-IF.
019600     MOVE 'BBSUSUT' TO GM-JENIS.
019700     READ GLMAP-MST
019800         NOT INVALID KEY MOVE GM-AKUN TO WS-AKUN-BEBAN
019900     END-READ.
020000     MOVE 'AKMSUSUT' TO GM-JENIS.
020100     READ GLMAP-MST
020200         NOT INVALID KEY MOVE GM-AKUN TO WS-AKUN-AKUM
020300     END-READ.
020400     CLOSE GLMAP-MST.
020500 1000-EXIT.
020600     EXIT.
020700
020800*-----------------------------------------------------------------
020900* Tanggal posting = hari terakhir bulan penyusutan.
021000*-----------------------------------------------------------------
021100 1100-AKHIR-BULAN.
021200     MOVE WS-TGL-PERIODE TO WS-TGL-PECAH-N.
021300     MOVE WS-HB-HARI(WS-TP-BULAN) TO WS-TP-HARI.
021400     IF WS-TP-BULAN = 2
021500         DIVIDE WS-TP-TAHUN BY 4 GIVING WS-HASIL-BAGI
021600             REMAINDER WS-SISA-BAGI
021700         IF WS-SISA-BAGI = ZERO
021800             MOVE 29 TO WS-TP-HARI
021900         END-IF
022000     END-IF.
022100     MOVE WS-TGL-PECAH-N TO WS-TGL-POSTING.
022200 1100-EXIT.
022300     EXIT.
022400
022500*-----------------------------------------------------------------
022600* Satu aset: hanya yang aktif, sudah diperoleh paling lambat bulan
022700* ini, dan belum disusutkan untuk bulan ini.
022800*-----------------------------------------------------------------
022900 2000-SATU-ASET.
023000     READ ASET-MST NEXT RECORD
023100         AT END MOVE 'Y' TO WS-EOF-SW
023200     END-READ.
023300     IF WS-EOF
023400         GO TO 2000-EXIT
023500     END-IF.
023600     IF AS-STATUS NOT = 'A'
023700         GO TO 2000-EXIT
023800     END-IF.
023900     IF AS-TGL-PEROLEHAN(1:6) > WS-BULAN-PILIH
024000         GO TO 2000-EXIT
024100     END-IF.
024200     IF AS-BLN-SUSUT NOT < WS-BULAN-PILIH
024300         GO TO 2000-EXIT
024400     END-IF.
024500     IF AS-UMUR-BLN = ZERO
024600         MOVE AS-NILAI-BUKU TO WS-SUSUT
024700     ELSE
024800         COMPUTE WS-SUSUT ROUNDED = AS-HARGA / AS-UMUR-BLN
024900     END-IF.
025000     IF WS-SUSUT > AS-NILAI-BUKU
025100         MOVE AS-NILAI-BUKU TO WS-SUSUT
025200     END-IF.
025300     ADD WS-SUSUT TO AS-AKUM-SUSUT.
025400     SUBTRACT WS-SUSUT FROM AS-NILAI-BUKU.
025500     MOVE WS-BULAN-PILIH TO AS-BLN-SUSUT.
025600     IF AS-NILAI-BUKU = ZERO
025700         MOVE 'H' TO AS-STATUS
025800         ADD 1 TO WS-JML-HABIS
025900     END-IF.
026000     REWRITE ASET-RECORD
026100         INVALID KEY
026200             DISPLAY 'GAGAL SIMPAN ASET ' AS-TAG ', STATUS ' AS-FS
026300             GO TO 2000-EXIT
026400     END-REWRITE.
026500     IF WS-SUSUT > ZERO
026600         MOVE WS-AKUN-BEBAN TO WS-GD-AKUN
026700         MOVE 'D' TO WS-GD-DK
026800         MOVE WS-SUSUT TO WS-GD-JUMLAH
026900         PERFORM 5000-TULIS-BARIS THRU 5000-EXIT
027000         MOVE WS-AKUN-AKUM TO WS-GD-AKUN
027100         MOVE 'K' TO WS-GD-DK
027200         PERFORM 5000-TULIS-BARIS THRU 5000-EXIT
027300     END-IF.
027400     MOVE AS-TAG TO WS-D-TAG.
027500     MOVE AS-NAMA TO WS-D-NAMA.
027600     MOVE AS-DEPT TO WS-D-DEPT.
027700     MOVE AS-UMUR-BLN TO WS-D-UMUR.
027800     MOVE AS-HARGA TO WS-D-HARGA.
027900     MOVE WS-SUSUT TO WS-D-SUSUT.
028000     MOVE AS-AKUM-SUSUT TO WS-D-AKUM.
028100     MOVE AS-NILAI-BUKU TO WS-D-BUKU.
028200     MOVE AS-STATUS TO WS-D-STATUS.
028300     MOVE WS-DETAIL TO REPORT-LINE.
028400     WRITE REPORT-LINE.
028500     ADD 1 TO WS-JML-ASET.
028600     ADD AS-HARGA TO WS-TOT-HARGA.
028700     ADD WS-SUSUT TO WS-TOT-SUSUT.
028800     ADD AS-AKUM-SUSUT TO WS-TOT-AKUM.
028900     ADD AS-NILAI-BUKU TO WS-TOT-BUKU.
029000 2000-EXIT.
029100     EXIT.
029200
029300*-----------------------------------------------------------------
029400 3000-AKHIR.
029500     MOVE SPACES TO REPORT-LINE.
029600     WRITE REPORT-LINE.
029700     MOVE WS-TOT-HARGA TO WS-T-HARGA.
029800     MOVE WS-TOT-SUSUT TO WS-T-SUSUT.
029900     MOVE WS-TOT-AKUM TO WS-T-AKUM.
030000     MOVE WS-TOT-BUKU TO WS-T-BUKU.
030100     MOVE WS-TOTAL-LINE TO REPORT-LINE.
030200     WRITE REPORT-LINE.
030300     CLOSE REPORT-OUT.
030400     MOVE WS-JML-ASET TO WS-CAT-JML.
030500     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
030600         WS-CAT-JML.
030700     IF WS-JML-BARIS = ZERO
030800         DISPLAY 'TIDAK ADA ASET YANG DISUSUTKAN BULAN '
030900             WS-BULAN-PILIH
031000         GO TO 3000-EXIT
031100     END-IF.
031200     MOVE WS-JML-BARIS TO WS-GT-CACAH.
031300     MOVE WS-TOT-DEBET TO WS-GT-DEBET.
031400     MOVE WS-TOT-KREDIT TO WS-GT-KREDIT.
031500     MOVE WS-GL-TRAILER TO GLPOST-LINE.
031600     WRITE GLPOST-LINE.
031700     CLOSE GLPOST-OUT.
031800     DISPLAY 'PENYUSUTAN ' WS-JML-ASET ' ASET (' WS-JML-HABIS
031900         ' HABIS), ' WS-JML-BARIS ' BARIS DI GLSUSUT.DAT,'
031910         ' LAPORAN '
032000         WS-RPT-NAMA.
032100 3000-EXIT.
032200     EXIT.
032300
032400*-----------------------------------------------------------------
032500* GLSUSUT.DAT baru dibuka pada baris pertama, supaya run ulang
032600* yang tidak menyusutkan apa-apa tidak menimpa file bulan itu.
032700*-----------------------------------------------------------------
032800 5000-TULIS-BARIS.
032900     IF WS-JML-BARIS = ZERO
033000         OPEN OUTPUT GLPOST-OUT
033100     END-IF.
033200     MOVE 'D' TO WS-GD-JENIS.
033300     MOVE WS-TGL-POSTING TO WS-GD-TANGGAL.
033400     MOVE WS-GL-DETAIL TO GLPOST-LINE.
033500     WRITE GLPOST-LINE.
033600     ADD 1 TO WS-JML-BARIS.
033700     IF WS-GD-DK = 'D'
033800         ADD WS-GD-JUMLAH TO WS-TOT-DEBET
033900     ELSE
034000         ADD WS-GD-JUMLAH TO WS-TOT-KREDIT
034100     END-IF.
034200 5000-EXIT.
034300     EXIT.
034400
034500*-----------------------------------------------------------------
034600 9999-EXIT.
034700     STOP RUN.
