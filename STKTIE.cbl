000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Pencocokan nilai persediaan akhir bulan antara jurnal
000500*           stok, STK-VAL dan ekstrak GL-EXT. Nilai awal bulan
000600*           pilihan diambil dari nilai penutupan bulan sebelumnya
000700*           di tutupnil.dat (Januari: baris saldo awal 'A' per 1
000800*           Januari yang ditulis STK-YREND); bulan sebelumnya yang
000900*           belum pernah dicocokkan dihitung ulang dengan memutar
001000*           stokjrnl.dat dari awal tahun. Mutasi bulan itu --
001100*           penerimaan, pengeluaran, transfer, opname, scan, retur
001200*           supplier, perakitan, lepas QC, pemusnahan -- dinilai
001300*           dari stokjrnl.dat dengan aturan harga STK-RKP
001400*           (JR-HARGA kalau terisi, kalau tidak rata-rata
001500*           biaya.dat untuk arah keluar, lalu HARGA-BRG),
001600*           ditambah landed cost
001700*           landed.dat yang sudah diterapkan STK-COST. Nilai akhir
001800*           hitungan dibandingkan dengan penilaian STK-VAL (saldo
001900*           stok.dat saat ini) dan mutasi tiap jenis dengan total
002000*           akun GLPOST.DAT bulan itu; setiap selisih didaftar per
002100*           jenis mutasi ke TIEOUT-*.RPT (RPT-CAT). Nilai akhir
002200*           hitungan disimpan di tutupnil.dat sebagai nilai awal
002300*           bulan berikutnya.
002400* Tectonics: cobc -I copybooks
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002800 PROGRAM-ID. STK-TIE.
002900 ENVIRONMENT DIVISION.
003000*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
003100 CONFIGURATION SECTION.
003200*-----------------------
003300 INPUT-OUTPUT SECTION.
003400     FILE-CONTROL.
003500     COPY BRGSEL.
003600     COPY STKSEL.
003700     COPY JRNSEL.
003800     COPY BIASEL.
003900     COPY LNDSEL.
004000     SELECT GLMAP-MST ASSIGN TO 'glmap.dat'
004100     ORGANIZATION IS INDEXED
004200     ACCESS MODE IS DYNAMIC
004300     RECORD KEY IS GM-JENIS
004400     FILE STATUS IS GM-FS.
004500     SELECT GLPOST-IN ASSIGN TO 'GLPOST.DAT'
004600     ORGANIZATION IS LINE SEQUENTIAL
004700     FILE STATUS IS GP-FS.
004800     SELECT TUTUP-NILAI ASSIGN TO 'tutupnil.dat'
004900     ORGANIZATION IS INDEXED
005000     ACCESS MODE IS DYNAMIC
005100     RECORD KEY IS TN-BULAN
005200     FILE STATUS IS TN-FS.
005300     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
005400     ORGANIZATION IS LINE SEQUENTIAL
005500     FILE STATUS IS RS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800     COPY BRGFD.
005900     COPY STKFD.
006000     COPY JRNFD.
006100     COPY BIAFD.
006200     COPY LNDFD.
006300 FD GLMAP-MST.
006400 01 GLMAP-RECORD.
006500     02 GM-JENIS           PIC X(08).
006600     02 GM-AKUN            PIC X(08).
006700 FD GLPOST-IN.
006800 01 GLPOST-LINE            PIC X(45).
006900*    Satu record per bulan yang sudah dicocokkan.
007000 FD TUTUP-NILAI.
007100 01 TUTUP-NILAI-RECORD.
007200     02 TN-BULAN           PIC 9(06).
007300     02 TN-NILAI-AKHIR     PIC S9(13)V9(3).
007400     02 TN-NILAI-STKVAL    PIC 9(13)V9(3).
007500     02 TN-TGL-RUN         PIC 9(08).
007600 FD REPORT-OUT.
007700 01 REPORT-LINE            PIC X(110).
007800
007900 WORKING-STORAGE SECTION.
008000 77 FS                     PIC XX.
008100 77 STK-FS                 PIC XX.
008200 77 JR-FS                  PIC XX.
008300 77 BIA-FS                 PIC XX.
008400 77 LND-FS                 PIC XX.
008500 77 GM-FS                  PIC XX.
008600 77 GP-FS                  PIC XX.
008700 77 TN-FS                  PIC XX.
008800 77 RS                     PIC XX.
008900 77 WS-RPT-NAMA            PIC X(30).
009000 77 WS-TGL-RUN             PIC 9(8).
009100 77 WS-JAM-RUN             PIC 9(8).
009200 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'STK-TIE'.
009300 77 WS-CAT-JML             PIC 9(7).
009400 77 WS-EOF-SW              PIC X VALUE 'N'.
009500     88 WS-EOF             VALUE 'Y'.
009600 77 WS-BRG-BUKA-SW         PIC X VALUE 'N'.
009700     88 WS-BRG-BUKA        VALUE 'Y'.
009800 77 WS-BIA-BUKA-SW         PIC X VALUE 'N'.
009900     88 WS-BIA-BUKA        VALUE 'Y'.
010000 77 WS-TN-BUKA-SW          PIC X VALUE 'N'.
010100     88 WS-TN-BUKA         VALUE 'Y'.
010200 77 WS-TN-ADA-SW           PIC X VALUE 'N'.
010300     88 WS-TN-ADA          VALUE 'Y'.
010400 77 WS-IDX                 PIC 9(2) COMP.
010500 77 WS-JML-BARIS-JR        PIC 9(7) VALUE ZERO.
010600 77 WS-JML-BARIS-GL        PIC 9(7) VALUE ZERO.
010700 77 WS-JML-AWAL-A          PIC 9(7) VALUE ZERO.
010800 77 WS-JML-SELISIH         PIC 9(5) VALUE ZERO.
010900 01 WS-BULAN-PILIH         PIC 9(6).
011000 01 WS-BULAN-PILIH-X REDEFINES WS-BULAN-PILIH.
011100     02 WS-BP-TAHUN        PIC 9(4).
011200     02 WS-BP-BULAN        PIC 99.
011300 01 WS-BULAN-LALU          PIC 9(6).
011400 01 WS-HARGA-PAKAI         PIC 9(7)V9(3).
011500 01 WS-NILAI               PIC 9(13)V9(3).
011600 01 WS-NILAI-TANDA         PIC S9(13)V9(3).
011700 01 WS-NILAI-YREND         PIC S9(13)V9(3) VALUE ZERO.
011800 01 WS-NILAI-ROL           PIC S9(13)V9(3) VALUE ZERO.
011900 01 WS-NILAI-AWAL          PIC S9(13)V9(3) VALUE ZERO.
012000 01 WS-MUTASI-NETTO        PIC S9(13)V9(3) VALUE ZERO.
012100 01 WS-NILAI-AKHIR         PIC S9(13)V9(3) VALUE ZERO.
012200 01 WS-NILAI-STKVAL        PIC 9(13)V9(3) VALUE ZERO.
012300 01 WS-LND-TUNDA           PIC 9(13)V9(3) VALUE ZERO.
012400 01 WS-SELISIH             PIC S9(13)V9(3).
012500 01 WS-SUMBER-AWAL         PIC X(40).
012600 01 WS-GL-PERSEDIA         PIC S9(13)V9(3) VALUE ZERO.
012700 01 WS-GL-PPN              PIC S9(13)V9(3) VALUE ZERO.
012800 01 WS-GL-HUTANG           PIC S9(13)V9(3) VALUE ZERO.
012900 01 WS-GL-SELISIH          PIC S9(13)V9(3) VALUE ZERO.
013000 01 WS-GL-MUSNAH           PIC S9(13)V9(3) VALUE ZERO.
013100 01 WS-AKUN-PERSEDIA       PIC X(8).
013200 01 WS-AKUN-PPN            PIC X(8).
013300 01 WS-AKUN-HUTANG         PIC X(8).
013400 01 WS-AKUN-SELISIH        PIC X(8).
013500 01 WS-AKUN-MUSNAH         PIC X(8).
013600 01 WS-GL-DETAIL.
013700     02 WS-GD-JENIS        PIC X(01).
013800     02 WS-GD-TANGGAL      PIC 9(08).
013900     02 WS-GD-AKUN         PIC X(08).
014000     02 WS-GD-DK           PIC X(01).
014100     02 WS-GD-JUMLAH       PIC 9(12)V9(03).
014200*    Slot 1-11 sama urutannya dengan RKP-MUTASI (JR-JENIS A M K T
014300*    O S R P Q D J), 12 = landed cost, 13 = jenis jurnal lain;
014310*    pengembalian departemen U ikut slot 3 seperti di rekap.
014400 01 WS-LABEL-ISI.
014500     02 FILLER PIC X(20) VALUE 'A SALDO AWAL BARU'.
014600     02 FILLER PIC X(20) VALUE 'M PENERIMAAN'.
014700     02 FILLER PIC X(20) VALUE 'K/U PENGELUARAN'.
014800     02 FILLER PIC X(20) VALUE 'T TRANSFER GUDANG'.
014900     02 FILLER PIC X(20) VALUE 'O PENYESUAIAN OPNAME'.
015000     02 FILLER PIC X(20) VALUE 'S POSTING SCAN'.
015100     02 FILLER PIC X(20) VALUE 'R RETUR SUPPLIER'.
015200     02 FILLER PIC X(20) VALUE 'P PERAKITAN KIT'.
015300     02 FILLER PIC X(20) VALUE 'Q LEPAS TAHANAN QC'.
015400     02 FILLER PIC X(20) VALUE 'D PEMUSNAHAN'.
015450     02 FILLER PIC X(20) VALUE 'J PENJUALAN KASIR'.
015500     02 FILLER PIC X(20) VALUE '  LANDED COST'.
015600     02 FILLER PIC X(20) VALUE '  JENIS LAIN'.
015700 01 WS-LABEL-TABEL REDEFINES WS-LABEL-ISI.
015800     02 WS-LABEL-JENIS     PIC X(20) OCCURS 13 TIMES.
015900 01 WS-TABEL-MUTASI.
016000     02 WS-MT OCCURS 13 TIMES.
016100         03 WS-MT-BARIS    PIC 9(07).
016200         03 WS-MT-NETTO    PIC S9(13)V9(3).
016300         03 WS-MT-GL       PIC S9(13)V9(3).
016400         03 WS-MT-GL-SW    PIC X(01).
016500 01 WS-HEADER.
016600     02 FILLER             PIC X(21) VALUE 'JENIS MUTASI'.
016700     02 FILLER             PIC X(08) VALUE '  BARIS'.
016800     02 FILLER             PIC X(19) VALUE '       NILAI STOK'.
016900     02 FILLER             PIC X(19) VALUE '         NILAI GL'.
017000     02 FILLER             PIC X(19) VALUE '          SELISIH'.
017100     02 FILLER             PIC X(16) VALUE 'KETERANGAN'.
017200 01 WS-DETAIL.
017300     02 WS-D-LABEL         PIC X(20).
017400     02 FILLER             PIC X(01) VALUE SPACES.
017500     02 WS-D-BARIS         PIC Z(6)9.
017600     02 FILLER             PIC X(01) VALUE SPACES.
017700     02 WS-D-NETTO         PIC -(13)9.999.
017800     02 FILLER             PIC X(01) VALUE SPACES.
017900     02 WS-D-GL            PIC -(13)9.999.
018000     02 FILLER             PIC X(01) VALUE SPACES.
018100     02 WS-D-SELISIH       PIC -(13)9.999.
018200     02 FILLER             PIC X(01) VALUE SPACES.
018300     02 WS-D-KET           PIC X(22).
018400 01 WS-RINGKAS.
018500     02 WS-R-LABEL         PIC X(30).
018600     02 WS-R-NILAI         PIC -(13)9.999.
018700     02 FILLER             PIC X(02) VALUE SPACES.
018800     02 WS-R-KET           PIC X(50).
018900
019000 PROCEDURE DIVISION.
019100*-----------------------------------------------------------------
019200 0000-MAINLINE.
019300     DISPLAY 'BULAN DICOCOKKAN (YYYYMM) : ' WITH NO ADVANCING.
019400     ACCEPT WS-BULAN-PILIH.
019500     IF WS-BP-BULAN < 1 OR WS-BP-BULAN > 12
019600         DISPLAY 'BULAN TIDAK SAH : ' WS-BULAN-PILIH
019700         GO TO 9999-EXIT
019800     END-IF.
019900     OPEN INPUT STOK-JURNAL.
020000     IF JR-FS NOT = '00'
020100         DISPLAY 'stokjrnl.dat TIDAK DAPAT DIBUKA, STATUS ' JR-FS
020200         GO TO 9999-EXIT
020300     END-IF.
020400     CLOSE STOK-JURNAL.
020500     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
020600     ACCEPT WS-JAM-RUN FROM TIME.
020700     PERFORM 1000-MUAT-PETA-AKUN THRU 1000-EXIT.
020800     PERFORM 1100-NOL-MUTASI THRU 1100-EXIT
020900         VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 13.
021000     MOVE 'Y' TO WS-MT-GL-SW(2).
021100     MOVE 'Y' TO WS-MT-GL-SW(5).
021200     MOVE 'Y' TO WS-MT-GL-SW(10).
021300     OPEN INPUT INFO-BRG.
021400     IF FS = '00'
021500         MOVE 'Y' TO WS-BRG-BUKA-SW
021600     END-IF.
021700     OPEN INPUT BIAYA-MST.
021800     IF BIA-FS = '00'
021900         MOVE 'Y' TO WS-BIA-BUKA-SW
022000     END-IF.
022100     PERFORM 2000-BACA-JURNAL THRU 2000-EXIT.
022200     PERFORM 3000-LANDED THRU 3000-EXIT.
022300     PERFORM 4000-BACA-GL THRU 4000-EXIT.
022400     PERFORM 5000-NILAI-STKVAL THRU 5000-EXIT.
022500     IF WS-BRG-BUKA
022600         CLOSE INFO-BRG
022700     END-IF.
022800     IF WS-BIA-BUKA
022900         CLOSE BIAYA-MST
023000     END-IF.
023100     PERFORM 6000-NILAI-AWAL THRU 6000-EXIT.
023200     PERFORM 7000-CETAK THRU 7000-EXIT.
023300     PERFORM 8000-SIMPAN-PENUTUPAN THRU 8000-EXIT.
023400     DISPLAY 'PENCOCOKAN NILAI ' WS-BULAN-PILIH ' : '
023500         WS-JML-SELISIH ' SELISIH -- ' WS-RPT-NAMA.
023600     GO TO 9999-EXIT.
023700
023800*-----------------------------------------------------------------
023900* Kode akun dari glmap.dat seperti GL-EXT; jenis yang belum
024000* dipetakan memakai jenisnya sendiri sebagai kode akun.
024100*-----------------------------------------------------------------
024200 1000-MUAT-PETA-AKUN.
024300     MOVE 'PERSEDIA' TO WS-AKUN-PERSEDIA.
024400     MOVE 'PPNMASUK' TO WS-AKUN-PPN.
024500     MOVE 'HUTANG' TO WS-AKUN-HUTANG.
024600     MOVE 'SELISIH' TO WS-AKUN-SELISIH.
024700     MOVE 'MUSNAH' TO WS-AKUN-MUSNAH.
024800     OPEN INPUT GLMAP-MST.
024900     IF GM-FS NOT = '00'
025000         CLOSE GLMAP-MST
025100         GO TO 1000-EXIT
025200     END-IF.
025300     MOVE 'PERSEDIA' TO GM-JENIS.
025400     READ GLMAP-MST
025500         NOT INVALID KEY MOVE GM-AKUN TO WS-AKUN-PERSEDIA
025600     END-READ.
025700     MOVE 'PPNMASUK' TO GM-JENIS.
025800     READ GLMAP-MST
025900         NOT INVALID KEY MOVE GM-AKUN TO WS-AKUN-PPN
026000     END-READ.
026100     MOVE 'HUTANG' TO GM-JENIS.
026200     READ GLMAP-MST
026300         NOT INVALID KEY MOVE GM-AKUN TO WS-AKUN-HUTANG
026400     END-READ.
026500     MOVE 'SELISIH' TO GM-JENIS.
026600     READ GLMAP-MST
026700         NOT INVALID KEY MOVE GM-AKUN TO WS-AKUN-SELISIH
026800     END-READ.
026900     MOVE 'MUSNAH' TO GM-JENIS.
027000     READ GLMAP-MST
027100         NOT INVALID KEY MOVE GM-AKUN TO WS-AKUN-MUSNAH
027200     END-READ.
027300     CLOSE GLMAP-MST.
027400 1000-EXIT.
027500     EXIT.
027600
027700 1100-NOL-MUTASI.
027800     MOVE ZERO TO WS-MT-BARIS(WS-IDX).
027900     MOVE ZERO TO WS-MT-NETTO(WS-IDX).
028000     MOVE ZERO TO WS-MT-GL(WS-IDX).
028100     MOVE 'N' TO WS-MT-GL-SW(WS-IDX).
028200 1100-EXIT.
028300     EXIT.
028400
028500*-----------------------------------------------------------------
028600* Satu lintasan stokjrnl.dat: baris bulan-bulan sebelumnya tahun
028700* yang sama diputar ke WS-NILAI-ROL, baris bulan pilihan dijumlah
028800* per jenis. Januari: baris 'A' per 1 Januari adalah saldo awal
028900* STK-YREND, bukan mutasi.
029000*-----------------------------------------------------------------
029100 2000-BACA-JURNAL.
029200     OPEN INPUT STOK-JURNAL.
029300     MOVE 'N' TO WS-EOF-SW.
029400     PERFORM 2100-SATU-JURNAL THRU 2100-EXIT
029500         UNTIL WS-EOF.
029600     CLOSE STOK-JURNAL.
029700 2000-EXIT.
029800     EXIT.
029900
030000 2100-SATU-JURNAL.
030100     READ STOK-JURNAL
030200         AT END MOVE 'Y' TO WS-EOF-SW
030300     END-READ.
030400     IF WS-EOF
030500         GO TO 2100-EXIT
030600     END-IF.
030700     IF JR-TANGGAL(1:4) NOT = WS-BP-TAHUN
030800             OR JR-TANGGAL(1:6) > WS-BULAN-PILIH
030900         GO TO 2100-EXIT
031000     END-IF.
031100     PERFORM 2200-HARGA-BARIS THRU 2200-EXIT.
031200     COMPUTE WS-NILAI = JR-JUMLAH * WS-HARGA-PAKAI.
031300     IF JR-ARAH = 'K'
031400         COMPUTE WS-NILAI-TANDA = ZERO - WS-NILAI
031500     ELSE
031600         MOVE WS-NILAI TO WS-NILAI-TANDA
031700     END-IF.
031800     IF JR-TANGGAL(1:6) < WS-BULAN-PILIH
031900         ADD WS-NILAI-TANDA TO WS-NILAI-ROL
032000         GO TO 2100-EXIT
032100     END-IF.
032200     IF WS-BP-BULAN = 1 AND JR-JENIS = 'A'
032300             AND JR-TANGGAL(5:4) = '0101'
032400         ADD WS-NILAI-TANDA TO WS-NILAI-YREND
032500         ADD 1 TO WS-JML-AWAL-A
032600         GO TO 2100-EXIT
032700     END-IF.
032800     ADD 1 TO WS-JML-BARIS-JR.
032900     PERFORM 2300-URUTAN-JENIS THRU 2300-EXIT.
033000     ADD 1 TO WS-MT-BARIS(WS-IDX).
033100     ADD WS-NILAI-TANDA TO WS-MT-NETTO(WS-IDX).
033200 2100-EXIT.
033300     EXIT.
033400
033500*-----------------------------------------------------------------
033600* Harga satuan baris seperti STK-RKP: JR-HARGA kalau terisi
033700* angka; kalau tidak HARGA-BRG, dan untuk arah keluar harga
033800* rata-rata biaya.dat bila ada.
033900*-----------------------------------------------------------------
034000 2200-HARGA-BARIS.
034100     IF JR-HARGA IS NUMERIC AND JR-HARGA > ZERO
034200         MOVE JR-HARGA TO WS-HARGA-PAKAI
034300         GO TO 2200-EXIT
034400     END-IF.
034500     MOVE ZERO TO WS-HARGA-PAKAI.
034600     IF WS-BRG-BUKA
034700         MOVE JR-KODE-BRG TO KODE-BRG
034800         READ INFO-BRG
034900             INVALID KEY CONTINUE
035000             NOT INVALID KEY MOVE HARGA-BRG TO WS-HARGA-PAKAI
035100         END-READ
035200     END-IF.
035300     IF JR-ARAH NOT = 'K' OR NOT WS-BIA-BUKA
035400         GO TO 2200-EXIT
035500     END-IF.
035600     MOVE JR-KODE-BRG TO BIA-KODE-BRG.
035700     READ BIAYA-MST
035800         INVALID KEY CONTINUE
035900         NOT INVALID KEY
036000             IF BIA-HARGA-RATA > ZERO
036100                 MOVE BIA-HARGA-RATA TO WS-HARGA-PAKAI
036200             END-IF
036300     END-READ.
036400 2200-EXIT.
036500     EXIT.
036600
036700 2300-URUTAN-JENIS.
036800     EVALUATE JR-JENIS
036900         WHEN 'A'
037000             MOVE 1 TO WS-IDX
037100         WHEN 'M'
037200             MOVE 2 TO WS-IDX
037300         WHEN 'K'
037400             MOVE 3 TO WS-IDX
037410         WHEN 'U'
037420             MOVE 3 TO WS-IDX
037500         WHEN 'T'
037600             MOVE 4 TO WS-IDX
037700         WHEN 'O'
037800             MOVE 5 TO WS-IDX
037900         WHEN 'S'
038000             MOVE 6 TO WS-IDX
038100         WHEN 'R'
038200             MOVE 7 TO WS-IDX
038300         WHEN 'P'
038400             MOVE 8 TO WS-IDX
038500         WHEN 'Q'
038600             MOVE 9 TO WS-IDX
038700         WHEN 'D'
038800             MOVE 10 TO WS-IDX
038810         WHEN 'J'
038820             MOVE 11 TO WS-IDX
038900         WHEN OTHER
039000             MOVE 13 TO WS-IDX
039100     END-EVALUATE.
039200 2300-EXIT.
039300     EXIT.
039400
039500*-----------------------------------------------------------------
039600* Landed cost bertanggal bulan itu: status T sudah dilipat
039700* STK-COST ke rata-rata (menambah nilai persediaan), status B
039800* belum dan hanya dicatat sebagai keterangan.
039900*-----------------------------------------------------------------
040000 3000-LANDED.
040100     OPEN INPUT LANDED-FILE.
040200     IF LND-FS NOT = '00'
040300         GO TO 3000-EXIT
040400     END-IF.
040500     MOVE 'N' TO WS-EOF-SW.
040600     PERFORM 3100-SATU-LANDED THRU 3100-EXIT
040700         UNTIL WS-EOF.
040800     CLOSE LANDED-FILE.
040900 3000-EXIT.
041000     EXIT.
041100
041200 3100-SATU-LANDED.
041300     READ LANDED-FILE NEXT RECORD
041400         AT END MOVE 'Y' TO WS-EOF-SW
041500     END-READ.
041600     IF WS-EOF OR LND-TGL(1:6) NOT = WS-BULAN-PILIH
041700         GO TO 3100-EXIT
041800     END-IF.
041900     IF LND-STATUS = 'T'
042000         ADD 1 TO WS-MT-BARIS(12)
042100         ADD LND-BIAYA-ALOKASI TO WS-MT-NETTO(12)
042200     ELSE
042300         ADD LND-BIAYA-ALOKASI TO WS-LND-TUNDA
042400     END-IF.
042500 3100-EXIT.
042600     EXIT.
042700
042800*-----------------------------------------------------------------
042900* GLPOST.DAT (ekstrak GL-EXT terakhir) dijumlah per akun untuk
043000* baris detail bulan pilihan. Penerimaan = kredit hutang dikurangi
043100* PPN masukan, opname = kredit dikurangi debet akun selisih,
043200* pemusnahan = debet akun musnah (mengurangi persediaan).
043300*-----------------------------------------------------------------
043400 4000-BACA-GL.
043500     OPEN INPUT GLPOST-IN.
043600     IF GP-FS NOT = '00'
043700         GO TO 4000-EXIT
043800     END-IF.
043900     MOVE 'N' TO WS-EOF-SW.
044000     PERFORM 4100-SATU-GL THRU 4100-EXIT
044100         UNTIL WS-EOF.
044200     CLOSE GLPOST-IN.
044300     COMPUTE WS-MT-GL(2) = WS-GL-HUTANG - WS-GL-PPN.
044400     MOVE WS-GL-SELISIH TO WS-MT-GL(5).
044500     MOVE WS-GL-MUSNAH TO WS-MT-GL(10).
044600 4000-EXIT.
044700     EXIT.
044800
044900 4100-SATU-GL.
045000     READ GLPOST-IN
045100         AT END MOVE 'Y' TO WS-EOF-SW
045200     END-READ.
045300     IF WS-EOF
045400         GO TO 4100-EXIT
045500     END-IF.
045600     MOVE GLPOST-LINE TO WS-GL-DETAIL.
045700     IF WS-GD-JENIS NOT = 'D'
045800             OR WS-GD-TANGGAL(1:6) NOT = WS-BULAN-PILIH
045900         GO TO 4100-EXIT
046000     END-IF.
046100     ADD 1 TO WS-JML-BARIS-GL.
046200     IF WS-GD-DK = 'D'
046300         MOVE WS-GD-JUMLAH TO WS-NILAI-TANDA
046400     ELSE
046500         COMPUTE WS-NILAI-TANDA = ZERO - WS-GD-JUMLAH
046600     END-IF.
046700     EVALUATE WS-GD-AKUN
046800         WHEN WS-AKUN-PERSEDIA
046900             ADD WS-NILAI-TANDA TO WS-GL-PERSEDIA
047000         WHEN WS-AKUN-PPN
047100             ADD WS-NILAI-TANDA TO WS-GL-PPN
047200         WHEN WS-AKUN-HUTANG
047300             SUBTRACT WS-NILAI-TANDA FROM WS-GL-HUTANG
047400         WHEN WS-AKUN-SELISIH
047500             SUBTRACT WS-NILAI-TANDA FROM WS-GL-SELISIH
047600         WHEN WS-AKUN-MUSNAH
047700             SUBTRACT WS-NILAI-TANDA FROM WS-GL-MUSNAH
047800         WHEN OTHER
047900             CONTINUE
048000     END-EVALUATE.
048100 4100-EXIT.
048200     EXIT.
048300
048400*-----------------------------------------------------------------
048500* Penilaian STK-VAL: saldo stok.dat x rata-rata biaya.dat (atau
048600* HARGA-BRG), saldo tanpa barang di barang.dat dilewati.
048700*-----------------------------------------------------------------
048800 5000-NILAI-STKVAL.
048900     IF NOT WS-BRG-BUKA
049000         GO TO 5000-EXIT
049100     END-IF.
049200     OPEN INPUT STOK-LEDGER.
049300     IF STK-FS NOT = '00'
049400         GO TO 5000-EXIT
049500     END-IF.
049600     MOVE 'N' TO WS-EOF-SW.
049700     PERFORM 5100-SATU-SALDO THRU 5100-EXIT
049800         UNTIL WS-EOF.
049900     CLOSE STOK-LEDGER.
050000 5000-EXIT.
050100     EXIT.
050200
050300 5100-SATU-SALDO.
050400     READ STOK-LEDGER NEXT RECORD
050500         AT END MOVE 'Y' TO WS-EOF-SW
050600     END-READ.
050700     IF WS-EOF
050800         GO TO 5100-EXIT
050900     END-IF.
051000     MOVE STK-KODE-BRG TO KODE-BRG.
051100     READ INFO-BRG
051200         INVALID KEY GO TO 5100-EXIT
051300     END-READ.
051400     MOVE HARGA-BRG TO WS-HARGA-PAKAI.
051500     IF WS-BIA-BUKA
051600         MOVE STK-KODE-BRG TO BIA-KODE-BRG
051700         READ BIAYA-MST
051800             INVALID KEY CONTINUE
051900             NOT INVALID KEY
052000                 IF BIA-HARGA-RATA > ZERO
052100                     MOVE BIA-HARGA-RATA TO WS-HARGA-PAKAI
052200                 END-IF
052300         END-READ
052400     END-IF.
052500     COMPUTE WS-NILAI-STKVAL =
052600         WS-NILAI-STKVAL + (STK-SALDO * WS-HARGA-PAKAI).
052700 5100-EXIT.
052800     EXIT.
052900
053000*-----------------------------------------------------------------
053100* Nilai awal: Januari dari saldo awal STK-YREND, bulan lain dari
053200* penutupan bulan lalu di tutupnil.dat, atau putaran ulang jurnal
053300* bila bulan lalu belum pernah dicocokkan.
053400*-----------------------------------------------------------------
053500 6000-NILAI-AWAL.
053600     OPEN I-O TUTUP-NILAI.
053700     IF TN-FS = '35'
053800         OPEN OUTPUT TUTUP-NILAI
053900         CLOSE TUTUP-NILAI
054000         OPEN I-O TUTUP-NILAI
054100     END-IF.
054200     IF TN-FS = '00'
054300         MOVE 'Y' TO WS-TN-BUKA-SW
054400     ELSE
054500         DISPLAY 'tutupnil.dat TIDAK DAPAT DIBUKA, STATUS ' TN-FS
054600     END-IF.
054700     IF WS-BP-BULAN = 1
054800         MOVE WS-NILAI-YREND TO WS-NILAI-AWAL
054900         MOVE 'SALDO AWAL 1 JANUARI (STK-YREND)'
055000             TO WS-SUMBER-AWAL
055100         GO TO 6000-EXIT
055200     END-IF.
055300     COMPUTE WS-BULAN-LALU = WS-BULAN-PILIH - 1.
055400     IF WS-TN-BUKA
055500         MOVE WS-BULAN-LALU TO TN-BULAN
055600         READ TUTUP-NILAI
055700             INVALID KEY CONTINUE
055800             NOT INVALID KEY MOVE 'Y' TO WS-TN-ADA-SW
055900         END-READ
056000     END-IF.
056100     IF WS-TN-ADA
056200         MOVE TN-NILAI-AKHIR TO WS-NILAI-AWAL
056300         MOVE SPACES TO WS-SUMBER-AWAL
056400         STRING 'PENUTUPAN ' WS-BULAN-LALU ' (tutupnil.dat)'
056500             DELIMITED BY SIZE INTO WS-SUMBER-AWAL
056600     ELSE
056700         MOVE WS-NILAI-ROL TO WS-NILAI-AWAL
056800         MOVE 'PUTARAN ULANG JURNAL SEJAK 1 JANUARI'
056900             TO WS-SUMBER-AWAL
057000     END-IF.
057100 6000-EXIT.
057200     EXIT.
057300
057400*-----------------------------------------------------------------
057500 7000-CETAK.
057600     MOVE SPACES TO WS-RPT-NAMA.
057700     STRING 'TIEOUT-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
057800         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
057900     OPEN OUTPUT REPORT-OUT.
058000     MOVE SPACES TO REPORT-LINE.
058100     STRING 'PENCOCOKAN NILAI PERSEDIAAN BULAN ' WS-BULAN-PILIH
058200         ' : JURNAL STOK - STK-VAL - GL-EXT'
058300         DELIMITED BY SIZE INTO REPORT-LINE.
058400     WRITE REPORT-LINE.
058500     MOVE SPACES TO REPORT-LINE.
058600     STRING 'BARIS JURNAL BULAN ITU : ' WS-JML-BARIS-JR
058700         '   BARIS GLPOST.DAT BULAN ITU : ' WS-JML-BARIS-GL
058800         DELIMITED BY SIZE INTO REPORT-LINE.
058900     WRITE REPORT-LINE.
059000     IF WS-JML-BARIS-GL = ZERO
059100         MOVE 'GLPOST.DAT TIDAK BERISI BULAN INI, JALANKAN GL-EXT'
059200             TO REPORT-LINE
059300         WRITE REPORT-LINE
059400     END-IF.
059500     MOVE SPACES TO REPORT-LINE.
059600     WRITE REPORT-LINE.
059700     MOVE WS-HEADER TO REPORT-LINE.
059800     WRITE REPORT-LINE.
059900     PERFORM 7100-BARIS-JENIS THRU 7100-EXIT
060000         VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 13.
060100     MOVE SPACES TO REPORT-LINE.
060200     WRITE REPORT-LINE.
060300     MOVE SPACES TO WS-DETAIL.
060400     MOVE 'TOTAL MUTASI' TO WS-D-LABEL.
060500     MOVE WS-JML-BARIS-JR TO WS-D-BARIS.
060600     MOVE WS-MUTASI-NETTO TO WS-D-NETTO.
060700     MOVE WS-GL-PERSEDIA TO WS-D-GL.
060800     COMPUTE WS-SELISIH = WS-MUTASI-NETTO - WS-GL-PERSEDIA.
060900     MOVE WS-SELISIH TO WS-D-SELISIH.
061000     MOVE 'AKUN PERSEDIAAN GL' TO WS-D-KET.
061100     MOVE WS-DETAIL TO REPORT-LINE.
061200     WRITE REPORT-LINE.
061300     MOVE SPACES TO REPORT-LINE.
061400     WRITE REPORT-LINE.
061500     COMPUTE WS-NILAI-AKHIR = WS-NILAI-AWAL + WS-MUTASI-NETTO.
061600     MOVE 'NILAI AWAL' TO WS-R-LABEL.
061700     MOVE WS-NILAI-AWAL TO WS-R-NILAI.
061800     MOVE WS-SUMBER-AWAL TO WS-R-KET.
061900     PERFORM 7200-TULIS-RINGKAS THRU 7200-EXIT.
062000     IF WS-BP-BULAN NOT = 1 AND WS-TN-ADA
062100         MOVE '  (PUTARAN ULANG JURNAL)' TO WS-R-LABEL
062200         MOVE WS-NILAI-ROL TO WS-R-NILAI
062300         MOVE 'PEMBANDING, HARGA SAAT INI' TO WS-R-KET
062400         PERFORM 7200-TULIS-RINGKAS THRU 7200-EXIT
062500     END-IF.
062600     MOVE 'MUTASI NETTO' TO WS-R-LABEL.
062700     MOVE WS-MUTASI-NETTO TO WS-R-NILAI.
062800     MOVE SPACES TO WS-R-KET.
062900     PERFORM 7200-TULIS-RINGKAS THRU 7200-EXIT.
063000     MOVE 'NILAI AKHIR HITUNGAN' TO WS-R-LABEL.
063100     MOVE WS-NILAI-AKHIR TO WS-R-NILAI.
063200     MOVE SPACES TO WS-R-KET.
063300     PERFORM 7200-TULIS-RINGKAS THRU 7200-EXIT.
063400     MOVE 'NILAI STK-VAL' TO WS-R-LABEL.
063500     MOVE WS-NILAI-STKVAL TO WS-R-NILAI.
063600     MOVE 'SALDO stok.dat SAAT PENCOCOKAN' TO WS-R-KET.
063700     PERFORM 7200-TULIS-RINGKAS THRU 7200-EXIT.
063800     COMPUTE WS-SELISIH = WS-NILAI-AKHIR - WS-NILAI-STKVAL.
063900     MOVE 'SELISIH HITUNGAN - STK-VAL' TO WS-R-LABEL.
064000     MOVE WS-SELISIH TO WS-R-NILAI.
064100     MOVE SPACES TO WS-R-KET.
064200     IF WS-SELISIH NOT = ZERO
064300         ADD 1 TO WS-JML-SELISIH
064400         MOVE '*** TIDAK COCOK' TO WS-R-KET
064500     END-IF.
064600     PERFORM 7200-TULIS-RINGKAS THRU 7200-EXIT.
064700     IF WS-TGL-RUN(1:6) NOT > WS-BULAN-PILIH
064800         MOVE 'CATATAN: BULAN BELUM BERAKHIR, MUTASI SESUDAH'
064900             TO REPORT-LINE
065000         WRITE REPORT-LINE
065100         MOVE '         PENCOCOKAN IKUT MASUK STK-VAL'
065200             TO REPORT-LINE
065300         WRITE REPORT-LINE
065400     END-IF.
065500     IF WS-TGL-RUN(1:6) > WS-BULAN-PILIH
065600         MOVE 'CATATAN: STK-VAL MEMAKAI SALDO SAAT INI, MUTASI'
065700             TO REPORT-LINE
065800         WRITE REPORT-LINE
065900         MOVE '         SESUDAH BULAN INI IKUT TERHITUNG'
066000             TO REPORT-LINE
066100         WRITE REPORT-LINE
066200     END-IF.
066300     IF WS-LND-TUNDA > ZERO
066400         MOVE 'LANDED COST BELUM DITERAPKAN' TO WS-R-LABEL
066500         MOVE WS-LND-TUNDA TO WS-R-NILAI
066600         MOVE 'landed.dat STATUS B, TUNGGU STK-COST' TO WS-R-KET
066700         PERFORM 7200-TULIS-RINGKAS THRU 7200-EXIT
066800     END-IF.
066900     MOVE SPACES TO REPORT-LINE.
067000     WRITE REPORT-LINE.
067100     MOVE SPACES TO REPORT-LINE.
067200     STRING 'JUMLAH SELISIH : ' WS-JML-SELISIH
067300         DELIMITED BY SIZE INTO REPORT-LINE.
067400     WRITE REPORT-LINE.
067500     CLOSE REPORT-OUT.
067600     MOVE WS-JML-SELISIH TO WS-CAT-JML.
067700     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
067800         WS-CAT-JML.
067900 7000-EXIT.
068000     EXIT.
068100
068200* Satu baris per jenis mutasi; jenis yang tidak dibukukan GL-EXT
068300* tetap didaftar supaya selisihnya kelihatan.
068400 7100-BARIS-JENIS.
068500     ADD WS-MT-NETTO(WS-IDX) TO WS-MUTASI-NETTO.
068600     IF WS-MT-BARIS(WS-IDX) = ZERO
068700             AND WS-MT-GL(WS-IDX) = ZERO
068800         GO TO 7100-EXIT
068900     END-IF.
069000     MOVE SPACES TO WS-DETAIL.
069100     MOVE WS-LABEL-JENIS(WS-IDX) TO WS-D-LABEL.
069200     MOVE WS-MT-BARIS(WS-IDX) TO WS-D-BARIS.
069300     MOVE WS-MT-NETTO(WS-IDX) TO WS-D-NETTO.
069400     MOVE WS-MT-GL(WS-IDX) TO WS-D-GL.
069500     COMPUTE WS-SELISIH = WS-MT-NETTO(WS-IDX) - WS-MT-GL(WS-IDX).
069600     MOVE WS-SELISIH TO WS-D-SELISIH.
069700     IF WS-MT-GL-SW(WS-IDX) NOT = 'Y'
069800         MOVE 'TIDAK DIEKSTRAK GL-EXT' TO WS-D-KET
069900     END-IF.
070000     IF WS-SELISIH NOT = ZERO
070100         ADD 1 TO WS-JML-SELISIH
070200         IF WS-MT-GL-SW(WS-IDX) = 'Y'
070300             MOVE '*** TIDAK COCOK' TO WS-D-KET
070400         END-IF
070500     END-IF.
070600     MOVE WS-DETAIL TO REPORT-LINE.
070700     WRITE REPORT-LINE.
070800 7100-EXIT.
070900     EXIT.
071000
071100 7200-TULIS-RINGKAS.
071200     MOVE WS-RINGKAS TO REPORT-LINE.
071300     WRITE REPORT-LINE.
071400 7200-EXIT.
071500     EXIT.
071600
071700*-----------------------------------------------------------------
071800* Nilai akhir hitungan disimpan sebagai nilai awal bulan depan;
071900* pencocokan ulang bulan yang sama menimpa record-nya.
072000*-----------------------------------------------------------------
072100 8000-SIMPAN-PENUTUPAN.
072200     IF NOT WS-TN-BUKA
072300         GO TO 8000-EXIT
072400     END-IF.
072500     MOVE WS-BULAN-PILIH TO TN-BULAN.
072600     MOVE WS-NILAI-AKHIR TO TN-NILAI-AKHIR.
072700     MOVE WS-NILAI-STKVAL TO TN-NILAI-STKVAL.
072800     MOVE WS-TGL-RUN TO TN-TGL-RUN.
072900     WRITE TUTUP-NILAI-RECORD
073000         INVALID KEY
073100             REWRITE TUTUP-NILAI-RECORD
073200                 INVALID KEY
073300                     DISPLAY 'GAGAL SIMPAN PENUTUPAN, STATUS '
073400                         TN-FS
073500             END-REWRITE
073600     END-WRITE.
073700     CLOSE TUTUP-NILAI.
073800 8000-EXIT.
073900     EXIT.
074000
074100*-----------------------------------------------------------------
074200 9999-EXIT.
074300     STOP RUN.
