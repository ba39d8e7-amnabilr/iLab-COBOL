000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Pemeliharaan dan inquiry barang berseri. Menu B
000500*           menandai KODE-BRG sebagai barang yang dilacak per unit
000600*           (brgseri.dat) beserta masa garansi supplier dalam
000700*           bulan (hanya supervisor level 2, sign-on BRG-MENU);
000800*           sejak itu STK-SCN, TABEL-BARANG, STK-REQ, STK-TRF dan
000900*           PO-RETUR meminta satu nomor seri per unit lewat
001000*           SERI-UPD. Menu I menampilkan posisi terakhir satu unit
001100*           (gudang, departemen, transfer atau retur), kiriman
001200*           asalnya (tanggal terima, PO, supplier), akhir
001300*           garansinya dan seluruh riwayat mutasinya dari
001400*           serijrnl.dat, untuk klaim garansi; nomor seri kosong
001500*           mendaftar semua unit satu KODE-BRG.
001600* Tectonics: cobc -I copybooks
001700******************************************************************
001800 IDENTIFICATION DIVISION.
001900*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002000 PROGRAM-ID. SERI-MNT.
002100 ENVIRONMENT DIVISION.
002200*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002300 CONFIGURATION SECTION.
002400*-----------------------
002500 INPUT-OUTPUT SECTION.
002600     FILE-CONTROL.
002700     COPY BRGSEL.
002800     COPY BSRSEL.
002900     COPY SERSEL.
003000     COPY SJRSEL.
003100 DATA DIVISION.
003200 FILE SECTION.
003300     COPY BRGFD.
003400     COPY BSRFD.
003500     COPY SERFD.
003600     COPY SJRFD.
003700
003800 WORKING-STORAGE SECTION.
003900 77 FS                     PIC XX.
004000 77 BSR-FS                 PIC XX.
004100 77 SN-FS                  PIC XX.
004200 77 SJ-FS                  PIC XX.
004300 77 WS-EOF-SW              PIC X VALUE 'N'.
004400     88 WS-EOF             VALUE 'Y'.
004500 77 WS-BSR-ADA-SW          PIC X VALUE 'N'.
004600     88 WS-BSR-ADA         VALUE 'Y'.
004700 77 WS-ADA-UNIT-SW         PIC X VALUE 'N'.
004800     88 WS-ADA-UNIT        VALUE 'Y'.
004900 77 WS-OPERATOR            PIC X(8).
005000 77 WS-OPR-LEVEL           PIC 9(1).
005100 77 WS-TGL-RUN             PIC 9(8).
005200 77 WS-JML-UNIT            PIC 9(5) VALUE ZERO.
005300 77 WS-JML-RIWAYAT         PIC 9(5) VALUE ZERO.
005400 01 WS-PILIHAN             PIC X.
005500     88 WS-PILIH-BERSERI   VALUE 'B'.
005600     88 WS-PILIH-INQUIRY   VALUE 'I'.
005700     88 WS-PILIH-SELESAI   VALUE 'S'.
005800 01 WS-KODE-CARI           PIC X(5).
005900 01 WS-SERI-CARI           PIC X(20).
006000 01 WS-GARANSI-BARU        PIC 9(3).
006100 01 WS-POSISI              PIC X(30).
006200 01 WS-TGL-TERIMA-R.
006300     02 WS-TT-TAHUN        PIC 9(4).
006400     02 WS-TT-BULAN        PIC 9(2).
006500     02 WS-TT-HARI         PIC 9(2).
006600 01 WS-TGL-RUN-R.
006700     02 WS-TR-TAHUN        PIC 9(4).
006800     02 WS-TR-BULAN        PIC 9(2).
006900     02 WS-TR-HARI         PIC 9(2).
007000 01 WS-BULAN-KE            PIC 9(6).
007100 01 WS-AKHIR-GARANSI.
007200     02 WS-AG-TAHUN        PIC 9(4).
007300     02 FILLER             PIC X(1) VALUE '-'.
007400     02 WS-AG-BULAN        PIC 9(2).
007500 01 WS-AKHIR-BANDING       PIC 9(6).
007600 01 WS-KINI-BANDING        PIC 9(6).
007700
007800 PROCEDURE DIVISION.
007900*-----------------------------------------------------------------
008000 0000-MAINLINE.
008100     CALL 'OPR-SES' USING WS-OPERATOR, WS-OPR-LEVEL.
008200     PERFORM 1000-MENU THRU 1000-EXIT
008300         UNTIL WS-PILIH-SELESAI.
008400     GO TO 9999-EXIT.
008500
008600*-----------------------------------------------------------------
008700 1000-MENU.
008800     DISPLAY 'BARANG BERSERI (B=TANDAI BARANG, I=INQUIRY SERI,'
008900         ' S=SELESAI) : ' WITH NO ADVANCING.
009000     ACCEPT WS-PILIHAN.
009100     EVALUATE TRUE
009200         WHEN WS-PILIH-BERSERI
009300             PERFORM 2000-TANDAI-BARANG THRU 2000-EXIT
009400         WHEN WS-PILIH-INQUIRY
009500             PERFORM 3000-INQUIRY THRU 3000-EXIT
009600         WHEN WS-PILIH-SELESAI
009700             CONTINUE
009800         WHEN OTHER
009900             DISPLAY 'PILIHAN TIDAK DIKENAL'
010000     END-EVALUATE.
010100 1000-EXIT.
010200     EXIT.
010300
010400*-----------------------------------------------------------------
010500* Tandai KODE-BRG sebagai barang berseri atau ubah masa
010600* garansinya. Garansi 999 mencabut tanda, hanya selama belum ada
010700* satu unit pun di serial.dat -- unit yang sudah tercatat harus
010800* tetap terlacak.
010900*-----------------------------------------------------------------
011000 2000-TANDAI-BARANG.
011100     IF WS-OPR-LEVEL < 2
011200         DISPLAY 'PENANDAAN BARANG BERSERI HANYA UNTUK'
011300             ' SUPERVISOR YANG SIGN-ON LEWAT BRG-MENU'
011400         GO TO 2000-EXIT
011500     END-IF.
011600     DISPLAY 'KODE BARANG              : ' WITH NO ADVANCING.
011700     ACCEPT WS-KODE-CARI.
011800     OPEN INPUT INFO-BRG.
011900     IF FS NOT = '00'
012000         DISPLAY 'barang.dat TIDAK DAPAT DIBUKA, STATUS ' FS
012100         CLOSE INFO-BRG
012200         GO TO 2000-EXIT
012300     END-IF.
012400     MOVE WS-KODE-CARI TO KODE-BRG.
012500     READ INFO-BRG
012600         INVALID KEY
012700             DISPLAY 'KODE BARANG TIDAK DITEMUKAN'
012800             CLOSE INFO-BRG
012900             GO TO 2000-EXIT
013000     END-READ.
013100     CLOSE INFO-BRG.
013200     DISPLAY NAMA-BRG.
013300     OPEN I-O BRG-SERI-MST.
013400     IF BSR-FS = '35'
013500         OPEN OUTPUT BRG-SERI-MST
013600         CLOSE BRG-SERI-MST
013700         OPEN I-O BRG-SERI-MST
013800     END-IF.
013900     IF BSR-FS NOT = '00'
014000         DISPLAY 'brgseri.dat TIDAK DAPAT DIBUKA, STATUS ' BSR-FS
014100         GO TO 2000-EXIT
014200     END-IF.
014300     MOVE WS-KODE-CARI TO BSR-KODE-BRG.
014400     MOVE 'N' TO WS-BSR-ADA-SW.
014500     READ BRG-SERI-MST
014600         INVALID KEY CONTINUE
014700         NOT INVALID KEY
014800             MOVE 'Y' TO WS-BSR-ADA-SW
014900             DISPLAY 'SUDAH BERSERI, GARANSI ' BSR-GARANSI-BLN
015000                 ' BULAN'
015100     END-READ.
015200     DISPLAY 'MASA GARANSI BULAN (999=BUKAN BERSERI) : '
015300         WITH NO ADVANCING.
015400     ACCEPT WS-GARANSI-BARU.
015500     IF WS-GARANSI-BARU = 999
015600         PERFORM 2100-CABUT-TANDA THRU 2100-EXIT
015700         CLOSE BRG-SERI-MST
015800         GO TO 2000-EXIT
015900     END-IF.
016000     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
016100     MOVE WS-KODE-CARI TO BSR-KODE-BRG.
016200     MOVE WS-GARANSI-BARU TO BSR-GARANSI-BLN.
016300     MOVE WS-TGL-RUN TO BSR-TGL-UBAH.
016400     MOVE WS-OPERATOR TO BSR-PENGUBAH.
016500     IF WS-BSR-ADA
016600         REWRITE BRG-SERI-RECORD
016700             INVALID KEY
016800                 DISPLAY 'GAGAL SIMPAN, STATUS ' BSR-FS
016900             NOT INVALID KEY
017000                 DISPLAY 'MASA GARANSI DIUBAH'
017100         END-REWRITE
017200     ELSE
017300         WRITE BRG-SERI-RECORD
017400             INVALID KEY
017500                 DISPLAY 'GAGAL SIMPAN, STATUS ' BSR-FS
017600             NOT INVALID KEY
017700                 DISPLAY 'BARANG DITANDAI BERSERI, MUTASI'
017800                     ' BERIKUTNYA WAJIB MENYEBUT NOMOR SERI'
017900         END-WRITE
018000     END-IF.
018100     CLOSE BRG-SERI-MST.
018200 2000-EXIT.
018300     EXIT.
018400
018500 2100-CABUT-TANDA.
018600     IF NOT WS-BSR-ADA
018700         DISPLAY 'BARANG MEMANG BUKAN BARANG BERSERI'
018800         GO TO 2100-EXIT
018900     END-IF.
019000     MOVE 'N' TO WS-ADA-UNIT-SW.
019100     OPEN INPUT SERI-FILE.
019200     IF SN-FS = '00'
019300         MOVE WS-KODE-CARI TO SN-KODE-BRG
019400         MOVE LOW-VALUES TO SN-SERI
019500         START SERI-FILE KEY NOT < SN-KUNCI
019600             INVALID KEY CONTINUE
019700             NOT INVALID KEY
019800                 READ SERI-FILE NEXT RECORD
019900                     AT END CONTINUE
020000                     NOT AT END
020100                         IF SN-KODE-BRG = WS-KODE-CARI
020200                             MOVE 'Y' TO WS-ADA-UNIT-SW
020300                         END-IF
020400                 END-READ
020500         END-START
020600     END-IF.
020700     CLOSE SERI-FILE.
020800     IF WS-ADA-UNIT
020900         DISPLAY 'SUDAH ADA UNIT TERCATAT DI serial.dat,'
021000             ' TANDA BERSERI TIDAK BOLEH DICABUT'
021100         GO TO 2100-EXIT
021200     END-IF.
021300     DELETE BRG-SERI-MST
021400         INVALID KEY
021500             DISPLAY 'GAGAL HAPUS, STATUS ' BSR-FS
021600         NOT INVALID KEY
021700             DISPLAY 'TANDA BARANG BERSERI DICABUT'
021800     END-DELETE.
021900 2100-EXIT.
022000     EXIT.
022100
022200*-----------------------------------------------------------------
022300* Inquiry: satu unit lengkap dengan riwayatnya, atau daftar semua
022400* unit satu KODE-BRG kalau nomor seri dikosongkan.
022500*-----------------------------------------------------------------
022600 3000-INQUIRY.
022700     DISPLAY 'KODE BARANG              : ' WITH NO ADVANCING.
022800     ACCEPT WS-KODE-CARI.
022900     DISPLAY 'NOMOR SERI (KOSONG=SEMUA): ' WITH NO ADVANCING.
023000     MOVE SPACES TO WS-SERI-CARI.
023100     ACCEPT WS-SERI-CARI.
023200     MOVE 'N' TO WS-BSR-ADA-SW.
023300     MOVE ZERO TO BSR-GARANSI-BLN.
023400     OPEN INPUT BRG-SERI-MST.
023500     IF BSR-FS = '00'
023600         MOVE WS-KODE-CARI TO BSR-KODE-BRG
023700         READ BRG-SERI-MST
023800             INVALID KEY MOVE ZERO TO BSR-GARANSI-BLN
023900             NOT INVALID KEY MOVE 'Y' TO WS-BSR-ADA-SW
024000         END-READ
024100     END-IF.
024200     CLOSE BRG-SERI-MST.
024300     IF NOT WS-BSR-ADA
024400         DISPLAY 'KODE ' WS-KODE-CARI ' BUKAN BARANG BERSERI'
024500     END-IF.
024600     OPEN INPUT SERI-FILE.
024700     IF SN-FS NOT = '00'
024800         DISPLAY 'serial.dat BELUM ADA, BELUM ADA UNIT TERCATAT'
024900         CLOSE SERI-FILE
025000         GO TO 3000-EXIT
025100     END-IF.
025200     IF WS-SERI-CARI = SPACES
025300         PERFORM 3500-DAFTAR-UNIT THRU 3500-EXIT
025400     ELSE
025500         PERFORM 3100-SATU-UNIT THRU 3100-EXIT
025600     END-IF.
025700     CLOSE SERI-FILE.
025800 3000-EXIT.
025900     EXIT.
026000
026100 3100-SATU-UNIT.
026200     MOVE WS-KODE-CARI TO SN-KODE-BRG.
026300     MOVE WS-SERI-CARI TO SN-SERI.
026400     READ SERI-FILE
026500         INVALID KEY
026600             DISPLAY 'NOMOR SERI TIDAK TERDAFTAR UNTUK KODE INI'
026700             GO TO 3100-EXIT
026800     END-READ.
026900     PERFORM 3200-URAI-POSISI THRU 3200-EXIT.
027000     DISPLAY 'BARANG / SERI  : ' SN-KODE-BRG ' / ' SN-SERI.
027100     DISPLAY 'POSISI KINI    : ' WS-POSISI.
027200     DISPLAY 'MUTASI TERAKHIR: ' SN-TGL-MUTASI.
027300     DISPLAY 'DITERIMA       : ' SN-TGL-TERIMA ' PO ' SN-NO-PO
027400         ' SUPPLIER ' SN-SUPPLIER.
027500     IF BSR-GARANSI-BLN > ZERO
027600         PERFORM 3300-HITUNG-GARANSI THRU 3300-EXIT
027700     ELSE
027800         DISPLAY 'GARANSI        : TANPA GARANSI'
027900     END-IF.
028000     DISPLAY 'RIWAYAT MUTASI :'.
028100     PERFORM 3400-RIWAYAT THRU 3400-EXIT.
028200 3100-EXIT.
028300     EXIT.
028400
028500 3200-URAI-POSISI.
028600     MOVE SPACES TO WS-POSISI.
028700     EVALUATE SN-STATUS
028800         WHEN 'G'
028900             STRING 'DI GUDANG ' SN-GUDANG DELIMITED BY SIZE
029000                 INTO WS-POSISI
029100         WHEN 'K'
029200             STRING 'DIPAKAI DEPT ' SN-REF DELIMITED BY SIZE
029300                 INTO WS-POSISI
029400         WHEN 'T'
029500             STRING 'TRANSFER ' SN-REF ' DARI GDG ' SN-GUDANG
029600                 DELIMITED BY SIZE INTO WS-POSISI
029700         WHEN 'R'
029800             STRING 'DIRETUR, NOTA DEBET ' SN-REF
029900                 DELIMITED BY SIZE INTO WS-POSISI
030000         WHEN OTHER
030100             MOVE 'STATUS TIDAK DIKENAL' TO WS-POSISI
030200     END-EVALUATE.
030300 3200-EXIT.
030400     EXIT.
030500
030600*-----------------------------------------------------------------
030700* Garansi berakhir pada bulan terima ditambah masa garansi;
030800* dibandingkan dengan bulan berjalan.
030900*-----------------------------------------------------------------
031000 3300-HITUNG-GARANSI.
031100     MOVE SN-TGL-TERIMA TO WS-TGL-TERIMA-R.
031200     COMPUTE WS-BULAN-KE = WS-TT-TAHUN * 12 + WS-TT-BULAN - 1
031300         + BSR-GARANSI-BLN.
031400     DIVIDE WS-BULAN-KE BY 12 GIVING WS-AG-TAHUN
031500         REMAINDER WS-AG-BULAN.
031600     ADD 1 TO WS-AG-BULAN.
031700     COMPUTE WS-AKHIR-BANDING = WS-AG-TAHUN * 100 + WS-AG-BULAN.
031800     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
031900     MOVE WS-TGL-RUN TO WS-TGL-RUN-R.
032000     COMPUTE WS-KINI-BANDING = WS-TR-TAHUN * 100 + WS-TR-BULAN.
032100     IF WS-KINI-BANDING > WS-AKHIR-BANDING
032200         DISPLAY 'GARANSI        : ' BSR-GARANSI-BLN
032300             ' BULAN, BERAKHIR ' WS-AKHIR-GARANSI ' (HABIS)'
032400     ELSE
032500         DISPLAY 'GARANSI        : ' BSR-GARANSI-BLN
032600             ' BULAN, BERAKHIR ' WS-AKHIR-GARANSI
032700             ' (MASIH BERLAKU)'
032800     END-IF.
032900 3300-EXIT.
033000     EXIT.
033100
033200 3400-RIWAYAT.
033300     MOVE ZERO TO WS-JML-RIWAYAT.
033400     OPEN INPUT SERI-JURNAL.
033500     IF SJ-FS NOT = '00'
033600         DISPLAY '  (serijrnl.dat BELUM ADA)'
033700         CLOSE SERI-JURNAL
033800         GO TO 3400-EXIT
033900     END-IF.
034000     MOVE 'N' TO WS-EOF-SW.
034100     PERFORM 3450-BARIS-RIWAYAT THRU 3450-EXIT
034200         UNTIL WS-EOF.
034300     CLOSE SERI-JURNAL.
034400     IF WS-JML-RIWAYAT = ZERO
034500         DISPLAY '  (TIDAK ADA RIWAYAT)'
034600     END-IF.
034700 3400-EXIT.
034800     EXIT.
034900
035000 3450-BARIS-RIWAYAT.
035100     READ SERI-JURNAL
035200         AT END
035300             MOVE 'Y' TO WS-EOF-SW
035400             GO TO 3450-EXIT
035500     END-READ.
035600     IF SJ-KODE-BRG = WS-KODE-CARI AND SJ-SERI = WS-SERI-CARI
035700         ADD 1 TO WS-JML-RIWAYAT
035800         DISPLAY '  ' SJ-TANGGAL ' ' SJ-JENIS ' GDG ' SJ-GUDANG
035900             ' REF ' SJ-REF ' PO ' SJ-NO-PO ' OLEH ' SJ-OPERATOR
036000     END-IF.
036100 3450-EXIT.
036200     EXIT.
036300
036400 3500-DAFTAR-UNIT.
036500     MOVE ZERO TO WS-JML-UNIT.
036600     MOVE 'N' TO WS-EOF-SW.
036700     MOVE WS-KODE-CARI TO SN-KODE-BRG.
036800     MOVE LOW-VALUES TO SN-SERI.
036900     START SERI-FILE KEY NOT < SN-KUNCI
037000         INVALID KEY MOVE 'Y' TO WS-EOF-SW
037100     END-START.
037200     PERFORM 3550-SATU-BARIS-UNIT THRU 3550-EXIT
037300         UNTIL WS-EOF.
037400     DISPLAY 'JUMLAH UNIT : ' WS-JML-UNIT.
037500 3500-EXIT.
037600     EXIT.
037700
037800 3550-SATU-BARIS-UNIT.
037900     READ SERI-FILE NEXT RECORD
038000         AT END
038100             MOVE 'Y' TO WS-EOF-SW
038200             GO TO 3550-EXIT
038300     END-READ.
038400     IF SN-KODE-BRG NOT = WS-KODE-CARI
038500         MOVE 'Y' TO WS-EOF-SW
038600         GO TO 3550-EXIT
038700     END-IF.
038800     ADD 1 TO WS-JML-UNIT.
038900     PERFORM 3200-URAI-POSISI THRU 3200-EXIT.
039000     DISPLAY SN-SERI ' ' WS-POSISI ' TERIMA ' SN-TGL-TERIMA.
039100 3550-EXIT.
039200     EXIT.
039300
039400*-----------------------------------------------------------------
039500 9999-EXIT.
039600     STOP RUN.
