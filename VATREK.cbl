000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Rekonsiliasi bulanan PPN masukan per supplier sebelum
000500*           SPT: PPN yang tertera di faktur pajak (faktur.dat,
000600*           faktur supplier bertanggal faktur dalam bulan pilihan
000700*           yang nomor faktur pajaknya sudah dicatat FKT-ENTRY)
000800*           dibandingkan dengan PPN terhitung cara BRG-VAT
000900*           (HARGA-BRG x PPN-BRG barang.dat yang TGL-MSK nya dalam
001000*           bulan itu) per supplier, dengan selisihnya. Barang
001100*           ber-PPN yang tidak punya faktur pajak -- tidak ada
001200*           baris faktur ber-FP dari supplier yang sama untuk nama
001300*           barang itu (lewat baris po.dat yang ditagih) --
001400*           didaftar di bawah suppliernya, dan supplier tanpa NPWP
001500*           di supplier.dat ditandai karena PPN-nya tidak dapat
001600*           dikreditkan. Hasil ke VATREK-*.RPT, menggantikan
001700*           spreadsheet bulanan finance.
001800* Tectonics: cobc -I copybooks
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002200 PROGRAM-ID. VAT-REK.
002300 ENVIRONMENT DIVISION.
002400*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002500 CONFIGURATION SECTION.
002600*-----------------------
002700 INPUT-OUTPUT SECTION.
002800     FILE-CONTROL.
002900     COPY BRGSEL.
003000     COPY FKTSEL.
003100     COPY POSEL.
003200     COPY SUPSEL.
003300     SELECT SORT-WORK ASSIGN TO 'VATREK.TMP'.
003400     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
003500     ORGANIZATION IS LINE SEQUENTIAL
003600     FILE STATUS IS RS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900     COPY BRGFD.
004000     COPY FKTFD.
004100     COPY POFD.
004200     COPY SUPFD.
004300*-----------------------------------------------------------------
004400* SR-JENIS A = baris faktur yang ber-faktur pajak (diurutkan lebih
004500* dulu dalam satu nama barang), B = barang ber-PPN dari
004600* barang.dat.
004700*-----------------------------------------------------------------
004800 SD SORT-WORK.
004900 01 SORT-RECORD.
005000     02 SR-SUPPLIER        PIC X(13).
005100     02 SR-NAMA-BRG        PIC X(22).
005200     02 SR-JENIS           PIC X(01).
005300     02 SR-KODE-BRG        PIC X(05).
005400     02 SR-TANGGAL         PIC 9(08).
005500     02 SR-HARGA           PIC 9(07)V9(03).
005600     02 SR-TARIF           PIC 9(02).
005700     02 SR-PPN             PIC 9(09)V9(03).
005800 FD REPORT-OUT.
005900 01 REPORT-LINE            PIC X(100).
006000
006100 WORKING-STORAGE SECTION.
006200 77 WS-RPT-NAMA            PIC X(30).
006300 77 WS-TGL-RUN             PIC 9(8).
006400 77 WS-JAM-RUN             PIC 9(8).
006500 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'VAT-REK'.
006600 77 WS-CAT-JML             PIC 9(7).
006700 77 FS                     PIC XX.
006800 77 FK-FS                  PIC XX.
006900 77 PO-FS                  PIC XX.
007000 77 SUP-FS                 PIC XX.
007100 77 RS                     PIC XX.
007200 77 WS-EOF-SW              PIC X VALUE 'N'.
007300     88 WS-EOF             VALUE 'Y'.
007400 77 WS-RETURN-EOF-SW       PIC X VALUE 'N'.
007500     88 WS-RETURN-EOF      VALUE 'Y'.
007600 77 WS-PO-BUKA-SW          PIC X VALUE 'N'.
007700     88 WS-PO-BUKA         VALUE 'Y'.
007800 77 WS-SUP-BUKA-SW         PIC X VALUE 'N'.
007900     88 WS-SUP-BUKA        VALUE 'Y'.
008000 77 WS-ADA-SUP-SW          PIC X VALUE 'N'.
008100     88 WS-ADA-SUP         VALUE 'Y'.
008200 77 WS-ADA-FP-SW           PIC X VALUE 'N'.
008300     88 WS-ADA-FP          VALUE 'Y'.
008400 77 WS-JML-SUPPLIER        PIC 9(5) VALUE ZERO.
008500 77 WS-JML-TANPA-NPWP      PIC 9(5) VALUE ZERO.
008600 77 WS-SUB-TANPA-FP        PIC 9(5) VALUE ZERO.
008700 77 WS-TOT-TANPA-FP        PIC 9(7) VALUE ZERO.
008800 01 WS-BULAN-PILIH         PIC 9(6).
008900 01 WS-TGL-BRG.
009000     02 WS-TB-TAHUN        PIC 9(4).
009100     02 WS-TB-BULAN        PIC 99.
009200     02 WS-TB-HARI         PIC 99.
009300 01 WS-TGL-BRG-N REDEFINES WS-TGL-BRG PIC 9(8).
009400 01 WS-SUP-BERJALAN        PIC X(13).
009500 01 WS-NAMA-BERJALAN       PIC X(22).
009600 01 WS-SUB-FP              PIC 9(11)V9(3) VALUE ZERO.
009700 01 WS-SUB-HITUNG          PIC 9(11)V9(3) VALUE ZERO.
009800 01 WS-TOT-FP              PIC 9(13)V9(3) VALUE ZERO.
009900 01 WS-TOT-HITUNG          PIC 9(13)V9(3) VALUE ZERO.
010000 01 WS-SELISIH             PIC S9(13)V9(3).
010100 01 WS-JUDUL.
010200     02 FILLER             PIC X(20) VALUE SPACES.
010300     02 FILLER             PIC X(31)
010400         VALUE 'REKONSILIASI PPN MASUKAN BULAN '.
010500     02 WS-J-BULAN         PIC 9(06).
010600 01 WS-JUDUL-SUP.
010700     02 FILLER             PIC X(11) VALUE 'SUPPLIER : '.
010800     02 WS-JS-NAMA         PIC X(13).
010900     02 FILLER             PIC X(08) VALUE '  NPWP '.
011000     02 WS-JS-NPWP         PIC X(16).
011100     02 FILLER             PIC X(01) VALUE SPACES.
011200     02 WS-JS-KET          PIC X(40).
011300 01 WS-HEADER.
011400     02 FILLER             PIC X(04) VALUE SPACES.
011500     02 FILLER             PIC X(26)
011600         VALUE 'BARANG TANPA FAKTUR PAJAK'.
011700     02 FILLER             PIC X(10) VALUE 'TGL MASUK'.
011800     02 FILLER             PIC X(13) VALUE '    HARGA'.
011900     02 FILLER             PIC X(06) VALUE 'TARIF'.
012000     02 FILLER             PIC X(14) VALUE '           PPN'.
012100 01 WS-DETAIL.
012200     02 FILLER             PIC X(04) VALUE SPACES.
012300     02 WS-D-KODE          PIC X(05).
012400     02 FILLER             PIC X(01) VALUE SPACES.
012500     02 WS-D-NAMA          PIC X(22).
012600     02 FILLER             PIC X(01) VALUE SPACES.
012700     02 WS-D-TANGGAL       PIC 9(08).
012800     02 FILLER             PIC X(01) VALUE SPACES.
012900     02 WS-D-HARGA         PIC Z(6)9.999.
013000     02 FILLER             PIC X(02) VALUE SPACES.
013100     02 WS-D-TARIF         PIC Z9.
013200     02 FILLER             PIC X(01) VALUE '%'.
013300     02 FILLER             PIC X(01) VALUE SPACES.
013400     02 WS-D-PPN           PIC Z(8)9.999.
013500 01 WS-SUBTOTAL.
013600     02 FILLER             PIC X(04) VALUE SPACES.
013700     02 FILLER             PIC X(11) VALUE 'PPN FP    :'.
013800     02 WS-S-FP            PIC Z(10)9.999.
013900     02 FILLER             PIC X(13) VALUE '  PPN HITUNG:'.
014000     02 WS-S-HITUNG        PIC Z(10)9.999.
014100     02 FILLER             PIC X(10) VALUE '  SELISIH:'.
014200     02 WS-S-SELISIH       PIC -(11)9.999.
014300 01 WS-SUBTOTAL-2.
014400     02 FILLER             PIC X(04) VALUE SPACES.
014500     02 FILLER             PIC X(28)
014600         VALUE 'BARANG TANPA FAKTUR PAJAK : '.
014700     02 WS-S2-TANPA-FP     PIC ZZZZ9.
014800 01 WS-TOTAL-LINE.
014900     02 FILLER             PIC X(15) VALUE 'TOTAL PPN FP : '.
015000     02 WS-T-FP            PIC Z(12)9.999.
015100     02 FILLER             PIC X(15) VALUE '  PPN HITUNG : '.
015200     02 WS-T-HITUNG        PIC Z(12)9.999.
015300     02 FILLER             PIC X(12) VALUE '  SELISIH : '.
015400     02 WS-T-SELISIH       PIC -(13)9.999.
015500 01 WS-TOTAL-LINE-2.
015600     02 FILLER             PIC X(10) VALUE 'SUPPLIER '.
015700     02 WS-T2-SUPPLIER     PIC ZZZZ9.
015800     02 FILLER             PIC X(17) VALUE '  TANPA NPWP '.
015900     02 WS-T2-TANPA-NPWP   PIC ZZZZ9.
016000     02 FILLER             PIC X(31)
016100         VALUE '  BARANG TANPA FAKTUR PAJAK '.
016200     02 WS-T2-TANPA-FP     PIC Z(6)9.
016300
016400 PROCEDURE DIVISION.
016500*-----------------------------------------------------------------
016600 0000-MAINLINE.
016700     DISPLAY 'BULAN PAJAK (YYYYMM) : ' WITH NO ADVANCING.
016800     ACCEPT WS-BULAN-PILIH.
016900     OPEN INPUT INFO-BRG.
017000     IF FS NOT = '00'
017100         DISPLAY 'barang.dat TIDAK DAPAT DIBUKA, STATUS ' FS
017200         GO TO 9999-EXIT
017300     END-IF.
017400     CLOSE INFO-BRG.
017500     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
017600     ACCEPT WS-JAM-RUN FROM TIME.
017700     MOVE SPACES TO WS-RPT-NAMA.
017800     STRING 'VATREK-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
017900         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
018000     OPEN OUTPUT REPORT-OUT.
018100     MOVE WS-BULAN-PILIH TO WS-J-BULAN.
018200     MOVE WS-JUDUL TO REPORT-LINE.
018300     WRITE REPORT-LINE.
018400     SORT SORT-WORK
018500         ON ASCENDING KEY SR-SUPPLIER SR-NAMA-BRG SR-JENIS
018600         INPUT PROCEDURE IS 2000-LEPAS THRU 2000-EXIT
018700         OUTPUT PROCEDURE IS 3000-CETAK THRU 3000-EXIT.
018800     PERFORM 4000-AKHIR THRU 4000-EXIT.
018900     GO TO 9999-EXIT.
019000
019100*-----------------------------------------------------------------
019200* Baris faktur bulan ini yang ber-faktur pajak dilepas sebagai A
019300* dengan nama barang dari baris PO yang ditagihnya; barang.dat
019400* ber-PPN bulan ini dilepas sebagai B.
019500*-----------------------------------------------------------------
019600 2000-LEPAS.
019700     OPEN INPUT PO-FILE.
019800     IF PO-FS = '00'
019900         MOVE 'Y' TO WS-PO-BUKA-SW
020000     END-IF.
020100     OPEN INPUT FAKTUR-FILE.
020200     IF FK-FS = '00'
020300         MOVE 'N' TO WS-EOF-SW
020400         PERFORM 2100-SATU-FAKTUR THRU 2100-EXIT
020500             UNTIL WS-EOF
020600     ELSE
020700         DISPLAY 'faktur.dat BELUM ADA, SEMUA BARANG TANPA FP'
020800     END-IF.
020900     CLOSE FAKTUR-FILE.
021000     CLOSE PO-FILE.
021100     OPEN INPUT INFO-BRG.
021200     MOVE 'N' TO WS-EOF-SW.
021300     PERFORM 2200-SATU-BARANG THRU 2200-EXIT
021400         UNTIL WS-EOF.
021500     CLOSE INFO-BRG.
021600 2000-EXIT.
021700     EXIT.
021800
021900 2100-SATU-FAKTUR.
022000     READ FAKTUR-FILE NEXT RECORD
022100         AT END MOVE 'Y' TO WS-EOF-SW
022200     END-READ.
022300     IF WS-EOF
022400         GO TO 2100-EXIT
022500     END-IF.
022600     IF FK-TGL-FAKTUR(1:6) NOT = WS-BULAN-PILIH
022700         GO TO 2100-EXIT
022800     END-IF.
022900     IF FK-NO-FP = SPACES
023000         GO TO 2100-EXIT
023100     END-IF.
023200     MOVE SPACES TO SR-NAMA-BRG.
023300     IF WS-PO-BUKA
023400         MOVE FK-PO-NO TO PO-NO
023500         MOVE FK-PO-URUT TO PO-URUT
023600         READ PO-FILE
023700             NOT INVALID KEY MOVE PO-NAMA-BRG TO SR-NAMA-BRG
023800         END-READ
023900     END-IF.
024000     MOVE FK-SUPPLIER TO SR-SUPPLIER.
024100     MOVE 'A' TO SR-JENIS.
024200     MOVE SPACES TO SR-KODE-BRG.
024300     MOVE FK-TGL-FAKTUR TO SR-TANGGAL.
024400     MOVE FK-HARGA TO SR-HARGA.
024500     MOVE ZERO TO SR-TARIF.
024600     MOVE FK-PPN-FP TO SR-PPN.
024700     RELEASE SORT-RECORD.
024800 2100-EXIT.
024900     EXIT.
025000
025100 2200-SATU-BARANG.
025200     READ INFO-BRG NEXT RECORD
025300         AT END MOVE 'Y' TO WS-EOF-SW
025400     END-READ.
025500     IF WS-EOF
025600         GO TO 2200-EXIT
025700     END-IF.
025800     MOVE TAHUN TO WS-TB-TAHUN.
025900     MOVE BULAN TO WS-TB-BULAN.
026000     MOVE TANGGAL TO WS-TB-HARI.
026100     IF WS-TGL-BRG(1:6) NOT = WS-BULAN-PILIH
026200         GO TO 2200-EXIT
026300     END-IF.
026400     IF PPN-BRG = ZERO
026500         GO TO 2200-EXIT
026600     END-IF.
026700     MOVE SUPPLIER TO SR-SUPPLIER.
026800     MOVE NAMA-BRG TO SR-NAMA-BRG.
026900     MOVE 'B' TO SR-JENIS.
027000     MOVE KODE-BRG TO SR-KODE-BRG.
027100     MOVE WS-TGL-BRG-N TO SR-TANGGAL.
027200     MOVE HARGA-BRG TO SR-HARGA.
027300     MOVE PPN-BRG TO SR-TARIF.
027400     COMPUTE SR-PPN = HARGA-BRG * PPN-BRG / 100.
027500     RELEASE SORT-RECORD.
027600 2200-EXIT.
027700     EXIT.
027800
027900*-----------------------------------------------------------------
028000* Per supplier: kepala dengan NPWP, barang tanpa faktur pajak,
028100* lalu perbandingan PPN faktur pajak dengan PPN terhitung.
028200*-----------------------------------------------------------------
028300 3000-CETAK.
028400     OPEN INPUT SUPPLIER-MST.
028500     IF SUP-FS = '00'
028600         MOVE 'Y' TO WS-SUP-BUKA-SW
028700     END-IF.
028800     MOVE 'N' TO WS-RETURN-EOF-SW.
028900     PERFORM 3100-SATU-BARIS THRU 3100-EXIT
029000         UNTIL WS-RETURN-EOF.
029100     IF WS-ADA-SUP
029200         PERFORM 3300-TUTUP-SUPPLIER THRU 3300-EXIT
029300     END-IF.
029400     CLOSE SUPPLIER-MST.
029500 3000-EXIT.
029600     EXIT.
029700
029800 3100-SATU-BARIS.
029900     RETURN SORT-WORK
030000         AT END MOVE 'Y' TO WS-RETURN-EOF-SW
030100     END-RETURN.
030200     IF WS-RETURN-EOF
030300         GO TO 3100-EXIT
030400     END-IF.
030500     IF NOT WS-ADA-SUP OR SR-SUPPLIER NOT = WS-SUP-BERJALAN
030600         IF WS-ADA-SUP
030700             PERFORM 3300-TUTUP-SUPPLIER THRU 3300-EXIT
030800         END-IF
030900         PERFORM 3200-BUKA-SUPPLIER THRU 3200-EXIT
031000     END-IF.
031100     IF SR-NAMA-BRG NOT = WS-NAMA-BERJALAN
031200         MOVE SR-NAMA-BRG TO WS-NAMA-BERJALAN
031300         MOVE 'N' TO WS-ADA-FP-SW
031400     END-IF.
031500     IF SR-JENIS = 'A'
031600         MOVE 'Y' TO WS-ADA-FP-SW
031700         ADD SR-PPN TO WS-SUB-FP
031800         GO TO 3100-EXIT
031900     END-IF.
032000     ADD SR-PPN TO WS-SUB-HITUNG.
032100     IF WS-ADA-FP
032200         GO TO 3100-EXIT
032300     END-IF.
032400     IF WS-SUB-TANPA-FP = ZERO
032500         MOVE WS-HEADER TO REPORT-LINE
032600         WRITE REPORT-LINE
032700     END-IF.
032800     MOVE SR-KODE-BRG TO WS-D-KODE.
032900     MOVE SR-NAMA-BRG TO WS-D-NAMA.
033000     MOVE SR-TANGGAL TO WS-D-TANGGAL.
033100     MOVE SR-HARGA TO WS-D-HARGA.
033200     MOVE SR-TARIF TO WS-D-TARIF.
033300     MOVE SR-PPN TO WS-D-PPN.
033400     MOVE WS-DETAIL TO REPORT-LINE.
033500     WRITE REPORT-LINE.
033600     ADD 1 TO WS-SUB-TANPA-FP.
033700 3100-EXIT.
033800     EXIT.
033900
034000 3200-BUKA-SUPPLIER.
034100     MOVE 'Y' TO WS-ADA-SUP-SW.
034200     MOVE SR-SUPPLIER TO WS-SUP-BERJALAN.
034300     MOVE SPACES TO WS-NAMA-BERJALAN.
034400     MOVE 'N' TO WS-ADA-FP-SW.
034500     MOVE ZERO TO WS-SUB-FP WS-SUB-HITUNG WS-SUB-TANPA-FP.
034600     ADD 1 TO WS-JML-SUPPLIER.
034700     MOVE SPACES TO WS-JS-NPWP.
034800     MOVE SPACES TO WS-JS-KET.
034900     IF WS-SUP-BUKA
035000         MOVE WS-SUP-BERJALAN TO SUP-NAMA
035100         READ SUPPLIER-MST
035200             INVALID KEY
035300                 MOVE 'TIDAK ADA DI supplier.dat' TO WS-JS-KET
035400             NOT INVALID KEY
035500                 MOVE SUP-NPWP TO WS-JS-NPWP
035600         END-READ
035700     END-IF.
035800     IF WS-JS-NPWP = SPACES
035900         ADD 1 TO WS-JML-TANPA-NPWP
036000         IF WS-JS-KET = SPACES
036100             MOVE 'NPWP BELUM ADA - PPN TAK DAPAT DIKREDIT'
036200                 TO WS-JS-KET
036300         END-IF
036400     END-IF.
036500     MOVE SPACES TO REPORT-LINE.
036600     WRITE REPORT-LINE.
036700     MOVE WS-SUP-BERJALAN TO WS-JS-NAMA.
036800     MOVE WS-JUDUL-SUP TO REPORT-LINE.
036900     WRITE REPORT-LINE.
037000 3200-EXIT.
037100     EXIT.
037200
037300 3300-TUTUP-SUPPLIER.
037400     MOVE WS-SUB-FP TO WS-S-FP.
037500     MOVE WS-SUB-HITUNG TO WS-S-HITUNG.
037600     COMPUTE WS-SELISIH = WS-SUB-FP - WS-SUB-HITUNG.
037700     MOVE WS-SELISIH TO WS-S-SELISIH.
037800     MOVE WS-SUBTOTAL TO REPORT-LINE.
037900     WRITE REPORT-LINE.
038000     IF WS-SUB-TANPA-FP > ZERO
038100         MOVE WS-SUB-TANPA-FP TO WS-S2-TANPA-FP
038200         MOVE WS-SUBTOTAL-2 TO REPORT-LINE
038300         WRITE REPORT-LINE
038400     END-IF.
038500     ADD WS-SUB-FP TO WS-TOT-FP.
038600     ADD WS-SUB-HITUNG TO WS-TOT-HITUNG.
038700     ADD WS-SUB-TANPA-FP TO WS-TOT-TANPA-FP.
038800 3300-EXIT.
038900     EXIT.
039000
039100*-----------------------------------------------------------------
039200 4000-AKHIR.
039300     MOVE SPACES TO REPORT-LINE.
039400     WRITE REPORT-LINE.
039500     MOVE WS-TOT-FP TO WS-T-FP.
039600     MOVE WS-TOT-HITUNG TO WS-T-HITUNG.
039700     COMPUTE WS-SELISIH = WS-TOT-FP - WS-TOT-HITUNG.
039800     MOVE WS-SELISIH TO WS-T-SELISIH.
039900     MOVE WS-TOTAL-LINE TO REPORT-LINE.
040000     WRITE REPORT-LINE.
040100     MOVE WS-JML-SUPPLIER TO WS-T2-SUPPLIER.
040200     MOVE WS-JML-TANPA-NPWP TO WS-T2-TANPA-NPWP.
040300     MOVE WS-TOT-TANPA-FP TO WS-T2-TANPA-FP.
040400     MOVE WS-TOTAL-LINE-2 TO REPORT-LINE.
040500     WRITE REPORT-LINE.
040600     CLOSE REPORT-OUT.
040700     MOVE WS-JML-SUPPLIER TO WS-CAT-JML.
040800     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
040900         WS-CAT-JML.
041000     DISPLAY 'REKONSILIASI PPN SELESAI, HASIL DI ' WS-RPT-NAMA.
041100     DISPLAY 'SELISIH PPN FP - PPN HITUNG : ' WS-SELISIH.
041200 4000-EXIT.
041300     EXIT.
041400
041500*-----------------------------------------------------------------
041600 9999-EXIT.
041700     STOP RUN.
