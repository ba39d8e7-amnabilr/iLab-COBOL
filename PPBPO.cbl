000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Gabung baris permintaan pembelian (PPB) yang sudah
000500*           disetujui (status S) menjadi draft PO di po.dat, satu
000600*           nomor PO dari poctl.dat per supplier. Supplier dari
000700*           pilihan penyetuju, kalau kosong SUPPLIER barang.dat
000800*           yang namanya sama; harga usulan HARGA-BRG. Baris PO
000900*           berstatus D (draft) dan membawa nomor PPB asalnya,
001000*           baris PPB menjadi O dan menunjuk baris PO-nya. Draft
001100*           dikonfirmasi pembelian lewat PO-ENTRY. Daftar draft
001200*           ditulis ke PPBPO-yyyymmdd-hhmmss.RPT.
001210*           Posting ditolak selama tanda jendela batch malam
001220*           batchwin.ctl terpasang (BTC-WIN).
001300* Tectonics: cobc -I copybooks
001400******************************************************************
001500 IDENTIFICATION DIVISION.
001600*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001700 PROGRAM-ID. PPB-PO.
001800 ENVIRONMENT DIVISION.
001900*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002000 CONFIGURATION SECTION.
002100*-----------------------
002200 INPUT-OUTPUT SECTION.
002300     FILE-CONTROL.
002400     COPY PPBSEL.
002500     COPY POSEL.
002600     COPY BRGSEL.
002700     SELECT PO-CTL ASSIGN TO 'poctl.dat'
002800     ORGANIZATION IS LINE SEQUENTIAL
002900     FILE STATUS IS PC-FS.
003000     SELECT SORT-WORK ASSIGN TO 'PPBPO.TMP'.
003100     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
003200     ORGANIZATION IS LINE SEQUENTIAL
003300     FILE STATUS IS RS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600     COPY PPBFD.
003700     COPY POFD.
003800     COPY BRGFD.
003900 FD PO-CTL.
004000 01 PO-CTL-RECORD.
004100     02 PC-NO-TERAKHIR     PIC 9(05).
004200 SD SORT-WORK.
004300 01 SORT-RECORD.
004400     02 SR-SUPPLIER        PIC X(13).
004500     02 SR-PP-KUNCI.
004600         03 SR-PP-NO       PIC 9(05).
004700         03 SR-PP-URUT     PIC 9(02).
004800     02 SR-DEPT            PIC X(10).
004900     02 SR-NAMA-BRG        PIC X(22).
005000     02 SR-JUMLAH          PIC 9(05).
005100     02 SR-HARGA           PIC 9(07)V9(03).
005200 FD REPORT-OUT.
005300 01 REPORT-LINE            PIC X(120).
005400
005500 WORKING-STORAGE SECTION.
005600 77 WS-RPT-NAMA            PIC X(30).
005610* Parameter BTC-WIN (jendela batch malam).
005620 77 WS-BW-FUNGSI           PIC X(1) VALUE 'C'.
005630 77 WS-BW-PROGRAM          PIC X(13) VALUE 'PPB-PO'.
005640 77 WS-BW-HASIL            PIC X(1).
005650 77 WS-BW-PEMEGANG         PIC X(13).
005700 77 WS-TGL-RUN             PIC 9(8).
005800 77 WS-JAM-RUN             PIC 9(8).
005900 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'PPB-PO'.
006000 77 WS-CAT-JML             PIC 9(7).
006100 77 PP-FS                  PIC XX.
006200 77 PO-FS                  PIC XX.
006300 77 PC-FS                  PIC XX.
006400 77 FS                     PIC XX.
006500 77 RS                     PIC XX.
006600 77 WS-EOF-SW              PIC X VALUE 'N'.
006700     88 WS-EOF             VALUE 'Y'.
006800 77 WS-BRG-EOF-SW          PIC X VALUE 'N'.
006900     88 WS-BRG-EOF         VALUE 'Y'.
007000 77 WS-BRG-ADA-SW          PIC X VALUE 'N'.
007100     88 WS-BRG-ADA         VALUE 'Y'.
007200 77 WS-BRG-TOLAK-SW        PIC X VALUE 'N'.
007300     88 WS-BRG-TOLAK       VALUE 'Y'.
007400 77 WS-RETURN-EOF-SW       PIC X VALUE 'N'.
007500     88 WS-RETURN-EOF      VALUE 'Y'.
007600 77 WS-NO-PO               PIC 9(5) VALUE ZERO.
007700 77 WS-URUT                PIC 9(2) VALUE ZERO.
007800 77 WS-JML-PO              PIC 9(5) VALUE ZERO.
007900 77 WS-JML-BARIS           PIC 9(5) VALUE ZERO.
008000 77 WS-JML-LEWAT           PIC 9(5) VALUE ZERO.
008100 01 WS-SUPPLIER-BERJALAN   PIC X(13) VALUE SPACES.
008200 01 WS-JUDUL.
008300     02 FILLER             PIC X(20) VALUE SPACES.
008400     02 FILLER             PIC X(38)
008500         VALUE 'DRAFT PO DARI PERMINTAAN PEMBELIAN'.
008600     02 FILLER             PIC X(06) VALUE 'TGL : '.
008700     02 WS-J-TGL           PIC 9(08).
008800 01 WS-JUDUL-PO.
008900     02 FILLER             PIC X(11) VALUE 'DRAFT PO : '.
009000     02 WS-JP-NO           PIC 9(05).
009100     02 FILLER             PIC X(13) VALUE '  SUPPLIER : '.
009200     02 WS-JP-SUPPLIER     PIC X(13).
009300 01 WS-HEADER.
009400     02 FILLER             PIC X(04) VALUE 'URUT'.
009500     02 FILLER             PIC X(02) VALUE SPACES.
009600     02 FILLER             PIC X(09) VALUE 'PPB'.
009700     02 FILLER             PIC X(11) VALUE 'DEPT'.
009800     02 FILLER             PIC X(23) VALUE 'NAMA BARANG'.
009900     02 FILLER             PIC X(06) VALUE 'JUMLAH'.
010000     02 FILLER             PIC X(15) VALUE '   HARGA USULAN'.
010100 01 WS-DETAIL.
010200     02 FILLER             PIC X(02) VALUE SPACES.
010300     02 WS-D-URUT          PIC 9(02).
010400     02 FILLER             PIC X(02) VALUE SPACES.
010500     02 WS-D-PP-NO         PIC 9(05).
010600     02 FILLER             PIC X(01) VALUE '/'.
010700     02 WS-D-PP-URUT       PIC 9(02).
010800     02 FILLER             PIC X(01) VALUE SPACES.
010900     02 WS-D-DEPT          PIC X(10).
011000     02 FILLER             PIC X(01) VALUE SPACES.
011100     02 WS-D-NAMA          PIC X(22).
011200     02 FILLER             PIC X(01) VALUE SPACES.
011300     02 WS-D-JUMLAH        PIC ZZZZ9.
011400     02 FILLER             PIC X(01) VALUE SPACES.
011500     02 WS-D-HARGA         PIC Z(10)9.99.
011600 01 WS-LEWAT-LINE.
011700     02 FILLER             PIC X(06) VALUE 'PPB : '.
011800     02 WS-L-PP-NO         PIC 9(05).
011900     02 FILLER             PIC X(01) VALUE '/'.
012000     02 WS-L-PP-URUT       PIC 9(02).
012100     02 FILLER             PIC X(01) VALUE SPACES.
012200     02 WS-L-NAMA          PIC X(22).
012300     02 FILLER             PIC X(01) VALUE SPACES.
012400     02 WS-L-ALASAN        PIC X(40).
012500
012600 PROCEDURE DIVISION.
012700*-----------------------------------------------------------------
012800 0000-MAINLINE.
012810     CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
012820         WS-BW-HASIL, WS-BW-PEMEGANG.
012830     IF WS-BW-HASIL = 'Y'
012840         DISPLAY 'TUTUP MALAM ' WS-BW-PEMEGANG ' BERJALAN,'
012850             ' DRAFT PO DARI PPB DITOLAK'
012860         GO TO 9999-EXIT
012870     END-IF.
012900     OPEN I-O PPB-FILE.
013000     IF PP-FS NOT = '00'
013100         DISPLAY 'TIDAK ADA PERMINTAAN PEMBELIAN (ppb.dat),'
013200             ' STATUS ' PP-FS
013300         GO TO 9999-EXIT
013400     END-IF.
013500     OPEN I-O PO-FILE.
013600     IF PO-FS = '35'
013700         OPEN OUTPUT PO-FILE
013800         CLOSE PO-FILE
013900         OPEN I-O PO-FILE
014000     END-IF.
014100     IF PO-FS NOT = '00'
014200         DISPLAY 'GAGAL MEMBUKA po.dat, STATUS ' PO-FS
014300         CLOSE PPB-FILE
014400         GO TO 9999-EXIT
014500     END-IF.
014600     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
014700     ACCEPT WS-JAM-RUN FROM TIME.
014800     MOVE SPACES TO WS-RPT-NAMA.
014900     STRING 'PPBPO-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
015000         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
015100     OPEN OUTPUT REPORT-OUT.
015200     MOVE WS-TGL-RUN TO WS-J-TGL.
015300     MOVE WS-JUDUL TO REPORT-LINE.
015400     WRITE REPORT-LINE.
015500     SORT SORT-WORK
015600         ON ASCENDING KEY SR-SUPPLIER SR-PP-KUNCI
015700         INPUT PROCEDURE IS 1000-LEPAS-PPB THRU 1000-EXIT
015800         OUTPUT PROCEDURE IS 2000-BUAT-DRAFT THRU 2000-EXIT.
015900     CLOSE REPORT-OUT.
016000     CLOSE PO-FILE.
016100     CLOSE PPB-FILE.
016200     MOVE WS-JML-BARIS TO WS-CAT-JML.
016300     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
016400         WS-CAT-JML.
016500     DISPLAY 'DRAFT PO DIBUAT : ' WS-JML-PO ', BARIS : '
016600         WS-JML-BARIS.
016700     DISPLAY 'PPB TANPA SUPPLIER/DIBLOKIR DILEWATI : '
016800         WS-JML-LEWAT.
016900     DISPLAY 'LAPORAN DI ' WS-RPT-NAMA.
017000     GO TO 9999-EXIT.
017100
017200*-----------------------------------------------------------------
017300* Baris PPB berstatus S dilepas ke sort dengan supplier akhirnya.
017400* Baris tanpa supplier (tidak dipilih penyetuju dan nama barang
017500* tidak ada di barang.dat) atau barangnya berstatus P/B tetap S
017600* dan dicatat di laporan, supaya bisa dibereskan lalu ikut
017700* proses berikutnya.
017800*-----------------------------------------------------------------
017900 1000-LEPAS-PPB.
018000     MOVE LOW-VALUES TO PP-KUNCI.
018100     MOVE 'N' TO WS-EOF-SW.
018200     START PPB-FILE KEY NOT < PP-KUNCI
018300         INVALID KEY MOVE 'Y' TO WS-EOF-SW
018400     END-START.
018500     PERFORM 1100-LEPAS-SATU THRU 1100-EXIT
018600         UNTIL WS-EOF.
018700 1000-EXIT.
018800     EXIT.
018900
019000 1100-LEPAS-SATU.
019100     READ PPB-FILE NEXT RECORD
019200         AT END MOVE 'Y' TO WS-EOF-SW
019300     END-READ.
019400     IF WS-EOF
019500         GO TO 1100-EXIT
019600     END-IF.
019700     IF PP-STATUS NOT = 'S'
019800         GO TO 1100-EXIT
019900     END-IF.
020000     PERFORM 1200-CARI-BARANG THRU 1200-EXIT.
020100     MOVE PP-SUPPLIER TO SR-SUPPLIER.
020200     MOVE ZERO TO SR-HARGA.
020300     IF WS-BRG-ADA
020400         MOVE HARGA-BRG TO SR-HARGA
020500         IF SR-SUPPLIER = SPACES
020600             MOVE SUPPLIER TO SR-SUPPLIER
020700         END-IF
020800     END-IF.
020900     IF WS-BRG-TOLAK
021000         MOVE 'BARANG BERSTATUS P/B, TIDAK BOLEH DIPESAN'
021100             TO WS-L-ALASAN
021200         PERFORM 1300-CATAT-LEWAT THRU 1300-EXIT
021300         GO TO 1100-EXIT
021400     END-IF.
021500     IF SR-SUPPLIER = SPACES
021600         MOVE 'TANPA SUPPLIER, PILIH LEWAT PPB-APRV/BRG'
021700             TO WS-L-ALASAN
021800         PERFORM 1300-CATAT-LEWAT THRU 1300-EXIT
021900         GO TO 1100-EXIT
022000     END-IF.
022100     MOVE PP-KUNCI TO SR-PP-KUNCI.
022200     MOVE PP-DEPT TO SR-DEPT.
022300     MOVE PP-NAMA-BRG TO SR-NAMA-BRG.
022400     MOVE PP-JUMLAH TO SR-JUMLAH.
022500     RELEASE SORT-RECORD.
022600 1100-EXIT.
022700     EXIT.
022800
022900*-----------------------------------------------------------------
023000* barang.dat berkunci KODE-BRG, PPB memakai nama barang: disisir
023100* mencari nama itu, pola yang sama dengan cek status di PO-ENTRY.
023200*-----------------------------------------------------------------
023300 1200-CARI-BARANG.
023400     MOVE 'N' TO WS-BRG-ADA-SW.
023500     MOVE 'N' TO WS-BRG-TOLAK-SW.
023600     OPEN INPUT INFO-BRG.
023700     IF FS NOT = '00'
023800         CLOSE INFO-BRG
023900         GO TO 1200-EXIT
024000     END-IF.
024100     MOVE 'N' TO WS-BRG-EOF-SW.
024200     PERFORM 1250-SATU-BARANG THRU 1250-EXIT
024300         UNTIL WS-BRG-EOF OR WS-BRG-ADA.
024400     CLOSE INFO-BRG.
024500 1200-EXIT.
024600     EXIT.
024700
024800 1250-SATU-BARANG.
024900     READ INFO-BRG NEXT RECORD
025000         AT END MOVE 'Y' TO WS-BRG-EOF-SW
025100     END-READ.
025200     IF WS-BRG-EOF
025300         GO TO 1250-EXIT
025400     END-IF.
025500     IF NAMA-BRG NOT = PP-NAMA-BRG
025600         GO TO 1250-EXIT
025700     END-IF.
025800     MOVE 'Y' TO WS-BRG-ADA-SW.
025900     IF STATUS-BRG = 'P' OR STATUS-BRG = 'B'
026000         MOVE 'Y' TO WS-BRG-TOLAK-SW
026100     END-IF.
026200 1250-EXIT.
026300     EXIT.
026400
026500 1300-CATAT-LEWAT.
026600     MOVE PP-NO TO WS-L-PP-NO.
026700     MOVE PP-URUT TO WS-L-PP-URUT.
026800     MOVE PP-NAMA-BRG TO WS-L-NAMA.
026900     MOVE WS-LEWAT-LINE TO REPORT-LINE.
027000     WRITE REPORT-LINE.
027100     ADD 1 TO WS-JML-LEWAT.
027200 1300-EXIT.
027300     EXIT.
027400
027500*-----------------------------------------------------------------
027600* Tiap ganti supplier (atau baris ke-99 satu PO) mengambil nomor
027700* PO baru. Baris PO ditulis berstatus D; baris PPB asalnya
027800* dibaca ulang lewat kuncinya lalu ditandai O.
027900*-----------------------------------------------------------------
028000 2000-BUAT-DRAFT.
028100     MOVE 'N' TO WS-RETURN-EOF-SW.
028200     PERFORM 2100-SATU-BARIS THRU 2100-EXIT
028300         UNTIL WS-RETURN-EOF.
028400 2000-EXIT.
028500     EXIT.
028600
028700 2100-SATU-BARIS.
028800     RETURN SORT-WORK
028900         AT END MOVE 'Y' TO WS-RETURN-EOF-SW
029000     END-RETURN.
029100     IF WS-RETURN-EOF
029200         GO TO 2100-EXIT
029300     END-IF.
029400     IF SR-SUPPLIER NOT = WS-SUPPLIER-BERJALAN OR WS-NO-PO = ZERO
029500             OR WS-URUT = 99
029600         PERFORM 2200-AMBIL-NO-PO THRU 2200-EXIT
029700         MOVE SR-SUPPLIER TO WS-SUPPLIER-BERJALAN
029800         MOVE ZERO TO WS-URUT
029900         ADD 1 TO WS-JML-PO
030000         MOVE SPACES TO REPORT-LINE
030100         WRITE REPORT-LINE
030200         MOVE WS-NO-PO TO WS-JP-NO
030300         MOVE SR-SUPPLIER TO WS-JP-SUPPLIER
030400         MOVE WS-JUDUL-PO TO REPORT-LINE
030500         WRITE REPORT-LINE
030600         MOVE WS-HEADER TO REPORT-LINE
030700         WRITE REPORT-LINE
030800     END-IF.
030900     ADD 1 TO WS-URUT.
031000     MOVE WS-NO-PO TO PO-NO.
031100     MOVE WS-URUT TO PO-URUT.
031200     MOVE SR-SUPPLIER TO PO-SUPPLIER.
031300     MOVE SR-NAMA-BRG TO PO-NAMA-BRG.
031400     MOVE SR-JUMLAH TO PO-JUMLAH.
031500     MOVE SR-HARGA TO PO-HARGA.
031600     MOVE ZERO TO PO-JML-TERIMA.
031700     MOVE WS-TGL-RUN TO PO-TGL.
031800     MOVE SPACES TO PO-VALUTA.
031900     MOVE ZERO TO PO-HARGA-VAL.
032000     MOVE ZERO TO PO-KURS.
032100     MOVE SR-PP-NO TO PO-NO-PP.
032200     MOVE SR-PP-URUT TO PO-PP-URUT.
032300     MOVE 'D' TO PO-STATUS.
032333     MOVE ZERO TO PO-TGL-KIRIM.
032366     MOVE ZERO TO PO-REVISI.
032400     WRITE PO-RECORD
032500         INVALID KEY
032600             DISPLAY 'GAGAL TULIS DRAFT PO ' PO-KUNCI
032700                 ', STATUS ' PO-FS
032800             SUBTRACT 1 FROM WS-URUT
032900             GO TO 2100-EXIT
033000     END-WRITE.
033100     MOVE SR-PP-KUNCI TO PP-KUNCI.
033200     READ PPB-FILE
033300         INVALID KEY
033400             DISPLAY 'BARIS PPB ' SR-PP-KUNCI ' HILANG'
033500             GO TO 2100-CETAK
033600     END-READ.
033700     MOVE 'O' TO PP-STATUS.
033800     MOVE WS-NO-PO TO PP-NO-PO.
033900     MOVE WS-URUT TO PP-PO-URUT.
034000     REWRITE PPB-RECORD
034100         INVALID KEY
034200             DISPLAY 'GAGAL SIMPAN BARIS PPB, STATUS ' PP-FS
034300     END-REWRITE.
034400 2100-CETAK.
034500     MOVE WS-URUT TO WS-D-URUT.
034600     MOVE SR-PP-NO TO WS-D-PP-NO.
034700     MOVE SR-PP-URUT TO WS-D-PP-URUT.
034800     MOVE SR-DEPT TO WS-D-DEPT.
034900     MOVE SR-NAMA-BRG TO WS-D-NAMA.
035000     MOVE SR-JUMLAH TO WS-D-JUMLAH.
035100     MOVE SR-HARGA TO WS-D-HARGA.
035200     MOVE WS-DETAIL TO REPORT-LINE.
035300     WRITE REPORT-LINE.
035400     ADD 1 TO WS-JML-BARIS.
035500 2100-EXIT.
035600     EXIT.
035700
035800*-----------------------------------------------------------------
035900* Nomor PO dari poctl.dat, urutan yang sama dengan PO-ENTRY.
036000*-----------------------------------------------------------------
036100 2200-AMBIL-NO-PO.
036200     OPEN INPUT PO-CTL.
036300     IF PC-FS = '00'
036400         READ PO-CTL
036500             AT END MOVE ZERO TO PC-NO-TERAKHIR
036600         END-READ
036700         CLOSE PO-CTL
036800     ELSE
036900         MOVE ZERO TO PC-NO-TERAKHIR
037000     END-IF.
037100     ADD 1 TO PC-NO-TERAKHIR.
037200     MOVE PC-NO-TERAKHIR TO WS-NO-PO.
037300     OPEN OUTPUT PO-CTL.
037400     WRITE PO-CTL-RECORD.
037500     CLOSE PO-CTL.
037600 2200-EXIT.
037700     EXIT.
037800
037900*-----------------------------------------------------------------
038000 9999-EXIT.
038100     STOP RUN.
