000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Draft PO otomatis dari saran pemesanan ulang: barang
000500*           yang total stoknya di bawah ambang (aturan yang sama
000600*           dengan STK-ROR) diberi saran jumlah sampai target,
000700*           lalu ditulis sebagai baris PO draft (status D) di
000800*           po.dat, satu nomor PO dari poctl.dat per supplier.
000900*           Supplier dan harga dari penawaran penawaran.dat
001000*           termurah yang masih berlaku untuk nama barang itu;
001100*           kalau tidak ada, SUPPLIER dan HARGA-BRG barang.dat.
001200*           Barang berstatus P/B, barang yang masih punya baris PO
001300*           terbuka (termasuk draft) dan barang tanpa supplier
001400*           dilewati dan dicatat. Draft tidak dikirim ke mana pun
001500*           sampai dikonfirmasi pembelian lewat PO-ENTRY. Daftar
001600*           draft ditulis ke RORPO-yyyymmdd-hhmmss.RPT.
001610*           Posting ditolak selama tanda jendela batch malam
001620*           batchwin.ctl terpasang (BTC-WIN).
001700* Tectonics: cobc -I copybooks
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002100 PROGRAM-ID. ROR-PO.
002200 ENVIRONMENT DIVISION.
002300*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002400 CONFIGURATION SECTION.
002500*-----------------------
002600 INPUT-OUTPUT SECTION.
002700     FILE-CONTROL.
002800     COPY BRGSEL.
002900     COPY STKSEL.
003000     COPY POSEL.
003100     SELECT QUOTE-FILE ASSIGN TO 'penawaran.dat'
003200     ORGANIZATION IS INDEXED
003300     ACCESS MODE IS DYNAMIC
003400     RECORD KEY IS QT-KUNCI
003500     FILE STATUS IS QT-FS.
003600     SELECT PO-CTL ASSIGN TO 'poctl.dat'
003700     ORGANIZATION IS LINE SEQUENTIAL
003800     FILE STATUS IS PC-FS.
003900     SELECT SORT-WORK ASSIGN TO 'RORPO.TMP'.
004000     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
004100     ORGANIZATION IS LINE SEQUENTIAL
004200     FILE STATUS IS RS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500     COPY BRGFD.
004600     COPY STKFD.
004700     COPY POFD.
004800 FD QUOTE-FILE.
004900 01 QUOTE-RECORD.
005000     02 QT-KUNCI.
005100         03 QT-NAMA-BRG    PIC X(22).
005200         03 QT-SUPPLIER    PIC X(13).
005300     02 QT-HARGA           PIC 9(07)V9(03).
005400     02 QT-BERLAKU-SD      PIC 9(08).
005500 FD PO-CTL.
005600 01 PO-CTL-RECORD.
005700     02 PC-NO-TERAKHIR     PIC 9(05).
005800 SD SORT-WORK.
005900 01 SORT-RECORD.
006000     02 SR-SUPPLIER        PIC X(13).
006100     02 SR-KODE-BRG        PIC X(05).
006200     02 SR-NAMA-BRG        PIC X(22).
006300     02 SR-SALDO           PIC 9(05).
006400     02 SR-SARAN           PIC 9(05).
006500     02 SR-HARGA           PIC 9(07)V9(03).
006600     02 SR-SUMBER          PIC X(01).
006700 FD REPORT-OUT.
006800 01 REPORT-LINE            PIC X(120).
006900
007000 WORKING-STORAGE SECTION.
007100 77 WS-RPT-NAMA            PIC X(30).
007110* Parameter BTC-WIN (jendela batch malam).
007120 77 WS-BW-FUNGSI           PIC X(1) VALUE 'C'.
007130 77 WS-BW-PROGRAM          PIC X(13) VALUE 'ROR-PO'.
007140 77 WS-BW-HASIL            PIC X(1).
007150 77 WS-BW-PEMEGANG         PIC X(13).
007200 77 WS-TGL-RUN             PIC 9(8).
007300 77 WS-JAM-RUN             PIC 9(8).
007400 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'ROR-PO'.
007500 77 WS-CAT-JML             PIC 9(7).
007600 77 FS                     PIC XX.
007700 77 STK-FS                 PIC XX.
007800 77 PO-FS                  PIC XX.
007900 77 QT-FS                  PIC XX.
008000 77 PC-FS                  PIC XX.
008100 77 RS                     PIC XX.
008200 77 WS-EOF-SW              PIC X VALUE 'N'.
008300     88 WS-EOF             VALUE 'Y'.
008400 77 WS-PO-EOF-SW           PIC X VALUE 'N'.
008500     88 WS-PO-EOF          VALUE 'Y'.
008600 77 WS-QT-EOF-SW           PIC X VALUE 'N'.
008700     88 WS-QT-EOF          VALUE 'Y'.
008800 77 WS-RETURN-EOF-SW       PIC X VALUE 'N'.
008900     88 WS-RETURN-EOF      VALUE 'Y'.
009000 77 WS-BRG-ADA-SW          PIC X VALUE 'N'.
009100     88 WS-BRG-ADA         VALUE 'Y'.
009200 77 WS-PO-TERBUKA-SW       PIC X VALUE 'N'.
009300     88 WS-PO-TERBUKA      VALUE 'Y'.
009400 77 WS-QT-BUKA-SW          PIC X VALUE 'N'.
009500     88 WS-QT-BUKA         VALUE 'Y'.
009600 77 WS-AMBANG              PIC 9(5).
009700 77 WS-TARGET              PIC 9(5).
009800 77 WS-SP-NAMA             PIC X(12).
009900 77 WS-SP-NILAI            PIC 9(9).
010000 77 WS-SP-KETEMU-SW        PIC X.
010100 77 WS-NO-PO               PIC 9(5) VALUE ZERO.
010200 77 WS-URUT                PIC 9(2) VALUE ZERO.
010300 77 WS-JML-PO              PIC 9(5) VALUE ZERO.
010400 77 WS-JML-BARIS           PIC 9(5) VALUE ZERO.
010500 77 WS-JML-LEWAT           PIC 9(5) VALUE ZERO.
010600 77 WS-JML-QT              PIC 9(5) VALUE ZERO.
010700 01 WS-KODE-BERJALAN       PIC X(5) VALUE SPACES.
010800 01 WS-TOTAL-SALDO         PIC 9(7) VALUE ZERO.
010900 01 WS-SUPPLIER-BERJALAN   PIC X(13) VALUE SPACES.
011000 01 WS-NAMA-CARI           PIC X(22).
011100 01 WS-NILAI               PIC 9(12)V9(3).
011200 01 WS-TOT-NILAI           PIC 9(12)V9(3) VALUE ZERO.
011300 01 WS-JUDUL.
011400     02 FILLER             PIC X(20) VALUE SPACES.
011500     02 FILLER             PIC X(38)
011600         VALUE 'DRAFT PO DARI SARAN PEMESANAN ULANG'.
011700     02 FILLER             PIC X(06) VALUE 'TGL : '.
011800     02 WS-J-TGL           PIC 9(08).
011900 01 WS-JUDUL-PO.
012000     02 FILLER             PIC X(11) VALUE 'DRAFT PO : '.
012100     02 WS-JP-NO           PIC 9(05).
012200     02 FILLER             PIC X(13) VALUE '  SUPPLIER : '.
012300     02 WS-JP-SUPPLIER     PIC X(13).
012400 01 WS-HEADER.
012500     02 FILLER             PIC X(04) VALUE 'URUT'.
012600     02 FILLER             PIC X(02) VALUE SPACES.
012700     02 FILLER             PIC X(06) VALUE 'KODE'.
012800     02 FILLER             PIC X(23) VALUE 'NAMA BARANG'.
012900     02 FILLER             PIC X(06) VALUE '  SISA'.
013000     02 FILLER             PIC X(06) VALUE ' SARAN'.
013100     02 FILLER             PIC X(15) VALUE '   HARGA USULAN'.
013200     02 FILLER             PIC X(16) VALUE '           NILAI'.
013300     02 FILLER             PIC X(08) VALUE '  SUMBER'.
013400 01 WS-DETAIL.
013500     02 FILLER             PIC X(02) VALUE SPACES.
013600     02 WS-D-URUT          PIC 9(02).
013700     02 FILLER             PIC X(02) VALUE SPACES.
013800     02 WS-D-KODE          PIC X(05).
013900     02 FILLER             PIC X(01) VALUE SPACES.
014000     02 WS-D-NAMA          PIC X(22).
014100     02 FILLER             PIC X(01) VALUE SPACES.
014200     02 WS-D-SALDO         PIC ZZZZ9.
014300     02 FILLER             PIC X(01) VALUE SPACES.
014400     02 WS-D-SARAN         PIC ZZZZ9.
014500     02 FILLER             PIC X(01) VALUE SPACES.
014600     02 WS-D-HARGA         PIC Z(10)9.99.
014700     02 FILLER             PIC X(01) VALUE SPACES.
014800     02 WS-D-NILAI         PIC Z(12)9.99.
014900     02 FILLER             PIC X(02) VALUE SPACES.
015000     02 WS-D-SUMBER        PIC X(10).
015100 01 WS-LEWAT-LINE.
015200     02 FILLER             PIC X(07) VALUE 'LEWAT: '.
015300     02 WS-L-KODE          PIC X(05).
015400     02 FILLER             PIC X(01) VALUE SPACES.
015500     02 WS-L-NAMA          PIC X(22).
015600     02 FILLER             PIC X(01) VALUE SPACES.
015700     02 WS-L-ALASAN        PIC X(40).
015800 01 WS-TOTAL-LINE.
015900     02 FILLER             PIC X(24)
016000         VALUE 'TOTAL NILAI DRAFT PO  : '.
016100     02 WS-T-NILAI         PIC Z(12)9.99.
016200
016300 PROCEDURE DIVISION.
016400*-----------------------------------------------------------------
016500 0000-MAINLINE.
016510     CALL 'BTC-WIN' USING WS-BW-FUNGSI, WS-BW-PROGRAM,
016520         WS-BW-HASIL, WS-BW-PEMEGANG.
016530     IF WS-BW-HASIL = 'Y'
016540         DISPLAY 'TUTUP MALAM ' WS-BW-PEMEGANG ' BERJALAN,'
016550             ' DRAFT PO REORDER DITOLAK'
016560         GO TO 9999-EXIT
016570     END-IF.
016600     DISPLAY 'AMBANG MINIMUM STOK      : ' WITH NO ADVANCING.
016700     ACCEPT WS-AMBANG.
016800*    Ambang nol berarti pakai parameter sistem AMBANGSTOK
016900*    (sysparm.dat) bila ada, sama dengan STK-ROR.
017000     IF WS-AMBANG = ZERO
017100         MOVE 'AMBANGSTOK' TO WS-SP-NAMA
017200         MOVE ZERO TO WS-SP-NILAI
017300         CALL 'SP-GET' USING WS-SP-NAMA, WS-SP-NILAI,
017400             WS-SP-KETEMU-SW
017500         IF WS-SP-KETEMU-SW = 'Y' AND WS-SP-NILAI > ZERO
017600             MOVE WS-SP-NILAI TO WS-AMBANG
017700         END-IF
017800     END-IF.
017900     DISPLAY 'TARGET STOK SETELAH ISI  : ' WITH NO ADVANCING.
018000     ACCEPT WS-TARGET.
018100     IF WS-TARGET < WS-AMBANG
018200         MOVE WS-AMBANG TO WS-TARGET
018300     END-IF.
018400     OPEN INPUT STOK-LEDGER.
018500     IF STK-FS NOT = '00'
018600         DISPLAY 'stok.dat TIDAK DAPAT DIBUKA, STATUS ' STK-FS
018700         GO TO 9999-EXIT
018800     END-IF.
018900     OPEN INPUT INFO-BRG.
019000     IF FS NOT = '00'
019100         DISPLAY 'barang.dat TIDAK DAPAT DIBUKA, STATUS ' FS
019200         CLOSE STOK-LEDGER
019300         GO TO 9999-EXIT
019400     END-IF.
019500     OPEN I-O PO-FILE.
019600     IF PO-FS = '35'
019700         OPEN OUTPUT PO-FILE
019800         CLOSE PO-FILE
019900         OPEN I-O PO-FILE
020000     END-IF.
020100     IF PO-FS NOT = '00'
020200         DISPLAY 'GAGAL MEMBUKA po.dat, STATUS ' PO-FS
020300         CLOSE STOK-LEDGER
020400         CLOSE INFO-BRG
020500         GO TO 9999-EXIT
020600     END-IF.
020700     OPEN INPUT QUOTE-FILE.
020800     IF QT-FS = '00'
020900         MOVE 'Y' TO WS-QT-BUKA-SW
021000     END-IF.
021100     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
021200     ACCEPT WS-JAM-RUN FROM TIME.
021300     MOVE SPACES TO WS-RPT-NAMA.
021400     STRING 'RORPO-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
021500         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
021600     OPEN OUTPUT REPORT-OUT.
021700     MOVE WS-TGL-RUN TO WS-J-TGL.
021800     MOVE WS-JUDUL TO REPORT-LINE.
021900     WRITE REPORT-LINE.
022000     MOVE SPACES TO REPORT-LINE.
022100     WRITE REPORT-LINE.
022200     SORT SORT-WORK
022300         ON ASCENDING KEY SR-SUPPLIER SR-KODE-BRG
022400         INPUT PROCEDURE IS 1000-PILIH-BARANG THRU 1000-EXIT
022500         OUTPUT PROCEDURE IS 2000-BUAT-DRAFT THRU 2000-EXIT.
022600     IF WS-JML-BARIS > ZERO
022700         MOVE SPACES TO REPORT-LINE
022800         WRITE REPORT-LINE
022900         MOVE WS-TOT-NILAI TO WS-T-NILAI
023000         MOVE WS-TOTAL-LINE TO REPORT-LINE
023100         WRITE REPORT-LINE
023200     END-IF.
023300     CLOSE REPORT-OUT.
023400     CLOSE STOK-LEDGER.
023500     CLOSE INFO-BRG.
023600     CLOSE PO-FILE.
023700     IF WS-QT-BUKA
023800         CLOSE QUOTE-FILE
023900     END-IF.
024000     MOVE WS-JML-BARIS TO WS-CAT-JML.
024100     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
024200         WS-CAT-JML.
024300     DISPLAY 'DRAFT PO DIBUAT : ' WS-JML-PO ', BARIS : '
024400         WS-JML-BARIS ' (' WS-JML-QT ' DARI PENAWARAN)'.
024500     DISPLAY 'BARANG DILEWATI (P/B, PO TERBUKA, TANPA SUPPLIER)'
024600         ' : '
024700         WS-JML-LEWAT.
024800     DISPLAY 'DRAFT BELUM DIKIRIM, KONFIRMASI LEWAT PO-ENTRY'.
024900     DISPLAY 'LAPORAN DI ' WS-RPT-NAMA.
025000     GO TO 9999-EXIT.
025100
025200*-----------------------------------------------------------------
025300* Jumlahkan saldo per barang lintas gudang seperti STK-ROR
025400* (stok.dat terurut pada kode barang) dan lepaskan barang di bawah
025500* ambang yang boleh dipesan ke sortiran per supplier.
025600*-----------------------------------------------------------------
025700 1000-PILIH-BARANG.
025800     MOVE 'N' TO WS-EOF-SW.
025900     READ STOK-LEDGER NEXT RECORD
026000         AT END MOVE 'Y' TO WS-EOF-SW
026100     END-READ.
026200     PERFORM 1100-SATU-KODE THRU 1100-EXIT
026300         UNTIL WS-EOF.
026400 1000-EXIT.
026500     EXIT.
026600
026700 1100-SATU-KODE.
026800     MOVE STK-KODE-BRG TO WS-KODE-BERJALAN.
026900     MOVE ZERO TO WS-TOTAL-SALDO.
027000     PERFORM 1150-JUMLAH-BARANG THRU 1150-EXIT
027100         UNTIL WS-EOF OR STK-KODE-BRG NOT = WS-KODE-BERJALAN.
027200     IF WS-TOTAL-SALDO < WS-AMBANG
027300         PERFORM 1200-LEPAS-BARANG THRU 1200-EXIT
027400     END-IF.
027500 1100-EXIT.
027600     EXIT.
027700
027800 1150-JUMLAH-BARANG.
027900     ADD STK-SALDO TO WS-TOTAL-SALDO.
028000     READ STOK-LEDGER NEXT RECORD
028100         AT END MOVE 'Y' TO WS-EOF-SW
028200     END-READ.
028300 1150-EXIT.
028400     EXIT.
028500
028600 1200-LEPAS-BARANG.
028700     MOVE WS-KODE-BERJALAN TO KODE-BRG.
028800     READ INFO-BRG
028900         INVALID KEY MOVE 'N' TO WS-BRG-ADA-SW
029000         NOT INVALID KEY MOVE 'Y' TO WS-BRG-ADA-SW
029100     END-READ.
029200     IF NOT WS-BRG-ADA
029300         DISPLAY 'BARANG ' WS-KODE-BERJALAN
029400             ' TIDAK ADA DI barang.dat, DILEWATI'
029500         GO TO 1200-EXIT
029600     END-IF.
029700     IF STATUS-BRG = 'P' OR STATUS-BRG = 'B'
029800         MOVE 'BARANG BERSTATUS P/B, TIDAK BOLEH DIPESAN'
029900             TO WS-L-ALASAN
030000         PERFORM 1500-CATAT-LEWAT THRU 1500-EXIT
030100         GO TO 1200-EXIT
030200     END-IF.
030300     PERFORM 1300-CEK-PO-TERBUKA THRU 1300-EXIT.
030400     IF WS-PO-TERBUKA
030500         MOVE 'MASIH ADA BARIS PO TERBUKA/DRAFT'
030600             TO WS-L-ALASAN
030700         PERFORM 1500-CATAT-LEWAT THRU 1500-EXIT
030800         GO TO 1200-EXIT
030900     END-IF.
031000     MOVE SUPPLIER TO SR-SUPPLIER.
031100     MOVE HARGA-BRG TO SR-HARGA.
031200     MOVE 'B' TO SR-SUMBER.
031300     PERFORM 1400-CARI-PENAWARAN THRU 1400-EXIT.
031400     IF SR-SUPPLIER = SPACES
031500         MOVE 'TANPA SUPPLIER DAN TANPA PENAWARAN'
031600             TO WS-L-ALASAN
031700         PERFORM 1500-CATAT-LEWAT THRU 1500-EXIT
031800         GO TO 1200-EXIT
031900     END-IF.
032000     MOVE WS-KODE-BERJALAN TO SR-KODE-BRG.
032100     MOVE NAMA-BRG TO SR-NAMA-BRG.
032200     MOVE WS-TOTAL-SALDO TO SR-SALDO.
032300     COMPUTE SR-SARAN = WS-TARGET - WS-TOTAL-SALDO.
032400     RELEASE SORT-RECORD.
032500 1200-EXIT.
032600     EXIT.
032700
032800*-----------------------------------------------------------------
032900* po.dat berkunci nomor PO, baris PO memakai nama barang: disisir
033000* mencari baris nama itu yang belum diterima penuh. Draft yang
033100* belum dikonfirmasi juga dihitung terbuka, supaya run ulang tidak
033200* membuat draft ganda.
033300*-----------------------------------------------------------------
033400 1300-CEK-PO-TERBUKA.
033500     MOVE 'N' TO WS-PO-TERBUKA-SW.
033600     MOVE LOW-VALUES TO PO-KUNCI.
033700     MOVE 'N' TO WS-PO-EOF-SW.
033800     START PO-FILE KEY NOT < PO-KUNCI
033900         INVALID KEY MOVE 'Y' TO WS-PO-EOF-SW
034000     END-START.
034100     PERFORM 1350-SATU-PO THRU 1350-EXIT
034200         UNTIL WS-PO-EOF OR WS-PO-TERBUKA.
034300 1300-EXIT.
034400     EXIT.
034500
034600 1350-SATU-PO.
034700     READ PO-FILE NEXT RECORD
034800         AT END MOVE 'Y' TO WS-PO-EOF-SW
034900     END-READ.
035000     IF WS-PO-EOF
035100         GO TO 1350-EXIT
035200     END-IF.
035300     IF PO-NAMA-BRG = NAMA-BRG AND PO-JML-TERIMA < PO-JUMLAH
035400         MOVE 'Y' TO WS-PO-TERBUKA-SW
035500     END-IF.
035600 1350-EXIT.
035700     EXIT.
035800
035900*-----------------------------------------------------------------
036000* Penawaran termurah yang masih berlaku untuk nama barang ini;
036100* penawaran berkunci nama barang + supplier, jadi cukup START pada
036200* nama lalu baca selama namanya sama.
036300*-----------------------------------------------------------------
036400 1400-CARI-PENAWARAN.
036500     IF NOT WS-QT-BUKA
036600         GO TO 1400-EXIT
036700     END-IF.
036800     MOVE NAMA-BRG TO WS-NAMA-CARI.
036900     MOVE NAMA-BRG TO QT-NAMA-BRG.
037000     MOVE LOW-VALUES TO QT-SUPPLIER.
037100     MOVE 'N' TO WS-QT-EOF-SW.
037200     START QUOTE-FILE KEY NOT < QT-KUNCI
037300         INVALID KEY MOVE 'Y' TO WS-QT-EOF-SW
037400     END-START.
037500     PERFORM 1450-SATU-PENAWARAN THRU 1450-EXIT
037600         UNTIL WS-QT-EOF.
037700 1400-EXIT.
037800     EXIT.
037900
038000 1450-SATU-PENAWARAN.
038100     READ QUOTE-FILE NEXT RECORD
038200         AT END MOVE 'Y' TO WS-QT-EOF-SW
038300     END-READ.
038400     IF WS-QT-EOF
038500         GO TO 1450-EXIT
038600     END-IF.
038700     IF QT-NAMA-BRG NOT = WS-NAMA-CARI
038800         MOVE 'Y' TO WS-QT-EOF-SW
038900         GO TO 1450-EXIT
039000     END-IF.
039100     IF QT-BERLAKU-SD < WS-TGL-RUN
039200         GO TO 1450-EXIT
039300     END-IF.
039400     IF SR-SUMBER = 'Q' AND QT-HARGA NOT < SR-HARGA
039500         GO TO 1450-EXIT
039600     END-IF.
039700     MOVE QT-SUPPLIER TO SR-SUPPLIER.
039800     MOVE QT-HARGA TO SR-HARGA.
039900     MOVE 'Q' TO SR-SUMBER.
040000 1450-EXIT.
040100     EXIT.
040200
040300 1500-CATAT-LEWAT.
040400     MOVE WS-KODE-BERJALAN TO WS-L-KODE.
040500     MOVE NAMA-BRG TO WS-L-NAMA.
040600     MOVE WS-LEWAT-LINE TO REPORT-LINE.
040700     WRITE REPORT-LINE.
040800     ADD 1 TO WS-JML-LEWAT.
040900 1500-EXIT.
041000     EXIT.
041100
041200*-----------------------------------------------------------------
041300* Tiap ganti supplier (atau baris ke-99 satu PO) mengambil nomor
041400* PO baru, seperti PPB-PO. Baris ditulis berstatus D tanpa nomor
041500* PPB; PO-ENTRY yang menjadikannya PO resmi.
041600*-----------------------------------------------------------------
041700 2000-BUAT-DRAFT.
041800     MOVE 'N' TO WS-RETURN-EOF-SW.
041900     PERFORM 2100-SATU-BARIS THRU 2100-EXIT
042000         UNTIL WS-RETURN-EOF.
042100 2000-EXIT.
042200     EXIT.
042300
042400 2100-SATU-BARIS.
042500     RETURN SORT-WORK
042600         AT END MOVE 'Y' TO WS-RETURN-EOF-SW
042700     END-RETURN.
042800     IF WS-RETURN-EOF
042900         GO TO 2100-EXIT
043000     END-IF.
043100     IF SR-SUPPLIER NOT = WS-SUPPLIER-BERJALAN OR WS-NO-PO = ZERO
043200             OR WS-URUT = 99
043300         PERFORM 2200-AMBIL-NO-PO THRU 2200-EXIT
043400         MOVE SR-SUPPLIER TO WS-SUPPLIER-BERJALAN
043500         MOVE ZERO TO WS-URUT
043600         ADD 1 TO WS-JML-PO
043700         MOVE SPACES TO REPORT-LINE
043800         WRITE REPORT-LINE
043900         MOVE WS-NO-PO TO WS-JP-NO
044000         MOVE SR-SUPPLIER TO WS-JP-SUPPLIER
044100         MOVE WS-JUDUL-PO TO REPORT-LINE
044200         WRITE REPORT-LINE
044300         MOVE WS-HEADER TO REPORT-LINE
044400         WRITE REPORT-LINE
044500     END-IF.
044600     ADD 1 TO WS-URUT.
044700     MOVE WS-NO-PO TO PO-NO.
044800     MOVE WS-URUT TO PO-URUT.
044900     MOVE SR-SUPPLIER TO PO-SUPPLIER.
045000     MOVE SR-NAMA-BRG TO PO-NAMA-BRG.
045100     MOVE SR-SARAN TO PO-JUMLAH.
045200     MOVE SR-HARGA TO PO-HARGA.
045300     MOVE ZERO TO PO-JML-TERIMA.
045400     MOVE WS-TGL-RUN TO PO-TGL.
045500     MOVE SPACES TO PO-VALUTA.
045600     MOVE ZERO TO PO-HARGA-VAL.
045700     MOVE ZERO TO PO-KURS.
045800     MOVE ZERO TO PO-NO-PP.
045900     MOVE ZERO TO PO-PP-URUT.
046000     MOVE 'D' TO PO-STATUS.
046033     MOVE ZERO TO PO-TGL-KIRIM.
046066     MOVE ZERO TO PO-REVISI.
046100     WRITE PO-RECORD
046200         INVALID KEY
046300             DISPLAY 'GAGAL TULIS DRAFT PO ' PO-KUNCI
046400                 ', STATUS ' PO-FS
046500             SUBTRACT 1 FROM WS-URUT
046600             GO TO 2100-EXIT
046700     END-WRITE.
046800     MOVE WS-URUT TO WS-D-URUT.
046900     MOVE SR-KODE-BRG TO WS-D-KODE.
047000     MOVE SR-NAMA-BRG TO WS-D-NAMA.
047100     MOVE SR-SALDO TO WS-D-SALDO.
047200     MOVE SR-SARAN TO WS-D-SARAN.
047300     MOVE SR-HARGA TO WS-D-HARGA.
047400     COMPUTE WS-NILAI = SR-SARAN * SR-HARGA.
047500     MOVE WS-NILAI TO WS-D-NILAI.
047600     ADD WS-NILAI TO WS-TOT-NILAI.
047700     IF SR-SUMBER = 'Q'
047800         MOVE 'PENAWARAN' TO WS-D-SUMBER
047900         ADD 1 TO WS-JML-QT
048000     ELSE
048100         MOVE 'BARANG' TO WS-D-SUMBER
048200     END-IF.
048300     MOVE WS-DETAIL TO REPORT-LINE.
048400     WRITE REPORT-LINE.
048500     ADD 1 TO WS-JML-BARIS.
048600 2100-EXIT.
048700     EXIT.
048800
048900*-----------------------------------------------------------------
049000* Nomor PO dari poctl.dat, urutan yang sama dengan PO-ENTRY.
049100*-----------------------------------------------------------------
049200 2200-AMBIL-NO-PO.
049300     OPEN INPUT PO-CTL.
049400     IF PC-FS = '00'
049500         READ PO-CTL
049600             AT END MOVE ZERO TO PC-NO-TERAKHIR
049700         END-READ
049800         CLOSE PO-CTL
049900     ELSE
050000         MOVE ZERO TO PC-NO-TERAKHIR
050100     END-IF.
050200     ADD 1 TO PC-NO-TERAKHIR.
050300     MOVE PC-NO-TERAKHIR TO WS-NO-PO.
050400     OPEN OUTPUT PO-CTL.
050500     WRITE PO-CTL-RECORD.
050600     CLOSE PO-CTL.
050700 2200-EXIT.
050800     EXIT.
050900
051000*-----------------------------------------------------------------
051100 9999-EXIT.
051200     STOP RUN.
