000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Kotak keluar notifikasi, diisi di akhir BATCH-BARANG
000500*           (parameter 'B') dan BATCH-HARIAN (parameter 'H'): satu
000600*           baris per kejadian yang perlu ditindaklanjuti orang --
000700*           persetujuan yang menunggu lebih dari NTFHARIAPRV hari
000800*           (hrgpend.dat, opnpend.dat, koreksi.dat), barang di
000900*           bawah titik pesan ulang AMBANGSTOK, barang tertahan QC
001000*           lebih dari NTFHARIQC hari, dan mahasiswa yang baru
001100*           masuk tunggakan di tagihan.dat. Tiap baris membawa
001200*           penerimanya: OP-ID supervisor aktif (tipe O) atau NPM
001300*           mahasiswa (tipe M). File NOTIF-*.DAT beramplop
001400*           header/trailer standar dan dipungut gateway surat
001500*           kampus; tunggakan yang sudah pernah diberitahukan
001600*           dicatat di ntftgh.dat supaya tidak dikirim tiap malam.
001610*           Umur antrian dihitung dalam hari kalender sebenarnya
001620*           lewat TGL-KERJA, sama dengan QC-DISP.
001700* Tectonics: cobc -I copybooks
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002100 PROGRAM-ID. NTF-OUT.
002200 ENVIRONMENT DIVISION.
002300*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002400 CONFIGURATION SECTION.
002500*-----------------------
002600 INPUT-OUTPUT SECTION.
002700     FILE-CONTROL.
002800     COPY OPRSEL.
002900     COPY HPDSEL.
003000     COPY OPNSEL.
003100     COPY STKSEL.
003200     COPY QCSEL.
003300     SELECT KOREKSI-FILE ASSIGN TO 'koreksi.dat'
003400     ORGANIZATION IS INDEXED
003500     ACCESS MODE IS DYNAMIC
003600     RECORD KEY IS KOR-KUNCI
003700     FILE STATUS IS KO-FS.
003800     SELECT TAGIHAN-FILE ASSIGN TO 'tagihan.dat'
003900     ORGANIZATION IS INDEXED
004000     ACCESS MODE IS DYNAMIC
004100     RECORD KEY IS TG-KUNCI
004200     FILE STATUS IS TG-FS.
004300     SELECT NTF-TUNGGAK ASSIGN TO 'ntftgh.dat'
004400     ORGANIZATION IS INDEXED
004500     ACCESS MODE IS DYNAMIC
004600     RECORD KEY IS NT-KUNCI
004700     FILE STATUS IS NT-FS.
004800     SELECT NTF-KELUAR ASSIGN TO DYNAMIC WS-RPT-NAMA
004900     ORGANIZATION IS LINE SEQUENTIAL
005000     FILE STATUS IS NK-FS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300     COPY OPRFD.
005400     COPY HPDFD.
005500     COPY OPNFD.
005600     COPY STKFD.
005700     COPY QCFD.
005800 FD KOREKSI-FILE.
005900 01 KOREKSI-RECORD.
006000     02 KOR-KUNCI.
006100         03 KOR-NPM        PIC X(08).
006200         03 KOR-MK         PIC X(06).
006300         03 KOR-TERM       PIC 9(05).
006400     02 KOR-NILAI-BARU     PIC 999.
006500     02 KOR-HURUF-BARU     PIC X(01).
006600     02 KOR-ALASAN         PIC X(30).
006700     02 KOR-PEMINTA        PIC X(08).
006800     02 KOR-TGL-MINTA      PIC 9(08).
006900 FD TAGIHAN-FILE.
007000 01 TAGIHAN-RECORD.
007100     02 TG-KUNCI.
007200         03 TG-NPM         PIC X(08).
007300         03 TG-TERM        PIC 9(05).
007400     02 TG-JUMLAH          PIC 9(09).
007500     02 TG-DIBAYAR         PIC 9(09).
007600     02 TG-STATUS          PIC X(01).
007650     02 TG-POTONGAN        PIC 9(09).
007700 FD NTF-TUNGGAK.
007800 01 NTF-TUNGGAK-RECORD.
007900     02 NT-KUNCI.
008000         03 NT-NPM         PIC X(08).
008100         03 NT-TERM        PIC 9(05).
008200     02 NT-TGL-KIRIM       PIC 9(08).
008300 FD NTF-KELUAR.
008400 01 NTF-LINE               PIC X(80).
008500
008600 WORKING-STORAGE SECTION.
008700 77 OP-FS                  PIC XX.
008800 77 HP-FS                  PIC XX.
008900 77 OPN-FS                 PIC XX.
009000 77 STK-FS                 PIC XX.
009100 77 QC-FS                  PIC XX.
009200 77 KO-FS                  PIC XX.
009300 77 TG-FS                  PIC XX.
009400 77 NT-FS                  PIC XX.
009500 77 NK-FS                  PIC XX.
009600 77 WS-RPT-NAMA            PIC X(30).
009700 77 WS-TGL-RUN             PIC 9(8).
009800 77 WS-JAM-RUN             PIC 9(8).
009900 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'NTF-OUT'.
010000 77 WS-CAT-JML             PIC 9(7).
010100 77 WS-EOF-SW              PIC X VALUE 'N'.
010200     88 WS-EOF             VALUE 'Y'.
010300 77 WS-SP-NAMA             PIC X(12).
010400 77 WS-SP-NILAI            PIC 9(9).
010500 77 WS-SP-KETEMU-SW        PIC X.
010600 77 WS-HARI-APRV           PIC 9(5) VALUE 3.
010700 77 WS-HARI-QC             PIC 9(5) VALUE 7.
010800 77 WS-AMBANG-RENDAH       PIC 9(5) VALUE 10.
010900 77 WS-JML-SPV             PIC 9(2) VALUE ZERO.
011000 77 WS-IDX                 PIC 9(2).
011100 77 WS-JML-BARIS           PIC 9(7) VALUE ZERO.
011200 77 WS-JML-KEJADIAN        PIC 9(7) VALUE ZERO.
011210* Parameter TGL-KERJA (hitungan hari kalender dan hari kerja).
011220 77 WS-TK-FUNGSI           PIC X(1) VALUE 'H'.
011230 77 WS-TK-HARI             PIC S9(7).
011240 77 WS-TK-KERJA            PIC S9(7).
011250 77 WS-TK-KET              PIC X(30).
011300 01 WS-TOTAL-NILAI         PIC 9(13) VALUE ZERO.
011400 01 WS-TGL-MINTA           PIC 9(8).
011600 01 WS-UMUR-HARI           PIC S9(7).
011700 01 WS-KODE-JALAN          PIC X(5) VALUE SPACES.
011800 01 WS-SALDO-KODE          PIC 9(7) VALUE ZERO.
011900 01 WS-SISA                PIC 9(9).
012400 01 WS-TABEL-SPV.
012500     02 WS-SPV-ID          PIC X(08) OCCURS 50 TIMES.
012600 01 WS-AMPLOP-H.
012700     02 FILLER             PIC X(02) VALUE 'H|'.
012800     02 WS-AH-PRODUSEN     PIC X(13).
012900     02 FILLER             PIC X(01) VALUE '|'.
013000     02 WS-AH-TANGGAL      PIC 9(08).
013100     02 FILLER             PIC X(01) VALUE '|'.
013200     02 WS-AH-RUNID        PIC 9(06).
013300 01 WS-AMPLOP-T.
013400     02 FILLER             PIC X(02) VALUE 'T|'.
013500     02 WS-AT-CACAH        PIC 9(07).
013600     02 FILLER             PIC X(01) VALUE '|'.
013700     02 WS-AT-NILAI        PIC 9(13).
013800*    Baris notifikasi: jenis kejadian | tipe penerima (O operator,
013900*    M mahasiswa) | penerima | kunci kejadian | angka (umur hari,
014000*    saldo atau sisa tagihan) | pesan.
014100 01 WS-NTF-BARIS.
014200     02 WS-NB-JENIS        PIC X(04).
014300     02 FILLER             PIC X(01) VALUE '|'.
014400     02 WS-NB-TIPE         PIC X(01).
014500     02 FILLER             PIC X(01) VALUE '|'.
014600     02 WS-NB-PENERIMA     PIC X(08).
014700     02 FILLER             PIC X(01) VALUE '|'.
014800     02 WS-NB-KUNCI        PIC X(20).
014900     02 FILLER             PIC X(01) VALUE '|'.
015000     02 WS-NB-ANGKA        PIC 9(09).
015100     02 FILLER             PIC X(01) VALUE '|'.
015200     02 WS-NB-PESAN        PIC X(30).
015300
015400 LINKAGE SECTION.
015500 01 LK-NTF-BATCH           PIC X(01).
015600     88 LK-BATCH-BARANG    VALUE 'B'.
015700     88 LK-BATCH-HARIAN    VALUE 'H'.
015800
015900 PROCEDURE DIVISION USING LK-NTF-BATCH.
016000*-----------------------------------------------------------------
016100 0000-MAINLINE.
016200     MOVE 0 TO RETURN-CODE.
016300     IF NOT LK-BATCH-BARANG AND NOT LK-BATCH-HARIAN
016400         DISPLAY 'NTF-OUT: JENIS BATCH TIDAK DIKENAL '
016500             LK-NTF-BATCH
016600         MOVE 1 TO RETURN-CODE
016700         GO TO 9999-EXIT
016800     END-IF.
016900     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
017000     ACCEPT WS-JAM-RUN FROM TIME.
017400     PERFORM 0100-BACA-PARAMETER THRU 0100-EXIT.
017500     PERFORM 1000-MUAT-SUPERVISOR THRU 1000-EXIT.
017600     MOVE SPACES TO WS-RPT-NAMA.
017700     STRING 'NOTIF-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
017800         '.DAT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
017900     OPEN OUTPUT NTF-KELUAR.
018000     IF NK-FS NOT = '00'
018100         DISPLAY 'KOTAK KELUAR NOTIFIKASI GAGAL DIBUKA, STATUS '
018200             NK-FS
018300         MOVE 1 TO RETURN-CODE
018400         GO TO 9999-EXIT
018500     END-IF.
018600     IF LK-BATCH-BARANG
018700         MOVE 'BATCH-BARANG' TO WS-AH-PRODUSEN
018800     ELSE
018900         MOVE 'BATCH-HARIAN' TO WS-AH-PRODUSEN
019000     END-IF.
019100     MOVE WS-TGL-RUN TO WS-AH-TANGGAL.
019200     MOVE WS-JAM-RUN(1:6) TO WS-AH-RUNID.
019300     MOVE WS-AMPLOP-H TO NTF-LINE.
019400     WRITE NTF-LINE.
019500     IF LK-BATCH-BARANG
019600         PERFORM 2000-ANTRIAN-HARGA THRU 2000-EXIT
019700         PERFORM 3000-ANTRIAN-OPNAME THRU 3000-EXIT
019800         PERFORM 4000-STOK-RENDAH THRU 4000-EXIT
019900         PERFORM 5000-TAHANAN-QC THRU 5000-EXIT
020000     ELSE
020100         PERFORM 6000-ANTRIAN-KOREKSI THRU 6000-EXIT
020200         PERFORM 7000-TUNGGAKAN-BARU THRU 7000-EXIT
020300     END-IF.
020400     MOVE WS-JML-BARIS TO WS-AT-CACAH.
020500     MOVE WS-TOTAL-NILAI TO WS-AT-NILAI.
020600     MOVE WS-AMPLOP-T TO NTF-LINE.
020700     WRITE NTF-LINE.
020800     CLOSE NTF-KELUAR.
020900     MOVE WS-JML-BARIS TO WS-CAT-JML.
021000     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
021100         WS-CAT-JML.
021200     DISPLAY 'NOTIFIKASI: ' WS-JML-KEJADIAN ' KEJADIAN, '
021300         WS-JML-BARIS ' BARIS DI ' WS-RPT-NAMA.
021400     GO TO 9999-EXIT.
021500
021600*-----------------------------------------------------------------
021700* Ambang dari sysparm.dat bila ada; tanpa parameter itu bawaan
021800* 3 hari untuk persetujuan, 7 hari untuk QC dan stok 10.
021900*-----------------------------------------------------------------
022000 0100-BACA-PARAMETER.
022100     MOVE 'NTFHARIAPRV' TO WS-SP-NAMA.
022200     MOVE ZERO TO WS-SP-NILAI.
022300     CALL 'SP-GET' USING WS-SP-NAMA, WS-SP-NILAI,
022400         WS-SP-KETEMU-SW.
022500     IF WS-SP-KETEMU-SW = 'Y' AND WS-SP-NILAI > ZERO
022600         MOVE WS-SP-NILAI TO WS-HARI-APRV
022700     END-IF.
022800     MOVE 'NTFHARIQC' TO WS-SP-NAMA.
022900     MOVE ZERO TO WS-SP-NILAI.
023000     CALL 'SP-GET' USING WS-SP-NAMA, WS-SP-NILAI,
023100         WS-SP-KETEMU-SW.
023200     IF WS-SP-KETEMU-SW = 'Y' AND WS-SP-NILAI > ZERO
023300         MOVE WS-SP-NILAI TO WS-HARI-QC
023400     END-IF.
023500     MOVE 'AMBANGSTOK' TO WS-SP-NAMA.
023600     MOVE ZERO TO WS-SP-NILAI.
023700     CALL 'SP-GET' USING WS-SP-NAMA, WS-SP-NILAI,
023800         WS-SP-KETEMU-SW.
023900     IF WS-SP-KETEMU-SW = 'Y' AND WS-SP-NILAI > ZERO
024000         MOVE WS-SP-NILAI TO WS-AMBANG-RENDAH
024100     END-IF.
024200 0100-EXIT.
024300     EXIT.
024400
024500*-----------------------------------------------------------------
024600* Penerima kejadian operasional adalah semua supervisor aktif
024700* (OP-LEVEL 2, OP-STATUS A) di opr.dat. Tanpa satu pun supervisor
024800* baris tetap ditulis ke penerima SUPERVSR supaya kejadian tidak
024900* hilang diam-diam.
025000*-----------------------------------------------------------------
025100 1000-MUAT-SUPERVISOR.
025200     MOVE ZERO TO WS-JML-SPV.
025300     OPEN INPUT OPERATOR-MST.
025400     IF OP-FS = '00'
025500         MOVE 'N' TO WS-EOF-SW
025600         PERFORM 1100-SATU-OPERATOR THRU 1100-EXIT
025700             UNTIL WS-EOF
025800     END-IF.
025900     CLOSE OPERATOR-MST.
026000     IF WS-JML-SPV = ZERO
026100         DISPLAY 'TIDAK ADA SUPERVISOR AKTIF DI opr.dat,'
026200             ' NOTIFIKASI KE SUPERVSR'
026300         MOVE 1 TO WS-JML-SPV
026400         MOVE 'SUPERVSR' TO WS-SPV-ID(1)
026500     END-IF.
026600 1000-EXIT.
026700     EXIT.
026800
026900 1100-SATU-OPERATOR.
027000     READ OPERATOR-MST NEXT RECORD
027100         AT END MOVE 'Y' TO WS-EOF-SW
027200     END-READ.
027300     IF WS-EOF
027400         GO TO 1100-EXIT
027500     END-IF.
027600     IF OP-LEVEL < 2 OR OP-STATUS NOT = 'A'
027700         GO TO 1100-EXIT
027800     END-IF.
027900     IF WS-JML-SPV < 50
028000         ADD 1 TO WS-JML-SPV
028100         MOVE OP-ID TO WS-SPV-ID(WS-JML-SPV)
028200     END-IF.
028300 1100-EXIT.
028400     EXIT.
028500
028600*-----------------------------------------------------------------
028700* Perubahan harga di hrgpend.dat yang menunggu lebih dari
028800* WS-HARI-APRV hari.
028900*-----------------------------------------------------------------
029000 2000-ANTRIAN-HARGA.
029100     OPEN INPUT HARGA-PENDING.
029200     IF HP-FS NOT = '00'
029300         CLOSE HARGA-PENDING
029400         GO TO 2000-EXIT
029500     END-IF.
029600     MOVE 'N' TO WS-EOF-SW.
029700     PERFORM 2100-SATU-HARGA THRU 2100-EXIT
029800         UNTIL WS-EOF.
029900     CLOSE HARGA-PENDING.
030000 2000-EXIT.
030100     EXIT.
030200
030300 2100-SATU-HARGA.
030400     READ HARGA-PENDING NEXT RECORD
030500         AT END MOVE 'Y' TO WS-EOF-SW
030600     END-READ.
030700     IF WS-EOF
030800         GO TO 2100-EXIT
030900     END-IF.
031000     MOVE HP-TGL-MINTA TO WS-TGL-MINTA.
031100     PERFORM 8500-HITUNG-UMUR THRU 8500-EXIT.
031200     IF WS-UMUR-HARI NOT > WS-HARI-APRV
031300         GO TO 2100-EXIT
031400     END-IF.
031500     MOVE 'APRH' TO WS-NB-JENIS.
031600     MOVE HP-KODE-BRG TO WS-NB-KUNCI.
031700     MOVE WS-UMUR-HARI TO WS-NB-ANGKA.
031800     MOVE 'PERSETUJUAN HARGA TERTUNDA' TO WS-NB-PESAN.
031900     PERFORM 8000-KIRIM-SUPERVISOR THRU 8000-EXIT.
032000 2100-EXIT.
032100     EXIT.
032200
032300*-----------------------------------------------------------------
032400* Selisih opname di opnpend.dat yang menunggu lebih dari
032500* WS-HARI-APRV hari.
032600*-----------------------------------------------------------------
032700 3000-ANTRIAN-OPNAME.
032800     OPEN INPUT OPNAME-PENDING.
032900     IF OPN-FS NOT = '00'
033000         CLOSE OPNAME-PENDING
033100         GO TO 3000-EXIT
033200     END-IF.
033300     MOVE 'N' TO WS-EOF-SW.
033400     PERFORM 3100-SATU-OPNAME THRU 3100-EXIT
033500         UNTIL WS-EOF.
033600     CLOSE OPNAME-PENDING.
033700 3000-EXIT.
033800     EXIT.
033900
034000 3100-SATU-OPNAME.
034100     READ OPNAME-PENDING NEXT RECORD
034200         AT END MOVE 'Y' TO WS-EOF-SW
034300     END-READ.
034400     IF WS-EOF
034500         GO TO 3100-EXIT
034600     END-IF.
034700     MOVE OPN-TGL-MINTA TO WS-TGL-MINTA.
034800     PERFORM 8500-HITUNG-UMUR THRU 8500-EXIT.
034900     IF WS-UMUR-HARI NOT > WS-HARI-APRV
035000         GO TO 3100-EXIT
035100     END-IF.
035200     MOVE 'APRO' TO WS-NB-JENIS.
035300     MOVE SPACES TO WS-NB-KUNCI.
035400     STRING OPN-KODE-BRG '/' OPN-GUDANG
035500         DELIMITED BY SIZE INTO WS-NB-KUNCI.
035600     MOVE WS-UMUR-HARI TO WS-NB-ANGKA.
035700     MOVE 'PERSETUJUAN OPNAME TERTUNDA' TO WS-NB-PESAN.
035800     PERFORM 8000-KIRIM-SUPERVISOR THRU 8000-EXIT.
035900 3100-EXIT.
036000     EXIT.
036100
036200*-----------------------------------------------------------------
036300* Barang yang saldo gabungan semua gudangnya di bawah titik pesan
036400* ulang AMBANGSTOK (aturan yang sama dengan STK-ROR dan dasbor).
036500*-----------------------------------------------------------------
036600 4000-STOK-RENDAH.
036700     OPEN INPUT STOK-LEDGER.
036800     IF STK-FS NOT = '00'
036900         CLOSE STOK-LEDGER
037000         GO TO 4000-EXIT
037100     END-IF.
037200     MOVE 'N' TO WS-EOF-SW.
037300     MOVE SPACES TO WS-KODE-JALAN.
037400     MOVE ZERO TO WS-SALDO-KODE.
037500     PERFORM 4100-SATU-SALDO THRU 4100-EXIT
037600         UNTIL WS-EOF.
037700     PERFORM 4200-TUTUP-KODE THRU 4200-EXIT.
037800     CLOSE STOK-LEDGER.
037900 4000-EXIT.
038000     EXIT.
038100
038200 4100-SATU-SALDO.
038300     READ STOK-LEDGER NEXT RECORD
038400         AT END MOVE 'Y' TO WS-EOF-SW
038500     END-READ.
038600     IF WS-EOF
038700         GO TO 4100-EXIT
038800     END-IF.
038900     IF STK-KODE-BRG NOT = WS-KODE-JALAN
039000         PERFORM 4200-TUTUP-KODE THRU 4200-EXIT
039100         MOVE STK-KODE-BRG TO WS-KODE-JALAN
039200         MOVE ZERO TO WS-SALDO-KODE
039300     END-IF.
039400     ADD STK-SALDO TO WS-SALDO-KODE.
039500 4100-EXIT.
039600     EXIT.
039700
039800 4200-TUTUP-KODE.
039900     IF WS-KODE-JALAN = SPACES
040000             OR WS-SALDO-KODE NOT < WS-AMBANG-RENDAH
040100         GO TO 4200-EXIT
040200     END-IF.
040300     MOVE 'STKR' TO WS-NB-JENIS.
040400     MOVE WS-KODE-JALAN TO WS-NB-KUNCI.
040500     MOVE WS-SALDO-KODE TO WS-NB-ANGKA.
040600     MOVE 'STOK DI BAWAH TITIK PESAN' TO WS-NB-PESAN.
040700     PERFORM 8000-KIRIM-SUPERVISOR THRU 8000-EXIT.
040800 4200-EXIT.
040900     EXIT.
041000
041100*-----------------------------------------------------------------
041200* Saldo tertahan QC di qchold.dat yang tanggal terima tertuanya
041300* sudah lebih dari WS-HARI-QC hari.
041400*-----------------------------------------------------------------
041500 5000-TAHANAN-QC.
041600     OPEN INPUT QC-HOLD.
041700     IF QC-FS NOT = '00'
041800         CLOSE QC-HOLD
041900         GO TO 5000-EXIT
042000     END-IF.
042100     MOVE 'N' TO WS-EOF-SW.
042200     PERFORM 5100-SATU-QC THRU 5100-EXIT
042300         UNTIL WS-EOF.
042400     CLOSE QC-HOLD.
042500 5000-EXIT.
042600     EXIT.
042700
042800 5100-SATU-QC.
042900     READ QC-HOLD NEXT RECORD
043000         AT END MOVE 'Y' TO WS-EOF-SW
043100     END-READ.
043200     IF WS-EOF
043300         GO TO 5100-EXIT
043400     END-IF.
043500     IF QC-JUMLAH = ZERO
043600         GO TO 5100-EXIT
043700     END-IF.
043800     MOVE QC-TGL-TERIMA TO WS-TGL-MINTA.
043900     PERFORM 8500-HITUNG-UMUR THRU 8500-EXIT.
044000     IF WS-UMUR-HARI NOT > WS-HARI-QC
044100         GO TO 5100-EXIT
044200     END-IF.
044300     MOVE 'QCTH' TO WS-NB-JENIS.
044400     MOVE SPACES TO WS-NB-KUNCI.
044500     STRING QC-KODE-BRG '/' QC-GUDANG
044600         DELIMITED BY SIZE INTO WS-NB-KUNCI.
044700     MOVE WS-UMUR-HARI TO WS-NB-ANGKA.
044800     MOVE 'BARANG TERTAHAN QC' TO WS-NB-PESAN.
044900     PERFORM 8000-KIRIM-SUPERVISOR THRU 8000-EXIT.
045000 5100-EXIT.
045100     EXIT.
045200
045300*-----------------------------------------------------------------
045400* Koreksi nilai di koreksi.dat yang menunggu persetujuan lebih
045500* dari WS-HARI-APRV hari.
045600*-----------------------------------------------------------------
045700 6000-ANTRIAN-KOREKSI.
045800     OPEN INPUT KOREKSI-FILE.
045900     IF KO-FS NOT = '00'
046000         CLOSE KOREKSI-FILE
046100         GO TO 6000-EXIT
046200     END-IF.
046300     MOVE 'N' TO WS-EOF-SW.
046400     PERFORM 6100-SATU-KOREKSI THRU 6100-EXIT
046500         UNTIL WS-EOF.
046600     CLOSE KOREKSI-FILE.
046700 6000-EXIT.
046800     EXIT.
046900
047000 6100-SATU-KOREKSI.
047100     READ KOREKSI-FILE NEXT RECORD
047200         AT END MOVE 'Y' TO WS-EOF-SW
047300     END-READ.
047400     IF WS-EOF
047500         GO TO 6100-EXIT
047600     END-IF.
047700     MOVE KOR-TGL-MINTA TO WS-TGL-MINTA.
047800     PERFORM 8500-HITUNG-UMUR THRU 8500-EXIT.
047900     IF WS-UMUR-HARI NOT > WS-HARI-APRV
048000         GO TO 6100-EXIT
048100     END-IF.
048200     MOVE 'APRK' TO WS-NB-JENIS.
048300     MOVE SPACES TO WS-NB-KUNCI.
048400     STRING KOR-NPM '/' KOR-MK '/' KOR-TERM
048500         DELIMITED BY SIZE INTO WS-NB-KUNCI.
048600     MOVE WS-UMUR-HARI TO WS-NB-ANGKA.
048700     MOVE 'PERSETUJUAN KOREKSI NILAI' TO WS-NB-PESAN.
048800     PERFORM 8000-KIRIM-SUPERVISOR THRU 8000-EXIT.
048900 6100-EXIT.
049000     EXIT.
049100
049200*-----------------------------------------------------------------
049300* Tagihan berstatus T yang belum tercatat di ntftgh.dat adalah
049400* tunggakan baru: mahasiswanya diberi tahu sekali dan kuncinya
049500* dicatat. Tagihan yang sudah tidak T lagi dihapus dari
049600* ntftgh.dat, supaya tunggakan berikutnya diberitahukan lagi.
049700*-----------------------------------------------------------------
049800 7000-TUNGGAKAN-BARU.
049900     OPEN INPUT TAGIHAN-FILE.
050000     IF TG-FS NOT = '00'
050100         CLOSE TAGIHAN-FILE
050200         GO TO 7000-EXIT
050300     END-IF.
050400     OPEN I-O NTF-TUNGGAK.
050500     IF NT-FS = '35'
050600         OPEN OUTPUT NTF-TUNGGAK
050700         CLOSE NTF-TUNGGAK
050800         OPEN I-O NTF-TUNGGAK
050900     END-IF.
051000     IF NT-FS NOT = '00'
051100         DISPLAY 'ntftgh.dat TIDAK DAPAT DIBUKA, STATUS ' NT-FS
051200         CLOSE TAGIHAN-FILE
051300         MOVE 1 TO RETURN-CODE
051400         GO TO 7000-EXIT
051500     END-IF.
051600     MOVE 'N' TO WS-EOF-SW.
051700     PERFORM 7100-SATU-TAGIHAN THRU 7100-EXIT
051800         UNTIL WS-EOF.
051900     CLOSE TAGIHAN-FILE.
052000     CLOSE NTF-TUNGGAK.
052100 7000-EXIT.
052200     EXIT.
052300
052400 7100-SATU-TAGIHAN.
052500     READ TAGIHAN-FILE NEXT RECORD
052600         AT END MOVE 'Y' TO WS-EOF-SW
052700     END-READ.
052800     IF WS-EOF
052900         GO TO 7100-EXIT
053000     END-IF.
053100     MOVE TG-KUNCI TO NT-KUNCI.
053200     READ NTF-TUNGGAK
053300         INVALID KEY CONTINUE
053400     END-READ.
053500     IF TG-STATUS NOT = 'T'
053600         IF NT-FS = '00'
053700             DELETE NTF-TUNGGAK
053800         END-IF
053900         GO TO 7100-EXIT
054000     END-IF.
054100     IF NT-FS = '00'
054200         GO TO 7100-EXIT
054300     END-IF.
054400     COMPUTE WS-SISA = TG-JUMLAH - TG-DIBAYAR - TG-POTONGAN.
054500     MOVE 'TUNG' TO WS-NB-JENIS.
054600     MOVE 'M' TO WS-NB-TIPE.
054700     MOVE TG-NPM TO WS-NB-PENERIMA.
054800     MOVE SPACES TO WS-NB-KUNCI.
054900     STRING TG-NPM '/' TG-TERM
055000         DELIMITED BY SIZE INTO WS-NB-KUNCI.
055100     MOVE WS-SISA TO WS-NB-ANGKA.
055200     MOVE 'TAGIHAN KULIAH MENUNGGAK' TO WS-NB-PESAN.
055300     ADD 1 TO WS-JML-KEJADIAN.
055400     PERFORM 8200-TULIS-BARIS THRU 8200-EXIT.
055500     MOVE TG-KUNCI TO NT-KUNCI.
055600     MOVE WS-TGL-RUN TO NT-TGL-KIRIM.
055700     WRITE NTF-TUNGGAK-RECORD
055800         INVALID KEY
055900             DISPLAY 'GAGAL MENCATAT ' NT-KUNCI ' DI ntftgh.dat'
056000     END-WRITE.
056100 7100-EXIT.
056200     EXIT.
056300
056400*-----------------------------------------------------------------
056500* Satu kejadian operasional ditulis sekali untuk tiap supervisor
056600* di WS-TABEL-SPV.
056700*-----------------------------------------------------------------
056800 8000-KIRIM-SUPERVISOR.
056900     ADD 1 TO WS-JML-KEJADIAN.
057000     MOVE 'O' TO WS-NB-TIPE.
057100     PERFORM 8100-SATU-SUPERVISOR THRU 8100-EXIT
057200         VARYING WS-IDX FROM 1 BY 1
057300         UNTIL WS-IDX > WS-JML-SPV.
057400 8000-EXIT.
057500     EXIT.
057600
057700 8100-SATU-SUPERVISOR.
057800     MOVE WS-SPV-ID(WS-IDX) TO WS-NB-PENERIMA.
057900     PERFORM 8200-TULIS-BARIS THRU 8200-EXIT.
058000 8100-EXIT.
058100     EXIT.
058200
058300 8200-TULIS-BARIS.
058400     MOVE WS-NTF-BARIS TO NTF-LINE.
058500     WRITE NTF-LINE.
058600     ADD 1 TO WS-JML-BARIS.
058700     ADD WS-NB-ANGKA TO WS-TOTAL-NILAI.
058800 8200-EXIT.
058900     EXIT.
059000
059100*-----------------------------------------------------------------
059200* Umur dari WS-TGL-MINTA ke tanggal run dalam hari kalender
059300* sebenarnya lewat TGL-KERJA (fungsi H), sama dengan QC-DISP.
059400*-----------------------------------------------------------------
059500 8500-HITUNG-UMUR.
059600     CALL 'TGL-KERJA' USING WS-TK-FUNGSI, WS-TGL-MINTA,
059700         WS-TGL-RUN, WS-TK-HARI, WS-TK-KERJA, WS-TK-KET.
059800     MOVE WS-TK-HARI TO WS-UMUR-HARI.
059900 8500-EXIT.
060000     EXIT.
060100
060200*-----------------------------------------------------------------
060300 9999-EXIT.
060400     GOBACK.
