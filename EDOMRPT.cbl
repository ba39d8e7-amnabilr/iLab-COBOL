000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose:  Rekap kuesioner evaluasi dosen (EDOM) satu term untuk
000500*           evaluasi kinerja dosen: rata-rata tiap pertanyaan dan
000600*           rata-rata keseluruhan per dosen, per MK dan per prodi
000700*           penjawab, dari edom.dat (EDOM-ENT). Di bawah tiap
000800*           baris dicetak rata-rata term sebelumnya dan selisih
000900*           rata-rata keseluruhan terhadap term itu. Laporan di
001000*           EDOMRPT-*.RPT.
001100* Tectonics: cobc -I copybooks
001200******************************************************************
001300 IDENTIFICATION DIVISION.
001400*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001500 PROGRAM-ID. EDOM-RPT.
001600 ENVIRONMENT DIVISION.
001700*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001800 CONFIGURATION SECTION.
001900*-----------------------
002000 INPUT-OUTPUT SECTION.
002100     FILE-CONTROL.
002200     COPY EDMSEL.
002300     SELECT DOSEN-MST ASSIGN TO 'dosen.dat'
002400     ORGANIZATION IS INDEXED
002500     ACCESS MODE IS DYNAMIC
002600     RECORD KEY IS DS-ID
002700     FILE STATUS IS DS-FS.
002800     SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-NAMA
002900     ORGANIZATION IS LINE SEQUENTIAL
003000     FILE STATUS IS RS.
003100 DATA DIVISION.
003200 FILE SECTION.
003300     COPY EDMFD.
003400 FD DOSEN-MST.
003500 01 DOSEN-RECORD.
003600     02 DS-ID              PIC X(08).
003700     02 DS-NAMA            PIC X(20).
003800     02 DS-STATUS          PIC X(01).
003900 FD REPORT-OUT.
004000 01 REPORT-LINE            PIC X(110).
004100
004200 WORKING-STORAGE SECTION.
004300 77 ED-FS                  PIC XX.
004400 77 DS-FS                  PIC XX.
004500 77 RS                     PIC XX.
004600 77 WS-RPT-NAMA            PIC X(30).
004700 77 WS-TGL-RUN             PIC 9(8).
004800 77 WS-JAM-RUN             PIC 9(8).
004900 77 WS-CAT-PROGRAM         PIC X(13) VALUE 'EDOM-RPT'.
005000 77 WS-CAT-JML             PIC 9(7).
005100 77 WS-EOF-SW              PIC X VALUE 'N'.
005200     88 WS-EOF             VALUE 'Y'.
005300 77 WS-DS-BUKA-SW          PIC X VALUE 'N'.
005400     88 WS-DS-BUKA         VALUE 'Y'.
005500 77 WS-IDX                 PIC 9(3).
005600 77 WS-Q                   PIC 9(2).
005700 77 WS-POSISI              PIC 9(3).
005800 77 WS-PERIODE             PIC 9(1).
005900 77 WS-JML-GRUP            PIC 9(3) VALUE ZERO.
006000 77 WS-JML-BARIS           PIC 9(5) VALUE ZERO.
006100 77 WS-JML-RESPON          PIC 9(7) VALUE ZERO.
006200 77 WS-CARI-JENIS          PIC X(01).
006300 77 WS-CARI-KUNCI          PIC X(20).
006400 77 WS-CETAK-JENIS         PIC X(01).
006500 77 WS-TOTAL-SKOR          PIC 9(9).
006600 77 WS-RATA                PIC 9V99.
006700 77 WS-RATA-KINI           PIC 9V99.
006800 77 WS-RATA-LALU           PIC 9V99.
006900 77 WS-SELISIH             PIC S9V99.
007000 01 WS-TERM-PILIH          PIC 9(5).
007100 01 WS-TERM-PILIH-R REDEFINES WS-TERM-PILIH.
007200     02 WS-TP-TAHUN        PIC 9(4).
007300     02 WS-TP-SMT          PIC 9(1).
007400 01 WS-TERM-LALU           PIC 9(5).
007500 01 WS-TERM-LALU-R REDEFINES WS-TERM-LALU.
007600     02 WS-TL-TAHUN        PIC 9(4).
007700     02 WS-TL-SMT          PIC 9(1).
007800*-----------------------------------------------------------------
007900* Satu tabel untuk ketiga rekap: WS-GR-JENIS D = dosen, M = MK,
008000* P = prodi. Periode 1 = term laporan, 2 = term sebelumnya.
008100*-----------------------------------------------------------------
008200 01 WS-TABEL-GRUP.
008300     02 WS-GR-ENTRI OCCURS 400 TIMES.
008400         03 WS-GR-JENIS    PIC X(01).
008500         03 WS-GR-KUNCI    PIC X(20).
008600         03 WS-GR-PERIODE OCCURS 2 TIMES.
008700             04 WS-GR-N    PIC 9(05).
008800             04 WS-GR-JML  PIC 9(07) OCCURS 10 TIMES.
008900 01 WS-BARIS.
009000     02 WS-B-LABEL         PIC X(10).
009100     02 WS-B-KUNCI         PIC X(20).
009200     02 FILLER             PIC X(01) VALUE SPACES.
009300     02 WS-B-N             PIC ZZZZ9.
009400     02 WS-B-SKOR OCCURS 10 TIMES.
009500         03 FILLER         PIC X(01).
009600         03 WS-B-Q         PIC X(04).
009700     02 FILLER             PIC X(02) VALUE SPACES.
009800     02 WS-B-RATA          PIC X(04).
009900     02 FILLER             PIC X(01) VALUE SPACES.
010000     02 WS-B-SELISIH       PIC X(06).
010100 01 WS-RATA-EDIT           PIC 9.99.
010200 01 WS-SELISIH-EDIT        PIC +9.99.
010300
010400 PROCEDURE DIVISION.
010500*-----------------------------------------------------------------
010600 0000-MAINLINE.
010700     DISPLAY 'TERM LAPORAN EDOM (YYYYS) : ' WITH NO ADVANCING.
010800     ACCEPT WS-TERM-PILIH.
010900     MOVE WS-TERM-PILIH TO WS-TERM-LALU.
011000     IF WS-TP-SMT > 1
011100         SUBTRACT 1 FROM WS-TL-SMT
011200     ELSE
011300         SUBTRACT 1 FROM WS-TL-TAHUN
011400         MOVE 2 TO WS-TL-SMT
011500     END-IF.
011600     OPEN INPUT EDOM-FILE.
011700     IF ED-FS NOT = '00'
011800         DISPLAY 'edom.dat BELUM ADA, ISI LEWAT EDOM-ENT'
011900         GO TO 9999-EXIT
012000     END-IF.
012100     OPEN INPUT DOSEN-MST.
012200     IF DS-FS = '00'
012300         MOVE 'Y' TO WS-DS-BUKA-SW
012400     END-IF.
012500     MOVE 'N' TO WS-EOF-SW.
012600     MOVE WS-TERM-LALU TO ED-TERM.
012700     MOVE LOW-VALUES TO ED-MK.
012800     MOVE LOW-VALUES TO ED-DS-ID.
012900     MOVE ZERO TO ED-URUT.
013000     START EDOM-FILE KEY NOT < ED-KUNCI
013100         INVALID KEY MOVE 'Y' TO WS-EOF-SW
013200     END-START.
013300     PERFORM 1000-SATU-JAWABAN THRU 1000-EXIT
013400         UNTIL WS-EOF.
013500     CLOSE EDOM-FILE.
013600     IF WS-JML-RESPON = ZERO
013700         DISPLAY 'TIDAK ADA JAWABAN EDOM TERM ' WS-TERM-PILIH
013800         GO TO 0000-TUTUP
013900     END-IF.
014000     ACCEPT WS-TGL-RUN FROM DATE YYYYMMDD.
014100     ACCEPT WS-JAM-RUN FROM TIME.
014200     MOVE SPACES TO WS-RPT-NAMA.
014300     STRING 'EDOMRPT-' WS-TGL-RUN '-' WS-JAM-RUN(1:6)
014400         '.RPT' DELIMITED BY SIZE INTO WS-RPT-NAMA.
014500     OPEN OUTPUT REPORT-OUT.
014600     MOVE SPACES TO REPORT-LINE.
014700     STRING 'EVALUASI DOSEN OLEH MAHASISWA TERM ' WS-TERM-PILIH
014800         ' (PEMBANDING TERM ' WS-TERM-LALU '), '
014900         WS-JML-RESPON ' JAWABAN'
015000         DELIMITED BY SIZE INTO REPORT-LINE.
015100     WRITE REPORT-LINE.
015200     MOVE 'D' TO WS-CETAK-JENIS.
015300     PERFORM 2000-CETAK-REKAP THRU 2000-EXIT.
015400     MOVE 'M' TO WS-CETAK-JENIS.
015500     PERFORM 2000-CETAK-REKAP THRU 2000-EXIT.
015600     MOVE 'P' TO WS-CETAK-JENIS.
015700     PERFORM 2000-CETAK-REKAP THRU 2000-EXIT.
015800     CLOSE REPORT-OUT.
015900     MOVE WS-JML-BARIS TO WS-CAT-JML.
016000     CALL 'RPT-CAT' USING WS-CAT-PROGRAM, WS-RPT-NAMA,
016100         WS-CAT-JML.
016200     DISPLAY 'REKAP EDOM ' WS-JML-BARIS ' BARIS DI ' WS-RPT-NAMA.
016300 0000-TUTUP.
016400     IF WS-DS-BUKA
016500         CLOSE DOSEN-MST
016600     END-IF.
016700     GO TO 9999-EXIT.
016800
016900*-----------------------------------------------------------------
017000* Tiap jawaban term lalu atau term laporan ditambahkan ke grup
017100* dosen, MK dan prodinya. Grup baru hanya dibuka untuk jawaban
017200* term laporan; term lalu hanya menjadi pembanding.
017300*-----------------------------------------------------------------
017400 1000-SATU-JAWABAN.
017500     READ EDOM-FILE NEXT RECORD
017600         AT END MOVE 'Y' TO WS-EOF-SW
017700     END-READ.
017800     IF WS-EOF
017900         GO TO 1000-EXIT
018000     END-IF.
018100     IF ED-TERM > WS-TERM-PILIH
018200         MOVE 'Y' TO WS-EOF-SW
018300         GO TO 1000-EXIT
018400     END-IF.
018500     IF ED-TERM = WS-TERM-PILIH
018600         MOVE 1 TO WS-PERIODE
018700         ADD 1 TO WS-JML-RESPON
018800     ELSE
018900         IF ED-TERM = WS-TERM-LALU
019000             MOVE 2 TO WS-PERIODE
019100         ELSE
019200             GO TO 1000-EXIT
019300         END-IF
019400     END-IF.
019500     MOVE 'D' TO WS-CARI-JENIS.
019600     MOVE ED-DS-ID TO WS-CARI-KUNCI.
019700     PERFORM 1100-TAMBAH-GRUP THRU 1100-EXIT.
019800     MOVE 'M' TO WS-CARI-JENIS.
019900     MOVE ED-MK TO WS-CARI-KUNCI.
020000     PERFORM 1100-TAMBAH-GRUP THRU 1100-EXIT.
020100     MOVE 'P' TO WS-CARI-JENIS.
020200     MOVE ED-PRODI TO WS-CARI-KUNCI.
020300     PERFORM 1100-TAMBAH-GRUP THRU 1100-EXIT.
020400 1000-EXIT.
020500     EXIT.
020600
020700 1100-TAMBAH-GRUP.
020800     MOVE ZERO TO WS-POSISI.
020900     PERFORM 1110-CARI-GRUP THRU 1110-EXIT
021000         VARYING WS-IDX FROM 1 BY 1
021100         UNTIL WS-IDX > WS-JML-GRUP
021200             OR WS-POSISI NOT = ZERO.
021300     IF WS-POSISI = ZERO
021400         IF WS-PERIODE = 2
021500             GO TO 1100-EXIT
021600         END-IF
021700         IF WS-JML-GRUP NOT < 400
021800             DISPLAY 'TABEL REKAP PENUH, ' WS-CARI-JENIS ' '
021900                 WS-CARI-KUNCI ' DILEWATI'
022000             GO TO 1100-EXIT
022100         END-IF
022200         ADD 1 TO WS-JML-GRUP
022300         MOVE WS-JML-GRUP TO WS-POSISI
022400         MOVE WS-CARI-JENIS TO WS-GR-JENIS(WS-POSISI)
022500         MOVE WS-CARI-KUNCI TO WS-GR-KUNCI(WS-POSISI)
022600         MOVE ZERO TO WS-GR-N(WS-POSISI, 1)
022700         MOVE ZERO TO WS-GR-N(WS-POSISI, 2)
022800         PERFORM 1120-NOL-GRUP THRU 1120-EXIT
022900             VARYING WS-Q FROM 1 BY 1
023000             UNTIL WS-Q > 10
023100     END-IF.
023200     ADD 1 TO WS-GR-N(WS-POSISI, WS-PERIODE).
023300     PERFORM 1130-JUMLAH-SKOR THRU 1130-EXIT
023400         VARYING WS-Q FROM 1 BY 1
023500         UNTIL WS-Q > 10.
023600 1100-EXIT.
023700     EXIT.
023800
023900 1110-CARI-GRUP.
024000     IF WS-GR-JENIS(WS-IDX) = WS-CARI-JENIS
024100         AND WS-GR-KUNCI(WS-IDX) = WS-CARI-KUNCI
024200         MOVE WS-IDX TO WS-POSISI
024300     END-IF.
024400 1110-EXIT.
024500     EXIT.
024600
024700 1120-NOL-GRUP.
024800     MOVE ZERO TO WS-GR-JML(WS-POSISI, 1, WS-Q).
024900     MOVE ZERO TO WS-GR-JML(WS-POSISI, 2, WS-Q).
025000 1120-EXIT.
025100     EXIT.
025200
025300 1130-JUMLAH-SKOR.
025400     ADD ED-SKOR(WS-Q) TO WS-GR-JML(WS-POSISI, WS-PERIODE, WS-Q).
025500 1130-EXIT.
025600     EXIT.
025700
025800*-----------------------------------------------------------------
025900* Satu rekap (WS-CETAK-JENIS): judul, lalu untuk tiap grup baris
026000* term laporan dan baris term lalu.
026100*-----------------------------------------------------------------
026200 2000-CETAK-REKAP.
026300     MOVE SPACES TO REPORT-LINE.
026400     WRITE REPORT-LINE.
026500     EVALUATE WS-CETAK-JENIS
026600         WHEN 'D'
026700             MOVE 'REKAP PER DOSEN' TO REPORT-LINE
026800         WHEN 'M'
026900             MOVE 'REKAP PER MATA KULIAH' TO REPORT-LINE
027000         WHEN OTHER
027100             MOVE 'REKAP PER PRODI PENJAWAB' TO REPORT-LINE
027200     END-EVALUATE.
027300     WRITE REPORT-LINE.
027400     MOVE SPACES TO REPORT-LINE.
027500     STRING 'TERM      KODE/NAMA             JML '
027600         '  P1   P2   P3   P4   P5   P6   P7   P8   P9  P10'
027700         '  RATA  SELISIH'
027800         DELIMITED BY SIZE INTO REPORT-LINE.
027900     WRITE REPORT-LINE.
028000     PERFORM 2100-CETAK-GRUP THRU 2100-EXIT
028100         VARYING WS-IDX FROM 1 BY 1
028200         UNTIL WS-IDX > WS-JML-GRUP.
028300 2000-EXIT.
028400     EXIT.
028500
028600 2100-CETAK-GRUP.
028700     IF WS-GR-JENIS(WS-IDX) NOT = WS-CETAK-JENIS
028800         GO TO 2100-EXIT
028900     END-IF.
029000     MOVE SPACES TO WS-BARIS.
029100     MOVE WS-TERM-PILIH TO WS-B-LABEL.
029200     MOVE WS-GR-KUNCI(WS-IDX) TO WS-B-KUNCI.
029300     IF WS-CETAK-JENIS = 'D' AND WS-DS-BUKA
029400         MOVE WS-GR-KUNCI(WS-IDX) TO DS-ID
029500         READ DOSEN-MST
029600             INVALID KEY CONTINUE
029700             NOT INVALID KEY
029800                 MOVE SPACES TO WS-B-KUNCI
029900                 STRING DS-ID(1:8) ' ' DS-NAMA(1:11)
030000                     DELIMITED BY SIZE INTO WS-B-KUNCI
030100         END-READ
030200     END-IF.
030300     MOVE 1 TO WS-PERIODE.
030400     PERFORM 2200-ISI-BARIS THRU 2200-EXIT.
030500     MOVE WS-RATA TO WS-RATA-KINI.
030600     MOVE ZERO TO WS-RATA-LALU.
030700     IF WS-GR-N(WS-IDX, 2) > ZERO
030800         MOVE 2 TO WS-PERIODE
030900         PERFORM 2300-HITUNG-RATA THRU 2300-EXIT
031000         MOVE WS-RATA TO WS-RATA-LALU
031100         COMPUTE WS-SELISIH = WS-RATA-KINI - WS-RATA-LALU
031200         MOVE WS-SELISIH TO WS-SELISIH-EDIT
031300         MOVE WS-SELISIH-EDIT TO WS-B-SELISIH
031400     ELSE
031500         MOVE '  BARU' TO WS-B-SELISIH
031600     END-IF.
031700     MOVE WS-BARIS TO REPORT-LINE.
031800     WRITE REPORT-LINE.
031900     ADD 1 TO WS-JML-BARIS.
032000     MOVE SPACES TO WS-BARIS.
032100     MOVE WS-TERM-LALU TO WS-B-LABEL.
032200     IF WS-GR-N(WS-IDX, 2) = ZERO
032300         MOVE '(BELUM ADA JAWABAN)' TO WS-B-KUNCI
032400     ELSE
032500         MOVE 2 TO WS-PERIODE
032600         PERFORM 2200-ISI-BARIS THRU 2200-EXIT
032700     END-IF.
032800     MOVE WS-BARIS TO REPORT-LINE.
032900     WRITE REPORT-LINE.
033000 2100-EXIT.
033100     EXIT.
033200
033300*-----------------------------------------------------------------
033400* Isi jumlah penjawab, rata-rata tiap pertanyaan dan rata-rata
033500* keseluruhan grup WS-IDX periode WS-PERIODE ke WS-BARIS.
033600*-----------------------------------------------------------------
033700 2200-ISI-BARIS.
033800     MOVE WS-GR-N(WS-IDX, WS-PERIODE) TO WS-B-N.
033900     PERFORM 2210-RATA-PERTANYAAN THRU 2210-EXIT
034000         VARYING WS-Q FROM 1 BY 1
034100         UNTIL WS-Q > 10.
034200     PERFORM 2300-HITUNG-RATA THRU 2300-EXIT.
034300     MOVE WS-RATA TO WS-RATA-EDIT.
034400     MOVE WS-RATA-EDIT TO WS-B-RATA.
034500 2200-EXIT.
034600     EXIT.
034700
034800 2210-RATA-PERTANYAAN.
034900     COMPUTE WS-RATA ROUNDED =
035000         WS-GR-JML(WS-IDX, WS-PERIODE, WS-Q)
035100         / WS-GR-N(WS-IDX, WS-PERIODE).
035200     MOVE WS-RATA TO WS-RATA-EDIT.
035300     MOVE WS-RATA-EDIT TO WS-B-Q(WS-Q).
035400 2210-EXIT.
035500     EXIT.
035600
035700 2300-HITUNG-RATA.
035800     MOVE ZERO TO WS-TOTAL-SKOR.
035900     PERFORM 2310-JUMLAH-TOTAL THRU 2310-EXIT
036000         VARYING WS-Q FROM 1 BY 1
036100         UNTIL WS-Q > 10.
036200     COMPUTE WS-RATA ROUNDED =
036300         WS-TOTAL-SKOR / (WS-GR-N(WS-IDX, WS-PERIODE) * 10).
036400 2300-EXIT.
036500     EXIT.
036600
036700 2310-JUMLAH-TOTAL.
036800     ADD WS-GR-JML(WS-IDX, WS-PERIODE, WS-Q) TO WS-TOTAL-SKOR.
036900 2310-EXIT.
037000     EXIT.
037100
037200*-----------------------------------------------------------------
037300 9999-EXIT.
037400     STOP RUN.
